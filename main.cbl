               sharing with all other
               file status standings_status.

           select limits_file assign to "PLIMITS"
               organization indexed
               access dynamic
               record key lm_player_id
               lock mode is automatic
               sharing with all other
               file status limits_status.

           select optional breach_file assign to "BREACHLG"
               organization line sequential
               sharing with all other
               file status breach_status.

           select game_control_file assign to "GAMECTL"
               organization indexed
               access dynamic
               record key gc_key
               lock mode is automatic
               sharing with all other
               file status gamectl_status.

           select optional series_round_file assign to "SERROUND"
               organization line sequential
               sharing with all other
               file status series_round_status.

           select optional rating_history_file assign to "RATHIST"
               organization line sequential
               sharing with all other
               file status rathist_status.

           select promos_file assign to "PROMOS"
               organization indexed
               access dynamic
               record key pr_campaign_id
               sharing with all other
               file status promos_status.

       data division.
       file section.
           fd game_results_file.
           copy players.

           fd standings_file.
           copy serstand.

           fd limits_file.
           copy plimits.

           fd breach_file.
           copy breachlg.

           fd game_control_file.
           copy gamectl.

           fd series_round_file.
           copy serround.

           fd rating_history_file.
           copy rathist.

           fd promos_file.
           copy promos.

       working-storage section.
           77 line_index PIC 999.
           77 game_date pic x(8).
           77 start_time pic x(6).

           77 gamectl_status pic xx.
           77 game_ref pic 9(10) value 0.
           77 ref_assigned pic x.
           77 ref_tries pic 9(4).

           77 difficulty_choice pic 9.
           77 range_low pic 999.
           77 range_high pic 999.
           77 check_digit pic 9.
           77 digit_index pic 99.

           77 limits_status pic xx.
           77 breach_status pic xx.
           77 breach_reason pic x(4).
           77 today_date pic x(8).
           77 games_today pic 999.
           77 results_eof pic x.

           77 guess_valid pic x value 'N'.

           77 test_seed pic x(8) value spaces.
           77 series_slot pic 9.
           77 series_best_of pic 9.
           77 round_score pic 999.
           77 series_round_status pic xx.
           77 rathist_status pic xx.
           77 wins_needed pic 9.

           77 rating_status pic xx.
           77 rating_points pic s9(3).
           77 rating_delta pic s9(3).
           77 rating_work pic s9(5).
           77 rating_before pic 9(4).
           77 player_rating pic 9(4).
           77 rating_trend pic x(5).

           77 promos_status pic xx.
           77 promos_eof pic x.
           77 campaign_found pic x.
           77 campaign_id pic x(8) value spaces.
           77 campaign_effect pic x(4) value spaces.
           77 campaign_value pic 999 value 0.
           77 campaign_work pic 9(5)v99.
           77 difficulty_code pic x.
           77 now_date pic x(8).
           77 now_hhmm pic x(4).

       screen section.

           1 clean_screen.

           perform get_terminal_id.

           perform check_resume.

           if resumed not = 'Y'

               move function current-date(1:8) to game_date
               move function current-date(9:6) to start_time

               perform assign_game_ref
           end-if.

           perform update_terminal_start.

           perform load_loyalty.

           perform find_active_campaign.

           perform get_attempt_limit.

           perform test before until secret = guess
               or guess_count = attempt_limit


           if master_found = 'Y'
               if pl_status = 'A'
                   perform check_play_limits
                   if breach_reason = spaces
                       move 'Y' to player_ok
                       display "welcome back " pl_name
                   else
                       perform log_limit_breach
                   end-if
               else
                   if pl_status = 'R'
                       display "card " player_id
                           " card replaced - please use your new card"
                   else
                       display "card " player_id
                           " is not active - see the desk"
                   end-if
               end-if
           else
               perform offer_registration
           end-if.

       check_play_limits.
           move spaces to breach_reason
           move 0 to games_today
           move function current-date(1:8) to today_date

           open input limits_file
           if limits_status = "00"
               move player_id to lm_player_id
               read limits_file
                   invalid key
                       continue
                   not invalid key
                       perform judge_play_limits
               end-read
               close limits_file
           else
               if limits_status not = "35"
                   move "LERR" to breach_reason
                   display "limits file open failed - status "
                       limits_status
                   display "card " player_id
                       " cannot be checked - see the desk"
               end-if
           end-if.

       judge_play_limits.
           if lm_excluded = 'Y'
               and today_date >= lm_exclude_start
               and (lm_exclude_end = spaces
                   or today_date <= lm_exclude_end)
               move "EXCL" to breach_reason
               display "card " player_id " is self-excluded until "
                   lm_exclude_end " - see the desk"
           else
               if lm_cooloff_until not = spaces
                   and today_date < lm_cooloff_until
                   move "COOL" to breach_reason
                   display "card " player_id " is in cool-off - "
                       "no play until " lm_cooloff_until
               else
                   if lm_daily_cap > 0
                       perform count_games_today
                       if games_today >= lm_daily_cap
                           move "CAP " to breach_reason
                           display "daily limit of " lm_daily_cap
                               " games reached - play again tomorrow"
                       end-if
                   end-if
               end-if
           end-if.

       count_games_today.
           open input game_results_file
           if gameres_status = "00"
               move 'N' to results_eof
               read game_results_file
                   at end move 'Y' to results_eof
               end-read

               perform test before until results_eof = 'Y'
                   if gr_date = today_date
                       and gr_player_id = player_id
                       add 1 to games_today
                   end-if
                   read game_results_file
                       at end move 'Y' to results_eof
                   end-read
               end-perform

               close game_results_file
           end-if.

       log_limit_breach.
           move today_date to br_date
           move function current-date(9:6) to br_time
           move terminal_id to br_terminal_id
           move player_id to br_player_id
           move breach_reason to br_reason
           move games_today to br_games_today
           if breach_reason = "LERR"
               move 0 to br_daily_cap
           else
               move lm_daily_cap to br_daily_cap
           end-if

           evaluate breach_reason
               when "EXCL"
                   move lm_exclude_end to br_until_date
               when "COOL"
                   move lm_cooloff_until to br_until_date
               when other
                   move spaces to br_until_date
           end-evaluate

           open extend breach_file
           write breach_record
           if breach_status not = "00"
               display "breach log write failed - status "
                   breach_status
           end-if
           close breach_file.

       offer_registration.
           display ask_register
           accept ask_register
                       move ly_perk to loyalty_perk
               end-read
               close loyalty_file
           end-if.

       find_active_campaign.
           move 'N' to campaign_found
           move spaces to campaign_effect
           move 0 to campaign_value

           evaluate difficulty_choice
               when 1
                   move '1' to difficulty_code
               when 3
                   move '3' to difficulty_code
               when other
                   move '2' to difficulty_code
           end-evaluate

           move function current-date(1:8) to now_date
           move function current-date(9:4) to now_hhmm

           open input promos_file
           if promos_status = "00"
               if resumed = 'Y'
                   if campaign_id not = spaces
                       move campaign_id to pr_campaign_id
                       read promos_file
                           invalid key
                               continue
                           not invalid key
                               move 'Y' to campaign_found
                       end-read
                   end-if
               else
                   move 'N' to promos_eof
                   perform read_next_promotion

                   perform test before until promos_eof = 'Y'
                       or campaign_found = 'Y'

                       perform check_promotion
                       if campaign_found not = 'Y'
                           perform read_next_promotion
                       end-if

                   end-perform
               end-if

               close promos_file
           end-if

           if campaign_found = 'Y'
               move pr_campaign_id to campaign_id
               move pr_effect to campaign_effect
               move pr_effect_value to campaign_value
               display "promotion - " pr_description
           else
               move spaces to campaign_id
           end-if.

       read_next_promotion.
           read promos_file next
               at end move 'Y' to promos_eof
           end-read.

       check_promotion.
           if pr_status = 'A'
               and (pr_start_date < now_date
                   or (pr_start_date = now_date
                       and pr_start_time <= now_hhmm))
               and (pr_end_date > now_date
                   or (pr_end_date = now_date
                       and pr_end_time > now_hhmm))
               and (pr_daily_from = spaces
                   or (now_hhmm >= pr_daily_from
                       and now_hhmm < pr_daily_to))
               and (pr_difficulty = space
                   or pr_difficulty = difficulty_code)
               and (pr_terminal_id = spaces
                   or pr_terminal_id = terminal_id)
               and (pr_loyalty_tier = space
                   or pr_loyalty_tier = loyalty_tier)
               move 'Y' to campaign_found
           end-if.

       get_terminal_id.
                   and max_attempts_env not = spaces
                   move max_attempts_env to attempt_limit
               end-if
           end-if

           if loyalty_perk = "XTRA"
               add 1 to attempt_limit
               display "loyalty perk - one extra attempt today"
           end-if

           if campaign_effect = "ATMP"
               compute attempt_limit = attempt_limit + campaign_value
                   on size error
                       move 99 to attempt_limit
               end-compute
               display "promotion - " campaign_value
                   " extra attempt(s) this game"
           end-if.

       log_audit_entry.
           move player_id to au_player_id
           move secret to au_secret
           move guess to au_guess
           move terminal_id to au_terminal_id
           move game_ref to au_game_ref

           if guess = secret
               move "WIN " to au_result
                           move 'Y' to series_active
                       end-if

                       move ck_campaign_id to campaign_id

                       if ck_game_ref is numeric and ck_game_ref > 0
                           move ck_game_ref to game_ref
                       else
                           perform assign_game_ref
                       end-if

                       move 'Y' to resumed
                   else
                       perform abandon_declined_game
           move ck_range_high to gr_range_high
           move terminal_id to gr_terminal_id

           if ck_game_ref is numeric
               move ck_game_ref to gr_game_ref
           else
               move 0 to gr_game_ref
           end-if

           move ck_campaign_id to gr_campaign_id

           open extend game_results_file
           write game_results_record
           if gameres_status not = "00"
           move ck_secret to au_secret
           move 0 to au_guess
           move "ABND" to au_result
           move terminal_id to au_terminal_id
           move gr_game_ref to au_game_ref

           open extend audit_file
           write audit_record
           move range_high to ck_range_high
           move guess_count to ck_guess_count
           move line_index to ck_line_index
           move game_ref to ck_game_ref
           move campaign_id to ck_campaign_id

           if series_active = 'Y'
               move series_id to ck_series_id
           end-if
           close checkpoint_file.

       assign_game_ref.
           move 'N' to ref_assigned
           move 0 to ref_tries

           open i-o game_control_file
           if gamectl_status = "35"
               open extend game_control_file
               close game_control_file
               open i-o game_control_file
           end-if

           if gamectl_status not = "00"
               display "game control open failed - status "
                   gamectl_status
           else
               perform test before until ref_assigned = 'Y'
                   or ref_tries >= 500

                   add 1 to ref_tries
                   perform take_next_game_ref

               end-perform

               close game_control_file
           end-if

           if ref_assigned not = 'Y'
               display "game could not be numbered - please call "
                   "a member of staff"
               move 16 to return-code
               stop run
           end-if.

       take_next_game_ref.
           move "GAMEREF" to gc_key
           read game_control_file
               invalid key
                   continue
           end-read

           evaluate gamectl_status
               when "00"
                   add 1 to gc_last_ref
                   perform stamp_game_control
                   rewrite game_control_record
                   if gamectl_status = "00"
                       move gc_last_ref to game_ref
                       move 'Y' to ref_assigned
                   end-if
               when "23"
                   move "GAMEREF" to gc_key
                   move 1 to gc_last_ref
                   perform stamp_game_control
                   write game_control_record
                   if gamectl_status = "00"
                       move gc_last_ref to game_ref
                       move 'Y' to ref_assigned
                   end-if
               when "51"
                   continue
               when other
                   display "game control read failed - status "
                       gamectl_status
                   move 500 to ref_tries
           end-evaluate.

       stamp_game_control.
           move function current-date(1:8) to gc_updated_date
           move function current-date(9:6) to gc_updated_time
           move terminal_id to gc_terminal_id.

       delete_checkpoint.
           delete file checkpoint_file.

           move range_low to gr_range_low
           move range_high to gr_range_high
           move terminal_id to gr_terminal_id
           move game_ref to gr_game_ref
           move campaign_id to gr_campaign_id

           if secret = guess
               move 'W' to gr_outcome
           move player_id to vo_player_id
           move game_date to vo_date
           move guess_count to vo_guesses
           move game_ref to vo_game_ref
           move campaign_id to vo_campaign_id

           compute win_margin = attempt_limit - guess_count
           if win_margin >= tier_g_margin
               end-if
           end-if

           if campaign_effect = "TIER"
               if vo_tier = 'B'
                   move 'S' to vo_tier
                   display "promotion - prize tier bumped"
               else
                   if vo_tier = 'S'
                       move 'G' to vo_tier
                       display "promotion - prize tier bumped"
                   end-if
               end-if
           end-if

           if loyalty_perk = "BUMP"
               if vo_tier = 'B'
                   move 'S' to vo_tier
                   move voucher_value_b to vo_value
           end-evaluate

           if campaign_effect = "PRIZ"
               compute campaign_work rounded =
                   vo_value * campaign_value / 100
               if campaign_work > 999.99
                   move 999.99 to vo_value
               else
                   move campaign_work to vo_value
               end-if
               display "promotion - prize value " campaign_value
                   "% of normal"
           end-if

           move game_date to date_work
           compute expiry_integer =
               function integer-of-date(date_work)
           end-if
           if series_slot = 2
               move round_score to se_round_score_2
           end-if

           if series_slot > 0
               perform log_series_round
           end-if.

       log_series_round.
           move se_series_id to sr_series_id
           move se_round to sr_round
           move player_id to sr_player_id
           move round_score to sr_score
           move game_ref to sr_game_ref
           move terminal_id to sr_terminal_id
           move function current-date(1:8) to sr_date
           move function current-date(9:6) to sr_time

           open extend series_round_file
           write series_round_record
           if series_round_status not = "00"
               display "series round log write failed - status "
                   series_round_status
           end-if
           close series_round_file.

       resolve_series_round.
           if se_round_score_1 = 999 or se_round_score_2 = 999
               display "series " series_id " round " se_round
                   move 'Y' to rating_found
           end-read

           move rt_rating to rating_before

           if secret = guess
               compute rating_points =
                   rating_win_pts + range_multiplier
                   / (guess_count * 10)
               if campaign_effect = "RATE"
                   compute rating_points = rating_points
                       + campaign_value
                       on size error
                           move 999 to rating_points
                   end-compute
                   display "promotion - " campaign_value
                       " bonus rating points"
               end-if
           else
               compute rating_points = 0 - rating_loss_pts
           end-if

           if rating_status not = "00"
               display "rating write failed - status " rating_status
           else
               perform log_rating_change
           end-if

           close ratings_file.

       log_rating_change.
           move player_id to rh_player_id
           move function current-date(1:8) to rh_date
           move function current-date(9:6) to rh_time
           move rating_before to rh_old_rating
           move rt_rating to rh_new_rating
           move game_ref to rh_game_ref

           open extend rating_history_file
           write rating_history_record
           if rathist_status not = "00"
               display "rating history write failed - status "
                   rathist_status
           end-if
           close rating_history_file.

       update_leaderboard.
           if secret = guess
               move 'N' to leaderboard_found
