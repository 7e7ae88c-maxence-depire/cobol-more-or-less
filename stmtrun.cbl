       identification division.
       program-id. statement-run.

       environment division.
       input-output section.
       file-control.
           select players_file assign to "PLAYERS"
               organization indexed
               access dynamic
               record key pl_player_id
               sharing with all other
               file status players_status.

           select limits_file assign to "PLIMITS"
               organization indexed
               access dynamic
               record key lm_player_id
               sharing with all other
               file status limits_status.

           select player_stats_file assign to "PLYRSTAT"
               organization indexed
               access dynamic
               record key ps_player_id
               sharing with all other
               file status stats_status.

           select ratings_file assign to "RATINGS"
               organization indexed
               access dynamic
               record key rt_player_id
               sharing with all other
               file status rating_status.

           select vouchers_file assign to "VOUCHERS"
               organization indexed
               access dynamic
               record key vo_number
               sharing with all other
               file status voucher_status.

           select parm_file assign to "PARMFILE"
               organization indexed
               access dynamic
               record key pm_key
               sharing with all other
               file status parm_status.

           select game_results_file assign to results_file_name
               organization line sequential
               file status gameres_status.

           select optional rating_history_file assign to "RATHIST"
               organization line sequential
               file status rathist_status.

           select optional standings_file assign to "SERSTAND"
               organization line sequential
               file status standings_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select work_file assign to "STMTWORK"
               organization indexed
               access dynamic
               record key sw_key
               file status work_status.

           select statement_file assign to statement_file_name
               organization line sequential
               file status statement_status.

       data division.
       file section.
           fd players_file.
           copy players.

           fd limits_file.
           copy plimits.

           fd player_stats_file.
           copy plyrstat.

           fd ratings_file.
           copy ratings.

           fd vouchers_file.
           copy voucher.

           fd parm_file.
           copy parmfile.

           fd game_results_file.
           copy gameres.

           fd rating_history_file.
           copy rathist.

           fd standings_file.
           copy serstand.

           fd card_xref_file.
           copy cardxref.

           fd work_file.
           1 work_record.
               2 sw_key.
                   3 sw_player_id pic x(10).
                   3 sw_kind pic x.
                   3 sw_seq pic 9(7).
               2 sw_data pic x(60).
               2 sw_summary redefines sw_data.
                   3 sw_active pic x.
                   3 sw_start_set pic x.
                   3 sw_rating_start pic 9(4).
                   3 sw_end_set pic x.
                   3 sw_rating_end pic 9(4).
                   3 filler pic x(49).
               2 sw_game redefines sw_data.
                   3 sw_gm_date pic x(8).
                   3 sw_gm_time pic x(6).
                   3 sw_gm_terminal pic x(4).
                   3 sw_gm_low pic 999.
                   3 sw_gm_high pic 999.
                   3 sw_gm_guesses pic 99.
                   3 sw_gm_outcome pic x.
                   3 sw_gm_campaign pic x(8).
                   3 filler pic x(25).
               2 sw_voucher redefines sw_data.
                   3 sw_vo_number pic x(18).
                   3 sw_vo_date pic x(8).
                   3 sw_vo_tier pic x.
                   3 sw_vo_status pic x.
                   3 sw_vo_redeem_date pic x(8).
                   3 sw_vo_expiry_date pic x(8).
                   3 sw_vo_value pic 9(3)v99.
                   3 filler pic x(11).
               2 sw_series redefines sw_data.
                   3 sw_se_date pic x(8).
                   3 sw_se_series_id pic x(8).
                   3 sw_se_best_of pic 9.
                   3 sw_se_opponent pic x(10).
                   3 sw_se_own_wins pic 99.
                   3 sw_se_opp_wins pic 99.
                   3 sw_se_result pic x.
                   3 filler pic x(28).

           fd statement_file.
           1 statement_line pic x(80).

       working-storage section.
           77 players_status pic xx.
           77 limits_status pic xx.
           77 stats_status pic xx.
           77 rating_status pic xx.
           77 voucher_status pic xx.
           77 parm_status pic xx.
           77 gameres_status pic xx.
           77 rathist_status pic xx.
           77 standings_status pic xx.
           77 work_status pic xx.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 limits_open pic x value 'N'.
           77 stats_open pic x value 'N'.
           77 ratings_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).
           77 statement_status pic xx.

           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 range_low_1 pic 999 value 1.
           77 range_high_1 pic 999 value 50.
           77 range_low_2 pic 999 value 1.
           77 range_high_2 pic 999 value 100.
           77 range_low_3 pic 999 value 1.
           77 range_high_3 pic 999 value 500.
           77 page_lines pic 999 value 60.

           77 stmt_env pic x(8).
           77 stmt_month pic x(6).
           77 month_start pic x(8).
           77 month_end pic x(8).
           77 run_date pic x(8).
           77 date_numeric pic 9(8).
           77 date_days pic 9(9) comp.
           77 walk_year pic 9(4).
           77 walk_mm pic 99.

           77 results_file_name pic x(11) value "GAMERES".
           77 statement_file_name pic x(10).

           77 work_seq pic 9(7) value 0.
           77 summary_player pic x(10).
           77 summary_active pic x.
           77 detail_kind pic x.

           77 games_read pic 9(7) value 0.
           77 vouchers_read pic 9(7) value 0.
           77 series_read pic 9(7) value 0.
           77 rating_changes pic 9(7) value 0.
           77 open_failures pic 9(5) value 0.

           77 statements_produced pic 9(7) value 0.
           77 total_pages pic 9(7) value 0.
           77 skipped_inactive pic 9(7) value 0.
           77 skipped_excluded pic 9(7) value 0.
           77 skipped_unknown pic 9(7) value 0.
           77 skipped_total pic 9(7) value 0.
           77 holders_only pic 9(7) value 0.

           77 current_player pic x(10) value spaces.
           77 statement_wanted pic x value 'N'.
           77 last_kind pic x.
           77 player_name pic x(30).
           77 page_number pic 999.
           77 page_line_count pic 999.
           77 print_text pic x(80).
           77 heading_text pic x(80).

           77 rating_start pic 9(4).
           77 rating_end pic 9(4).
           77 rating_known pic x.
           77 rating_change pic s9(4).

           1 statement_totals.
               2 stm_games pic 9(5).
               2 stm_won pic 9(5).
               2 stm_lost pic 9(5).
               2 stm_abandoned pic 9(5).
               2 stm_issued pic 9(5).
               2 stm_issued_value pic 9(7)v99.
               2 stm_redeemed pic 9(5).
               2 stm_redeemed_value pic 9(7)v99.
               2 stm_expired pic 9(5).
               2 stm_expired_value pic 9(7)v99.
               2 stm_open pic 9(5).
               2 stm_open_value pic 9(7)v99.
               2 stm_series pic 9(5).
               2 stm_series_won pic 9(5).

           77 date_in pic x(8).
           77 date_out pic x(10).
           77 difficulty_name pic x(6).
           77 outcome_name pic x(9).
           77 tier_name pic x(6).
           77 range_text pic x(7).
           77 low_disp pic zz9.
           77 high_disp pic zz9.

           77 count_disp pic z(6)9.
           77 small_disp pic zzz9.
           77 value_disp pic z(6)9.99.
           77 rating_disp pic zzz9.
           77 change_disp pic +(4)9.
           77 average_disp pic z9.99.
           77 average_guesses pic 99v99.
           77 page_disp pic zz9.

       procedure division.

           display "===== monthly player statements ====="

           perform set_statement_month.
           perform load_parameters.

           display "statement month : " stmt_month
               "  (" month_start " - " month_end ")"

           open output work_file
           close work_file
           open i-o work_file
           if work_status not = "00"
               display "statement work file open failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if

           open input card_xref_file
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if

           perform collect_month_games.
           perform collect_vouchers.
           perform collect_series.
           perform collect_rating_history.

           if xref_open = 'Y'
               close card_xref_file
               move 'N' to xref_open
           end-if

           move "STMT" to statement_file_name(1:4)
           move stmt_month to statement_file_name(5:6)
           open output statement_file
           if statement_status not = "00"
               display "statement file open failed - status "
                   statement_status
               move 16 to return-code
               close work_file
               stop run
           end-if

           open input players_file
           if players_status not = "00"
               display "players file open failed - status "
                   players_status
               move 16 to return-code
               close work_file
               close statement_file
               stop run
           end-if

           open input limits_file
           if limits_status = "00"
               move 'Y' to limits_open
           else
               display "limits file open failed - status "
                   limits_status
           end-if

           open input player_stats_file
           if stats_status = "00"
               move 'Y' to stats_open
           else
               display "player stats open failed - status "
                   stats_status
           end-if

           open input ratings_file
           if rating_status = "00"
               move 'Y' to ratings_open
           else
               display "ratings file open failed - status "
                   rating_status
           end-if

           perform print_statements.

           close players_file
           if limits_open = 'Y'
               close limits_file
           end-if
           if stats_open = 'Y'
               close player_stats_file
           end-if
           if ratings_open = 'Y'
               close ratings_file
           end-if
           close work_file
           delete file work_file

           perform print_control_page.

           close statement_file.

           stop run.

       set_statement_month.
           move function current-date(1:8) to run_date

           move spaces to stmt_env
           accept stmt_env from environment "MOL-STMT-MONTH"
               on exception move spaces to stmt_env
           end-accept

           if stmt_env(1:6) is numeric
               move stmt_env(1:6) to stmt_month
           else
               move run_date(1:4) to walk_year
               move run_date(5:2) to walk_mm
               subtract 1 from walk_mm
               if walk_mm = 0
                   move 12 to walk_mm
                   subtract 1 from walk_year
               end-if
               move walk_year to stmt_month(1:4)
               move walk_mm to stmt_month(5:2)
           end-if

           move stmt_month to month_start(1:6)
           move "01" to month_start(7:2)

           move stmt_month(1:4) to walk_year
           move stmt_month(5:2) to walk_mm
           add 1 to walk_mm
           if walk_mm > 12
               move 1 to walk_mm
               add 1 to walk_year
           end-if
           move walk_year to date_numeric(1:4)
           move walk_mm to date_numeric(5:2)
           move 1 to date_numeric(7:2)
           compute date_days =
               function integer-of-date(date_numeric) - 1
           move function date-of-integer(date_days) to date_numeric
           move date_numeric to month_end.

       load_parameters.
           open input parm_file
           if parm_status = "00"
               move 'Y' to parm_open
           end-if

           move "RANGE-LOW-1" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_low_1
           end-if

           move "RANGE-HIGH-1" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_high_1
           end-if

           move "RANGE-LOW-2" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_low_2
           end-if

           move "RANGE-HIGH-2" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_high_2
           end-if

           move "RANGE-LOW-3" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_low_3
           end-if

           move "RANGE-HIGH-3" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to range_high_3
           end-if

           move "STMT-PAGE-LINES" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to page_lines
           end-if
           if page_lines < 20
               move 20 to page_lines
           end-if

           if parm_open = 'Y'
               close parm_file
               move 'N' to parm_open
           end-if.

       read_parm.
           move 'N' to parm_found
           move spaces to parm_value

           if parm_open = 'Y'
               read parm_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to parm_found
                       move pm_value to parm_value
               end-read
           end-if.

       collect_month_games.
           move "GRARC" to results_file_name(1:5)
           move stmt_month to results_file_name(6:6)
           perform read_game_file

           move spaces to results_file_name
           move "GAMERES" to results_file_name
           perform read_game_file.

       read_game_file.
           open input game_results_file
           if gameres_status = "00"
               move 'N' to at_eof
               perform read_next_result

               perform test before until end_of_file
                   if gr_date(1:6) = stmt_month
                       and gr_player_id not = spaces
                       move gr_player_id to resolved_card
                       perform resolve_card
                       move resolved_card to gr_player_id
                       perform add_game_detail
                   end-if
                   perform read_next_result
               end-perform

               close game_results_file
           end-if.

       read_next_result.
           read game_results_file
               at end move 'Y' to at_eof
           end-read.

       add_game_detail.
           add 1 to games_read

           move spaces to sw_data
           move gr_date to sw_gm_date
           move gr_start_time to sw_gm_time
           move gr_terminal_id to sw_gm_terminal
           move gr_range_low to sw_gm_low
           move gr_range_high to sw_gm_high
           move gr_guesses to sw_gm_guesses
           move gr_outcome to sw_gm_outcome
           move gr_campaign_id to sw_gm_campaign

           move gr_player_id to summary_player
           move "1" to detail_kind
           move 'Y' to summary_active
           perform add_work_detail.

       collect_vouchers.
           open input vouchers_file
           if voucher_status not = "00"
               display "vouchers file open failed - status "
                   voucher_status
               add 1 to open_failures
           else
               move 'N' to at_eof
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if vo_player_id not = spaces
                       move vo_player_id to resolved_card
                       perform resolve_card
                       move resolved_card to vo_player_id
                       perform judge_month_voucher
                   end-if
                   read vouchers_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close vouchers_file
           end-if.

       judge_month_voucher.
           move vo_player_id to summary_player

           if vo_date(1:6) = stmt_month
               move "2" to detail_kind
               move 'Y' to summary_active
               perform add_voucher_detail
           end-if

           if vo_status = 'R' and vo_redeem_date(1:6) = stmt_month
               move "3" to detail_kind
               move 'Y' to summary_active
               perform add_voucher_detail
           end-if

           if vo_status = 'E' and vo_expiry_date(1:6) = stmt_month
               move "4" to detail_kind
               move 'Y' to summary_active
               perform add_voucher_detail
           end-if

           if vo_date <= month_end
               if vo_status = 'I' or vo_status = 'H'
                   or (vo_status = 'R'
                       and vo_redeem_date > month_end)
                   or (vo_status = 'E'
                       and vo_expiry_date > month_end)
                   move "5" to detail_kind
                   move 'N' to summary_active
                   perform add_voucher_detail
               end-if
           end-if.

       add_voucher_detail.
           add 1 to vouchers_read

           move spaces to sw_data
           move vo_number to sw_vo_number
           move vo_date to sw_vo_date
           move vo_tier to sw_vo_tier
           move vo_status to sw_vo_status
           move vo_redeem_date to sw_vo_redeem_date
           move vo_expiry_date to sw_vo_expiry_date
           move vo_value to sw_vo_value

           perform add_work_detail.

       collect_series.
           open input standings_file
           if standings_status = "00" or standings_status = "05"
               move 'N' to at_eof
               read standings_file
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if st_date(1:6) = stmt_month
                       perform add_series_details
                   end-if
                   read standings_file
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close standings_file
           end-if.

       add_series_details.
           add 1 to series_read

           move st_player_1 to resolved_card
           perform resolve_card
           move resolved_card to st_player_1
           move st_player_2 to resolved_card
           perform resolve_card
           move resolved_card to st_player_2
           move st_winner_id to resolved_card
           perform resolve_card
           move resolved_card to st_winner_id

           move spaces to sw_data
           move st_date to sw_se_date
           move st_series_id to sw_se_series_id
           move st_best_of to sw_se_best_of
           move st_player_2 to sw_se_opponent
           move st_wins_1 to sw_se_own_wins
           move st_wins_2 to sw_se_opp_wins
           if st_winner_id = st_player_1
               move 'W' to sw_se_result
           else
               move 'L' to sw_se_result
           end-if
           move st_player_1 to summary_player
           move "6" to detail_kind
           move 'Y' to summary_active
           perform add_work_detail

           move spaces to sw_data
           move st_date to sw_se_date
           move st_series_id to sw_se_series_id
           move st_best_of to sw_se_best_of
           move st_player_1 to sw_se_opponent
           move st_wins_2 to sw_se_own_wins
           move st_wins_1 to sw_se_opp_wins
           if st_winner_id = st_player_2
               move 'W' to sw_se_result
           else
               move 'L' to sw_se_result
           end-if
           move st_player_2 to summary_player
           move "6" to detail_kind
           move 'Y' to summary_active
           perform add_work_detail.

       resolve_card.
           move 0 to xref_depth
           move 'Y' to xref_found

           perform test before until xref_found not = 'Y'
               or xref_depth > 10

               move 'N' to xref_found

               if xref_open = 'Y'
                   move resolved_card to cx_old_card
                   read card_xref_file
                       invalid key
                           continue
                       not invalid key
                           move cx_new_card to resolved_card
                           move 'Y' to xref_found
                           add 1 to xref_depth
                   end-read
               end-if

           end-perform.

       add_work_detail.
           add 1 to work_seq
           move summary_player to sw_player_id
           move detail_kind to sw_kind
           move work_seq to sw_seq

           write work_record
           if work_status not = "00"
               display "statement work write failed - status "
                   work_status
               move 8 to return-code
           end-if

           perform touch_player_summary.

       touch_player_summary.
           move summary_player to sw_player_id
           move "0" to sw_kind
           move 0 to sw_seq

           read work_file
               invalid key
                   move spaces to sw_data
                   move summary_active to sw_active
                   move 'N' to sw_start_set
                   move 0 to sw_rating_start
                   move 'N' to sw_end_set
                   move 0 to sw_rating_end
                   write work_record
               not invalid key
                   if summary_active = 'Y' and sw_active not = 'Y'
                       move 'Y' to sw_active
                       rewrite work_record
                   end-if
           end-read.

       collect_rating_history.
           open input rating_history_file
           if rathist_status = "00" or rathist_status = "05"
               move 'N' to at_eof
               read rating_history_file
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if rh_date >= month_start
                       move rh_player_id to resolved_card
                       perform resolve_card
                       move resolved_card to rh_player_id
                       perform apply_rating_change
                   end-if
                   read rating_history_file
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close rating_history_file
           end-if.

       apply_rating_change.
           move rh_player_id to sw_player_id
           move "0" to sw_kind
           move 0 to sw_seq

           read work_file
               invalid key
                   continue
               not invalid key
                   add 1 to rating_changes
                   if sw_start_set not = 'Y'
                       move rh_old_rating to sw_rating_start
                       move 'Y' to sw_start_set
                   end-if
                   if rh_date <= month_end
                       move rh_new_rating to sw_rating_end
                       move 'Y' to sw_end_set
                   else
                       if sw_end_set not = 'Y'
                           move rh_old_rating to sw_rating_end
                           move 'Y' to sw_end_set
                       end-if
                   end-if
                   rewrite work_record
           end-read.

       print_statements.
           move low-values to sw_key
           start work_file key is not less than sw_key
               invalid key
                   move 'Y' to at_eof
               not invalid key
                   move 'N' to at_eof
           end-start

           if not end_of_file
               read work_file next
                   at end move 'Y' to at_eof
               end-read
           end-if

           perform test before until end_of_file
               if sw_kind = "0"
                   perform finish_statement
                   perform begin_player
               else
                   if statement_wanted = 'Y'
                       perform print_detail
                   end-if
               end-if
               read work_file next
                   at end move 'Y' to at_eof
               end-read
           end-perform

           perform finish_statement.

       begin_player.
           move 'N' to statement_wanted
           move sw_player_id to current_player

           if sw_active not = 'Y'
               add 1 to holders_only
           else
               perform check_player_eligible
           end-if

           if statement_wanted = 'Y'
               move sw_start_set to rating_known
               move sw_rating_start to rating_start
               move sw_rating_end to rating_end
               if sw_start_set not = 'Y' or sw_end_set not = 'Y'
                   perform read_current_rating
               end-if
               perform begin_statement
           end-if.

       check_player_eligible.
           move current_player to pl_player_id
           read players_file
               invalid key
                   add 1 to skipped_unknown
                   add 1 to skipped_total
               not invalid key
                   if pl_status not = 'A'
                       add 1 to skipped_inactive
                       add 1 to skipped_total
                   else
                       move 'Y' to statement_wanted
                       move pl_name to player_name
                   end-if
           end-read

           if statement_wanted = 'Y' and limits_open = 'Y'
               move current_player to lm_player_id
               read limits_file
                   invalid key
                       continue
                   not invalid key
                       if lm_excluded = 'Y'
                           and run_date >= lm_exclude_start
                           and (lm_exclude_end = spaces
                               or run_date <= lm_exclude_end)
                           move 'N' to statement_wanted
                           add 1 to skipped_excluded
                           add 1 to skipped_total
                       end-if
               end-read
           end-if.

       read_current_rating.
           move 'N' to rating_known

           if ratings_open = 'Y'
               move current_player to rt_player_id
               read ratings_file
                   invalid key
                       move 'N' to rating_known
                   not invalid key
                       move 'Y' to rating_known
                       if sw_start_set not = 'Y'
                           move rt_rating to rating_start
                       end-if
                       if sw_end_set not = 'Y'
                           move rt_rating to rating_end
                       end-if
               end-read
           end-if.

       begin_statement.
           initialize statement_totals
           move 0 to page_number
           move spaces to last_kind
           add 1 to statements_produced

           perform start_new_page

           move spaces to print_text
           string "name          : " player_name
               delimited by size into print_text
           perform print_line

           move pl_enrol_date to date_in
           perform edit_date
           move spaces to print_text
           string "enrolled      : " date_out
               delimited by size into print_text
           perform print_line

           move spaces to print_text
           if rating_known = 'Y'
               move rating_start to rating_disp
               string "rating        : start of month " rating_disp
                   delimited by size into print_text
               move rating_end to rating_disp
               move print_text to heading_text
               move spaces to print_text
               compute rating_change = rating_end - rating_start
               move rating_change to change_disp
               string heading_text(1:35) "   end of month " rating_disp
                   "   change " change_disp
                   delimited by size into print_text
           else
               move "rating        : not yet rated" to print_text
           end-if
           perform print_line

           if stats_open = 'Y'
               move current_player to ps_player_id
               read player_stats_file
                   invalid key
                       move "lifetime      : no games recorded"
                           to print_text
                   not invalid key
                       perform edit_lifetime_line
               end-read
           else
               move "lifetime      : not available" to print_text
           end-if
           perform print_line.

       edit_lifetime_line.
           move spaces to print_text
           move ps_games_played to count_disp
           move ps_best_score to small_disp
           if ps_games_played > 0
               compute average_guesses rounded =
                   ps_total_guesses / ps_games_played
                   on size error
                       move 99.99 to average_guesses
               end-compute
           else
               move 0 to average_guesses
           end-if
           move average_guesses to average_disp
           string "lifetime      : games " count_disp
               "   best score " small_disp
               "   average guesses " average_disp
               delimited by size into print_text.

       start_new_page.
           add 1 to page_number
           add 1 to total_pages
           move page_number to page_disp

           move spaces to heading_text
           string "MORE OR LESS - PLAYER ACTIVITY STATEMENT   "
               stmt_month(1:4) "/" stmt_month(5:2)
               "          page " page_disp
               delimited by size into heading_text
           write statement_line from heading_text
               after advancing page

           move spaces to heading_text
           string "card " current_player
               delimited by size into heading_text
           write statement_line from heading_text
           move spaces to statement_line
           write statement_line

           move 3 to page_line_count.

       print_line.
           if page_line_count >= page_lines
               perform start_new_page
           end-if

           write statement_line from print_text
           if statement_status not = "00"
               display "statement write failed - status "
                   statement_status
               move 8 to return-code
           end-if
           add 1 to page_line_count.

       print_detail.
           if sw_kind not = last_kind
               perform print_section_heading
               move sw_kind to last_kind
           end-if

           evaluate sw_kind
               when "1"
                   perform print_game_line
               when "6"
                   perform print_series_line
               when other
                   perform print_voucher_line
           end-evaluate.

       print_section_heading.
           move spaces to print_text
           perform print_line

           evaluate sw_kind
               when "1"
                   move "games played this month" to print_text
                   perform print_line
                   move "date        time   terminal  level   range"
                       to print_text
                   move "guesses  result" to print_text(46:)
               when "2"
                   move "vouchers issued this month" to print_text
                   perform print_line
                   move "voucher number      issued" to print_text
                   move "tier      value" to print_text(33:)
                   move "expires" to print_text(52:)
               when "3"
                   move "vouchers redeemed this month" to print_text
                   perform print_line
                   move "voucher number      redeemed" to print_text
                   move "tier      value" to print_text(33:)
               when "4"
                   move "vouchers expired this month" to print_text
                   perform print_line
                   move "voucher number      expired" to print_text
                   move "tier      value" to print_text(33:)
               when "5"
                   move "vouchers still open at month end"
                       to print_text
                   perform print_line
                   move "voucher number      issued" to print_text
                   move "tier      value" to print_text(33:)
                   move "expires" to print_text(52:)
               when "6"
                   move "series results this month" to print_text
                   perform print_line
                   move "date        series    best of  opponent"
                       to print_text
                   move "score   result" to print_text(52:)
           end-evaluate
           perform print_line.

       print_game_line.
           add 1 to stm_games
           evaluate sw_gm_outcome
               when 'W'
                   move "won" to outcome_name
                   add 1 to stm_won
               when 'A'
                   move "abandoned" to outcome_name
                   add 1 to stm_abandoned
               when other
                   move "lost" to outcome_name
                   add 1 to stm_lost
           end-evaluate

           evaluate true
               when sw_gm_low = range_low_1
                   and sw_gm_high = range_high_1
                   move "easy" to difficulty_name
               when sw_gm_low = range_low_2
                   and sw_gm_high = range_high_2
                   move "normal" to difficulty_name
               when sw_gm_low = range_low_3
                   and sw_gm_high = range_high_3
                   move "hard" to difficulty_name
               when other
                   move "other" to difficulty_name
           end-evaluate

           move sw_gm_low to low_disp
           move sw_gm_high to high_disp
           move spaces to range_text
           string function trim(low_disp) "-" function trim(high_disp)
               delimited by size into range_text

           move sw_gm_date to date_in
           perform edit_date

           move spaces to print_text
           string date_out "  " sw_gm_time(1:2) ":" sw_gm_time(3:2)
               "  " sw_gm_terminal "      " difficulty_name "  "
               range_text "  " sw_gm_guesses "       " outcome_name
               delimited by size into print_text
           if sw_gm_campaign not = spaces
               move sw_gm_campaign to print_text(66:8)
           end-if
           perform print_line.

       print_voucher_line.
           evaluate sw_vo_tier
               when 'G'
                   move "gold" to tier_name
               when 'S'
                   move "silver" to tier_name
               when other
                   move "bronze" to tier_name
           end-evaluate

           evaluate sw_kind
               when "2"
                   add 1 to stm_issued
                   add sw_vo_value to stm_issued_value
                   move sw_vo_date to date_in
               when "3"
                   add 1 to stm_redeemed
                   add sw_vo_value to stm_redeemed_value
                   move sw_vo_redeem_date to date_in
               when "4"
                   add 1 to stm_expired
                   add sw_vo_value to stm_expired_value
                   move sw_vo_expiry_date to date_in
               when other
                   add 1 to stm_open
                   add sw_vo_value to stm_open_value
                   move sw_vo_date to date_in
           end-evaluate
           perform edit_date

           move sw_vo_value to value_disp
           move spaces to print_text
           string sw_vo_number "  " date_out "  " tier_name
               "  " value_disp
               delimited by size into print_text

           if sw_kind = "2" or sw_kind = "5"
               move sw_vo_expiry_date to date_in
               perform edit_date
               move date_out to print_text(52:10)
               if sw_kind = "5" and sw_vo_status = 'H'
                   move "on hold" to print_text(64:)
               end-if
           end-if
           perform print_line.

       print_series_line.
           add 1 to stm_series
           if sw_se_result = 'W'
               add 1 to stm_series_won
           end-if

           move sw_se_date to date_in
           perform edit_date

           move spaces to print_text
           string date_out "  " sw_se_series_id "  " sw_se_best_of
               "        " sw_se_opponent
               delimited by size into print_text
           move sw_se_own_wins to print_text(52:2)
           move "-" to print_text(55:1)
           move sw_se_opp_wins to print_text(57:2)
           if sw_se_result = 'W'
               move "won" to print_text(60:)
           else
               move "lost" to print_text(60:)
           end-if
           perform print_line.

       finish_statement.
           if statement_wanted = 'Y'
               move spaces to print_text
               perform print_line
               move "month summary" to print_text
               perform print_line

               move spaces to print_text
               move stm_games to small_disp
               string "games " small_disp delimited by size
                   into print_text
               move stm_won to small_disp
               move small_disp to print_text(20:4)
               move "won" to print_text(25:)
               move stm_lost to small_disp
               move small_disp to print_text(30:4)
               move "lost" to print_text(35:)
               move stm_abandoned to small_disp
               move small_disp to print_text(41:4)
               move "abandoned" to print_text(46:)
               perform print_line

               move stm_issued to small_disp
               move stm_issued_value to value_disp
               move spaces to print_text
               string "vouchers issued   " small_disp "  value "
                   value_disp delimited by size into print_text
               perform print_line

               move stm_redeemed to small_disp
               move stm_redeemed_value to value_disp
               move spaces to print_text
               string "vouchers redeemed " small_disp "  value "
                   value_disp delimited by size into print_text
               perform print_line

               move stm_expired to small_disp
               move stm_expired_value to value_disp
               move spaces to print_text
               string "vouchers expired  " small_disp "  value "
                   value_disp delimited by size into print_text
               perform print_line

               move stm_open to small_disp
               move stm_open_value to value_disp
               move spaces to print_text
               string "vouchers open     " small_disp "  value "
                   value_disp delimited by size into print_text
               perform print_line

               if stm_series > 0
                   move stm_series to small_disp
                   move spaces to print_text
                   string "series played     " small_disp
                       delimited by size into print_text
                   move stm_series_won to small_disp
                   move "won" to print_text(26:)
                   move small_disp to print_text(30:4)
                   perform print_line
               end-if

               move 'N' to statement_wanted
           end-if.

       edit_date.
           if date_in = spaces
               move spaces to date_out
           else
               move spaces to date_out
               string date_in(1:4) "-" date_in(5:2) "-" date_in(7:2)
                   delimited by size into date_out
           end-if.

       print_control_page.
           add 1 to total_pages
           move total_pages to count_disp

           move spaces to heading_text
           string "MORE OR LESS - PLAYER ACTIVITY STATEMENTS   "
               stmt_month(1:4) "/" stmt_month(5:2)
               "   CONTROL PAGE"
               delimited by size into heading_text
           write statement_line from heading_text
               after advancing page
           move spaces to statement_line
           write statement_line

           move spaces to print_text
           string "statement month       : " month_start " - "
               month_end delimited by size into print_text
           perform write_control_line

           move spaces to print_text
           string "run date              : " run_date
               delimited by size into print_text
           perform write_control_line

           move statements_produced to count_disp
           move spaces to print_text
           string "statements produced   : " count_disp
               delimited by size into print_text
           perform write_control_line

           move total_pages to count_disp
           move spaces to print_text
           string "pages printed         : " count_disp
               "  (including this page)"
               delimited by size into print_text
           perform write_control_line

           move skipped_total to count_disp
           move spaces to print_text
           string "players skipped       : " count_disp
               delimited by size into print_text
           perform write_control_line

           move skipped_inactive to count_disp
           move spaces to print_text
           string "  card not active     : " count_disp
               delimited by size into print_text
           perform write_control_line

           move skipped_excluded to count_disp
           move spaces to print_text
           string "  self-excluded       : " count_disp
               delimited by size into print_text
           perform write_control_line

           move skipped_unknown to count_disp
           move spaces to print_text
           string "  card not registered : " count_disp
               delimited by size into print_text
           perform write_control_line

           move holders_only to count_disp
           move spaces to print_text
           string "open vouchers only    : " count_disp
               "  (no activity, no statement)"
               delimited by size into print_text
           perform write_control_line

           move games_read to count_disp
           move spaces to print_text
           string "games in month        : " count_disp
               delimited by size into print_text
           perform write_control_line

           move vouchers_read to count_disp
           move spaces to print_text
           string "voucher lines         : " count_disp
               delimited by size into print_text
           perform write_control_line

           move series_read to count_disp
           move spaces to print_text
           string "series completed      : " count_disp
               delimited by size into print_text
           perform write_control_line

           move rating_changes to count_disp
           move spaces to print_text
           string "rating changes used   : " count_disp
               delimited by size into print_text
           perform write_control_line

           if open_failures > 0
               move "WARNING - vouchers not read, statements incomplete"
                   to print_text
               perform write_control_line
               move 8 to return-code
           end-if

           if limits_open not = 'Y'
               move "WARNING - limits not read, exclusion not checked"
                   to print_text
               perform write_control_line
               move 8 to return-code
           end-if

           display "statement file  : " statement_file_name.

       write_control_line.
           write statement_line from print_text
           display function trim(print_text trailing).
