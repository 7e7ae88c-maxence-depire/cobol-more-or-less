       identification division.
       program-id. promotion-report.

       environment division.
       input-output section.
       file-control.
           select promos_file assign to "PROMOS"
               organization indexed
               access dynamic
               record key pr_campaign_id
               sharing with all other
               file status promos_status.

           select game_results_file assign to results_file_name
               organization line sequential
               file status gameres_status.

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
               lock mode is automatic
               sharing with all other
               file status parm_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select work_file assign to "PRWORK"
               organization indexed
               access dynamic
               record key pw_key
               file status work_status.

       data division.
       file section.
           fd promos_file.
           copy promos.

           fd game_results_file.
           copy gameres.

           fd vouchers_file.
           copy voucher.

           fd parm_file.
           copy parmfile.

           fd card_xref_file.
           copy cardxref.

           fd work_file.
           1 work_record.
               2 pw_key.
                   3 pw_type pic x.
                   3 pw_id pic x(10).

       working-storage section.
           77 promos_status pic xx.
           77 gameres_status pic xx.
           77 voucher_status pic xx.
           77 parm_status pic xx.
           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).
           77 work_status pic xx.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 range_low_1 pic 999 value 1.
           77 range_high_1 pic 999 value 50.
           77 range_low_2 pic 999 value 1.
           77 range_high_2 pic 999 value 100.
           77 range_low_3 pic 999 value 1.
           77 range_high_3 pic 999 value 500.
           77 eligible_low pic 999.
           77 eligible_high pic 999.

           77 promo_env pic x(8).
           77 today_date pic x(8).
           77 now_hhmm pic x(4).
           77 campaigns_reported pic 999 value 0.
           77 campaigns_running pic 999 value 0.

           77 campaign_count pic 99 value 0.
           77 campaign_index pic 99.
           77 campaigns_dropped pic 999 value 0.

           1 campaign_table.
               2 campaign_entry occurs 50 times.
                   3 ct_campaign_id pic x(8).

           77 stamp_date pic x(8).
           77 stamp_hhmm pic x(4).
           77 stamp_minutes pic 9(11) comp.
           77 stamp_days pic 9(9) comp.
           77 stamp_rest pic 9(5) comp.
           77 stamp_hh pic 99.
           77 stamp_mm pic 99.
           77 date_numeric pic 9(8).

           77 campaign_start pic 9(11) comp.
           77 campaign_end pic 9(11) comp.
           77 campaign_length pic 9(11) comp.
           77 before_start pic 9(11) comp.
           77 game_minutes pic 9(11) comp.

           77 before_from_date pic x(8).
           77 before_from_hhmm pic x(4).

           77 results_file_name pic x(11) value "GAMERES".
           77 walk_month pic x(6).
           77 walk_year pic 9(4).
           77 walk_mm pic 99.
           77 end_month pic x(6).

           77 game_eligible pic x.

           1 period_totals.
               2 period_entry occurs 2 times.
                   3 pt_games pic 9(7).
                   3 pt_wins pic 9(7).
                   3 pt_players pic 9(7).
                   3 pt_vouchers pic 9(7).
                   3 pt_cost pic 9(9)v99.
           77 period_index pic 9.

           77 win_rate pic 999v99.
           77 count_disp pic z(6)9.
           77 change_disp pic -(7)9.
           77 change_count pic s9(8).
           77 rate_disp pic zz9.99.
           77 cost_disp pic z(8)9.99.
           77 cost_change_disp pic -(9)9.99.
           77 cost_change pic s9(10)v99.

       procedure division.

           display "===== promotion campaign comparison ====="

           move function current-date(1:8) to today_date
           move function current-date(9:4) to now_hhmm

           perform load_parameters.

           perform select_campaigns.

           open input card_xref_file
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if

           perform report_one_campaign
               varying campaign_index from 1 by 1
               until campaign_index > campaign_count.

           if xref_open = 'Y'
               close card_xref_file
               move 'N' to xref_open
           end-if

           display "=========================================="
           display "campaigns reported : " campaigns_reported
           if campaigns_running > 0
               display "campaigns not yet ended, not reported : "
                   campaigns_running
           end-if
           if campaigns_dropped > 0
               display "WARNING - " campaigns_dropped
                   " ended campaigns not reported, table full"
               move 4 to return-code
           end-if
           display "==========================================".

           stop run.

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

       select_campaigns.
           move spaces to promo_env
           accept promo_env from environment "MOL-PROMO-ID"
               on exception move spaces to promo_env
           end-accept

           open input promos_file
           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
               move 16 to return-code
               stop run
           end-if

           if promo_env not = spaces
               move promo_env to pr_campaign_id
               read promos_file
                   invalid key
                       display "campaign " promo_env " not on file"
                       move 16 to return-code
                       close promos_file
                       stop run
               end-read
               perform take_ended_campaign
           else
               move 'N' to at_eof
               read promos_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   perform take_ended_campaign
                   read promos_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform
           end-if

           close promos_file.

       take_ended_campaign.
           if pr_status = 'C'
               or pr_end_date < today_date
               or (pr_end_date = today_date
                   and pr_end_time <= now_hhmm)
               if campaign_count < 50
                   add 1 to campaign_count
                   move pr_campaign_id
                       to ct_campaign_id(campaign_count)
               else
                   add 1 to campaigns_dropped
               end-if
           else
               add 1 to campaigns_running
               display "campaign " pr_campaign_id
                   " still running until " pr_end_date " "
                   pr_end_time
           end-if.

       report_one_campaign.
           open input promos_file
           move ct_campaign_id(campaign_index) to pr_campaign_id
           read promos_file
               invalid key
                   move "23" to promos_status
           end-read
           close promos_file

           if promos_status = "00"
               perform set_campaign_periods
               perform set_eligible_range

               initialize period_totals

               open output work_file
               close work_file
               open i-o work_file
               if work_status not = "00"
                   display "comparison work file open failed - "
                       "status " work_status
                   move 16 to return-code
                   stop run
               end-if

               perform scan_campaign_games
               perform scan_campaign_vouchers

               close work_file
               delete file work_file

               perform print_campaign_comparison
               add 1 to campaigns_reported
           end-if.

       set_campaign_periods.
           move pr_start_date to stamp_date
           move pr_start_time to stamp_hhmm
           perform date_time_to_minutes
           move stamp_minutes to campaign_start

           move pr_end_date to stamp_date
           move pr_end_time to stamp_hhmm
           perform date_time_to_minutes
           move stamp_minutes to campaign_end

           if campaign_end > campaign_start
               compute campaign_length = campaign_end - campaign_start
           else
               move 0 to campaign_length
           end-if
           compute before_start = campaign_start - campaign_length

           compute stamp_days = before_start / 1440
           compute stamp_rest = before_start - stamp_days * 1440
           move function date-of-integer(stamp_days) to date_numeric
           move date_numeric to before_from_date
           compute stamp_hh = stamp_rest / 60
           compute stamp_mm = stamp_rest - stamp_hh * 60
           move stamp_hh to before_from_hhmm(1:2)
           move stamp_mm to before_from_hhmm(3:2).

       date_time_to_minutes.
           move stamp_date to date_numeric
           move stamp_hhmm(1:2) to stamp_hh
           move stamp_hhmm(3:2) to stamp_mm
           compute stamp_minutes =
               function integer-of-date(date_numeric) * 1440
               + stamp_hh * 60 + stamp_mm.

       set_eligible_range.
           evaluate pr_difficulty
               when '1'
                   move range_low_1 to eligible_low
                   move range_high_1 to eligible_high
               when '2'
                   move range_low_2 to eligible_low
                   move range_high_2 to eligible_high
               when '3'
                   move range_low_3 to eligible_low
                   move range_high_3 to eligible_high
               when other
                   move 0 to eligible_low
                   move 0 to eligible_high
           end-evaluate.

       scan_campaign_games.
           move before_from_date(1:6) to walk_month
           move pr_end_date(1:6) to end_month

           perform test before until walk_month > end_month
               move "GRARC" to results_file_name(1:5)
               move walk_month to results_file_name(6:6)
               perform read_game_file
               perform advance_walk_month
           end-perform

           move spaces to results_file_name
           move "GAMERES" to results_file_name
           perform read_game_file.

       advance_walk_month.
           move walk_month(1:4) to walk_year
           move walk_month(5:2) to walk_mm

           add 1 to walk_mm
           if walk_mm > 12
               move 1 to walk_mm
               add 1 to walk_year
           end-if

           move walk_year to walk_month(1:4)
           move walk_mm to walk_month(5:2).

       read_game_file.
           open input game_results_file
           if gameres_status = "00"
               move 'N' to at_eof
               perform read_next_result

               perform test before until end_of_file
                   perform judge_campaign_game
                   perform read_next_result
               end-perform

               close game_results_file
           end-if.

       read_next_result.
           read game_results_file
               at end move 'Y' to at_eof
           end-read.

       judge_campaign_game.
           if gr_campaign_id = pr_campaign_id
               move 1 to period_index
               move "C" to pw_type
               perform count_period_game
           else
               if gr_date >= before_from_date
                   and gr_date <= pr_start_date
                   move gr_date to stamp_date
                   move gr_start_time(1:4) to stamp_hhmm
                   perform date_time_to_minutes
                   move stamp_minutes to game_minutes

                   if game_minutes >= before_start
                       and game_minutes < campaign_start
                       perform check_game_eligible
                       if game_eligible = 'Y'
                           move 2 to period_index
                           move "B" to pw_type
                           perform count_period_game
                       end-if
                   end-if
               end-if
           end-if.

       check_game_eligible.
           move 'Y' to game_eligible

           if eligible_high > 0
               if gr_range_low not = eligible_low
                   or gr_range_high not = eligible_high
                   move 'N' to game_eligible
               end-if
           end-if

           if pr_terminal_id not = spaces
               and gr_terminal_id not = pr_terminal_id
               move 'N' to game_eligible
           end-if

           if pr_daily_from not = spaces
               if gr_start_time(1:4) < pr_daily_from
                   or gr_start_time(1:4) >= pr_daily_to
                   move 'N' to game_eligible
               end-if
           end-if.

       count_period_game.
           add 1 to pt_games(period_index)

           if gr_outcome = 'W'
               add 1 to pt_wins(period_index)
               if period_index = 2 and gr_game_ref is numeric
                   and gr_game_ref > 0
                   move "G" to pw_type
                   move gr_game_ref to pw_id
                   write work_record
                   move "B" to pw_type
               end-if
           end-if

           move gr_player_id to resolved_card
           perform resolve_card
           move resolved_card to pw_id
           write work_record
           if work_status = "00"
               add 1 to pt_players(period_index)
           end-if.

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

       scan_campaign_vouchers.
           open input vouchers_file
           if voucher_status = "00"
               move 'N' to at_eof
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   perform judge_campaign_voucher
                   read vouchers_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close vouchers_file
           end-if.

       judge_campaign_voucher.
           if vo_campaign_id = pr_campaign_id
               add 1 to pt_vouchers(1)
               add vo_value to pt_cost(1)
           else
               if vo_game_ref is numeric and vo_game_ref > 0
                   and vo_date >= before_from_date
                   and vo_date <= pr_start_date
                   move "G" to pw_type
                   move vo_game_ref to pw_id
                   read work_file
                       invalid key
                           continue
                       not invalid key
                           add 1 to pt_vouchers(2)
                           add vo_value to pt_cost(2)
                   end-read
               end-if
           end-if.

       print_campaign_comparison.
           display "------------------------------------------"
           display "campaign        : " pr_campaign_id "  "
               pr_description
           display "effect          : " pr_effect " "
               pr_effect_value "  difficulty " pr_difficulty
               "  terminal " pr_terminal_id "  tier "
               pr_loyalty_tier
           display "campaign period : " pr_start_date " "
               pr_start_time " - " pr_end_date " " pr_end_time
           display "before period   : " before_from_date " "
               before_from_hhmm " - " pr_start_date " "
               pr_start_time
           if pr_daily_from not = spaces
               display "daily hours     : " pr_daily_from "-"
                   pr_daily_to
           end-if
           display "                  campaign     before      change"

           move pt_games(1) to count_disp
           display "games           : " count_disp with no advancing
           move pt_games(2) to count_disp
           compute change_count = pt_games(1) - pt_games(2)
           move change_count to change_disp
           display "    " count_disp "    " change_disp

           move pt_wins(1) to count_disp
           display "games won       : " count_disp with no advancing
           move pt_wins(2) to count_disp
           compute change_count = pt_wins(1) - pt_wins(2)
           move change_count to change_disp
           display "    " count_disp "    " change_disp

           move 1 to period_index
           perform set_win_rate
           display "win rate %      :  " rate_disp with no advancing
           move 2 to period_index
           perform set_win_rate
           display "     " rate_disp

           move pt_players(1) to count_disp
           display "players         : " count_disp with no advancing
           move pt_players(2) to count_disp
           compute change_count = pt_players(1) - pt_players(2)
           move change_count to change_disp
           display "    " count_disp "    " change_disp

           move pt_vouchers(1) to count_disp
           display "prize vouchers  : " count_disp with no advancing
           move pt_vouchers(2) to count_disp
           compute change_count = pt_vouchers(1) - pt_vouchers(2)
           move change_count to change_disp
           display "    " count_disp "    " change_disp

           move pt_cost(1) to cost_disp
           display "prize cost      : " cost_disp
           move pt_cost(2) to cost_disp
           display "  before        : " cost_disp
           compute cost_change = pt_cost(1) - pt_cost(2)
           move cost_change to cost_change_disp
           display "  change        : " cost_change_disp.

       set_win_rate.
           if pt_games(period_index) > 0
               compute win_rate rounded =
                   pt_wins(period_index) * 100 / pt_games(period_index)
           else
               move 0 to win_rate
           end-if
           move win_rate to rate_disp.
