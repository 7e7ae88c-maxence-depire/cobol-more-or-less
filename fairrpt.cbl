       identification division.
       program-id. fairness-report.

       environment division.
       input-output section.
       file-control.
           select game_results_file assign to results_file_name
               organization line sequential
               file status gameres_status.

           select parm_file assign to "PARMFILE"
               organization indexed
               access dynamic
               record key pm_key
               lock mode is automatic
               sharing with all other
               file status parm_status.

       data division.
       file section.
           fd game_results_file.
           copy gameres.

           fd parm_file.
           copy parmfile.

       working-storage section.
           77 gameres_status pic xx.
           77 parm_status pic xx.
           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 bucket_count pic 99 value 10.
           77 chi_limit pic 999v99 value 21.67.
           77 chi_limit_digits pic 9(5).
           77 min_games pic 9(5) value 50.
           77 repeat_pct pic 999 value 300.
           77 repeat_min pic 9(5) value 10.
           77 guess_pct pic 999 value 60.

           77 fair_env pic x(8).
           77 fair_from pic x(8).
           77 fair_to pic x(8).
           77 from_days pic s9(9) comp.
           77 date_numeric pic 9(8).

           77 results_file_name pic x(11) value "GAMERES".

           77 walk_month pic x(6).
           77 walk_year pic 9(4).
           77 walk_mm pic 99.
           77 end_month pic x(6).
           77 archives_read pic 999 value 0.
           77 archives_missing pic 999 value 0.

           77 games_read pic 9(9) value 0.
           77 games_in_range pic 9(9) value 0.
           77 games_unusable pic 9(7) value 0.

           77 group_count pic 999 value 0.
           77 group_index pic 999.
           77 group_found pic x.
           77 groups_dropped pic 9(7) value 0.
           77 range_group pic 999.
           77 group_key_terminal pic x(4).

           1 fair_group_table.
               2 fg_entry occurs 300 times.
                   3 fg_range_low pic 999.
                   3 fg_range_high pic 999.
                   3 fg_terminal_id pic x(4).
                   3 fg_games pic 9(7).
                   3 fg_out_of_range pic 9(5).
                   3 fg_bucket pic 9(7) occurs 20 times.
                   3 fg_won pic 9(7).
                   3 fg_won_guesses pic 9(9).
                   3 fg_won_within pic 9(7).
                   3 fg_won_beyond pic 9(7).
                   3 fg_lost pic 9(7).
                   3 fg_abandoned pic 9(7).
                   3 fg_flagged pic x.

           77 range_count pic 99 value 0.
           77 range_index pic 99.
           77 range_found pic x.
           77 ranges_dropped pic 9(7) value 0.

           1 range_secret_table.
               2 rs_entry occurs 20 times.
                   3 rs_range_low pic 999.
                   3 rs_range_high pic 999.
                   3 rs_secret_count pic 9(5) occurs 1000 times.

           77 value_span pic 9(4).
           77 buckets_used pic 99.
           77 bucket_index pic 99.
           77 value_offset pic 9(4).
           77 bucket_low pic 999.
           77 bucket_high pic 999.

           1 bucket_cells.
               2 cell_size pic 9(4) occurs 20 times.

           77 expected_count pic 9(7)v9(4).
           77 difference pic s9(7)v9(4).
           77 chi_value pic 9(7)v99.
           77 chi_judged pic x.

           77 optimal_max pic 99.
           77 optimal_avg pic 99v99.
           77 depth pic 99.
           77 depth_width pic 9(5).
           77 depth_take pic 9(4).
           77 depth_remaining pic 9(4).
           77 depth_total pic 9(7).
           77 avg_won pic 99v99.
           77 guess_floor pic 99v99.

           77 secret_index pic 9(4).
           77 secret_value pic 999.
           77 top_secret pic 999.
           77 top_count pic 9(5).
           77 never_drawn pic 9(4).
           77 repeat_limit pic 9(7)v99.
           77 per_value pic 9(7)v99.
           77 over_twice pic 9(4).

           77 flag_reason pic x(40).
           77 groups_flagged pic 999 value 0.
           77 ranges_flagged pic 999 value 0.
           77 terminals_flagged pic 999 value 0.
           77 secrets_outside pic 9(7) value 0.

           77 count_disp pic z(6)9.
           77 expect_disp pic z(6)9.99.
           77 chi_disp pic z(6)9.99.
           77 limit_disp pic zz9.99.
           77 avg_disp pic z9.99.
           77 optimal_disp pic z9.99.
           77 pct_disp pic zz9.

       procedure division.

           display "===== game fairness and integrity report ====="

           perform get_fair_dates.
           perform load_parameters.

           display "period            : " fair_from " - " fair_to
           display "buckets per range : " bucket_count
           move chi_limit to limit_disp
           display "chi-square limit  : " limit_disp
           display "minimum games     : " min_games
           display "repeat limit      : " repeat_pct "% of expected, "
               "at least " repeat_min " draws"
           display "guess floor       : " guess_pct
               "% of optimal average"

           perform read_range_archives.

           move "GAMERES" to results_file_name.
           open input game_results_file
           if gameres_status not = "00"
               display "game results file open failed - status "
                   gameres_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           perform read_next_result

           perform test before until end_of_file
               perform accumulate_result
               perform read_next_result
           end-perform

           close game_results_file.

           perform print_range_section
               varying range_group from 1 by 1
               until range_group > group_count.

           perform print_fair_control.

           stop run.

       get_fair_dates.
           move spaces to fair_env
           accept fair_env from environment "MOL-FAIR-TO"
               on exception move spaces to fair_env
           end-accept

           if fair_env is numeric and fair_env not = spaces
               move fair_env to fair_to
           else
               move function current-date(1:8) to fair_to
           end-if

           move fair_to to date_numeric
           compute from_days =
               function integer-of-date(date_numeric) - 364
           move function date-of-integer(from_days) to date_numeric
           move date_numeric to fair_from

           move spaces to fair_env
           accept fair_env from environment "MOL-FAIR-FROM"
               on exception move spaces to fair_env
           end-accept

           if fair_env is numeric and fair_env not = spaces
               move fair_env to fair_from
           end-if

           if fair_from > fair_to
               display "period start " fair_from " is after the end "
                   fair_to
               move 16 to return-code
               stop run
           end-if.

       load_parameters.
           open input parm_file
           if parm_status = "00"
               move 'Y' to parm_open
           end-if

           move "FAIR-BUCKETS" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:2) is numeric
               move parm_value(1:2) to bucket_count
           end-if

           if bucket_count < 2 or bucket_count > 20
               display "FAIR-BUCKETS must be 02 to 20 - using 10"
               move 10 to bucket_count
           end-if

           move "FAIR-CHI-LIMIT" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:5) is numeric
               move parm_value(1:5) to chi_limit_digits
               compute chi_limit = chi_limit_digits / 100
           end-if

           move "FAIR-MIN-GAMES" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to min_games
           end-if

           move "FAIR-REPEAT-PCT" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to repeat_pct
           end-if

           move "FAIR-REPEAT-MIN" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to repeat_min
           end-if

           move "FAIR-GUESS-PCT" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:3) is numeric
               move parm_value(1:3) to guess_pct
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

       read_range_archives.
           move fair_from(1:6) to walk_month
           move fair_to(1:6) to end_month

           perform test before until walk_month > end_month
               move "GRARC" to results_file_name(1:5)
               move walk_month to results_file_name(6:6)
               perform read_archive_file
               perform advance_walk_month
           end-perform.

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

       read_archive_file.
           open input game_results_file
           if gameres_status = "00"
               add 1 to archives_read
               display "archive generation " results_file_name
                   " read"
               move 'N' to at_eof
               perform read_next_result

               perform test before until end_of_file
                   perform accumulate_result
                   perform read_next_result
               end-perform

               close game_results_file
           else
               add 1 to archives_missing
               display "archive generation " results_file_name
                   " MISSING"
           end-if.

       read_next_result.
           read game_results_file
               at end move 'Y' to at_eof
           end-read.

       accumulate_result.
           add 1 to games_read

           if gr_date >= fair_from and gr_date <= fair_to
               add 1 to games_in_range

               if gr_range_low is not numeric
                   or gr_range_high is not numeric
                   or gr_secret is not numeric
                   or gr_range_high < gr_range_low
                   add 1 to games_unusable
               else
                   move spaces to group_key_terminal
                   perform find_fair_group
                   if group_found = 'Y'
                       perform add_result_to_group
                   end-if

                   move gr_terminal_id to group_key_terminal
                   perform find_fair_group
                   if group_found = 'Y'
                       perform add_result_to_group
                   end-if

                   perform count_exact_secret
               end-if
           end-if.

       find_fair_group.
           move 'N' to group_found

           perform test before varying group_index from 1 by 1
               until group_index > group_count
               or group_found = 'Y'

               if fg_range_low(group_index) = gr_range_low
                   and fg_range_high(group_index) = gr_range_high
                   and fg_terminal_id(group_index) = group_key_terminal
                   move 'Y' to group_found
               end-if

           end-perform

           if group_found = 'Y'
               subtract 1 from group_index
           else
               if group_count < 300
                   add 1 to group_count
                   move group_count to group_index
                   initialize fg_entry(group_index)
                   move gr_range_low to fg_range_low(group_index)
                   move gr_range_high to fg_range_high(group_index)
                   move group_key_terminal
                       to fg_terminal_id(group_index)
                   move 'N' to fg_flagged(group_index)
                   move 'Y' to group_found
               else
                   add 1 to groups_dropped
               end-if
           end-if.

       add_result_to_group.
           add 1 to fg_games(group_index)

           if gr_secret < gr_range_low or gr_secret > gr_range_high
               add 1 to fg_out_of_range(group_index)
               if group_key_terminal = spaces
                   add 1 to secrets_outside
               end-if
           else
               compute value_span = gr_range_high - gr_range_low + 1
               perform set_buckets_used
               compute bucket_index =
                   ((gr_secret - gr_range_low) * buckets_used)
                   / value_span + 1
               add 1 to fg_bucket(group_index, bucket_index)
           end-if

           evaluate gr_outcome
               when 'W'
                   add 1 to fg_won(group_index)
                   add gr_guesses to fg_won_guesses(group_index)
                   perform set_optimal_play
                   if gr_guesses <= optimal_max
                       add 1 to fg_won_within(group_index)
                   else
                       add 1 to fg_won_beyond(group_index)
                   end-if
               when 'A'
                   add 1 to fg_abandoned(group_index)
               when other
                   add 1 to fg_lost(group_index)
           end-evaluate.

       set_buckets_used.
           if value_span < bucket_count
               move value_span to buckets_used
           else
               move bucket_count to buckets_used
           end-if.

       set_optimal_play.
           compute value_span = fg_range_high(group_index)
               - fg_range_low(group_index) + 1

           move 0 to optimal_max
           move 0 to depth_total
           move value_span to depth_remaining
           move 1 to depth_width

           perform test before until depth_remaining = 0
               add 1 to optimal_max
               if depth_width < depth_remaining
                   move depth_width to depth_take
               else
                   move depth_remaining to depth_take
               end-if
               compute depth_total = depth_total
                   + optimal_max * depth_take
               subtract depth_take from depth_remaining
               compute depth_width = depth_width * 2
           end-perform

           compute optimal_avg rounded = depth_total / value_span.

       count_exact_secret.
           move 'N' to range_found

           perform test before varying range_index from 1 by 1
               until range_index > range_count
               or range_found = 'Y'

               if rs_range_low(range_index) = gr_range_low
                   and rs_range_high(range_index) = gr_range_high
                   move 'Y' to range_found
               end-if

           end-perform

           if range_found = 'Y'
               subtract 1 from range_index
           else
               if range_count < 20
                   add 1 to range_count
                   move range_count to range_index
                   initialize rs_entry(range_index)
                   move gr_range_low to rs_range_low(range_index)
                   move gr_range_high to rs_range_high(range_index)
                   move 'Y' to range_found
               else
                   add 1 to ranges_dropped
               end-if
           end-if

           if range_found = 'Y'
               compute secret_index = gr_secret + 1
               add 1 to rs_secret_count(range_index, secret_index)
           end-if.

       print_range_section.
           if fg_terminal_id(range_group) = spaces
               move range_group to group_index
               perform judge_fair_group

               display "----------------------------------------------"
               display "range " fg_range_low(group_index) "-"
                   fg_range_high(group_index) "  all terminals"
               move fg_games(group_index) to count_disp
               display "games             : " count_disp

               perform print_bucket_spread
               perform print_secret_repeats
               perform print_guess_profile

               if fg_flagged(group_index) = 'Y'
                   add 1 to ranges_flagged
               end-if

               display "by terminal"
               display "term     games   chi-sq  avg won  optimal  "
                   "result"

               perform print_terminal_line
                   varying group_index from 1 by 1
                   until group_index > group_count
           end-if.

       judge_fair_group.
           move spaces to flag_reason
           move 'N' to chi_judged

           compute value_span = fg_range_high(group_index)
               - fg_range_low(group_index) + 1
           perform set_buckets_used
           perform set_cell_sizes
           perform set_optimal_play

           move 0 to chi_value
           if fg_games(group_index) >= min_games
               move 'Y' to chi_judged
               perform add_chi_term
                   varying bucket_index from 1 by 1
                   until bucket_index > buckets_used
           end-if

           if fg_won(group_index) > 0
               compute avg_won rounded =
                   fg_won_guesses(group_index) / fg_won(group_index)
           else
               move 0 to avg_won
           end-if
           compute guess_floor rounded = optimal_avg * guess_pct / 100

           if fg_out_of_range(group_index) > 0
               move "secrets drawn outside the range"
                   to flag_reason
           else
               if chi_judged = 'Y' and chi_value > chi_limit
                   move "spread not uniform" to flag_reason
               else
                   if chi_judged = 'Y' and fg_won(group_index) > 0
                       and avg_won < guess_floor
                       move "wins faster than good play allows"
                           to flag_reason
                   end-if
               end-if
           end-if

           if flag_reason not = spaces
               move 'Y' to fg_flagged(group_index)
               add 1 to groups_flagged
           end-if.

       set_cell_sizes.
           move zero to bucket_cells

           perform test before varying value_offset from 0 by 1
               until value_offset >= value_span
               compute bucket_index =
                   (value_offset * buckets_used) / value_span + 1
               add 1 to cell_size(bucket_index)
           end-perform.

       add_chi_term.
           compute expected_count = fg_games(group_index)
               * cell_size(bucket_index) / value_span
           if expected_count > 0
               compute difference =
                   fg_bucket(group_index, bucket_index)
                   - expected_count
               compute chi_value rounded = chi_value
                   + (difference * difference) / expected_count
           end-if.

       print_bucket_spread.
           display "bucket     observed     expected"

           move 0 to value_offset
           perform print_bucket_line
               varying bucket_index from 1 by 1
               until bucket_index > buckets_used

           if fg_out_of_range(group_index) > 0
               move fg_out_of_range(group_index) to count_disp
               display "outside range  " count_disp
           end-if

           move chi_value to chi_disp
           if chi_judged = 'Y'
               display "chi-square        : " chi_disp
                   "  (" buckets_used " buckets, limit " limit_disp ")"
           else
               display "chi-square        : not judged - fewer than "
                   min_games " games"
           end-if.

       print_bucket_line.
           compute bucket_low = fg_range_low(group_index)
               + value_offset
           compute bucket_high = bucket_low
               + cell_size(bucket_index) - 1
           add cell_size(bucket_index) to value_offset

           compute expected_count = fg_games(group_index)
               * cell_size(bucket_index) / value_span
           move fg_bucket(group_index, bucket_index) to count_disp
           move expected_count to expect_disp

           display bucket_low "-" bucket_high "  " count_disp
               "  " expect_disp.

       print_secret_repeats.
           move 'N' to range_found

           perform test before varying range_index from 1 by 1
               until range_index > range_count
               or range_found = 'Y'

               if rs_range_low(range_index) = fg_range_low(group_index)
                   and rs_range_high(range_index)
                       = fg_range_high(group_index)
                   move 'Y' to range_found
               end-if

           end-perform

           if range_found = 'Y'
               subtract 1 from range_index

               move 0 to top_count
               move 0 to top_secret
               move 0 to never_drawn
               move 0 to over_twice

               compute per_value rounded =
                   (fg_games(group_index)
                   - fg_out_of_range(group_index)) / value_span

               perform check_secret_value
                   varying secret_value from fg_range_low(group_index)
                   by 1
                   until secret_value > fg_range_high(group_index)
                   or secret_value = 999

               if fg_range_high(group_index) = 999
                   move 999 to secret_value
                   perform check_secret_value
               end-if

               compute repeat_limit = per_value * repeat_pct / 100
               if repeat_limit < repeat_min
                   move repeat_min to repeat_limit
               end-if

               move per_value to expect_disp
               display "draws per secret  : " expect_disp " expected"
               move top_count to count_disp
               display "most drawn secret : " top_secret " drawn "
                   count_disp " times"
               display "secrets not drawn : " never_drawn
               display "drawn over twice  : " over_twice
                   " secrets drawn more than twice the expected"

               if top_count > repeat_limit
                   display "*** EXCEPTION - secret " top_secret
                       " repeats beyond tolerance"
                   if flag_reason = spaces
                       move "exact secret repeats" to flag_reason
                       move 'Y' to fg_flagged(group_index)
                       add 1 to groups_flagged
                   end-if
               end-if
           end-if.

       check_secret_value.
           compute secret_index = secret_value + 1

           if rs_secret_count(range_index, secret_index) = 0
               add 1 to never_drawn
           end-if

           if rs_secret_count(range_index, secret_index) > top_count
               move rs_secret_count(range_index, secret_index)
                   to top_count
               move secret_value to top_secret
           end-if

           if rs_secret_count(range_index, secret_index)
               > per_value * 2
               add 1 to over_twice
           end-if.

       print_guess_profile.
           move optimal_avg to avg_disp
           display "optimal play      : at most " optimal_max
               " guesses, " avg_disp " on average"
           move avg_won to avg_disp
           move fg_won(group_index) to count_disp
           display "games won         : " count_disp
               "  average guesses " avg_disp
           move fg_won_within(group_index) to count_disp
           display "  within optimal  : " count_disp
           move fg_won_beyond(group_index) to count_disp
           display "  beyond optimal  : " count_disp
           move fg_lost(group_index) to count_disp
           display "games lost        : " count_disp
           move fg_abandoned(group_index) to count_disp
           display "games abandoned   : " count_disp
           move guess_pct to pct_disp
           move guess_floor to avg_disp
           display "guess floor       : " avg_disp
               " (" pct_disp "% of optimal average)"

           if flag_reason = spaces
               display "result            : within tolerance"
           else
               display "*** EXCEPTION - " flag_reason
           end-if.

       print_terminal_line.
           if fg_terminal_id(group_index) not = spaces
               and fg_range_low(group_index) = fg_range_low(range_group)
               and fg_range_high(group_index)
                   = fg_range_high(range_group)

               perform judge_fair_group

               if fg_flagged(group_index) = 'Y'
                   add 1 to terminals_flagged
               end-if

               move fg_games(group_index) to count_disp
               move chi_value to chi_disp
               move avg_won to avg_disp
               move optimal_avg to optimal_disp

               if chi_judged = 'Y'
                   display fg_terminal_id(group_index) " "
                       count_disp " " chi_disp "  " avg_disp
                       "   " optimal_disp "  "
                       with no advancing
               else
                   display fg_terminal_id(group_index) " "
                       count_disp "  too few games   " avg_disp
                       "   " optimal_disp "  "
                       with no advancing
               end-if

               if flag_reason = spaces
                   display "ok"
               else
                   display "** " flag_reason
               end-if
           end-if.

       print_fair_control.
           move chi_limit to limit_disp

           display "=============================================="
           display "games read          : " games_read
           display "games in period     : " games_in_range
           display "games not usable    : " games_unusable
           display "archives read       : " archives_read
           display "archives missing    : " archives_missing
           display "ranges flagged      : " ranges_flagged
           display "terminals flagged   : " terminals_flagged
           display "secrets out of range: " secrets_outside

           if groups_dropped > 0 or ranges_dropped > 0
               display "WARNING - report tables full, "
                   groups_dropped " results not grouped, "
                   ranges_dropped " not counted by secret"
               move 8 to return-code
           end-if

           if groups_flagged > 0 and return-code = 0
               display "ranges or terminals outside tolerance - "
                   "see exceptions above"
               move 4 to return-code
           end-if

           if groups_flagged = 0 and return-code = 0
               display "all ranges and terminals within tolerance"
           end-if

           display "==============================================".
