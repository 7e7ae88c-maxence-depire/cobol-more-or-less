               sharing with all other
               file status parm_status.

           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               sharing with all other
               file status termmast_status.

           select vouchers_file assign to "VOUCHERS"
               organization indexed
               access dynamic
               record key vo_number
               sharing with all other
               file status voucher_status.

       data division.
       file section.
           fd game_results_file.
           fd parm_file.
           copy parmfile.

           fd terminal_master_file.
           copy termmast.

           fd vouchers_file.
           copy voucher.

       working-storage section.
           77 gameres_status pic xx.
           77 parm_status pic xx.
           77 parm_found pic x.
           77 parm_value pic x(60).
           77 parm_report_mode pic x(8) value spaces.
           77 termmast_status pic xx.
           77 voucher_status pic xx.

           77 band_high_1 pic 999 value 50.
           77 band_high_2 pic 999 value 100.
           77 total_abandoned pic 9(5) value 0.
           77 completed_games pic 9(5) value 0.
           77 total_guesses pic 9(7) value 0.
           77 total_vouchers pic 9(5) value 0.

           77 win_rate pic 999v99.
           77 win_rate_disp pic zz9.99.
           77 terminal_index pic 999.
           77 terminal_found pic x.
           77 terminals_dropped pic 9(3) value 0.
           77 terminal_key pic x(4).

           1 terminal_totals.
               2 terminal_entry occurs 99 times.
                   3 tt_terminal_id pic x(4).
                   3 tt_site_code pic x(6).
                   3 tt_games pic 9(5).
                   3 tt_wins pic 9(5).
                   3 tt_guesses pic 9(7).
                   3 tt_vouchers pic 9(5).

           77 master_count pic 999 value 0.
           77 master_index pic 999.
           77 master_found pic x.

           1 master_table.
               2 master_entry occurs 200 times.
                   3 mt_terminal_id pic x(4).
                   3 mt_site_code pic x(6).

           77 site_code pic x(6).
           77 site_count pic 999 value 0.
           77 site_index pic 999.
           77 site_found pic x.

           1 site_table.
               2 site_entry occurs 99 times.
                   3 st_site_code pic x(6).

           77 sub_games pic 9(5).
           77 sub_wins pic 9(5).
           77 sub_guesses pic 9(7).
           77 sub_vouchers pic 9(5).
           77 sub_terminals pic 999.
           77 grand_games pic 9(5).
           77 grand_wins pic 9(5).
           77 grand_guesses pic 9(7).
           77 grand_vouchers pic 9(5).

           77 report_mode pic x value "D".
               88 report_weekly value "W".

           perform get_report_params.

           perform load_terminal_master.

           move "GAMERES" to results_file_name.

           open input game_results_file.

           perform read_range_archives.

           perform count_range_vouchers.

           perform find_busiest_hour.

           if not report_weekly
               at end move 'Y' to at_eof
           end-read.

       load_terminal_master.
           open input terminal_master_file
           if termmast_status = "00"
               move 'N' to at_eof
               read terminal_master_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   or master_count >= 200
                   add 1 to master_count
                   move tm_terminal_id to mt_terminal_id(master_count)
                   move tm_site_code to mt_site_code(master_count)
                   read terminal_master_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close terminal_master_file
           end-if

           move 'N' to at_eof.

       count_range_vouchers.
           open input vouchers_file
           if voucher_status = "00"
               move 'N' to at_eof
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if vo_date >= range_start_date
                       and vo_date <= range_end_date
                       add 1 to total_vouchers
                       move vo_number(15:4) to terminal_key
                       perform find_terminal_entry
                       if terminal_found = 'Y'
                           add 1 to tt_vouchers(terminal_index)
                       end-if
                   end-if
                   read vouchers_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close vouchers_file
           end-if.

       read_range_archives.
           move range_start_date(1:6) to walk_month
           move range_end_date(1:6) to end_month
           end-if.

       accumulate_terminal.
           move gr_terminal_id to terminal_key
           perform find_terminal_entry

           if terminal_found = 'Y'
               perform add_game_to_terminal
           end-if.

       find_terminal_entry.
           move 'N' to terminal_found

           perform test before varying terminal_index from 1 by 1
               until terminal_index > terminal_count
               or terminal_found = 'Y'

               if tt_terminal_id(terminal_index) = terminal_key
                   move 'Y' to terminal_found
               end-if

           end-perform

           if terminal_found = 'Y'
               subtract 1 from terminal_index
           else
               if terminal_count < 99
                   add 1 to terminal_count
                   move terminal_count to terminal_index
                   move terminal_key to tt_terminal_id(terminal_index)
                   move 0 to tt_games(terminal_index)
                   move 0 to tt_wins(terminal_index)
                   move 0 to tt_guesses(terminal_index)
                   move 0 to tt_vouchers(terminal_index)
                   perform find_terminal_site
                   move site_code to tt_site_code(terminal_index)
                   move 'Y' to terminal_found
               else
                   add 1 to terminals_dropped
               end-if
           end-if.

       find_terminal_site.
           move 'N' to master_found
           move spaces to site_code

           perform test before varying master_index from 1 by 1
               until master_index > master_count
               or master_found = 'Y'

               if mt_terminal_id(master_index) = terminal_key
                   move 'Y' to master_found
                   move mt_site_code(master_index) to site_code
               end-if

           end-perform

           move 'N' to site_found

           perform test before varying site_index from 1 by 1
               until site_index > site_count
               or site_found = 'Y'

               if st_site_code(site_index) = site_code
                   move 'Y' to site_found
               end-if

           end-perform

           if site_found not = 'Y' and site_count < 99
               add 1 to site_count
               move site_code to st_site_code(site_count)
           end-if.

       add_game_to_terminal.
           add 1 to tt_games(terminal_index)
           add gr_guesses to tt_guesses(terminal_index)
               varying terminal_index from 1 by 1
               until terminal_index > terminal_count

           if master_count > 0
               perform print_venue_breakdown
           end-if

           if terminals_dropped > 0
               display "note - " terminals_dropped
                   " games on further terminals not broken down"
                   tt_wins(terminal_index) "  " band_avg_disp
                   "    " band_rate_disp "%"
           end-if.

       print_venue_breakdown.
           move 0 to grand_games
           move 0 to grand_wins
           move 0 to grand_guesses
           move 0 to grand_vouchers

           display "--- by venue ---"
           display "site    term   games  wins   guesses  vouchers"

           perform print_venue_site
               varying site_index from 1 by 1
               until site_index > site_count

           display "grand total    " grand_games "  " grand_wins
               "  " grand_guesses "  " grand_vouchers

           if grand_vouchers not = total_vouchers
               display "note - " total_vouchers " vouchers issued, "
                   grand_vouchers " placed on a terminal"
           end-if.

       print_venue_site.
           move 0 to sub_games
           move 0 to sub_wins
           move 0 to sub_guesses
           move 0 to sub_vouchers
           move 0 to sub_terminals

           if st_site_code(site_index) = spaces
               move "(none)" to site_code
           else
               move st_site_code(site_index) to site_code
           end-if

           perform print_venue_terminal
               varying terminal_index from 1 by 1
               until terminal_index > terminal_count

           if sub_terminals > 0
               display site_code "  total  " sub_games "  " sub_wins
                   "  " sub_guesses "  " sub_vouchers
               add sub_games to grand_games
               add sub_wins to grand_wins
               add sub_guesses to grand_guesses
               add sub_vouchers to grand_vouchers
           end-if.

       print_venue_terminal.
           if tt_site_code(terminal_index) = st_site_code(site_index)
               add 1 to sub_terminals
               add tt_games(terminal_index) to sub_games
               add tt_wins(terminal_index) to sub_wins
               add tt_guesses(terminal_index) to sub_guesses
               add tt_vouchers(terminal_index) to sub_vouchers

               display site_code "  " tt_terminal_id(terminal_index)
                   "   " tt_games(terminal_index) "  "
                   tt_wins(terminal_index) "  "
                   tt_guesses(terminal_index) "  "
                   tt_vouchers(terminal_index)
           end-if.
