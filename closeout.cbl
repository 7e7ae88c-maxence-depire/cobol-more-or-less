               sharing with all other
               file status termstat_status.

           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               sharing with all other
               file status termmast_status.

       data division.
       file section.
           fd checkpoint_file.
           fd terminal_status_file.
           copy termstat.

           fd terminal_master_file.
           copy termmast.

       working-storage section.
           77 checkpoint_status pic xx.
           77 gameres_status pic xx.
           77 parm_value pic x(60).
           77 termstat_status pic xx.
           77 terminals_active pic 999 value 0.
           77 termmast_status pic xx.
           77 terminals_idle pic 999 value 0.
           77 terminals_out pic 999 value 0.

           77 master_count pic 999 value 0.
           77 master_index pic 999.
           77 master_found pic x.
           77 master_dropped pic 999 value 0.

           1 master_table.
               2 master_entry occurs 200 times.
                   3 mt_terminal_id pic x(4).
                   3 mt_site_code pic x(6).
                   3 mt_status pic x.
                   3 mt_active pic x.

           77 site_code pic x(6).
           77 site_count pic 999 value 0.
           77 site_index pic 999.
           77 site_found pic x.
           77 sites_dropped pic 9(5) value 0.

           1 site_totals.
               2 site_entry occurs 100 times.
                   3 st_site_code pic x(6).
                   3 st_terminals pic 999.
                   3 st_games pic 9(5).
                   3 st_wins pic 9(5).
                   3 st_losses pic 9(5).
                   3 st_abandoned pic 9(5).
                   3 st_guesses pic 9(7).

           77 checkpoint_file_name pic x(11) value spaces.
           77 terminal_id pic x(4).
           display "===== end-of-day close-out ====="
           display "business date : " close_date

           perform load_terminal_master.

           perform scan_checkpoints.

           if live_checkpoints > 0
           perform read_day_leaderboard.

           perform print_close_sheet.
           perform print_site_close.
           perform print_terminal_activity.
           perform write_day_control.

               move function current-date(1:8) to close_date
           end-if.

       load_terminal_master.
           open input terminal_master_file
           if termmast_status = "00"
               move 'N' to at_eof
               perform read_next_master

               perform test before until end_of_file
                   if master_count < 200
                       add 1 to master_count
                       move tm_terminal_id
                           to mt_terminal_id(master_count)
                       move tm_site_code to mt_site_code(master_count)
                       move tm_status to mt_status(master_count)
                       move 'N' to mt_active(master_count)
                       move tm_site_code to site_code
                       perform find_site_entry
                       if site_found = 'Y'
                           add 1 to st_terminals(site_index)
                       end-if
                   else
                       add 1 to master_dropped
                   end-if
                   perform read_next_master
               end-perform

               close terminal_master_file
           end-if

           if master_dropped > 0
               display "close-out refused - terminal master too "
                   "large, " master_dropped " terminals unchecked"
               move 8 to return-code
               stop run
           end-if.

       read_next_master.
           read terminal_master_file next
               at end move 'Y' to at_eof
           end-read.

       scan_checkpoints.
           if master_count > 0
               perform check_master_terminal
                   varying master_index from 1 by 1
                   until master_index > master_count
           else
               perform scan_listed_checkpoints
           end-if.

       check_master_terminal.
           move mt_terminal_id(master_index) to terminal_id
           perform check_one_terminal.

       scan_listed_checkpoints.
           move spaces to terminal_list

           perform load_parameters
                       when other
                           add 1 to day_losses
                   end-evaluate
                   perform add_site_result
               end-if
               perform read_next_result
           end-perform
               at end move 'Y' to at_eof
           end-read.

       find_terminal_site.
           move 'N' to master_found
           move spaces to site_code

           perform test before varying master_index from 1 by 1
               until master_index > master_count
               or master_found = 'Y'

               if mt_terminal_id(master_index) = terminal_id
                   move 'Y' to master_found
                   move mt_site_code(master_index) to site_code
               end-if

           end-perform.

       add_site_result.
           move gr_terminal_id to terminal_id
           perform find_terminal_site
           perform find_site_entry

           if site_found = 'Y'
               add 1 to st_games(site_index)
               add gr_guesses to st_guesses(site_index)
               evaluate gr_outcome
                   when 'W'
                       add 1 to st_wins(site_index)
                   when 'A'
                       add 1 to st_abandoned(site_index)
                   when other
                       add 1 to st_losses(site_index)
               end-evaluate
           end-if.

       find_site_entry.
           move 'N' to site_found

           perform test before varying site_index from 1 by 1
               until site_index > site_count
               or site_found = 'Y'

               if st_site_code(site_index) = site_code
                   move 'Y' to site_found
               end-if

           end-perform

           if site_found = 'Y'
               subtract 1 from site_index
           else
               if site_count < 100
                   add 1 to site_count
                   move site_count to site_index
                   move site_code to st_site_code(site_index)
                   move 0 to st_terminals(site_index)
                   move 0 to st_games(site_index)
                   move 0 to st_wins(site_index)
                   move 0 to st_losses(site_index)
                   move 0 to st_abandoned(site_index)
                   move 0 to st_guesses(site_index)
                   move 'Y' to site_found
               else
                   add 1 to sites_dropped
               end-if
           end-if.

       count_day_audits.
           open input audit_file
           if audit_status not = "00"

           display "--------------------------------".

       print_site_close.
           if master_count > 0
               display "close-out by venue/site"
               display "site     trm   games  won    lost   abnd   "
                   "guesses"

               perform print_site_line
                   varying site_index from 1 by 1
                   until site_index > site_count

               if sites_dropped > 0
                   display "note - " sites_dropped
                       " games on further sites not broken down"
               end-if

               display "--------------------------------"
           end-if.

       print_site_line.
           if st_site_code(site_index) = spaces
               move "(none)" to site_code
           else
               move st_site_code(site_index) to site_code
           end-if

           display site_code "   " st_terminals(site_index) "   "
               st_games(site_index) "  "
               st_wins(site_index) "  " st_losses(site_index) "  "
               st_abandoned(site_index) "  " st_guesses(site_index).

       print_terminal_activity.
           open input terminal_status_file
           if termstat_status not = "00"
               display "no terminal activity recorded"
               perform print_idle_terminals
           else
               display "terminal activity for " close_date
               display "term  site    start   end     games  last err"

               move 'N' to at_eof
               read terminal_status_file next
               perform test before until end_of_file
                   if ts_date = close_date
                       add 1 to terminals_active
                       move ts_terminal_id to terminal_id
                       perform find_terminal_site
                       if master_found = 'Y'
                           subtract 1 from master_index
                           move 'Y' to mt_active(master_index)
                       end-if
                       display ts_terminal_id "  " site_code "  "
                           ts_last_start "  " ts_last_end "  "
                           ts_games_today "  " ts_last_error
                   end-if
                   read terminal_status_file next
                       at end move 'Y' to at_eof
               close terminal_status_file

               display "terminals active : " terminals_active
               perform print_idle_terminals
           end-if.

       print_idle_terminals.
           perform check_idle_terminal
               varying master_index from 1 by 1
               until master_index > master_count

           if master_count > 0
               display "in service, idle : " terminals_idle
               display "out of service   : " terminals_out
           end-if

           display "--------------------------------".

       check_idle_terminal.
           if mt_active(master_index) not = 'Y'
               if mt_status(master_index) = 'O'
                   add 1 to terminals_out
               else
                   add 1 to terminals_idle
                   display mt_terminal_id(master_index) "  "
                       mt_site_code(master_index)
                       "  no activity - in service"
               end-if
           end-if.

       write_day_control.
