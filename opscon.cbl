               sharing with all other
               file status parm_status.

           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               sharing with all other
               file status termmast_status.

       data division.
       file section.
           fd terminal_status_file.
           fd parm_file.
           copy parmfile.

           fd terminal_master_file.
           copy termmast.

       working-storage section.
           77 termstat_status pic xx.
           77 checkpoint_status pic xx.
           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).
           77 termmast_status pic xx.

           77 checkpoint_file_name pic x(11) value spaces.


           77 terminals_shown pic 999.
           77 terminals_stale pic 999.
           77 terminals_out pic 999.
           77 terminals_missing pic 999.

           77 hours_from pic x(4).
           77 hours_to pic x(4).
           77 site_code pic x(6).
           77 service_flag pic x.

           77 master_count pic 999.
           77 master_index pic 999.
           77 master_found pic x.
           77 master_dropped pic 999.

           1 master_table.
               2 master_entry occurs 200 times.
                   3 mt_terminal_id pic x(4).
                   3 mt_site_code pic x(6).
                   3 mt_status pic x.
                   3 mt_open_from pic x(4).
                   3 mt_open_to pic x(4).
                   3 mt_seen pic x.

       procedure division.

           perform time_to_minutes
           move last_minutes to now_minutes

           move 0 to terminals_shown
           move 0 to terminals_stale
           move 0 to terminals_out
           move 0 to terminals_missing

           perform load_terminal_master

           display " "
           display "===== kiosk ops console ====="
           display "time " today_date " " now_time
               "  opening hours " open_from "-" open_to
               "  stale after " stale_minutes " min"
           display "term  site    date      start   end     games  "
               "err ckpt state"

           open input terminal_status_file
               close terminal_status_file
           end-if

           perform show_unseen_terminal
               varying master_index from 1 by 1
               until master_index > master_count

           display "-----------------------------"
           display "terminals shown : " terminals_shown
           display "terminals stale : " terminals_stale
           if master_count > 0
               display "out of service  : " terminals_out
               display "never reported  : " terminals_missing
           end-if
           if master_dropped > 0
               display "note - " master_dropped
                   " terminals on the master not shown"
           end-if
           display "=============================".

       load_terminal_master.
           move 0 to master_count
           move 0 to master_dropped

           open input terminal_master_file
           if termmast_status = "00"
               move 'N' to at_eof
               read terminal_master_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if master_count < 200
                       add 1 to master_count
                       move tm_terminal_id
                           to mt_terminal_id(master_count)
                       move tm_site_code to mt_site_code(master_count)
                       move tm_status to mt_status(master_count)
                       move tm_open_from to mt_open_from(master_count)
                       move tm_open_to to mt_open_to(master_count)
                       move 'N' to mt_seen(master_count)
                   else
                       add 1 to master_dropped
                   end-if
                   read terminal_master_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close terminal_master_file
           end-if.

       find_master_terminal.
           move 'N' to master_found
           move spaces to site_code
           move 'I' to service_flag
           move open_from to hours_from
           move open_to to hours_to

           perform test before varying master_index from 1 by 1
               until master_index > master_count
               or master_found = 'Y'

               if mt_terminal_id(master_index) = ts_terminal_id
                   move 'Y' to master_found
                   move 'Y' to mt_seen(master_index)
                   move mt_site_code(master_index) to site_code
                   move mt_status(master_index) to service_flag
                   if mt_open_from(master_index) not = spaces
                       move mt_open_from(master_index) to hours_from
                       move mt_open_to(master_index) to hours_to
                   end-if
               end-if

           end-perform.

       set_in_hours.
           move 'N' to in_hours
           if now_time(1:4) >= hours_from
               and now_time(1:4) <= hours_to
               move 'Y' to in_hours
           end-if.

       show_unseen_terminal.
           if mt_seen(master_index) not = 'Y'
               add 1 to terminals_shown
               if mt_status(master_index) = 'O'
                   add 1 to terminals_out
                   display mt_terminal_id(master_index) "  "
                       mt_site_code(master_index)
                       "  no activity on file                     "
                       "out of service"
               else
                   move open_from to hours_from
                   move open_to to hours_to
                   if mt_open_from(master_index) not = spaces
                       move mt_open_from(master_index) to hours_from
                       move mt_open_to(master_index) to hours_to
                   end-if
                   perform set_in_hours

                   add 1 to terminals_missing
                   if in_hours = 'Y'
                       add 1 to terminals_stale
                       display mt_terminal_id(master_index) "  "
                           mt_site_code(master_index)
                           "  no activity on file                     "
                           "** NEVER REPORTED **"
                   else
                       display mt_terminal_id(master_index) "  "
                           mt_site_code(master_index)
                           "  no activity on file                     "
                           "closed"
                   end-if
               end-if
           end-if.

       read_next_terminal.
           read terminal_status_file next
               at end move 'Y' to at_eof
       show_one_terminal.
           add 1 to terminals_shown

           perform find_master_terminal
           perform set_in_hours

           perform check_checkpoint

           if service_flag = 'O'
               move 'N' to stale_flag
               add 1 to terminals_out
           else
               perform check_stale
           end-if

           display ts_terminal_id "  " site_code "  " ts_date "  "
               ts_last_start "  " ts_last_end "  "
               ts_games_today "  " ts_last_error "  "
               checkpoint_flag "    "
               with no advancing

           if service_flag = 'O'
               display "out of service"
           else
               if stale_flag = 'Y'
                   display "** STALE **"
               else
                   display "ok"
               end-if
           end-if.

       check_checkpoint.
