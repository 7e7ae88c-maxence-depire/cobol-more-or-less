       identification division.
       program-id. terminal-maint.

       environment division.
       input-output section.
       file-control.
           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               lock mode is automatic
               sharing with all other
               file status termmast_status.

           select operator_file assign to "OPERATOR"
               organization indexed
               access dynamic
               record key op_operator_id
               lock mode is automatic
               sharing with all other
               file status operator_status.

           select optional violation_file assign to "ACCVIOL"
               organization line sequential
               sharing with all other
               file status violation_status.

       data division.
       file section.
           fd terminal_master_file.
           copy termmast.

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 termmast_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "TERMMNT".
           77 program_roles pic x(5) value "OSA".
           77 roles_needed pic x(5).
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).
           77 action_choice pic x.
           77 done_flag pic x value 'N'.
           77 browse_choice pic x.
           77 pause_key pic x.
           77 confirm_choice pic x.

           77 lookup_id pic x(4).
           77 new_site pic x(6).
           77 new_location pic x(30).
           77 new_install pic x(8).
           77 new_open_from pic x(4).
           77 new_open_to pic x(4).
           77 new_status pic x.
           77 status_name pic x(14).

           77 entered_date pic x(8).
           77 date_check pic 9(8).
           77 date_ok pic x.
           77 entered_time pic x(4).
           77 time_ok pic x.
           77 details_ok pic x.

           77 record_found pic x.
           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

       screen section.

           1 clean_screen.
               2 blank screen.

           1 ask_operator.
               2 line 1 col 1 "operator id : ".
               2 pic x(10) to operator_id required.

           1 ask_pin.
               2 line 2 col 1 "PIN : ".
               2 pic x(6) to operator_pin secure required.

           1 ask_action.
               2 line 1 col 1 "B=browse L=lookup A=add U=update "
                   & "S=service status X=exit : ".
               2 pic x to action_choice required.

           1 ask_lookup.
               2 line 2 col 1 "terminal id : ".
               2 pic x(4) to lookup_id required.

           1 ask_details.
               2 line 9 col 1 "venue/site code            : ".
               2 pic x(6) using new_site required.
               2 line 10 col 1 "location                   : ".
               2 pic x(30) using new_location.
               2 line 11 col 1 "installed yyyymmdd         : ".
               2 pic x(8) using new_install.
               2 line 12 col 1 "open from hhmm (blank=site): ".
               2 pic x(4) using new_open_from.
               2 line 13 col 1 "open to hhmm   (blank=site): ".
               2 pic x(4) using new_open_to.

           1 ask_status.
               2 line 9 col 1 "new status (I=in service "
                   & "O=out of service) : ".
               2 pic x to new_status required.

           1 ask_confirm.
               2 line 15 col 1 "apply this change (Y/N) : ".
               2 pic x to confirm_choice required.

       procedure division.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

               display clean_screen
               display ask_action
               accept ask_action

               perform check_action_permitted

               evaluate action_choice
                   when 'B'
                   when 'b'
                       perform browse_terminals
                   when 'L'
                   when 'l'
                       perform lookup_terminal
                   when 'A'
                   when 'a'
                       perform add_terminal
                   when 'U'
                   when 'u'
                       perform update_terminal
                   when 'S'
                   when 's'
                       perform change_terminal_status
                   when 'X'
                   when 'x'
                       move 'Y' to done_flag
               end-evaluate

           end-perform.

           stop run.

       get_operator_id.
           move spaces to operator_id
           accept operator_id from environment "MOL-OPERATOR-ID"
               on exception move spaces to operator_id
           end-accept

           if operator_id = spaces
               display clean_screen
               display ask_operator
               accept ask_operator
           end-if.

       sign_on_operator.
           move 'N' to signon_ok
           move 0 to signon_tries

           perform test before until signon_ok = 'Y'
               or signon_tries >= 3

               add 1 to signon_tries
               perform get_operator_id

               move spaces to operator_pin
               display ask_pin
               accept ask_pin

               perform check_operator_pin

           end-perform

           if signon_ok not = 'Y'
               display "sign-on refused"
               move 8 to return-code
               stop run
           end-if.

       check_operator_pin.
           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
               move 3 to signon_tries
           else
               move operator_id to op_operator_id
               read operator_file
                   invalid key
                       move "UNKNOWN" to violation_event
                       move "operator id not on file"
                           to violation_detail
                       perform log_access_violation
                       display "operator id or PIN not recognised"
                   not invalid key
                       perform judge_operator_pin
               end-read

               close operator_file
           end-if.

       judge_operator_pin.
           if op_status not = 'A'
               move "LOCKED" to violation_event
               move "sign-on to a locked operator" to violation_detail
               perform log_access_violation
               display "operator " operator_id
                   " is locked - see an administrator"
               move 3 to signon_tries
           else
               if op_pin not = operator_pin
                   perform count_bad_pin
               else
                   move 0 to op_bad_pins
                   move function current-date(1:8)
                       to op_last_signon_date
                   move function current-date(9:6)
                       to op_last_signon_time
                   rewrite operator_record

                   move 0 to role_hits
                   if op_role not = space
                       inspect program_roles
                           tallying role_hits for all op_role
                   end-if

                   if role_hits = 0
                       move "ROLE" to violation_event
                       move "role not permitted here"
                           to violation_detail
                       perform log_access_violation
                       display "operator role " op_role
                           " may not use this program"
                       move 3 to signon_tries
                   else
                       move op_role to operator_role
                       move 'Y' to signon_ok
                       display "signed on - " op_name
                   end-if
               end-if
           end-if.

       count_bad_pin.
           add 1 to op_bad_pins

           if op_bad_pins >= 3
               move 'L' to op_status
               move "LOCKOUT" to violation_event
               move "third bad PIN - operator locked"
                   to violation_detail
               move 3 to signon_tries
           else
               move "BADPIN" to violation_event
               move "bad PIN" to violation_detail
           end-if

           rewrite operator_record
           perform log_access_violation

           if op_status = 'L'
               display "too many bad PINs - operator " operator_id
                   " is now locked"
           else
               display "operator id or PIN not recognised"
           end-if.

       log_access_violation.
           move function current-date(1:8) to av_date
           move function current-date(9:6) to av_time
           move program_tag to av_program
           move operator_id to av_operator
           move violation_event to av_event
           move violation_detail to av_detail

           open extend violation_file
           write access_violation_record
           if violation_status not = "00"
               display "access violation log write failed - status "
                   violation_status
           end-if
           close violation_file.

       check_action_permitted.
           evaluate action_choice
               when 'A'
               when 'a'
               when 'U'
               when 'u'
               when 'S'
               when 's'
                   move "OA" to roles_needed
               when other
                   move program_roles to roles_needed
           end-evaluate

           move 0 to role_hits
           inspect roles_needed tallying role_hits for all operator_role

           if role_hits = 0
               move "DENIED" to violation_event
               move spaces to violation_detail
               string "action " delimited by size
                   action_choice delimited by size
                   " refused to role " delimited by size
                   operator_role delimited by size
                   into violation_detail
               end-string
               perform log_access_violation

               display "that function is not permitted for your role"
               perform wait_for_key
               move space to action_choice
           end-if.

       browse_terminals.
           open input terminal_master_file
           if termmast_status not = "00"
               display "terminal master open failed - status "
                   termmast_status
               perform wait_for_key
           else
               display clean_screen
               move 'N' to at_eof
               move 'Y' to browse_choice

               perform test before until end_of_file
                   or browse_choice = 'N' or browse_choice = 'n'

                   read terminal_master_file next
                       at end move 'Y' to at_eof
                   end-read

                   if not end_of_file
                       perform show_terminal
                       display "next record (Y/N) : "
                       accept browse_choice
                   end-if

               end-perform

               close terminal_master_file
           end-if.

       lookup_terminal.
           display ask_lookup
           accept ask_lookup

           open input terminal_master_file
           if termmast_status not = "00"
               display "terminal master open failed - status "
                   termmast_status
           else
               move lookup_id to tm_terminal_id
               perform read_terminal
               if record_found = 'Y'
                   perform show_terminal
               end-if
               close terminal_master_file
           end-if

           perform wait_for_key.

       add_terminal.
           display ask_lookup
           accept ask_lookup

           move spaces to new_site
           move spaces to new_location
           move function current-date(1:8) to new_install
           move spaces to new_open_from
           move spaces to new_open_to

           display ask_details
           accept ask_details

           perform check_terminal_details

           if details_ok = 'Y'
               perform open_terminals_for_update

               if termmast_status = "00"
                   display ask_confirm
                   accept ask_confirm

                   if confirm_choice = 'Y' or confirm_choice = 'y'
                       move lookup_id to tm_terminal_id
                       perform move_terminal_details
                       move 'I' to tm_status
                       perform stamp_terminal_record

                       write terminal_master_record
                       if termmast_status = "00"
                           display "terminal " lookup_id " added"
                       else
                           if termmast_status = "22"
                               display "terminal " lookup_id
                                   " is already on file"
                           else
                               display "terminal master write failed "
                                   "- status " termmast_status
                           end-if
                       end-if
                   end-if

                   close terminal_master_file
               end-if
           end-if

           perform wait_for_key.

       update_terminal.
           display ask_lookup
           accept ask_lookup

           open i-o terminal_master_file
           if termmast_status not = "00"
               display "terminal master open failed - status "
                   termmast_status
           else
               move lookup_id to tm_terminal_id
               perform read_terminal

               if record_found = 'Y'
                   perform show_terminal

                   move tm_site_code to new_site
                   move tm_location to new_location
                   move tm_install_date to new_install
                   move tm_open_from to new_open_from
                   move tm_open_to to new_open_to
                   display ask_details
                   accept ask_details

                   perform check_terminal_details

                   if details_ok = 'Y'
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           perform move_terminal_details
                           perform rewrite_terminal
                       end-if
                   end-if
               end-if

               close terminal_master_file
           end-if

           perform wait_for_key.

       change_terminal_status.
           display ask_lookup
           accept ask_lookup

           open i-o terminal_master_file
           if termmast_status not = "00"
               display "terminal master open failed - status "
                   termmast_status
           else
               move lookup_id to tm_terminal_id
               perform read_terminal

               if record_found = 'Y'
                   perform show_terminal

                   display ask_status
                   accept ask_status

                   if new_status = 'i'
                       move 'I' to new_status
                   end-if
                   if new_status = 'o'
                       move 'O' to new_status
                   end-if

                   if new_status not = 'I' and new_status not = 'O'
                       display "status must be I or O"
                   else
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           move new_status to tm_status
                           perform rewrite_terminal
                       end-if
                   end-if
               end-if

               close terminal_master_file
           end-if

           perform wait_for_key.

       check_terminal_details.
           move 'Y' to details_ok

           if new_site = spaces
               display "a venue/site code is required"
               move 'N' to details_ok
           end-if

           move new_install to entered_date
           perform check_entered_date
           if date_ok not = 'Y'
               display "install date must be yyyymmdd or blank"
               move 'N' to details_ok
           end-if

           move new_open_from to entered_time
           perform check_entered_time
           if time_ok = 'Y'
               move new_open_to to entered_time
               perform check_entered_time
           end-if

           if time_ok = 'Y'
               if (new_open_from = spaces and new_open_to not = spaces)
                   or (new_open_from not = spaces
                       and new_open_to = spaces)
                   move 'N' to time_ok
               else
                   if new_open_from not = spaces
                       and new_open_to <= new_open_from
                       move 'N' to time_ok
                   end-if
               end-if
           end-if

           if time_ok not = 'Y'
               display "opening hours must be hhmm with the close "
                   "after the open, or both blank"
               move 'N' to details_ok
           end-if.

       check_entered_date.
           move 'Y' to date_ok

           if entered_date not = spaces
               if entered_date is numeric
                   move entered_date to date_check
                   if function test-date-yyyymmdd(date_check) not = 0
                       move 'N' to date_ok
                   end-if
               else
                   move 'N' to date_ok
               end-if
           end-if.

       check_entered_time.
           move 'Y' to time_ok

           if entered_time not = spaces
               if entered_time is numeric
                   if entered_time(1:2) > "23"
                       or entered_time(3:2) > "59"
                       move 'N' to time_ok
                   end-if
               else
                   move 'N' to time_ok
               end-if
           end-if.

       move_terminal_details.
           move function upper-case(new_site) to tm_site_code
           move new_location to tm_location
           move new_install to tm_install_date
           move new_open_from to tm_open_from
           move new_open_to to tm_open_to.

       open_terminals_for_update.
           open i-o terminal_master_file
           if termmast_status = "35"
               open extend terminal_master_file
               close terminal_master_file
               open i-o terminal_master_file
           end-if

           if termmast_status not = "00"
               display "terminal master open failed - status "
                   termmast_status
           end-if.

       stamp_terminal_record.
           move function current-date(1:8) to tm_updated_date
           move function current-date(9:6) to tm_updated_time
           move operator_id to tm_updated_by.

       rewrite_terminal.
           perform stamp_terminal_record

           rewrite terminal_master_record
           if termmast_status not = "00"
               display "terminal master rewrite failed - status "
                   termmast_status
           else
               display "terminal " tm_terminal_id " updated"
           end-if.

       read_terminal.
           move 'N' to record_found
           read terminal_master_file
               invalid key
                   display "no terminal master record for "
                       tm_terminal_id
               not invalid key
                   move 'Y' to record_found
           end-read.

       show_terminal.
           if tm_status = 'O'
               move "out of service" to status_name
           else
               move "in service" to status_name
           end-if

           display "terminal id   : " tm_terminal_id
           display "venue/site    : " tm_site_code
           display "location      : " tm_location
           display "installed     : " tm_install_date
           display "status        : " tm_status " " status_name
           if tm_open_from = spaces
               display "opening hours : site default"
           else
               display "opening hours : " tm_open_from "-" tm_open_to
           end-if
           display "last changed  : " tm_updated_date " "
               tm_updated_time " by " tm_updated_by.

       wait_for_key.
           display "press enter to continue"
           accept pause_key.
