       identification division.
       program-id. operator-maint.

       environment division.
       input-output section.
       file-control.
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
           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "OPERMNT".
           77 program_roles pic x(5) value "A".
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).

           77 action_choice pic x.
           77 done_flag pic x value 'N'.
           77 browse_choice pic x.
           77 pause_key pic x.
           77 confirm_choice pic x.

           77 lookup_id pic x(10).
           77 new_name pic x(30).
           77 new_role pic x.
           77 new_pin pic x(6).
           77 new_status pic x.
           77 role_name pic x(10).

           77 operators_exist pic x.
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
                   & "P=reset PIN S=status X=exit : ".
               2 pic x to action_choice required.

           1 ask_lookup.
               2 line 2 col 1 "operator id : ".
               2 pic x(10) to lookup_id required.

           1 ask_details.
               2 line 9 col 1 "operator name : ".
               2 pic x(30) to new_name required.
               2 line 10 col 1 "role C=cashier D=desk S=supervisor "
                   & "O=ops A=admin : ".
               2 pic x to new_role required.

           1 ask_new_pin.
               2 line 11 col 1 "new PIN (4 to 6 characters) : ".
               2 pic x(6) to new_pin secure required.

           1 ask_status.
               2 line 9 col 1 "new status (A=active L=locked) : ".
               2 pic x to new_status required.

           1 ask_confirm.
               2 line 13 col 1 "apply this change (Y/N) : ".
               2 pic x to confirm_choice required.

       procedure division.

           perform check_first_operator.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

               display clean_screen
               display ask_action
               accept ask_action

               evaluate action_choice
                   when 'B'
                   when 'b'
                       perform browse_operators
                   when 'L'
                   when 'l'
                       perform lookup_operator
                   when 'A'
                   when 'a'
                       perform add_operator
                   when 'U'
                   when 'u'
                       perform update_operator
                   when 'P'
                   when 'p'
                       perform reset_operator_pin
                   when 'S'
                   when 's'
                       perform change_operator_status
                   when 'X'
                   when 'x'
                       move 'Y' to done_flag
               end-evaluate

           end-perform.

           stop run.

       check_first_operator.
           move 'N' to operators_exist

           open input operator_file
           if operator_status = "00"
               read operator_file next
                   at end continue
                   not at end move 'Y' to operators_exist
               end-read
               close operator_file
           end-if

           if operators_exist not = 'Y'
               perform add_first_administrator
           end-if.

       add_first_administrator.
           display clean_screen
           display "no operators on file - set up the first "
               "administrator"

           display ask_lookup
           accept ask_lookup

           move 'A' to new_role
           display ask_details
           accept ask_details

           perform take_new_pin

           if new_pin = spaces
               display "administrator not set up"
               move 8 to return-code
               stop run
           end-if

           perform open_operators_for_update

           move lookup_id to op_operator_id
           move new_name to op_name
           move new_pin to op_pin
           move 'A' to op_role
           move 'A' to op_status
           move 0 to op_bad_pins
           move spaces to op_last_signon_date
           move spaces to op_last_signon_time
           move lookup_id to operator_id
           perform stamp_operator_record

           write operator_record
           if operator_status not = "00"
               display "operator write failed - status "
                   operator_status
               move 16 to return-code
               stop run
           end-if

           close operator_file

           display "administrator " lookup_id " set up - sign on "
               "to continue".

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

       browse_operators.
           open input operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
               perform wait_for_key
           else
               display clean_screen
               move 'N' to at_eof
               move 'Y' to browse_choice

               perform test before until end_of_file
                   or browse_choice = 'N' or browse_choice = 'n'

                   read operator_file next
                       at end move 'Y' to at_eof
                   end-read

                   if not end_of_file
                       perform show_operator
                       display "next record (Y/N) : "
                       accept browse_choice
                   end-if

               end-perform

               close operator_file
           end-if.

       lookup_operator.
           display ask_lookup
           accept ask_lookup

           open input operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           else
               move lookup_id to op_operator_id
               perform read_operator
               if record_found = 'Y'
                   perform show_operator
               end-if
               close operator_file
           end-if

           perform wait_for_key.

       add_operator.
           display ask_lookup
           accept ask_lookup

           display ask_details
           accept ask_details

           perform take_new_pin

           if new_pin not = spaces
               perform check_new_role
           end-if

           if new_pin not = spaces and new_role not = space
               perform open_operators_for_update

               if operator_status = "00"
                   display ask_confirm
                   accept ask_confirm

                   if confirm_choice = 'Y' or confirm_choice = 'y'
                       move lookup_id to op_operator_id
                       move new_name to op_name
                       move new_pin to op_pin
                       move new_role to op_role
                       move 'A' to op_status
                       move 0 to op_bad_pins
                       move spaces to op_last_signon_date
                       move spaces to op_last_signon_time
                       perform stamp_operator_record

                       write operator_record
                       if operator_status = "00"
                           display "operator " lookup_id " added"
                       else
                           if operator_status = "22"
                               display "operator " lookup_id
                                   " is already on file"
                           else
                               display "operator write failed - "
                                   "status " operator_status
                           end-if
                       end-if
                   end-if

                   close operator_file
               end-if
           end-if

           perform wait_for_key.

       update_operator.
           display ask_lookup
           accept ask_lookup

           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           else
               move lookup_id to op_operator_id
               perform read_operator

               if record_found = 'Y'
                   perform show_operator

                   move op_name to new_name
                   move op_role to new_role
                   display ask_details
                   accept ask_details

                   perform check_new_role

                   if new_role not = op_role
                       and lookup_id = operator_id
                       display "you cannot change your own role"
                       move space to new_role
                   end-if

                   if new_role not = space
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           move new_name to op_name
                           move new_role to op_role
                           perform rewrite_operator
                       end-if
                   end-if
               end-if

               close operator_file
           end-if

           perform wait_for_key.

       reset_operator_pin.
           display ask_lookup
           accept ask_lookup

           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           else
               move lookup_id to op_operator_id
               perform read_operator

               if record_found = 'Y'
                   perform show_operator
                   perform take_new_pin

                   if new_pin not = spaces
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           move new_pin to op_pin
                           move 0 to op_bad_pins
                           perform rewrite_operator
                       end-if
                   end-if
               end-if

               close operator_file
           end-if

           perform wait_for_key.

       change_operator_status.
           display ask_lookup
           accept ask_lookup

           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           else
               move lookup_id to op_operator_id
               perform read_operator

               if record_found = 'Y'
                   perform show_operator

                   display ask_status
                   accept ask_status

                   if new_status = 'a'
                       move 'A' to new_status
                   end-if
                   if new_status = 'l'
                       move 'L' to new_status
                   end-if

                   if new_status not = 'A' and new_status not = 'L'
                       display "status must be A or L"
                   else
                       if lookup_id = operator_id
                           display "you cannot change your own status"
                       else
                           display ask_confirm
                           accept ask_confirm

                           if confirm_choice = 'Y'
                               or confirm_choice = 'y'
                               move new_status to op_status
                               move 0 to op_bad_pins
                               perform rewrite_operator
                           end-if
                       end-if
                   end-if
               end-if

               close operator_file
           end-if

           perform wait_for_key.

       take_new_pin.
           move spaces to new_pin
           display ask_new_pin
           accept ask_new_pin

           if new_pin(4:1) = space or new_pin(1:1) = space
               display "PIN must be 4 to 6 characters - not changed"
               move spaces to new_pin
           end-if.

       check_new_role.
           if new_role = 'c' or new_role = 'd' or new_role = 's'
               or new_role = 'o' or new_role = 'a'
               move function upper-case(new_role) to new_role
           end-if

           if new_role not = 'C' and new_role not = 'D'
               and new_role not = 'S' and new_role not = 'O'
               and new_role not = 'A'
               display "role must be C, D, S, O or A"
               move space to new_role
           end-if.

       open_operators_for_update.
           open i-o operator_file
           if operator_status = "35"
               open extend operator_file
               close operator_file
               open i-o operator_file
           end-if

           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           end-if.

       stamp_operator_record.
           move function current-date(1:8) to op_updated_date
           move function current-date(9:6) to op_updated_time
           move operator_id to op_updated_by.

       rewrite_operator.
           perform stamp_operator_record

           rewrite operator_record
           if operator_status not = "00"
               display "operator rewrite failed - status "
                   operator_status
           else
               display "operator " op_operator_id " updated"
           end-if.

       read_operator.
           move 'N' to record_found
           read operator_file
               invalid key
                   display "no operator record for " op_operator_id
               not invalid key
                   move 'Y' to record_found
           end-read.

       show_operator.
           evaluate op_role
               when 'C'
                   move "cashier" to role_name
               when 'D'
                   move "desk" to role_name
               when 'S'
                   move "supervisor" to role_name
               when 'O'
                   move "ops" to role_name
               when 'A'
                   move "admin" to role_name
               when other
                   move "unknown" to role_name
           end-evaluate

           display "operator id   : " op_operator_id
           display "name          : " op_name
           display "role          : " op_role " " role_name
           display "status        : " op_status
               "  bad PINs " op_bad_pins
           display "last sign-on  : " op_last_signon_date " "
               op_last_signon_time
           display "last changed  : " op_updated_date " "
               op_updated_time " by " op_updated_by.

       wait_for_key.
           display "press enter to continue"
           accept pause_key.
