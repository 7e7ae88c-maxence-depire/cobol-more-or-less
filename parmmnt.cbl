               organization line sequential
               file status parm_audit_status.

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
           fd parm_file.
           fd parm_audit_file.
           copy parmaudt.

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 parm_status pic xx.
           77 parm_audit_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "PARMMNT".
           77 program_roles pic x(5) value "OSA".
           77 roles_needed pic x(5).
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).
           77 action_choice pic x.
           77 done_flag pic x value 'N'.
           77 browse_choice pic x.
                   value "OPEN-FROM       0900".
               2 filler pic x(76)
                   value "OPEN-TO         2200".
               2 filler pic x(76)
                   value "GL-LIAB-G       210010".
               2 filler pic x(76)
                   value "GL-LIAB-S       210020".
               2 filler pic x(76)
                   value "GL-LIAB-B       210030".
               2 filler pic x(76)
                   value "GL-EXP-G        510010".
               2 filler pic x(76)
                   value "GL-EXP-S        510020".
               2 filler pic x(76)
                   value "GL-EXP-B        510030".
               2 filler pic x(76)
                   value "GL-WBK-G        420010".
               2 filler pic x(76)
                   value "GL-WBK-S        420020".
               2 filler pic x(76)
                   value "GL-WBK-B        420030".
               2 filler pic x(76)
                   value "GL-CASH         110000".
               2 filler pic x(76)
                   value "GL-SUSPENSE     219900".
               2 filler pic x(76)
                   value "GL-START-DATE   ".
               2 filler pic x(76)
                   value "FAIR-BUCKETS    10".
               2 filler pic x(76)
                   value "FAIR-CHI-LIMIT  02167".
               2 filler pic x(76)
                   value "FAIR-MIN-GAMES  050".
               2 filler pic x(76)
                   value "FAIR-REPEAT-PCT 300".
               2 filler pic x(76)
                   value "FAIR-REPEAT-MIN 010".
               2 filler pic x(76)
                   value "FAIR-GUESS-PCT  060".
               2 filler pic x(76)
                   value "STMT-PAGE-LINES 060".
               2 filler pic x(76)
                   value "ERASE-RETAIN    2190".
               2 filler pic x(76)
                   value "ERASE-UNL-DAYS  0400".
           1 parm_default_table redefines parm_defaults.
               2 parm_default occurs 48 times.
                   3 pd_key pic x(16).
                   3 pd_value pic x(60).

               2 line 1 col 1 "operator id : ".
               2 pic x(10) to operator_id required.

           1 ask_pin.
               2 line 2 col 1 "PIN : ".
               2 pic x(6) to operator_pin secure required.

           1 ask_action.
               2 line 1 col 1 "B=browse L=lookup U=update A=add "
                   & "I=install defaults X=exit : ".

       procedure division.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

               display ask_action
               accept ask_action

               perform check_action_permitted

               evaluate action_choice
                   when 'B'
                   when 'b'
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
               when 'U'
               when 'u'
               when 'A'
               when 'a'
               when 'I'
               when 'i'
                   move "A" to roles_needed
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

       browse_parms.
           open input parm_file
           if parm_status not = "00"
           else
               perform install_one_default
                   varying default_index from 1 by 1
                   until default_index > 48

               close parm_file

