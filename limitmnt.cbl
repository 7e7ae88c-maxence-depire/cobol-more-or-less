       identification division.
       program-id. player-limits-maint.

       environment division.
       input-output section.
       file-control.
           select limits_file assign to "PLIMITS"
               organization indexed
               access dynamic
               record key lm_player_id
               lock mode is automatic
               sharing with all other
               file status limits_status.

           select players_file assign to "PLAYERS"
               organization indexed
               access dynamic
               record key pl_player_id
               lock mode is automatic
               sharing with all other
               file status players_status.

           select optional limits_log_file assign to "LIMTLOG"
               organization line sequential
               file status limits_log_status.

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
           fd limits_file.
           copy plimits.

           fd players_file.
           copy players.

           fd limits_log_file.
           copy limtlog.

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 limits_status pic xx.
           77 players_status pic xx.
           77 limits_log_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 display_name pic x(30).

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "LIMITMNT".
           77 program_roles pic x(5) value "DS".
           77 roles_needed pic x(5).
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).
           77 action_choice pic x.
           77 done_flag pic x value 'N'.
           77 browse_choice pic x.
           77 pause_key pic x.
           77 confirm_choice pic x.
           77 lift_choice pic x.

           77 card_id pic x(10).
           77 today_date pic x(8).

           77 new_cap pic 999.
           77 new_cooloff pic x(8).
           77 new_start pic x(8).
           77 new_end pic x(8).
           77 entered_date pic x(8).
           77 date_check pic 9(8).
           77 date_ok pic x.

           77 record_found pic x.
           77 player_known pic x.
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
               2 line 1 col 1 "B=browse L=lookup S=set limits "
                   & "E=self-exclude R=lift X=exit : ".
               2 pic x to action_choice required.

           1 ask_card.
               2 line 2 col 1 "loyalty card id : ".
               2 pic x(10) to card_id required.

           1 ask_limits.
               2 line 10 col 1 "daily game cap (0 = none)         : ".
               2 pic 999 to new_cap required.
               2 line 11 col 1 "no play until yyyymmdd (blank=none): ".
               2 pic x(8) to new_cooloff.

           1 ask_exclusion.
               2 line 10 col 1 "excluded from yyyymmdd (blank=today): ".
               2 pic x(8) to new_start.
               2 line 11 col 1 "excluded until yyyymmdd             : ".
               2 pic x(8) to new_end required.

           1 ask_lift.
               2 line 10 col 1 "lift E=self-exclusion C=cool-off "
                   & "D=daily cap : ".
               2 pic x to lift_choice required.

           1 ask_confirm.
               2 line 13 col 1 "apply this change (Y/N) : ".
               2 pic x to confirm_choice required.

       procedure division.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

               display clean_screen
               display ask_action
               accept ask_action

               perform check_action_permitted

               move function current-date(1:8) to today_date

               evaluate action_choice
                   when 'B'
                   when 'b'
                       perform browse_limits
                   when 'L'
                   when 'l'
                       perform lookup_limits
                   when 'S'
                   when 's'
                       perform set_limits
                   when 'E'
                   when 'e'
                       perform self_exclude
                   when 'R'
                   when 'r'
                       perform lift_limits
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
               when 'R'
               when 'r'
                   move "S" to roles_needed
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

       browse_limits.
           open input limits_file
           if limits_status not = "00"
               display "limits file open failed - status "
                   limits_status
               perform wait_for_key
           else
               display clean_screen
               move 'N' to at_eof
               move 'Y' to browse_choice

               perform test before until end_of_file
                   or browse_choice = 'N' or browse_choice = 'n'

                   read limits_file next
                       at end move 'Y' to at_eof
                   end-read

                   if not end_of_file
                       perform show_limits
                       display "next record (Y/N) : "
                       accept browse_choice
                   end-if

               end-perform

               close limits_file
           end-if.

       lookup_limits.
           display ask_card
           accept ask_card

           open input limits_file
           if limits_status not = "00"
               display "limits file open failed - status "
                   limits_status
           else
               move card_id to lm_player_id
               perform read_limits
               if record_found = 'Y'
                   perform show_limits
               else
                   display "no limits held for card " card_id
               end-if
               close limits_file
           end-if

           perform wait_for_key.

       set_limits.
           display ask_card
           accept ask_card

           perform open_limits_for_update

           if limits_status = "00"
               perform take_limits_record

               if player_known = 'Y'
                   move spaces to new_cooloff
                   display ask_limits
                   accept ask_limits

                   move new_cooloff to entered_date
                   perform check_entered_date

                   if date_ok not = 'Y'
                       display "cool-off date must be yyyymmdd "
                           "or blank"
                   else
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           perform note_old_limits
                           move new_cap to lm_daily_cap
                           move new_cooloff to lm_cooloff_until
                           move "SETLIMIT" to lg_action
                           perform store_limits_record
                       end-if
                   end-if
               end-if

               close limits_file
           end-if

           perform wait_for_key.

       self_exclude.
           display ask_card
           accept ask_card

           perform open_limits_for_update

           if limits_status = "00"
               perform take_limits_record

               if player_known = 'Y'
                   move spaces to new_start
                   move spaces to new_end
                   display ask_exclusion
                   accept ask_exclusion

                   if new_start = spaces
                       move today_date to new_start
                   end-if

                   perform check_exclusion_dates

                   if date_ok not = 'Y'
                       display "exclusion dates must be yyyymmdd "
                           "with the end after the start"
                   else
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           perform note_old_limits
                           move 'Y' to lm_excluded
                           move new_start to lm_exclude_start
                           move new_end to lm_exclude_end
                           move "EXCLUDE" to lg_action
                           perform store_limits_record
                       end-if
                   end-if
               end-if

               close limits_file
           end-if

           perform wait_for_key.

       check_exclusion_dates.
           move new_start to entered_date
           perform check_entered_date

           if date_ok = 'Y'
               move new_end to entered_date
               perform check_entered_date
           end-if

           if date_ok = 'Y'
               if new_end = spaces or new_end < new_start
                   move 'N' to date_ok
               end-if
           end-if.

       lift_limits.
           display ask_card
           accept ask_card

           open i-o limits_file
           if limits_status not = "00"
               display "limits file open failed - status "
                   limits_status
           else
               move card_id to lm_player_id
               perform read_limits

               if record_found not = 'Y'
                   display "no limits held for card " card_id
               else
                   perform show_limits

                   display ask_lift
                   accept ask_lift

                   display ask_confirm
                   accept ask_confirm

                   if confirm_choice = 'Y' or confirm_choice = 'y'
                       perform note_old_limits
                       perform apply_lift
                   end-if
               end-if

               close limits_file
           end-if

           perform wait_for_key.

       apply_lift.
           evaluate lift_choice
               when 'E'
               when 'e'
                   move 'N' to lm_excluded
                   move today_date to lm_exclude_end
                   move "LIFTEXCL" to lg_action
                   perform store_limits_record
               when 'C'
               when 'c'
                   move spaces to lm_cooloff_until
                   move "LIFTCOOL" to lg_action
                   perform store_limits_record
               when 'D'
               when 'd'
                   move 0 to lm_daily_cap
                   move "LIFTCAP" to lg_action
                   perform store_limits_record
               when other
                   display "nothing lifted - choose E, C or D"
           end-evaluate.

       open_limits_for_update.
           open i-o limits_file
           if limits_status = "35"
               open extend limits_file
               close limits_file
               open i-o limits_file
           end-if

           if limits_status not = "00"
               display "limits file open failed - status "
                   limits_status
           end-if.

       take_limits_record.
           perform check_player_known

           if player_known = 'Y'
               move card_id to lm_player_id
               perform read_limits

               if record_found = 'Y'
                   perform show_limits
               else
                   move card_id to lm_player_id
                   move 0 to lm_daily_cap
                   move spaces to lm_cooloff_until
                   move 'N' to lm_excluded
                   move spaces to lm_exclude_start
                   move spaces to lm_exclude_end
                   display "no limits yet held for card " card_id
               end-if
           end-if.

       check_player_known.
           move 'N' to player_known
           move "(not registered)" to display_name

           open input players_file
           if players_status = "00"
               move card_id to pl_player_id
               read players_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to player_known
                       move pl_name to display_name
               end-read
               close players_file
           end-if

           if player_known not = 'Y'
               display "card " card_id " is not registered - "
                   "register the player first"
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

       note_old_limits.
           move lm_daily_cap to lg_old_cap
           move lm_cooloff_until to lg_old_cooloff
           move lm_excluded to lg_old_excluded
           move lm_exclude_start to lg_old_start
           move lm_exclude_end to lg_old_end.

       store_limits_record.
           move function current-date(1:8) to lm_updated_date
           move function current-date(9:6) to lm_updated_time
           move operator_id to lm_updated_by

           if record_found = 'Y'
               rewrite player_limits_record
           else
               write player_limits_record
           end-if

           if limits_status not = "00"
               display "limits write failed - status " limits_status
           else
               perform write_limits_log
               display "limits updated for card " lm_player_id
           end-if.

       read_limits.
           move 'N' to record_found
           read limits_file
               invalid key
                   continue
               not invalid key
                   move 'Y' to record_found
           end-read.

       show_limits.
           perform get_player_name
           display "card id        : " lm_player_id
           display "player name    : " display_name
           display "daily game cap : " lm_daily_cap
           display "no play until  : " lm_cooloff_until
           display "self-excluded  : " lm_excluded
               "  from " lm_exclude_start " until " lm_exclude_end
           display "last changed   : " lm_updated_date " "
               lm_updated_time " by " lm_updated_by.

       get_player_name.
           move "(not registered)" to display_name

           open input players_file
           if players_status = "00"
               move lm_player_id to pl_player_id
               read players_file
                   invalid key
                       continue
                   not invalid key
                       move pl_name to display_name
               end-read
               close players_file
           end-if.

       write_limits_log.
           move function current-date(1:8) to lg_date
           move function current-date(9:6) to lg_time
           move operator_id to lg_operator
           move lm_player_id to lg_player_id
           move lm_daily_cap to lg_new_cap
           move lm_cooloff_until to lg_new_cooloff
           move lm_excluded to lg_new_excluded
           move lm_exclude_start to lg_new_start
           move lm_exclude_end to lg_new_end

           open extend limits_log_file
           write limits_log_record
           if limits_log_status not = "00"
               display "limits log write failed - status "
                   limits_log_status
           end-if
           close limits_log_file.

       wait_for_key.
           display "press enter to continue"
           accept pause_key.
