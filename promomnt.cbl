       identification division.
       program-id. promotion-maint.

       environment division.
       input-output section.
       file-control.
           select promos_file assign to "PROMOS"
               organization indexed
               access dynamic
               record key pr_campaign_id
               lock mode is automatic
               sharing with all other
               file status promos_status.

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
           fd promos_file.
           copy promos.

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 promos_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "PROMOMNT".
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

           77 lookup_id pic x(8).
           77 new_description pic x(30).
           77 new_start_date pic x(8).
           77 new_start_time pic x(4).
           77 new_end_date pic x(8).
           77 new_end_time pic x(4).
           77 new_daily_from pic x(4).
           77 new_daily_to pic x(4).
           77 new_difficulty pic x.
           77 new_terminal pic x(4).
           77 new_tier pic x.
           77 new_effect pic x(4).
           77 new_value pic 999.
           77 status_name pic x(8).
           77 effect_name pic x(30).

           77 now_date pic x(8).
           77 now_hhmm pic x(4).

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
                   & "C=close campaign X=exit : ".
               2 pic x to action_choice required.

           1 ask_lookup.
               2 line 2 col 1 "campaign id : ".
               2 pic x(8) to lookup_id required.

           1 ask_details.
               2 line 9 col 1 "description                    : ".
               2 pic x(30) using new_description required.
               2 line 10 col 1 "starts yyyymmdd hhmm           : ".
               2 pic x(8) using new_start_date required.
               2 col + 2 pic x(4) using new_start_time.
               2 line 11 col 1 "ends   yyyymmdd hhmm           : ".
               2 pic x(8) using new_end_date required.
               2 col + 2 pic x(4) using new_end_time.
               2 line 12 col 1 "each day from hhmm to hhmm     : ".
               2 pic x(4) using new_daily_from.
               2 col + 2 pic x(4) using new_daily_to.
               2 line 13 col 1 "difficulty 1/2/3 (blank=any)   : ".
               2 pic x using new_difficulty.
               2 line 14 col 1 "terminal id (blank=any)        : ".
               2 pic x(4) using new_terminal.
               2 line 15 col 1 "loyalty tier G/S/B (blank=any) : ".
               2 pic x using new_tier.
               2 line 16 col 1 "effect PRIZ/ATMP/RATE/TIER     : ".
               2 pic x(4) using new_effect required.
               2 line 17 col 1 "effect value                   : ".
               2 pic 999 using new_value.

           1 ask_confirm.
               2 line 19 col 1 "apply this change (Y/N) : ".
               2 pic x to confirm_choice required.

       procedure division.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

               display clean_screen
               display ask_action
               accept ask_action

               perform check_action_permitted

               move function current-date(1:8) to now_date
               move function current-date(9:4) to now_hhmm

               evaluate action_choice
                   when 'B'
                   when 'b'
                       perform browse_promotions
                   when 'L'
                   when 'l'
                       perform lookup_promotion
                   when 'A'
                   when 'a'
                       perform add_promotion
                   when 'U'
                   when 'u'
                       perform update_promotion
                   when 'C'
                   when 'c'
                       perform close_promotion
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
               when 'C'
               when 'c'
                   move "SA" to roles_needed
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

       browse_promotions.
           open input promos_file
           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
               perform wait_for_key
           else
               display clean_screen
               move 'N' to at_eof
               move 'Y' to browse_choice

               perform test before until end_of_file
                   or browse_choice = 'N' or browse_choice = 'n'

                   read promos_file next
                       at end move 'Y' to at_eof
                   end-read

                   if not end_of_file
                       perform show_promotion
                       display "next record (Y/N) : "
                       accept browse_choice
                   end-if

               end-perform

               close promos_file
           end-if.

       lookup_promotion.
           display ask_lookup
           accept ask_lookup

           open input promos_file
           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
           else
               move lookup_id to pr_campaign_id
               perform read_promotion
               if record_found = 'Y'
                   perform show_promotion
               end-if
               close promos_file
           end-if

           perform wait_for_key.

       add_promotion.
           display ask_lookup
           accept ask_lookup

           move spaces to new_description
           move now_date to new_start_date
           move now_hhmm to new_start_time
           move spaces to new_end_date
           move "2359" to new_end_time
           move spaces to new_daily_from
           move spaces to new_daily_to
           move space to new_difficulty
           move spaces to new_terminal
           move space to new_tier
           move spaces to new_effect
           move 0 to new_value

           display ask_details
           accept ask_details

           perform check_promotion_details

           if details_ok = 'Y'
               perform open_promotions_for_update

               if promos_status = "00"
                   display ask_confirm
                   accept ask_confirm

                   if confirm_choice = 'Y' or confirm_choice = 'y'
                       move lookup_id to pr_campaign_id
                       perform move_promotion_details
                       move 'A' to pr_status
                       perform stamp_promotion_record

                       write promotion_record
                       if promos_status = "00"
                           display "campaign " lookup_id " added"
                       else
                           if promos_status = "22"
                               display "campaign " lookup_id
                                   " is already on file"
                           else
                               display "promotions write failed - "
                                   "status " promos_status
                           end-if
                       end-if
                   end-if

                   close promos_file
               end-if
           end-if

           perform wait_for_key.

       update_promotion.
           display ask_lookup
           accept ask_lookup

           open i-o promos_file
           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
           else
               move lookup_id to pr_campaign_id
               perform read_promotion

               if record_found = 'Y'
                   perform show_promotion

                   if pr_status not = 'A'
                       display "campaign is closed - it cannot be "
                           "changed"
                   else
                       move pr_description to new_description
                       move pr_start_date to new_start_date
                       move pr_start_time to new_start_time
                       move pr_end_date to new_end_date
                       move pr_end_time to new_end_time
                       move pr_daily_from to new_daily_from
                       move pr_daily_to to new_daily_to
                       move pr_difficulty to new_difficulty
                       move pr_terminal_id to new_terminal
                       move pr_loyalty_tier to new_tier
                       move pr_effect to new_effect
                       move pr_effect_value to new_value
                       display ask_details
                       accept ask_details

                       perform check_promotion_details

                       if details_ok = 'Y'
                           display ask_confirm
                           accept ask_confirm

                           if confirm_choice = 'Y'
                               or confirm_choice = 'y'
                               perform move_promotion_details
                               perform rewrite_promotion
                           end-if
                       end-if
                   end-if
               end-if

               close promos_file
           end-if

           perform wait_for_key.

       close_promotion.
           display ask_lookup
           accept ask_lookup

           open i-o promos_file
           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
           else
               move lookup_id to pr_campaign_id
               perform read_promotion

               if record_found = 'Y'
                   perform show_promotion

                   if pr_status not = 'A'
                       display "campaign is already closed"
                   else
                       display ask_confirm
                       accept ask_confirm

                       if confirm_choice = 'Y' or confirm_choice = 'y'
                           move 'C' to pr_status
                           if pr_end_date > now_date
                               or (pr_end_date = now_date
                                   and pr_end_time > now_hhmm)
                               move now_date to pr_end_date
                               move now_hhmm to pr_end_time
                           end-if
                           perform rewrite_promotion
                       end-if
                   end-if
               end-if

               close promos_file
           end-if

           perform wait_for_key.

       check_promotion_details.
           move 'Y' to details_ok

           move function upper-case(new_effect) to new_effect
           move function upper-case(new_tier) to new_tier
           move function upper-case(new_terminal) to new_terminal

           if new_start_time = spaces
               move "0000" to new_start_time
           end-if
           if new_end_time = spaces
               move "2359" to new_end_time
           end-if

           move new_start_date to entered_date
           perform check_entered_date
           if date_ok = 'Y'
               move new_end_date to entered_date
               perform check_entered_date
           end-if
           if date_ok = 'Y'
               if new_start_date = spaces or new_end_date = spaces
                   move 'N' to date_ok
               end-if
           end-if

           move new_start_time to entered_time
           perform check_entered_time
           if time_ok = 'Y'
               move new_end_time to entered_time
               perform check_entered_time
           end-if

           if date_ok not = 'Y' or time_ok not = 'Y'
               display "start and end must be yyyymmdd hhmm"
               move 'N' to details_ok
           else
               if new_end_date < new_start_date
                   or (new_end_date = new_start_date
                       and new_end_time <= new_start_time)
                   display "the campaign must end after it starts"
                   move 'N' to details_ok
               end-if
           end-if

           move new_daily_from to entered_time
           perform check_entered_time
           if time_ok = 'Y'
               move new_daily_to to entered_time
               perform check_entered_time
           end-if
           if time_ok = 'Y'
               if (new_daily_from = spaces
                   and new_daily_to not = spaces)
                   or (new_daily_from not = spaces
                       and new_daily_to = spaces)
                   move 'N' to time_ok
               else
                   if new_daily_from not = spaces
                       and new_daily_to <= new_daily_from
                       move 'N' to time_ok
                   end-if
               end-if
           end-if
           if time_ok not = 'Y'
               display "daily hours must be hhmm with the end after "
                   "the start, or both blank"
               move 'N' to details_ok
           end-if

           if new_difficulty not = space and new_difficulty not = '1'
               and new_difficulty not = '2' and new_difficulty not = '3'
               display "difficulty must be 1, 2, 3 or blank"
               move 'N' to details_ok
           end-if

           if new_tier not = space and new_tier not = 'G'
               and new_tier not = 'S' and new_tier not = 'B'
               display "loyalty tier must be G, S, B or blank"
               move 'N' to details_ok
           end-if

           evaluate new_effect
               when "PRIZ"
                   if new_value < 101 or new_value > 500
                       display "prize value is a percentage of normal "
                           "- 101 to 500"
                       move 'N' to details_ok
                   end-if
               when "ATMP"
                   if new_value < 1 or new_value > 5
                       display "extra attempts must be 1 to 5"
                       move 'N' to details_ok
                   end-if
               when "RATE"
                   if new_value < 1 or new_value > 100
                       display "bonus rating points must be 1 to 100"
                       move 'N' to details_ok
                   end-if
               when "TIER"
                   move 0 to new_value
               when other
                   display "effect must be PRIZ, ATMP, RATE or TIER"
                   move 'N' to details_ok
           end-evaluate.

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

       move_promotion_details.
           move new_description to pr_description
           move new_start_date to pr_start_date
           move new_start_time to pr_start_time
           move new_end_date to pr_end_date
           move new_end_time to pr_end_time
           move new_daily_from to pr_daily_from
           move new_daily_to to pr_daily_to
           move new_difficulty to pr_difficulty
           move new_terminal to pr_terminal_id
           move new_tier to pr_loyalty_tier
           move new_effect to pr_effect
           move new_value to pr_effect_value.

       open_promotions_for_update.
           open i-o promos_file
           if promos_status = "35"
               open extend promos_file
               close promos_file
               open i-o promos_file
           end-if

           if promos_status not = "00"
               display "promotions file open failed - status "
                   promos_status
           end-if.

       stamp_promotion_record.
           move function current-date(1:8) to pr_updated_date
           move function current-date(9:6) to pr_updated_time
           move operator_id to pr_updated_by.

       rewrite_promotion.
           perform stamp_promotion_record

           rewrite promotion_record
           if promos_status not = "00"
               display "promotions rewrite failed - status "
                   promos_status
           else
               display "campaign " pr_campaign_id " updated"
           end-if.

       read_promotion.
           move 'N' to record_found
           read promos_file
               invalid key
                   display "no campaign on file for " pr_campaign_id
               not invalid key
                   move 'Y' to record_found
           end-read.

       show_promotion.
           if pr_status = 'A'
               if pr_end_date < now_date
                   or (pr_end_date = now_date
                       and pr_end_time <= now_hhmm)
                   move "ended" to status_name
               else
                   move "active" to status_name
               end-if
           else
               move "closed" to status_name
           end-if

           evaluate pr_effect
               when "PRIZ"
                   move "prize value % of normal" to effect_name
               when "ATMP"
                   move "extra attempts" to effect_name
               when "RATE"
                   move "bonus rating points on a win" to effect_name
               when "TIER"
                   move "prize tier bumped one step" to effect_name
               when other
                   move "unknown" to effect_name
           end-evaluate

           display "campaign id   : " pr_campaign_id "  " status_name
           display "description   : " pr_description
           display "runs          : " pr_start_date " " pr_start_time
               " to " pr_end_date " " pr_end_time
           if pr_daily_from = spaces
               display "each day      : all day"
           else
               display "each day      : " pr_daily_from "-"
                   pr_daily_to
           end-if
           display "difficulty    : " pr_difficulty
               "  terminal " pr_terminal_id
               "  loyalty tier " pr_loyalty_tier
           display "effect        : " pr_effect " " pr_effect_value
               " " effect_name
           display "last changed  : " pr_updated_date " "
               pr_updated_time " by " pr_updated_by.

       wait_for_key.
           display "press enter to continue"
           accept pause_key.
