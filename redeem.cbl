               sharing with all other
               file status voucher_status.

           select shift_file assign to "SHIFTS"
               organization indexed
               access dynamic
               record key sh_till_id
               lock mode is automatic
               sharing with all other
               file status shift_status.

           select optional journal_file assign to "REDJRNL"
               organization line sequential
               sharing with all other
               file status journal_status.

           select optional shift_history_file assign to "SHIFTHST"
               organization line sequential
               sharing with all other
               file status history_status.

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
           fd vouchers_file.
           copy voucher.

           fd shift_file.
           copy shift.

           fd journal_file.
           copy redjrnl.

           fd shift_history_file.
           1 shift_history_record pic x(103).

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

       working-storage section.
           77 voucher_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.
           77 shift_status pic xx.
           77 journal_status pic xx.
           77 history_status pic xx.
           77 voucher_number pic x(18).
           77 voucher_found pic x value 'N'.
           77 confirm_choice pic x.
           77 done_flag pic x value 'N'.
           77 voucher_done pic x.
           77 action_choice pic x.
           77 pause_key pic x.
           77 today_date pic x(8).
           77 voucher_value_disp pic zz9.99.
           77 supervisor_id pic x(10).
           77 supervisor_pin pic x(6).
           77 supervisor_ok pic x.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "REDEEM".
           77 program_roles pic x(5) value "CS".
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).

           77 till_id pic x(4).
           77 shift_ok pic x.
           77 shift_found pic x.
           77 shift_open_date pic x(8).
           77 shift_open_time pic x(6).
           77 float_amount pic 9(5)v99.
           77 counted_cash pic 9(7)v99.
           77 expected_cash pic s9(7)v99.
           77 over_short pic s9(7)v99.

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 tier_index pic 9.

           1 tier_names.
               2 filler pic x(12) value "gold    ".
               2 filler pic x(12) value "silver  ".
               2 filler pic x(12) value "bronze  ".
           1 tier_name_table redefines tier_names.
               2 tier_name pic x(12) occurs 3 times.

           1 shift_payouts.
               2 payout_count pic 9(5) occurs 3 times.
               2 payout_value pic 9(7)v99 occurs 3 times.

           77 journal_count pic 9(5).
           77 journal_value pic 9(7)v99.

           77 count_disp pic z(4)9.
           77 cash_disp pic z(6)9.99.
           77 signed_disp pic -(7)9.99.

       screen section.

           1 clean_screen.
               2 blank screen.

           1 ask_operator.
               2 line 1 col 1 "operator id : ".
               2 pic x(10) to operator_id required.

           1 ask_pin.
               2 line 2 col 1 "PIN : ".
               2 pic x(6) to operator_pin secure required.

           1 ask_till.
               2 line 3 col 1 "till id : ".
               2 pic x(4) to till_id required.

           1 ask_action.
               2 line 1 col 1 "O=open shift R=redeem vouchers "
                   & "C=close shift X=exit : ".
               2 pic x to action_choice required.

           1 ask_float.
               2 line 6 col 1 "opening float in the till : ".
               2 pic 9(5)v99 to float_amount required.

           1 ask_open_confirm.
               2 line 8 col 1 "open the shift (Y/N) : ".
               2 pic x to confirm_choice required.

           1 ask_counted.
               2 line 6 col 1 "cash counted in the till : ".
               2 pic 9(7)v99 to counted_cash required.

           1 ask_close_confirm.
               2 line 22 col 1 "close the shift (Y/N) : ".
               2 pic x to confirm_choice required.

           1 ask_voucher.
               2 line 1 col 1 "voucher number (blank to quit) : ".
               2 pic x(18) to voucher_number.
               2 line 12 col 1 "supervisor id to release "
                   & "(blank = keep held) : ".
               2 pic x(10) to supervisor_id.
               2 line 13 col 1 "supervisor PIN : ".
               2 pic x(6) to supervisor_pin secure.

           1 ask_release.
               2 line 12 col 1 "release this voucher for payment "
                   & "(Y/N) : ".
               2 pic x to confirm_choice required.

       procedure division.

           perform sign_on_operator.

           perform get_till_id.

           move function current-date(1:8) to today_date.

           perform test before until done_flag = 'Y'

               display clean_screen
               display ask_action
               accept ask_action

               evaluate action_choice
                   when 'O'
                   when 'o'
                       perform open_shift
                   when 'R'
                   when 'r'
                       perform redeem_vouchers
                   when 'C'
                   when 'c'
                       perform close_shift
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

       get_till_id.
           move spaces to till_id
           accept till_id from environment "MOL-TILL-ID"
               on exception move spaces to till_id
           end-accept

           if till_id = spaces
               display clean_screen
               display ask_till
               accept ask_till
           end-if.

       open_shift.
           open i-o shift_file
           if shift_status = "35"
               open extend shift_file
               close shift_file
               open i-o shift_file
           end-if

           if shift_status not = "00"
               display "shift file open failed - status "
                   shift_status
           else
               move till_id to sh_till_id
               perform read_shift

               if shift_found = 'Y' and sh_status = 'O'
                   display "till " till_id " already has a shift open "
                       "by " sh_cashier " since " sh_open_date " "
                       sh_open_time
                   display "that shift must be closed first"
               else
                   perform take_shift_float
               end-if

               close shift_file
           end-if

           perform wait_for_key.

       take_shift_float.
           move 0 to float_amount
           display ask_float
           accept ask_float

           display ask_open_confirm
           accept ask_open_confirm

           if confirm_choice = 'Y' or confirm_choice = 'y'
               move till_id to sh_till_id
               move operator_id to sh_cashier
               move 'O' to sh_status
               move function current-date(1:8) to sh_open_date
               move function current-date(9:6) to sh_open_time
               move float_amount to sh_float
               move 0 to sh_payout_count
               move 0 to sh_payout_value
               move spaces to sh_close_date
               move spaces to sh_close_time
               move spaces to sh_closed_by
               move 0 to sh_expected
               move 0 to sh_declared
               move 0 to sh_over_short

               if shift_found = 'Y'
                   rewrite shift_record
               else
                   write shift_record
               end-if

               if shift_status not = "00"
                   display "shift write failed - status " shift_status
               else
                   move sh_float to cash_disp
                   display "shift opened on till " till_id
                       " with float " cash_disp
               end-if
           end-if.

       read_shift.
           move 'N' to shift_found
           read shift_file
               invalid key
                   continue
               not invalid key
                   move 'Y' to shift_found
           end-read.

       redeem_vouchers.
           perform check_shift_open

           if shift_ok not = 'Y'
               perform wait_for_key
           else
               move 'N' to voucher_done

               perform test before until voucher_done = 'Y'

                   display clean_screen
                   move spaces to voucher_number

                   display ask_voucher
                   accept ask_voucher

                   if voucher_number = spaces
                       move 'Y' to voucher_done
                   else
                       perform process_voucher
                       perform wait_for_key
                   end-if

               end-perform
           end-if.

       check_shift_open.
           move 'N' to shift_ok
           move 'N' to shift_found

           open input shift_file
           if shift_status = "00"
               move till_id to sh_till_id
               perform read_shift
               close shift_file
           end-if

           if shift_found not = 'Y' or sh_status not = 'O'
               display "no shift is open on till " till_id
                   " - open a shift first"
           else
               if sh_cashier not = operator_id
                   display "till " till_id " is open to " sh_cashier
                       " - only that cashier may pay from it"
               else
                   move 'Y' to shift_ok
                   move sh_open_date to shift_open_date
                   move sh_open_time to shift_open_time
               end-if
           end-if.

       process_voucher.
           open i-o vouchers_file
           else
               display "voucher redeemed - pay prize tier " vo_tier
                   " value " voucher_value_disp
               perform journal_payout
           end-if.

       journal_payout.
           move vo_redeem_date to rj_date
           move vo_redeem_time to rj_time
           move vo_number to rj_voucher
           move vo_player_id to rj_player_id
           move vo_tier to rj_tier
           move vo_value to rj_value
           move operator_id to rj_cashier
           move till_id to rj_till_id
           move shift_open_date to rj_shift_date
           move shift_open_time to rj_shift_time

           open extend journal_file
           write redemption_journal_record
           if journal_status not = "00"
               display "redemption journal write failed - status "
                   journal_status
           end-if
           close journal_file

           open i-o shift_file
           if shift_status not = "00"
               display "shift file open failed - status "
                   shift_status
           else
               move till_id to sh_till_id
               perform read_shift

               if shift_found = 'Y'
                   add 1 to sh_payout_count
                   add vo_value to sh_payout_value
                   rewrite shift_record
                   if shift_status not = "00"
                       display "shift rewrite failed - status "
                           shift_status
                   end-if
               end-if

               close shift_file
           end-if.

       handle_held_voucher.
           display "a supervisor may release it for payment"

           move spaces to supervisor_id
           move spaces to supervisor_pin

           if operator_role = 'S'
               display ask_release
               accept ask_release

               if confirm_choice = 'Y' or confirm_choice = 'y'
                   move operator_id to supervisor_id
               end-if
           else
               display ask_supervisor
               accept ask_supervisor

               if supervisor_id not = spaces
                   perform check_supervisor_pin
               end-if
           end-if

           if supervisor_id not = spaces
               move 'I' to vo_status
               end-if
           end-if.

       check_supervisor_pin.
           move 'N' to supervisor_ok
           move "SUPVPIN" to violation_event

           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
           else
               move supervisor_id to op_operator_id
               read operator_file
                   invalid key
                       continue
                   not invalid key
                       perform judge_supervisor_pin
               end-read

               close operator_file
           end-if

           if supervisor_ok not = 'Y'
               move spaces to violation_detail
               string "release by " delimited by size
                   supervisor_id delimited by size
                   into violation_detail
               end-string
               perform log_access_violation

               display "supervisor release refused - voucher stays held"
               move spaces to supervisor_id
           end-if.

       judge_supervisor_pin.
           if op_status not = 'A'
               move "SUPVLOCK" to violation_event
           else
               if op_pin not = supervisor_pin
                   add 1 to op_bad_pins
                   if op_bad_pins >= 3
                       move 'L' to op_status
                       move "LOCKOUT" to violation_event
                   end-if
                   rewrite operator_record
               else
                   move 0 to op_bad_pins
                   rewrite operator_record

                   if op_role = 'S'
                       move 'Y' to supervisor_ok
                   else
                       move "SUPVROLE" to violation_event
                   end-if
               end-if
           end-if.

       mark_expired.
           move 'E' to vo_status


           display "EXPIRED on " vo_expiry_date
           display "do not pay this voucher".

       close_shift.
           move 'N' to shift_found

           open i-o shift_file
           if shift_status = "00"
               move till_id to sh_till_id
               perform read_shift

               if shift_found not = 'Y' or sh_status not = 'O'
                   display "no shift is open on till " till_id
               else
                   if sh_cashier not = operator_id
                       and operator_role not = 'S'
                       display "only " sh_cashier " or a supervisor "
                           "may close this shift"
                   else
                       perform cash_up_shift
                   end-if
               end-if

               close shift_file
           else
               display "no shift is open on till " till_id
           end-if

           perform wait_for_key.

       cash_up_shift.
           perform total_shift_journal

           move 0 to counted_cash
           display ask_counted
           accept ask_counted

           compute expected_cash = sh_float - journal_value
           compute over_short = counted_cash - expected_cash

           perform print_cash_up_sheet

           display ask_close_confirm
           accept ask_close_confirm

           if confirm_choice = 'Y' or confirm_choice = 'y'
               move 'C' to sh_status
               move function current-date(1:8) to sh_close_date
               move function current-date(9:6) to sh_close_time
               move operator_id to sh_closed_by
               move expected_cash to sh_expected
               move counted_cash to sh_declared
               move over_short to sh_over_short

               rewrite shift_record
               if shift_status not = "00"
                   display "shift rewrite failed - status "
                       shift_status
               else
                   perform write_shift_history
                   display "shift closed on till " till_id
               end-if
           end-if.

       total_shift_journal.
           initialize shift_payouts
           move 0 to journal_count
           move 0 to journal_value

           open input journal_file
           if journal_status = "00" or journal_status = "05"
               move 'N' to at_eof
               perform read_next_journal

               perform test before until end_of_file
                   if rj_till_id = sh_till_id
                       and rj_shift_date = sh_open_date
                       and rj_shift_time = sh_open_time
                       perform add_journal_payout
                   end-if
                   perform read_next_journal
               end-perform

               close journal_file
           else
               display "redemption journal open failed - status "
                   journal_status
           end-if.

       read_next_journal.
           read journal_file
               at end move 'Y' to at_eof
           end-read.

       add_journal_payout.
           evaluate rj_tier
               when 'G'
                   move 1 to tier_index
               when 'S'
                   move 2 to tier_index
               when other
                   move 3 to tier_index
           end-evaluate

           add 1 to payout_count(tier_index)
           add rj_value to payout_value(tier_index)
           add 1 to journal_count
           add rj_value to journal_value.

       print_cash_up_sheet.
           display "===== till cash-up sheet ====="
           display "till          : " sh_till_id
           display "cashier       : " sh_cashier
           display "shift opened  : " sh_open_date " " sh_open_time
           move sh_float to cash_disp
           display "float         : " cash_disp
           display "payouts by prize tier"

           perform print_tier_payout
               varying tier_index from 1 by 1
               until tier_index > 3

           move journal_count to count_disp
           move journal_value to cash_disp
           display "  total       " count_disp "  " cash_disp

           move expected_cash to signed_disp
           display "expected cash : " signed_disp
           move counted_cash to cash_disp
           display "declared cash : " cash_disp
           move over_short to signed_disp
           display "over/short    : " signed_disp

           if journal_count not = sh_payout_count
               move sh_payout_count to count_disp
               display "note - shift payout counter shows " count_disp
                   " payouts - check the journal"
           end-if

           display "==============================".

       print_tier_payout.
           move payout_count(tier_index) to count_disp
           move payout_value(tier_index) to cash_disp
           display "  " tier_name(tier_index) count_disp "  " cash_disp.

       write_shift_history.
           open extend shift_history_file
           write shift_history_record from shift_record
           if history_status not = "00"
               display "shift history write failed - status "
                   history_status
           end-if
           close shift_history_file.

       wait_for_key.
           display "press enter to continue"
           accept pause_key.
