       identification division.
       program-id. till-summary.

       environment division.
       input-output section.
       file-control.
           select optional journal_file assign to "REDJRNL"
               organization line sequential
               sharing with all other
               file status journal_status.

           select vouchers_file assign to "VOUCHERS"
               organization indexed
               access dynamic
               record key vo_number
               sharing with all other
               file status voucher_status.

           select shift_file assign to "SHIFTS"
               organization indexed
               access dynamic
               record key sh_till_id
               sharing with all other
               file status shift_status.

           select optional shift_history_file assign to "SHIFTHST"
               organization line sequential
               sharing with all other
               file status history_status.

       data division.
       file section.
           fd journal_file.
           copy redjrnl.

           fd vouchers_file.
           copy voucher.

           fd shift_file.
           copy shift.

           fd shift_history_file.
           1 shift_history_record pic x(103).

       working-storage section.
           77 journal_status pic xx.
           77 voucher_status pic xx.
           77 shift_status pic xx.
           77 history_status pic xx.

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 till_env pic x(8).
           77 till_date pic x(8).

           77 journal_read pic 9(7) value 0.
           77 journal_count pic 9(5) value 0.
           77 journal_value pic 9(7)v99 value 0.
           77 redeemed_count pic 9(5) value 0.
           77 redeemed_value pic 9(7)v99 value 0.
           77 exception_count pic 9(5) value 0.
           77 open_shifts pic 9(3) value 0.
           77 closed_shifts pic 9(3) value 0.
           77 total_over_short pic s9(7)v99 value 0.

           77 till_count pic 999 value 0.
           77 till_index pic 999.
           77 till_found pic x.
           77 tills_dropped pic 9(5) value 0.

           1 till_table.
               2 till_entry occurs 200 times.
                   3 tt_till_id pic x(4).
                   3 tt_count pic 9(5).
                   3 tt_value pic 9(7)v99.

           77 paid_count pic 9(5) value 0.
           77 paid_index pic 9(5).
           77 paid_found pic x.
           77 paid_key pic x(18).
           77 paid_dropped pic 9(5) value 0.

           1 paid_table.
               2 paid_entry occurs 5000 times.
                   3 pt_voucher pic x(18).

           77 voucher_found pic x.

           77 count_disp pic z(4)9.
           77 cash_disp pic z(6)9.99.
           77 signed_disp pic -(7)9.99.

       procedure division.

           perform get_till_date.

           display "===== end-of-day till summary ====="
           display "business date : " till_date

           open input vouchers_file
           if voucher_status not = "00"
               display "vouchers file open failed - status "
                   voucher_status
               move 16 to return-code
               stop run
           end-if.

           open input journal_file
           if journal_status not = "00" and journal_status not = "05"
               display "redemption journal open failed - status "
                   journal_status
               move 16 to return-code
               stop run
           end-if.

           display "--- journal against VOUCHERS ---"

           perform read_next_journal.

           perform test before until end_of_file
               add 1 to journal_read
               if rj_date = till_date
                   perform check_journal_payout
               end-if
               perform read_next_journal
           end-perform.

           close journal_file.

           perform check_redeemed_vouchers.

           close vouchers_file.

           perform print_till_totals.

           perform print_shift_status.

           perform print_till_control.

           stop run.

       get_till_date.
           move spaces to till_env
           accept till_env from environment "MOL-TILL-DATE"
               on exception move spaces to till_env
           end-accept

           if till_env is numeric and till_env not = spaces
               move till_env to till_date
           else
               move function current-date(1:8) to till_date
           end-if.

       read_next_journal.
           read journal_file
               at end move 'Y' to at_eof
           end-read.

       check_journal_payout.
           add 1 to journal_count
           add rj_value to journal_value

           perform add_till_payout
           perform note_paid_voucher

           move 'N' to voucher_found
           move rj_voucher to vo_number
           read vouchers_file
               invalid key
                   continue
               not invalid key
                   move 'Y' to voucher_found
           end-read

           if voucher_found not = 'Y'
               add 1 to exception_count
               display "EXC " rj_voucher " till " rj_till_id
                   " journalled but not on VOUCHERS"
           else
               if vo_status not = 'R'
                   add 1 to exception_count
                   display "EXC " rj_voucher " till " rj_till_id
                       " journalled but voucher status is " vo_status
               else
                   if vo_redeem_date not = till_date
                       add 1 to exception_count
                       display "EXC " rj_voucher " till " rj_till_id
                           " voucher shows redeemed on "
                           vo_redeem_date
                   end-if
                   if vo_value not = rj_value
                       add 1 to exception_count
                       display "EXC " rj_voucher " till " rj_till_id
                           " journal value differs from voucher"
                   end-if
               end-if
           end-if.

       add_till_payout.
           move 'N' to till_found

           perform test before varying till_index from 1 by 1
               until till_index > till_count
               or till_found = 'Y'

               if tt_till_id(till_index) = rj_till_id
                   move 'Y' to till_found
                   add 1 to tt_count(till_index)
                   add rj_value to tt_value(till_index)
               end-if

           end-perform

           if till_found not = 'Y'
               if till_count < 200
                   add 1 to till_count
                   move rj_till_id to tt_till_id(till_count)
                   move 1 to tt_count(till_count)
                   move rj_value to tt_value(till_count)
               else
                   add 1 to tills_dropped
               end-if
           end-if.

       note_paid_voucher.
           move rj_voucher to paid_key
           perform find_paid_voucher

           if paid_found = 'Y'
               add 1 to exception_count
               display "EXC " rj_voucher " till " rj_till_id
                   " journalled more than once - paid twice"
           else
               if paid_count < 5000
                   add 1 to paid_count
                   move rj_voucher to pt_voucher(paid_count)
               else
                   add 1 to paid_dropped
               end-if
           end-if.

       find_paid_voucher.
           move 'N' to paid_found

           perform test before varying paid_index from 1 by 1
               until paid_index > paid_count
               or paid_found = 'Y'

               if pt_voucher(paid_index) = paid_key
                   move 'Y' to paid_found
               end-if

           end-perform.

       check_redeemed_vouchers.
           display "--- VOUCHERS against journal ---"

           close vouchers_file
           open input vouchers_file

           move 'N' to at_eof
           perform read_next_voucher

           perform test before until end_of_file
               if vo_status = 'R' and vo_redeem_date = till_date
                   perform check_voucher_journalled
               end-if
               perform read_next_voucher
           end-perform.

       read_next_voucher.
           read vouchers_file next
               at end move 'Y' to at_eof
           end-read.

       check_voucher_journalled.
           add 1 to redeemed_count
           add vo_value to redeemed_value

           move vo_number to paid_key
           perform find_paid_voucher

           if paid_found not = 'Y'
               add 1 to exception_count
               display "EXC " vo_number
                   " redeemed on VOUCHERS with no till journal entry"
           end-if.

       print_till_totals.
           display "------------------------------------"
           display "till  payouts      value"

           perform print_one_till
               varying till_index from 1 by 1
               until till_index > till_count

           move journal_count to count_disp
           move journal_value to cash_disp
           display "all   " count_disp "  " cash_disp.

       print_one_till.
           move tt_count(till_index) to count_disp
           move tt_value(till_index) to cash_disp
           display tt_till_id(till_index) "  " count_disp "  "
               cash_disp.

       print_shift_status.
           display "------------------------------------"
           display "shifts closed on " till_date

           open input shift_history_file
           if history_status = "00" or history_status = "05"
               move 'N' to at_eof
               perform read_next_history

               perform test before until end_of_file
                   if sh_close_date = till_date
                       perform print_closed_shift
                   end-if
                   perform read_next_history
               end-perform

               close shift_history_file
           end-if

           if closed_shifts = 0
               display "  none"
           end-if

           display "shifts still open"

           open input shift_file
           if shift_status = "00"
               move 'N' to at_eof
               perform read_next_shift

               perform test before until end_of_file
                   if sh_status = 'O'
                       add 1 to open_shifts
                       display "  till " sh_till_id " " sh_cashier
                           " since " sh_open_date " " sh_open_time
                   end-if
                   perform read_next_shift
               end-perform

               close shift_file
           end-if

           if open_shifts = 0
               display "  none"
           end-if.

       read_next_history.
           read shift_history_file into shift_record
               at end move 'Y' to at_eof
           end-read.

       read_next_shift.
           read shift_file next
               at end move 'Y' to at_eof
           end-read.

       print_closed_shift.
           add 1 to closed_shifts
           add sh_over_short to total_over_short

           move sh_over_short to signed_disp
           display "  till " sh_till_id " " sh_cashier " "
               sh_open_time "-" sh_close_time " over/short "
               signed_disp.

       print_till_control.
           display "------------------------------------"
           move journal_count to count_disp
           move journal_value to cash_disp
           display "journal payouts     : " count_disp "  " cash_disp
           move redeemed_count to count_disp
           move redeemed_value to cash_disp
           display "VOUCHERS redeemed   : " count_disp "  " cash_disp
           move total_over_short to signed_disp
           display "net over/short      : " signed_disp

           if journal_count = redeemed_count
               and journal_value = redeemed_value
               and exception_count = 0
               display "tills agree with VOUCHERS"
           else
               display "tills DO NOT agree with VOUCHERS - "
                   exception_count " exceptions"
               move 4 to return-code
           end-if

           if tills_dropped > 0 or paid_dropped > 0
               display "note - tables full, " tills_dropped
                   " tills and " paid_dropped " payouts not tracked"
               move 4 to return-code
           end-if

           if open_shifts > 0 and return-code = 0
               move 4 to return-code
           end-if

           display "journal records read : " journal_read
           display "====================================".
