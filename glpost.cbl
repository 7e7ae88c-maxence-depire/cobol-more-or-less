       identification division.
       program-id. gl-journal-post.

       environment division.
       input-output section.
       file-control.
           select vouchers_file assign to "VOUCHERS"
               organization indexed
               access dynamic
               record key vo_number
               sharing with all other
               file status voucher_status.

           select posted_file assign to "GLPOSTED"
               organization indexed
               access dynamic
               record key gp_voucher
               lock mode is automatic
               sharing with all other
               file status posted_status.

           select parm_file assign to "PARMFILE"
               organization indexed
               access dynamic
               record key pm_key
               sharing with all other
               file status parm_status.

           select work_file assign to "GLWORK"
               organization line sequential
               file status work_status.

           select journal_file assign to journal_file_name
               organization line sequential
               file status journal_status.

       data division.
       file section.
           fd vouchers_file.
           copy voucher.

           fd posted_file.
           copy glposted.

           fd parm_file.
           copy parmfile.

           fd work_file.
           1 work_record.
               2 gw_voucher pic x(18).
               2 gw_movement pic x(4).
               2 gw_journal pic x(15).
               2 gw_business_date pic x(8).

           fd journal_file.
           copy gljrnl.

       working-storage section.
           77 voucher_status pic xx.
           77 posted_status pic xx.
           77 parm_status pic xx.
           77 work_status pic xx.
           77 journal_status pic xx.

           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 gl_env pic x(8).
           77 business_date pic x(8).
           77 start_date pic x(8).
           77 expiry_from pic x(8).
           77 date_number pic 9(8).

           77 journal_file_name pic x(15).
           77 journal_seq pic 99.
           77 name_free pic x.
           77 journal_complete pic x.
           77 last_record_type pic x.

           77 posted_found pic x.
           77 in_suspense pic x.
           77 movement pic x(4).
           77 movement_date pic x(8).

           77 tier_index pic 9.

           1 tier_names.
               2 filler pic x(8) value "gold".
               2 filler pic x(8) value "silver".
               2 filler pic x(8) value "bronze".
           1 tier_name_table redefines tier_names.
               2 tier_name pic x(8) occurs 3 times.

           77 tier_letters pic x(3) value "GSB".

           1 gl_accounts.
               2 liability_account pic x(10) occurs 3 times.
               2 expense_account pic x(10) occurs 3 times.
               2 writeback_account pic x(10) occurs 3 times.
               2 cash_account pic x(10).
               2 suspense_account pic x(10).

           77 accounts_missing pic 99 value 0.
           77 parm_key_work pic x(16).

           77 agg_count pic 9(4) value 0.
           77 agg_index pic 9(4).
           77 agg_found pic x.

           1 aggregate_table.
               2 agg_entry occurs 1000 times.
                   3 ag_movement pic x(4).
                   3 ag_date pic x(8).
                   3 ag_tier pic x.
                   3 ag_count pic 9(5).
                   3 ag_value pic 9(9)v99.

           77 vouchers_read pic 9(7) value 0.
           77 movements_found pic 9(7) value 0.
           77 flags_updated pic 9(7) value 0.
           77 work_records pic 9(7) value 0.
           77 line_number pic 9(6) value 0.
           77 debit_total pic 9(11)v99 value 0.
           77 credit_total pic 9(11)v99 value 0.
           77 hash_total pic 9(15) value 0.
           77 char_index pic 999.

           1 movement_counts.
               2 issue_count pic 9(7) value 0.
               2 redeem_count pic 9(7) value 0.
               2 expiry_count pic 9(7) value 0.
               2 hold_count pic 9(7) value 0.
               2 release_count pic 9(7) value 0.

           77 debit_account pic x(10).
           77 credit_account pic x(10).
           77 narrative pic x(30).
           77 line_account pic x(10).
           77 line_dr_cr pic x.

           77 value_disp pic z(10)9.99.

       procedure division.

           perform get_business_date.

           display "===== GL journal interface ====="
           display "business date : " business_date

           perform load_parameters.

           display "postings from : " start_date

           perform open_posted_file.

           perform finish_previous_run.

           perform find_journal_name.

           open input vouchers_file
           if voucher_status not = "00"
               display "vouchers file open failed - status "
                   voucher_status
               move 16 to return-code
               stop run
           end-if.

           open output work_file
           if work_status not = "00"
               display "GL work file open failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if.

           perform read_next_voucher.

           perform test before until end_of_file
               add 1 to vouchers_read
               perform find_voucher_movements
               perform read_next_voucher
           end-perform.

           close vouchers_file.
           close work_file.

           perform write_gl_journal.

           perform update_posted_flags.

           if flags_updated = work_records
               delete file work_file
           else
               display "GL work file kept - the next run saves the "
                   "remaining posted flags"
           end-if

           close posted_file.

           perform print_posting_totals.

           stop run.

       get_business_date.
           move spaces to gl_env
           accept gl_env from environment "MOL-GL-DATE"
               on exception move spaces to gl_env
           end-accept

           if gl_env is numeric and gl_env not = spaces
               move gl_env to business_date
           else
               move function current-date(1:8) to business_date
           end-if.

       load_parameters.
           open input parm_file
           if parm_status = "00"
               move 'Y' to parm_open
           end-if

           perform load_tier_accounts
               varying tier_index from 1 by 1
               until tier_index > 3

           move "GL-CASH" to pm_key
           perform read_parm
           move parm_value to cash_account

           move "GL-SUSPENSE" to pm_key
           perform read_parm
           move parm_value to suspense_account

           move spaces to start_date
           move "GL-START-DATE" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:8) is numeric
               move parm_value(1:8) to start_date
           else
               move business_date to start_date
           end-if

           move start_date to date_number
           compute date_number = function date-of-integer(
               function integer-of-date(date_number) - 1)
           move date_number to expiry_from

           if parm_open = 'Y'
               close parm_file
               move 'N' to parm_open
           end-if

           if cash_account = spaces
               display "PARMFILE GL-CASH not set"
               add 1 to accounts_missing
           end-if

           if suspense_account = spaces
               display "PARMFILE GL-SUSPENSE not set"
               add 1 to accounts_missing
           end-if

           if accounts_missing > 0
               display "GL accounts missing - nothing posted"
               move 16 to return-code
               stop run
           end-if.

       load_tier_accounts.
           move "GL-LIAB-" to parm_key_work
           perform read_tier_account
           move parm_value to liability_account(tier_index)

           move "GL-EXP-" to parm_key_work
           perform read_tier_account
           move parm_value to expense_account(tier_index)

           move "GL-WBK-" to parm_key_work
           perform read_tier_account
           move parm_value to writeback_account(tier_index).

       read_tier_account.
           move spaces to pm_key
           string parm_key_work delimited by space
               tier_letters(tier_index:1) delimited by size
               into pm_key
           end-string

           perform read_parm

           if parm_value = spaces
               display "PARMFILE " pm_key " not set"
               add 1 to accounts_missing
           end-if.

       read_parm.
           move 'N' to parm_found
           move spaces to parm_value

           if parm_open = 'Y'
               read parm_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to parm_found
                       move pm_value to parm_value
               end-read
           end-if.

       open_posted_file.
           open i-o posted_file
           if posted_status = "35"
               open extend posted_file
               close posted_file
               open i-o posted_file
           end-if

           if posted_status not = "00"
               display "GL posted file open failed - status "
                   posted_status
               move 16 to return-code
               stop run
           end-if.

       finish_previous_run.
           open input work_file
           if work_status = "00"
               move 'N' to at_eof
               perform read_next_work
               if end_of_file
                   close work_file
                   delete file work_file
               else
                   move gw_journal to journal_file_name
                   close work_file
                   perform check_journal_complete
                   if journal_complete = 'Y'
                       perform finish_previous_flags
                   else
                       display "GL work file discarded - journal "
                           journal_file_name " was never completed"
                       delete file work_file
                   end-if
               end-if
           end-if.

       finish_previous_flags.
           display "previous run unfinished - saving posted flags "
               "for " journal_file_name

           perform update_posted_flags

           if flags_updated not = work_records
               display "posted flags saved " flags_updated " of "
                   work_records " - nothing posted"
               move 16 to return-code
               stop run
           end-if

           delete file work_file
           display "posted flags saved : " flags_updated

           move 0 to flags_updated
           move 0 to work_records
           initialize movement_counts.

       check_journal_complete.
           move 'N' to journal_complete
           move space to last_record_type

           open input journal_file
           if journal_status = "00"
               move 'N' to at_eof
               read journal_file
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   move gh_type to last_record_type
                   read journal_file
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close journal_file
           end-if

           if last_record_type = "T"
               move 'Y' to journal_complete
           end-if.

       read_next_voucher.
           read vouchers_file next
               at end move 'Y' to at_eof
           end-read.

       find_voucher_movements.
           evaluate vo_tier
               when 'G'
                   move 1 to tier_index
               when 'S'
                   move 2 to tier_index
               when other
                   move 3 to tier_index
           end-evaluate

           move 'N' to posted_found
           move vo_number to gp_voucher
           read posted_file
               invalid key
                   initialize gl_posted_record
                   move vo_number to gp_voucher
                   move 'N' to gp_in_suspense
               not invalid key
                   move 'Y' to posted_found
           end-read

           move gp_in_suspense to in_suspense

           if gp_issue_date = spaces
               and vo_date not > business_date
               and vo_date not < start_date
               move "ISSU" to movement
               move vo_date to movement_date
               perform note_movement
           end-if

           if vo_status not = 'H' and in_suspense = 'Y'
               move "RELS" to movement
               move business_date to movement_date
               perform note_movement
               move 'N' to in_suspense
           end-if

           if vo_status = 'H' and in_suspense not = 'Y'
               move "HOLD" to movement
               move business_date to movement_date
               perform note_movement
               move 'Y' to in_suspense
           end-if

           if vo_status = 'R' and gp_redeem_date = spaces
               and vo_redeem_date not > business_date
               and vo_redeem_date not < start_date
               move "REDM" to movement
               move vo_redeem_date to movement_date
               perform note_movement
           end-if

           if vo_status = 'E' and gp_expiry_date = spaces
               and vo_expiry_date < business_date
               and vo_expiry_date not < expiry_from
               move "EXPR" to movement
               move business_date to movement_date
               perform note_movement
           end-if.

       note_movement.
           add 1 to movements_found

           move vo_number to gw_voucher
           move movement to gw_movement
           move journal_file_name to gw_journal
           move business_date to gw_business_date
           write work_record
           if work_status not = "00"
               display "GL work file write failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to agg_found

           perform test before varying agg_index from 1 by 1
               until agg_index > agg_count
               or agg_found = 'Y'

               if ag_movement(agg_index) = movement
                   and ag_date(agg_index) = movement_date
                   and ag_tier(agg_index) = tier_letters(tier_index:1)
                   move 'Y' to agg_found
                   add 1 to ag_count(agg_index)
                   add vo_value to ag_value(agg_index)
               end-if

           end-perform

           if agg_found not = 'Y'
               if agg_count < 1000
                   add 1 to agg_count
                   move movement to ag_movement(agg_count)
                   move movement_date to ag_date(agg_count)
                   move tier_letters(tier_index:1) to ag_tier(agg_count)
                   move 1 to ag_count(agg_count)
                   move vo_value to ag_value(agg_count)
               else
                   display "GL posting table full - nothing posted"
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       write_gl_journal.
           open output journal_file
           if journal_status not = "00"
               display "GL journal open failed - status "
                   journal_status
               move 16 to return-code
               stop run
           end-if

           move spaces to gl_header_record
           move "H" to gh_type
           move "MOLGL" to gh_interface
           move business_date to gh_business_date
           move function current-date(1:8) to gh_run_date
           move function current-date(9:6) to gh_run_time
           move journal_file_name to gh_file_name
           write gl_header_record

           perform write_journal_pair
               varying agg_index from 1 by 1
               until agg_index > agg_count

           move spaces to gl_trailer_record
           move "T" to gt_type
           move line_number to gt_detail_count
           move debit_total to gt_debit_total
           move credit_total to gt_credit_total
           move hash_total to gt_hash_total
           write gl_trailer_record

           close journal_file.

       find_journal_name.
           move 'N' to name_free
           move 0 to journal_seq

           perform test before until name_free = 'Y'
               or journal_seq = 99

               add 1 to journal_seq
               move spaces to journal_file_name
               string "GLJNL" delimited by size
                   business_date delimited by size
                   journal_seq delimited by size
                   into journal_file_name
               end-string

               open input journal_file
               if journal_status = "35"
                   move 'Y' to name_free
               else
                   close journal_file
               end-if

           end-perform

           if name_free not = 'Y'
               display "no free GL journal name for " business_date
               move 16 to return-code
               stop run
           end-if.

       write_journal_pair.
           evaluate ag_tier(agg_index)
               when 'G'
                   move 1 to tier_index
               when 'S'
                   move 2 to tier_index
               when other
                   move 3 to tier_index
           end-evaluate

           move spaces to narrative

           evaluate ag_movement(agg_index)
               when "ISSU"
                   move expense_account(tier_index) to debit_account
                   move liability_account(tier_index) to credit_account
                   string "prize liability raised "
                       delimited by size
                       tier_name(tier_index) delimited by space
                       into narrative
                   end-string
               when "REDM"
                   move liability_account(tier_index) to debit_account
                   move cash_account to credit_account
                   string "prize paid "
                       delimited by size
                       tier_name(tier_index) delimited by space
                       into narrative
                   end-string
               when "EXPR"
                   move liability_account(tier_index) to debit_account
                   move writeback_account(tier_index)
                       to credit_account
                   string "prize expired written back "
                       delimited by size
                       tier_name(tier_index) delimited by space
                       into narrative
                   end-string
               when "HOLD"
                   move liability_account(tier_index) to debit_account
                   move suspense_account to credit_account
                   string "prize held to suspense "
                       delimited by size
                       tier_name(tier_index) delimited by space
                       into narrative
                   end-string
               when other
                   move suspense_account to debit_account
                   move liability_account(tier_index) to credit_account
                   string "prize released from suspense "
                       delimited by size
                       tier_name(tier_index) delimited by space
                       into narrative
                   end-string
           end-evaluate

           move debit_account to line_account
           move "D" to line_dr_cr
           perform write_journal_line
           add ag_value(agg_index) to debit_total

           move credit_account to line_account
           move "C" to line_dr_cr
           perform write_journal_line
           add ag_value(agg_index) to credit_total.

       write_journal_line.
           move spaces to gl_detail_record
           move line_account to gd_account
           move line_dr_cr to gd_dr_cr

           add 1 to line_number
           move "D" to gd_type
           move line_number to gd_line_number
           move ag_date(agg_index) to gd_posting_date
           move ag_value(agg_index) to gd_amount
           move ag_movement(agg_index) to gd_movement
           move ag_tier(agg_index) to gd_tier
           move ag_count(agg_index) to gd_voucher_count
           move narrative to gd_narrative

           write gl_detail_record
           if journal_status not = "00"
               display "GL journal write failed - status "
                   journal_status
               move 16 to return-code
               stop run
           end-if

           perform test before varying char_index from 1 by 1
               until char_index > 77

               compute hash_total = hash_total
                   + function ord(gl_detail_record(char_index:1))

           end-perform.

       update_posted_flags.
           open input work_file
           if work_status not = "00"
               display "GL work file open failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           perform read_next_work

           perform test before until end_of_file
               add 1 to work_records
               perform mark_movement_posted
               perform read_next_work
           end-perform

           close work_file.

       read_next_work.
           read work_file
               at end move 'Y' to at_eof
           end-read.

       mark_movement_posted.
           move 'N' to posted_found
           move gw_voucher to gp_voucher
           read posted_file
               invalid key
                   initialize gl_posted_record
                   move gw_voucher to gp_voucher
                   move 'N' to gp_in_suspense
               not invalid key
                   move 'Y' to posted_found
           end-read

           evaluate gw_movement
               when "ISSU"
                   move gw_business_date to gp_issue_date
                   add 1 to issue_count
               when "REDM"
                   move gw_business_date to gp_redeem_date
                   add 1 to redeem_count
               when "EXPR"
                   move gw_business_date to gp_expiry_date
                   add 1 to expiry_count
               when "HOLD"
                   move gw_business_date to gp_hold_date
                   move 'Y' to gp_in_suspense
                   add 1 to hold_count
               when "RELS"
                   move gw_business_date to gp_release_date
                   move 'N' to gp_in_suspense
                   add 1 to release_count
           end-evaluate

           move gw_journal to gp_journal

           if posted_found = 'Y'
               rewrite gl_posted_record
           else
               write gl_posted_record
           end-if

           if posted_status not = "00"
               display "EXC " gw_voucher " " gw_movement
                   " posted flag not saved - status " posted_status
               move 8 to return-code
           else
               add 1 to flags_updated
           end-if.

       print_posting_totals.
           display "--------------------------------"
           display "journal file      : " journal_file_name
           display "vouchers read     : " vouchers_read
           display "raised on issue   : " issue_count
           display "released redeemed : " redeem_count
           display "written back      : " expiry_count
           display "held to suspense  : " hold_count
           display "out of suspense   : " release_count
           display "journal lines     : " line_number
           move debit_total to value_disp
           display "debit total       : " value_disp
           move credit_total to value_disp
           display "credit total      : " value_disp
           display "hash total        : " hash_total

           if debit_total not = credit_total
               display "JOURNAL OUT OF BALANCE"
               move 16 to return-code
           end-if

           if flags_updated not = movements_found
               display "posted flags saved " flags_updated
                   " of " movements_found
           end-if

           display "================================".
