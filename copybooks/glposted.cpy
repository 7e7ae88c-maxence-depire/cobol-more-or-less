           1 gl_posted_record.
               2 gp_voucher pic x(18).
               2 gp_issue_date pic x(8).
               2 gp_redeem_date pic x(8).
               2 gp_expiry_date pic x(8).
               2 gp_hold_date pic x(8).
               2 gp_release_date pic x(8).
               2 gp_in_suspense pic x.
               2 gp_journal pic x(15).
