               2 ov_status pic x.
               2 ov_redeem_date pic x(8).
               2 ov_redeem_time pic x(6).
               2 ov_expiry_date pic x(8).
               2 ov_value pic 9(3)v99.

           fd new_vouchers_file.
           copy voucher.

           display "===== one-time voucher record conversion ====="
           display "reads VOUCHERS (old layout), writes VOUCHNEW"
           display "(new layout with campaign id)"

           open input old_vouchers_file.
           if old_voucher_status not = "00"
           move ov_status to vo_status
           move ov_redeem_date to vo_redeem_date
           move ov_redeem_time to vo_redeem_time
           move ov_expiry_date to vo_expiry_date
           move ov_value to vo_value
           move 0 to vo_game_ref
           move spaces to vo_campaign_id

           write voucher_record
           if new_voucher_status not = "00"
