           1 redemption_journal_record.
               2 rj_date pic x(8).
               2 rj_time pic x(6).
               2 rj_voucher pic x(18).
               2 rj_player_id pic x(10).
               2 rj_tier pic x.
               2 rj_value pic 9(3)v99.
               2 rj_cashier pic x(10).
               2 rj_till_id pic x(4).
               2 rj_shift_date pic x(8).
               2 rj_shift_time pic x(6).
