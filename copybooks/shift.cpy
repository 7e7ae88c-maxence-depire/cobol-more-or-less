           1 shift_record.
               2 sh_till_id pic x(4).
               2 sh_cashier pic x(10).
               2 sh_status pic x.
               2 sh_open_date pic x(8).
               2 sh_open_time pic x(6).
               2 sh_float pic 9(5)v99.
               2 sh_payout_count pic 9(5).
               2 sh_payout_value pic 9(7)v99.
               2 sh_close_date pic x(8).
               2 sh_close_time pic x(6).
               2 sh_closed_by pic x(10).
               2 sh_expected pic s9(7)v99 sign leading separate.
               2 sh_declared pic 9(7)v99.
               2 sh_over_short pic s9(7)v99 sign leading separate.
