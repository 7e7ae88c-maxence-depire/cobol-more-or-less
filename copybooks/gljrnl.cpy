           1 gl_header_record.
               2 gh_type pic x.
               2 gh_interface pic x(5).
               2 gh_business_date pic x(8).
               2 gh_run_date pic x(8).
               2 gh_run_time pic x(6).
               2 gh_file_name pic x(15).
               2 filler pic x(57).

           1 gl_detail_record.
               2 gd_type pic x.
               2 gd_line_number pic 9(6).
               2 gd_posting_date pic x(8).
               2 gd_account pic x(10).
               2 gd_dr_cr pic x.
               2 gd_amount pic 9(9)v99.
               2 gd_movement pic x(4).
               2 gd_tier pic x.
               2 gd_voucher_count pic 9(5).
               2 gd_narrative pic x(30).
               2 filler pic x(23).

           1 gl_trailer_record.
               2 gt_type pic x.
               2 gt_detail_count pic 9(7).
               2 gt_debit_total pic 9(11)v99.
               2 gt_credit_total pic 9(11)v99.
               2 gt_hash_total pic 9(15).
               2 filler pic x(51).
