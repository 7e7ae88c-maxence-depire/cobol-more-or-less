           1 erasure_certificate_record.
               2 ec_date pic x(8).
               2 ec_time pic x(6).
               2 ec_request_ref pic x(10).
               2 ec_received_date pic x(8).
               2 ec_result pic x(7).
               2 ec_files pic 999.
               2 ec_records pic 9(9).
               2 ec_reason pic x(50).
