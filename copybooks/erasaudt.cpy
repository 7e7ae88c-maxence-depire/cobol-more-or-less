           1 erasure_audit_record.
               2 ea_date pic x(8).
               2 ea_time pic x(6).
               2 ea_request_ref pic x(10).
               2 ea_file_name pic x(15).
               2 ea_action pic x(8).
               2 ea_records pic 9(7).
