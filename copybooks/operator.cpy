           1 operator_record.
               2 op_operator_id pic x(10).
               2 op_name pic x(30).
               2 op_pin pic x(6).
               2 op_role pic x.
               2 op_status pic x.
               2 op_bad_pins pic 9.
               2 op_last_signon_date pic x(8).
               2 op_last_signon_time pic x(6).
               2 op_updated_date pic x(8).
               2 op_updated_time pic x(6).
               2 op_updated_by pic x(10).
