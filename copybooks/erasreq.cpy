           1 erasure_request_record.
               2 eq_request_ref pic x(10).
               2 eq_player_id pic x(10).
               2 eq_received_date pic x(8).
