           1 game_control_record.
               2 gc_key pic x(8).
               2 gc_last_ref pic 9(10).
               2 gc_updated_date pic x(8).
               2 gc_updated_time pic x(6).
               2 gc_terminal_id pic x(4).
