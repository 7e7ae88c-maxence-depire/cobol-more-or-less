           1 limits_log_record.
               2 lg_date pic x(8).
               2 lg_time pic x(6).
               2 lg_operator pic x(10).
               2 lg_action pic x(8).
               2 lg_player_id pic x(10).
               2 lg_old_cap pic 999.
               2 lg_old_cooloff pic x(8).
               2 lg_old_excluded pic x.
               2 lg_old_start pic x(8).
               2 lg_old_end pic x(8).
               2 lg_new_cap pic 999.
               2 lg_new_cooloff pic x(8).
               2 lg_new_excluded pic x.
               2 lg_new_start pic x(8).
               2 lg_new_end pic x(8).
