           1 player_limits_record.
               2 lm_player_id pic x(10).
               2 lm_daily_cap pic 999.
               2 lm_cooloff_until pic x(8).
               2 lm_excluded pic x.
               2 lm_exclude_start pic x(8).
               2 lm_exclude_end pic x(8).
               2 lm_updated_date pic x(8).
               2 lm_updated_time pic x(6).
               2 lm_updated_by pic x(10).
