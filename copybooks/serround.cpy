           1 series_round_record.
               2 sr_series_id pic x(8).
               2 sr_round pic 99.
               2 sr_player_id pic x(10).
               2 sr_score pic 999.
               2 sr_game_ref pic 9(10).
               2 sr_terminal_id pic x(4).
               2 sr_date pic x(8).
               2 sr_time pic x(6).
