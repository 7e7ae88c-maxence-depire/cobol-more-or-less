           1 rating_history_record.
               2 rh_player_id pic x(10).
               2 rh_date pic x(8).
               2 rh_time pic x(6).
               2 rh_old_rating pic 9(4).
               2 rh_new_rating pic 9(4).
               2 rh_game_ref pic 9(10).
