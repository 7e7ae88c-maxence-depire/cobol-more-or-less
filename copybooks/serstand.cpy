           1 standings_record.
               2 st_date pic x(8).
               2 st_series_id pic x(8).
               2 st_best_of pic 9.
               2 st_player_1 pic x(10).
               2 st_wins_1 pic 99.
               2 st_player_2 pic x(10).
               2 st_wins_2 pic 99.
               2 st_winner_id pic x(10).
