               2 ck_guess_count pic 99.
               2 ck_line_index pic 999.
               2 ck_series_id pic x(8).
               2 ck_game_ref pic 9(10).
               2 ck_campaign_id pic x(8).
