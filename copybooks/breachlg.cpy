           1 breach_record.
               2 br_date pic x(8).
               2 br_time pic x(6).
               2 br_terminal_id pic x(4).
               2 br_player_id pic x(10).
               2 br_reason pic x(4).
               2 br_games_today pic 999.
               2 br_daily_cap pic 999.
               2 br_until_date pic x(8).
