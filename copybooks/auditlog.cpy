               2 au_secret pic 999.
               2 au_guess pic 999.
               2 au_result pic x(4).
               2 au_terminal_id pic x(4).
               2 au_game_ref pic 9(10).
