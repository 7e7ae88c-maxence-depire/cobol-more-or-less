               2 gr_range_low pic 999.
               2 gr_range_high pic 999.
               2 gr_terminal_id pic x(4).
               2 gr_game_ref pic 9(10).
               2 gr_campaign_id pic x(8).
