               2 vo_redeem_time pic x(6).
               2 vo_expiry_date pic x(8).
               2 vo_value pic 9(3)v99.
               2 vo_game_ref pic 9(10).
               2 vo_campaign_id pic x(8).
