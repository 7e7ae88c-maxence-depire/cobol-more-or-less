           1 promotion_record.
               2 pr_campaign_id pic x(8).
               2 pr_description pic x(30).
               2 pr_start_date pic x(8).
               2 pr_start_time pic x(4).
               2 pr_end_date pic x(8).
               2 pr_end_time pic x(4).
               2 pr_daily_from pic x(4).
               2 pr_daily_to pic x(4).
               2 pr_difficulty pic x.
               2 pr_terminal_id pic x(4).
               2 pr_loyalty_tier pic x.
               2 pr_effect pic x(4).
               2 pr_effect_value pic 999.
               2 pr_status pic x.
               2 pr_updated_date pic x(8).
               2 pr_updated_time pic x(6).
               2 pr_updated_by pic x(10).
