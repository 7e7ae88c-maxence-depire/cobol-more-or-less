           1 terminal_master_record.
               2 tm_terminal_id pic x(4).
               2 tm_site_code pic x(6).
               2 tm_location pic x(30).
               2 tm_install_date pic x(8).
               2 tm_status pic x.
               2 tm_open_from pic x(4).
               2 tm_open_to pic x(4).
               2 tm_updated_date pic x(8).
               2 tm_updated_time pic x(6).
               2 tm_updated_by pic x(10).
