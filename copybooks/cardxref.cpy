           1 card_xref_record.
               2 cx_old_card pic x(10).
               2 cx_new_card pic x(10).
               2 cx_date pic x(8).
               2 cx_time pic x(6).
               2 cx_reason pic x.
               2 cx_operator pic x(10).
