           1 access_violation_record.
               2 av_date pic x(8).
               2 av_time pic x(6).
               2 av_program pic x(8).
               2 av_operator pic x(10).
               2 av_event pic x(8).
               2 av_detail pic x(30).
