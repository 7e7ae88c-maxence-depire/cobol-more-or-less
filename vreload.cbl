                   move 22 to record_length
               when "VOUCHERS"
                   move "VO" to file_tag
                   move 85 to record_length
               when "SERIES"
                   move "SE" to file_tag
                   move 50 to record_length
