       unload_vouchers.
           move "VO" to file_tag
           move "VOUCHERS" to file_name
           move 85 to record_length

           open input vouchers_file
           if indexed_status not = "00"
