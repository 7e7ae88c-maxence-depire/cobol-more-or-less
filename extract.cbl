               sharing with all other
               file status players_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select extract_file assign to "CRMEXTR"
               organization line sequential
               file status extract_status.
           fd players_file.
           copy players.

           fd card_xref_file.
           copy cardxref.

           fd extract_file.
           1 extract_record pic x(120).

           77 stats_status pic xx.
           77 players_status pic xx.
           77 extract_status pic xx.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).
           77 xref_count pic 9(5) value 0.

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.
           display "===== crm loyalty extract ====="
           display "extract date : " extract_date

           open input card_xref_file
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if

           sort extract_sort_file
               on ascending key es_player_id
               input procedure release_day_results
               output procedure build_extract_file.

           if xref_open = 'Y'
               close card_xref_file
               move 'N' to xref_open
           end-if

           display "players extracted : " detail_count
           display "cards replaced    : " xref_count
           display "results in        : " results_in
           display "results extracted : " results_out

           perform test before until end_of_file
               if gr_date = extract_date and gr_outcome not = 'A'
                   add 1 to results_in
                   move gr_player_id to resolved_card
                   perform resolve_card
                   move resolved_card to es_player_id
                   move gr_guesses to es_guesses
                   move gr_outcome to es_outcome
                   release extract_sort_record
               perform build_player_detail
           end-perform

           perform write_card_xref_lines

           move spaces to extract_line
           string "T;" delimited by size
               detail_count delimited by size
               move 'N' to players_open
           end-if.

       resolve_card.
           move 0 to xref_depth
           move 'Y' to xref_found

           perform test before until xref_found not = 'Y'
               or xref_depth > 10

               move 'N' to xref_found

               if xref_open = 'Y'
                   move resolved_card to cx_old_card
                   read card_xref_file
                       invalid key
                           continue
                       not invalid key
                           move cx_new_card to resolved_card
                           move 'Y' to xref_found
                           add 1 to xref_depth
                   end-read
               end-if

           end-perform.

       write_card_xref_lines.
           if xref_open = 'Y'
               move low-values to cx_old_card
               start card_xref_file key is not less than cx_old_card
                   invalid key
                       move 'Y' to at_eof
                   not invalid key
                       move 'N' to at_eof
               end-start

               perform test before until end_of_file
                   read card_xref_file next
                       at end move 'Y' to at_eof
                   end-read
                   if not end_of_file and cx_date = extract_date
                       move spaces to extract_line
                       string "X;" delimited by size
                           cx_old_card delimited by " "
                           ";" delimited by size
                           cx_new_card delimited by " "
                           ";" delimited by size
                           cx_date delimited by size
                           ";" delimited by size
                           cx_reason delimited by size
                           into extract_line
                       end-string
                       perform write_extract_line
                       add 1 to xref_count
                   end-if
               end-perform
           end-if.

       return_next_sorted.
           return extract_sort_file
               at end move 'Y' to sort_eof
