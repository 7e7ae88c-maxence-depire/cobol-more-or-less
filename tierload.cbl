               sharing with all other
               file status players_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select loyalty_file assign to "LOYALTY"
               organization indexed
               access dynamic
           fd loyalty_file.
           copy loyalty.

           fd card_xref_file.
           copy cardxref.

       working-storage section.
           77 tier_input_status pic xx.
           77 players_status pic xx.
           77 loyalty_status pic xx.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.
               stop run
           end-if.

           open input card_xref_file.
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if.

           open i-o loyalty_file.
           if loyalty_status = "35"
               open extend loyalty_file
           close tier_input_file.
           close players_file.
           close loyalty_file.
           if xref_open = 'Y'
               close card_xref_file
           end-if.

           display "---------------------------------"
           display "records read     : " records_read
               into in_player_id in_tier in_perk
           end-unstring

           if in_player_id not = spaces
               move in_player_id to resolved_card
               perform resolve_card
               if resolved_card not = in_player_id
                   display "card " in_player_id " replaced - tier "
                       "loaded to card " resolved_card
                   move resolved_card to in_player_id
               end-if
           end-if

           if in_player_id = spaces
               display "EXC empty player id : " tier_input_record
               add 1 to records_excepted
               end-if
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

       check_player_known.
           move 'N' to player_known

