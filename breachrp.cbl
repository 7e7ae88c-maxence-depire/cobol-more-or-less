       identification division.
       program-id. limit-breach-report.

       environment division.
       input-output section.
       file-control.
           select optional breach_file assign to "BREACHLG"
               organization line sequential
               sharing with all other
               file status breach_status.

           select players_file assign to "PLAYERS"
               organization indexed
               access dynamic
               record key pl_player_id
               sharing with all other
               file status players_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

       data division.
       file section.
           fd breach_file.
           copy breachlg.

           fd players_file.
           copy players.

           fd card_xref_file.
           copy cardxref.

       working-storage section.
           77 breach_status pic xx.
           77 players_status pic xx.
           77 players_open pic x value 'N'.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 report_env pic x(8).
           77 report_date pic x(8).

           77 player_name pic x(30).
           77 reason_text pic x(14).

           77 breaches_read pic 9(7) value 0.
           77 breaches_listed pic 9(5) value 0.
           77 excluded_count pic 9(5) value 0.
           77 cooloff_count pic 9(5) value 0.
           77 cap_count pic 9(5) value 0.
           77 limits_error_count pic 9(5) value 0.

           77 card_count pic 9(4) value 0.
           77 card_index pic 9(4).
           77 card_found pic x.
           77 cards_dropped pic 9(4) value 0.
           77 repeat_cards pic 9(4) value 0.

           1 card_table.
               2 card_entry occurs 2000 times.
                   3 ct_player_id pic x(10).
                   3 ct_attempts pic 9(4).

       procedure division.

           perform get_report_date.

           display "===== responsible-play breach report ====="
           display "business date : " report_date

           open input breach_file.
           if breach_status not = "00" and breach_status not = "05"
               display "breach log open failed - status "
                   breach_status
               move 16 to return-code
               stop run
           end-if.

           open input players_file.
           if players_status = "00"
               move 'Y' to players_open
           end-if.

           open input card_xref_file.
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if.

           display "time    term  card        reason         "
               "games cap until     player"

           perform read_next_breach.

           perform test before until end_of_file
               add 1 to breaches_read
               if br_date = report_date
                   perform list_one_breach
               end-if
               perform read_next_breach
           end-perform.

           close breach_file.

           if players_open = 'Y'
               close players_file
           end-if.

           if xref_open = 'Y'
               close card_xref_file
           end-if.

           perform print_breach_totals.

           stop run.

       get_report_date.
           move spaces to report_env
           accept report_env from environment "MOL-BREACH-DATE"
               on exception move spaces to report_env
           end-accept

           if report_env is numeric and report_env not = spaces
               move report_env to report_date
           else
               move function current-date(1:8) to report_date
           end-if.

       read_next_breach.
           read breach_file
               at end move 'Y' to at_eof
           end-read.

       list_one_breach.
           add 1 to breaches_listed

           evaluate br_reason
               when "EXCL"
                   add 1 to excluded_count
                   move "self-excluded" to reason_text
               when "COOL"
                   add 1 to cooloff_count
                   move "cool-off" to reason_text
               when "LERR"
                   add 1 to limits_error_count
                   move "limits error" to reason_text
               when other
                   add 1 to cap_count
                   move "daily cap" to reason_text
           end-evaluate

           perform lookup_player_name
           perform count_card_attempt

           display br_time "  " br_terminal_id "  " br_player_id "  "
               reason_text " " br_games_today "   " br_daily_cap " "
               br_until_date "  " player_name.

       lookup_player_name.
           move "(not registered)" to player_name

           if players_open = 'Y'
               move br_player_id to pl_player_id
               read players_file
                   invalid key
                       continue
                   not invalid key
                       move pl_name to player_name
               end-read
           end-if.

       count_card_attempt.
           move br_player_id to resolved_card
           perform resolve_card

           move 'N' to card_found

           perform test before varying card_index from 1 by 1
               until card_index > card_count
               or card_found = 'Y'

               if ct_player_id(card_index) = resolved_card
                   move 'Y' to card_found
                   add 1 to ct_attempts(card_index)
               end-if

           end-perform

           if card_found not = 'Y'
               if card_count < 2000
                   add 1 to card_count
                   move resolved_card to ct_player_id(card_count)
                   move 1 to ct_attempts(card_count)
               else
                   add 1 to cards_dropped
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

       print_breach_totals.
           display "-------------------------------------------"
           display "refused - self-excluded : " excluded_count
           display "refused - cool-off      : " cooloff_count
           display "refused - daily cap     : " cap_count
           display "refused - limits error  : " limits_error_count
           display "refusals on " report_date "      : "
               breaches_listed
           display "cards refused           : " card_count

           display "--- cards refused more than once ---"

           perform print_repeat_card
               varying card_index from 1 by 1
               until card_index > card_count

           if repeat_cards = 0
               display "none"
           end-if

           if cards_dropped > 0
               display "note - " cards_dropped
                   " further cards not counted (table full)"
               move 4 to return-code
           end-if

           display "breach log records read : " breaches_read
           display "===========================================".

       print_repeat_card.
           if ct_attempts(card_index) > 1
               add 1 to repeat_cards
               display ct_player_id(card_index) "  "
                   ct_attempts(card_index) " attempts"
           end-if.
