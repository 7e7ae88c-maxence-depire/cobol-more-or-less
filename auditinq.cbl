               organization line sequential
               file status gameres_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

       data division.
       file section.
           fd audit_file.
           fd game_results_file.
           copy gameres.

           fd card_xref_file.
           copy cardxref.

       working-storage section.
           77 audit_status pic xx.
           77 gameres_status pic xx.
           77 cardxref_status pic xx.

           77 audit_file_name pic x(11) value "AUDITLOG".
           77 results_file_name pic x(11) value "GAMERES".
                   3 at_secret pic 999.
                   3 at_guess pic 999.
                   3 at_result pic x(4).
                   3 at_terminal_id pic x(4).
                   3 at_game_ref pic 9(10).

           77 session_count pic 99 value 0.
           77 sessions_dropped pic 9(3) value 0.
           77 session_found pic x.
           77 current_date pic x(8).
           77 current_secret pic 999.
           77 current_ref pic 9(10).
           77 guess_number pic 999.

           1 session_keys.
               2 session_entry occurs 50 times.
                   3 sk_date pic x(8).
                   3 sk_secret pic 999.
                   3 sk_game_ref pic 9(10).
                   3 sk_terminal_id pic x(4).

           77 result_found pic x.

           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).

       procedure division.

           display "===== audit log inquiry ====="
           display "player id : " with no advancing
           accept inq_player

           open input card_xref_file
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if

           move inq_player to resolved_card
           perform resolve_card
           if resolved_card not = inq_player
               display "card " inq_player " was replaced by "
                   resolved_card " - history of both cards shown"
               move resolved_card to inq_player
           end-if

           display "from date (yyyymmdd, blank = today) : "
               with no advancing
           accept inq_from_date

           display "=============================".

           if xref_open = 'Y'
               close card_xref_file
           end-if

           stop run.

       load_audit_entries.
           end-read.

       take_audit_entry.
           move au_player_id to resolved_card
           perform resolve_card

           if resolved_card = inq_player
               and au_date >= inq_from_date
               and au_date <= inq_to_date
               and au_time >= inq_from_time
                   move au_secret to at_secret(entry_count)
                   move au_guess to at_guess(entry_count)
                   move au_result to at_result(entry_count)
                   move au_terminal_id to at_terminal_id(entry_count)
                   move au_game_ref to at_game_ref(entry_count)
               end-if
           end-if.

                   until session_index > session_count
                   or session_found = 'Y'

                   if sk_game_ref(session_index)
                       = at_game_ref(entry_index)
                       and sk_date(session_index)
                       = at_date(entry_index)
                       and sk_secret(session_index)
                       = at_secret(entry_index)
                           to sk_date(session_count)
                       move at_secret(entry_index)
                           to sk_secret(session_count)
                       move at_game_ref(entry_index)
                           to sk_game_ref(session_count)
                       move at_terminal_id(entry_index)
                           to sk_terminal_id(session_count)
                   else
                       add 1 to sessions_dropped
                   end-if
       print_one_session.
           move sk_date(session_index) to current_date
           move sk_secret(session_index) to current_secret
           move sk_game_ref(session_index) to current_ref
           move 0 to guess_number

           display " "
           display "--- game " current_ref " for " inq_player " on "
               current_date " terminal " sk_terminal_id(session_index)
               " (secret " current_secret ") ---"

           perform test before varying entry_index from 1 by 1
               until entry_index > entry_count

               if at_game_ref(entry_index) = current_ref
                   and at_date(entry_index) = current_date
                   and at_secret(entry_index) = current_secret
                   add 1 to guess_number
                   display guess_number ". " at_time(entry_index)
               end-read

               perform test before until end_of_file
                   move gr_player_id to resolved_card
                   perform resolve_card
                   if gr_game_ref = current_ref
                       and resolved_card = inq_player
                       and gr_date = current_date
                       and gr_secret = current_secret
                       perform show_one_outcome
                   display "result - LOST after " gr_guesses
                       " guesses (started " gr_start_time ")"
           end-evaluate.

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
