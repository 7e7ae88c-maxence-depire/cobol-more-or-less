               sharing with all other
               file status voucher_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select parm_file assign to "PARMFILE"
               organization indexed
               access dynamic
           fd parm_file.
           copy parmfile.

           fd card_xref_file.
           copy cardxref.

       working-storage section.
           77 gameres_status pic xx.
           77 audit_status pic xx.
           77 voucher_status pic xx.
           77 parm_status pic xx.
           77 cardxref_status pic xx.
           77 xref_open pic x value 'N'.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 resolved_card pic x(10).
           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).

           1 audit_session_table.
               2 as_entry occurs 20000 times.
                   3 as_game_ref pic 9(10).
                   3 as_date pic x(8).
                   3 as_player_id pic x(10).
                   3 as_secret pic 999.
           display "win-rate limit        : " winrate_limit "%"
           display "minimum games         : " min_games

           open input card_xref_file
           if cardxref_status = "00"
               move 'Y' to xref_open
           end-if

           perform scan_game_results.
           perform scan_audit_log.
           perform judge_players.

           perform hold_flagged_vouchers.

           if xref_open = 'Y'
               close card_xref_file
               move 'N' to xref_open
           end-if.

           display "--------------------------------------"
           display "players screened : " player_count
           display "players flagged  : " flagged_players
       read_next_result.
           read game_results_file
               at end move 'Y' to at_eof
               not at end
                   move gr_player_id to resolved_card
                   perform resolve_card
                   move resolved_card to gr_player_id
           end-read.

       count_player_game.
       read_next_audit.
           read audit_file
               at end move 'Y' to at_eof
               not at end
                   move au_player_id to resolved_card
                   perform resolve_card
                   move resolved_card to au_player_id
           end-read.

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

       count_audit_session.
           move 'N' to session_found

               until session_index > session_count
               or session_found = 'Y'

               if as_game_ref(session_index) = au_game_ref
                   and as_date(session_index) = au_date
                   and as_player_id(session_index) = au_player_id
                   and as_secret(session_index) = au_secret
                   move 'Y' to session_found
           if session_found not = 'Y'
               if session_count < 20000
                   add 1 to session_count
                   move au_game_ref to as_game_ref(session_count)
                   move au_date to as_date(session_count)
                   move au_player_id to as_player_id(session_count)
                   move au_secret to as_secret(session_count)

       hold_one_voucher.
           move 'N' to player_found
           move vo_player_id to resolved_card
           perform resolve_card

           perform test before varying player_index from 1 by 1
               until player_index > player_count
               or player_found = 'Y'

               if fp_player_id(player_index) = resolved_card
                   and fp_flagged(player_index) = 'Y'
                   move 'Y' to player_found
               end-if
