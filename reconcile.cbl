               organization line sequential
               file status maint_log_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               sharing with all other
               file status cardxref_status.

           select player_stats_file assign to "PLYRSTAT"
               organization indexed
               access dynamic
           fd maint_log_file.
           copy statmlog.

           fd card_xref_file.
           copy cardxref.

           sd game_sort_file.
           1 game_sort_record.
               2 gso_date pic x(8).
               2 gso_guesses pic 99.
               2 gso_outcome pic x.
               2 gso_mapped_id pic x(10).
               2 gso_game_ref pic 9(10).

           sd audit_sort_file.
           1 audit_sort_record.
               2 aso_player_id pic x(10).
               2 aso_secret pic 999.
               2 aso_result pic x(4).
               2 aso_game_ref pic 9(10).

           fd sorted_games_file.
           1 sorted_game_record.
               2 sg_guesses pic 99.
               2 sg_outcome pic x.
               2 sg_mapped_id pic x(10).
               2 sg_game_ref pic 9(10).

           fd sorted_audits_file.
           1 sorted_audit_record.
               2 sa_player_id pic x(10).
               2 sa_secret pic 999.
               2 sa_result pic x(4).
               2 sa_game_ref pic 9(10).

           fd player_games_file.
           1 player_game_record.
               2 pg_guesses pic 99.
               2 pg_outcome pic x.
               2 pg_mapped_id pic x(10).
               2 pg_game_ref pic 9(10).

       working-storage section.
           77 gameres_status pic xx.
           77 audit_status pic xx.
           77 stats_status pic xx.
           77 maint_log_status pic xx.
           77 cardxref_status pic xx.
           77 day_control_status pic xx.
           77 sorted_games_status pic xx.
           77 sorted_audits_status pic xx.

           77 game_eof pic x.
           77 audit_eof pic x.
           77 game_key pic x(31).
           77 audit_key pic x(31).
           77 current_key pic x(31).

           77 group_games pic 9(5).
           77 group_guesses pic 9(7).
           77 group_date pic x(8).
           77 group_player pic x(10).
           77 group_secret pic 999.
           77 group_ref pic 9(10).
           77 last_game_ref pic 9(10) value 0.
           77 ref_use_count pic 9(5) value 0.

           77 audit_guess_entries pic 9(7).
           77 audit_win_entries pic 9(5).
           perform load_merge_map.

           sort game_sort_file
               on ascending key gso_game_ref gso_date gso_player_id
                   gso_secret
               input procedure release_games
               giving sorted_games_file.

           sort audit_sort_file
               on ascending key aso_game_ref aso_date aso_player_id
                   aso_secret
               input procedure release_audits
               giving sorted_audits_file.

               close maint_log_file
           end-if

           open input card_xref_file
           if cardxref_status = "00"
               move 'N' to at_eof
               read card_xref_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if merge_count < 1000
                       add 1 to merge_count
                       move cx_old_card to mm_from_id(merge_count)
                       move cx_new_card to mm_to_id(merge_count)
                   else
                       add 1 to merges_dropped
                   end-if
                   read card_xref_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close card_xref_file
           end-if

           if merges_dropped > 0
               display "EXC merge map full - " merges_dropped
                   " merges not applied"
           move gr_guesses to gso_guesses
           move gr_outcome to gso_outcome
           move mapped_id to gso_mapped_id
           move gr_game_ref to gso_game_ref

           release game_sort_record.

           move au_player_id to aso_player_id
           move au_secret to aso_secret
           move au_result to aso_result
           move au_game_ref to aso_game_ref

           release audit_sort_record.

           end-read

           if game_eof = 'Y'
               perform check_ref_reuse
               move high-values to game_key
           else
               if sg_game_ref not = last_game_ref
                   perform check_ref_reuse
                   move sg_game_ref to last_game_ref
               end-if
               add 1 to ref_use_count
               move sg_game_ref to game_key(1:10)
               move sg_date to game_key(11:8)
               move sg_player_id to game_key(19:10)
               move sg_secret to game_key(29:3)
           end-if.

       check_ref_reuse.
           if ref_use_count > 1 and last_game_ref > 0
               display "EXC game reference " last_game_ref
                   " used by " ref_use_count " games"
               add 1 to exception_count
           end-if

           move 0 to ref_use_count.

       read_sorted_audit.
           read sorted_audits_file
               at end move 'Y' to audit_eof
           if audit_eof = 'Y'
               move high-values to audit_key
           else
               move sa_game_ref to audit_key(1:10)
               move sa_date to audit_key(11:8)
               move sa_player_id to audit_key(19:10)
               move sa_secret to audit_key(29:3)
           end-if.

       collect_game_group.
               move sg_date to group_date
               move sg_player_id to group_player
               move sg_secret to group_secret
               move sg_game_ref to group_ref

               perform read_sorted_game

               move sa_date to group_date
               move sa_player_id to group_player
               move sa_secret to group_secret
               move sa_game_ref to group_ref

               perform read_sorted_audit


       judge_key_group.
           if group_games = 0
               display "EXC orphaned audit entries - game "
                   group_ref " date " group_date
                   " player " group_player " secret " group_secret
               add 1 to exception_count
               compute audits_orphaned = audits_orphaned
                   + audit_guess_entries + audit_abnd_entries
                   + audit_guess_entries + audit_abnd_entries

               if audit_guess_entries not = group_guesses
                   display "EXC missing audits - game " group_ref
                       " date " group_date " player " group_player
                       " logged " audit_guess_entries " of "
                       group_guesses
                   add 1 to exception_count
               end-if

               if audit_win_entries < group_wins
                   display "EXC win not audited - game " group_ref
                       " date " group_date " player " group_player
                   add 1 to exception_count
               end-if

               if audit_abnd_entries < group_abnds
                   display "EXC abandonment not audited - game "
                       group_ref " date " group_date
                       " player " group_player
                   add 1 to exception_count
               end-if
           end-if.
