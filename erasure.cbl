       identification division.
       program-id. player-erasure.

       environment division.
       input-output section.
       file-control.
           select request_file assign to "ERASREQ"
               organization line sequential
               file status request_status.

           select optional certificate_file assign to "ERASCERT"
               organization line sequential
               sharing with all other
               file status certificate_status.

           select optional erasure_audit_file assign to "ERASAUDT"
               organization line sequential
               sharing with all other
               file status erasure_audit_status.

           select players_file assign to "PLAYERS"
               organization indexed
               access dynamic
               record key pl_player_id
               lock mode is automatic
               sharing with all other
               file status players_status.

           select player_stats_file assign to "PLYRSTAT"
               organization indexed
               access dynamic
               record key ps_player_id
               lock mode is automatic
               sharing with all other
               file status stats_status.

           select ratings_file assign to "RATINGS"
               organization indexed
               access dynamic
               record key rt_player_id
               lock mode is automatic
               sharing with all other
               file status rating_status.

           select loyalty_file assign to "LOYALTY"
               organization indexed
               access dynamic
               record key ly_player_id
               lock mode is automatic
               sharing with all other
               file status loyalty_status.

           select limits_file assign to "PLIMITS"
               organization indexed
               access dynamic
               record key lm_player_id
               lock mode is automatic
               sharing with all other
               file status limits_status.

           select vouchers_file assign to "VOUCHERS"
               organization indexed
               access dynamic
               record key vo_number
               lock mode is automatic
               sharing with all other
               file status voucher_status.

           select series_file assign to "SERIES"
               organization indexed
               access dynamic
               record key se_series_id
               lock mode is automatic
               sharing with all other
               file status series_status.

           select leaderboard_file assign to "LEADRBRD"
               organization indexed
               access dynamic
               record key lb_date
               lock mode is automatic
               sharing with all other
               file status leaderboard_status.

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               lock mode is automatic
               sharing with all other
               file status cardxref_status.

           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               sharing with all other
               file status termmast_status.

           select checkpoint_file assign to checkpoint_file_name
               organization line sequential
               file status checkpoint_status.

           select parm_file assign to "PARMFILE"
               organization indexed
               access dynamic
               record key pm_key
               sharing with all other
               file status parm_status.

           select seq_file assign to seq_file_name
               organization line sequential
               file status seq_status.

           select seq_hold_file assign to "ERASHOLD"
               organization line sequential
               file status hold_status.

       data division.
       file section.
           fd request_file.
           copy erasreq.

           fd certificate_file.
           copy erascert.

           fd erasure_audit_file.
           copy erasaudt.

           fd players_file.
           copy players.

           fd player_stats_file.
           copy plyrstat.

           fd ratings_file.
           copy ratings.

           fd loyalty_file.
           copy loyalty.

           fd limits_file.
           copy plimits.

           fd vouchers_file.
           copy voucher.

           fd series_file.
           copy series.

           fd leaderboard_file.
           copy leadrbrd.

           fd card_xref_file.
           copy cardxref.

           fd terminal_master_file.
           copy termmast.

           fd checkpoint_file.
           copy checkpt.

           fd parm_file.
           copy parmfile.

           fd seq_file.
           1 seq_record pic x(132).

           fd seq_hold_file.
           1 hold_record pic x(132).

       working-storage section.
           77 request_status pic xx.
           77 certificate_status pic xx.
           77 erasure_audit_status pic xx.
           77 players_status pic xx.
           77 stats_status pic xx.
           77 rating_status pic xx.
           77 loyalty_status pic xx.
           77 limits_status pic xx.
           77 voucher_status pic xx.
           77 series_status pic xx.
           77 leaderboard_status pic xx.
           77 cardxref_status pic xx.
           77 termmast_status pic xx.
           77 checkpoint_status pic xx.
           77 parm_status pic xx.
           77 seq_status pic xx.
           77 hold_status pic xx.

           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 retain_days pic 9(4) value 2190.
           77 unload_days pic 9(4) value 400.

           77 today_date pic x(8).
           77 today_days pic 9(9) comp.
           77 date_numeric pic 9(8).
           77 date_days pic 9(9) comp.
           77 last_activity pic x(8).

           77 request_count pic 999 value 0.
           77 request_index pic 999.
           77 match_index pic 999.
           77 other_index pic 999.
           77 requests_read pic 9(5) value 0.
           77 requests_erased pic 9(5) value 0.
           77 requests_refused pic 9(5) value 0.
           77 requests_overflow pic 9(5) value 0.
           77 request_line pic 9(5).
           77 accepted_count pic 999 value 0.

           1 request_table.
               2 request_entry occurs 100 times.
                   3 rq_request_ref pic x(10).
                   3 rq_player_id pic x(10).
                   3 rq_received_date pic x(8).
                   3 rq_state pic x.
                   3 rq_reason pic x(50).
                   3 rq_pseudonym pic x(10).
                   3 rq_file_count pic 9(7).
                   3 rq_files pic 999.
                   3 rq_records pic 9(9).
                   3 rq_primary pic 999.
                   3 rq_linked pic x.
                   3 rq_file_mark pic x.

           77 primary_count pic 999.
           77 primary_index pic 999.
           77 link_index pic 999.
           77 refused_primary pic 999.
           77 link_card pic x(10).
           77 link_known pic x.
           77 group_card pic x(10).

           77 xref_count pic 9(4) value 0.
           77 xref_index pic 9(4).
           77 xref_search pic 9(4).
           77 xrefs_dropped pic 9(4) value 0.
           77 xref_found pic x.
           77 xref_depth pic 99.
           77 xref_changed pic x.
           77 resolved_card pic x(10).

           1 xref_map.
               2 xref_pair occurs 5000 times.
                   3 xm_old_card pic x(10).
                   3 xm_new_card pic x(10).

           77 refusal_reason pic x(50).
           77 search_card pic x(10).

           77 seed_time pic 9(8).
           77 random_work pic v9(9).
           77 pseudo_number pic 9(9).
           77 pseudonym pic x(10).
           77 pseudonym_free pic x.
           77 pseudo_tries pic 9(4).

           77 checkpoint_file_name pic x(11) value spaces.

           77 seq_file_name pic x(15).
           77 seq_kind pic x(4).
           77 seq_line_number pic 9(9).
           77 seq_lines_changed pic 9(9).
           77 erase_line pic x(132).
           77 crm_line pic x(132).
           77 line_last_match pic 999.
           77 field_pos pic 999.
           77 field_length pic 999.
           77 char_index pic 999.
           77 ord_sum pic 9(7).
           77 hash_delta pic s9(11).
           77 unload_hash pic 9(15).
           77 statement_match pic 999.
           77 inspect_hits pic 9(5).

           77 crm_type pic x(2).
           77 crm_card pic x(10).
           77 crm_new_card pic x(10).
           77 crm_changed pic x.
           77 crm_name pic x(30).
           77 crm_pointer pic 999.

           77 audit_file_label pic x(15).
           77 erase_file_label pic x(15).
           77 erase_io_status pic xx.
           77 audit_action pic x(8).

           77 gen_count pic s999.
           77 gen_year pic 9(4).
           77 gen_month pic s9(3).
           77 gen_month_disp pic 99.
           77 archive_month pic x(6).

           77 day_back pic 9(4).
           77 unload_date pic x(8).
           77 tag_index pic 9.

           1 unload_tags.
               2 filler pic x(6) value "PSUNPS".
               2 filler pic x(6) value "RTUNRT".
               2 filler pic x(6) value "VOUNVO".
               2 filler pic x(6) value "SEUNSE".
               2 filler pic x(6) value "LBUNLB".
               2 filler pic x(6) value "PLUNPL".
               2 filler pic x(6) value "LYUNLY".
           1 unload_tag_table redefines unload_tags.
               2 unload_tag_entry occurs 7 times.
                   3 ut_tag pic x(2).
                   3 ut_kind pic x(4).

           77 files_changed pic 9(5) value 0.
           77 records_changed pic 9(9) value 0.
           77 count_disp pic z(8)9.

       procedure division.

           display "===== player data erasure ====="

           move function current-date(1:8) to today_date
           move today_date to date_numeric
           compute today_days = function integer-of-date(date_numeric)

           perform load_parameters.
           perform load_requests.

           if request_count > 0
               perform add_linked_cards
               perform check_registered_cards
               perform check_request_vouchers
               perform check_request_series
               perform check_live_games
               perform assign_pseudonyms
           end-if

           if accepted_count > 0
               perform erase_players
               perform erase_player_stats
               perform erase_ratings
               perform erase_loyalty
               perform erase_limits
               perform erase_vouchers
               perform erase_series
               perform erase_leaderboard
               perform erase_card_xref
               perform erase_sequential_files
               perform erase_unload_files
           end-if

           perform write_certificates.
           perform empty_request_file.

           display "--------------------------------"
           display "requests read     : " requests_read
           display "requests erased   : " requests_erased
           display "requests refused  : " requests_refused
           move files_changed to count_disp
           display "files changed     : " count_disp
           move records_changed to count_disp
           display "records changed   : " count_disp
           display "================================"

           if requests_refused > 0 and return-code = 0
               move 4 to return-code
           end-if.

           stop run.

       load_parameters.
           open input parm_file
           if parm_status = "00"
               move 'Y' to parm_open
           end-if

           move "ERASE-RETAIN" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:4) is numeric
               move parm_value(1:4) to retain_days
           end-if

           move "ERASE-UNL-DAYS" to pm_key
           perform read_parm
           if parm_found = 'Y' and parm_value(1:4) is numeric
               move parm_value(1:4) to unload_days
           end-if

           if parm_open = 'Y'
               close parm_file
               move 'N' to parm_open
           end-if.

       read_parm.
           move 'N' to parm_found
           move spaces to parm_value

           if parm_open = 'Y'
               read parm_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to parm_found
                       move pm_value to parm_value
               end-read
           end-if.

       load_requests.
           open input request_file
           if request_status not = "00"
               display "erasure request file open failed - status "
                   request_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           read request_file
               at end move 'Y' to at_eof
           end-read

           perform test before until end_of_file
               if eq_player_id not = spaces
                   add 1 to requests_read
                   perform take_request
               end-if
               read request_file
                   at end move 'Y' to at_eof
               end-read
           end-perform

           close request_file

           display "requests on file : " requests_read.

       take_request.
           if request_count < 100
               add 1 to request_count
               move eq_request_ref to rq_request_ref(request_count)
               move eq_player_id to rq_player_id(request_count)
               move eq_received_date
                   to rq_received_date(request_count)
               move 'A' to rq_state(request_count)
               move spaces to rq_reason(request_count)
               move spaces to rq_pseudonym(request_count)
               move 0 to rq_file_count(request_count)
               move 0 to rq_files(request_count)
               move 0 to rq_records(request_count)
               move request_count to rq_primary(request_count)
               move 'N' to rq_linked(request_count)
               move 'N' to rq_file_mark(request_count)

               perform test before varying other_index from 1 by 1
                   until other_index >= request_count
                   if rq_player_id(other_index) = eq_player_id
                       move request_count to request_index
                       move "DUPLICATE REQUEST FOR CARD IN THIS RUN"
                           to refusal_reason
                       perform refuse_request
                   end-if
               end-perform
           else
               add 1 to requests_overflow
           end-if.

       refuse_request.
           if rq_state(request_index) = 'A'
               move rq_primary(request_index) to refused_primary
               perform test before varying link_index from 1 by 1
                   until link_index > request_count
                   if rq_primary(link_index) = refused_primary
                       and rq_state(link_index) = 'A'
                       move 'R' to rq_state(link_index)
                       move refusal_reason to rq_reason(link_index)
                   end-if
               end-perform
           end-if.

       find_erased_card.
           move 0 to match_index

           if search_card not = spaces
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                       or match_index > 0
                   if rq_state(request_index) = 'A'
                       and rq_player_id(request_index) = search_card
                       move request_index to match_index
                   end-if
               end-perform
           end-if.

       add_linked_cards.
           open input card_xref_file
           if cardxref_status = "00"
               move 'N' to at_eof
               read card_xref_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if xref_count < 5000
                       add 1 to xref_count
                       move cx_old_card to xm_old_card(xref_count)
                       move cx_new_card to xm_new_card(xref_count)
                   else
                       add 1 to xrefs_dropped
                   end-if
                   read card_xref_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close card_xref_file
           end-if

           if xrefs_dropped > 0
               display "card cross-reference table full - "
                   xrefs_dropped " entries not loaded"
               move "CARD CROSS-REFERENCE TOO LARGE - RESUBMIT"
                   to refusal_reason
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                   perform refuse_request
               end-perform
           end-if

           move request_count to primary_count
           perform test before varying primary_index from 1 by 1
               until primary_index > primary_count
               if rq_state(primary_index) = 'A'
                   perform link_request_cards
               end-if
           end-perform.

       link_request_cards.
           move rq_player_id(primary_index) to resolved_card
           perform resolve_card
           move resolved_card to group_card

           if group_card not = rq_player_id(primary_index)
               move group_card to link_card
               perform add_linked_card
           end-if

           perform test before varying xref_index from 1 by 1
               until xref_index > xref_count
               move xm_old_card(xref_index) to resolved_card
               perform resolve_card
               if resolved_card = group_card
                   move xm_old_card(xref_index) to link_card
                   perform add_linked_card
               end-if
           end-perform.

       add_linked_card.
           move 'N' to link_known
           perform test before varying link_index from 1 by 1
               until link_index > request_count
               if rq_player_id(link_index) = link_card
                   move 'Y' to link_known
               end-if
           end-perform

           if link_known = 'N'
               if request_count < 100
                   add 1 to request_count
                   move rq_request_ref(primary_index)
                       to rq_request_ref(request_count)
                   move link_card to rq_player_id(request_count)
                   move rq_received_date(primary_index)
                       to rq_received_date(request_count)
                   move 'A' to rq_state(request_count)
                   move spaces to rq_reason(request_count)
                   move spaces to rq_pseudonym(request_count)
                   move 0 to rq_file_count(request_count)
                   move 0 to rq_files(request_count)
                   move 0 to rq_records(request_count)
                   move primary_index to rq_primary(request_count)
                   move 'Y' to rq_linked(request_count)
                   move 'N' to rq_file_mark(request_count)
                   display "request " rq_request_ref(primary_index)
                       " includes a replaced card"
               else
                   move primary_index to request_index
                   move "TOO MANY CARDS IN ONE RUN - RESUBMIT"
                       to refusal_reason
                   perform refuse_request
               end-if
           end-if.

       resolve_card.
           move 0 to xref_depth
           move 'Y' to xref_found

           perform test before until xref_found not = 'Y'
               or xref_depth > 10

               move 'N' to xref_found

               perform test before varying xref_search from 1 by 1
                   until xref_search > xref_count
                   or xref_found = 'Y'

                   if xm_old_card(xref_search) = resolved_card
                       move xm_new_card(xref_search) to resolved_card
                       move 'Y' to xref_found
                       add 1 to xref_depth
                   end-if

               end-perform

           end-perform.

       check_registered_cards.
           open input players_file
           if players_status not = "00"
               display "players file open failed - status "
                   players_status
               move 16 to return-code
               stop run
           end-if

           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_state(request_index) = 'A'
                   move rq_player_id(request_index) to pl_player_id
                   read players_file
                       invalid key
                           move "CARD NOT REGISTERED"
                               to refusal_reason
                           perform refuse_request
                   end-read
               end-if
           end-perform

           close players_file.

       check_request_vouchers.
           open input vouchers_file
           if voucher_status not = "00"
               display "vouchers file open failed - status "
                   voucher_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           read vouchers_file next
               at end move 'Y' to at_eof
           end-read

           perform test before until end_of_file
               move vo_player_id to search_card
               perform find_erased_card
               if match_index > 0
                   perform judge_request_voucher
               end-if
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read
           end-perform

           close vouchers_file.

       judge_request_voucher.
           move match_index to request_index

           if vo_status = 'I' or vo_status = 'H'
               move spaces to refusal_reason
               string "OPEN VOUCHER " vo_number
                   delimited by size into refusal_reason
               perform refuse_request
           else
               move vo_date to last_activity
               if vo_redeem_date is numeric
                   and vo_redeem_date > last_activity
                   move vo_redeem_date to last_activity
               end-if
               if vo_expiry_date is numeric
                   and vo_expiry_date > last_activity
                   move vo_expiry_date to last_activity
               end-if

               if last_activity is numeric
                   move last_activity to date_numeric
                   compute date_days =
                       function integer-of-date(date_numeric)
                       + retain_days
                   if date_days >= today_days
                       move function date-of-integer(date_days)
                           to date_numeric
                       move spaces to refusal_reason
                       string "VOUCHER " vo_number " RETAINED TO "
                           date_numeric
                           delimited by size into refusal_reason
                       perform refuse_request
                   end-if
               end-if
           end-if.

       check_request_series.
           open input series_file
           if series_status = "00"
               move 'N' to at_eof
               read series_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if se_status not = 'C'
                       move se_player_1 to search_card
                       perform refuse_series_player
                       move se_player_2 to search_card
                       perform refuse_series_player
                   end-if
                   read series_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close series_file
           end-if.

       refuse_series_player.
           perform find_erased_card
           if match_index > 0
               move match_index to request_index
               move spaces to refusal_reason
               string "SERIES " se_series_id " IN PROGRESS"
                   delimited by size into refusal_reason
               perform refuse_request
           end-if.

       check_live_games.
           open input terminal_master_file
           if termmast_status = "00"
               move 'N' to at_eof
               read terminal_master_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   perform check_terminal_checkpoint
                   read terminal_master_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close terminal_master_file
           else
               display "no terminal master - live games not checked"
           end-if.

       check_terminal_checkpoint.
           move spaces to checkpoint_file_name
           move "CHECKPT" to checkpoint_file_name(1:7)
           move tm_terminal_id to checkpoint_file_name(8:4)

           open input checkpoint_file
           if checkpoint_status = "00"
               read checkpoint_file
                   at end
                       continue
                   not at end
                       move ck_player_id to search_card
                       perform find_erased_card
                       if match_index > 0
                           move match_index to request_index
                           move spaces to refusal_reason
                           string "GAME IN PROGRESS AT TERMINAL "
                               tm_terminal_id
                               delimited by size into refusal_reason
                           perform refuse_request
                       end-if
               end-read
               close checkpoint_file
           end-if.

       assign_pseudonyms.
           move function current-date(9:8) to seed_time
           compute random_work = function random(seed_time)

           open input players_file

           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_state(request_index) = 'A'
                   perform make_pseudonym
                   if pseudonym_free = 'Y'
                       move pseudonym to rq_pseudonym(request_index)
                       add 1 to accepted_count
                   else
                       move "NO FREE PSEUDONYM - RESUBMIT"
                           to refusal_reason
                       perform refuse_request
                   end-if
               end-if
           end-perform

           close players_file.

       make_pseudonym.
           move 'N' to pseudonym_free
           move 0 to pseudo_tries

           perform test before until pseudonym_free = 'Y'
               or pseudo_tries > 50
               add 1 to pseudo_tries
               compute random_work = function random
               compute pseudo_number = random_work * 1000000000
               move "Z" to pseudonym(1:1)
               move pseudo_number to pseudonym(2:9)

               move 'Y' to pseudonym_free
               move pseudonym to pl_player_id
               read players_file
                   invalid key
                       continue
                   not invalid key
                       move 'N' to pseudonym_free
               end-read

               perform test before varying other_index from 1 by 1
                   until other_index > request_count
                   if rq_pseudonym(other_index) = pseudonym
                       move 'N' to pseudonym_free
                   end-if
               end-perform
           end-perform.

       erase_players.
           open i-o players_file
           if players_status not = "00"
               display "players file open failed - status "
                   players_status
               move 16 to return-code
               stop run
           end-if

           move "PLAYERS" to erase_file_label

           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_state(request_index) = 'A'
                   move rq_player_id(request_index) to pl_player_id
                   read players_file
                       invalid key
                           continue
                       not invalid key
                           delete players_file record
                           move players_status to erase_io_status
                           perform check_erase_update
                           move rq_pseudonym(request_index)
                               to pl_player_id
                           move spaces to pl_name
                           move 'E' to pl_status
                           write player_record
                           move players_status to erase_io_status
                           perform check_erase_update
                           perform note_keyed_change
                   end-read
               end-if
           end-perform

           close players_file

           move "PLAYERS" to audit_file_label
           move "REKEYNAM" to audit_action
           perform finish_file_audit.

       note_keyed_change.
           add 1 to rq_file_count(request_index).

       erase_player_stats.
           open i-o player_stats_file
           move "PLYRSTAT" to erase_file_label
           move stats_status to erase_io_status
           perform check_erase_open
           if stats_status = "00"
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                   if rq_state(request_index) = 'A'
                       move rq_player_id(request_index)
                           to ps_player_id
                       read player_stats_file
                           invalid key
                               continue
                           not invalid key
                               delete player_stats_file record
                               move stats_status to erase_io_status
                               perform check_erase_update
                               move rq_pseudonym(request_index)
                                   to ps_player_id
                               write player_stats_record
                               move stats_status to erase_io_status
                               perform check_erase_update
                               perform note_keyed_change
                       end-read
                   end-if
               end-perform
               close player_stats_file
           end-if

           move "PLYRSTAT" to audit_file_label
           move "REKEYED" to audit_action
           perform finish_file_audit.

       erase_ratings.
           open i-o ratings_file
           move "RATINGS" to erase_file_label
           move rating_status to erase_io_status
           perform check_erase_open
           if rating_status = "00"
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                   if rq_state(request_index) = 'A'
                       move rq_player_id(request_index)
                           to rt_player_id
                       read ratings_file
                           invalid key
                               continue
                           not invalid key
                               delete ratings_file record
                               move rating_status to erase_io_status
                               perform check_erase_update
                               move rq_pseudonym(request_index)
                                   to rt_player_id
                               write rating_record
                               move rating_status to erase_io_status
                               perform check_erase_update
                               perform note_keyed_change
                       end-read
                   end-if
               end-perform
               close ratings_file
           end-if

           move "RATINGS" to audit_file_label
           move "REKEYED" to audit_action
           perform finish_file_audit.

       erase_loyalty.
           open i-o loyalty_file
           move "LOYALTY" to erase_file_label
           move loyalty_status to erase_io_status
           perform check_erase_open
           if loyalty_status = "00"
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                   if rq_state(request_index) = 'A'
                       move rq_player_id(request_index)
                           to ly_player_id
                       read loyalty_file
                           invalid key
                               continue
                           not invalid key
                               delete loyalty_file record
                               move loyalty_status to erase_io_status
                               perform check_erase_update
                               move rq_pseudonym(request_index)
                                   to ly_player_id
                               write loyalty_record
                               move loyalty_status to erase_io_status
                               perform check_erase_update
                               perform note_keyed_change
                       end-read
                   end-if
               end-perform
               close loyalty_file
           end-if

           move "LOYALTY" to audit_file_label
           move "REKEYED" to audit_action
           perform finish_file_audit.

       erase_limits.
           open i-o limits_file
           move "PLIMITS" to erase_file_label
           move limits_status to erase_io_status
           perform check_erase_open
           if limits_status = "00"
               perform test before varying request_index from 1 by 1
                   until request_index > request_count
                   if rq_state(request_index) = 'A'
                       move rq_player_id(request_index)
                           to lm_player_id
                       read limits_file
                           invalid key
                               continue
                           not invalid key
                               delete limits_file record
                               move limits_status to erase_io_status
                               perform check_erase_update
                               move rq_pseudonym(request_index)
                                   to lm_player_id
                               write player_limits_record
                               move limits_status to erase_io_status
                               perform check_erase_update
                               perform note_keyed_change
                       end-read
                   end-if
               end-perform
               close limits_file
           end-if

           move "PLIMITS" to audit_file_label
           move "REKEYED" to audit_action
           perform finish_file_audit.

       erase_vouchers.
           open i-o vouchers_file
           move "VOUCHERS" to erase_file_label
           move voucher_status to erase_io_status
           perform check_erase_open
           if voucher_status = "00"
               move 'N' to at_eof
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   move vo_player_id to search_card
                   perform find_erased_card
                   if match_index > 0
                       move rq_pseudonym(match_index) to vo_player_id
                       rewrite voucher_record
                       move voucher_status to erase_io_status
                       perform check_erase_update
                       add 1 to rq_file_count(match_index)
                   end-if
                   read vouchers_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close vouchers_file
           end-if

           move "VOUCHERS" to audit_file_label
           move "REPLACED" to audit_action
           perform finish_file_audit.

       erase_series.
           open i-o series_file
           move "SERIES" to erase_file_label
           move series_status to erase_io_status
           perform check_erase_open
           if series_status = "00"
               move 'N' to at_eof
               read series_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   move 0 to line_last_match
                   move se_player_1 to search_card
                   perform find_erased_card
                   if match_index > 0
                       move rq_pseudonym(match_index) to se_player_1
                       perform count_line_change
                   end-if
                   move se_player_2 to search_card
                   perform find_erased_card
                   if match_index > 0
                       move rq_pseudonym(match_index) to se_player_2
                       perform count_line_change
                   end-if
                   if line_last_match > 0
                       rewrite series_record
                       move series_status to erase_io_status
                       perform check_erase_update
                   end-if
                   read series_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close series_file
           end-if

           move "SERIES" to audit_file_label
           move "REPLACED" to audit_action
           perform finish_file_audit.

       erase_leaderboard.
           open i-o leaderboard_file
           move "LEADRBRD" to erase_file_label
           move leaderboard_status to erase_io_status
           perform check_erase_open
           if leaderboard_status = "00"
               move 'N' to at_eof
               read leaderboard_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   move lb_best_player_id to search_card
                   perform find_erased_card
                   if match_index > 0
                       move rq_pseudonym(match_index)
                           to lb_best_player_id
                       rewrite leaderboard_record
                       move leaderboard_status to erase_io_status
                       perform check_erase_update
                       add 1 to rq_file_count(match_index)
                   end-if
                   read leaderboard_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close leaderboard_file
           end-if

           move "LEADRBRD" to audit_file_label
           move "REPLACED" to audit_action
           perform finish_file_audit.

       erase_card_xref.
           if xref_count > 0
               open i-o card_xref_file
               move "CARDXREF" to erase_file_label
               move cardxref_status to erase_io_status
               perform check_erase_open
               if cardxref_status = "00"
                   perform test before varying xref_index from 1 by 1
                       until xref_index > xref_count
                       move xm_old_card(xref_index) to cx_old_card
                       read card_xref_file
                           invalid key
                               continue
                           not invalid key
                               perform erase_xref_entry
                       end-read
                   end-perform

                   close card_xref_file
               end-if
           end-if

           move "CARDXREF" to audit_file_label
           move "REKEYREP" to audit_action
           perform finish_file_audit.

       erase_xref_entry.
           move 'N' to xref_changed

           move cx_old_card to search_card
           perform find_erased_card
           if match_index > 0
               delete card_xref_file record
               move cardxref_status to erase_io_status
               perform check_erase_update
               move rq_pseudonym(match_index) to cx_old_card
               add 1 to rq_file_count(match_index)
               move 'D' to xref_changed
           end-if

           move cx_new_card to search_card
           perform find_erased_card
           if match_index > 0
               move rq_pseudonym(match_index) to cx_new_card
               add 1 to rq_file_count(match_index)
               if xref_changed = 'N'
                   move 'Y' to xref_changed
               end-if
           end-if

           evaluate xref_changed
               when 'D'
                   write card_xref_record
                   move cardxref_status to erase_io_status
                   perform check_erase_update
               when 'Y'
                   rewrite card_xref_record
                   move cardxref_status to erase_io_status
                   perform check_erase_update
           end-evaluate.

       check_erase_open.
           if erase_io_status not = "00"
               and erase_io_status not = "05"
               and erase_io_status not = "35"
               display erase_file_label " open failed - status "
                   erase_io_status
               display "erasure incomplete - no certificates issued"
               move 16 to return-code
               stop run
           end-if.

       check_erase_update.
           if erase_io_status not = "00"
               display erase_file_label " update failed - status "
                   erase_io_status
               display "erasure incomplete - no certificates issued"
               move 16 to return-code
               stop run
           end-if.

       erase_sequential_files.
           move "REPLACED" to audit_action

           move "GAME" to seq_kind
           perform erase_game_generation
               varying gen_count from 59 by -1
               until gen_count < 0
           move "GAMERES" to seq_file_name
           perform rewrite_sequential_file

           move "AUDT" to seq_kind
           perform erase_audit_generation
               varying gen_count from 59 by -1
               until gen_count < 0
           move "AUDITLOG" to seq_file_name
           perform rewrite_sequential_file

           move "BRCH" to seq_kind
           move "BREACHLG" to seq_file_name
           perform rewrite_sequential_file

           move "LIMT" to seq_kind
           move "LIMTLOG" to seq_file_name
           perform rewrite_sequential_file

           move "STML" to seq_kind
           move "STATMLOG" to seq_file_name
           perform rewrite_sequential_file

           move "REDJ" to seq_kind
           move "REDJRNL" to seq_file_name
           perform rewrite_sequential_file

           move "SRND" to seq_kind
           move "SERROUND" to seq_file_name
           perform rewrite_sequential_file

           move "SSTD" to seq_kind
           move "SERSTAND" to seq_file_name
           perform rewrite_sequential_file

           move "RHST" to seq_kind
           move "RATHIST" to seq_file_name
           perform rewrite_sequential_file

           move "REPLNAME" to audit_action

           move "CRMX" to seq_kind
           move "CRMEXTR" to seq_file_name
           perform rewrite_sequential_file

           move "STMT" to seq_kind
           perform erase_statement_generation
               varying gen_count from 59 by -1
               until gen_count < 0.

       set_generation_month.
           move today_date(1:4) to gen_year
           move today_date(5:2) to gen_month

           subtract gen_count from gen_month

           perform test before until gen_month > 0
               add 12 to gen_month
               subtract 1 from gen_year
           end-perform

           move gen_month to gen_month_disp
           move gen_year to archive_month(1:4)
           move gen_month_disp to archive_month(5:2).

       erase_game_generation.
           perform set_generation_month
           move spaces to seq_file_name
           move "GRARC" to seq_file_name(1:5)
           move archive_month to seq_file_name(6:6)
           perform rewrite_sequential_file.

       erase_audit_generation.
           perform set_generation_month
           move spaces to seq_file_name
           move "AUARC" to seq_file_name(1:5)
           move archive_month to seq_file_name(6:6)
           perform rewrite_sequential_file.

       erase_statement_generation.
           perform set_generation_month
           move spaces to seq_file_name
           move "STMT" to seq_file_name(1:4)
           move archive_month to seq_file_name(5:6)
           perform rewrite_sequential_file.

       erase_unload_files.
           move "REPLACED" to audit_action

           perform test before varying day_back from 0 by 1
               until day_back > unload_days
               compute date_days = today_days - day_back
               move function date-of-integer(date_days)
                   to date_numeric
               move date_numeric to unload_date

               perform test before varying tag_index from 1 by 1
                   until tag_index > 7
                   move spaces to seq_file_name
                   move ut_tag(tag_index) to seq_file_name(1:2)
                   move "UNL" to seq_file_name(3:3)
                   move unload_date to seq_file_name(6:8)
                   move ut_kind(tag_index) to seq_kind
                   if seq_kind = "UNPL"
                       move "REPLNAME" to audit_action
                   else
                       move "REPLACED" to audit_action
                   end-if
                   perform rewrite_sequential_file
               end-perform
           end-perform.

       rewrite_sequential_file.
           open input seq_file
           move seq_file_name to erase_file_label
           move seq_status to erase_io_status
           perform check_erase_open
           if seq_status = "00"
               open output seq_hold_file
               if hold_status not = "00"
                   display "erasure hold file open failed - status "
                       hold_status
                   move 16 to return-code
                   stop run
               end-if

               move 0 to seq_line_number
               move 0 to seq_lines_changed
               move 0 to hash_delta
               move 0 to statement_match

               move 'N' to at_eof
               read seq_file into erase_line
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   add 1 to seq_line_number
                   move 0 to line_last_match
                   perform erase_line_fields
                   if line_last_match > 0
                       add 1 to seq_lines_changed
                   end-if
                   write hold_record from erase_line
                   if hold_status not = "00"
                       display "erasure hold write failed - status "
                           hold_status
                       move 16 to return-code
                       stop run
                   end-if
                   read seq_file into erase_line
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close seq_file
               close seq_hold_file

               if seq_lines_changed > 0
                   perform copy_back_sequential_file
               end-if

               move seq_file_name to audit_file_label
               perform finish_file_audit
           end-if.

       copy_back_sequential_file.
           open input seq_hold_file
           open output seq_file
           if seq_status not = "00"
               display seq_file_name " rewrite open failed - status "
                   seq_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           read seq_hold_file
               at end move 'Y' to at_eof
           end-read

           perform test before until end_of_file
               write seq_record from hold_record
               if seq_status not = "00"
                   display seq_file_name " rewrite failed - status "
                       seq_status
                   move 16 to return-code
                   stop run
               end-if
               read seq_hold_file
                   at end move 'Y' to at_eof
               end-read
           end-perform

           close seq_hold_file
           close seq_file

           delete file seq_hold_file.

       erase_line_fields.
           evaluate seq_kind
               when "GAME"
                   move 15 to field_pos
                   perform replace_card_at
               when "AUDT"
                   move 15 to field_pos
                   perform replace_card_at
               when "BRCH"
                   move 19 to field_pos
                   perform replace_card_at
               when "LIMT"
                   move 33 to field_pos
                   perform replace_card_at
               when "STML"
                   move 33 to field_pos
                   perform replace_card_at
                   move 43 to field_pos
                   perform replace_card_at
               when "REDJ"
                   move 33 to field_pos
                   perform replace_card_at
               when "SRND"
                   move 11 to field_pos
                   perform replace_card_at
               when "SSTD"
                   move 18 to field_pos
                   perform replace_card_at
                   move 30 to field_pos
                   perform replace_card_at
                   move 42 to field_pos
                   perform replace_card_at
               when "RHST"
                   move 1 to field_pos
                   perform replace_card_at
               when "CRMX"
                   perform erase_crm_line
               when "STMT"
                   perform erase_statement_line
               when other
                   perform erase_unload_line
           end-evaluate.

       replace_card_at.
           move erase_line(field_pos:10) to search_card
           perform find_erased_card

           if match_index > 0
               move 10 to field_length
               if seq_kind(1:2) = "UN"
                   perform sum_field_ords
                   subtract ord_sum from hash_delta
               end-if

               move rq_pseudonym(match_index)
                   to erase_line(field_pos:10)

               if seq_kind(1:2) = "UN"
                   perform sum_field_ords
                   add ord_sum to hash_delta
               end-if

               perform count_line_change
           end-if.

       count_line_change.
           if match_index not = line_last_match
               add 1 to rq_file_count(match_index)
               move match_index to line_last_match
           end-if.

       sum_field_ords.
           move 0 to ord_sum

           perform test before varying char_index from 0 by 1
               until char_index >= field_length
               compute ord_sum = ord_sum
                   + function ord(erase_line(field_pos + char_index:1))
           end-perform.

       erase_unload_line.
           if seq_line_number > 1
               if erase_line(1:2) = "T;"
                   move erase_line(11:15) to unload_hash
                   compute unload_hash = unload_hash + hash_delta
                   move unload_hash to erase_line(11:15)
               else
                   evaluate seq_kind
                       when "UNVO"
                           move 19 to field_pos
                           perform replace_card_at
                       when "UNSE"
                           move 18 to field_pos
                           perform replace_card_at
                           move 28 to field_pos
                           perform replace_card_at
                       when "UNLB"
                           move 12 to field_pos
                           perform replace_card_at
                       when "UNPL"
                           move 1 to field_pos
                           perform replace_card_at
                           if match_index > 0
                               perform blank_unload_name
                           end-if
                       when other
                           move 1 to field_pos
                           perform replace_card_at
                   end-evaluate
               end-if
           end-if.

       blank_unload_name.
           move 11 to field_pos
           move 30 to field_length
           perform sum_field_ords
           subtract ord_sum from hash_delta

           move spaces to erase_line(11:30)

           perform sum_field_ords
           add ord_sum to hash_delta.

       erase_crm_line.
           if erase_line(1:2) = "D;"
               move spaces to crm_type
               move spaces to crm_card
               move spaces to crm_name
               move 1 to crm_pointer
               unstring erase_line delimited by ";"
                   into crm_type crm_card crm_name
                   with pointer crm_pointer
               end-unstring

               move crm_card to search_card
               perform find_erased_card
               if match_index > 0
                   move spaces to crm_line
                   move "D;" to crm_line(1:2)
                   move rq_pseudonym(match_index) to crm_line(3:10)
                   move ";" to crm_line(13:1)
                   move ";" to crm_line(44:1)
                   move erase_line(crm_pointer:) to crm_line(45:)
                   move crm_line to erase_line
                   perform count_line_change
               end-if
           end-if

           if erase_line(1:2) = "X;"
               perform erase_crm_xref_line
           end-if.

       erase_crm_xref_line.
           move spaces to crm_type
           move spaces to crm_card
           move spaces to crm_new_card
           move 1 to crm_pointer
           unstring erase_line delimited by ";"
               into crm_type crm_card crm_new_card
               with pointer crm_pointer
           end-unstring

           move 'N' to crm_changed

           move crm_card to search_card
           perform find_erased_card
           if match_index > 0
               move rq_pseudonym(match_index) to crm_card
               perform count_line_change
               move 'Y' to crm_changed
           end-if

           move crm_new_card to search_card
           perform find_erased_card
           if match_index > 0
               move rq_pseudonym(match_index) to crm_new_card
               perform count_line_change
               move 'Y' to crm_changed
           end-if

           if crm_changed = 'Y'
               move spaces to crm_line
               string "X;" delimited by size
                   crm_card delimited by " "
                   ";" delimited by size
                   crm_new_card delimited by " "
                   ";" delimited by size
                   erase_line(crm_pointer:) delimited by size
                   into crm_line
               end-string
               move crm_line to erase_line
           end-if.

       erase_statement_line.
           if erase_line(1:5) = "card "
               move erase_line(6:10) to search_card
               perform find_erased_card
               move match_index to statement_match
           end-if

           if erase_line(1:16) = "name          : "
               and statement_match > 0
               move spaces to erase_line(17:30)
               move statement_match to match_index
               perform count_line_change
           end-if

           perform test before varying other_index from 1 by 1
               until other_index > request_count
               if rq_state(other_index) = 'A'
                   move 0 to inspect_hits
                   inspect erase_line tallying inspect_hits
                       for all rq_player_id(other_index)
                   if inspect_hits > 0
                       inspect erase_line replacing
                           all rq_player_id(other_index)
                           by rq_pseudonym(other_index)
                       move other_index to match_index
                       perform count_line_change
                   end-if
               end-if
           end-perform.

       finish_file_audit.
           move 0 to match_index

           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_state(request_index) = 'A'
                   and rq_file_count(request_index) > 0
                   move spaces to erasure_audit_record
                   move today_date to ea_date
                   move function current-date(9:6) to ea_time
                   move rq_request_ref(request_index)
                       to ea_request_ref
                   move audit_file_label to ea_file_name
                   move audit_action to ea_action
                   move rq_file_count(request_index) to ea_records
                   perform write_erasure_audit

                   move rq_primary(request_index) to link_index
                   move 'Y' to rq_file_mark(link_index)
                   add rq_file_count(request_index)
                       to rq_records(link_index)
                   add rq_file_count(request_index)
                       to records_changed
                   move 1 to match_index
                   move 0 to rq_file_count(request_index)
               end-if
           end-perform

           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_file_mark(request_index) = 'Y'
                   add 1 to rq_files(request_index)
                   move 'N' to rq_file_mark(request_index)
               end-if
           end-perform

           if match_index > 0
               add 1 to files_changed
               display audit_file_label " changed"
           end-if.

       write_erasure_audit.
           open extend erasure_audit_file
           write erasure_audit_record
           if erasure_audit_status not = "00"
               display "erasure audit write failed - status "
                   erasure_audit_status
               move 8 to return-code
           end-if
           close erasure_audit_file.

       write_certificates.
           perform test before varying request_index from 1 by 1
               until request_index > request_count
               if rq_linked(request_index) not = 'Y'
                   perform write_one_certificate
               end-if
           end-perform

           if requests_overflow > 0
               perform write_overflow_certificates
           end-if.

       write_one_certificate.
           move spaces to erasure_certificate_record
           move today_date to ec_date
           move function current-date(9:6) to ec_time
           move rq_request_ref(request_index) to ec_request_ref
           move rq_received_date(request_index)
               to ec_received_date
           move rq_files(request_index) to ec_files
           move rq_records(request_index) to ec_records

           if rq_state(request_index) = 'A'
               move "ERASED" to ec_result
               add 1 to requests_erased
           else
               move "REFUSED" to ec_result
               move rq_reason(request_index) to ec_reason
               add 1 to requests_refused
               perform write_refusal_audit
           end-if

           perform write_certificate_line
           display "request " ec_request_ref " " ec_result " "
               ec_reason.

       write_refusal_audit.
           move spaces to erasure_audit_record
           move today_date to ea_date
           move function current-date(9:6) to ea_time
           move ec_request_ref to ea_request_ref
           move "NONE" to ea_file_name
           move "REFUSED" to ea_action
           move 0 to ea_records
           perform write_erasure_audit.

       write_overflow_certificates.
           move 0 to request_line

           open input request_file
           if request_status = "00"
               move 'N' to at_eof
               read request_file
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if eq_player_id not = spaces
                       add 1 to request_line
                       if request_line > 100
                           perform write_overflow_certificate
                       end-if
                   end-if
                   read request_file
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close request_file
           end-if.

       write_overflow_certificate.
           move spaces to erasure_certificate_record
           move today_date to ec_date
           move function current-date(9:6) to ec_time
           move eq_request_ref to ec_request_ref
           move eq_received_date to ec_received_date
           move "REFUSED" to ec_result
           move 0 to ec_files
           move 0 to ec_records
           move "TOO MANY REQUESTS IN ONE RUN - RESUBMIT"
               to ec_reason
           add 1 to requests_refused
           perform write_refusal_audit

           perform write_certificate_line
           display "request " ec_request_ref " " ec_result " "
               ec_reason.

       empty_request_file.
           open output request_file
           close request_file.

       write_certificate_line.
           open extend certificate_file
           write erasure_certificate_record
           if certificate_status not = "00"
               display "certificate write failed - status "
                   certificate_status
               move 8 to return-code
           end-if
           close certificate_file.
