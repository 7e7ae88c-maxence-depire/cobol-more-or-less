       identification division.
       program-id. game-ref-convert.

       environment division.
       input-output section.
       file-control.
           select old_game_file assign to game_file_name
               organization line sequential
               file status old_game_status.

           select new_game_file assign to game_file_name
               organization line sequential
               file status new_game_status.

           select old_audit_file assign to audit_file_name
               organization line sequential
               file status old_audit_status.

           select new_audit_file assign to audit_file_name
               organization line sequential
               file status new_audit_status.

           select game_hold_file assign to "GRCHOLD"
               organization line sequential
               file status game_hold_status.

           select audit_hold_file assign to "AUCHOLD"
               organization line sequential
               file status audit_hold_status.

           select work_file assign to "GRCWORK"
               organization indexed
               access dynamic
               record key cw_key
               file status work_status.

           select game_control_file assign to "GAMECTL"
               organization indexed
               access dynamic
               record key gc_key
               lock mode is automatic
               sharing with all other
               file status gamectl_status.

       data division.
       file section.
           fd old_game_file.
           1 old_game_record.
               2 og_date pic x(8).
               2 og_start_time pic x(6).
               2 og_player_id pic x(10).
               2 og_secret pic 999.
               2 og_guesses pic 99.
               2 og_outcome pic x.
               2 og_range_low pic 999.
               2 og_range_high pic 999.
               2 og_terminal_id pic x(4).

           fd new_game_file.
           1 new_game_record pic x(58).

           fd old_audit_file.
           1 old_audit_record.
               2 oa_date pic x(8).
               2 oa_time pic x(6).
               2 oa_player_id pic x(10).
               2 oa_secret pic 999.
               2 oa_guess pic 999.
               2 oa_result pic x(4).

           fd new_audit_file.
           1 new_audit_record pic x(48).

           fd game_hold_file.
           copy gameres.

           fd audit_hold_file.
           copy auditlog.

           fd work_file.
           1 work_record.
               2 cw_key.
                   3 cw_date pic x(8).
                   3 cw_player_id pic x(10).
                   3 cw_secret pic 999.
                   3 cw_occurrence pic 999.
               2 cw_game_ref pic 9(10).
               2 cw_terminal_id pic x(4).
               2 cw_expected pic 999.
               2 cw_used pic 999.

           fd game_control_file.
           copy gamectl.

       working-storage section.
           77 old_game_status pic xx.
           77 new_game_status pic xx.
           77 old_audit_status pic xx.
           77 new_audit_status pic xx.
           77 game_hold_status pic xx.
           77 audit_hold_status pic xx.
           77 work_status pic xx.
           77 gamectl_status pic xx.

           77 game_file_name pic x(11).
           77 audit_file_name pic x(11).

           77 gen_count pic s999.
           77 gen_year pic 9(4).
           77 gen_month pic s9(3).
           77 gen_month_disp pic 99.
           77 archive_month pic x(6).

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 next_ref pic 9(10) value 0.
           77 occurrence pic 999.
           77 work_found pic x.
           77 game_matched pic x.

           77 files_converted pic 999 value 0.
           77 games_read pic 9(9) value 0.
           77 games_written pic 9(9) value 0.
           77 audits_read pic 9(9) value 0.
           77 audits_written pic 9(9) value 0.
           77 audits_matched pic 9(9) value 0.
           77 audits_unmatched pic 9(9) value 0.
           77 control_total pic 9(9).

       procedure division.

           display "===== one-time game reference conversion ====="
           display "numbers every game in the archive generations "
               "and GAMERES,"
           display "then carries the number and terminal into "
               "the matching audit entries"

           perform check_not_converted.

           open output work_file
           close work_file
           open i-o work_file
           if work_status not = "00"
               display "conversion work file open failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if.

           perform convert_game_generation
               varying gen_count from 59 by -1
               until gen_count < 0.

           move "GAMERES" to game_file_name.
           perform convert_game_file.

           perform convert_audit_generation
               varying gen_count from 59 by -1
               until gen_count < 0.

           move "AUDITLOG" to audit_file_name.
           perform convert_audit_file.

           close work_file.
           delete file work_file.

           perform write_game_control.

           display "----------------------------------------------"
           display "files converted    : " files_converted
           display "games read         : " games_read
           display "games written      : " games_written
           display "last reference     : " next_ref
           display "audit entries read : " audits_read
           display "audit entries out  : " audits_written
           display "  matched to game  : " audits_matched
           display "  no game found    : " audits_unmatched

           if games_written not = games_read
               display "CONTROL TOTAL FAILURE on game results"
               move 8 to return-code
           end-if

           compute control_total = audits_matched + audits_unmatched
           if audits_written not = audits_read
               or control_total not = audits_read
               display "CONTROL TOTAL FAILURE on audit entries"
               move 8 to return-code
           end-if

           if audits_unmatched > 0 and return-code = 0
               display "unmatched audit entries carry reference 0"
               move 4 to return-code
           end-if

           display "==============================================".

           stop run.

       check_not_converted.
           open input game_control_file
           if gamectl_status = "00"
               move "GAMEREF" to gc_key
               read game_control_file
                   invalid key
                       continue
                   not invalid key
                       display "game references already assigned - "
                           "last " gc_last_ref
                       display "conversion already run - nothing "
                           "converted"
                       move 16 to return-code
                       stop run
               end-read
               close game_control_file
           end-if.

       set_generation_month.
           move function current-date(1:4) to gen_year
           move function current-date(5:2) to gen_month

           subtract gen_count from gen_month

           perform test before until gen_month > 0
               add 12 to gen_month
               subtract 1 from gen_year
           end-perform

           move gen_month to gen_month_disp
           move gen_year to archive_month(1:4)
           move gen_month_disp to archive_month(5:2).

       convert_game_generation.
           perform set_generation_month

           move spaces to game_file_name
           move "GRARC" to game_file_name(1:5)
           move archive_month to game_file_name(6:6)

           perform convert_game_file.

       convert_game_file.
           open input old_game_file
           if old_game_status = "00"
               open output game_hold_file
               if game_hold_status not = "00"
                   display "game hold file open failed - status "
                       game_hold_status
                   move 16 to return-code
                   stop run
               end-if

               move 'N' to at_eof
               perform read_old_game

               perform test before until end_of_file
                   add 1 to games_read
                   perform convert_one_game
                   perform read_old_game
               end-perform

               close old_game_file
               close game_hold_file

               perform replace_game_file
           end-if.

       read_old_game.
           read old_game_file
               at end move 'Y' to at_eof
           end-read.

       convert_one_game.
           add 1 to next_ref

           move og_date to gr_date
           move og_start_time to gr_start_time
           move og_player_id to gr_player_id
           move og_secret to gr_secret
           move og_guesses to gr_guesses
           move og_outcome to gr_outcome
           move og_range_low to gr_range_low
           move og_range_high to gr_range_high
           move og_terminal_id to gr_terminal_id
           move next_ref to gr_game_ref
           move spaces to gr_campaign_id

           write game_results_record
           if game_hold_status not = "00"
               display "game hold write failed - status "
                   game_hold_status
               move 16 to return-code
               stop run
           end-if

           perform note_game_in_work.

       note_game_in_work.
           move 0 to occurrence
           move 'Y' to work_found

           perform test before until work_found = 'N'
               add 1 to occurrence
               move og_date to cw_date
               move og_player_id to cw_player_id
               move og_secret to cw_secret
               move occurrence to cw_occurrence
               read work_file
                   invalid key
                       move 'N' to work_found
               end-read
           end-perform

           move og_date to cw_date
           move og_player_id to cw_player_id
           move og_secret to cw_secret
           move occurrence to cw_occurrence
           move next_ref to cw_game_ref
           move og_terminal_id to cw_terminal_id
           move og_guesses to cw_expected
           if og_outcome = 'A'
               add 1 to cw_expected
           end-if
           move 0 to cw_used

           write work_record
           if work_status not = "00"
               display "conversion work write failed - status "
                   work_status
               move 16 to return-code
               stop run
           end-if.

       replace_game_file.
           open input game_hold_file
           open output new_game_file
           if new_game_status not = "00"
               display game_file_name " rewrite open failed - status "
                   new_game_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           read game_hold_file
               at end move 'Y' to at_eof
           end-read

           perform test before until end_of_file
               write new_game_record from game_results_record
               if new_game_status not = "00"
                   display game_file_name " rewrite failed - status "
                       new_game_status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to games_written
               read game_hold_file
                   at end move 'Y' to at_eof
               end-read
           end-perform

           close new_game_file
           close game_hold_file
           delete file game_hold_file

           add 1 to files_converted
           display game_file_name " converted".

       convert_audit_generation.
           perform set_generation_month

           move spaces to audit_file_name
           move "AUARC" to audit_file_name(1:5)
           move archive_month to audit_file_name(6:6)

           perform convert_audit_file.

       convert_audit_file.
           open input old_audit_file
           if old_audit_status = "00"
               open output audit_hold_file
               if audit_hold_status not = "00"
                   display "audit hold file open failed - status "
                       audit_hold_status
                   move 16 to return-code
                   stop run
               end-if

               move 'N' to at_eof
               perform read_old_audit

               perform test before until end_of_file
                   add 1 to audits_read
                   perform convert_one_audit
                   perform read_old_audit
               end-perform

               close old_audit_file
               close audit_hold_file

               perform replace_audit_file
           end-if.

       read_old_audit.
           read old_audit_file
               at end move 'Y' to at_eof
           end-read.

       convert_one_audit.
           move oa_date to au_date
           move oa_time to au_time
           move oa_player_id to au_player_id
           move oa_secret to au_secret
           move oa_guess to au_guess
           move oa_result to au_result

           perform find_audit_game

           if game_matched = 'Y'
               move cw_game_ref to au_game_ref
               move cw_terminal_id to au_terminal_id
               add 1 to cw_used
               rewrite work_record
               add 1 to audits_matched
           else
               move 0 to au_game_ref
               move spaces to au_terminal_id
               add 1 to audits_unmatched
           end-if

           write audit_record
           if audit_hold_status not = "00"
               display "audit hold write failed - status "
                   audit_hold_status
               move 16 to return-code
               stop run
           end-if.

       find_audit_game.
           move 'N' to game_matched
           move 0 to occurrence
           move 'Y' to work_found

           perform test before until work_found = 'N'
               or game_matched = 'Y'

               add 1 to occurrence
               move oa_date to cw_date
               move oa_player_id to cw_player_id
               move oa_secret to cw_secret
               move occurrence to cw_occurrence
               read work_file
                   invalid key
                       move 'N' to work_found
                   not invalid key
                       if cw_used < cw_expected
                           move 'Y' to game_matched
                       end-if
               end-read

           end-perform.

       replace_audit_file.
           open input audit_hold_file
           open output new_audit_file
           if new_audit_status not = "00"
               display audit_file_name " rewrite open failed - status "
                   new_audit_status
               move 16 to return-code
               stop run
           end-if

           move 'N' to at_eof
           read audit_hold_file
               at end move 'Y' to at_eof
           end-read

           perform test before until end_of_file
               write new_audit_record from audit_record
               if new_audit_status not = "00"
                   display audit_file_name " rewrite failed - status "
                       new_audit_status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to audits_written
               read audit_hold_file
                   at end move 'Y' to at_eof
               end-read
           end-perform

           close new_audit_file
           close audit_hold_file
           delete file audit_hold_file

           add 1 to files_converted
           display audit_file_name " converted".

       write_game_control.
           open output game_control_file
           if gamectl_status not = "00"
               display "game control open failed - status "
                   gamectl_status
               display "set GAMECTL last reference to " next_ref
                   " before play resumes"
               move 16 to return-code
               stop run
           end-if

           move "GAMEREF" to gc_key
           move next_ref to gc_last_ref
           move function current-date(1:8) to gc_updated_date
           move function current-date(9:6) to gc_updated_time
           move "CONV" to gc_terminal_id

           write game_control_record
           if gamectl_status not = "00"
               display "game control write failed - status "
                   gamectl_status
               move 16 to return-code
           end-if

           close game_control_file.
