               sharing with all other
               file status players_status.

           select operator_file assign to "OPERATOR"
               organization indexed
               access dynamic
               record key op_operator_id
               lock mode is automatic
               sharing with all other
               file status operator_status.

           select optional violation_file assign to "ACCVIOL"
               organization line sequential
               sharing with all other
               file status violation_status.

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

           select card_xref_file assign to "CARDXREF"
               organization indexed
               access dynamic
               record key cx_old_card
               lock mode is automatic
               sharing with all other
               file status cardxref_status.

       data division.
       file section.
           fd players_file.
           copy players.

           fd operator_file.
           copy operator.

           fd violation_file.
           copy accviol.

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

           fd card_xref_file.
           copy cardxref.

       working-storage section.
           77 players_status pic xx.
           77 operator_status pic xx.
           77 violation_status pic xx.
           77 stats_status pic xx.
           77 rating_status pic xx.
           77 loyalty_status pic xx.
           77 limits_status pic xx.
           77 voucher_status pic xx.
           77 series_status pic xx.
           77 cardxref_status pic xx.

           77 operator_id pic x(10).
           77 operator_pin pic x(6).
           77 operator_role pic x.
           77 signon_ok pic x.
           77 signon_tries pic 9.
           77 program_tag pic x(8) value "PLAYREG".
           77 program_roles pic x(5) value "DS".
           77 role_hits pic 9.
           77 violation_event pic x(8).
           77 violation_detail pic x(30).
           77 action_choice pic x.
           77 done_flag pic x value 'N'.
           77 browse_choice pic x.
           77 new_name pic x(30).
           77 new_status pic x.

           77 old_card_id pic x(10).
           77 new_card_id pic x(10).
           77 reissue_reason pic x.
           77 reissue_ok pic x.
           77 saved_name pic x(30).
           77 saved_enrol_date pic x(8).
           77 history_found pic x.
           77 vouchers_moved pic 9(5).
           77 series_moved pic 9(3).

           77 card_valid pic x.
           77 card_digit pic 9.
           77 check_total pic 9(4).
               2 line 1 col 1 "operator id : ".
               2 pic x(10) to operator_id required.

           1 ask_pin.
               2 line 2 col 1 "PIN : ".
               2 pic x(6) to operator_pin secure required.

           1 ask_action.
               2 line 1 col 1 "R=register B=browse L=lookup "
                   & "S=status change C=card reissue X=exit : ".
               2 pic x to action_choice required.

           1 ask_card.
               2 line 3 col 1 "player name : ".
               2 pic x(30) to new_name required.

           1 ask_new_card.
               2 line 4 col 1 "new loyalty card id : ".
               2 pic x(10) to new_card_id required.

           1 ask_reason.
               2 line 5 col 1 "reason (L=lost S=stolen D=damaged) : ".
               2 pic x to reissue_reason required.

           1 ask_status.
               2 line 8 col 1 "new status (A=active I=inactive) : ".
               2 pic x to new_status required.

       procedure division.

           perform sign_on_operator.

           perform test before until done_flag = 'Y'

                   when 'S'
                   when 's'
                       perform change_status
                   when 'C'
                   when 'c'
                       perform reissue_card
                   when 'X'
                   when 'x'
                       move 'Y' to done_flag
               accept ask_operator
           end-if.

       sign_on_operator.
           move 'N' to signon_ok
           move 0 to signon_tries

           perform test before until signon_ok = 'Y'
               or signon_tries >= 3

               add 1 to signon_tries
               perform get_operator_id

               move spaces to operator_pin
               display ask_pin
               accept ask_pin

               perform check_operator_pin

           end-perform

           if signon_ok not = 'Y'
               display "sign-on refused"
               move 8 to return-code
               stop run
           end-if.

       check_operator_pin.
           open i-o operator_file
           if operator_status not = "00"
               display "operator file open failed - status "
                   operator_status
               move 3 to signon_tries
           else
               move operator_id to op_operator_id
               read operator_file
                   invalid key
                       move "UNKNOWN" to violation_event
                       move "operator id not on file"
                           to violation_detail
                       perform log_access_violation
                       display "operator id or PIN not recognised"
                   not invalid key
                       perform judge_operator_pin
               end-read

               close operator_file
           end-if.

       judge_operator_pin.
           if op_status not = 'A'
               move "LOCKED" to violation_event
               move "sign-on to a locked operator" to violation_detail
               perform log_access_violation
               display "operator " operator_id
                   " is locked - see an administrator"
               move 3 to signon_tries
           else
               if op_pin not = operator_pin
                   perform count_bad_pin
               else
                   move 0 to op_bad_pins
                   move function current-date(1:8)
                       to op_last_signon_date
                   move function current-date(9:6)
                       to op_last_signon_time
                   rewrite operator_record

                   move 0 to role_hits
                   if op_role not = space
                       inspect program_roles
                           tallying role_hits for all op_role
                   end-if

                   if role_hits = 0
                       move "ROLE" to violation_event
                       move "role not permitted here"
                           to violation_detail
                       perform log_access_violation
                       display "operator role " op_role
                           " may not use this program"
                       move 3 to signon_tries
                   else
                       move op_role to operator_role
                       move 'Y' to signon_ok
                       display "signed on - " op_name
                   end-if
               end-if
           end-if.

       count_bad_pin.
           add 1 to op_bad_pins

           if op_bad_pins >= 3
               move 'L' to op_status
               move "LOCKOUT" to violation_event
               move "third bad PIN - operator locked"
                   to violation_detail
               move 3 to signon_tries
           else
               move "BADPIN" to violation_event
               move "bad PIN" to violation_detail
           end-if

           rewrite operator_record
           perform log_access_violation

           if op_status = 'L'
               display "too many bad PINs - operator " operator_id
                   " is now locked"
           else
               display "operator id or PIN not recognised"
           end-if.

       log_access_violation.
           move function current-date(1:8) to av_date
           move function current-date(9:6) to av_time
           move program_tag to av_program
           move operator_id to av_operator
           move violation_event to av_event
           move violation_detail to av_detail

           open extend violation_file
           write access_violation_record
           if violation_status not = "00"
               display "access violation log write failed - status "
                   violation_status
           end-if
           close violation_file.

       register_player.
           display ask_card
           accept ask_card

               if record_found = 'Y'
                   perform show_player
               end-if

               if record_found = 'Y'
                   and (pl_status = 'R' or pl_status = 'E')
                   display "card " card_id " has been replaced or "
                       "erased - status cannot be changed"
                   move 'N' to record_found
               end-if

               if record_found = 'Y'
                   display ask_status
                   accept ask_status


           perform wait_for_key.

       reissue_card.
           display ask_card
           accept ask_card

           move 'N' to reissue_ok
           move card_id to old_card_id

           open input players_file
           if players_status not = "00"
               display "players file open failed - status "
                   players_status
           else
               move card_id to pl_player_id
               perform read_player
               if record_found = 'Y'
                   perform show_player
                   if pl_status = 'R' or pl_status = 'E'
                       display "card " card_id " has already been "
                           "replaced or erased - not reissued"
                   else
                       move pl_name to saved_name
                       move pl_enrol_date to saved_enrol_date
                       perform get_new_card
                   end-if
               end-if
               close players_file
           end-if

           if reissue_ok = 'Y'
               perform check_new_card_free
           end-if

           if reissue_ok = 'Y'
               display "history of card " old_card_id
                   " moves to card " new_card_id
               display ask_confirm
               accept ask_confirm

               if confirm_choice = 'Y' or confirm_choice = 'y'
                   perform transfer_card
               else
                   display "card reissue abandoned - nothing changed"
               end-if
           end-if

           perform wait_for_key.

       get_new_card.
           display ask_new_card
           accept ask_new_card

           display ask_reason
           accept ask_reason

           move function upper-case(reissue_reason) to reissue_reason

           move new_card_id to card_id
           perform verify_card_id
           move old_card_id to card_id

           if card_valid not = 'Y'
               display "new card id fails the check digit test - "
                   "not reissued"
           else
               if new_card_id = old_card_id
                   display "new card is the same as the old card"
               else
                   if reissue_reason not = 'L'
                       and reissue_reason not = 'S'
                       and reissue_reason not = 'D'
                       display "reason must be L, S or D"
                   else
                       move new_card_id to pl_player_id
                       read players_file
                           invalid key
                               move 'Y' to reissue_ok
                           not invalid key
                               display "card " new_card_id
                                   " is already registered - "
                                   "not reissued"
                       end-read
                   end-if
               end-if
           end-if.

       check_new_card_free.
           move 'N' to history_found

           open input card_xref_file
           if cardxref_status = "00"
               move new_card_id to cx_old_card
               read card_xref_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to history_found
               end-read
               close card_xref_file
           end-if

           open input player_stats_file
           if stats_status = "00"
               move new_card_id to ps_player_id
               read player_stats_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to history_found
               end-read
               close player_stats_file
           end-if

           open input ratings_file
           if rating_status = "00"
               move new_card_id to rt_player_id
               read ratings_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to history_found
               end-read
               close ratings_file
           end-if

           open input loyalty_file
           if loyalty_status = "00"
               move new_card_id to ly_player_id
               read loyalty_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to history_found
               end-read
               close loyalty_file
           end-if

           open input limits_file
           if limits_status = "00"
               move new_card_id to lm_player_id
               read limits_file
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to history_found
               end-read
               close limits_file
           end-if

           if history_found = 'Y'
               display "card " new_card_id " already has history on "
                   "file - not reissued"
               move 'N' to reissue_ok
           end-if.

       transfer_card.
           open i-o players_file
           if players_status not = "00"
               display "players file open failed - status "
                   players_status
           else
               move new_card_id to pl_player_id
               move saved_name to pl_name
               move saved_enrol_date to pl_enrol_date
               move 'A' to pl_status

               write player_record
               if players_status not = "00"
                   display "player write failed - status "
                       players_status " - nothing moved"
               else
                   move old_card_id to pl_player_id
                   read players_file
                       invalid key
                           continue
                       not invalid key
                           move 'R' to pl_status
                           rewrite player_record
                   end-read

                   perform move_player_stats
                   perform move_rating
                   perform move_loyalty
                   perform move_limits
                   perform move_open_vouchers
                   perform move_open_series
                   perform write_card_xref

                   display "card " old_card_id " replaced by "
                       new_card_id
                   display "open vouchers moved : " vouchers_moved
                   display "series moved        : " series_moved
               end-if

               close players_file
           end-if.

       move_player_stats.
           open i-o player_stats_file
           if stats_status = "00"
               move old_card_id to ps_player_id
               read player_stats_file
                   invalid key
                       continue
                   not invalid key
                       move new_card_id to ps_player_id
                       write player_stats_record
                       if stats_status = "00"
                           move old_card_id to ps_player_id
                           delete player_stats_file record
                           display "lifetime statistics moved"
                       else
                           display "player stats write failed - "
                               "status " stats_status
                       end-if
               end-read
               close player_stats_file
           end-if.

       move_rating.
           open i-o ratings_file
           if rating_status = "00"
               move old_card_id to rt_player_id
               read ratings_file
                   invalid key
                       continue
                   not invalid key
                       move new_card_id to rt_player_id
                       write rating_record
                       if rating_status = "00"
                           move old_card_id to rt_player_id
                           delete ratings_file record
                           display "rating moved"
                       else
                           display "rating write failed - status "
                               rating_status
                       end-if
               end-read
               close ratings_file
           end-if.

       move_loyalty.
           open i-o loyalty_file
           if loyalty_status = "00"
               move old_card_id to ly_player_id
               read loyalty_file
                   invalid key
                       continue
                   not invalid key
                       move new_card_id to ly_player_id
                       write loyalty_record
                       if loyalty_status = "00"
                           move old_card_id to ly_player_id
                           delete loyalty_file record
                           display "loyalty tier moved"
                       else
                           display "loyalty write failed - status "
                               loyalty_status
                       end-if
               end-read
               close loyalty_file
           end-if.

       move_limits.
           open i-o limits_file
           if limits_status = "00"
               move old_card_id to lm_player_id
               read limits_file
                   invalid key
                       continue
                   not invalid key
                       move new_card_id to lm_player_id
                       write player_limits_record
                       if limits_status = "00"
                           move old_card_id to lm_player_id
                           delete limits_file record
                           display "play limits moved"
                       else
                           display "limits write failed - status "
                               limits_status
                       end-if
               end-read
               close limits_file
           end-if.

       move_open_vouchers.
           move 0 to vouchers_moved

           open i-o vouchers_file
           if voucher_status = "00"
               move 'N' to at_eof
               read vouchers_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if vo_player_id = old_card_id
                       and (vo_status = 'I' or vo_status = 'H')
                       move new_card_id to vo_player_id
                       rewrite voucher_record
                       if voucher_status = "00"
                           add 1 to vouchers_moved
                       else
                           display "voucher rewrite failed - status "
                               voucher_status
                       end-if
                   end-if
                   read vouchers_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close vouchers_file
           end-if.

       move_open_series.
           move 0 to series_moved

           open i-o series_file
           if series_status = "00"
               move 'N' to at_eof
               read series_file next
                   at end move 'Y' to at_eof
               end-read

               perform test before until end_of_file
                   if se_status not = 'C'
                       and (se_player_1 = old_card_id
                           or se_player_2 = old_card_id)
                       if se_player_1 = old_card_id
                           move new_card_id to se_player_1
                       end-if
                       if se_player_2 = old_card_id
                           move new_card_id to se_player_2
                       end-if
                       rewrite series_record
                       if series_status = "00"
                           add 1 to series_moved
                       else
                           display "series rewrite failed - status "
                               series_status
                       end-if
                   end-if
                   read series_file next
                       at end move 'Y' to at_eof
                   end-read
               end-perform

               close series_file
           end-if.

       write_card_xref.
           open i-o card_xref_file
           if cardxref_status = "35"
               open extend card_xref_file
               close card_xref_file
               open i-o card_xref_file
           end-if

           move old_card_id to cx_old_card
           move new_card_id to cx_new_card
           move function current-date(1:8) to cx_date
           move function current-date(9:6) to cx_time
           move reissue_reason to cx_reason
           move operator_id to cx_operator

           write card_xref_record
           if cardxref_status not = "00"
               display "card cross-reference write failed - status "
                   cardxref_status
           end-if

           close card_xref_file.

       verify_card_id.
           move 'N' to card_valid

