               sharing with all other
               file status audit_status.

           select terminal_master_file assign to "TERMMAST"
               organization indexed
               access dynamic
               record key tm_terminal_id
               sharing with all other
               file status termmast_status.

       data division.
       file section.
           fd checkpoint_file.
           fd parm_file.
           copy parmfile.

           fd terminal_master_file.
           copy termmast.

       working-storage section.
           77 checkpoint_status pic xx.
           77 gameres_status pic xx.
           77 parm_open pic x value 'N'.
           77 parm_found pic x.
           77 parm_value pic x(60).
           77 termmast_status pic xx.
           77 master_terminals pic 999 value 0.

           77 at_eof pic x value 'N'.
               88 end_of_file value 'Y'.

           77 checkpoint_file_name pic x(11) value spaces.
           77 terminal_id pic x(4).
           display "sweep date : " sweep_date
           display "cutoff time: " sweep_time

           perform sweep_master_terminals.

           if master_terminals = 0
               if terminal_list = spaces
                   accept terminal_list
                       from environment "MOL-TERMINAL-LIST"
                       on exception move spaces to terminal_list
                   end-accept
               end-if

               if terminal_list not = spaces
                   perform sweep_listed_terminals
               else
                   perform sweep_numbered_terminal
                       varying terminal_number from 1 by 1
                       until terminal_number > 99
               end-if
           end-if.

           display "checkpoints found     : " checkpoints_found
               end-read
           end-if.

       sweep_master_terminals.
           open input terminal_master_file
           if termmast_status = "00"
               move 'N' to at_eof
               perform read_next_master

               perform test before until end_of_file
                   add 1 to master_terminals
                   move tm_terminal_id to terminal_id
                   perform sweep_one_terminal
                   perform read_next_master
               end-perform

               close terminal_master_file
           end-if

           if master_terminals > 0
               display "terminals on master   : " master_terminals
           end-if.

       read_next_master.
           read terminal_master_file next
               at end move 'Y' to at_eof
           end-read.

       sweep_listed_terminals.
           move spaces to terminal_ids
           move 1 to unstring_ptr
           move ck_range_high to gr_range_high
           move terminal_id to gr_terminal_id

           if ck_game_ref is numeric
               move ck_game_ref to gr_game_ref
           else
               move 0 to gr_game_ref
           end-if

           move ck_campaign_id to gr_campaign_id

           open extend game_results_file
           write game_results_record
           if gameres_status not = "00"
           move ck_secret to au_secret
           move 0 to au_guess
           move "ABND" to au_result
           move terminal_id to au_terminal_id
           move gr_game_ref to au_game_ref

           open extend audit_file
           write audit_record
