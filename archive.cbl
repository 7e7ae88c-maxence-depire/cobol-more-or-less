           copy auditlog.

           fd game_archive_file.
           1 game_archive_record pic x(58).

           fd audit_archive_file.
           1 audit_archive_record pic x(48).

           fd game_hold_file.
           1 game_hold_record pic x(58).

           fd audit_hold_file.
           1 audit_hold_record pic x(48).

       working-storage section.
           77 gameres_status pic xx.
