           77 close_env pic x(8).
           77 business_date pic x(8).

           77 step_count pic 99 value 13.
           77 step_index pic 99.
           77 step_rc pic 9(4).
           77 step_found pic x.
               2 filler pic x(38) value "SWEEPER sweeper".
               2 filler pic x(38) value "CLOSEOUTcloseout".
               2 filler pic x(38) value "UNLOAD  vunload".
               2 filler pic x(38) value "TILLSUM tillsum".
               2 filler pic x(38) value "VAGING  vaging".
               2 filler pic x(38) value "FRAUDSCNfraudscan".
               2 filler pic x(38) value "GLPOST  glpost".
               2 filler pic x(38) value "RECONCILreconcile".
               2 filler pic x(38) value "ARCHIVE archive".
               2 filler pic x(38) value "TIERLOADtierload".
               2 filler pic x(38) value "EXTRACT extract".
               2 filler pic x(38) value "REPORT  report".
               2 filler pic x(38) value "BREACHRPbreachrp".
           1 step_table redefines step_definitions.
               2 step_entry occurs 13 times.
                   3 sd_step pic x(8).
                   3 sd_command pic x(30).

           display "MOL-EXTRACT-DATE" upon environment-name
           display business_date upon environment-value
           display "MOL-REPORT-DATE" upon environment-name
           display business_date upon environment-value
           display "MOL-BREACH-DATE" upon environment-name
           display business_date upon environment-value
           display "MOL-TILL-DATE" upon environment-name
           display business_date upon environment-value
           display "MOL-GL-DATE" upon environment-name
           display business_date upon environment-value.

       open_job_control.
