        88 ws_no_more_ckpt VALUE 'Y'.
    01 ws_ckpt_complete PIC X(01) VALUE 'N'.
        88 ws_ckpt_already_complete VALUE 'Y'.
    COPY CALPRM.
    01 ws_ckpt_run_date PIC X(10) VALUE SPACES.
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.
        05 ws_time_hh PIC 9(02).
        05 ws_time_mm PIC 9(02).
        05 ws_time_ss PIC 9(02).
        05 ws_time_hs PIC 9(02).

LINKAGE SECTION.
    01 lk_n_ber PIC S9(8).
        MOVE lk_n_ber TO CK-N.
        MOVE m_ber TO CK-M.
        MOVE m_ber TO CK-ENTRY-COUNT.
        IF ws_ckpt_run_date = SPACES
            PERFORM GET-PROCESSING-DATE
        END-IF.
        MOVE ws_ckpt_run_date TO CK-RUN-DATE.
        ACCEPT ws_sys_time FROM TIME.
        MOVE SPACES TO CK-RUN-TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO CK-RUN-TIME.
        PERFORM COPY-TABLE-TO-CKPT.
        OPEN EXTEND CKPT-FILE.
        IF ws_ckpt_not_found
        WRITE CKPT-RECORD.
        CLOSE CKPT-FILE.

    GET-PROCESSING-DATE.
        MOVE 'BERNCALC' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNCALC - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_ckpt_run_date.

    COPY-TABLE-TO-CKPT.
        MOVE 1 TO ws_restore_idx.
        PERFORM COPY-CKPT-ENTRY UNTIL ws_restore_idx > CK-ENTRY-COUNT.
