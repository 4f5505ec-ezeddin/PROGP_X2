COPY CTLREC.

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY EXCPPRM.
    COPY BERNLIM.
    01 ws_control_status PIC X(02) VALUE SPACES.
        88 ws_control_not_found VALUE '35'.
    01 ws_run_date PIC X(10).
    01 ws_run_time PIC X(08).
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        MOVE 'BERNEDIT' TO ws_excp_program.
        MOVE ws_run_date TO ws_excp_run_date.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_run_time.
        PERFORM WRITE-CONTROL-RECORDS.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNEDIT' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNEDIT - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    WRITE-CONTROL-RECORDS.
        OPEN EXTEND CONTROL-FILE.
        IF ws_control_not_found
        MOVE 'PARMIN NOT FOUND - NIGHTLY N CARD IS REQUIRED'
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'S' TO ws_excp_severity.
        MOVE 'MISS' TO ws_excp_reason_code.
        MOVE 'C' TO ws_excp_key_type.
        MOVE 'PARMIN' TO ws_excp_fail_key.
        MOVE 'PARMIN NOT FOUND, N CARD IS REQUIRED'
            TO ws_excp_reason_text.
        CALL 'BERNEXCP' USING ws_excp_parms.

    READ-PARM-CARD.
        READ PARM-FILE
        MOVE 'NVALUES NOT FOUND - MONTH-END LIST NOT CHECKED'
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'W' TO ws_excp_severity.
        MOVE 'MISS' TO ws_excp_reason_code.
        MOVE 'C' TO ws_excp_key_type.
        MOVE 'NVALUES' TO ws_excp_fail_key.
        MOVE 'NVALUES NOT FOUND, LIST NOT CHECKED'
            TO ws_excp_reason_text.
        CALL 'BERNEXCP' USING ws_excp_parms.

    READ-NVALUES-CARD.
        READ NVALUES-FILE
            ' - ' ws_reject_reason
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'EDIT' TO ws_excp_reason_code.
        MOVE 'N' TO ws_excp_key_type.
        MOVE SPACES TO ws_excp_fail_key.
        STRING ws_file_tag ' ' ws_card_digits
            DELIMITED BY SIZE INTO ws_excp_fail_key.
        MOVE ws_reject_reason TO ws_excp_reason_text.
        CALL 'BERNEXCP' USING ws_excp_parms.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
            MOVE 8 TO ws_edit_rc
            DISPLAY 'BERNEDIT - NO USABLE PARMIN CARD, '
                'NIGHTLY RUN STOPPED'
            MOVE 'PARMIN' TO ws_excp_fail_key
            MOVE 'NO USABLE PARMIN CARD, NIGHT STOPPED'
                TO ws_excp_reason_text
            PERFORM LOG-STOPPING-EDIT
        END-IF.
        IF ws_nval_read > ZERO AND ws_nval_good = ZERO
            MOVE 8 TO ws_edit_rc
            DISPLAY 'BERNEDIT - NVALUES HAS NO USABLE CARDS, '
                'NIGHTLY RUN STOPPED'
            MOVE 'NVALUES' TO ws_excp_fail_key
            MOVE 'NO USABLE NVALUES CARD, NIGHT STOPPED'
                TO ws_excp_reason_text
            PERFORM LOG-STOPPING-EDIT
        END-IF.
        MOVE ws_edit_rc TO RETURN-CODE.

    LOG-STOPPING-EDIT.
        MOVE 'S' TO ws_excp_severity.
        MOVE 'EDIT' TO ws_excp_reason_code.
        MOVE 'C' TO ws_excp_key_type.
        CALL 'BERNEXCP' USING ws_excp_parms.
