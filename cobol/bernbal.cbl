01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY EXCPPRM.
    01 ws_control_status PIC X(02) VALUE SPACES.
        88 ws_control_not_found VALUE '35'.
    01 ws_control_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_control VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_ep_found PIC X(01) VALUE 'N'.
    01 ws_ep_in PIC 9(08).
    01 ws_ep_out PIC 9(08).

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        MOVE 'BERNBAL' TO ws_excp_program.
        MOVE ws_run_date TO ws_excp_run_date.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        PERFORM LOAD-CONTROL-FILE.
        END-IF.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNBAL' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNBAL - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    LOAD-CONTROL-FILE.
        OPEN INPUT CONTROL-FILE.
        IF ws_control_not_found
                TO REPORT-LINE
            WRITE REPORT-LINE
            ADD 1 TO ws_exception_count
            MOVE 'S' TO ws_excp_severity
            MOVE 'MISS' TO ws_excp_reason_code
            MOVE 'CTLFILE' TO ws_excp_fail_key
            MOVE 'CTLFILE NOT FOUND, NO STEP REPORTED'
                TO ws_excp_reason_text
            PERFORM LOG-NIGHT-EXCEPTION
        ELSE
            PERFORM READ-CONTROL-RECORD UNTIL ws_no_more_control
            CLOSE CONTROL-FILE
                ' ENDED WITH RETURN CODE ' ws_edit_rc
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'S' TO ws_excp_severity
            MOVE 'STEP' TO ws_excp_reason_code
            MOVE ws_step_tag TO ws_excp_fail_key
            MOVE SPACES TO ws_excp_reason_text
            STRING 'STEP ENDED WITH RETURN CODE ' ws_edit_rc
                DELIMITED BY SIZE INTO ws_excp_reason_text
            PERFORM LOG-NIGHT-EXCEPTION
        END-IF.

    REPORT-SILENT-STEP.
            ' WROTE NO CONTROL RECORD TONIGHT'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'S' TO ws_excp_severity.
        MOVE 'STEP' TO ws_excp_reason_code.
        MOVE ws_step_tag TO ws_excp_fail_key.
        MOVE 'STEP WROTE NO CONTROL RECORD TONIGHT'
            TO ws_excp_reason_text.
        PERFORM LOG-NIGHT-EXCEPTION.

    CHECK-THE-CHAIN.
        IF ws_ep_found = 'Y' AND ws_ep_out = ZERO
            MOVE 'EXCEPTION: NO USABLE PARM CARD ACCEPTED'
                TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'EDITPARM' TO ws_excp_fail_key
            MOVE 'NO USABLE PARM CARD ACCEPTED'
                TO ws_excp_reason_text
            PERFORM LOG-BALANCE-BREAK
        END-IF.
        IF ws_en_found = 'Y' AND ws_dr_found = 'Y'
            IF ws_en_out = ws_dr_in
            ' BUT BERNDRV READ ' ws_edit_out
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'EDITNVAL-BERNDRV' TO ws_excp_fail_key.
        MOVE 'CARDS ACCEPTED NOT = CARDS BERNDRV READ'
            TO ws_excp_reason_text.
        PERFORM LOG-BALANCE-BREAK.

    REPORT-BERLOUT-TIE.
        MOVE ws_dr_out TO ws_edit_count.
            ' CARDS BUT WROTE ' ws_edit_out ' ROWS'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'BERNDRV-BERLOUT' TO ws_excp_fail_key.
        MOVE 'BERLOUT ROWS NOT = CARDS BERNDRV READ'
            TO ws_excp_reason_text.
        PERFORM LOG-BALANCE-BREAK.

    REPORT-FOLD-TIE.
        MOVE ws_ld_in TO ws_edit_count.
            ' ROWS BUT FOLDED ' ws_edit_out
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'BERNLOAD-FOLD' TO ws_excp_fail_key.
        MOVE 'BERNLOAD ROWS FOLDED NOT = ROWS READ'
            TO ws_excp_reason_text.
        PERFORM LOG-BALANCE-BREAK.

    REPORT-MASTER-SHORT.
        ADD 1 TO ws_exception_count.
            ' HELLO APPENDED'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'HELLO-BERNLOAD' TO ws_excp_fail_key.
        MOVE 'BERNLOAD SAW FEWER ROWS THAN HELLO WROTE'
            TO ws_excp_reason_text.
        PERFORM LOG-BALANCE-BREAK.

    LOG-BALANCE-BREAK.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'BALN' TO ws_excp_reason_code.
        PERFORM LOG-NIGHT-EXCEPTION.

    LOG-NIGHT-EXCEPTION.
        MOVE 'C' TO ws_excp_key_type.
        CALL 'BERNEXCP' USING ws_excp_parms.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
