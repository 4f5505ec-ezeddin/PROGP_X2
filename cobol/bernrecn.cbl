01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY EXCPPRM.
    01 ws_bernout_status PIC X(02) VALUE SPACES.
        88 ws_bernout_not_found VALUE '35'.
    01 ws_berlout_status PIC X(02) VALUE SPACES.
    01 ws_audit_count PIC S9(8) VALUE ZERO.
    01 ws_berlout_count PIC S9(8) VALUE ZERO.
    01 ws_source_tag PIC X(08).
    01 ws_run_date PIC X(10).
    01 ws_half_index PIC S9(8).
    01 ws_double_half PIC S9(8).
    01 ws_excp_index PIC 9(08).
    01 ws_edit_index PIC ZZZZZZZ9.
    01 ws_edit_count PIC ZZZZZZZ9.
    01 ws_edit_value PIC -(17)9.9(10).

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        MOVE 'BERNRECN' TO ws_excp_program.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        PERFORM LOAD-BERNOUT-TABLE.
        END-IF.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNRECN' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNRECN - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    LOAD-BERNOUT-TABLE.
        OPEN INPUT BERNOUT-FILE.
        IF ws_bernout_not_found
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_exception_count.
        MOVE 'BERNOUT' TO ws_excp_fail_key.
        MOVE 'BERNOUT NOT FOUND, NOTHING TO RECONCILE'
            TO ws_excp_reason_text.
        PERFORM LOG-MISSING-TRAIL.

    READ-BERNOUT-RECORD.
        READ BERNOUT-FILE
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_exception_count.
        MOVE 'BERNOUT' TO ws_source_tag.
        MOVE ws_bo_date(ws_search_idx) TO ws_excp_run_date.
        MOVE ws_bo_index(ws_search_idx) TO ws_excp_index.
        MOVE 'BERNOUT ENTRY MUST BE 1' TO ws_excp_reason_text.
        PERFORM LOG-TRAIL-EXCEPTION.

    REPORT-IDENTITY-ZERO.
        MOVE ws_bo_index(ws_search_idx) TO ws_edit_index.
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_exception_count.
        MOVE 'BERNOUT' TO ws_source_tag.
        MOVE ws_bo_date(ws_search_idx) TO ws_excp_run_date.
        MOVE ws_bo_index(ws_search_idx) TO ws_excp_index.
        MOVE 'BERNOUT ENTRY MUST BE 0' TO ws_excp_reason_text.
        PERFORM LOG-TRAIL-EXCEPTION.

    CHECK-AUDITLOG.
        OPEN INPUT AUDIT-FILE.
            MOVE 'EXCEPTION: AUDITLOG NOT FOUND' TO REPORT-LINE
            WRITE REPORT-LINE
            ADD 1 TO ws_exception_count
            MOVE 'AUDITLOG' TO ws_excp_fail_key
            MOVE 'AUDITLOG NOT FOUND, TRAIL NOT CHECKED'
                TO ws_excp_reason_text
            PERFORM LOG-MISSING-TRAIL
        ELSE
            PERFORM READ-AUDIT-RECORD UNTIL ws_no_more_audit
            CLOSE AUDIT-FILE
        IF ws_row_not_found
            PERFORM REPORT-MISSING-ROW
            ADD 1 TO ws_exception_count
            MOVE ws_want_date TO ws_excp_run_date
            MOVE ws_want_index TO ws_excp_index
            MOVE 'AUDITLOG ENTRY HAS NO BERNOUT ROW'
                TO ws_excp_reason_text
            PERFORM LOG-TRAIL-EXCEPTION
        ELSE
            PERFORM COMPARE-ROW-VALUE
        END-IF.
        IF ws_diff_value > ws_tolerance
            PERFORM REPORT-VALUE-MISMATCH
            ADD 1 TO ws_exception_count
            MOVE ws_want_date TO ws_excp_run_date
            MOVE ws_want_index TO ws_excp_index
            MOVE SPACES TO ws_excp_reason_text
            STRING ws_source_tag ' VALUE DISAGREES WITH BERNOUT'
                DELIMITED BY SIZE INTO ws_excp_reason_text
            PERFORM LOG-TRAIL-EXCEPTION
        END-IF.

    LOG-TRAIL-EXCEPTION.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'MISM' TO ws_excp_reason_code.
        MOVE 'N' TO ws_excp_key_type.
        MOVE SPACES TO ws_excp_fail_key.
        STRING ws_source_tag ' ' ws_excp_index
            DELIMITED BY SIZE INTO ws_excp_fail_key.
        CALL 'BERNEXCP' USING ws_excp_parms.

    LOG-MISSING-TRAIL.
        MOVE ws_run_date TO ws_excp_run_date.
        MOVE 'S' TO ws_excp_severity.
        MOVE 'MISS' TO ws_excp_reason_code.
        MOVE 'C' TO ws_excp_key_type.
        CALL 'BERNEXCP' USING ws_excp_parms.

    REPORT-MISSING-ROW.
        MOVE ws_want_index TO ws_edit_index.
        MOVE SPACES TO REPORT-LINE.
