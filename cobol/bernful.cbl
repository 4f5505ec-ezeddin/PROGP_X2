COPY CTLREC.

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY EXCPPRM.
    COPY JRNLPRM.
    01 n_ber PIC S9(8).
    COPY BERNTAB.
    COPY BERNLIM.
        88 ws_exact_mode VALUE 'EXACT'.
    01 ws_compute_code PIC X(08).
    01 ws_mismatch_count PIC S9(8).
    01 ws_engine_rc PIC S9(4) VALUE ZERO.
    01 ws_result_idx PIC S9(8).
    01 ws_entry_check PIC S9(8).
    01 ws_reject_reason PIC X(30).
        88 ws_request_accepted VALUE SPACES.
    01 ws_run_date PIC X(10).
    01 ws_run_time PIC X(08).
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        MOVE 'BERNFUL' TO ws_excp_program.
        MOVE ws_run_date TO ws_excp_run_date.
        MOVE 'BERNFUL' TO ws_jrnl_program.
        MOVE SPACES TO ws_jrnl_user.
        MOVE 'REQMAST' TO ws_jrnl_master.
        MOVE 'C' TO ws_jrnl_action.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_run_time.
            CLOSE REQUEST-FILE
        END-IF.
        CLOSE BERLOUT-FILE.
        MOVE ws_engine_rc TO RETURN-CODE.
        PERFORM WRITE-CONFIRMATION-REPORT.
        PERFORM WRITE-CONTROL-RECORD.
        DISPLAY 'BERNFUL - REQUESTS PENDING   ' ws_pending_count.
        DISPLAY 'BERNFUL - REQUESTS REJECTED  ' ws_rejected_count.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNFUL' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNFUL - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    READ-ENGINE.
        OPEN INPUT ENGINE-FILE.
        IF ws_engine_not_found
            MOVE ws_reject_reason TO RQ-REASON
            MOVE ws_run_date TO RQ-COMPLETED-DATE
            ADD 1 TO ws_rejected_count
            PERFORM LOG-REJECTED-REQUEST
        END-IF.
        REWRITE REQUEST-RECORD
            INVALID KEY
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        MOVE REQUEST-RECORD TO ws_jrnl_image.
        CALL 'BERNJRNL' USING ws_jrnl_parms.
        PERFORM KEEP-CONFIRMATION-ENTRY.

    LOG-REJECTED-REQUEST.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'EDIT' TO ws_excp_reason_code.
        MOVE 'R' TO ws_excp_key_type.
        MOVE RQ-REQUEST-ID TO ws_excp_fail_key.
        MOVE ws_reject_reason TO ws_excp_reason_text.
        CALL 'BERNEXCP' USING ws_excp_parms.

    VALIDATE-REQUEST.
        MOVE SPACES TO ws_reject_reason.
        IF RQ-N-VALUE = ZERO
            DISPLAY 'BERNFUL - ENGINE COMPARE FOUND '
                ws_mismatch_count ' DISAGREEMENT(S) FOR N OF '
                n_ber
            MOVE 8 TO ws_engine_rc
        END-IF.
        ADD 1 TO n_ber GIVING ws_result_idx.
        MOVE 'F' TO RQ-STATUS.
