01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY BERNTAB.
    COPY BERNLIM.
    COPY EULRPRM.
    COPY EXCPPRM.
    01 ws_em_default_order PIC S9(8) VALUE 10.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_missing_indexes.
        05 ws_missing_index OCCURS 250 TIMES PIC S9(8).
    01 ws_skipped_count PIC S9(8) VALUE ZERO.
    01 ws_fallback_count PIC S9(8) VALUE ZERO.
    01 ws_notconv_count PIC S9(8) VALUE ZERO.
    01 ws_run_date PIC X(10).
    01 ws_scenario_status PIC X(02) VALUE SPACES.
        88 ws_scenario_not_found VALUE '35'.
    01 ws_approx_status PIC X(02) VALUE SPACES.
    01 ws_scenario_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_scenarios VALUE 'Y'.
    01 ws_scenario_count PIC S9(8) VALUE ZERO.
    01 ws_edit_index PIC ZZZZZZZ9.
    01 ws_edit_order PIC Z9.
    01 ws_edit_term PIC ZZZ9.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        MOVE 'EULERMAC' TO ws_excp_program.
        MOVE ws_run_date TO ws_excp_run_date.
        PERFORM READ-CONV-TOLERANCE.
        PERFORM OPEN-BERNOULLI-MASTER.
        OPEN OUTPUT APPROX-FILE.
        END-IF.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'EULERMAC' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'EULERMAC - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    READ-CONV-TOLERANCE.
        OPEN INPUT TOLERANCE-FILE.
        IF ws_conv_not_found
            PERFORM FETCH-MASTER-ENTRY
        END-IF.
        IF ws_loaded_flag(ws_fetch_idx) = 'M'
            OR ws_loaded_flag(ws_fetch_idx) = 'U'
            MOVE 'Y' TO ws_scen_missing
        END-IF.
        ADD 2 TO ws_fetch_idx.
                MOVE ws_fetch_idx
                    TO ws_missing_index(ws_missing_count)
            NOT INVALID KEY
                PERFORM TAKE-CERTIFIED-VALUE
        END-READ.

    TAKE-CERTIFIED-VALUE.
        IF BM-CERTIFIED
            MOVE BM-VALUE TO B_ber(ws_fetch_idx)
            MOVE 'Y' TO ws_loaded_flag(ws_fetch_idx)
        ELSE
            IF BM-CERT-RUN-DATE NOT = SPACES
                MOVE BM-CERT-VALUE TO B_ber(ws_fetch_idx)
                MOVE 'Y' TO ws_loaded_flag(ws_fetch_idx)
                PERFORM REPORT-CERTIFIED-FALLBACK
            ELSE
                MOVE 'U' TO ws_loaded_flag(ws_fetch_idx)
                ADD 1 TO ws_missing_count
                MOVE ws_fetch_idx
                    TO ws_missing_index(ws_missing_count)
            END-IF
        END-IF.

    REPORT-CERTIFIED-FALLBACK.
        ADD 1 TO ws_fallback_count.
        MOVE ws_fetch_idx TO ws_edit_index.
        MOVE SPACES TO REPORT-LINE.
        IF BM-PROVISIONAL
            STRING 'MASTER ENTRY ' ws_edit_index
                ' PROVISIONAL - USING PRIOR CERTIFIED VALUE OF '
                BM-CERT-RUN-DATE
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING 'MASTER ENTRY ' ws_edit_index
                ' REJECTED - USING PRIOR CERTIFIED VALUE OF '
                BM-CERT-RUN-DATE
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.
        DISPLAY 'EULERMAC - MASTER INDEX ' ws_edit_index
            ' NOT CERTIFIED, PRIOR CERTIFIED VALUE USED'.

    REPORT-MISSING-ENTRIES.
        DISPLAY 'EULERMAC - BERNMAST DOES NOT COVER EVERY '
            'SCENARIO SERIES ORDER WITH CERTIFIED VALUES'.
        MOVE 1 TO ws_missing_idx.
        PERFORM DISPLAY-MISSING-ENTRY
            UNTIL ws_missing_idx > ws_missing_count.
        DISPLAY 'EULERMAC - RUN THE NIGHTLY LOAD FOR THE MISSING '
            'INDEXES AND CERTIFY THE UNCERTIFIED ONES BEFORE '
            'MONTH END'.

    DISPLAY-MISSING-ENTRY.
        MOVE ws_missing_index(ws_missing_idx) TO ws_edit_index.
        IF ws_loaded_flag(ws_missing_index(ws_missing_idx)) = 'U'
            DISPLAY 'EULERMAC -   UNCERTIFIED MASTER INDEX '
                ws_edit_index
        ELSE
            DISPLAY 'EULERMAC -   MISSING MASTER INDEX '
                ws_edit_index
        END-IF.
        ADD 1 TO ws_missing_idx.

    READ-SCENARIO.
        PERFORM READ-SCENARIO.

    APPROXIMATE-SCENARIO.
        MOVE RS-TERM TO ws_em_term.
        MOVE RS-RATE TO ws_em_rate.
        MOVE RS-BASIS TO ws_em_basis.
        CALL 'EULRAPX' USING ws_em_parms,
            ws_bern_entry_count, Bx_ber.

    WRITE-APPROX-RECORD.
        MOVE ws_run_date TO ER-RUN-DATE.
        WRITE REPORT-LINE.
        DISPLAY 'EULERMAC - SCENARIO WITH ZERO TERM OR BASIS '
            'OR PERIODIC RATE OF 1 OR MORE SKIPPED'.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'EDIT' TO ws_excp_reason_code.
        IF RS-TERM = ZERO
            MOVE 'TERM OF ZERO NOT ALLOWED' TO ws_excp_reason_text
        ELSE
            IF RS-BASIS = ZERO
                MOVE 'BASIS OF ZERO NOT ALLOWED'
                    TO ws_excp_reason_text
            ELSE
                MOVE 'PERIODIC RATE MUST BE BELOW 1'
                    TO ws_excp_reason_text
            END-IF
        END-IF.
        PERFORM LOG-SCENARIO-EXCEPTION.

    WRITE-SCENARIO-MISSING.
        ADD 1 TO ws_skipped_count.
        MOVE ws_em_order TO ws_edit_order.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIO ' RS-SCEN-ID ' ORDER ' ws_edit_order
            ' SKIPPED - CERTIFIED MASTER ENTRIES MISSING'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        DISPLAY 'EULERMAC - SCENARIO SKIPPED, BERNMAST DOES NOT '
            'COVER ITS SERIES ORDER'.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'MISS' TO ws_excp_reason_code.
        MOVE SPACES TO ws_excp_reason_text.
        STRING 'NO CERTIFIED MASTER ENTRIES FOR ORDER '
            ws_edit_order
            DELIMITED BY SIZE INTO ws_excp_reason_text.
        PERFORM LOG-SCENARIO-EXCEPTION.

    LOG-SCENARIO-EXCEPTION.
        MOVE 'S' TO ws_excp_key_type.
        MOVE SPACES TO ws_excp_fail_key.
        STRING RS-SCEN-ID ' T=' RS-TERM
            DELIMITED BY SIZE INTO ws_excp_fail_key.
        CALL 'BERNEXCP' USING ws_excp_parms.

    WRITE-REPORT-TRAILER.
        MOVE ws_scenario_count TO ws_edit_count.
        STRING 'SCENARIOS SKIPPED - MASTER GAPS: ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_fallback_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'ENTRIES ON PRIOR CERTIFIED VALUE: ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
