IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SHOCKDEF-FILE ASSIGN TO SHOCKDEF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_shockdef_status.

    SELECT SCENARIO-FILE ASSIGN TO RATESCEN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_scenario_status.

    SELECT MASTER-FILE ASSIGN TO BERNMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BM-INDEX
        FILE STATUS IS ws_master_status.

    SELECT SHOCK-FILE ASSIGN TO SHOCKOUT
        ORGANIZATION IS SEQUENTIAL.

    SELECT REPORT-FILE ASSIGN TO SHOCKRPT
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SHOCKDEF-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 SHOCKDEF-CARD.
    05 SD-SHOCK-BP PIC S9(04) SIGN IS LEADING SEPARATE.
    05 FILLER PIC X(75).

FD SCENARIO-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY RATESCRD.

FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNMST.

FD SHOCK-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY EULSREC.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    COPY BERNTAB.
    COPY BERNLIM.
    COPY EULRPRM.
    01 ws_em_default_order PIC S9(8) VALUE 10.
    01 ws_shockdef_status PIC X(02) VALUE SPACES.
        88 ws_shockdef_not_found VALUE '35'.
    01 ws_shockdef_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_shockdefs VALUE 'Y'.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_scenario_status PIC X(02) VALUE SPACES.
        88 ws_scenario_not_found VALUE '35'.
    01 ws_scenario_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_scenarios VALUE 'Y'.
    01 ws_shock_max PIC S9(4) COMP VALUE 20.
    01 ws_shock_count PIC S9(4) COMP VALUE ZERO.
    01 ws_shock_table.
        05 ws_shock_bp OCCURS 20 TIMES PIC S9(04).
    01 ws_shock_idx PIC S9(4) COMP.
    01 ws_shock_delta PIC S9(01)V9(06).
    01 ws_shock_rate PIC S9(03)V9(06).
    01 ws_base_approx PIC S9(18)V9(18).
    01 ws_shock_change PIC S9(18)V9(18).
    01 ws_shock_reason PIC X(40).
    01 ws_fetch_idx PIC S9(8).
    01 ws_fetch_limit PIC S9(8).
    01 ws_loaded_flags.
        05 ws_loaded_flag OCCURS 500 TIMES PIC X(01).
    01 ws_scen_missing PIC X(01).
        88 ws_scenario_missing_entries VALUE 'Y'.
    01 ws_missing_count PIC S9(8) VALUE ZERO.
    01 ws_scenario_count PIC S9(8) VALUE ZERO.
    01 ws_rejected_count PIC S9(8) VALUE ZERO.
    01 ws_skipped_count PIC S9(8) VALUE ZERO.
    01 ws_computed_count PIC S9(8) VALUE ZERO.
    01 ws_shock_skip_count PIC S9(8) VALUE ZERO.
    01 ws_fallback_count PIC S9(8) VALUE ZERO.
    01 ws_run_date PIC X(10).
    01 ws_edit_index PIC ZZZZZZZ9.
    01 ws_edit_order PIC Z9.
    01 ws_edit_term PIC ZZZ9.
    01 ws_edit_rate PIC Z9.9(6).
    01 ws_edit_basis PIC Z9.
    01 ws_edit_periods PIC ZZZZZZZ9.
    01 ws_edit_count PIC ZZZZZZZ9.
    01 ws_edit_bp PIC +ZZZ9.
    01 ws_edit_shock_rate PIC -Z9.9(6).
    01 ws_edit_value PIC -(17)9.9(10).
    01 ws_edit_change PIC -(13)9.9(10).

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        PERFORM LOAD-SHOCK-DEFINITIONS.
        PERFORM OPEN-BERNOULLI-MASTER.
        OPEN OUTPUT SHOCK-FILE.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN INPUT SCENARIO-FILE.
        IF ws_scenario_not_found
            DISPLAY 'EULRSHK - RATESCEN NOT FOUND, '
                'NO SCENARIOS SHOCKED'
        ELSE
            PERFORM READ-SCENARIO
            IF ws_no_more_scenarios
                DISPLAY 'EULRSHK - RATESCEN EMPTY, '
                    'NO SCENARIOS SHOCKED'
            ELSE
                PERFORM PROCESS-SCENARIO
                    UNTIL ws_no_more_scenarios
            END-IF
            CLOSE SCENARIO-FILE
        END-IF.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE REPORT-FILE.
        CLOSE SHOCK-FILE.
        CLOSE MASTER-FILE.
        IF ws_missing_count > ZERO
            DISPLAY 'EULRSHK - BERNMAST DOES NOT COVER EVERY '
                'SCENARIO SERIES ORDER WITH CERTIFIED VALUES'
            MOVE 8 TO RETURN-CODE
        END-IF.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'EULRSHK' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'EULRSHK - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    LOAD-SHOCK-DEFINITIONS.
        OPEN INPUT SHOCKDEF-FILE.
        IF ws_shockdef_not_found
            DISPLAY 'EULRSHK - SHOCKDEF NOT FOUND, USING THE '
                'STANDARD SHOCKS'
        ELSE
            PERFORM READ-SHOCKDEF-CARD
                UNTIL ws_no_more_shockdefs
            CLOSE SHOCKDEF-FILE
        END-IF.
        IF ws_shock_count = ZERO
            DISPLAY 'EULRSHK - NO USABLE SHOCKDEF CARDS, USING '
                'THE STANDARD SHOCKS OF +/-200, 100 AND 50 BP'
            PERFORM LOAD-STANDARD-SHOCKS
        END-IF.

    READ-SHOCKDEF-CARD.
        READ SHOCKDEF-FILE
            AT END
                MOVE 'Y' TO ws_shockdef_eof
            NOT AT END
                PERFORM KEEP-SHOCK-DEFINITION
        END-READ.

    KEEP-SHOCK-DEFINITION.
        IF SD-SHOCK-BP NOT NUMERIC
            DISPLAY 'EULRSHK - SHOCKDEF CARD <' SHOCKDEF-CARD
                '> IS NOT A SIGNED BASIS-POINT SHOCK, IGNORED'
        ELSE
            IF SD-SHOCK-BP = ZERO
                DISPLAY 'EULRSHK - SHOCKDEF CARD OF ZERO BP '
                    'IGNORED, THE BASE IS ALWAYS SHOWN'
            ELSE
                IF ws_shock_count >= ws_shock_max
                    DISPLAY 'EULRSHK - MORE THAN ' ws_shock_max
                        ' SHOCKDEF CARDS, EXTRA CARDS IGNORED'
                ELSE
                    ADD 1 TO ws_shock_count
                    MOVE SD-SHOCK-BP
                        TO ws_shock_bp(ws_shock_count)
                END-IF
            END-IF
        END-IF.

    LOAD-STANDARD-SHOCKS.
        MOVE 6 TO ws_shock_count.
        MOVE -200 TO ws_shock_bp(1).
        MOVE -100 TO ws_shock_bp(2).
        MOVE -50 TO ws_shock_bp(3).
        MOVE 50 TO ws_shock_bp(4).
        MOVE 100 TO ws_shock_bp(5).
        MOVE 200 TO ws_shock_bp(6).

    OPEN-BERNOULLI-MASTER.
        MOVE ws_bern_max_n TO ws_bern_entry_count.
        MOVE SPACES TO ws_loaded_flags.
        OPEN INPUT MASTER-FILE.
        IF ws_master_not_found
            DISPLAY 'EULRSHK - BERNMAST NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    ENSURE-BERNOULLI-ENTRIES.
        MOVE 'N' TO ws_scen_missing.
        ADD 1 TO ws_em_order GIVING ws_fetch_limit.
        MOVE 3 TO ws_fetch_idx.
        PERFORM ENSURE-MASTER-ENTRY
            UNTIL ws_fetch_idx > ws_fetch_limit.

    ENSURE-MASTER-ENTRY.
        IF ws_loaded_flag(ws_fetch_idx) = SPACE
            PERFORM FETCH-MASTER-ENTRY
        END-IF.
        IF ws_loaded_flag(ws_fetch_idx) = 'M'
            OR ws_loaded_flag(ws_fetch_idx) = 'U'
            MOVE 'Y' TO ws_scen_missing
        END-IF.
        ADD 2 TO ws_fetch_idx.

    FETCH-MASTER-ENTRY.
        MOVE ws_fetch_idx TO BM-INDEX.
        READ MASTER-FILE
            INVALID KEY
                MOVE 'M' TO ws_loaded_flag(ws_fetch_idx)
                ADD 1 TO ws_missing_count
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
            END-IF
        END-IF.

    REPORT-CERTIFIED-FALLBACK.
        ADD 1 TO ws_fallback_count.
        MOVE ws_fetch_idx TO ws_edit_index.
        MOVE SPACES TO REPORT-LINE.
        STRING 'MASTER ENTRY ' ws_edit_index
            ' NOT CERTIFIED - USING PRIOR CERTIFIED VALUE OF '
            BM-CERT-RUN-DATE
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    READ-SCENARIO.
        READ SCENARIO-FILE
            AT END
                MOVE 'Y' TO ws_scenario_eof
        END-READ.

    PROCESS-SCENARIO.
        IF RS-ORDER NOT NUMERIC OR RS-ORDER < 2
            MOVE ws_em_default_order TO ws_em_order
        ELSE
            MOVE RS-ORDER TO ws_em_order
        END-IF.
        IF RS-TERM = ZERO OR RS-BASIS = ZERO
            OR RS-RATE >= RS-BASIS
            PERFORM WRITE-SCENARIO-ERROR
        ELSE
            PERFORM ENSURE-BERNOULLI-ENTRIES
            IF ws_scenario_missing_entries
                PERFORM WRITE-SCENARIO-MISSING
            ELSE
                ADD 1 TO ws_scenario_count
                PERFORM SHOCK-SCENARIO
            END-IF
        END-IF.
        PERFORM READ-SCENARIO.

    SHOCK-SCENARIO.
        PERFORM APPROXIMATE-SCENARIO.
        MOVE ws_approx_sum TO ws_base_approx.
        PERFORM WRITE-GRID-HEADER.
        MOVE 1 TO ws_shock_idx.
        PERFORM APPLY-SHOCK
            UNTIL ws_shock_idx > ws_shock_count.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    APPROXIMATE-SCENARIO.
        MOVE RS-TERM TO ws_em_term.
        MOVE RS-RATE TO ws_em_rate.
        MOVE RS-BASIS TO ws_em_basis.
        CALL 'EULRAPX' USING ws_em_parms,
            ws_bern_entry_count, Bx_ber.

    APPLY-SHOCK.
        DIVIDE ws_shock_bp(ws_shock_idx) BY 10000
            GIVING ws_shock_delta.
        ADD RS-RATE ws_shock_delta GIVING ws_shock_rate.
        MOVE SPACES TO ws_shock_reason.
        IF ws_shock_rate < ZERO
            MOVE 'SKIPPED - SHOCKED RATE BELOW ZERO'
                TO ws_shock_reason
        ELSE
            IF ws_shock_rate >= RS-BASIS
                MOVE 'SKIPPED - PERIODIC RATE OF 1 OR MORE'
                    TO ws_shock_reason
            END-IF
        END-IF.
        IF ws_shock_reason = SPACES
            PERFORM APPROXIMATE-SHOCKED-RATE
        ELSE
            PERFORM WRITE-SHOCK-SKIPPED
        END-IF.
        ADD 1 TO ws_shock_idx.

    APPROXIMATE-SHOCKED-RATE.
        MOVE RS-TERM TO ws_em_term.
        MOVE ws_shock_rate TO ws_em_rate.
        MOVE RS-BASIS TO ws_em_basis.
        CALL 'EULRAPX' USING ws_em_parms,
            ws_bern_entry_count, Bx_ber.
        SUBTRACT ws_base_approx FROM ws_approx_sum
            GIVING ws_shock_change.
        ADD 1 TO ws_computed_count.
        PERFORM WRITE-SHOCK-RECORD.
        PERFORM WRITE-SHOCK-LINE.

    WRITE-SHOCK-RECORD.
        MOVE ws_run_date TO SK-RUN-DATE.
        MOVE RS-SCEN-ID TO SK-SCEN-ID.
        MOVE RS-TERM TO SK-TERM.
        MOVE RS-RATE TO SK-BASE-RATE.
        MOVE RS-BASIS TO SK-BASIS.
        MOVE ws_shock_bp(ws_shock_idx) TO SK-SHOCK-BP.
        MOVE ws_shock_rate TO SK-SHOCKED-RATE.
        MOVE ws_periods TO SK-PERIODS.
        MOVE ws_base_approx TO SK-BASE-APPROX.
        MOVE ws_approx_sum TO SK-SHOCKED-APPROX.
        MOVE ws_shock_change TO SK-CHANGE.
        WRITE SHOCK-RECORD.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'EULER-MACLAURIN RATE-SHOCK SENSITIVITY GRID - '
            'RUN DATE ' ws_run_date
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-GRID-HEADER.
        MOVE RS-TERM TO ws_edit_term.
        MOVE RS-RATE TO ws_edit_rate.
        MOVE RS-BASIS TO ws_edit_basis.
        MOVE ws_periods TO ws_edit_periods.
        MOVE ws_em_order TO ws_edit_order.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIO ' RS-SCEN-ID ' TERM ' ws_edit_term
            ' RATE ' ws_edit_rate
            ' BASIS ' ws_edit_basis
            ' PERIODS ' ws_edit_periods
            ' ORDER ' ws_edit_order
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        STRING '  SHOCK BP  ANNUAL RATE'
            '             APPROXIMATED SUM'
            '                    CHANGE'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE RS-RATE TO ws_edit_shock_rate.
        MOVE ws_base_approx TO ws_edit_value.
        MOVE SPACES TO REPORT-LINE.
        STRING '  BASE     ' ws_edit_shock_rate
            '  ' ws_edit_value
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-SHOCK-LINE.
        MOVE ws_shock_bp(ws_shock_idx) TO ws_edit_bp.
        MOVE ws_shock_rate TO ws_edit_shock_rate.
        MOVE ws_approx_sum TO ws_edit_value.
        MOVE ws_shock_change TO ws_edit_change.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ' ws_edit_bp '    ' ws_edit_shock_rate
            '  ' ws_edit_value ' ' ws_edit_change
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-SHOCK-SKIPPED.
        ADD 1 TO ws_shock_skip_count.
        MOVE ws_shock_bp(ws_shock_idx) TO ws_edit_bp.
        MOVE ws_shock_rate TO ws_edit_shock_rate.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ' ws_edit_bp '    ' ws_edit_shock_rate
            '  ' ws_shock_reason
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-SCENARIO-ERROR.
        ADD 1 TO ws_rejected_count.
        MOVE RS-TERM TO ws_edit_term.
        MOVE RS-BASIS TO ws_edit_basis.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIO ' RS-SCEN-ID ' TERM ' ws_edit_term
            ' BASIS ' ws_edit_basis
            ' REJECTED - NONZERO TERM/BASIS, RATE < 1'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-SCENARIO-MISSING.
        ADD 1 TO ws_skipped_count.
        MOVE ws_em_order TO ws_edit_order.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIO ' RS-SCEN-ID ' ORDER ' ws_edit_order
            ' SKIPPED - CERTIFIED MASTER ENTRIES MISSING'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-TRAILER.
        MOVE ws_scenario_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIOS SHOCKED:               ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_computed_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SHOCKED VALUES WRITTEN:          ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_shock_skip_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SHOCKS SKIPPED:                  ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_rejected_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIOS REJECTED:              ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_skipped_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SCENARIOS SKIPPED - MASTER GAPS: ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_fallback_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'ENTRIES ON PRIOR CERTIFIED VALUE:' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
