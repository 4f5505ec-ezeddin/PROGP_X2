IDENTIFICATION DIVISION.
PROGRAM-ID. EULRWIF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO BERNMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BM-INDEX
        FILE STATUS IS ws_master_status.

    SELECT LOG-FILE ASSIGN TO WHATIFLG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_log_status.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNMST.

FD LOG-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY WHATREC.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    COPY BERNTAB.
    COPY BERNLIM.
    COPY EULRPRM.
    01 ws_em_default_order PIC S9(8) VALUE 10.
    01 ws_conv_tolerance PIC S9(01)V9(18)
        VALUE 0.000000000001.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_log_status PIC X(02) VALUE SPACES.
        88 ws_log_not_found VALUE '35'.
    01 ws_wif_done PIC X(01) VALUE 'N'.
        88 ws_whatif_finished VALUE 'Y'.
    01 ws_in_term PIC 9(04) VALUE ZERO.
    01 ws_in_rate PIC 9(02)V9(06) VALUE ZERO.
    01 ws_in_basis PIC 9(02) VALUE ZERO.
    01 ws_in_order PIC 9(02) VALUE ZERO.
    01 ws_fetch_idx PIC S9(8).
    01 ws_fetch_limit PIC S9(8).
    01 ws_entry_state PIC X(01).
        88 ws_entry_taken VALUE 'Y'.
        88 ws_entry_missing VALUE 'M'.
        88 ws_entry_uncertified VALUE 'U'.
    01 ws_missing_flag PIC X(01).
        88 ws_entries_missing VALUE 'Y'.
    01 ws_fallback_flag PIC X(01).
        88 ws_fallback_used VALUE 'Y'.
    01 ws_first_missing PIC S9(8).
    01 ws_reject_reason PIC X(30).
        88 ws_edits_passed VALUE SPACES.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_show_periods PIC X(08).
    01 ws_show_integral PIC X(29).
    01 ws_show_endpoint PIC X(29).
    01 ws_show_correction PIC X(29).
    01 ws_show_approx PIC X(29).
    01 ws_show_error PIC X(29).
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_edit_periods PIC ZZZZZZZ9.
    01 ws_edit_value PIC -(17)9.9(10).
    01 ws_edit_index PIC ZZZZZZZ9.
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.
        05 ws_time_hh PIC 9(02).
        05 ws_time_mm PIC 9(02).
        05 ws_time_ss PIC 9(02).
        05 ws_time_hs PIC 9(02).

SCREEN SECTION.
01 WHATIF-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'EULER-MACLAURIN WHAT-IF'.
    05 LINE 01 COLUMN 25 VALUE 'CALCULATOR'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'TERM IN YEARS (0 TO EXIT):'.
    05 LINE 03 COLUMN 31 PIC 9(04) USING ws_in_term.
    05 LINE 04 COLUMN 01 VALUE 'ANNUAL RATE (99V999999):'.
    05 LINE 04 COLUMN 31 PIC 9(02)V9(06) USING ws_in_rate.
    05 LINE 05 COLUMN 01 VALUE 'COMPOUNDING BASIS:'.
    05 LINE 05 COLUMN 31 PIC 9(02) USING ws_in_basis.
    05 LINE 06 COLUMN 01 VALUE 'SERIES ORDER (0 FOR 10):'.
    05 LINE 06 COLUMN 31 PIC 9(02) USING ws_in_order.
    05 LINE 08 COLUMN 01 VALUE 'PERIODS:'.
    05 LINE 08 COLUMN 21 PIC X(08) FROM ws_show_periods.
    05 LINE 09 COLUMN 01 VALUE 'INTEGRAL TERM:'.
    05 LINE 09 COLUMN 21 PIC X(29) FROM ws_show_integral.
    05 LINE 10 COLUMN 01 VALUE 'ENDPOINT TERM:'.
    05 LINE 10 COLUMN 21 PIC X(29) FROM ws_show_endpoint.
    05 LINE 11 COLUMN 01 VALUE 'BERNOULLI TERMS:'.
    05 LINE 11 COLUMN 21 PIC X(29) FROM ws_show_correction.
    05 LINE 12 COLUMN 01 VALUE 'APPROXIMATED SUM:'.
    05 LINE 12 COLUMN 21 PIC X(29) FROM ws_show_approx.
    05 LINE 13 COLUMN 01 VALUE 'ERROR ESTIMATE:'.
    05 LINE 13 COLUMN 21 PIC X(29) FROM ws_show_error.
    05 LINE 15 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 16 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        MOVE 'EULRWIF' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            PERFORM OPEN-FILES
            PERFORM WHATIF-CYCLE UNTIL ws_whatif_finished
            CLOSE LOG-FILE
            CLOSE MASTER-FILE
        END-IF.
        STOP RUN.

    OPEN-FILES.
        OPEN INPUT MASTER-FILE.
        IF ws_master_status NOT = '00'
            DISPLAY 'EULRWIF - BERNMAST OPEN FAILED, STATUS '
                ws_master_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN EXTEND LOG-FILE.
        IF ws_log_not_found
            OPEN OUTPUT LOG-FILE
            CLOSE LOG-FILE
            OPEN EXTEND LOG-FILE
        END-IF.
        IF ws_log_status NOT = '00'
            DISPLAY 'EULRWIF - WHATIFLG OPEN FAILED, STATUS '
                ws_log_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    WHATIF-CYCLE.
        DISPLAY WHATIF-SCREEN.
        ACCEPT WHATIF-SCREEN.
        IF ws_in_term = ZERO
            MOVE 'Y' TO ws_wif_done
        ELSE
            PERFORM RUN-WHATIF
        END-IF.

    RUN-WHATIF.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CLEAR-RESULTS.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM VALIDATE-INPUTS
            IF ws_edits_passed
                PERFORM ENSURE-BERNOULLI-ENTRIES
            END-IF
            IF ws_edits_passed
                PERFORM APPROXIMATE-WHATIF
                PERFORM SHOW-RESULTS
                MOVE 'APPROXIMATION COMPUTED AND LOGGED'
                    TO ws_msg_line
            ELSE
                STRING 'REFUSED - ' ws_reject_reason
                    DELIMITED BY SIZE INTO ws_msg_line
            END-IF
            PERFORM WRITE-LOG-RECORD
        END-IF.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF NOT ws_role_maintainer AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            MOVE 'WHATIF' TO ws_viol_action
            MOVE SPACES TO ws_viol_key
            MOVE 'ROLE MAY NOT RUN WHAT-IF' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY NOT RUN WHAT-IF'
                TO ws_msg_line
        END-IF.

    CLEAR-RESULTS.
        MOVE SPACES TO ws_show_periods.
        MOVE SPACES TO ws_show_integral.
        MOVE SPACES TO ws_show_endpoint.
        MOVE SPACES TO ws_show_correction.
        MOVE SPACES TO ws_show_approx.
        MOVE SPACES TO ws_show_error.
        MOVE ZERO TO ws_periods.
        MOVE ZERO TO ws_approx_sum.
        MOVE ZERO TO ws_error_estimate.
        MOVE 'N' TO ws_fallback_flag.

    VALIDATE-INPUTS.
        MOVE SPACES TO ws_reject_reason.
        IF ws_in_order < 2
            MOVE ws_em_default_order TO ws_em_order
            MOVE ws_em_default_order TO ws_in_order
        ELSE
            MOVE ws_in_order TO ws_em_order
        END-IF.
        IF ws_in_basis = ZERO
            MOVE 'BASIS OF ZERO NOT ALLOWED' TO ws_reject_reason
        ELSE
            IF ws_in_rate >= ws_in_basis
                MOVE 'PERIODIC RATE MUST BE BELOW 1'
                    TO ws_reject_reason
            END-IF
        END-IF.

    ENSURE-BERNOULLI-ENTRIES.
        MOVE ws_bern_max_n TO ws_bern_entry_count.
        MOVE 'N' TO ws_missing_flag.
        MOVE ZERO TO ws_first_missing.
        ADD 1 TO ws_em_order GIVING ws_fetch_limit.
        MOVE 3 TO ws_fetch_idx.
        PERFORM FETCH-MASTER-ENTRY
            UNTIL ws_fetch_idx > ws_fetch_limit.
        IF ws_entries_missing
            MOVE 'CERTIFIED MASTER ENTRY MISSING' TO ws_reject_reason
            MOVE ws_first_missing TO ws_edit_index
            STRING 'FIRST MISSING OR UNCERTIFIED MASTER INDEX '
                ws_edit_index
                DELIMITED BY SIZE INTO ws_status_line
        END-IF.

    FETCH-MASTER-ENTRY.
        MOVE ws_fetch_idx TO BM-INDEX.
        READ MASTER-FILE
            INVALID KEY
                MOVE 'M' TO ws_entry_state
            NOT INVALID KEY
                PERFORM TAKE-CERTIFIED-VALUE
        END-READ.
        IF NOT ws_entry_taken AND NOT ws_entries_missing
            MOVE 'Y' TO ws_missing_flag
            MOVE ws_fetch_idx TO ws_first_missing
        END-IF.
        ADD 2 TO ws_fetch_idx.

    TAKE-CERTIFIED-VALUE.
        IF BM-CERTIFIED
            MOVE BM-VALUE TO B_ber(ws_fetch_idx)
            MOVE 'Y' TO ws_entry_state
        ELSE
            IF BM-CERT-RUN-DATE NOT = SPACES
                MOVE BM-CERT-VALUE TO B_ber(ws_fetch_idx)
                MOVE 'Y' TO ws_entry_state
                MOVE 'Y' TO ws_fallback_flag
            ELSE
                MOVE 'U' TO ws_entry_state
            END-IF
        END-IF.

    APPROXIMATE-WHATIF.
        MOVE ws_in_term TO ws_em_term.
        MOVE ws_in_rate TO ws_em_rate.
        MOVE ws_in_basis TO ws_em_basis.
        CALL 'EULRAPX' USING ws_em_parms,
            ws_bern_entry_count, Bx_ber.

    SHOW-RESULTS.
        MOVE ws_periods TO ws_edit_periods.
        MOVE ws_edit_periods TO ws_show_periods.
        MOVE ws_integral_part TO ws_edit_value.
        MOVE ws_edit_value TO ws_show_integral.
        MOVE ws_endpoint_part TO ws_edit_value.
        MOVE ws_edit_value TO ws_show_endpoint.
        MOVE ws_correction_part TO ws_edit_value.
        MOVE ws_edit_value TO ws_show_correction.
        MOVE ws_approx_sum TO ws_edit_value.
        MOVE ws_edit_value TO ws_show_approx.
        MOVE ws_error_estimate TO ws_edit_value.
        MOVE ws_edit_value TO ws_show_error.
        IF ws_error_estimate > ws_conv_tolerance
            IF ws_fallback_used
                MOVE 'NOT CONVERGED - PRIOR CERTIFIED VALUE USED'
                    TO ws_status_line
            ELSE
                MOVE 'NOT CONVERGED - ERROR ESTIMATE ABOVE TOLERANCE'
                    TO ws_status_line
            END-IF
        ELSE
            IF ws_fallback_used
                MOVE 'PRIOR CERTIFIED VALUE USED FOR A MASTER ENTRY'
                    TO ws_status_line
            END-IF
        END-IF.

    WRITE-LOG-RECORD.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        MOVE SPACES TO WHATIF-LOG-RECORD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO WI-LOG-DATE.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO WI-LOG-TIME.
        MOVE ws_sign_user TO WI-USER-ID.
        MOVE ws_in_term TO WI-TERM.
        MOVE ws_in_rate TO WI-RATE.
        MOVE ws_in_basis TO WI-BASIS.
        MOVE ws_in_order TO WI-ORDER.
        IF ws_edits_passed
            MOVE 'C' TO WI-OUTCOME
        ELSE
            MOVE 'R' TO WI-OUTCOME
        END-IF.
        MOVE ws_periods TO WI-PERIODS.
        MOVE ws_approx_sum TO WI-APPROX.
        MOVE ws_error_estimate TO WI-ERROR-EST.
        MOVE ws_fallback_flag TO WI-FALLBACK-FLAG.
        MOVE ws_reject_reason TO WI-REASON.
        WRITE WHATIF-LOG-RECORD.
