        RECORD KEY IS BM-INDEX
        FILE STATUS IS ws_master_status.

    SELECT FRACTION-FILE ASSIGN TO BERNFMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BF-INDEX
        FILE STATUS IS ws_fraction_status.

    SELECT RESULT-FILE ASSIGN TO PWROUT
        ORGANIZATION IS SEQUENTIAL.

    SELECT HISTORY-FILE ASSIGN TO PWRHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_history_status.

    SELECT REPORT-FILE ASSIGN TO PWRRPT
        ORGANIZATION IS SEQUENTIAL.

    05 PW-P-DIGITS PIC X(04).
    05 FILLER PIC X(01).
    05 PW-N-DIGITS PIC X(08).
    05 FILLER PIC X(01).
    05 PW-MODE PIC X(08).
        88 PW-DECIMAL-MODE VALUE SPACES 'DECIMAL'.
        88 PW-EXACT-MODE VALUE 'EXACT'.
    05 FILLER PIC X(01).
    05 PW-COST-CENTER PIC X(08).
    05 FILLER PIC X(49).

FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNMST.

FD FRACTION-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNFMR.

FD RESULT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY PWROREC.

FD HISTORY-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 POWER-HISTORY-RECORD PIC X(67).

FD REPORT-FILE
    RECORDING MODE IS F
   WORKING-STORAGE SECTION.
    COPY BERNTAB.
    COPY BERNLIM.
    COPY EXCPPRM.
    01 ws_power_status PIC X(02) VALUE SPACES.
        88 ws_power_not_found VALUE '35'.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_history_status PIC X(02) VALUE SPACES.
        88 ws_history_not_found VALUE '35'.
    01 ws_fraction_status PIC X(02) VALUE SPACES.
        88 ws_fraction_not_found VALUE '35'.
    01 ws_fraction_open PIC X(01) VALUE 'N'.
        88 ws_fractions_available VALUE 'Y'.
    01 ws_power_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_cards VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_card_count PIC S9(8) VALUE ZERO.
    01 ws_computed_count PIC S9(8) VALUE ZERO.
    01 ws_rejected_count PIC S9(8) VALUE ZERO.
    01 ws_exact_count PIC S9(8) VALUE ZERO.
    01 ws_differ_count PIC S9(8) VALUE ZERO.
    01 ws_reject_reason PIC X(30).
        88 ws_card_accepted VALUE SPACES.
    01 ws_p PIC S9(8).
    01 ws_entry_check PIC S9(8).
    01 ws_fetch_idx PIC S9(8).
    01 ws_missing_idx PIC S9(8) VALUE ZERO.
    01 ws_uncert_idx PIC S9(8) VALUE ZERO.
    01 ws_frac_missing_idx PIC S9(8) VALUE ZERO.
    01 ws_frac_uncert_idx PIC S9(8) VALUE ZERO.
    01 ws_frac_diff PIC S9(19)V9(18).
    01 ws_frac_tolerance PIC S9(01)V9(18) VALUE 0.000000000001.
    01 ws_frac_table.
        05 ws_frac_entry OCCURS 500 TIMES.
            10 ws_frac_num PIC S9(31) COMP-3.
            10 ws_frac_den PIC S9(31) COMP-3.
    01 ws_card_fallbacks PIC S9(8) VALUE ZERO.
    01 ws_fallback_cards PIC S9(8) VALUE ZERO.
    01 ws_overflow PIC X(01).
        88 ws_sum_overflowed VALUE 'Y'.
    01 ws_binom PIC S9(31).
    01 ws_term_b PIC S9(19)V9(18).
    01 ws_term PIC S9(31)V9(06).
    01 ws_power_sum PIC S9(31)V9(06).
    01 ws_acc_num PIC S9(31).
    01 ws_acc_den PIC S9(31).
    01 ws_term_num PIC S9(31).
    01 ws_term_den PIC S9(31).
    01 ws_lcm PIC S9(31).
    01 ws_scale PIC S9(31).
    01 ws_gcd_a PIC S9(31).
    01 ws_gcd_b PIC S9(31).
    01 ws_gcd_q PIC S9(31).
    01 ws_gcd_r PIC S9(31).
    01 ws_exact_sum PIC S9(31).
    01 ws_sum_diff PIC S9(31)V9(06).
    01 ws_sums_differ PIC X(01).
        88 ws_decimal_differs VALUE 'Y'.
    01 ws_edit_p PIC ZZZ9.
    01 ws_edit_n PIC ZZZZZZZ9.
    01 ws_edit_index PIC ZZZZZZZ9.
    01 ws_edit_count PIC ZZZZZZZ9.
    01 ws_edit_sum PIC -(30)9.9(6).
    01 ws_edit_exact PIC -(30)9.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        MOVE 'FAULHAB' TO ws_excp_program.
        MOVE ws_run_date TO ws_excp_run_date.
        OPEN INPUT MASTER-FILE.
        IF ws_master_not_found
            DISPLAY 'FAULHAB - BERNMAST NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN INPUT FRACTION-FILE.
        IF ws_fraction_not_found
            DISPLAY 'FAULHAB - BERNFMST NOT FOUND, '
                'EXACT CARDS WILL BE REJECTED'
        ELSE
            MOVE 'Y' TO ws_fraction_open
        END-IF.
        MOVE ws_bern_max_n TO ws_bern_entry_count.
        OPEN OUTPUT RESULT-FILE.
        PERFORM OPEN-HISTORY.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN INPUT POWER-FILE.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE REPORT-FILE.
        CLOSE RESULT-FILE.
        CLOSE HISTORY-FILE.
        CLOSE MASTER-FILE.
        IF ws_fractions_available
            CLOSE FRACTION-FILE
        END-IF.
        IF ws_rejected_count > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.

    OPEN-HISTORY.
        OPEN EXTEND HISTORY-FILE.
        IF ws_history_not_found
            OPEN OUTPUT HISTORY-FILE
            CLOSE HISTORY-FILE
            OPEN EXTEND HISTORY-FILE
        END-IF.

    READ-POWER-CARD.
        READ POWER-FILE
            AT END
        IF ws_card_accepted
            PERFORM FETCH-BERNOULLI-ENTRIES
        END-IF.
        IF ws_card_accepted AND PW-EXACT-MODE
            PERFORM FETCH-FRACTION-ENTRIES
        END-IF.
        IF ws_card_accepted
            PERFORM COMPUTE-POWER-SUM
        END-IF.
        IF ws_card_accepted AND PW-EXACT-MODE
            PERFORM COMPUTE-EXACT-SUM
        END-IF.
        IF ws_card_accepted
            ADD 1 TO ws_computed_count
            PERFORM WRITE-RESULT-RECORD
        ELSE
            ADD 1 TO ws_rejected_count
            PERFORM REPORT-REJECTED-CARD
            PERFORM LOG-REJECTED-CARD
        END-IF.
        PERFORM READ-POWER-CARD.

    VALIDATE-POWER-CARD.
        MOVE SPACES TO ws_reject_reason.
        MOVE 'N' TO ws_sums_differ.
        IF PW-P-DIGITS NOT NUMERIC
            MOVE 'P IS NOT NUMERIC' TO ws_reject_reason
        END-IF.
        IF ws_card_accepted
            AND NOT PW-DECIMAL-MODE AND NOT PW-EXACT-MODE
            MOVE 'MODE IS NOT DECIMAL OR EXACT' TO ws_reject_reason
        END-IF.
        IF ws_card_accepted
            IF PW-N-DIGITS NOT NUMERIC
                MOVE 'N IS NOT NUMERIC' TO ws_reject_reason
            ELSE
    FETCH-BERNOULLI-ENTRIES.
        ADD 1 TO ws_p GIVING ws_p1.
        MOVE ZERO TO ws_missing_idx.
        MOVE ZERO TO ws_uncert_idx.
        MOVE ZERO TO ws_card_fallbacks.
        MOVE 1 TO ws_fetch_idx.
        PERFORM FETCH-MASTER-ENTRY
            UNTIL ws_fetch_idx > ws_p1
                OR ws_missing_idx > ZERO
                OR ws_uncert_idx > ZERO.
        IF ws_missing_idx > ZERO
            MOVE 'MASTER ENTRIES NOT LOADED' TO ws_reject_reason
        END-IF.
        IF ws_uncert_idx > ZERO
            MOVE 'MASTER ENTRIES NOT CERTIFIED' TO ws_reject_reason
        END-IF.

    FETCH-MASTER-ENTRY.
        MOVE ws_fetch_idx TO BM-INDEX.
            INVALID KEY
                MOVE ws_fetch_idx TO ws_missing_idx
            NOT INVALID KEY
                PERFORM TAKE-CERTIFIED-VALUE
        END-READ.
        ADD 1 TO ws_fetch_idx.

    TAKE-CERTIFIED-VALUE.
        IF BM-CERTIFIED
            MOVE BM-VALUE TO B_ber(ws_fetch_idx)
        ELSE
            IF BM-CERT-RUN-DATE NOT = SPACES
                MOVE BM-CERT-VALUE TO B_ber(ws_fetch_idx)
                ADD 1 TO ws_card_fallbacks
                MOVE ws_fetch_idx TO ws_edit_index
                DISPLAY 'FAULHAB - MASTER INDEX ' ws_edit_index
                    ' NOT CERTIFIED, PRIOR CERTIFIED VALUE OF '
                    BM-CERT-RUN-DATE ' USED'
            ELSE
                MOVE ws_fetch_idx TO ws_uncert_idx
            END-IF
        END-IF.

    FETCH-FRACTION-ENTRIES.
        MOVE ZERO TO ws_frac_missing_idx.
        MOVE ZERO TO ws_frac_uncert_idx.
        IF NOT ws_fractions_available
            MOVE 'EXACT FRACTIONS NOT LOADED' TO ws_reject_reason
        ELSE
            MOVE 1 TO ws_fetch_idx
            PERFORM FETCH-FRACTION-ENTRY
                UNTIL ws_fetch_idx > ws_p1
                    OR ws_frac_missing_idx > ZERO
                    OR ws_frac_uncert_idx > ZERO
            IF ws_frac_missing_idx > ZERO
                MOVE 'EXACT FRACTIONS NOT LOADED' TO ws_reject_reason
            END-IF
            IF ws_frac_uncert_idx > ZERO
                MOVE 'EXACT FRACTION NOT CERTIFIED'
                    TO ws_reject_reason
            END-IF
        END-IF.

    FETCH-FRACTION-ENTRY.
        MOVE ws_fetch_idx TO BF-INDEX.
        READ FRACTION-FILE
            INVALID KEY
                MOVE ws_fetch_idx TO ws_frac_missing_idx
            NOT INVALID KEY
                PERFORM TAKE-CERTIFIED-FRACTION
        END-READ.
        ADD 1 TO ws_fetch_idx.

    TAKE-CERTIFIED-FRACTION.
        SUBTRACT B_ber(ws_fetch_idx) FROM BF-VALUE
            GIVING ws_frac_diff.
        IF ws_frac_diff < ZERO
            MULTIPLY ws_frac_diff BY -1 GIVING ws_frac_diff
        END-IF.
        IF ws_frac_diff > ws_frac_tolerance
            OR BF-DENOMINATOR NOT > ZERO
            MOVE ws_fetch_idx TO ws_frac_uncert_idx
        ELSE
            MOVE BF-NUMERATOR TO ws_frac_num(ws_fetch_idx)
            MOVE BF-DENOMINATOR TO ws_frac_den(ws_fetch_idx)
        END-IF.

    COMPUTE-POWER-SUM.
        MOVE 'N' TO ws_overflow.
        IF ws_p = ZERO
        END-IF.
        ADD 1 TO ws_binom_j.

    COMPUTE-EXACT-SUM.
        MOVE 'N' TO ws_overflow.
        IF ws_p = ZERO
            MOVE ws_n TO ws_acc_num
            MOVE 1 TO ws_acc_den
        ELSE
            PERFORM COMPUTE-EXACT-FAULHABER
        END-IF.
        IF ws_sum_overflowed
            MOVE 'EXACT SUM EXCEEDS FIELD LIMITS' TO ws_reject_reason
        ELSE
            IF ws_acc_den NOT = 1
                MOVE 'EXACT SUM NOT AN INTEGER' TO ws_reject_reason
            ELSE
                MOVE ws_acc_num TO ws_exact_sum
                SUBTRACT ws_exact_sum FROM ws_power_sum
                    GIVING ws_sum_diff
                IF ws_sum_diff NOT = ZERO
                    MOVE 'Y' TO ws_sums_differ
                END-IF
            END-IF
        END-IF.

    COMPUTE-EXACT-FAULHABER.
        MOVE 1 TO ws_npow.
        MOVE 1 TO ws_pow_idx.
        PERFORM RAISE-N-POWER
            UNTIL ws_pow_idx > ws_p1
                OR ws_sum_overflowed.
        IF NOT ws_sum_overflowed
            DIVIDE ws_npow BY ws_n GIVING ws_np
            MOVE 1 TO ws_binom
            MOVE ZERO TO ws_binom_j
            MOVE ZERO TO ws_acc_num
            MOVE 1 TO ws_acc_den
            PERFORM ADD-EXACT-TERM
                UNTIL ws_binom_j > ws_p
                    OR ws_sum_overflowed
        END-IF.
        IF NOT ws_sum_overflowed
            MULTIPLY ws_acc_den BY ws_p1 GIVING ws_acc_den
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            PERFORM REDUCE-EXACT-SUM
            MULTIPLY ws_np BY ws_acc_den GIVING ws_term_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            ADD ws_term_num TO ws_acc_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-ADD
        END-IF.
        IF NOT ws_sum_overflowed
            PERFORM REDUCE-EXACT-SUM
        END-IF.

    ADD-EXACT-TERM.
        ADD 1 TO ws_binom_j GIVING ws_fetch_idx.
        MULTIPLY ws_binom BY ws_npow GIVING ws_term_num
            ON SIZE ERROR
                MOVE 'Y' TO ws_overflow
        END-MULTIPLY.
        IF NOT ws_sum_overflowed
            MOVE ws_term_num TO ws_gcd_a
            MOVE ws_frac_den(ws_fetch_idx) TO ws_gcd_b
            PERFORM FIND-GCD
            DIVIDE ws_term_num BY ws_gcd_a GIVING ws_term_num
            DIVIDE ws_frac_den(ws_fetch_idx) BY ws_gcd_a
                GIVING ws_term_den
            MULTIPLY ws_frac_num(ws_fetch_idx) BY ws_term_num
                GIVING ws_term_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            PERFORM ADD-EXACT-TO-SUM
        END-IF.
        IF NOT ws_sum_overflowed
            SUBTRACT ws_binom_j FROM ws_p1
                GIVING ws_binom_factor
            MULTIPLY ws_binom BY ws_binom_factor GIVING ws_binom
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            ADD 1 TO ws_binom_j GIVING ws_binom_factor
            DIVIDE ws_binom BY ws_binom_factor GIVING ws_binom
            DIVIDE ws_npow BY ws_n GIVING ws_npow
        END-IF.
        ADD 1 TO ws_binom_j.

    ADD-EXACT-TO-SUM.
        MOVE ws_acc_den TO ws_gcd_a.
        MOVE ws_term_den TO ws_gcd_b.
        PERFORM FIND-GCD.
        DIVIDE ws_acc_den BY ws_gcd_a GIVING ws_scale.
        MULTIPLY ws_term_den BY ws_scale GIVING ws_lcm
            ON SIZE ERROR
                MOVE 'Y' TO ws_overflow
        END-MULTIPLY.
        IF NOT ws_sum_overflowed
            MULTIPLY ws_term_num BY ws_scale GIVING ws_term_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            DIVIDE ws_term_den BY ws_gcd_a GIVING ws_scale
            MULTIPLY ws_acc_num BY ws_scale GIVING ws_acc_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-MULTIPLY
        END-IF.
        IF NOT ws_sum_overflowed
            ADD ws_term_num TO ws_acc_num
                ON SIZE ERROR
                    MOVE 'Y' TO ws_overflow
            END-ADD
        END-IF.
        IF NOT ws_sum_overflowed
            MOVE ws_lcm TO ws_acc_den
            PERFORM REDUCE-EXACT-SUM
        END-IF.

    REDUCE-EXACT-SUM.
        MOVE ws_acc_num TO ws_gcd_a.
        MOVE ws_acc_den TO ws_gcd_b.
        PERFORM FIND-GCD.
        DIVIDE ws_acc_num BY ws_gcd_a GIVING ws_acc_num.
        DIVIDE ws_acc_den BY ws_gcd_a GIVING ws_acc_den.

    FIND-GCD.
        IF ws_gcd_a < ZERO
            MULTIPLY ws_gcd_a BY -1 GIVING ws_gcd_a
        END-IF.
        IF ws_gcd_b < ZERO
            MULTIPLY ws_gcd_b BY -1 GIVING ws_gcd_b
        END-IF.
        PERFORM TAKE-GCD-REMAINDER
            UNTIL ws_gcd_b = ZERO.

    TAKE-GCD-REMAINDER.
        DIVIDE ws_gcd_a BY ws_gcd_b GIVING ws_gcd_q
            REMAINDER ws_gcd_r.
        MOVE ws_gcd_b TO ws_gcd_a.
        MOVE ws_gcd_r TO ws_gcd_b.

    WRITE-RESULT-RECORD.
        MOVE ws_run_date TO PS-RUN-DATE.
        MOVE ws_p TO PS-P.
        MOVE ws_n TO PS-N.
        MOVE ws_power_sum TO PS-SUM.
        IF PW-EXACT-MODE
            MOVE 'E' TO PS-MODE
            MOVE ws_exact_sum TO PS-EXACT-SUM
        ELSE
            MOVE 'D' TO PS-MODE
            MOVE ZERO TO PS-EXACT-SUM
        END-IF.
        IF ws_decimal_differs
            MOVE 'Y' TO PS-DIFF-FLAG
        ELSE
            MOVE 'N' TO PS-DIFF-FLAG
        END-IF.
        MOVE PW-COST-CENTER TO PS-COST-CENTER.
        WRITE POWER-SUM-RECORD.
        WRITE POWER-HISTORY-RECORD FROM POWER-SUM-RECORD.

    REPORT-POWER-SUM.
        MOVE ws_p TO ws_edit_p.
        MOVE ws_n TO ws_edit_n.
        MOVE SPACES TO REPORT-LINE.
        IF PW-EXACT-MODE
            ADD 1 TO ws_exact_count
            MOVE ws_exact_sum TO ws_edit_exact
            STRING 'P=' ws_edit_p ' N=' ws_edit_n
                ' S=' ws_edit_exact ' EXACT'
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            MOVE ws_power_sum TO ws_edit_sum
            STRING 'P=' ws_edit_p ' N=' ws_edit_n
                ' S=' ws_edit_sum
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.
        IF ws_decimal_differs
            PERFORM REPORT-DECIMAL-DIFFERENCE
        END-IF.
        IF ws_card_fallbacks > ZERO
            ADD 1 TO ws_fallback_cards
            MOVE ws_card_fallbacks TO ws_edit_count
            MOVE SPACES TO REPORT-LINE
            STRING '  PRIOR CERTIFIED VALUE USED FOR '
                ws_edit_count ' PROVISIONAL OR REJECTED ENTRIES'
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

    REPORT-DECIMAL-DIFFERENCE.
        ADD 1 TO ws_differ_count.
        MOVE SPACES TO REPORT-LINE.
        MOVE '  ** DECIMAL SUM DIFFERS FROM THE EXACT SUM **'
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_power_sum TO ws_edit_sum.
        MOVE SPACES TO REPORT-LINE.
        STRING '  DECIMAL    S=' ws_edit_sum
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_sum_diff TO ws_edit_sum.
        MOVE SPACES TO REPORT-LINE.
        STRING '  DIFFERENCE  ' ws_edit_sum
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

        MOVE ws_card_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REJECTED CARD ' ws_edit_count
            ' <' PW-P-DIGITS ' ' PW-N-DIGITS ' ' PW-MODE '>'
            ' - ' ws_reject_reason
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        IF ws_reject_reason = 'MASTER ENTRIES NOT CERTIFIED'
            MOVE ws_uncert_idx TO ws_edit_index
            MOVE SPACES TO REPORT-LINE
            STRING '  MASTER ENTRY ' ws_edit_index
                ' HAS NEVER BEEN CERTIFIED - CERTIFY IT IN BERNCERT'
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        IF ws_reject_reason = 'EXACT FRACTIONS NOT LOADED'
            MOVE SPACES TO REPORT-LINE
            IF ws_frac_missing_idx > ZERO
                MOVE ws_frac_missing_idx TO ws_edit_index
                STRING '  FRACTION ENTRY ' ws_edit_index
                    ' IS MISSING - RUN THE NIGHT IN EXACT MODE'
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                MOVE '  BERNFMST IS NOT DEFINED - NO EXACT SUMS POSSIBLE'
                    TO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
        END-IF.
        IF ws_reject_reason = 'EXACT FRACTION NOT CERTIFIED'
            MOVE ws_frac_uncert_idx TO ws_edit_index
            MOVE SPACES TO REPORT-LINE
            STRING '  FRACTION ENTRY ' ws_edit_index
                ' DOES NOT MATCH THE CERTIFIED MASTER VALUE'
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.

    LOG-REJECTED-CARD.
        MOVE 'E' TO ws_excp_severity.
        MOVE 'EDIT' TO ws_excp_reason_code.
        IF ws_reject_reason = 'MASTER ENTRIES NOT LOADED'
            OR ws_reject_reason = 'EXACT FRACTIONS NOT LOADED'
            MOVE 'MISS' TO ws_excp_reason_code
        END-IF.
        IF ws_reject_reason = 'MASTER ENTRIES NOT CERTIFIED'
            OR ws_reject_reason = 'EXACT FRACTION NOT CERTIFIED'
            MOVE 'CERT' TO ws_excp_reason_code
        END-IF.
        IF ws_reject_reason = 'RESULT EXCEEDS FIELD LIMITS'
            OR ws_reject_reason = 'EXACT SUM EXCEEDS FIELD LIMITS'
            OR ws_reject_reason = 'EXACT SUM NOT AN INTEGER'
            MOVE 'CALC' TO ws_excp_reason_code
        END-IF.
        MOVE 'P' TO ws_excp_key_type.
        MOVE SPACES TO ws_excp_fail_key.
        STRING 'P=' PW-P-DIGITS ' N=' PW-N-DIGITS ' ' PW-MODE(1:1)
            DELIMITED BY SIZE INTO ws_excp_fail_key.
        MOVE ws_reject_reason TO ws_excp_reason_text.
        CALL 'BERNEXCP' USING ws_excp_parms.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        MOVE 'CERTIFIED BERNOULLI MASTER (EXACT CARDS FROM BERNFMST)'
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        STRING 'CARDS REJECTED ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_fallback_cards TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'CARDS ON PRIOR CERTIFIED VALUES ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_exact_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'EXACT SUMS COMPUTED             ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_differ_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'DECIMAL SUMS DIFFERING FROM EXACT ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
