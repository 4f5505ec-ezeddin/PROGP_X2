IDENTIFICATION DIVISION.
PROGRAM-ID. EULRAPX.

DATA DIVISION.
   WORKING-STORAGE SECTION.
    01 ws_last_correction PIC S9(18)V9(18).
    01 ws_rate_periodic PIC S9(03)V9(15).
    01 ws_growth PIC S9(03)V9(15).
    01 ws_log_term PIC S9(03)V9(15).
    01 ws_log_power PIC S9(03)V9(15).
    01 ws_log_growth PIC S9(03)V9(15).
    01 ws_log_k PIC S9(8).
    01 ws_log_sign PIC S9(1).
    01 ws_log_max_terms PIC S9(8) VALUE 600.
    01 ws_log_epsilon PIC S9(01)V9(18)
        VALUE 0.000000000000000001.
    01 ws_log_abs_term PIC S9(03)V9(15).
    01 ws_log_converged PIC X(01).
        88 ws_log_series_done VALUE 'Y'.
    01 ws_disc_first PIC S9(03)V9(15).
    01 ws_disc_last PIC S9(03)V9(15).
    01 ws_power_idx PIC S9(8).
    01 ws_correction_term PIC S9(18)V9(18).
    01 ws_deriv_factor PIC S9(03)V9(15).
    01 ws_deriv_diff PIC S9(18)V9(18).
    01 ws_factorial PIC S9(18).
    01 ws_factorial_idx PIC S9(8).
    01 ws_order_j PIC S9(8).
    01 ws_order_2j PIC S9(8).
    01 ws_bern_idx PIC S9(8).

LINKAGE SECTION.
    COPY EULRPRM.
    COPY BERNTAB.

PROCEDURE DIVISION USING ws_em_parms, ws_bern_entry_count, Bx_ber.
    APPROXIMATE-SCENARIO.
        MULTIPLY ws_em_term BY ws_em_basis GIVING ws_periods.
        DIVIDE ws_em_rate BY ws_em_basis GIVING ws_rate_periodic.
        IF ws_rate_periodic = ZERO
            MOVE ws_periods TO ws_approx_sum
            MOVE ZERO TO ws_integral_part
            MOVE ZERO TO ws_endpoint_part
            MOVE ZERO TO ws_correction_part
            MOVE ZERO TO ws_error_estimate
        ELSE
            PERFORM APPROXIMATE-NONZERO-RATE
        END-IF.
        GOBACK.

    APPROXIMATE-NONZERO-RATE.
        ADD 1 TO ws_rate_periodic GIVING ws_growth.
        PERFORM COMPUTE-LOG-GROWTH.
        DIVIDE 1 BY ws_growth GIVING ws_disc_first.
        MOVE ws_disc_first TO ws_disc_last.
        MOVE 1 TO ws_power_idx.
        PERFORM RAISE-DISCOUNT-POWER
            UNTIL ws_power_idx >= ws_periods.
        SUBTRACT ws_disc_first FROM ws_disc_last
            GIVING ws_integral_part.
        DIVIDE ws_integral_part BY ws_log_growth
            GIVING ws_integral_part.
        ADD ws_disc_first TO ws_disc_last GIVING ws_endpoint_part.
        DIVIDE ws_endpoint_part BY 2 GIVING ws_endpoint_part.
        MOVE ZERO TO ws_correction_part.
        MOVE ZERO TO ws_last_correction.
        MOVE 1 TO ws_order_j.
        PERFORM ADD-CORRECTION-TERM
            UNTIL ws_order_j * 2 > ws_em_order.
        ADD ws_integral_part ws_endpoint_part ws_correction_part
            GIVING ws_approx_sum.
        MOVE ws_last_correction TO ws_error_estimate.
        IF ws_error_estimate < ZERO
            MULTIPLY ws_error_estimate BY -1
                GIVING ws_error_estimate
        END-IF.

    COMPUTE-LOG-GROWTH.
        MOVE ZERO TO ws_log_growth.
        MOVE ws_rate_periodic TO ws_log_power.
        MOVE 1 TO ws_log_k.
        MOVE 1 TO ws_log_sign.
        MOVE 'N' TO ws_log_converged.
        PERFORM ADD-LOG-TERM
            UNTIL ws_log_k > ws_log_max_terms
                OR ws_log_series_done.
        MULTIPLY ws_log_growth BY -1 GIVING ws_log_growth.

    ADD-LOG-TERM.
        DIVIDE ws_log_power BY ws_log_k GIVING ws_log_term.
        MULTIPLY ws_log_term BY ws_log_sign GIVING ws_log_term.
        ADD ws_log_term TO ws_log_growth.
        MULTIPLY ws_log_sign BY -1 GIVING ws_log_sign.
        MOVE ws_log_term TO ws_log_abs_term.
        IF ws_log_abs_term < ZERO
            MULTIPLY ws_log_abs_term BY -1
                GIVING ws_log_abs_term
        END-IF.
        IF ws_log_abs_term < ws_log_epsilon
            MOVE 'Y' TO ws_log_converged
        END-IF.
        MULTIPLY ws_log_power BY ws_rate_periodic
            GIVING ws_log_power.
        ADD 1 TO ws_log_k.

    RAISE-DISCOUNT-POWER.
        MULTIPLY ws_disc_last BY ws_disc_first
            GIVING ws_disc_last.
        ADD 1 TO ws_power_idx.

    ADD-CORRECTION-TERM.
        MULTIPLY ws_order_j BY 2 GIVING ws_order_2j.
        ADD 1 TO ws_order_2j GIVING ws_bern_idx.
        PERFORM COMPUTE-FACTORIAL.
        MOVE 1 TO ws_deriv_factor.
        MOVE 1 TO ws_factorial_idx.
        PERFORM RAISE-LOG-POWER
            UNTIL ws_factorial_idx >= ws_order_2j.
        MULTIPLY ws_disc_last BY ws_deriv_factor
            GIVING ws_deriv_diff.
        MULTIPLY ws_disc_first BY ws_deriv_factor
            GIVING ws_correction_term.
        SUBTRACT ws_correction_term FROM ws_deriv_diff
            GIVING ws_deriv_diff.
        MULTIPLY B_ber(ws_bern_idx) BY ws_deriv_diff
            GIVING ws_correction_term.
        DIVIDE ws_correction_term BY ws_factorial
            GIVING ws_correction_term.
        ADD ws_correction_term TO ws_correction_part.
        MOVE ws_correction_term TO ws_last_correction.
        ADD 1 TO ws_order_j.

    COMPUTE-FACTORIAL.
        MOVE 1 TO ws_factorial.
        MOVE 1 TO ws_factorial_idx.
        PERFORM MULTIPLY-FACTORIAL-STEP
            UNTIL ws_factorial_idx > ws_order_2j.

    MULTIPLY-FACTORIAL-STEP.
        MULTIPLY ws_factorial BY ws_factorial_idx
            GIVING ws_factorial.
        ADD 1 TO ws_factorial_idx.

    RAISE-LOG-POWER.
        MULTIPLY ws_deriv_factor BY ws_log_growth
            GIVING ws_deriv_factor.
        ADD 1 TO ws_factorial_idx.
