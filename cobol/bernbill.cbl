IDENTIFICATION DIVISION.
PROGRAM-ID. BERNBILL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BILL-CARD-FILE ASSIGN TO BILLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_card_status.

    SELECT RATE-FILE ASSIGN TO CHGRATE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CR-WORK-TYPE
        FILE STATUS IS ws_rate_status.

    SELECT REQUEST-FILE ASSIGN TO REQMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS ws_request_status.

    SELECT SCENARIO-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SC-SCEN-ID
        FILE STATUS IS ws_scenario_status.

    SELECT HISTORY-FILE ASSIGN TO EULRHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_history_status.

    SELECT POWER-FILE ASSIGN TO PWRHIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_power_status.

    SELECT REPORT-FILE ASSIGN TO BILLRPT
        ORGANIZATION IS SEQUENTIAL.

    SELECT JOURNAL-FILE ASSIGN TO GLJRNL
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BILL-CARD-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 BILL-CARD.
    05 BB-BILL-MONTH PIC X(07).
    05 FILLER PIC X(73).

FD RATE-FILE
    LABEL RECORDS ARE STANDARD.
COPY CHGRREC.

FD REQUEST-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNRQR.

FD SCENARIO-FILE
    LABEL RECORDS ARE STANDARD.
COPY RATESMST.

FD HISTORY-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY EULHREC.

FD POWER-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY PWROREC.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

FD JOURNAL-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY GLJREC.

   WORKING-STORAGE SECTION.
    01 ws_card_status PIC X(02) VALUE SPACES.
        88 ws_card_not_found VALUE '35'.
    01 ws_rate_status PIC X(02) VALUE SPACES.
        88 ws_rate_not_found VALUE '35'.
    01 ws_request_status PIC X(02) VALUE SPACES.
        88 ws_request_not_found VALUE '35'.
    01 ws_scenario_status PIC X(02) VALUE SPACES.
        88 ws_scenario_not_found VALUE '35'.
    01 ws_history_status PIC X(02) VALUE SPACES.
        88 ws_history_not_found VALUE '35'.
    01 ws_power_status PIC X(02) VALUE SPACES.
        88 ws_power_not_found VALUE '35'.
    01 ws_request_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_requests VALUE 'Y'.
    01 ws_history_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_history VALUE 'Y'.
    01 ws_power_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_power VALUE 'Y'.
    01 ws_scenarios_open PIC X(01) VALUE 'N'.
        88 ws_scenarios_available VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_bill_month PIC X(07).
    01 ws_month_parts REDEFINES ws_bill_month.
        05 ws_month_yyyy PIC X(04).
        05 ws_month_sep PIC X(01).
        05 ws_month_mm PIC X(02).
    01 ws_unassigned_cc PIC X(08) VALUE 'UNASSGND'.
    01 ws_wt_codes PIC X(20) VALUE 'RQDCRQEXEMAPPSDCPSEX'.
    01 ws_wt_code_table REDEFINES ws_wt_codes.
        05 ws_wt_code_entry OCCURS 5 TIMES PIC X(04).
    01 ws_wt_count PIC S9(4) COMP VALUE 5.
    01 ws_wt_idx PIC S9(4) COMP.
    01 ws_wt_table.
        05 ws_wt_entry OCCURS 5 TIMES.
            10 ws_wt_desc PIC X(30).
            10 ws_wt_charge PIC 9(05)V99.
            10 ws_wt_debit_account PIC X(10).
            10 ws_wt_credit_account PIC X(10).
            10 ws_wt_credit_cc PIC X(08).
            10 ws_wt_units PIC S9(8).
            10 ws_wt_amount PIC S9(11)V99.
    01 ws_cc_max PIC S9(4) COMP VALUE 500.
    01 ws_cc_count PIC S9(4) COMP VALUE ZERO.
    01 ws_cc_idx PIC S9(4) COMP.
    01 ws_cc_from PIC S9(4) COMP.
    01 ws_cc_to PIC S9(4) COMP.
    01 ws_cc_table.
        05 ws_cc_entry OCCURS 500 TIMES.
            10 ws_cc_id PIC X(08).
            10 ws_cc_work.
                15 ws_cc_units OCCURS 5 TIMES PIC 9(08).
    01 ws_scan_done PIC X(01).
        88 ws_scan_stopped VALUE 'Y'.
    01 ws_charge_cc PIC X(08).
    01 ws_charge_wt PIC S9(4) COMP.
    01 ws_request_count PIC S9(8) VALUE ZERO.
    01 ws_approx_count PIC S9(8) VALUE ZERO.
    01 ws_power_count PIC S9(8) VALUE ZERO.
    01 ws_unassigned_count PIC S9(8) VALUE ZERO.
    01 ws_line_amount PIC S9(11)V99.
    01 ws_cc_total PIC S9(11)V99.
    01 ws_total_debits PIC S9(11)V99 VALUE ZERO.
    01 ws_total_credits PIC S9(11)V99 VALUE ZERO.
    01 ws_journal_count PIC S9(8) VALUE ZERO.
    01 ws_edit_units PIC ZZZZZZZ9.
    01 ws_edit_charge PIC ZZZZ9.99.
    01 ws_edit_amount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    01 ws_edit_count PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        PERFORM READ-BILL-CARD.
        PERFORM LOAD-CHARGE-RATES.
        PERFORM PRICE-REQUESTS.
        PERFORM PRICE-APPROXIMATIONS.
        PERFORM PRICE-POWER-SUMS.
        OPEN OUTPUT REPORT-FILE.
        OPEN OUTPUT JOURNAL-FILE.
        PERFORM WRITE-REPORT-HEADER.
        MOVE 1 TO ws_cc_idx.
        PERFORM BILL-COST-CENTER
            UNTIL ws_cc_idx > ws_cc_count.
        PERFORM WRITE-CREDIT-ENTRIES.
        PERFORM WRITE-JOURNAL-TRAILER.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE JOURNAL-FILE.
        CLOSE REPORT-FILE.
        IF ws_total_debits NOT = ws_total_credits
            DISPLAY 'BERNBILL - JOURNAL OUT OF BALANCE, '
                'DO NOT RELEASE GLJRNL'
            MOVE 8 TO RETURN-CODE
        ELSE
            IF ws_unassigned_count > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
        STOP RUN.

    READ-BILL-CARD.
        OPEN INPUT BILL-CARD-FILE.
        IF ws_card_not_found
            DISPLAY 'BERNBILL - BILLCARD NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        READ BILL-CARD-FILE
            AT END
                DISPLAY 'BERNBILL - BILLCARD EMPTY, RUN STOPPED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ.
        CLOSE BILL-CARD-FILE.
        MOVE BB-BILL-MONTH TO ws_bill_month.
        IF ws_month_yyyy NOT NUMERIC
            OR ws_month_mm NOT NUMERIC
            OR ws_month_sep NOT = '-'
            OR ws_month_mm < '01' OR ws_month_mm > '12'
            DISPLAY 'BERNBILL - BILLCARD MONTH <' BB-BILL-MONTH
                '> NOT YYYY-MM, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    LOAD-CHARGE-RATES.
        OPEN INPUT RATE-FILE.
        IF ws_rate_status NOT = '00'
            DISPLAY 'BERNBILL - CHGRATE OPEN FAILED, STATUS '
                ws_rate_status ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 1 TO ws_wt_idx.
        PERFORM LOAD-CHARGE-RATE
            UNTIL ws_wt_idx > ws_wt_count.
        CLOSE RATE-FILE.

    LOAD-CHARGE-RATE.
        MOVE ws_wt_code_entry(ws_wt_idx) TO CR-WORK-TYPE.
        READ RATE-FILE
            INVALID KEY
                DISPLAY 'BERNBILL - CHARGE RATE '
                    ws_wt_code_entry(ws_wt_idx)
                    ' NOT ON CHGRATE, RUN STOPPED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ.
        MOVE CR-DESC TO ws_wt_desc(ws_wt_idx).
        MOVE CR-UNIT-CHARGE TO ws_wt_charge(ws_wt_idx).
        MOVE CR-DEBIT-ACCOUNT TO ws_wt_debit_account(ws_wt_idx).
        MOVE CR-CREDIT-ACCOUNT TO ws_wt_credit_account(ws_wt_idx).
        MOVE CR-CREDIT-COST-CENTER TO ws_wt_credit_cc(ws_wt_idx).
        MOVE ZERO TO ws_wt_units(ws_wt_idx).
        MOVE ZERO TO ws_wt_amount(ws_wt_idx).
        ADD 1 TO ws_wt_idx.

    PRICE-REQUESTS.
        OPEN INPUT REQUEST-FILE.
        IF ws_request_not_found
            DISPLAY 'BERNBILL - REQMAST NOT FOUND, NO REQUESTS '
                'BILLED'
        ELSE
            PERFORM READ-REQUEST UNTIL ws_no_more_requests
            CLOSE REQUEST-FILE
        END-IF.

    READ-REQUEST.
        READ REQUEST-FILE NEXT
            AT END
                MOVE 'Y' TO ws_request_eof
            NOT AT END
                IF RQ-FULFILLED
                    AND RQ-COMPLETED-DATE(1:7) = ws_bill_month
                    PERFORM PRICE-REQUEST
                END-IF
        END-READ.

    PRICE-REQUEST.
        ADD 1 TO ws_request_count.
        IF RQ-EXACT-MODE
            MOVE 2 TO ws_charge_wt
        ELSE
            MOVE 1 TO ws_charge_wt
        END-IF.
        MOVE RQ-COST-CENTER TO ws_charge_cc.
        PERFORM CHARGE-UNIT.

    PRICE-APPROXIMATIONS.
        OPEN INPUT SCENARIO-FILE.
        IF ws_scenario_not_found
            DISPLAY 'BERNBILL - RATEMAST NOT FOUND, APPROXIMATIONS '
                'BILLED TO ' ws_unassigned_cc
        ELSE
            MOVE 'Y' TO ws_scenarios_open
        END-IF.
        OPEN INPUT HISTORY-FILE.
        IF ws_history_not_found
            DISPLAY 'BERNBILL - EULRHIST NOT FOUND, NO '
                'APPROXIMATIONS BILLED'
        ELSE
            PERFORM READ-HISTORY UNTIL ws_no_more_history
            CLOSE HISTORY-FILE
        END-IF.
        IF ws_scenarios_available
            CLOSE SCENARIO-FILE
        END-IF.

    READ-HISTORY.
        READ HISTORY-FILE
            AT END
                MOVE 'Y' TO ws_history_eof
            NOT AT END
                IF EH-RUN-DATE(1:7) = ws_bill_month
                    PERFORM PRICE-APPROXIMATION
                END-IF
        END-READ.

    PRICE-APPROXIMATION.
        ADD 1 TO ws_approx_count.
        MOVE 3 TO ws_charge_wt.
        MOVE SPACES TO ws_charge_cc.
        IF EH-SCEN-ID NOT = SPACES AND ws_scenarios_available
            MOVE EH-SCEN-ID TO SC-SCEN-ID
            READ SCENARIO-FILE
                INVALID KEY
                    MOVE SPACES TO ws_charge_cc
                NOT INVALID KEY
                    MOVE SC-COST-CENTER TO ws_charge_cc
            END-READ
        END-IF.
        PERFORM CHARGE-UNIT.

    PRICE-POWER-SUMS.
        OPEN INPUT POWER-FILE.
        IF ws_power_not_found
            DISPLAY 'BERNBILL - PWRHIST NOT FOUND, NO POWER SUMS '
                'BILLED'
        ELSE
            PERFORM READ-POWER-SUM UNTIL ws_no_more_power
            CLOSE POWER-FILE
        END-IF.

    READ-POWER-SUM.
        READ POWER-FILE
            AT END
                MOVE 'Y' TO ws_power_eof
            NOT AT END
                IF PS-RUN-DATE(1:7) = ws_bill_month
                    PERFORM PRICE-POWER-SUM
                END-IF
        END-READ.

    PRICE-POWER-SUM.
        ADD 1 TO ws_power_count.
        IF PS-EXACT-MODE
            MOVE 5 TO ws_charge_wt
        ELSE
            MOVE 4 TO ws_charge_wt
        END-IF.
        MOVE PS-COST-CENTER TO ws_charge_cc.
        PERFORM CHARGE-UNIT.

    CHARGE-UNIT.
        IF ws_charge_cc = SPACES
            MOVE ws_unassigned_cc TO ws_charge_cc
            ADD 1 TO ws_unassigned_count
        END-IF.
        PERFORM FIND-COST-CENTER.
        ADD 1 TO ws_cc_units(ws_cc_idx, ws_charge_wt).
        ADD 1 TO ws_wt_units(ws_charge_wt).

    FIND-COST-CENTER.
        MOVE 1 TO ws_cc_idx.
        MOVE 'N' TO ws_scan_done.
        PERFORM SCAN-COST-CENTER
            UNTIL ws_cc_idx > ws_cc_count
                OR ws_scan_stopped.
        IF ws_cc_idx > ws_cc_count
            PERFORM INSERT-COST-CENTER
        ELSE
            IF ws_cc_id(ws_cc_idx) NOT = ws_charge_cc
                PERFORM INSERT-COST-CENTER
            END-IF
        END-IF.

    SCAN-COST-CENTER.
        IF ws_cc_id(ws_cc_idx) < ws_charge_cc
            ADD 1 TO ws_cc_idx
        ELSE
            MOVE 'Y' TO ws_scan_done
        END-IF.

    INSERT-COST-CENTER.
        IF ws_cc_count >= ws_cc_max
            DISPLAY 'BERNBILL - MORE THAN ' ws_cc_max
                ' COST CENTERS, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cc_count TO ws_cc_from.
        PERFORM SHIFT-COST-CENTER
            UNTIL ws_cc_from < ws_cc_idx.
        ADD 1 TO ws_cc_count.
        MOVE ws_charge_cc TO ws_cc_id(ws_cc_idx).
        MOVE ZEROS TO ws_cc_work(ws_cc_idx).

    SHIFT-COST-CENTER.
        ADD 1 TO ws_cc_from GIVING ws_cc_to.
        MOVE ws_cc_entry(ws_cc_from) TO ws_cc_entry(ws_cc_to).
        SUBTRACT 1 FROM ws_cc_from.

    BILL-COST-CENTER.
        MOVE ZERO TO ws_cc_total.
        MOVE SPACES TO REPORT-LINE.
        STRING 'COST CENTER ' ws_cc_id(ws_cc_idx)
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 1 TO ws_wt_idx.
        PERFORM BILL-WORK-TYPE
            UNTIL ws_wt_idx > ws_wt_count.
        MOVE ws_cc_total TO ws_edit_amount.
        MOVE SPACES TO REPORT-LINE.
        STRING '  TOTAL FOR COST CENTER ' ws_cc_id(ws_cc_idx)
            DELIMITED BY SIZE INTO REPORT-LINE.
        MOVE ws_edit_amount TO REPORT-LINE(61:17).
        WRITE REPORT-LINE.
        IF ws_cc_id(ws_cc_idx) = ws_unassigned_cc
            MOVE SPACES TO REPORT-LINE
            MOVE '  ** USAGE WITH NO COST CENTER - REASSIGN BEFORE POST'
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_cc_idx.

    BILL-WORK-TYPE.
        IF ws_cc_units(ws_cc_idx, ws_wt_idx) > ZERO
            MULTIPLY ws_cc_units(ws_cc_idx, ws_wt_idx)
                BY ws_wt_charge(ws_wt_idx)
                GIVING ws_line_amount
            ADD ws_line_amount TO ws_cc_total
            ADD ws_line_amount TO ws_wt_amount(ws_wt_idx)
            PERFORM REPORT-CHARGE-LINE
            PERFORM WRITE-DEBIT-ENTRY
        END-IF.
        ADD 1 TO ws_wt_idx.

    REPORT-CHARGE-LINE.
        MOVE ws_cc_units(ws_cc_idx, ws_wt_idx) TO ws_edit_units.
        MOVE ws_wt_charge(ws_wt_idx) TO ws_edit_charge.
        MOVE ws_line_amount TO ws_edit_amount.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ' ws_wt_code_entry(ws_wt_idx) ' '
            ws_wt_desc(ws_wt_idx) ' ' ws_edit_units
            ' X ' ws_edit_charge ' = ' ws_edit_amount
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-DEBIT-ENTRY.
        MOVE SPACES TO GL-JOURNAL-RECORD.
        MOVE 'D' TO GL-REC-TYPE.
        MOVE ws_bill_month TO GL-BILL-MONTH.
        MOVE ws_run_date TO GL-POST-DATE.
        MOVE ws_wt_debit_account(ws_wt_idx) TO GL-ACCOUNT.
        MOVE ws_cc_id(ws_cc_idx) TO GL-COST-CENTER.
        MOVE 'D' TO GL-DR-CR.
        MOVE ws_line_amount TO GL-AMOUNT.
        MOVE ws_wt_desc(ws_wt_idx) TO GL-DESC.
        WRITE GL-JOURNAL-RECORD.
        ADD 1 TO ws_journal_count.
        ADD ws_line_amount TO ws_total_debits.

    WRITE-CREDIT-ENTRIES.
        MOVE 1 TO ws_wt_idx.
        PERFORM WRITE-CREDIT-ENTRY
            UNTIL ws_wt_idx > ws_wt_count.

    WRITE-CREDIT-ENTRY.
        IF ws_wt_amount(ws_wt_idx) > ZERO
            MOVE SPACES TO GL-JOURNAL-RECORD
            MOVE 'D' TO GL-REC-TYPE
            MOVE ws_bill_month TO GL-BILL-MONTH
            MOVE ws_run_date TO GL-POST-DATE
            MOVE ws_wt_credit_account(ws_wt_idx) TO GL-ACCOUNT
            MOVE ws_wt_credit_cc(ws_wt_idx) TO GL-COST-CENTER
            MOVE 'C' TO GL-DR-CR
            MOVE ws_wt_amount(ws_wt_idx) TO GL-AMOUNT
            MOVE ws_wt_desc(ws_wt_idx) TO GL-DESC
            WRITE GL-JOURNAL-RECORD
            ADD 1 TO ws_journal_count
            ADD ws_wt_amount(ws_wt_idx) TO ws_total_credits
        END-IF.
        ADD 1 TO ws_wt_idx.

    WRITE-JOURNAL-TRAILER.
        MOVE SPACES TO GL-TRAILER-RECORD.
        MOVE 'T' TO GT-REC-TYPE.
        MOVE ws_bill_month TO GT-BILL-MONTH.
        MOVE ws_run_date TO GT-POST-DATE.
        MOVE ws_journal_count TO GT-DETAIL-COUNT.
        MOVE ws_total_debits TO GT-TOTAL-DEBITS.
        MOVE ws_total_credits TO GT-TOTAL-CREDITS.
        WRITE GL-TRAILER-RECORD.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'COMPUTE SERVICE CHARGEBACK - BILLING MONTH '
            ws_bill_month ' - RUN DATE ' ws_run_date
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE '  TYPE DESCRIPTION                       UNITS'
            TO REPORT-LINE.
        MOVE 'RATE' TO REPORT-LINE(50:4).
        MOVE 'AMOUNT' TO REPORT-LINE(72:6).
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-TRAILER.
        MOVE 'TOTALS BY TYPE OF WORK' TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 1 TO ws_wt_idx.
        PERFORM REPORT-WORK-TYPE-TOTAL
            UNTIL ws_wt_idx > ws_wt_count.
        MOVE ws_total_debits TO ws_edit_amount.
        MOVE SPACES TO REPORT-LINE.
        MOVE '  TOTAL CHARGED (GL DEBITS)' TO REPORT-LINE.
        MOVE ws_edit_amount TO REPORT-LINE(61:17).
        WRITE REPORT-LINE.
        MOVE ws_total_credits TO ws_edit_amount.
        MOVE SPACES TO REPORT-LINE.
        MOVE '  TOTAL RECOVERED (GL CREDITS)' TO REPORT-LINE.
        MOVE ws_edit_amount TO REPORT-LINE(61:17).
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        IF ws_total_debits = ws_total_credits
            MOVE '  JOURNAL BALANCED' TO REPORT-LINE
        ELSE
            MOVE '  ** JOURNAL OUT OF BALANCE - DO NOT RELEASE **'
                TO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_request_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REQUESTS BILLED        ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_approx_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'APPROXIMATIONS BILLED  ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_power_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'POWER SUMS BILLED      ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_unassigned_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'UNITS WITH NO COST CTR ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_journal_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'GL JOURNAL ROWS        ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    REPORT-WORK-TYPE-TOTAL.
        MOVE ws_wt_units(ws_wt_idx) TO ws_edit_units.
        MOVE ws_wt_charge(ws_wt_idx) TO ws_edit_charge.
        MOVE ws_wt_amount(ws_wt_idx) TO ws_edit_amount.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ' ws_wt_code_entry(ws_wt_idx) ' '
            ws_wt_desc(ws_wt_idx) ' ' ws_edit_units
            ' X ' ws_edit_charge ' = ' ws_edit_amount
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_wt_idx.
