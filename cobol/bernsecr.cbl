IDENTIFICATION DIVISION.
PROGRAM-ID. BERNSECR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VIOLATION-FILE ASSIGN TO SECVIOL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_viol_status.

    SELECT REPORT-FILE ASSIGN TO SECVRPT
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VIOLATION-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY SECVREC.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    01 ws_viol_status PIC X(02) VALUE SPACES.
        88 ws_viol_not_found VALUE '35'.
    01 ws_viol_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_violations VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_read_count PIC S9(8) VALUE ZERO.
    01 ws_today_count PIC S9(8) VALUE ZERO.
    01 ws_signon_count PIC S9(8) VALUE ZERO.
    01 ws_action_count PIC S9(8) VALUE ZERO.
    01 ws_user_count PIC S9(4) COMP VALUE ZERO.
    01 ws_user_max PIC S9(4) COMP VALUE 100.
    01 ws_user_idx PIC S9(4) COMP.
    01 ws_user_found PIC X(01).
        88 ws_user_on_table VALUE 'Y'.
    01 ws_user_overflow PIC X(01) VALUE 'N'.
        88 ws_user_table_full VALUE 'Y'.
    01 ws_user_table.
        05 ws_user_entry OCCURS 100 TIMES.
            10 ws_user_id PIC X(08).
            10 ws_user_hits PIC S9(8).
    01 ws_edit_count PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN INPUT VIOLATION-FILE.
        IF ws_viol_not_found
            MOVE 'VIOLATION LOG NOT FOUND - NO VIOLATION EVER LOGGED'
                TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            PERFORM READ-VIOLATION UNTIL ws_no_more_violations
            CLOSE VIOLATION-FILE
        END-IF.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE REPORT-FILE.
        IF ws_today_count > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.

    READ-VIOLATION.
        READ VIOLATION-FILE
            AT END
                MOVE 'Y' TO ws_viol_eof
            NOT AT END
                ADD 1 TO ws_read_count
                IF SV-LOG-DATE = ws_run_date
                    PERFORM REPORT-VIOLATION
                END-IF
        END-READ.

    REPORT-VIOLATION.
        ADD 1 TO ws_today_count.
        IF SV-ACTION = 'SIGNON'
            ADD 1 TO ws_signon_count
        ELSE
            ADD 1 TO ws_action_count
        END-IF.
        MOVE SPACES TO REPORT-LINE.
        STRING SV-LOG-TIME ' ' SV-USER-ID ' ' SV-PROGRAM ' '
            SV-ACTION ' ' SV-KEY ' ' SV-REASON
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        PERFORM COUNT-USER.

    COUNT-USER.
        MOVE 'N' TO ws_user_found.
        MOVE 1 TO ws_user_idx.
        PERFORM MATCH-USER
            UNTIL ws_user_idx > ws_user_count
                OR ws_user_on_table.
        IF NOT ws_user_on_table
            IF ws_user_count < ws_user_max
                ADD 1 TO ws_user_count
                MOVE SV-USER-ID TO ws_user_id(ws_user_count)
                MOVE 1 TO ws_user_hits(ws_user_count)
            ELSE
                MOVE 'Y' TO ws_user_overflow
            END-IF
        END-IF.

    MATCH-USER.
        IF ws_user_id(ws_user_idx) = SV-USER-ID
            MOVE 'Y' TO ws_user_found
            ADD 1 TO ws_user_hits(ws_user_idx)
        END-IF.
        ADD 1 TO ws_user_idx.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'DAILY SECURITY VIOLATION REPORT - RUN DATE '
            ws_run_date
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'TIME     USER ID  SCREEN   ACTION   KEY      REASON'
            TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-TRAILER.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        IF ws_today_count = ZERO
            MOVE 'NO SECURITY VIOLATIONS TODAY' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            MOVE 'VIOLATIONS BY USER ID' TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 1 TO ws_user_idx
            PERFORM REPORT-USER-TOTAL
                UNTIL ws_user_idx > ws_user_count
            IF ws_user_table_full
                MOVE '  MORE USER IDS THAN THE SUMMARY HOLDS - SEE DETAIL'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        MOVE ws_read_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'LOG ROWS READ            ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_signon_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REFUSED SIGN-ONS TODAY   ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_action_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REFUSED ACTIONS TODAY    ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    REPORT-USER-TOTAL.
        MOVE ws_user_hits(ws_user_idx) TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ' ws_user_id(ws_user_idx) ' ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_user_idx.
