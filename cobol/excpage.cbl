IDENTIFICATION DIVISION.
PROGRAM-ID. EXCPAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AGE-FILE ASSIGN TO AGEDAYS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_age_status.

    SELECT EXCEPTION-FILE ASSIGN TO EXCPMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EX-KEY
        FILE STATUS IS ws_excp_status.

    SELECT REPORT-FILE ASSIGN TO EXCPRPT
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AGE-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 AGE-CARD.
    05 AG-DAYS-DIGITS PIC X(03).
    05 FILLER PIC X(77).

FD EXCEPTION-FILE
    LABEL RECORDS ARE STANDARD.
COPY EXCPREC.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    01 ws_age_status PIC X(02) VALUE SPACES.
        88 ws_age_not_found VALUE '35'.
    01 ws_excp_status PIC X(02) VALUE SPACES.
        88 ws_excp_not_found VALUE '35'.
    01 ws_excp_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_exceptions VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_age_limit PIC 9(03) VALUE 7.
    01 ws_read_count PIC S9(8) VALUE ZERO.
    01 ws_open_count PIC S9(8) VALUE ZERO.
    01 ws_aged_count PIC S9(8) VALUE ZERO.
    01 ws_unassigned_count PIC S9(8) VALUE ZERO.
    01 ws_severe_count PIC S9(8) VALUE ZERO.
    01 ws_resolved_count PIC S9(8) VALUE ZERO.
    01 ws_cd_date PIC X(10).
    01 ws_cd_yyyy PIC S9(8).
    01 ws_cd_mm PIC S9(8).
    01 ws_cd_dd PIC S9(8).
    01 ws_cd_work PIC S9(8).
    01 ws_cd_serial PIC S9(8).
    01 ws_today_serial PIC S9(8).
    01 ws_logged_serial PIC S9(8).
    01 ws_age_days PIC S9(8).
    01 ws_edit_count PIC ZZZZZZZ9.
    01 ws_edit_days PIC ZZZ9.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        MOVE ws_run_date TO ws_cd_date.
        PERFORM CONVERT-DATE-TO-DAYS.
        MOVE ws_cd_serial TO ws_today_serial.
        PERFORM READ-AGE-CARD.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN INPUT EXCEPTION-FILE.
        IF ws_excp_not_found
            MOVE SPACES TO REPORT-LINE
            MOVE 'INFO: EXCPMAST NOT FOUND, NO EXCEPTIONS LOGGED'
                TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            PERFORM READ-EXCEPTION UNTIL ws_no_more_exceptions
            CLOSE EXCEPTION-FILE
        END-IF.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE REPORT-FILE.
        IF ws_aged_count > ZERO
            DISPLAY 'EXCPAGE - ' ws_aged_count
                ' EXCEPTION(S) OPEN PAST THE AGING LIMIT, SEE EXCPRPT'
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY 'EXCPAGE - NO EXCEPTION OPEN PAST THE AGING LIMIT'
        END-IF.
        STOP RUN.

    READ-AGE-CARD.
        OPEN INPUT AGE-FILE.
        IF ws_age_not_found
            DISPLAY 'EXCPAGE - AGEDAYS NOT FOUND, USING DEFAULT '
                'OF 7 DAYS'
        ELSE
            READ AGE-FILE
                AT END
                    DISPLAY 'EXCPAGE - AGEDAYS EMPTY, USING '
                        'DEFAULT OF 7 DAYS'
                NOT AT END
                    PERFORM APPLY-AGE-CARD
            END-READ
            CLOSE AGE-FILE
        END-IF.

    APPLY-AGE-CARD.
        IF AG-DAYS-DIGITS NOT NUMERIC
            DISPLAY 'EXCPAGE - AGEDAYS VALUE <' AG-DAYS-DIGITS
                '> IS NOT NUMERIC, USING DEFAULT OF 7 DAYS'
        ELSE
            MOVE AG-DAYS-DIGITS TO ws_age_limit
        END-IF.

    READ-EXCEPTION.
        READ EXCEPTION-FILE
            AT END
                MOVE 'Y' TO ws_excp_eof
            NOT AT END
                ADD 1 TO ws_read_count
                PERFORM AGE-EXCEPTION
        END-READ.

    AGE-EXCEPTION.
        IF EX-RESOLVED
            ADD 1 TO ws_resolved_count
        ELSE
            ADD 1 TO ws_open_count
            IF EX-ASSIGNED-TO = SPACES
                ADD 1 TO ws_unassigned_count
            END-IF
            IF EX-SEVERE
                ADD 1 TO ws_severe_count
            END-IF
            MOVE EX-LOGGED-DATE TO ws_cd_date
            PERFORM CONVERT-DATE-TO-DAYS
            MOVE ws_cd_serial TO ws_logged_serial
            SUBTRACT ws_logged_serial FROM ws_today_serial
                GIVING ws_age_days
            IF ws_age_days > ws_age_limit
                PERFORM REPORT-AGED-EXCEPTION
            END-IF
        END-IF.

    REPORT-AGED-EXCEPTION.
        ADD 1 TO ws_aged_count.
        MOVE ws_age_days TO ws_edit_days.
        MOVE SPACES TO REPORT-LINE.
        STRING 'AGED: ' EX-RUN-DATE
            ' ' EX-SOURCE-PGM
            ' ' EX-SEVERITY
            ' ' EX-REASON-CODE
            ' ' EX-FAIL-KEY
            ' OPEN ' ws_edit_days ' DAYS'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        IF EX-ASSIGNED-TO = SPACES
            STRING '  ' EX-REASON-TEXT
                ' - UNASSIGNED'
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING '  ' EX-REASON-TEXT
                ' - ASSIGNED TO ' EX-ASSIGNED-TO
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.

    CONVERT-DATE-TO-DAYS.
        MOVE ws_cd_date(1:4) TO ws_cd_yyyy.
        MOVE ws_cd_date(6:2) TO ws_cd_mm.
        MOVE ws_cd_date(9:2) TO ws_cd_dd.
        IF ws_cd_mm <= 2
            SUBTRACT 1 FROM ws_cd_yyyy
            ADD 12 TO ws_cd_mm
        END-IF.
        MULTIPLY ws_cd_yyyy BY 365 GIVING ws_cd_serial.
        DIVIDE ws_cd_yyyy BY 4 GIVING ws_cd_work.
        ADD ws_cd_work TO ws_cd_serial.
        DIVIDE ws_cd_yyyy BY 100 GIVING ws_cd_work.
        SUBTRACT ws_cd_work FROM ws_cd_serial.
        DIVIDE ws_cd_yyyy BY 400 GIVING ws_cd_work.
        ADD ws_cd_work TO ws_cd_serial.
        ADD 1 TO ws_cd_mm GIVING ws_cd_work.
        MULTIPLY ws_cd_work BY 153 GIVING ws_cd_work.
        DIVIDE ws_cd_work BY 5 GIVING ws_cd_work.
        ADD ws_cd_work TO ws_cd_serial.
        ADD ws_cd_dd TO ws_cd_serial.

    WRITE-REPORT-HEADER.
        MOVE ws_age_limit TO ws_edit_days.
        MOVE SPACES TO REPORT-LINE.
        STRING 'OPEN EXCEPTION AGING REPORT - RUN DATE '
            ws_run_date
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        STRING 'AGING LIMIT ' ws_edit_days
            ' DAYS SINCE THE EXCEPTION WAS LOGGED'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-TRAILER.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        IF ws_aged_count = ZERO
            MOVE 'NO OPEN EXCEPTION IS PAST THE AGING LIMIT'
                TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        MOVE ws_read_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'EXCEPTIONS ON FILE         ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_resolved_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'RESOLVED                   ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_open_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'OPEN                       ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_severe_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  OPEN AND SEVERE          ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_unassigned_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  OPEN AND UNASSIGNED      ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_aged_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  OPEN PAST AGING LIMIT    ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
