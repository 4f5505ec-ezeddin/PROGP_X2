ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY RATESMST.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_master_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_master VALUE 'Y'.
    01 ws_close_date PIC X(10) VALUE SPACES.
    01 ws_read_count PIC S9(8) VALUE ZERO.
    01 ws_selected_count PIC S9(8) VALUE ZERO.
    01 ws_skipped_count PIC S9(8) VALUE ZERO.

PROCEDURE DIVISION.
    MAIN.
        PERFORM FIND-CLOSE-DATE.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN OUTPUT SCENARIO-FILE.
        END-IF.
        STOP RUN.

    FIND-CLOSE-DATE.
        MOVE 'RATESEL' TO ws_cal_program.
        MOVE 'C' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'RATESEL - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_close_date TO ws_close_date.
        DISPLAY 'RATESEL - PROCESSING DATE ' ws_cal_process_date
            ', CLOSING ' ws_cal_close_month.
        DISPLAY 'RATESEL - SELECTING SCENARIOS EFFECTIVE FOR '
            ws_close_date.

    READ-MASTER-RECORD.
        READ MASTER-FILE
            AT END
    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'RATE SCENARIO SELECTION REPORT - CLOSE DATE '
            ws_close_date ' (MONTH ' ws_cal_close_month ')'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
