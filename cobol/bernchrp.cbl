01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    01 ws_change_status PIC X(02) VALUE SPACES.
        88 ws_change_not_found VALUE '35'.
    01 ws_change_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_changes VALUE 'Y'.
    01 ws_run_date PIC X(10).
    01 ws_added_count PIC S9(8) VALUE ZERO.
    01 ws_replaced_count PIC S9(8) VALUE ZERO.
    01 ws_edit_index PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        OPEN INPUT CHANGE-FILE.
        CLOSE REPORT-FILE.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNCHRP' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNCHRP - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    READ-CHANGE-RECORD.
        READ CHANGE-FILE
            AT END
