COPY CTLREC.

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    01 n_ber PIC S9(8).
    COPY BERNTAB.
    COPY BERNLIM.
    01 ws_run_date PIC X(10).
    01 ws_result_idx PIC S9(8).
    01 ws_nvalues_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_nvalues VALUE 'Y'.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_run_time.
        PERFORM WRITE-CONTROL-RECORD.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNDRV' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNDRV - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    WRITE-CONTROL-RECORD.
        OPEN EXTEND CONTROL-FILE.
        IF ws_control_not_found
