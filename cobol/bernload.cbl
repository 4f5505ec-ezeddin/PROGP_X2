        RECORD KEY IS BM-INDEX
        FILE STATUS IS ws_master_status.

    SELECT FRACTION-FILE ASSIGN TO BERNFMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BF-INDEX
        FILE STATUS IS ws_fraction_status.

    SELECT CHANGE-FILE ASSIGN TO BERNCHLG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_change_status.
    LABEL RECORDS ARE STANDARD.
COPY BERNMST.

FD FRACTION-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNFMR.

FD CHANGE-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY CTLREC.

   WORKING-STORAGE SECTION.
    COPY CALPRM.
    01 ws_bernout_status PIC X(02) VALUE SPACES.
        88 ws_bernout_not_found VALUE '35'.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_fraction_status PIC X(02) VALUE SPACES.
        88 ws_fraction_not_found VALUE '35'.
    01 ws_change_status PIC X(02) VALUE SPACES.
        88 ws_change_not_found VALUE '35'.
    01 ws_control_status PIC X(02) VALUE SPACES.
    01 ws_replaced_count PIC S9(8) VALUE ZERO.
    01 ws_kept_count PIC S9(8) VALUE ZERO.
    01 ws_logged_count PIC S9(8) VALUE ZERO.
    01 ws_proposed_count PIC S9(8) VALUE ZERO.
    01 ws_frac_added_count PIC S9(8) VALUE ZERO.
    01 ws_frac_replaced_count PIC S9(8) VALUE ZERO.
    01 ws_run_date PIC X(10).
    01 ws_old_value PIC S9(18)V9(18).
    01 ws_old_run_date PIC X(10).
    01 ws_value_diff PIC S9(18)V9(18).
    01 ws_cert_diff PIC S9(18)V9(18).
    01 ws_change_tolerance PIC S9(01)V9(18)
        VALUE 0.000000000001.

PROCEDURE DIVISION.
    MAIN.
        PERFORM GET-PROCESSING-DATE.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_run_time.
            STOP RUN
        END-IF.
        PERFORM OPEN-MASTER.
        PERFORM OPEN-FRACTION-MASTER.
        PERFORM OPEN-CHANGE-LOG.
        PERFORM READ-BERNOUT.
        IF ws_no_more_bernout
        END-IF.
        CLOSE BERNOUT-FILE.
        CLOSE MASTER-FILE.
        CLOSE FRACTION-FILE.
        CLOSE CHANGE-FILE.
        DISPLAY 'BERNLOAD - ROWS READ     ' ws_read_count.
        DISPLAY 'BERNLOAD - ROWS ADDED    ' ws_added_count.
        DISPLAY 'BERNLOAD - ROWS REPLACED ' ws_replaced_count.
        DISPLAY 'BERNLOAD - ROWS KEPT     ' ws_kept_count.
        DISPLAY 'BERNLOAD - CHANGES LOGGED ' ws_logged_count.
        DISPLAY 'BERNLOAD - AWAITING CERTIFICATION '
            ws_proposed_count.
        DISPLAY 'BERNLOAD - FRACTIONS ADDED    ' ws_frac_added_count.
        DISPLAY 'BERNLOAD - FRACTIONS REPLACED '
            ws_frac_replaced_count.
        PERFORM WRITE-CONTROL-RECORD.
        STOP RUN.

    GET-PROCESSING-DATE.
        MOVE 'BERNLOAD' TO ws_cal_program.
        MOVE 'P' TO ws_cal_function.
        CALL 'BERNDATE' USING ws_cal_parms.
        IF NOT ws_cal_found
            DISPLAY 'BERNLOAD - ' ws_cal_reason ', RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ws_cal_process_date TO ws_run_date.

    WRITE-CONTROL-RECORD.
        OPEN EXTEND CONTROL-FILE.
        IF ws_control_not_found
            STOP RUN
        END-IF.

    OPEN-FRACTION-MASTER.
        OPEN I-O FRACTION-FILE.
        IF ws_fraction_not_found
            OPEN OUTPUT FRACTION-FILE
            CLOSE FRACTION-FILE
            OPEN I-O FRACTION-FILE
        END-IF.
        IF ws_fraction_status NOT = '00'
            DISPLAY 'BERNLOAD - BERNFMST OPEN FAILED, STATUS '
                ws_fraction_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    READ-BERNOUT.
        READ BERNOUT-FILE
            AT END
                    ADD 1 TO ws_kept_count
                END-IF
        END-READ.
        IF BO-FRACTION-RECORD
            PERFORM FOLD-FRACTION-RECORD
        END-IF.
        PERFORM READ-BERNOUT.

    FOLD-FRACTION-RECORD.
        MOVE BOF-INDEX TO BF-INDEX.
        READ FRACTION-FILE
            INVALID KEY
                PERFORM ADD-FRACTION-RECORD
            NOT INVALID KEY
                IF BOF-RUN-DATE >= BF-LAST-RUN-DATE
                    PERFORM REPLACE-FRACTION-RECORD
                END-IF
        END-READ.

    ADD-FRACTION-RECORD.
        MOVE BOF-INDEX TO BF-INDEX.
        PERFORM BUILD-FRACTION-FIELDS.
        WRITE FRACTION-MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNLOAD - BERNFMST WRITE FAILED, STATUS '
                    ws_fraction_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        ADD 1 TO ws_frac_added_count.

    REPLACE-FRACTION-RECORD.
        PERFORM BUILD-FRACTION-FIELDS.
        REWRITE FRACTION-MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNLOAD - BERNFMST REWRITE FAILED, STATUS '
                    ws_fraction_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        ADD 1 TO ws_frac_replaced_count.

    BUILD-FRACTION-FIELDS.
        MOVE BOF-NUMERATOR TO BF-NUMERATOR.
        MOVE BOF-DENOMINATOR TO BF-DENOMINATOR.
        MOVE BOF-VALUE TO BF-VALUE.
        MOVE BOF-RUN-DATE TO BF-LAST-RUN-DATE.
        MOVE 'HELLO' TO BF-SOURCE-RUN.

    ADD-MASTER-RECORD.
        MOVE BO-INDEX TO BM-INDEX.
        PERFORM BUILD-MASTER-FIELDS.
        MOVE ZERO TO BM-CERT-VALUE.
        MOVE SPACES TO BM-CERT-RUN-DATE.
        MOVE SPACES TO BM-CERTIFIED-BY.
        MOVE SPACES TO BM-CERT-DATE.
        PERFORM PROPOSE-MASTER-VALUE.
        WRITE MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNLOAD - BERNMAST WRITE FAILED, STATUS '
    REPLACE-MASTER-RECORD.
        MOVE BM-VALUE TO ws_old_value.
        MOVE BM-LAST-RUN-DATE TO ws_old_run_date.
        IF BM-CERTIFIED
            MOVE BM-VALUE TO BM-CERT-VALUE
            MOVE BM-LAST-RUN-DATE TO BM-CERT-RUN-DATE
        END-IF.
        PERFORM BUILD-MASTER-FIELDS.
        SUBTRACT ws_old_value FROM BM-VALUE
            GIVING ws_value_diff.
        IF ws_value_diff < ZERO
            MULTIPLY ws_value_diff BY -1 GIVING ws_value_diff
        END-IF.
        IF ws_value_diff > ws_change_tolerance
            PERFORM PROPOSE-MASTER-VALUE
        END-IF.
        REWRITE MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNLOAD - BERNMAST REWRITE FAILED, STATUS '
                STOP RUN
        END-REWRITE.
        ADD 1 TO ws_replaced_count.
        IF ws_value_diff > ws_change_tolerance
            MOVE 'R' TO BC-CHG-TYPE
            PERFORM WRITE-CHANGE-RECORD
        END-IF.

    PROPOSE-MASTER-VALUE.
        MOVE 'P' TO BM-CERT-STATUS.
        MOVE 'BERNLOAD' TO BM-PROPOSED-BY.
        MOVE ws_run_date TO BM-PROPOSED-DATE.
        IF BM-CERT-RUN-DATE NOT = SPACES
            SUBTRACT BM-CERT-VALUE FROM BM-VALUE
                GIVING ws_cert_diff
            IF ws_cert_diff < ZERO
                MULTIPLY ws_cert_diff BY -1 GIVING ws_cert_diff
            END-IF
            IF ws_cert_diff NOT > ws_change_tolerance
                MOVE 'C' TO BM-CERT-STATUS
            END-IF
        END-IF.
        IF BM-PROVISIONAL
            ADD 1 TO ws_proposed_count
        END-IF.

    WRITE-CHANGE-RECORD.
        MOVE ws_run_date TO BC-LOG-DATE.
        MOVE BM-INDEX TO BC-INDEX.
