COPY AUDITREC.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_audit_status PIC X(02) VALUE SPACES.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'BERNOULLI VALUE AND RUN HISTORY'.
    05 LINE 01 COLUMN 33 VALUE 'INQUIRY'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'TABLE INDEX M (0 TO EXIT):'.
    05 LINE 03 COLUMN 28 PIC 9(08) USING ws_inq_index.
    05 LINE 05 COLUMN 01 PIC X(70) FROM ws_value_line.

PROCEDURE DIVISION.
    MAIN.
        MOVE 'BERNINQ' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            PERFORM INQUIRY-CYCLE UNTIL ws_inquiry_finished
        END-IF.
        STOP RUN.

    INQUIRY-CYCLE.
        MOVE BM-VALUE TO ws_edit_value.
        STRING 'CURRENT VALUE: ' ws_edit_value
            DELIMITED BY SIZE INTO ws_value_line.
        IF BM-PROVISIONAL
            STRING 'LAST COMPUTED: ' BM-LAST-RUN-DATE
                ' BY ' BM-SOURCE-RUN ' - PROVISIONAL'
                DELIMITED BY SIZE INTO ws_date_line
        ELSE
            IF BM-REJECTED
                STRING 'LAST COMPUTED: ' BM-LAST-RUN-DATE
                    ' BY ' BM-SOURCE-RUN ' - REJECTED'
                    DELIMITED BY SIZE INTO ws_date_line
            ELSE
                STRING 'LAST COMPUTED: ' BM-LAST-RUN-DATE
                    ' BY ' BM-SOURCE-RUN ' - CERTIFIED'
                    DELIMITED BY SIZE INTO ws_date_line
            END-IF
        END-IF.

    SCAN-AUDITLOG.
        MOVE SPACES TO ws_audit_lines.
