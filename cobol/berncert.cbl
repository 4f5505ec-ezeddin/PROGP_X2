IDENTIFICATION DIVISION.
PROGRAM-ID. BERNCERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO BERNMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-INDEX
        FILE STATUS IS ws_master_status.

    SELECT CHANGE-FILE ASSIGN TO BERNCHLG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_change_status.

    SELECT CERT-LOG-FILE ASSIGN TO BERNCERL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_certlog_status.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNMST.

FD CHANGE-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY BERNCHR.

FD CERT-LOG-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY BERNCRT.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_change_status PIC X(02) VALUE SPACES.
        88 ws_change_not_found VALUE '35'.
    01 ws_certlog_status PIC X(02) VALUE SPACES.
        88 ws_certlog_not_found VALUE '35'.
    01 ws_change_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_changes VALUE 'Y'.
    01 ws_browse_eof PIC X(01) VALUE 'N'.
        88 ws_browse_finished VALUE 'Y'.
    01 ws_cert_done PIC X(01) VALUE 'N'.
        88 ws_cert_finished VALUE 'Y'.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_cert_index PIC 9(08) VALUE ZERO.
    01 ws_action PIC X(01) VALUE SPACES.
        88 ws_act_browse VALUE 'B'.
        88 ws_act_inquire VALUE 'I'.
        88 ws_act_approve VALUE 'A'.
        88 ws_act_reject VALUE 'R'.
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_proposed_line PIC X(70) VALUE SPACES.
    01 ws_certified_line PIC X(70) VALUE SPACES.
    01 ws_logged_line PIC X(70) VALUE SPACES.
    01 ws_before_line PIC X(70) VALUE SPACES.
    01 ws_after_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_change_found PIC X(01).
        88 ws_change_on_log VALUE 'Y'.
    01 ws_last_log_date PIC X(10).
    01 ws_last_chg_type PIC X(01).
    01 ws_last_old_value PIC S9(18)V9(18).
    01 ws_last_new_value PIC S9(18)V9(18).
    01 ws_last_old_run_date PIC X(10).
    01 ws_last_new_run_date PIC X(10).
    01 ws_last_source_run PIC X(08).
    01 ws_shown_flag PIC X(01) VALUE 'N'.
        88 ws_entry_shown VALUE 'Y'.
    01 ws_shown_index PIC 9(08) VALUE ZERO.
    01 ws_shown_value PIC S9(18)V9(18) COMP-3 VALUE ZERO.
    01 ws_shown_proposed_date PIC X(10) VALUE SPACES.
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_run_time PIC X(08).
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.
        05 ws_time_hh PIC 9(02).
        05 ws_time_mm PIC 9(02).
        05 ws_time_ss PIC 9(02).
        05 ws_time_hs PIC 9(02).
    01 ws_edit_value PIC -(17)9.9(10).

SCREEN SECTION.
01 CERT-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'BERNOULLI MASTER CERTIFICATION'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 04 COLUMN 01 VALUE 'TABLE INDEX M:'.
    05 LINE 04 COLUMN 31 PIC 9(08) USING ws_cert_index.
    05 LINE 05 COLUMN 01 VALUE 'ACTION (B/I/A/R, BLANK TO EXIT):'.
    05 LINE 05 COLUMN 34 PIC X(01) USING ws_action.
    05 LINE 07 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 08 COLUMN 01 PIC X(70) FROM ws_proposed_line.
    05 LINE 09 COLUMN 01 PIC X(70) FROM ws_certified_line.
    05 LINE 11 COLUMN 01 VALUE 'LATEST CHANGE LOG IMAGES:'.
    05 LINE 12 COLUMN 01 PIC X(70) FROM ws_logged_line.
    05 LINE 13 COLUMN 01 PIC X(70) FROM ws_before_line.
    05 LINE 14 COLUMN 01 PIC X(70) FROM ws_after_line.
    05 LINE 16 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        MOVE 'BERNCERT' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            PERFORM CERT-CYCLE UNTIL ws_cert_finished
        END-IF.
        STOP RUN.

    CERT-CYCLE.
        DISPLAY CERT-SCREEN.
        ACCEPT CERT-SCREEN.
        IF ws_action = SPACES
            MOVE 'Y' TO ws_cert_done
        ELSE
            PERFORM APPLY-ACTION
        END-IF.

    APPLY-ACTION.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_proposed_line.
        MOVE SPACES TO ws_certified_line.
        MOVE SPACES TO ws_logged_line.
        MOVE SPACES TO ws_before_line.
        MOVE SPACES TO ws_after_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM OPEN-MASTER
            IF ws_act_browse
                PERFORM BROWSE-NEXT-PENDING
            ELSE
                IF ws_act_inquire
                    PERFORM INQUIRE-ENTRY
                ELSE
                    IF ws_act_approve OR ws_act_reject
                        PERFORM DECIDE-ENTRY
                    ELSE
                        MOVE 'ACTION MUST BE B, I, A OR R'
                            TO ws_msg_line
                    END-IF
                END-IF
            END-IF
            CLOSE MASTER-FILE
        END-IF.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF (ws_act_approve OR ws_act_reject)
            AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            IF ws_act_approve
                MOVE 'APPROVE' TO ws_viol_action
            ELSE
                MOVE 'REJECT' TO ws_viol_action
            END-IF
            MOVE ws_cert_index TO ws_viol_key
            MOVE 'ROLE MAY NOT CERTIFY ENTRIES' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY NOT CERTIFY ENTRIES'
                TO ws_msg_line
        END-IF.

    OPEN-MASTER.
        OPEN I-O MASTER-FILE.
        IF ws_master_status NOT = '00'
            DISPLAY 'BERNCERT - BERNMAST OPEN FAILED, STATUS '
                ws_master_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    BROWSE-NEXT-PENDING.
        MOVE ws_cert_index TO BM-INDEX.
        MOVE 'N' TO ws_browse_eof.
        START MASTER-FILE KEY > BM-INDEX
            INVALID KEY
                MOVE 'NO PROVISIONAL ENTRY BEYOND THIS INDEX'
                    TO ws_msg_line
            NOT INVALID KEY
                PERFORM READ-NEXT-ENTRY UNTIL ws_browse_finished
        END-START.

    READ-NEXT-ENTRY.
        READ MASTER-FILE NEXT
            AT END
                MOVE 'Y' TO ws_browse_eof
                MOVE 'NO PROVISIONAL ENTRY BEYOND THIS INDEX'
                    TO ws_msg_line
            NOT AT END
                IF BM-PROVISIONAL
                    MOVE 'Y' TO ws_browse_eof
                    MOVE BM-INDEX TO ws_cert_index
                    PERFORM SHOW-ENTRY
                END-IF
        END-READ.

    INQUIRE-ENTRY.
        MOVE ws_cert_index TO BM-INDEX.
        READ MASTER-FILE
            INVALID KEY
                MOVE 'NO MASTER ENTRY FOR THIS INDEX' TO ws_msg_line
            NOT INVALID KEY
                PERFORM SHOW-ENTRY
        END-READ.

    DECIDE-ENTRY.
        MOVE ws_cert_index TO BM-INDEX.
        READ MASTER-FILE
            INVALID KEY
                MOVE 'NO MASTER ENTRY FOR THIS INDEX' TO ws_msg_line
            NOT INVALID KEY
                PERFORM VALIDATE-DECISION
        END-READ.

    VALIDATE-DECISION.
        IF NOT BM-PROVISIONAL
            PERFORM SHOW-ENTRY
            MOVE 'ENTRY IS NOT AWAITING CERTIFICATION'
                TO ws_msg_line
        ELSE
            IF NOT ws_entry_shown
                OR ws_shown_index NOT = BM-INDEX
                PERFORM SHOW-ENTRY
                MOVE 'ENTRY NOT YET REVIEWED - REVIEW IT, THEN DECIDE'
                    TO ws_msg_line
            ELSE
                IF ws_shown_value NOT = BM-VALUE
                    OR ws_shown_proposed_date NOT = BM-PROPOSED-DATE
                    PERFORM SHOW-ENTRY
                    MOVE 'VALUE CHANGED - REVIEW AGAIN' TO ws_msg_line
                ELSE
                    PERFORM RECORD-DECISION
                END-IF
            END-IF
        END-IF.

    RECORD-DECISION.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_run_time.
        MOVE ws_run_date TO CL-LOG-DATE.
        MOVE ws_run_time TO CL-LOG-TIME.
        MOVE BM-INDEX TO CL-INDEX.
        MOVE BM-VALUE TO CL-VALUE.
        MOVE BM-LAST-RUN-DATE TO CL-VALUE-RUN-DATE.
        MOVE BM-PROPOSED-BY TO CL-PROPOSED-BY.
        MOVE ws_sign_user TO CL-CERTIFIED-BY.
        IF ws_act_approve
            MOVE 'C' TO BM-CERT-STATUS
            MOVE BM-VALUE TO BM-CERT-VALUE
            MOVE BM-LAST-RUN-DATE TO BM-CERT-RUN-DATE
            MOVE ws_sign_user TO BM-CERTIFIED-BY
            MOVE ws_run_date TO BM-CERT-DATE
            MOVE 'A' TO CL-ACTION
        ELSE
            MOVE 'R' TO BM-CERT-STATUS
            MOVE 'R' TO CL-ACTION
        END-IF.
        REWRITE MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNCERT - BERNMAST REWRITE FAILED, STATUS '
                    ws_master_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        PERFORM WRITE-CERT-LOG.
        PERFORM SHOW-ENTRY.
        IF ws_act_approve
            MOVE 'ENTRY CERTIFIED' TO ws_msg_line
        ELSE
            MOVE 'ENTRY REJECTED - PRIOR CERTIFIED VALUE STAYS IN FORCE'
                TO ws_msg_line
        END-IF.

    WRITE-CERT-LOG.
        OPEN EXTEND CERT-LOG-FILE.
        IF ws_certlog_not_found
            OPEN OUTPUT CERT-LOG-FILE
            CLOSE CERT-LOG-FILE
            OPEN EXTEND CERT-LOG-FILE
        END-IF.
        WRITE CERT-LOG-RECORD.
        CLOSE CERT-LOG-FILE.

    SHOW-ENTRY.
        MOVE 'Y' TO ws_shown_flag.
        MOVE BM-INDEX TO ws_shown_index.
        MOVE BM-VALUE TO ws_shown_value.
        MOVE BM-PROPOSED-DATE TO ws_shown_proposed_date.
        IF BM-PROVISIONAL
            STRING 'STATUS: PROVISIONAL, PROPOSED BY ' BM-PROPOSED-BY
                ' ON ' BM-PROPOSED-DATE
                DELIMITED BY SIZE INTO ws_status_line
        ELSE
            IF BM-REJECTED
                STRING 'STATUS: REJECTED, PROPOSED BY '
                    BM-PROPOSED-BY ' ON ' BM-PROPOSED-DATE
                    DELIMITED BY SIZE INTO ws_status_line
            ELSE
                STRING 'STATUS: CERTIFIED BY ' BM-CERTIFIED-BY
                    ' ON ' BM-CERT-DATE
                    DELIMITED BY SIZE INTO ws_status_line
            END-IF
        END-IF.
        MOVE BM-VALUE TO ws_edit_value.
        STRING 'CURRENT VALUE:   ' ws_edit_value
            ' RUN ' BM-LAST-RUN-DATE
            DELIMITED BY SIZE INTO ws_proposed_line.
        IF BM-CERTIFIED
            MOVE 'CERTIFIED VALUE: SAME AS CURRENT VALUE'
                TO ws_certified_line
        ELSE
            IF BM-CERT-RUN-DATE = SPACES
                MOVE 'CERTIFIED VALUE: NONE - NEVER CERTIFIED'
                    TO ws_certified_line
            ELSE
                MOVE BM-CERT-VALUE TO ws_edit_value
                STRING 'CERTIFIED VALUE: ' ws_edit_value
                    ' RUN ' BM-CERT-RUN-DATE
                    DELIMITED BY SIZE INTO ws_certified_line
            END-IF
        END-IF.
        PERFORM SCAN-CHANGE-LOG.
        MOVE 'ENTRY DISPLAYED' TO ws_msg_line.

    SCAN-CHANGE-LOG.
        MOVE 'N' TO ws_change_found.
        MOVE 'N' TO ws_change_eof.
        OPEN INPUT CHANGE-FILE.
        IF ws_change_not_found
            MOVE 'CHANGE LOG NOT AVAILABLE' TO ws_logged_line
        ELSE
            PERFORM READ-CHANGE-RECORD UNTIL ws_no_more_changes
            CLOSE CHANGE-FILE
            IF ws_change_on_log
                PERFORM BUILD-CHANGE-LINES
            ELSE
                MOVE 'NO CHANGE LOG ENTRY FOR THIS INDEX'
                    TO ws_logged_line
            END-IF
        END-IF.

    READ-CHANGE-RECORD.
        READ CHANGE-FILE
            AT END
                MOVE 'Y' TO ws_change_eof
            NOT AT END
                IF BC-INDEX = BM-INDEX
                    MOVE 'Y' TO ws_change_found
                    MOVE BC-LOG-DATE TO ws_last_log_date
                    MOVE BC-CHG-TYPE TO ws_last_chg_type
                    MOVE BC-OLD-VALUE TO ws_last_old_value
                    MOVE BC-NEW-VALUE TO ws_last_new_value
                    MOVE BC-OLD-RUN-DATE TO ws_last_old_run_date
                    MOVE BC-NEW-RUN-DATE TO ws_last_new_run_date
                    MOVE BC-SOURCE-RUN TO ws_last_source_run
                END-IF
        END-READ.

    BUILD-CHANGE-LINES.
        IF ws_last_chg_type = 'A'
            STRING 'LOGGED ' ws_last_log_date ' - ADDED FROM '
                ws_last_source_run
                DELIMITED BY SIZE INTO ws_logged_line
            MOVE 'BEFORE: NO ENTRY' TO ws_before_line
        ELSE
            STRING 'LOGGED ' ws_last_log_date ' - REPLACED FROM '
                ws_last_source_run
                DELIMITED BY SIZE INTO ws_logged_line
            MOVE ws_last_old_value TO ws_edit_value
            STRING 'BEFORE: ' ws_edit_value
                ' RUN ' ws_last_old_run_date
                DELIMITED BY SIZE INTO ws_before_line
        END-IF.
        MOVE ws_last_new_value TO ws_edit_value.
        STRING 'AFTER:  ' ws_edit_value
            ' RUN ' ws_last_new_run_date
            DELIMITED BY SIZE INTO ws_after_line.
