
   WORKING-STORAGE SECTION.
    COPY BERNLIM.
    COPY SIGNPRM.
    COPY JRNLPRM.
    01 ws_request_status PIC X(02) VALUE SPACES.
        88 ws_request_not_found VALUE '35'.
    01 ws_rqm_done PIC X(01) VALUE 'N'.
    01 ws_in_requester PIC X(08) VALUE SPACES.
    01 ws_in_n PIC 9(08) VALUE ZERO.
    01 ws_in_mode PIC X(08) VALUE 'DECIMAL'.
    01 ws_in_cost_center PIC X(08) VALUE SPACES.
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_result_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_reject_reason PIC X(30).
        88 ws_edits_passed VALUE SPACES.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_entry_check PIC S9(8).
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'BERNOULLI COMPUTATION REQUEST'.
    05 LINE 01 COLUMN 31 VALUE 'QUEUE'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'REQUEST ID (BLANK TO EXIT):'.
    05 LINE 03 COLUMN 30 PIC X(08) USING ws_req_id.
    05 LINE 04 COLUMN 01 VALUE 'ACTION (A/I/B):'.
    05 LINE 04 COLUMN 30 PIC X(01) USING ws_action.
    05 LINE 06 COLUMN 01 VALUE 'REQUESTER:'.
    05 LINE 06 COLUMN 30 PIC X(08) FROM ws_in_requester.
    05 LINE 07 COLUMN 01 VALUE 'REQUESTED N:'.
    05 LINE 07 COLUMN 30 PIC 9(08) USING ws_in_n.
    05 LINE 08 COLUMN 01 VALUE 'MODE (DECIMAL/EXACT):'.
    05 LINE 08 COLUMN 30 PIC X(08) USING ws_in_mode.
    05 LINE 09 COLUMN 01 VALUE 'COST CENTER:'.
    05 LINE 09 COLUMN 30 PIC X(08) USING ws_in_cost_center.
    05 LINE 10 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 11 COLUMN 01 PIC X(70) FROM ws_result_line.
    05 LINE 13 COLUMN 01 PIC X(70) FROM ws_msg_line.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        MOVE 'BERNRQM' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            MOVE 'BERNRQM' TO ws_jrnl_program
            MOVE ws_sign_user TO ws_jrnl_user
            MOVE 'REQMAST' TO ws_jrnl_master
            PERFORM REQUEST-CYCLE UNTIL ws_maint_finished
        END-IF.
        STOP RUN.

    REQUEST-CYCLE.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_result_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM OPEN-REQUEST-FILE
            IF ws_act_add
                PERFORM ADD-REQUEST
            ELSE
                IF ws_act_inquire
                    PERFORM INQUIRE-REQUEST
                ELSE
                    IF ws_act_browse
                        PERFORM BROWSE-NEXT-REQUEST
                    ELSE
                        MOVE 'ACTION MUST BE A, I OR B' TO ws_msg_line
                    END-IF
                END-IF
            END-IF
            CLOSE REQUEST-FILE
        END-IF.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF ws_act_add
            AND NOT ws_role_requester AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            MOVE 'ADD' TO ws_viol_action
            MOVE ws_req_id TO ws_viol_key
            MOVE 'ROLE MAY NOT QUEUE REQUESTS' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY NOT QUEUE REQUESTS'
                TO ws_msg_line
        END-IF.

    OPEN-REQUEST-FILE.
        OPEN I-O REQUEST-FILE.
        END-READ.

    ADD-NEW-REQUEST.
        MOVE ws_sign_user TO ws_in_requester.
        PERFORM VALIDATE-REQUEST.
        IF ws_edits_passed
            MOVE ws_req_id TO RQ-REQUEST-ID
            MOVE ws_in_requester TO RQ-REQUESTER
            MOVE ws_in_n TO RQ-N-VALUE
            MOVE ws_in_mode TO RQ-MODE
            MOVE ws_in_cost_center TO RQ-COST-CENTER
            MOVE 'P' TO RQ-STATUS
            MOVE SPACES TO RQ-REASON
            MOVE ws_run_date TO RQ-ENTERED-DATE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE
            MOVE 'A' TO ws_jrnl_action
            MOVE REQUEST-RECORD TO ws_jrnl_image
            CALL 'BERNJRNL' USING ws_jrnl_parms
            MOVE 'REQUEST ENTERED AS PENDING' TO ws_msg_line
        ELSE
            MOVE ws_reject_reason TO ws_msg_line

    VALIDATE-REQUEST.
        MOVE SPACES TO ws_reject_reason.
        IF ws_in_n = ZERO
            MOVE 'N OF ZERO NOT ALLOWED' TO ws_reject_reason
        ELSE
            MOVE 'MODE MUST BE DECIMAL OR EXACT'
                TO ws_reject_reason
        END-IF.
        IF ws_in_cost_center = SPACES
            MOVE 'COST CENTER IS REQUIRED' TO ws_reject_reason
        END-IF.

    INQUIRE-REQUEST.
        MOVE ws_req_id TO RQ-REQUEST-ID.
        MOVE RQ-REQUESTER TO ws_in_requester.
        MOVE RQ-N-VALUE TO ws_in_n.
        MOVE RQ-MODE TO ws_in_mode.
        MOVE RQ-COST-CENTER TO ws_in_cost_center.
        IF RQ-PENDING
            STRING 'STATUS: PENDING, ENTERED ' RQ-ENTERED-DATE
                DELIMITED BY SIZE INTO ws_status_line
