COPY RATESMST.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    COPY JRNLPRM.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_mnt_done PIC X(01) VALUE 'N'.
    01 ws_in_eff PIC X(10) VALUE SPACES.
    01 ws_in_exp PIC X(10) VALUE SPACES.
    01 ws_in_order PIC 9(02) VALUE 10.
    01 ws_in_cost_center PIC X(08) VALUE SPACES.
    01 ws_half_order PIC 9(02).
    01 ws_double_half PIC 9(02).
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_reject_reason PIC X(30).
        88 ws_edits_passed VALUE SPACES.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_check_date PIC X(10).
    01 ws_check_parts REDEFINES ws_check_date.
        05 ws_check_yyyy PIC X(04).
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'RATE SCENARIO MASTER'.
    05 LINE 01 COLUMN 22 VALUE 'MAINTENANCE'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'SCENARIO ID (BLANK TO EXIT):'.
    05 LINE 03 COLUMN 31 PIC X(08) USING ws_scen_id.
    05 LINE 04 COLUMN 01 VALUE 'ACTION (A/C/R/I):'.
    05 LINE 11 COLUMN 31 PIC X(10) USING ws_in_exp.
    05 LINE 12 COLUMN 01 VALUE 'SERIES ORDER (EVEN):'.
    05 LINE 12 COLUMN 31 PIC 9(02) USING ws_in_order.
    05 LINE 13 COLUMN 01 VALUE 'OWNING COST CENTER:'.
    05 LINE 13 COLUMN 31 PIC X(08) USING ws_in_cost_center.
    05 LINE 14 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 15 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        MOVE 'RATEMNT' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            MOVE 'RATEMNT' TO ws_jrnl_program
            MOVE ws_sign_user TO ws_jrnl_user
            MOVE 'RATEMAST' TO ws_jrnl_master
            PERFORM MAINT-CYCLE UNTIL ws_maint_finished
        END-IF.
        STOP RUN.

    MAINT-CYCLE.
    APPLY-ACTION.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM OPEN-MASTER
            IF ws_act_add
                PERFORM ADD-SCENARIO
            ELSE
                IF ws_act_change
                    PERFORM CHANGE-SCENARIO
                ELSE
                    IF ws_act_retire
                        PERFORM RETIRE-SCENARIO
                    ELSE
                        IF ws_act_inquire
                            PERFORM INQUIRE-SCENARIO
                        ELSE
                            MOVE 'ACTION MUST BE A, C, R OR I'
                                TO ws_msg_line
                        END-IF
                    END-IF
                END-IF
            END-IF
            CLOSE MASTER-FILE
        END-IF.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF (ws_act_add OR ws_act_change OR ws_act_retire)
            AND NOT ws_role_maintainer AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            IF ws_act_add
                MOVE 'ADD' TO ws_viol_action
            ELSE
                IF ws_act_change
                    MOVE 'CHANGE' TO ws_viol_action
                ELSE
                    MOVE 'RETIRE' TO ws_viol_action
                END-IF
            END-IF
            MOVE ws_scen_id TO ws_viol_key
            MOVE 'ROLE MAY NOT CHANGE SCENARIOS' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY NOT MAINTAIN SCENARIOS'
                TO ws_msg_line
        END-IF.

    OPEN-MASTER.
        OPEN I-O MASTER-FILE.
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE
            MOVE 'A' TO ws_jrnl_action
            PERFORM JOURNAL-SCENARIO
            MOVE 'SCENARIO ADDED' TO ws_msg_line
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE 'C' TO ws_jrnl_action
            PERFORM JOURNAL-SCENARIO
            MOVE 'SCENARIO CHANGED' TO ws_msg_line
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-REWRITE
                MOVE 'C' TO ws_jrnl_action
                PERFORM JOURNAL-SCENARIO
                MOVE 'SCENARIO RETIRED' TO ws_msg_line
        END-READ.

    JOURNAL-SCENARIO.
        MOVE SCENARIO-MASTER-RECORD TO ws_jrnl_image.
        CALL 'BERNJRNL' USING ws_jrnl_parms.

    INQUIRE-SCENARIO.
        MOVE ws_scen_id TO SC-SCEN-ID.
        READ MASTER-FILE
        MOVE SC-EFF-DATE TO ws_in_eff.
        MOVE SC-EXP-DATE TO ws_in_exp.
        MOVE SC-EM-ORDER TO ws_in_order.
        MOVE SC-COST-CENTER TO ws_in_cost_center.
        IF SC-RETIRED
            MOVE 'STATUS: RETIRED' TO ws_status_line
        ELSE
            MOVE 'ORDER MUST BE EVEN, MINIMUM 2'
                TO ws_reject_reason
        END-IF.
        IF ws_in_cost_center = SPACES
            MOVE 'COST CENTER IS REQUIRED' TO ws_reject_reason
        END-IF.

    VALIDATE-SCENARIO-DATES.
        MOVE ws_in_eff TO ws_check_date.
        MOVE ws_in_eff TO SC-EFF-DATE.
        MOVE ws_in_exp TO SC-EXP-DATE.
        MOVE ws_in_order TO SC-EM-ORDER.
        MOVE ws_in_cost_center TO SC-COST-CENTER.
