IDENTIFICATION DIVISION.
PROGRAM-ID. SECMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-FILE ASSIGN TO SECMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SU-USER-ID
        FILE STATUS IS ws_security_status.

DATA DIVISION.
FILE SECTION.
FD SECURITY-FILE
    LABEL RECORDS ARE STANDARD.
COPY SECUMST.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    COPY PWHPRM.
    01 ws_security_status PIC X(02) VALUE SPACES.
        88 ws_security_not_found VALUE '35'.
    01 ws_mnt_done PIC X(01) VALUE 'N'.
        88 ws_maint_finished VALUE 'Y'.
    01 ws_user_id PIC X(08) VALUE SPACES.
    01 ws_action PIC X(01) VALUE SPACES.
        88 ws_act_add VALUE 'A'.
        88 ws_act_change VALUE 'C'.
        88 ws_act_revoke VALUE 'R'.
        88 ws_act_inquire VALUE 'I'.
    01 ws_in_name PIC X(30) VALUE SPACES.
    01 ws_in_role PIC X(01) VALUE SPACES.
        88 ws_in_valid_role VALUE 'I' 'R' 'S' 'A'.
    01 ws_in_status PIC X(01) VALUE 'A'.
        88 ws_in_valid_status VALUE 'A' 'S' 'R'.
    01 ws_in_password PIC X(08) VALUE SPACES.
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_reject_reason PIC X(30).
        88 ws_edits_passed VALUE SPACES.
    01 ws_run_date PIC X(10).
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).

SCREEN SECTION.
01 MAINT-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'OPERATOR SECURITY'.
    05 LINE 01 COLUMN 19 VALUE 'MAINTENANCE'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'USER ID (BLANK TO EXIT):'.
    05 LINE 03 COLUMN 31 PIC X(08) USING ws_user_id.
    05 LINE 04 COLUMN 01 VALUE 'ACTION (A/C/R/I):'.
    05 LINE 04 COLUMN 31 PIC X(01) USING ws_action.
    05 LINE 06 COLUMN 01 VALUE 'NAME:'.
    05 LINE 06 COLUMN 31 PIC X(30) USING ws_in_name.
    05 LINE 07 COLUMN 01 VALUE 'ROLE (I/R/S/A):'.
    05 LINE 07 COLUMN 31 PIC X(01) USING ws_in_role.
    05 LINE 08 COLUMN 01 VALUE 'STATUS (A/S/R):'.
    05 LINE 08 COLUMN 31 PIC X(01) USING ws_in_status.
    05 LINE 09 COLUMN 01 VALUE 'PASSWORD (BLANK KEEPS OLD):'.
    05 LINE 09 COLUMN 31 PIC X(08) USING ws_in_password SECURE.
    05 LINE 11 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 12 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_run_date.
        MOVE 'SECMNT' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            IF ws_role_administrator
                PERFORM MAINT-CYCLE UNTIL ws_maint_finished
            ELSE
                MOVE 'SIGNON' TO ws_viol_action
                MOVE ws_sign_user TO ws_viol_key
                MOVE 'ROLE MAY NOT MAINTAIN USERS'
                    TO ws_viol_reason
                CALL 'BERNSECV' USING ws_signon_parms,
                    ws_violation_parms
                DISPLAY 'SECMNT - ADMINISTRATOR ROLE REQUIRED, '
                    'SESSION ENDED'
            END-IF
        END-IF.
        STOP RUN.

    MAINT-CYCLE.
        MOVE SPACES TO ws_in_password.
        DISPLAY MAINT-SCREEN.
        ACCEPT MAINT-SCREEN.
        IF ws_user_id = SPACES
            MOVE 'Y' TO ws_mnt_done
        ELSE
            PERFORM APPLY-ACTION
        END-IF.

    APPLY-ACTION.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM OPEN-MASTER.
        IF ws_act_add
            PERFORM ADD-OPERATOR
        ELSE
            IF ws_act_change
                PERFORM CHANGE-OPERATOR
            ELSE
                IF ws_act_revoke
                    PERFORM REVOKE-OPERATOR
                ELSE
                    IF ws_act_inquire
                        PERFORM INQUIRE-OPERATOR
                    ELSE
                        MOVE 'ACTION MUST BE A, C, R OR I'
                            TO ws_msg_line
                    END-IF
                END-IF
            END-IF
        END-IF.
        CLOSE SECURITY-FILE.

    OPEN-MASTER.
        OPEN I-O SECURITY-FILE.
        IF ws_security_status NOT = '00'
            DISPLAY 'SECMNT - SECMAST OPEN FAILED, STATUS '
                ws_security_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    ADD-OPERATOR.
        MOVE ws_user_id TO SU-USER-ID.
        READ SECURITY-FILE
            INVALID KEY
                PERFORM ADD-NEW-OPERATOR
            NOT INVALID KEY
                MOVE 'USER ID ALREADY ON FILE' TO ws_msg_line
        END-READ.

    ADD-NEW-OPERATOR.
        PERFORM VALIDATE-OPERATOR.
        IF ws_edits_passed AND ws_in_password = SPACES
            MOVE 'PASSWORD IS REQUIRED' TO ws_reject_reason
        END-IF.
        IF ws_edits_passed
            MOVE ws_user_id TO SU-USER-ID
            PERFORM SCRAMBLE-NEW-PASSWORD
            PERFORM BUILD-MASTER-FIELDS
            WRITE SECURITY-RECORD
                INVALID KEY
                    DISPLAY 'SECMNT - SECMAST WRITE FAILED, '
                        'STATUS ' ws_security_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-WRITE
            MOVE 'OPERATOR ADDED' TO ws_msg_line
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
        END-IF.

    CHANGE-OPERATOR.
        MOVE ws_user_id TO SU-USER-ID.
        READ SECURITY-FILE
            INVALID KEY
                MOVE 'NO OPERATOR FOR THIS USER ID' TO ws_msg_line
            NOT INVALID KEY
                PERFORM REWRITE-OPERATOR
        END-READ.

    REWRITE-OPERATOR.
        PERFORM VALIDATE-OPERATOR.
        IF ws_edits_passed
            IF ws_in_password NOT = SPACES
                PERFORM SCRAMBLE-NEW-PASSWORD
            END-IF
            PERFORM BUILD-MASTER-FIELDS
            REWRITE SECURITY-RECORD
                INVALID KEY
                    DISPLAY 'SECMNT - SECMAST REWRITE FAILED, '
                        'STATUS ' ws_security_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE 'OPERATOR CHANGED' TO ws_msg_line
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
        END-IF.

    SCRAMBLE-NEW-PASSWORD.
        MOVE ws_user_id TO ws_pwh_user.
        MOVE ws_in_password TO ws_pwh_password.
        CALL 'BERNPWH' USING ws_pwh_parms.
        MOVE SPACES TO ws_pwh_password.
        MOVE ws_pwh_scrambled TO SU-PASSWORD.

    REVOKE-OPERATOR.
        MOVE ws_user_id TO SU-USER-ID.
        READ SECURITY-FILE
            INVALID KEY
                MOVE 'NO OPERATOR FOR THIS USER ID' TO ws_msg_line
            NOT INVALID KEY
                PERFORM REWRITE-REVOKED
        END-READ.

    REWRITE-REVOKED.
        IF ws_user_id = ws_sign_user
            MOVE 'YOU MAY NOT REVOKE YOUR OWN USER ID' TO ws_msg_line
        ELSE
            MOVE 'R' TO SU-STATUS
            MOVE ws_run_date TO SU-STATUS-DATE
            MOVE ws_sign_user TO SU-CHANGED-BY
            REWRITE SECURITY-RECORD
                INVALID KEY
                    DISPLAY 'SECMNT - SECMAST REWRITE FAILED, '
                        'STATUS ' ws_security_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            PERFORM SHOW-OPERATOR
            MOVE 'OPERATOR REVOKED' TO ws_msg_line
        END-IF.

    INQUIRE-OPERATOR.
        MOVE ws_user_id TO SU-USER-ID.
        READ SECURITY-FILE
            INVALID KEY
                MOVE 'NO OPERATOR FOR THIS USER ID' TO ws_msg_line
            NOT INVALID KEY
                PERFORM SHOW-OPERATOR
                MOVE 'OPERATOR DISPLAYED' TO ws_msg_line
        END-READ.

    SHOW-OPERATOR.
        MOVE SU-USER-NAME TO ws_in_name.
        MOVE SU-ROLE TO ws_in_role.
        MOVE SU-STATUS TO ws_in_status.
        STRING 'LAST CHANGED ' SU-STATUS-DATE ' BY ' SU-CHANGED-BY
            DELIMITED BY SIZE INTO ws_status_line.

    VALIDATE-OPERATOR.
        MOVE SPACES TO ws_reject_reason.
        IF ws_in_name = SPACES
            MOVE 'NAME IS REQUIRED' TO ws_reject_reason
        END-IF.
        IF NOT ws_in_valid_role
            MOVE 'ROLE MUST BE I, R, S OR A' TO ws_reject_reason
        END-IF.
        IF NOT ws_in_valid_status
            MOVE 'STATUS MUST BE A, S OR R' TO ws_reject_reason
        END-IF.
        IF ws_edits_passed AND ws_user_id = ws_sign_user
            AND (ws_in_role NOT = 'A' OR ws_in_status NOT = 'A')
            MOVE 'YOU MAY NOT DEMOTE YOUR OWN ID' TO ws_reject_reason
        END-IF.

    BUILD-MASTER-FIELDS.
        MOVE ws_in_name TO SU-USER-NAME.
        MOVE ws_in_role TO SU-ROLE.
        MOVE ws_in_status TO SU-STATUS.
        MOVE ws_run_date TO SU-STATUS-DATE.
        MOVE ws_sign_user TO SU-CHANGED-BY.
