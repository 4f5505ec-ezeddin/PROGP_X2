IDENTIFICATION DIVISION.
PROGRAM-ID. BERNSIGN.

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
    COPY PWHPRM.
    01 ws_security_status PIC X(02) VALUE SPACES.
        88 ws_security_not_found VALUE '35'.
    01 ws_sign_done PIC X(01).
        88 ws_sign_finished VALUE 'Y'.
    01 ws_attempt_count PIC S9(4) COMP.
    01 ws_attempt_max PIC S9(4) COMP VALUE 3.
    01 ws_in_user PIC X(08).
    01 ws_in_password PIC X(08).
    01 ws_msg_line PIC X(70).
    01 ws_refusal PIC X(30).
        88 ws_operator_accepted VALUE SPACES.

LINKAGE SECTION.
    COPY SIGNPRM.

SCREEN SECTION.
01 SIGNON-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'OPERATOR SIGN-ON FOR'.
    05 LINE 01 COLUMN 22 PIC X(08) FROM ws_sign_program.
    05 LINE 03 COLUMN 01 VALUE 'USER ID (BLANK TO EXIT):'.
    05 LINE 03 COLUMN 26 PIC X(08) USING ws_in_user.
    05 LINE 04 COLUMN 01 VALUE 'PASSWORD:'.
    05 LINE 04 COLUMN 26 PIC X(08) USING ws_in_password SECURE.
    05 LINE 06 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION USING ws_signon_parms, ws_violation_parms.
    SIGN-ON.
        MOVE SPACES TO ws_sign_user.
        MOVE SPACES TO ws_sign_role.
        MOVE 'N' TO ws_sign_result.
        MOVE SPACES TO ws_msg_line.
        MOVE ZERO TO ws_attempt_count.
        MOVE 'N' TO ws_sign_done.
        OPEN INPUT SECURITY-FILE.
        IF ws_security_status NOT = '00'
            DISPLAY ws_sign_program ' - SECMAST OPEN FAILED, STATUS '
                ws_security_status ', NO ONE MAY SIGN ON'
        ELSE
            PERFORM SIGN-ON-CYCLE UNTIL ws_sign_finished
            CLOSE SECURITY-FILE
        END-IF.
        GOBACK.

    SIGN-ON-CYCLE.
        MOVE SPACES TO ws_in_user.
        MOVE SPACES TO ws_in_password.
        DISPLAY SIGNON-SCREEN.
        ACCEPT SIGNON-SCREEN.
        IF ws_in_user = SPACES
            MOVE 'Y' TO ws_sign_done
        ELSE
            PERFORM CHECK-OPERATOR
        END-IF.

    CHECK-OPERATOR.
        ADD 1 TO ws_attempt_count.
        MOVE SPACES TO ws_refusal.
        MOVE ws_in_user TO ws_pwh_user.
        MOVE ws_in_password TO ws_pwh_password.
        CALL 'BERNPWH' USING ws_pwh_parms.
        MOVE SPACES TO ws_pwh_password.
        MOVE SPACES TO ws_in_password.
        MOVE ws_in_user TO SU-USER-ID.
        READ SECURITY-FILE
            INVALID KEY
                MOVE 'UNKNOWN USER ID' TO ws_refusal
            NOT INVALID KEY
                IF SU-PASSWORD NOT = ws_pwh_scrambled
                    MOVE 'PASSWORD DOES NOT MATCH' TO ws_refusal
                ELSE
                    IF NOT SU-ACTIVE
                        MOVE 'USER ID IS NOT ACTIVE' TO ws_refusal
                    END-IF
                END-IF
        END-READ.
        IF ws_operator_accepted
            MOVE SU-USER-ID TO ws_sign_user
            MOVE SU-ROLE TO ws_sign_role
            MOVE 'Y' TO ws_sign_result
            MOVE 'Y' TO ws_sign_done
        ELSE
            PERFORM REFUSE-SIGN-ON
        END-IF.

    REFUSE-SIGN-ON.
        MOVE ws_in_user TO ws_sign_user.
        MOVE 'SIGNON' TO ws_viol_action.
        MOVE ws_in_user TO ws_viol_key.
        MOVE ws_refusal TO ws_viol_reason.
        CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms.
        MOVE SPACES TO ws_sign_user.
        IF ws_attempt_count >= ws_attempt_max
            DISPLAY ws_sign_program ' - SIGN-ON REFUSED THREE TIMES, '
                'SESSION ENDED'
            MOVE 'Y' TO ws_sign_done
        ELSE
            MOVE SPACES TO ws_msg_line
            STRING 'SIGN-ON REFUSED - ' ws_refusal
                DELIMITED BY SIZE INTO ws_msg_line
        END-IF.
