IDENTIFICATION DIVISION.
PROGRAM-ID. SECPWCV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-FILE ASSIGN TO SECMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
    01 ws_security_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_operators VALUE 'Y'.
    01 ws_operator_count PIC S9(8) VALUE ZERO.

PROCEDURE DIVISION.
    MAIN.
        OPEN I-O SECURITY-FILE.
        IF ws_security_status NOT = '00'
            DISPLAY 'SECPWCV - SECMAST OPEN FAILED, STATUS '
                ws_security_status ', NOTHING CONVERTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM READ-OPERATOR.
        PERFORM SCRAMBLE-OPERATOR UNTIL ws_no_more_operators.
        CLOSE SECURITY-FILE.
        DISPLAY 'SECPWCV - OPERATOR PASSWORDS SCRAMBLED '
            ws_operator_count.
        STOP RUN.

    READ-OPERATOR.
        READ SECURITY-FILE
            AT END
                MOVE 'Y' TO ws_security_eof
        END-READ.

    SCRAMBLE-OPERATOR.
        MOVE SU-USER-ID TO ws_pwh_user.
        MOVE SU-PASSWORD TO ws_pwh_password.
        CALL 'BERNPWH' USING ws_pwh_parms.
        MOVE SPACES TO ws_pwh_password.
        MOVE ws_pwh_scrambled TO SU-PASSWORD.
        REWRITE SECURITY-RECORD
            INVALID KEY
                DISPLAY 'SECPWCV - SECMAST REWRITE FAILED, STATUS '
                    ws_security_status ', USER ' SU-USER-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        ADD 1 TO ws_operator_count.
        PERFORM READ-OPERATOR.
