IDENTIFICATION DIVISION.
PROGRAM-ID. BERNSECV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VIOLATION-FILE ASSIGN TO SECVIOL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_viol_status.

DATA DIVISION.
FILE SECTION.
FD VIOLATION-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY SECVREC.

   WORKING-STORAGE SECTION.
    01 ws_viol_status PIC X(02) VALUE SPACES.
        88 ws_viol_not_found VALUE '35'.
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_sys_time PIC 9(08).
    01 ws_time_fields REDEFINES ws_sys_time.
        05 ws_time_hh PIC 9(02).
        05 ws_time_mm PIC 9(02).
        05 ws_time_ss PIC 9(02).
        05 ws_time_hs PIC 9(02).

LINKAGE SECTION.
    COPY SIGNPRM.

PROCEDURE DIVISION USING ws_signon_parms, ws_violation_parms.
    LOG-VIOLATION.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        OPEN EXTEND VIOLATION-FILE.
        IF ws_viol_not_found
            OPEN OUTPUT VIOLATION-FILE
            CLOSE VIOLATION-FILE
            OPEN EXTEND VIOLATION-FILE
        END-IF.
        IF ws_viol_status NOT = '00'
            DISPLAY 'BERNSECV - SECVIOL OPEN FAILED, STATUS '
                ws_viol_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE SPACES TO SECURITY-VIOLATION-RECORD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO SV-LOG-DATE.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO SV-LOG-TIME.
        MOVE ws_sign_program TO SV-PROGRAM.
        MOVE ws_sign_user TO SV-USER-ID.
        MOVE ws_viol_action TO SV-ACTION.
        MOVE ws_viol_key TO SV-KEY.
        MOVE ws_viol_reason TO SV-REASON.
        WRITE SECURITY-VIOLATION-RECORD.
        CLOSE VIOLATION-FILE.
        GOBACK.
