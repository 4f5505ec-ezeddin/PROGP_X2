IDENTIFICATION DIVISION.
PROGRAM-ID. BERNEXCP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-FILE ASSIGN TO EXCPMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EX-KEY
        FILE STATUS IS ws_excp_status.

DATA DIVISION.
FILE SECTION.
FD EXCEPTION-FILE
    LABEL RECORDS ARE STANDARD.
COPY EXCPREC.

   WORKING-STORAGE SECTION.
    01 ws_excp_status PIC X(02) VALUE SPACES.
        88 ws_excp_not_found VALUE '35'.
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
    COPY EXCPPRM.

PROCEDURE DIVISION USING ws_excp_parms.
    LOG-EXCEPTION.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        OPEN I-O EXCEPTION-FILE.
        IF ws_excp_not_found
            OPEN OUTPUT EXCEPTION-FILE
            CLOSE EXCEPTION-FILE
            OPEN I-O EXCEPTION-FILE
        END-IF.
        IF ws_excp_status NOT = '00'
            DISPLAY 'BERNEXCP - EXCPMAST OPEN FAILED, STATUS '
                ws_excp_status ', EXCEPTION NOT LOGGED:'
            DISPLAY 'BERNEXCP -   ' ws_excp_program ' '
                ws_excp_reason_code ' ' ws_excp_fail_key ' '
                ws_excp_reason_text
        ELSE
            PERFORM WRITE-EXCEPTION-ROW
            CLOSE EXCEPTION-FILE
        END-IF.
        GOBACK.

    WRITE-EXCEPTION-ROW.
        MOVE SPACES TO EXCEPTION-RECORD.
        IF ws_excp_run_date = SPACES
            STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
                DELIMITED BY SIZE INTO EX-RUN-DATE
        ELSE
            MOVE ws_excp_run_date TO EX-RUN-DATE
        END-IF.
        MOVE ws_excp_program TO EX-SOURCE-PGM.
        MOVE ws_excp_reason_code TO EX-REASON-CODE.
        MOVE ws_excp_key_type TO EX-KEY-TYPE.
        MOVE ws_excp_fail_key TO EX-FAIL-KEY.
        MOVE ws_excp_severity TO EX-SEVERITY.
        MOVE ws_excp_reason_text TO EX-REASON-TEXT.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO EX-LOGGED-DATE.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO EX-LOGGED-TIME.
        MOVE 'O' TO EX-STATUS.
        WRITE EXCEPTION-RECORD
            INVALID KEY
                PERFORM CHECK-DUPLICATE-ROW
        END-WRITE.

    CHECK-DUPLICATE-ROW.
        IF ws_excp_status NOT = '22'
            DISPLAY 'BERNEXCP - EXCPMAST WRITE FAILED, STATUS '
                ws_excp_status ', EXCEPTION NOT LOGGED:'
            DISPLAY 'BERNEXCP -   ' ws_excp_program ' '
                ws_excp_reason_code ' ' ws_excp_fail_key ' '
                ws_excp_reason_text
        END-IF.
