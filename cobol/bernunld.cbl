IDENTIFICATION DIVISION.
PROGRAM-ID. BERNUNLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SC-SCEN-ID
        FILE STATUS IS ws_master_status.

    SELECT REQUEST-FILE ASSIGN TO REQMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS ws_request_status.

    SELECT RATE-BACKUP-FILE ASSIGN TO RATEBKUP
        ORGANIZATION IS SEQUENTIAL.

    SELECT REQUEST-BACKUP-FILE ASSIGN TO REQBKUP
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY RATESMST.

FD REQUEST-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNRQR.

FD RATE-BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 RATE-BACKUP-RECORD PIC X(83).

FD REQUEST-BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REQUEST-BACKUP-RECORD PIC X(110).

   WORKING-STORAGE SECTION.
    01 ws_master_status PIC X(02) VALUE SPACES.
        88 ws_master_not_found VALUE '35'.
    01 ws_request_status PIC X(02) VALUE SPACES.
        88 ws_request_not_found VALUE '35'.
    01 ws_master_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_scenarios VALUE 'Y'.
    01 ws_request_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_requests VALUE 'Y'.
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
    01 ws_unload_date PIC X(10).
    01 ws_unload_time PIC X(08).
    01 ws_scenario_count PIC S9(8) VALUE ZERO.
    01 ws_request_count PIC S9(8) VALUE ZERO.

PROCEDURE DIVISION.
    MAIN.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_unload_date.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_unload_time.
        PERFORM UNLOAD-RATEMAST.
        PERFORM UNLOAD-REQMAST.
        DISPLAY 'BERNUNLD - UNLOAD STARTED  ' ws_unload_date ' '
            ws_unload_time.
        DISPLAY 'BERNUNLD - RATEMAST RECORDS UNLOADED '
            ws_scenario_count.
        DISPLAY 'BERNUNLD - REQMAST RECORDS UNLOADED  '
            ws_request_count.
        STOP RUN.

    UNLOAD-RATEMAST.
        OPEN OUTPUT RATE-BACKUP-FILE.
        OPEN INPUT MASTER-FILE.
        IF ws_master_not_found
            DISPLAY 'BERNUNLD - RATEMAST NOT FOUND, EMPTY BACKUP '
                'WRITTEN'
        ELSE
            IF ws_master_status NOT = '00'
                DISPLAY 'BERNUNLD - RATEMAST OPEN FAILED, STATUS '
                    ws_master_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-SCENARIO
            PERFORM COPY-SCENARIO UNTIL ws_no_more_scenarios
            CLOSE MASTER-FILE
        END-IF.
        CLOSE RATE-BACKUP-FILE.

    READ-SCENARIO.
        READ MASTER-FILE
            AT END
                MOVE 'Y' TO ws_master_eof
        END-READ.

    COPY-SCENARIO.
        MOVE SCENARIO-MASTER-RECORD TO RATE-BACKUP-RECORD.
        WRITE RATE-BACKUP-RECORD.
        ADD 1 TO ws_scenario_count.
        PERFORM READ-SCENARIO.

    UNLOAD-REQMAST.
        OPEN OUTPUT REQUEST-BACKUP-FILE.
        OPEN INPUT REQUEST-FILE.
        IF ws_request_not_found
            DISPLAY 'BERNUNLD - REQMAST NOT FOUND, EMPTY BACKUP '
                'WRITTEN'
        ELSE
            IF ws_request_status NOT = '00'
                DISPLAY 'BERNUNLD - REQMAST OPEN FAILED, STATUS '
                    ws_request_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-REQUEST
            PERFORM COPY-REQUEST UNTIL ws_no_more_requests
            CLOSE REQUEST-FILE
        END-IF.
        CLOSE REQUEST-BACKUP-FILE.

    READ-REQUEST.
        READ REQUEST-FILE
            AT END
                MOVE 'Y' TO ws_request_eof
        END-READ.

    COPY-REQUEST.
        MOVE REQUEST-RECORD TO REQUEST-BACKUP-RECORD.
        WRITE REQUEST-BACKUP-RECORD.
        ADD 1 TO ws_request_count.
        PERFORM READ-REQUEST.
