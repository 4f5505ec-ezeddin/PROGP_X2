IDENTIFICATION DIVISION.
PROGRAM-ID. BERNJRNL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO FWDJRNL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY FWDJREC.

   WORKING-STORAGE SECTION.
    01 ws_journal_status PIC X(02) VALUE SPACES.
        88 ws_journal_not_found VALUE '35'.
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
    COPY JRNLPRM.

PROCEDURE DIVISION USING ws_jrnl_parms.
    LOG-AFTER-IMAGE.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        OPEN EXTEND JOURNAL-FILE.
        IF ws_journal_not_found
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.
        IF ws_journal_status NOT = '00'
            DISPLAY 'BERNJRNL - FWDJRNL OPEN FAILED, STATUS '
                ws_journal_status ', ' ws_jrnl_master ' KEY '
                ws_jrnl_image(1:8) ' NOT JOURNALED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE SPACES TO FWD-JOURNAL-RECORD.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO FJ-LOG-DATE.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO FJ-LOG-TIME.
        MOVE ws_jrnl_program TO FJ-PROGRAM.
        MOVE ws_jrnl_user TO FJ-USER.
        MOVE ws_jrnl_master TO FJ-MASTER.
        MOVE ws_jrnl_action TO FJ-ACTION.
        MOVE ws_jrnl_image TO FJ-IMAGE.
        WRITE FWD-JOURNAL-RECORD.
        CLOSE JOURNAL-FILE.
        GOBACK.
