IDENTIFICATION DIVISION.
PROGRAM-ID. BERNREST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESTORE-CARD-FILE ASSIGN TO RESTCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_card_status.

    SELECT RATE-BACKUP-FILE ASSIGN TO RATEBKUP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_rate_backup_status.

    SELECT REQUEST-BACKUP-FILE ASSIGN TO REQBKUP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_req_backup_status.

    SELECT MASTER-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SC-SCEN-ID
        FILE STATUS IS ws_master_status.

    SELECT REQUEST-FILE ASSIGN TO REQMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS ws_request_status.

    SELECT JOURNAL-FILE ASSIGN TO FWDJRNL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.

    SELECT REPORT-FILE ASSIGN TO RESTRPT
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RESTORE-CARD-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 RESTORE-CARD.
    05 RS-BACKUP-DATE PIC X(10).
    05 FILLER PIC X(01).
    05 RS-UNTIL-DATE PIC X(10).
    05 FILLER PIC X(01).
    05 RS-UNTIL-TIME PIC X(08).
    05 FILLER PIC X(50).

FD RATE-BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 RATE-BACKUP-RECORD PIC X(83).

FD REQUEST-BACKUP-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REQUEST-BACKUP-RECORD PIC X(110).

FD MASTER-FILE
    LABEL RECORDS ARE STANDARD.
COPY RATESMST.

FD REQUEST-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNRQR.

FD JOURNAL-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY FWDJREC.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    01 ws_card_status PIC X(02) VALUE SPACES.
        88 ws_card_not_found VALUE '35'.
    01 ws_rate_backup_status PIC X(02) VALUE SPACES.
        88 ws_rate_backup_not_found VALUE '35'.
    01 ws_req_backup_status PIC X(02) VALUE SPACES.
        88 ws_req_backup_not_found VALUE '35'.
    01 ws_master_status PIC X(02) VALUE SPACES.
    01 ws_request_status PIC X(02) VALUE SPACES.
    01 ws_journal_status PIC X(02) VALUE SPACES.
        88 ws_journal_not_found VALUE '35'.
    01 ws_backup_eof PIC X(01).
        88 ws_no_more_backup VALUE 'Y'.
    01 ws_journal_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_journal VALUE 'Y'.
    01 ws_backup_date PIC X(10) VALUE SPACES.
    01 ws_until_stamp.
        05 ws_until_date PIC X(10) VALUE SPACES.
        05 ws_until_time PIC X(08) VALUE SPACES.
    01 ws_check_date PIC X(10).
    01 ws_check_parts REDEFINES ws_check_date.
        05 ws_check_yyyy PIC X(04).
        05 ws_check_sep1 PIC X(01).
        05 ws_check_mm PIC X(02).
        05 ws_check_sep2 PIC X(01).
        05 ws_check_dd PIC X(02).
    01 ws_date_bad PIC X(01).
        88 ws_date_invalid VALUE 'Y'.
    01 ws_check_time PIC X(08).
    01 ws_check_time_parts REDEFINES ws_check_time.
        05 ws_check_hh PIC X(02).
        05 ws_check_tsep1 PIC X(01).
        05 ws_check_mi PIC X(02).
        05 ws_check_tsep2 PIC X(01).
        05 ws_check_ss PIC X(02).
    01 ws_time_bad PIC X(01).
        88 ws_time_invalid VALUE 'Y'.
    01 ws_rate_restored PIC S9(8) VALUE ZERO.
    01 ws_rate_added PIC S9(8) VALUE ZERO.
    01 ws_rate_replaced PIC S9(8) VALUE ZERO.
    01 ws_req_restored PIC S9(8) VALUE ZERO.
    01 ws_req_added PIC S9(8) VALUE ZERO.
    01 ws_req_replaced PIC S9(8) VALUE ZERO.
    01 ws_journal_read PIC S9(8) VALUE ZERO.
    01 ws_before_count PIC S9(8) VALUE ZERO.
    01 ws_after_count PIC S9(8) VALUE ZERO.
    01 ws_unknown_count PIC S9(8) VALUE ZERO.
    01 ws_on_file_count PIC S9(8).
    01 ws_edit_count PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    MAIN.
        PERFORM READ-RESTORE-CARD.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        PERFORM RELOAD-RATEMAST.
        PERFORM RELOAD-REQMAST.
        PERFORM REPLAY-JOURNAL.
        PERFORM WRITE-REPORT-TRAILER.
        CLOSE REPORT-FILE.
        DISPLAY 'BERNREST - RATEMAST RESTORED ' ws_rate_restored
            ' REPLAYED ' ws_rate_added ' ADDED '
            ws_rate_replaced ' REPLACED'.
        DISPLAY 'BERNREST - REQMAST  RESTORED ' ws_req_restored
            ' REPLAYED ' ws_req_added ' ADDED '
            ws_req_replaced ' REPLACED'.
        IF ws_unknown_count > ZERO
            DISPLAY 'BERNREST - ' ws_unknown_count
                ' JOURNAL ROW(S) FOR AN UNKNOWN MASTER, SEE RESTRPT'
            MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.

    READ-RESTORE-CARD.
        OPEN INPUT RESTORE-CARD-FILE.
        IF ws_card_not_found
            DISPLAY 'BERNREST - RESTCARD NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        READ RESTORE-CARD-FILE
            AT END
                DISPLAY 'BERNREST - RESTCARD EMPTY, RUN STOPPED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            NOT AT END
                MOVE RS-BACKUP-DATE TO ws_backup_date
                MOVE RS-UNTIL-DATE TO ws_until_date
                MOVE RS-UNTIL-TIME TO ws_until_time
        END-READ.
        CLOSE RESTORE-CARD-FILE.
        PERFORM VALIDATE-RESTORE-CARD.

    VALIDATE-RESTORE-CARD.
        MOVE ws_backup_date TO ws_check_date.
        PERFORM VALIDATE-DATE.
        IF ws_date_invalid
            DISPLAY 'BERNREST - RESTCARD BACKUP DATE <'
                ws_backup_date '> IS NOT YYYY-MM-DD, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF ws_until_date = SPACES
            MOVE HIGH-VALUES TO ws_until_stamp
            DISPLAY 'BERNREST - RESTORING FROM THE ' ws_backup_date
                ' BACKUP TO THE END OF THE JOURNAL'
        ELSE
            PERFORM VALIDATE-UNTIL-STAMP
            DISPLAY 'BERNREST - RESTORING FROM THE ' ws_backup_date
                ' BACKUP TO ' ws_until_date ' ' ws_until_time
        END-IF.

    VALIDATE-UNTIL-STAMP.
        MOVE ws_until_date TO ws_check_date.
        PERFORM VALIDATE-DATE.
        IF ws_date_invalid
            DISPLAY 'BERNREST - RESTCARD UNTIL DATE <'
                ws_until_date '> IS NOT YYYY-MM-DD, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF ws_until_date < ws_backup_date
            DISPLAY 'BERNREST - RESTCARD UNTIL DATE ' ws_until_date
                ' IS BEFORE THE BACKUP DATE, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF ws_until_time = SPACES
            MOVE '23:59:59' TO ws_until_time
        END-IF.
        MOVE ws_until_time TO ws_check_time.
        PERFORM VALIDATE-TIME.
        IF ws_time_invalid
            DISPLAY 'BERNREST - RESTCARD UNTIL TIME <'
                ws_until_time '> IS NOT HH:MM:SS, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.

    VALIDATE-DATE.
        MOVE 'N' TO ws_date_bad.
        IF ws_check_yyyy NOT NUMERIC
            OR ws_check_mm NOT NUMERIC
            OR ws_check_dd NOT NUMERIC
            OR ws_check_sep1 NOT = '-'
            OR ws_check_sep2 NOT = '-'
            MOVE 'Y' TO ws_date_bad
        ELSE
            IF ws_check_mm < '01' OR ws_check_mm > '12'
                OR ws_check_dd < '01' OR ws_check_dd > '31'
                MOVE 'Y' TO ws_date_bad
            END-IF
        END-IF.

    VALIDATE-TIME.
        MOVE 'N' TO ws_time_bad.
        IF ws_check_hh NOT NUMERIC
            OR ws_check_mi NOT NUMERIC
            OR ws_check_ss NOT NUMERIC
            OR ws_check_tsep1 NOT = ':'
            OR ws_check_tsep2 NOT = ':'
            MOVE 'Y' TO ws_time_bad
        ELSE
            IF ws_check_hh > '23' OR ws_check_mi > '59'
                OR ws_check_ss > '59'
                MOVE 'Y' TO ws_time_bad
            END-IF
        END-IF.

    RELOAD-RATEMAST.
        OPEN INPUT RATE-BACKUP-FILE.
        IF ws_rate_backup_not_found
            DISPLAY 'BERNREST - RATEBKUP NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT MASTER-FILE.
        IF ws_master_status NOT = '00'
            DISPLAY 'BERNREST - RATEMAST OPEN FAILED, STATUS '
                ws_master_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO ws_backup_eof.
        PERFORM READ-RATE-BACKUP.
        PERFORM LOAD-SCENARIO UNTIL ws_no_more_backup.
        CLOSE MASTER-FILE.
        CLOSE RATE-BACKUP-FILE.

    READ-RATE-BACKUP.
        READ RATE-BACKUP-FILE
            AT END
                MOVE 'Y' TO ws_backup_eof
        END-READ.

    LOAD-SCENARIO.
        MOVE RATE-BACKUP-RECORD TO SCENARIO-MASTER-RECORD.
        WRITE SCENARIO-MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - RATEMAST WRITE FAILED FOR '
                    SC-SCEN-ID ', STATUS ' ws_master_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        ADD 1 TO ws_rate_restored.
        PERFORM READ-RATE-BACKUP.

    RELOAD-REQMAST.
        OPEN INPUT REQUEST-BACKUP-FILE.
        IF ws_req_backup_not_found
            DISPLAY 'BERNREST - REQBKUP NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT REQUEST-FILE.
        IF ws_request_status NOT = '00'
            DISPLAY 'BERNREST - REQMAST OPEN FAILED, STATUS '
                ws_request_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO ws_backup_eof.
        PERFORM READ-REQUEST-BACKUP.
        PERFORM LOAD-REQUEST UNTIL ws_no_more_backup.
        CLOSE REQUEST-FILE.
        CLOSE REQUEST-BACKUP-FILE.

    READ-REQUEST-BACKUP.
        READ REQUEST-BACKUP-FILE
            AT END
                MOVE 'Y' TO ws_backup_eof
        END-READ.

    LOAD-REQUEST.
        MOVE REQUEST-BACKUP-RECORD TO REQUEST-RECORD.
        WRITE REQUEST-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - REQMAST WRITE FAILED FOR '
                    RQ-REQUEST-ID ', STATUS ' ws_request_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        ADD 1 TO ws_req_restored.
        PERFORM READ-REQUEST-BACKUP.

    REPLAY-JOURNAL.
        OPEN INPUT JOURNAL-FILE.
        IF ws_journal_not_found
            DISPLAY 'BERNREST - FWDJRNL NOT FOUND, MASTERS LEFT AS '
                'OF THE BACKUP'
            MOVE SPACES TO REPORT-LINE
            MOVE 'INFO: FWDJRNL NOT FOUND, MASTERS AS OF THE BACKUP'
                TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            OPEN I-O MASTER-FILE
            OPEN I-O REQUEST-FILE
            IF ws_master_status NOT = '00'
                OR ws_request_status NOT = '00'
                DISPLAY 'BERNREST - MASTER OPEN FOR REPLAY FAILED, '
                    'RATEMAST ' ws_master_status ' REQMAST '
                    ws_request_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-JOURNAL-ROW UNTIL ws_no_more_journal
            CLOSE MASTER-FILE
            CLOSE REQUEST-FILE
            CLOSE JOURNAL-FILE
        END-IF.

    READ-JOURNAL-ROW.
        READ JOURNAL-FILE
            AT END
                MOVE 'Y' TO ws_journal_eof
            NOT AT END
                ADD 1 TO ws_journal_read
                PERFORM APPLY-JOURNAL-ROW
        END-READ.

    APPLY-JOURNAL-ROW.
        IF FJ-LOG-DATE < ws_backup_date
            ADD 1 TO ws_before_count
        ELSE
            IF FWD-JOURNAL-RECORD(1:18) > ws_until_stamp
                ADD 1 TO ws_after_count
            ELSE
                IF FJ-RATEMAST
                    PERFORM REPLAY-SCENARIO
                ELSE
                    IF FJ-REQMAST
                        PERFORM REPLAY-REQUEST
                    ELSE
                        PERFORM REPORT-UNKNOWN-ROW
                    END-IF
                END-IF
            END-IF
        END-IF.

    REPLAY-SCENARIO.
        MOVE FJ-IMAGE(1:8) TO SC-SCEN-ID.
        READ MASTER-FILE
            INVALID KEY
                PERFORM ADD-REPLAYED-SCENARIO
            NOT INVALID KEY
                PERFORM REPLACE-REPLAYED-SCENARIO
        END-READ.

    ADD-REPLAYED-SCENARIO.
        MOVE FJ-IMAGE TO SCENARIO-MASTER-RECORD.
        WRITE SCENARIO-MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - RATEMAST WRITE FAILED FOR '
                    SC-SCEN-ID ', STATUS ' ws_master_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        ADD 1 TO ws_rate_added.

    REPLACE-REPLAYED-SCENARIO.
        MOVE FJ-IMAGE TO SCENARIO-MASTER-RECORD.
        REWRITE SCENARIO-MASTER-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - RATEMAST REWRITE FAILED FOR '
                    SC-SCEN-ID ', STATUS ' ws_master_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        ADD 1 TO ws_rate_replaced.

    REPLAY-REQUEST.
        MOVE FJ-IMAGE(1:8) TO RQ-REQUEST-ID.
        READ REQUEST-FILE
            INVALID KEY
                PERFORM ADD-REPLAYED-REQUEST
            NOT INVALID KEY
                PERFORM REPLACE-REPLAYED-REQUEST
        END-READ.

    ADD-REPLAYED-REQUEST.
        MOVE FJ-IMAGE TO REQUEST-RECORD.
        WRITE REQUEST-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - REQMAST WRITE FAILED FOR '
                    RQ-REQUEST-ID ', STATUS ' ws_request_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        ADD 1 TO ws_req_added.

    REPLACE-REPLAYED-REQUEST.
        MOVE FJ-IMAGE TO REQUEST-RECORD.
        REWRITE REQUEST-RECORD
            INVALID KEY
                DISPLAY 'BERNREST - REQMAST REWRITE FAILED FOR '
                    RQ-REQUEST-ID ', STATUS ' ws_request_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        ADD 1 TO ws_req_replaced.

    REPORT-UNKNOWN-ROW.
        ADD 1 TO ws_unknown_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'SKIPPED: ' FJ-LOG-DATE ' ' FJ-LOG-TIME
            ' ' FJ-PROGRAM ' UNKNOWN MASTER <' FJ-MASTER '>'
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'RATEMAST / REQMAST FORWARD RECOVERY - BACKUP OF '
            ws_backup_date
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        IF ws_until_date = HIGH-VALUES
            MOVE 'JOURNAL REPLAYED TO ITS END' TO REPORT-LINE
        ELSE
            STRING 'JOURNAL REPLAYED TO ' ws_until_date
                ' ' ws_until_time
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.

    WRITE-REPORT-TRAILER.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_journal_read TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'JOURNAL ROWS READ                 ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_before_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  BEFORE THE BACKUP DATE, SKIPPED ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_after_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  AFTER THE UNTIL TIME, SKIPPED   ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_unknown_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  UNKNOWN MASTER, SKIPPED         ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_rate_restored TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'RATEMAST RESTORED FROM BACKUP     ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_rate_added TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  REPLAYED FROM JOURNAL, ADDED    ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_rate_replaced TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  REPLAYED FROM JOURNAL, REPLACED ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD ws_rate_restored ws_rate_added GIVING ws_on_file_count.
        MOVE ws_on_file_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ON FILE AFTER THE RESTORE       ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_req_restored TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REQMAST RESTORED FROM BACKUP      ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_req_added TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  REPLAYED FROM JOURNAL, ADDED    ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_req_replaced TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  REPLAYED FROM JOURNAL, REPLACED ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD ws_req_restored ws_req_added GIVING ws_on_file_count.
        MOVE ws_on_file_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  ON FILE AFTER THE RESTORE       ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
