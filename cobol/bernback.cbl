IDENTIFICATION DIVISION.
PROGRAM-ID. BERNBACK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKOUT-CARD-FILE ASSIGN TO BACKCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_card_status.

    SELECT BERNOUT-FILE ASSIGN TO BERNOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_bernout_status.

    SELECT BERNOUT-NEW-FILE ASSIGN TO BERNOUTN
        ORGANIZATION IS SEQUENTIAL.

    SELECT BERLOUT-FILE ASSIGN TO BERLOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_berlout_status.

    SELECT BERLOUT-NEW-FILE ASSIGN TO BERLOUTN
        ORGANIZATION IS SEQUENTIAL.

    SELECT AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_audit_status.

    SELECT AUDIT-NEW-FILE ASSIGN TO AUDITLGN
        ORGANIZATION IS SEQUENTIAL.

    SELECT CKPT-FILE ASSIGN TO BERCKPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_ckpt_status.

    SELECT CKPT-NEW-FILE ASSIGN TO BERCKPTN
        ORGANIZATION IS SEQUENTIAL.

    SELECT CONTROL-FILE ASSIGN TO CTLFILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_control_status.

    SELECT CONTROL-NEW-FILE ASSIGN TO CTLFILEN
        ORGANIZATION IS SEQUENTIAL.

    SELECT REQUEST-FILE ASSIGN TO REQMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RQ-REQUEST-ID
        FILE STATUS IS ws_request_status.

    SELECT REPORT-FILE ASSIGN TO BACKRPT
        ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BACKOUT-CARD-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 BACKOUT-CARD.
    05 BK-RUN-DATE PIC X(10).
    05 FILLER PIC X(01).
    05 BK-RUN-TIME PIC X(08).
    05 FILLER PIC X(61).

FD BERNOUT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY BERNOREC.

FD BERNOUT-NEW-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 BERNOUT-NEW-RECORD PIC X(66).

FD BERLOUT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY BERLOREC.

FD BERLOUT-NEW-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 BERLOUT-NEW-RECORD PIC X(33).

FD AUDIT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY AUDITREC.

FD AUDIT-NEW-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 AUDIT-NEW-RECORD PIC X(41).

FD CKPT-FILE
    RECORDING MODE IS V
    LABEL RECORDS ARE STANDARD.
COPY BERCKREC.

FD CKPT-NEW-FILE
    RECORDING MODE IS V
    LABEL RECORDS ARE STANDARD.
COPY BERCKREC REPLACING ==CKPT-RECORD== BY ==CKPT-NEW-RECORD==
    ==CK-N== BY ==CKN-N==
    ==CK-M== BY ==CKN-M==
    ==CK-ENTRY-COUNT== BY ==CKN-ENTRY-COUNT==
    ==CK-RUN-DATE== BY ==CKN-RUN-DATE==
    ==CK-RUN-TIME== BY ==CKN-RUN-TIME==
    ==CK-TABLE== BY ==CKN-TABLE==
    ==CK-B-BER== BY ==CKN-B-BER==.

FD CONTROL-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
COPY CTLREC.

FD CONTROL-NEW-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 CONTROL-NEW-RECORD PIC X(46).

FD REQUEST-FILE
    LABEL RECORDS ARE STANDARD.
COPY BERNRQR.

FD REPORT-FILE
    RECORDING MODE IS F
    LABEL RECORDS ARE STANDARD.
01 REPORT-LINE PIC X(80).

   WORKING-STORAGE SECTION.
    COPY CALLIM.
    COPY JRNLPRM.
    01 ws_card_status PIC X(02) VALUE SPACES.
        88 ws_card_not_found VALUE '35'.
    01 ws_bernout_status PIC X(02) VALUE SPACES.
        88 ws_bernout_not_found VALUE '35'.
    01 ws_berlout_status PIC X(02) VALUE SPACES.
        88 ws_berlout_not_found VALUE '35'.
    01 ws_audit_status PIC X(02) VALUE SPACES.
        88 ws_audit_not_found VALUE '35'.
    01 ws_ckpt_status PIC X(02) VALUE SPACES.
        88 ws_ckpt_not_found VALUE '35'.
    01 ws_control_status PIC X(02) VALUE SPACES.
        88 ws_control_not_found VALUE '35'.
    01 ws_request_status PIC X(02) VALUE SPACES.
        88 ws_request_not_found VALUE '35'.
    01 ws_bernout_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_bernout VALUE 'Y'.
    01 ws_berlout_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_berlout VALUE 'Y'.
    01 ws_audit_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_audit VALUE 'Y'.
    01 ws_ckpt_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_ckpt VALUE 'Y'.
    01 ws_control_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_control VALUE 'Y'.
    01 ws_request_eof PIC X(01) VALUE 'N'.
        88 ws_no_more_requests VALUE 'Y'.
    01 ws_back_date PIC X(10) VALUE SPACES.
    01 ws_back_date_parts REDEFINES ws_back_date.
        05 ws_back_yyyy PIC X(04).
        05 ws_back_sep1 PIC X(01).
        05 ws_back_mm PIC X(02).
        05 ws_back_sep2 PIC X(01).
        05 ws_back_dd PIC X(02).
    01 ws_back_time PIC X(08) VALUE SPACES.
    01 ws_back_time_parts REDEFINES ws_back_time.
        05 ws_back_hh PIC X(02).
        05 ws_back_tsep1 PIC X(01).
        05 ws_back_mi PIC X(02).
        05 ws_back_tsep2 PIC X(01).
        05 ws_back_ss PIC X(02).
    01 ws_row_date PIC X(10).
    01 ws_row_time PIC X(08).
    01 ws_row_night PIC X(01).
        88 ws_row_in_night VALUE 'Y'.
    01 ws_card_bad PIC X(01).
        88 ws_card_invalid VALUE 'Y'.
    01 ws_before_count PIC S9(8).
    01 ws_removed_count PIC S9(8).
    01 ws_kept_count PIC S9(8).
    01 ws_bernout_removed PIC S9(8) VALUE ZERO.
    01 ws_berlout_removed PIC S9(8) VALUE ZERO.
    01 ws_audit_removed PIC S9(8) VALUE ZERO.
    01 ws_ckpt_idx PIC S9(8).
    01 ws_ctl_count PIC S9(4) COMP VALUE ZERO.
    01 ws_ctl_table.
        05 ws_ctl_entry OCCURS 50 TIMES.
            10 ws_ctl_step PIC X(08).
            10 ws_ctl_time PIC X(08).
            10 ws_ctl_in PIC 9(08).
            10 ws_ctl_out PIC 9(08).
            10 ws_ctl_rc PIC 9(04).
    01 ws_ctl_idx PIC S9(4) COMP.
    01 ws_hello_rows PIC S9(8) VALUE ZERO.
    01 ws_hello_written PIC S9(8) VALUE ZERO.
    01 ws_list_written PIC S9(8) VALUE ZERO.
    01 ws_ful_found PIC X(01) VALUE 'N'.
        88 ws_bernful_backed_out VALUE 'Y'.
    01 ws_ful_pending PIC S9(8) VALUE ZERO.
    01 ws_reset_count PIC S9(8) VALUE ZERO.
    01 ws_tie_removed PIC S9(8).
    01 ws_tie_posted PIC S9(8).
    01 ws_tie_label PIC X(40).
    01 ws_mismatch_count PIC S9(8) VALUE ZERO.
    01 ws_file_tag PIC X(08).
    01 ws_edit_count PIC ZZZZZZZ9.
    01 ws_edit_in PIC ZZZZZZZ9.
    01 ws_edit_out PIC ZZZZZZZ9.
    01 ws_edit_rc PIC ZZZ9.

PROCEDURE DIVISION.
    MAIN.
        PERFORM READ-BACKOUT-CARD.
        OPEN OUTPUT REPORT-FILE.
        PERFORM WRITE-REPORT-HEADER.
        PERFORM BACKOUT-CTLFILE.
        PERFORM BACKOUT-BERNOUT.
        PERFORM BACKOUT-BERLOUT.
        PERFORM BACKOUT-AUDITLOG.
        PERFORM BACKOUT-BERCKPT.
        PERFORM RESET-REQUESTS.
        PERFORM REPORT-CONTROL-ROWS.
        PERFORM TIE-TO-CONTROL-ROWS.
        CLOSE REPORT-FILE.
        IF ws_mismatch_count > ZERO
            DISPLAY 'BERNBACK - ' ws_mismatch_count
                ' COUNT(S) DO NOT TIE TO THE NIGHT''S CTLFILE ROWS'
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY 'BERNBACK - BACKOUT TIES TO THE NIGHT''S '
                'CTLFILE ROWS'
        END-IF.
        STOP RUN.

    READ-BACKOUT-CARD.
        OPEN INPUT BACKOUT-CARD-FILE.
        IF ws_card_not_found
            DISPLAY 'BERNBACK - BACKCARD NOT FOUND, RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        READ BACKOUT-CARD-FILE
            AT END
                DISPLAY 'BERNBACK - BACKCARD EMPTY, RUN STOPPED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            NOT AT END
                MOVE BK-RUN-DATE TO ws_back_date
                MOVE BK-RUN-TIME TO ws_back_time
        END-READ.
        CLOSE BACKOUT-CARD-FILE.
        IF ws_back_date = SPACES
            DISPLAY 'BERNBACK - BACKCARD RUN DATE BLANK, '
                'RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF ws_back_time = SPACES
            MOVE '00:00:00' TO ws_back_time
        END-IF.
        PERFORM VALIDATE-BACKOUT-CARD.
        IF ws_card_invalid
            DISPLAY 'BERNBACK - BACKCARD <' ws_back_date ' '
                ws_back_time '> IS NOT YYYY-MM-DD HH:MM:SS, '
                'RUN STOPPED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY 'BERNBACK - BACKING OUT THE RUN OF ' ws_back_date
            ' FROM ' ws_back_time.

    VALIDATE-BACKOUT-CARD.
        MOVE 'N' TO ws_card_bad.
        IF ws_back_yyyy NOT NUMERIC
            OR ws_back_mm NOT NUMERIC
            OR ws_back_dd NOT NUMERIC
            OR ws_back_sep1 NOT = '-'
            OR ws_back_sep2 NOT = '-'
            MOVE 'Y' TO ws_card_bad
        ELSE
            IF ws_back_mm < '01' OR ws_back_mm > '12'
                OR ws_back_dd < '01' OR ws_back_dd > '31'
                MOVE 'Y' TO ws_card_bad
            END-IF
        END-IF.
        IF ws_back_hh NOT NUMERIC
            OR ws_back_mi NOT NUMERIC
            OR ws_back_ss NOT NUMERIC
            OR ws_back_tsep1 NOT = ':'
            OR ws_back_tsep2 NOT = ':'
            MOVE 'Y' TO ws_card_bad
        ELSE
            IF ws_back_hh > '23' OR ws_back_mi > '59'
                OR ws_back_ss > '59'
                MOVE 'Y' TO ws_card_bad
            END-IF
        END-IF.

    BACKOUT-CTLFILE.
        MOVE ZERO TO ws_removed_count.
        MOVE ZERO TO ws_kept_count.
        OPEN OUTPUT CONTROL-NEW-FILE.
        OPEN INPUT CONTROL-FILE.
        IF ws_control_not_found
            DISPLAY 'BERNBACK - CTLFILE NOT FOUND, SKIPPED'
        ELSE
            MOVE 'N' TO ws_control_eof
            PERFORM SPLIT-CONTROL-RECORD UNTIL ws_no_more_control
            CLOSE CONTROL-FILE
        END-IF.
        CLOSE CONTROL-NEW-FILE.
        MOVE 'CTLFILE' TO ws_file_tag.
        PERFORM REPORT-FILE-COUNTS.

    SPLIT-CONTROL-RECORD.
        READ CONTROL-FILE
            AT END
                MOVE 'Y' TO ws_control_eof
            NOT AT END
                MOVE CT-RUN-DATE TO ws_row_date
                MOVE CT-RUN-TIME TO ws_row_time
                PERFORM CHECK-NIGHT-ROW
                IF ws_row_in_night
                    PERFORM KEEP-BACKED-OUT-STEP
                    ADD 1 TO ws_removed_count
                ELSE
                    WRITE CONTROL-NEW-RECORD FROM CONTROL-RECORD
                    ADD 1 TO ws_kept_count
                END-IF
        END-READ.

    KEEP-BACKED-OUT-STEP.
        IF CT-STEP-NAME = 'HELLO'
            ADD 1 TO ws_hello_rows
            ADD CT-OUTPUT-COUNT TO ws_hello_written
        END-IF.
        IF CT-STEP-NAME = 'BERNDRV'
            ADD CT-OUTPUT-COUNT TO ws_list_written
        END-IF.
        IF CT-STEP-NAME = 'BERNFUL'
            MOVE 'Y' TO ws_ful_found
            ADD CT-OUTPUT-COUNT TO ws_list_written
            ADD CT-INPUT-COUNT TO ws_ful_pending
        END-IF.
        IF ws_ctl_count < 50
            ADD 1 TO ws_ctl_count
            MOVE CT-STEP-NAME TO ws_ctl_step(ws_ctl_count)
            MOVE CT-RUN-TIME TO ws_ctl_time(ws_ctl_count)
            MOVE CT-INPUT-COUNT TO ws_ctl_in(ws_ctl_count)
            MOVE CT-OUTPUT-COUNT TO ws_ctl_out(ws_ctl_count)
            MOVE CT-RETURN-CODE TO ws_ctl_rc(ws_ctl_count)
        END-IF.

    BACKOUT-BERNOUT.
        MOVE ZERO TO ws_removed_count.
        MOVE ZERO TO ws_kept_count.
        OPEN OUTPUT BERNOUT-NEW-FILE.
        OPEN INPUT BERNOUT-FILE.
        IF ws_bernout_not_found
            DISPLAY 'BERNBACK - BERNOUT NOT FOUND, SKIPPED'
        ELSE
            MOVE 'N' TO ws_bernout_eof
            PERFORM SPLIT-BERNOUT-RECORD UNTIL ws_no_more_bernout
            CLOSE BERNOUT-FILE
        END-IF.
        CLOSE BERNOUT-NEW-FILE.
        MOVE ws_removed_count TO ws_bernout_removed.
        MOVE 'BERNOUT' TO ws_file_tag.
        PERFORM REPORT-FILE-COUNTS.

    SPLIT-BERNOUT-RECORD.
        READ BERNOUT-FILE
            AT END
                MOVE 'Y' TO ws_bernout_eof
            NOT AT END
                IF BO-RUN-DATE = ws_back_date
                    ADD 1 TO ws_removed_count
                ELSE
                    WRITE BERNOUT-NEW-RECORD FROM BERNOUT-RECORD
                    ADD 1 TO ws_kept_count
                END-IF
        END-READ.

    BACKOUT-BERLOUT.
        MOVE ZERO TO ws_removed_count.
        MOVE ZERO TO ws_kept_count.
        OPEN OUTPUT BERLOUT-NEW-FILE.
        OPEN INPUT BERLOUT-FILE.
        IF ws_berlout_not_found
            DISPLAY 'BERNBACK - BERLOUT NOT FOUND, SKIPPED'
        ELSE
            MOVE 'N' TO ws_berlout_eof
            PERFORM SPLIT-BERLOUT-RECORD UNTIL ws_no_more_berlout
            CLOSE BERLOUT-FILE
        END-IF.
        CLOSE BERLOUT-NEW-FILE.
        MOVE ws_removed_count TO ws_berlout_removed.
        MOVE 'BERLOUT' TO ws_file_tag.
        PERFORM REPORT-FILE-COUNTS.

    SPLIT-BERLOUT-RECORD.
        READ BERLOUT-FILE
            AT END
                MOVE 'Y' TO ws_berlout_eof
            NOT AT END
                IF BL-RUN-DATE = ws_back_date
                    ADD 1 TO ws_removed_count
                ELSE
                    WRITE BERLOUT-NEW-RECORD FROM BERLOUT-RECORD
                    ADD 1 TO ws_kept_count
                END-IF
        END-READ.

    BACKOUT-AUDITLOG.
        MOVE ZERO TO ws_removed_count.
        MOVE ZERO TO ws_kept_count.
        OPEN OUTPUT AUDIT-NEW-FILE.
        OPEN INPUT AUDIT-FILE.
        IF ws_audit_not_found
            DISPLAY 'BERNBACK - AUDITLOG NOT FOUND, SKIPPED'
        ELSE
            MOVE 'N' TO ws_audit_eof
            PERFORM SPLIT-AUDIT-RECORD UNTIL ws_no_more_audit
            CLOSE AUDIT-FILE
        END-IF.
        CLOSE AUDIT-NEW-FILE.
        MOVE ws_removed_count TO ws_audit_removed.
        MOVE 'AUDITLOG' TO ws_file_tag.
        PERFORM REPORT-FILE-COUNTS.

    CHECK-NIGHT-ROW.
        MOVE 'N' TO ws_row_night.
        IF ws_row_date = ws_back_date
            IF ws_row_time >= ws_back_time
                MOVE 'Y' TO ws_row_night
            ELSE
                IF ws_back_time >= ws_cal_cutoff_time
                    AND ws_row_time < ws_cal_cutoff_time
                    MOVE 'Y' TO ws_row_night
                END-IF
            END-IF
        END-IF.

    SPLIT-AUDIT-RECORD.
        READ AUDIT-FILE
            AT END
                MOVE 'Y' TO ws_audit_eof
            NOT AT END
                MOVE AL-RUN-DATE TO ws_row_date
                MOVE AL-RUN-TIME TO ws_row_time
                PERFORM CHECK-NIGHT-ROW
                IF ws_row_in_night
                    ADD 1 TO ws_removed_count
                ELSE
                    WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
                    ADD 1 TO ws_kept_count
                END-IF
        END-READ.

    BACKOUT-BERCKPT.
        MOVE ZERO TO ws_removed_count.
        MOVE ZERO TO ws_kept_count.
        OPEN OUTPUT CKPT-NEW-FILE.
        OPEN INPUT CKPT-FILE.
        IF ws_ckpt_not_found
            DISPLAY 'BERNBACK - BERCKPT NOT FOUND, SKIPPED'
        ELSE
            MOVE 'N' TO ws_ckpt_eof
            PERFORM SPLIT-CKPT-RECORD UNTIL ws_no_more_ckpt
            CLOSE CKPT-FILE
        END-IF.
        CLOSE CKPT-NEW-FILE.
        MOVE 'BERCKPT' TO ws_file_tag.
        PERFORM REPORT-FILE-COUNTS.

    SPLIT-CKPT-RECORD.
        READ CKPT-FILE
            AT END
                MOVE 'Y' TO ws_ckpt_eof
            NOT AT END
                MOVE CK-RUN-DATE TO ws_row_date
                MOVE CK-RUN-TIME TO ws_row_time
                PERFORM CHECK-NIGHT-ROW
                IF ws_row_in_night
                    ADD 1 TO ws_removed_count
                ELSE
                    PERFORM WRITE-CKPT-KEEP
                END-IF
        END-READ.

    WRITE-CKPT-KEEP.
        MOVE CK-N TO CKN-N.
        MOVE CK-M TO CKN-M.
        MOVE CK-ENTRY-COUNT TO CKN-ENTRY-COUNT.
        MOVE CK-RUN-DATE TO CKN-RUN-DATE.
        MOVE CK-RUN-TIME TO CKN-RUN-TIME.
        MOVE ZERO TO ws_ckpt_idx.
        PERFORM COPY-CKPT-KEEP-ENTRY
            UNTIL ws_ckpt_idx >= CK-ENTRY-COUNT.
        WRITE CKPT-NEW-RECORD.
        ADD 1 TO ws_kept_count.

    COPY-CKPT-KEEP-ENTRY.
        ADD 1 TO ws_ckpt_idx.
        MOVE CK-B-BER(ws_ckpt_idx) TO CKN-B-BER(ws_ckpt_idx).

    RESET-REQUESTS.
        MOVE 'BERNBACK' TO ws_jrnl_program.
        MOVE SPACES TO ws_jrnl_user.
        MOVE 'REQMAST' TO ws_jrnl_master.
        MOVE 'C' TO ws_jrnl_action.
        OPEN I-O REQUEST-FILE.
        IF ws_request_not_found
            DISPLAY 'BERNBACK - REQMAST NOT FOUND, NO REQUESTS '
                'TO RESET'
        ELSE
            MOVE 'N' TO ws_request_eof
            PERFORM READ-REQUEST
            PERFORM RESET-REQUEST UNTIL ws_no_more_requests
            CLOSE REQUEST-FILE
        END-IF.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_reset_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'REQMAST REQUESTS RESET TO PENDING ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    READ-REQUEST.
        READ REQUEST-FILE
            AT END
                MOVE 'Y' TO ws_request_eof
        END-READ.

    RESET-REQUEST.
        IF (RQ-FULFILLED OR RQ-REJECTED)
            AND RQ-COMPLETED-DATE = ws_back_date
            MOVE 'P' TO RQ-STATUS
            MOVE SPACES TO RQ-REASON
            MOVE SPACES TO RQ-COMPLETED-DATE
            MOVE ZERO TO RQ-RESULT
            REWRITE REQUEST-RECORD
                INVALID KEY
                    DISPLAY 'BERNBACK - REQMAST REWRITE FAILED, '
                        'STATUS ' ws_request_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE REQUEST-RECORD TO ws_jrnl_image
            CALL 'BERNJRNL' USING ws_jrnl_parms
            ADD 1 TO ws_reset_count
        END-IF.
        PERFORM READ-REQUEST.

    REPORT-FILE-COUNTS.
        ADD ws_removed_count TO ws_kept_count GIVING ws_before_count.
        MOVE SPACES TO REPORT-LINE.
        STRING 'FILE ' ws_file_tag
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_before_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  RECORDS BEFORE BACKOUT   ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_removed_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  RECORDS BACKED OUT       ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_kept_count TO ws_edit_count.
        MOVE SPACES TO REPORT-LINE.
        STRING '  RECORDS AFTER BACKOUT    ' ws_edit_count
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    REPORT-CONTROL-ROWS.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'CTLFILE ROWS BACKED OUT FOR THE NIGHT' TO REPORT-LINE.
        WRITE REPORT-LINE.
        IF ws_ctl_count = ZERO
            MOVE '  NONE - NO STEP OF THE NIGHT WROTE A CONTROL RECORD'
                TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF.
        MOVE 1 TO ws_ctl_idx.
        PERFORM WRITE-CONTROL-ROW-LINE
            UNTIL ws_ctl_idx > ws_ctl_count.

    WRITE-CONTROL-ROW-LINE.
        MOVE ws_ctl_in(ws_ctl_idx) TO ws_edit_in.
        MOVE ws_ctl_out(ws_ctl_idx) TO ws_edit_out.
        MOVE ws_ctl_rc(ws_ctl_idx) TO ws_edit_rc.
        MOVE SPACES TO REPORT-LINE.
        STRING '  STEP ' ws_ctl_step(ws_ctl_idx)
            ' AT ' ws_ctl_time(ws_ctl_idx)
            ' READ ' ws_edit_in
            ' WROTE ' ws_edit_out
            ' RC ' ws_edit_rc
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        ADD 1 TO ws_ctl_idx.

    TIE-TO-CONTROL-ROWS.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE 'TIE-OUT TO THE NIGHT''S CTLFILE ROWS' TO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE ws_bernout_removed TO ws_tie_removed.
        MOVE ws_hello_written TO ws_tie_posted.
        MOVE 'BERNOUT ROWS VS HELLO ROWS WRITTEN' TO ws_tie_label.
        PERFORM REPORT-TIE-LINE.
        MOVE ws_audit_removed TO ws_tie_removed.
        MOVE ws_hello_rows TO ws_tie_posted.
        MOVE 'AUDITLOG ROWS VS HELLO RUNS' TO ws_tie_label.
        PERFORM REPORT-TIE-LINE.
        MOVE ws_berlout_removed TO ws_tie_removed.
        MOVE ws_list_written TO ws_tie_posted.
        MOVE 'BERLOUT ROWS VS BERNDRV+BERNFUL WRITTEN'
            TO ws_tie_label.
        PERFORM REPORT-TIE-LINE.
        IF ws_bernful_backed_out OR ws_reset_count > ZERO
            MOVE ws_reset_count TO ws_tie_removed
            MOVE ws_ful_pending TO ws_tie_posted
            MOVE 'REQUESTS RESET VS BERNFUL WORKED'
                TO ws_tie_label
            PERFORM REPORT-TIE-LINE
        END-IF.

    REPORT-TIE-LINE.
        MOVE ws_tie_removed TO ws_edit_in.
        MOVE ws_tie_posted TO ws_edit_out.
        MOVE SPACES TO REPORT-LINE.
        IF ws_tie_removed = ws_tie_posted
            STRING 'TIES:      ' ws_tie_label ' '
                ws_edit_in ' = ' ws_edit_out
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            ADD 1 TO ws_mismatch_count
            STRING 'MISMATCH:  ' ws_tie_label ' '
                ws_edit_in ' / ' ws_edit_out
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF.
        WRITE REPORT-LINE.

    WRITE-REPORT-HEADER.
        MOVE SPACES TO REPORT-LINE.
        STRING 'NIGHTLY RUN BACKOUT REPORT - RUN DATE '
            ws_back_date ' FROM ' ws_back_time
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.
        MOVE SPACES TO REPORT-LINE.
        WRITE REPORT-LINE.
