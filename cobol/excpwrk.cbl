IDENTIFICATION DIVISION.
PROGRAM-ID. EXCPWRK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-FILE ASSIGN TO EXCPMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EX-KEY
        FILE STATUS IS ws_excp_status.

DATA DIVISION.
FILE SECTION.
FD EXCEPTION-FILE
    LABEL RECORDS ARE STANDARD.
COPY EXCPREC.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    01 ws_excp_status PIC X(02) VALUE SPACES.
        88 ws_excp_not_found VALUE '35'.
    01 ws_wrk_done PIC X(01) VALUE 'N'.
        88 ws_work_finished VALUE 'Y'.
    01 ws_action PIC X(01) VALUE 'N'.
        88 ws_act_next VALUE 'N'.
        88 ws_act_top VALUE 'T'.
        88 ws_act_assign VALUE 'A'.
        88 ws_act_resolve VALUE 'R'.
        88 ws_act_exit VALUE 'X'.
    01 ws_filter_pgm PIC X(08) VALUE SPACES.
    01 ws_in_assign PIC X(08) VALUE SPACES.
    01 ws_in_resolution PIC X(40) VALUE SPACES.
    01 ws_cur_key PIC X(43).
    01 ws_item_shown PIC X(01) VALUE 'N'.
        88 ws_have_item VALUE 'Y'.
    01 ws_browse_eof PIC X(01).
        88 ws_browse_finished VALUE 'Y'.
    01 ws_found_open PIC X(01).
        88 ws_open_item_found VALUE 'Y'.
    01 ws_show_run_date PIC X(10) VALUE SPACES.
    01 ws_show_pgm PIC X(08) VALUE SPACES.
    01 ws_show_severity PIC X(01) VALUE SPACES.
    01 ws_show_code PIC X(04) VALUE SPACES.
    01 ws_show_key_type PIC X(01) VALUE SPACES.
    01 ws_show_key PIC X(20) VALUE SPACES.
    01 ws_show_text PIC X(40) VALUE SPACES.
    01 ws_show_logged PIC X(19) VALUE SPACES.
    01 ws_show_status PIC X(08) VALUE SPACES.
    01 ws_show_assigned PIC X(30) VALUE SPACES.
    01 ws_show_resolved PIC X(30) VALUE SPACES.
    01 ws_show_resolution PIC X(40) VALUE SPACES.
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_today PIC X(10).

SCREEN SECTION.
01 WORKLIST-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'EXCEPTION WORKLIST'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'ACTION (N/T/A/R, X=EXIT):'.
    05 LINE 03 COLUMN 31 PIC X(01) USING ws_action.
    05 LINE 03 COLUMN 35 VALUE 'N=NEXT OPEN T=TOP A=ASSIGN R=RESOLVE'.
    05 LINE 04 COLUMN 01 VALUE 'SOURCE PROGRAM (BLANK=ALL):'.
    05 LINE 04 COLUMN 31 PIC X(08) USING ws_filter_pgm.
    05 LINE 06 COLUMN 01 VALUE 'RUN DATE:'.
    05 LINE 06 COLUMN 18 PIC X(10) FROM ws_show_run_date.
    05 LINE 06 COLUMN 35 VALUE 'PROGRAM:'.
    05 LINE 06 COLUMN 45 PIC X(08) FROM ws_show_pgm.
    05 LINE 07 COLUMN 01 VALUE 'SEVERITY:'.
    05 LINE 07 COLUMN 18 PIC X(01) FROM ws_show_severity.
    05 LINE 07 COLUMN 35 VALUE 'REASON:'.
    05 LINE 07 COLUMN 45 PIC X(04) FROM ws_show_code.
    05 LINE 08 COLUMN 01 VALUE 'FAILING KEY:'.
    05 LINE 08 COLUMN 18 PIC X(01) FROM ws_show_key_type.
    05 LINE 08 COLUMN 20 PIC X(20) FROM ws_show_key.
    05 LINE 09 COLUMN 01 VALUE 'DESCRIPTION:'.
    05 LINE 09 COLUMN 18 PIC X(40) FROM ws_show_text.
    05 LINE 10 COLUMN 01 VALUE 'LOGGED:'.
    05 LINE 10 COLUMN 18 PIC X(19) FROM ws_show_logged.
    05 LINE 11 COLUMN 01 VALUE 'STATUS:'.
    05 LINE 11 COLUMN 18 PIC X(08) FROM ws_show_status.
    05 LINE 12 COLUMN 01 VALUE 'ASSIGNED:'.
    05 LINE 12 COLUMN 18 PIC X(30) FROM ws_show_assigned.
    05 LINE 13 COLUMN 01 VALUE 'RESOLVED:'.
    05 LINE 13 COLUMN 18 PIC X(30) FROM ws_show_resolved.
    05 LINE 14 COLUMN 01 VALUE 'RESOLUTION:'.
    05 LINE 14 COLUMN 18 PIC X(40) FROM ws_show_resolution.
    05 LINE 16 COLUMN 01 VALUE 'ASSIGN TO (BLANK=SELF):'.
    05 LINE 16 COLUMN 31 PIC X(08) USING ws_in_assign.
    05 LINE 17 COLUMN 01 VALUE 'HOW RESOLVED:'.
    05 LINE 17 COLUMN 31 PIC X(40) USING ws_in_resolution.
    05 LINE 19 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 20 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        MOVE 'EXCPWRK' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            ACCEPT ws_sys_date FROM DATE YYYYMMDD
            STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
                DELIMITED BY SIZE INTO ws_today
            MOVE LOW-VALUES TO ws_cur_key
            PERFORM WORK-CYCLE UNTIL ws_work_finished
        END-IF.
        STOP RUN.

    WORK-CYCLE.
        DISPLAY WORKLIST-SCREEN.
        ACCEPT WORKLIST-SCREEN.
        IF ws_act_exit
            MOVE 'Y' TO ws_wrk_done
        ELSE
            PERFORM APPLY-ACTION
        END-IF.

    APPLY-ACTION.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM OPEN-WORKLIST
            IF ws_act_next
                PERFORM SHOW-NEXT-OPEN
            ELSE
                IF ws_act_top
                    MOVE LOW-VALUES TO ws_cur_key
                    PERFORM SHOW-NEXT-OPEN
                ELSE
                    IF ws_act_assign
                        PERFORM ASSIGN-EXCEPTION
                    ELSE
                        IF ws_act_resolve
                            PERFORM RESOLVE-EXCEPTION
                        ELSE
                            MOVE 'ACTION MUST BE N, T, A, R OR X'
                                TO ws_msg_line
                        END-IF
                    END-IF
                END-IF
            END-IF
            CLOSE EXCEPTION-FILE
        END-IF.
        MOVE 'N' TO ws_action.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF (ws_act_assign OR ws_act_resolve)
            AND NOT ws_role_maintainer AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            IF ws_act_assign
                MOVE 'ASSIGN' TO ws_viol_action
            ELSE
                MOVE 'RESOLVE' TO ws_viol_action
            END-IF
            MOVE ws_show_pgm TO ws_viol_key
            MOVE 'ROLE MAY NOT WORK EXCEPTIONS' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY ONLY BROWSE EXCEPTIONS'
                TO ws_msg_line
        END-IF.

    OPEN-WORKLIST.
        OPEN I-O EXCEPTION-FILE.
        IF ws_excp_not_found
            OPEN OUTPUT EXCEPTION-FILE
            CLOSE EXCEPTION-FILE
            OPEN I-O EXCEPTION-FILE
        END-IF.
        IF ws_excp_status NOT = '00'
            DISPLAY 'EXCPWRK - EXCPMAST OPEN FAILED, STATUS '
                ws_excp_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    SHOW-NEXT-OPEN.
        MOVE 'N' TO ws_browse_eof.
        MOVE 'N' TO ws_found_open.
        MOVE ws_cur_key TO EX-KEY.
        START EXCEPTION-FILE KEY > EX-KEY
            INVALID KEY
                MOVE 'Y' TO ws_browse_eof
        END-START.
        PERFORM READ-NEXT-EXCEPTION UNTIL ws_browse_finished.
        IF ws_open_item_found
            MOVE EX-KEY TO ws_cur_key
            PERFORM SHOW-EXCEPTION
            MOVE 'OPEN EXCEPTION DISPLAYED' TO ws_msg_line
        ELSE
            PERFORM CLEAR-EXCEPTION
            MOVE LOW-VALUES TO ws_cur_key
            MOVE 'NO MORE OPEN EXCEPTIONS - T STARTS AGAIN AT THE TOP'
                TO ws_msg_line
        END-IF.

    READ-NEXT-EXCEPTION.
        READ EXCEPTION-FILE NEXT
            AT END
                MOVE 'Y' TO ws_browse_eof
            NOT AT END
                IF EX-OPEN
                    AND (ws_filter_pgm = SPACES
                        OR EX-SOURCE-PGM = ws_filter_pgm)
                    MOVE 'Y' TO ws_found_open
                    MOVE 'Y' TO ws_browse_eof
                END-IF
        END-READ.

    ASSIGN-EXCEPTION.
        IF NOT ws_have_item
            MOVE 'SHOW AN EXCEPTION WITH N BEFORE ASSIGNING'
                TO ws_msg_line
        ELSE
            MOVE ws_cur_key TO EX-KEY
            READ EXCEPTION-FILE
                INVALID KEY
                    MOVE 'EXCEPTION NO LONGER ON FILE' TO ws_msg_line
                NOT INVALID KEY
                    PERFORM REWRITE-ASSIGNMENT
            END-READ
        END-IF.

    REWRITE-ASSIGNMENT.
        IF EX-RESOLVED
            MOVE 'EXCEPTION IS ALREADY RESOLVED' TO ws_msg_line
        ELSE
            IF ws_in_assign = SPACES
                MOVE ws_sign_user TO EX-ASSIGNED-TO
            ELSE
                MOVE ws_in_assign TO EX-ASSIGNED-TO
            END-IF
            MOVE ws_today TO EX-ASSIGNED-DATE
            REWRITE EXCEPTION-RECORD
                INVALID KEY
                    DISPLAY 'EXCPWRK - EXCPMAST REWRITE FAILED, '
                        'STATUS ' ws_excp_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            PERFORM SHOW-EXCEPTION
            MOVE SPACES TO ws_in_assign
            STRING 'EXCEPTION ASSIGNED TO ' EX-ASSIGNED-TO
                DELIMITED BY SIZE INTO ws_msg_line
        END-IF.

    RESOLVE-EXCEPTION.
        IF NOT ws_have_item
            MOVE 'SHOW AN EXCEPTION WITH N BEFORE RESOLVING'
                TO ws_msg_line
        ELSE
            IF ws_in_resolution = SPACES
                MOVE 'SAY HOW IT WAS RESOLVED BEFORE RESOLVING'
                    TO ws_msg_line
            ELSE
                MOVE ws_cur_key TO EX-KEY
                READ EXCEPTION-FILE
                    INVALID KEY
                        MOVE 'EXCEPTION NO LONGER ON FILE'
                            TO ws_msg_line
                    NOT INVALID KEY
                        PERFORM REWRITE-RESOLUTION
                END-READ
            END-IF
        END-IF.

    REWRITE-RESOLUTION.
        IF EX-RESOLVED
            MOVE 'EXCEPTION IS ALREADY RESOLVED' TO ws_msg_line
        ELSE
            IF EX-ASSIGNED-TO = SPACES
                MOVE ws_sign_user TO EX-ASSIGNED-TO
                MOVE ws_today TO EX-ASSIGNED-DATE
            END-IF
            MOVE 'R' TO EX-STATUS
            MOVE ws_sign_user TO EX-RESOLVED-BY
            MOVE ws_today TO EX-RESOLVED-DATE
            MOVE ws_in_resolution TO EX-RESOLUTION
            REWRITE EXCEPTION-RECORD
                INVALID KEY
                    DISPLAY 'EXCPWRK - EXCPMAST REWRITE FAILED, '
                        'STATUS ' ws_excp_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            PERFORM SHOW-EXCEPTION
            MOVE SPACES TO ws_in_resolution
            MOVE 'EXCEPTION RESOLVED - N SHOWS THE NEXT OPEN ONE'
                TO ws_msg_line
        END-IF.

    SHOW-EXCEPTION.
        MOVE 'Y' TO ws_item_shown.
        MOVE EX-RUN-DATE TO ws_show_run_date.
        MOVE EX-SOURCE-PGM TO ws_show_pgm.
        MOVE EX-SEVERITY TO ws_show_severity.
        MOVE EX-REASON-CODE TO ws_show_code.
        MOVE EX-KEY-TYPE TO ws_show_key_type.
        MOVE EX-FAIL-KEY TO ws_show_key.
        MOVE EX-REASON-TEXT TO ws_show_text.
        MOVE SPACES TO ws_show_logged.
        STRING EX-LOGGED-DATE ' ' EX-LOGGED-TIME
            DELIMITED BY SIZE INTO ws_show_logged.
        IF EX-RESOLVED
            MOVE 'RESOLVED' TO ws_show_status
        ELSE
            MOVE 'OPEN' TO ws_show_status
        END-IF.
        MOVE SPACES TO ws_show_assigned.
        IF EX-ASSIGNED-TO NOT = SPACES
            STRING EX-ASSIGNED-TO ' ON ' EX-ASSIGNED-DATE
                DELIMITED BY SIZE INTO ws_show_assigned
        END-IF.
        MOVE SPACES TO ws_show_resolved.
        IF EX-RESOLVED-BY NOT = SPACES
            STRING EX-RESOLVED-BY ' ON ' EX-RESOLVED-DATE
                DELIMITED BY SIZE INTO ws_show_resolved
        END-IF.
        MOVE EX-RESOLUTION TO ws_show_resolution.

    CLEAR-EXCEPTION.
        MOVE 'N' TO ws_item_shown.
        MOVE SPACES TO ws_show_run_date.
        MOVE SPACES TO ws_show_pgm.
        MOVE SPACES TO ws_show_severity.
        MOVE SPACES TO ws_show_code.
        MOVE SPACES TO ws_show_key_type.
        MOVE SPACES TO ws_show_key.
        MOVE SPACES TO ws_show_text.
        MOVE SPACES TO ws_show_logged.
        MOVE SPACES TO ws_show_status.
        MOVE SPACES TO ws_show_assigned.
        MOVE SPACES TO ws_show_resolved.
        MOVE SPACES TO ws_show_resolution.
