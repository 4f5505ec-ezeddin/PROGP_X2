IDENTIFICATION DIVISION.
PROGRAM-ID. CALMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO CALMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CAL-DATE
        FILE STATUS IS ws_calendar_status.

DATA DIVISION.
FILE SECTION.
FD CALENDAR-FILE
    LABEL RECORDS ARE STANDARD.
COPY CALMREC.

   WORKING-STORAGE SECTION.
    COPY SIGNPRM.
    01 ws_calendar_status PIC X(02) VALUE SPACES.
        88 ws_calendar_not_found VALUE '35'.
    01 ws_mnt_done PIC X(01) VALUE 'N'.
        88 ws_maint_finished VALUE 'Y'.
    01 ws_cal_date PIC X(10) VALUE SPACES.
    01 ws_action PIC X(01) VALUE SPACES.
        88 ws_act_add VALUE 'A'.
        88 ws_act_change VALUE 'C'.
        88 ws_act_inquire VALUE 'I'.
        88 ws_act_next VALUE 'N'.
    01 ws_in_day_type PIC X(01) VALUE SPACES.
    01 ws_in_close PIC X(01) VALUE SPACES.
    01 ws_in_desc PIC X(30) VALUE SPACES.
    01 ws_status_line PIC X(70) VALUE SPACES.
    01 ws_msg_line PIC X(70) VALUE SPACES.
    01 ws_reject_reason PIC X(30).
        88 ws_edits_passed VALUE SPACES.
    01 ws_role_ok PIC X(01).
        88 ws_action_allowed VALUE 'Y'.
    01 ws_check_date PIC X(10).
    01 ws_check_parts REDEFINES ws_check_date.
        05 ws_check_yyyy PIC X(04).
        05 ws_check_sep1 PIC X(01).
        05 ws_check_mm PIC X(02).
        05 ws_check_sep2 PIC X(01).
        05 ws_check_dd PIC X(02).
    01 ws_date_bad PIC X(01).
        88 ws_date_invalid VALUE 'Y'.
    01 ws_scan_month PIC X(07).
    01 ws_scan_close PIC X(10).
    01 ws_scan_eof PIC X(01).
        88 ws_scan_finished VALUE 'Y'.
    01 ws_sys_date PIC 9(08).
    01 ws_date_fields REDEFINES ws_sys_date.
        05 ws_date_ccyy PIC 9(04).
        05 ws_date_mm PIC 9(02).
        05 ws_date_dd PIC 9(02).
    01 ws_today PIC X(10).

SCREEN SECTION.
01 MAINT-SCREEN.
    05 BLANK SCREEN.
    05 LINE 01 COLUMN 01 VALUE 'BUSINESS CALENDAR'.
    05 LINE 01 COLUMN 19 VALUE 'MAINTENANCE'.
    05 LINE 01 COLUMN 50 VALUE 'OPERATOR:'.
    05 LINE 01 COLUMN 60 PIC X(08) FROM ws_sign_user.
    05 LINE 03 COLUMN 01 VALUE 'DATE YYYY-MM-DD (BLANK=EXIT):'.
    05 LINE 03 COLUMN 31 PIC X(10) USING ws_cal_date.
    05 LINE 04 COLUMN 01 VALUE 'ACTION (A/C/I/N=NEXT):'.
    05 LINE 04 COLUMN 31 PIC X(01) USING ws_action.
    05 LINE 06 COLUMN 01 VALUE 'DAY TYPE (B/W/H):'.
    05 LINE 06 COLUMN 31 PIC X(01) USING ws_in_day_type.
    05 LINE 07 COLUMN 01 VALUE 'MONTH-END CLOSE DATE (Y/N):'.
    05 LINE 07 COLUMN 31 PIC X(01) USING ws_in_close.
    05 LINE 08 COLUMN 01 VALUE 'HOLIDAY NAME / NOTE:'.
    05 LINE 08 COLUMN 31 PIC X(30) USING ws_in_desc.
    05 LINE 10 COLUMN 01 PIC X(70) FROM ws_status_line.
    05 LINE 11 COLUMN 01 PIC X(70) FROM ws_msg_line.

PROCEDURE DIVISION.
    MAIN.
        MOVE 'CALMNT' TO ws_sign_program.
        CALL 'BERNSIGN' USING ws_signon_parms, ws_violation_parms.
        IF ws_signed_on
            ACCEPT ws_sys_date FROM DATE YYYYMMDD
            STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
                DELIMITED BY SIZE INTO ws_today
            PERFORM MAINT-CYCLE UNTIL ws_maint_finished
        END-IF.
        STOP RUN.

    MAINT-CYCLE.
        DISPLAY MAINT-SCREEN.
        ACCEPT MAINT-SCREEN.
        IF ws_cal_date = SPACES
            MOVE 'Y' TO ws_mnt_done
        ELSE
            PERFORM APPLY-ACTION
        END-IF.

    APPLY-ACTION.
        MOVE SPACES TO ws_status_line.
        MOVE SPACES TO ws_msg_line.
        PERFORM CHECK-ROLE.
        IF ws_action_allowed
            PERFORM OPEN-CALENDAR
            IF ws_act_add
                PERFORM ADD-DATE
            ELSE
                IF ws_act_change
                    PERFORM CHANGE-DATE
                ELSE
                    IF ws_act_inquire
                        PERFORM INQUIRE-DATE
                    ELSE
                        IF ws_act_next
                            PERFORM SHOW-NEXT-DATE
                        ELSE
                            MOVE 'ACTION MUST BE A, C, I OR N'
                                TO ws_msg_line
                        END-IF
                    END-IF
                END-IF
            END-IF
            CLOSE CALENDAR-FILE
        END-IF.

    CHECK-ROLE.
        MOVE 'Y' TO ws_role_ok.
        IF (ws_act_add OR ws_act_change)
            AND NOT ws_role_administrator
            MOVE 'N' TO ws_role_ok
            IF ws_act_add
                MOVE 'ADD' TO ws_viol_action
            ELSE
                MOVE 'CHANGE' TO ws_viol_action
            END-IF
            MOVE ws_cal_date TO ws_check_date
            MOVE SPACES TO ws_viol_key
            STRING ws_check_yyyy ws_check_mm ws_check_dd
                DELIMITED BY SIZE INTO ws_viol_key
            MOVE 'ROLE MAY NOT CHANGE CALENDAR' TO ws_viol_reason
            CALL 'BERNSECV' USING ws_signon_parms, ws_violation_parms
            MOVE 'NOT AUTHORIZED - YOUR ROLE MAY NOT MAINTAIN CALENDAR'
                TO ws_msg_line
        END-IF.

    OPEN-CALENDAR.
        OPEN I-O CALENDAR-FILE.
        IF ws_calendar_not_found
            OPEN OUTPUT CALENDAR-FILE
            CLOSE CALENDAR-FILE
            OPEN I-O CALENDAR-FILE
        END-IF.
        IF ws_calendar_status NOT = '00'
            DISPLAY 'CALMNT - CALMAST OPEN FAILED, STATUS '
                ws_calendar_status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

    ADD-DATE.
        PERFORM VALIDATE-DATE-ENTRY.
        IF ws_edits_passed
            MOVE ws_cal_date TO CM-CAL-DATE
            READ CALENDAR-FILE
                INVALID KEY
                    PERFORM ADD-NEW-DATE
                NOT INVALID KEY
                    MOVE 'DATE ALREADY ON CALENDAR' TO ws_msg_line
            END-READ
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
        END-IF.

    ADD-NEW-DATE.
        MOVE ws_cal_date TO CM-CAL-DATE.
        PERFORM BUILD-CALENDAR-FIELDS.
        WRITE CALENDAR-RECORD
            INVALID KEY
                DISPLAY 'CALMNT - CALMAST WRITE FAILED, STATUS '
                    ws_calendar_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE.
        MOVE 'DATE ADDED' TO ws_msg_line.

    CHANGE-DATE.
        PERFORM VALIDATE-DATE-ENTRY.
        IF ws_edits_passed
            MOVE ws_cal_date TO CM-CAL-DATE
            READ CALENDAR-FILE
                INVALID KEY
                    MOVE 'DATE NOT ON CALENDAR' TO ws_msg_line
                NOT INVALID KEY
                    PERFORM REWRITE-DATE
            END-READ
        ELSE
            MOVE ws_reject_reason TO ws_msg_line
        END-IF.

    REWRITE-DATE.
        PERFORM BUILD-CALENDAR-FIELDS.
        REWRITE CALENDAR-RECORD
            INVALID KEY
                DISPLAY 'CALMNT - CALMAST REWRITE FAILED, STATUS '
                    ws_calendar_status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE.
        MOVE 'DATE CHANGED' TO ws_msg_line.

    INQUIRE-DATE.
        MOVE ws_cal_date TO CM-CAL-DATE.
        READ CALENDAR-FILE
            INVALID KEY
                MOVE 'DATE NOT ON CALENDAR' TO ws_msg_line
            NOT INVALID KEY
                PERFORM SHOW-DATE
        END-READ.

    SHOW-NEXT-DATE.
        MOVE ws_cal_date TO CM-CAL-DATE.
        START CALENDAR-FILE KEY > CM-CAL-DATE
            INVALID KEY
                MOVE 'NO DATE ON CALENDAR BEYOND THIS DATE'
                    TO ws_msg_line
            NOT INVALID KEY
                PERFORM READ-NEXT-DATE
        END-START.

    READ-NEXT-DATE.
        READ CALENDAR-FILE NEXT
            AT END
                MOVE 'NO DATE ON CALENDAR BEYOND THIS DATE'
                    TO ws_msg_line
            NOT AT END
                MOVE CM-CAL-DATE TO ws_cal_date
                PERFORM SHOW-DATE
        END-READ.

    SHOW-DATE.
        MOVE CM-DAY-TYPE TO ws_in_day_type.
        IF CM-MONTH-END-CLOSE
            MOVE 'Y' TO ws_in_close
        ELSE
            MOVE 'N' TO ws_in_close
        END-IF.
        MOVE CM-DESC TO ws_in_desc.
        IF CM-CHANGED-BY NOT = SPACES
            STRING 'LAST CHANGED ' CM-CHANGED-DATE ' BY '
                CM-CHANGED-BY
                DELIMITED BY SIZE INTO ws_status_line
        END-IF.
        MOVE 'DATE DISPLAYED' TO ws_msg_line.

    VALIDATE-DATE-ENTRY.
        MOVE SPACES TO ws_reject_reason.
        IF ws_in_close = SPACE
            MOVE 'N' TO ws_in_close
        END-IF.
        IF ws_in_desc = SPACES AND ws_in_day_type = 'H'
            MOVE 'HOLIDAY NAME IS REQUIRED' TO ws_reject_reason
        END-IF.
        IF ws_in_close = 'Y' AND ws_in_day_type NOT = 'B'
            MOVE 'CLOSE MUST BE ON A BUSINESS DAY'
                TO ws_reject_reason
        END-IF.
        IF ws_in_close NOT = 'Y' AND ws_in_close NOT = 'N'
            MOVE 'CLOSE DATE FLAG MUST BE Y OR N' TO ws_reject_reason
        END-IF.
        IF ws_in_day_type NOT = 'B' AND ws_in_day_type NOT = 'W'
            AND ws_in_day_type NOT = 'H'
            MOVE 'DAY TYPE MUST BE B, W OR H' TO ws_reject_reason
        END-IF.
        MOVE ws_cal_date TO ws_check_date.
        PERFORM VALIDATE-DATE.
        IF ws_date_invalid
            MOVE 'DATE NOT YYYY-MM-DD' TO ws_reject_reason
        END-IF.
        IF ws_edits_passed AND ws_in_close = 'Y'
            PERFORM CHECK-ONE-CLOSE-PER-MONTH
        END-IF.

    CHECK-ONE-CLOSE-PER-MONTH.
        MOVE ws_cal_date(1:7) TO ws_scan_month.
        MOVE SPACES TO ws_scan_close.
        MOVE 'N' TO ws_scan_eof.
        MOVE SPACES TO CM-CAL-DATE.
        STRING ws_scan_month '-01' DELIMITED BY SIZE INTO CM-CAL-DATE.
        START CALENDAR-FILE KEY NOT < CM-CAL-DATE
            INVALID KEY
                MOVE 'Y' TO ws_scan_eof
        END-START.
        PERFORM READ-MONTH-DAY UNTIL ws_scan_finished.
        IF ws_scan_close NOT = SPACES
            STRING 'MONTH CLOSES ON ' ws_scan_close
                DELIMITED BY SIZE INTO ws_reject_reason
        END-IF.

    READ-MONTH-DAY.
        READ CALENDAR-FILE NEXT
            AT END
                MOVE 'Y' TO ws_scan_eof
            NOT AT END
                IF CM-CAL-DATE(1:7) NOT = ws_scan_month
                    MOVE 'Y' TO ws_scan_eof
                ELSE
                    IF CM-MONTH-END-CLOSE
                        AND CM-CAL-DATE NOT = ws_cal_date
                        MOVE CM-CAL-DATE TO ws_scan_close
                        MOVE 'Y' TO ws_scan_eof
                    END-IF
                END-IF
        END-READ.

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

    BUILD-CALENDAR-FIELDS.
        MOVE ws_in_day_type TO CM-DAY-TYPE.
        MOVE ws_in_close TO CM-CLOSE-FLAG.
        MOVE ws_in_desc TO CM-DESC.
        MOVE ws_sign_user TO CM-CHANGED-BY.
        MOVE ws_today TO CM-CHANGED-DATE.
