IDENTIFICATION DIVISION.
PROGRAM-ID. BERNDATE.

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
    COPY CALLIM.
    01 ws_calendar_status PIC X(02) VALUE SPACES.
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
    01 ws_now_time PIC X(08).
    01 ws_step_date PIC X(10).
    01 ws_step_parts REDEFINES ws_step_date.
        05 ws_step_yyyy PIC 9(04).
        05 FILLER PIC X(01).
        05 ws_step_mm PIC 9(02).
        05 FILLER PIC X(01).
        05 ws_step_dd PIC 9(02).
    01 ws_scan_month PIC X(07).
    01 ws_scan_parts REDEFINES ws_scan_month.
        05 ws_scan_yyyy PIC 9(04).
        05 FILLER PIC X(01).
        05 ws_scan_mm PIC 9(02).
    01 ws_scan_close PIC X(10).
    01 ws_scan_eof PIC X(01).
        88 ws_scan_finished VALUE 'Y'.
    01 ws_walk_done PIC X(01).
        88 ws_walk_finished VALUE 'Y'.
    01 ws_walk_count PIC S9(4) COMP.
    01 ws_walk_limit PIC S9(4) COMP VALUE 31.
    01 ws_month_days PIC X(24) VALUE '312831303130313130313031'.
    01 ws_month_day_table REDEFINES ws_month_days.
        05 ws_days_in_month OCCURS 12 TIMES PIC 9(02).
    01 ws_leap_quot PIC 9(04).
    01 ws_leap_rem4 PIC 9(04).
    01 ws_leap_rem100 PIC 9(04).
    01 ws_leap_rem400 PIC 9(04).

LINKAGE SECTION.
    COPY CALPRM.

PROCEDURE DIVISION USING ws_cal_parms.
    FIND-DATES.
        MOVE 'Y' TO ws_cal_result.
        MOVE SPACES TO ws_cal_reason.
        MOVE SPACES TO ws_cal_process_date.
        MOVE SPACES TO ws_cal_close_date.
        MOVE SPACES TO ws_cal_close_month.
        OPEN INPUT CALENDAR-FILE.
        IF ws_calendar_status NOT = '00'
            MOVE 'N' TO ws_cal_result
            STRING 'CALMAST OPEN FAILED, STATUS '
                ws_calendar_status
                DELIMITED BY SIZE INTO ws_cal_reason
        ELSE
            PERFORM FIND-PROCESSING-DATE
            IF ws_cal_found AND ws_cal_get_close
                PERFORM FIND-CLOSE-DATE
            END-IF
            CLOSE CALENDAR-FILE
        END-IF.
        GOBACK.

    FIND-PROCESSING-DATE.
        ACCEPT ws_sys_date FROM DATE YYYYMMDD.
        ACCEPT ws_sys_time FROM TIME.
        MOVE SPACES TO ws_step_date.
        STRING ws_date_ccyy '-' ws_date_mm '-' ws_date_dd
            DELIMITED BY SIZE INTO ws_step_date.
        STRING ws_time_hh ':' ws_time_mm ':' ws_time_ss
            DELIMITED BY SIZE INTO ws_now_time.
        IF ws_now_time < ws_cal_cutoff_time
            PERFORM STEP-BACK-ONE-DAY
        END-IF.
        MOVE 'N' TO ws_walk_done.
        MOVE ZERO TO ws_walk_count.
        PERFORM CHECK-CALENDAR-DAY UNTIL ws_walk_finished.

    CHECK-CALENDAR-DAY.
        MOVE ws_step_date TO CM-CAL-DATE.
        READ CALENDAR-FILE
            INVALID KEY
                MOVE 'N' TO ws_cal_result
                STRING 'DATE ' ws_step_date ' NOT ON CALMAST'
                    DELIMITED BY SIZE INTO ws_cal_reason
                MOVE 'Y' TO ws_walk_done
            NOT INVALID KEY
                PERFORM TAKE-CALENDAR-DAY
        END-READ.

    TAKE-CALENDAR-DAY.
        IF CM-BUSINESS-DAY
            MOVE ws_step_date TO ws_cal_process_date
            MOVE 'Y' TO ws_walk_done
        ELSE
            ADD 1 TO ws_walk_count
            IF ws_walk_count > ws_walk_limit
                MOVE 'N' TO ws_cal_result
                STRING 'NO BUSINESS DAY IN 31 DAYS TO '
                    ws_step_date
                    DELIMITED BY SIZE INTO ws_cal_reason
                MOVE 'Y' TO ws_walk_done
            ELSE
                PERFORM STEP-BACK-ONE-DAY
            END-IF
        END-IF.

    STEP-BACK-ONE-DAY.
        IF ws_step_dd > 1
            SUBTRACT 1 FROM ws_step_dd
        ELSE
            IF ws_step_mm > 1
                SUBTRACT 1 FROM ws_step_mm
            ELSE
                MOVE 12 TO ws_step_mm
                SUBTRACT 1 FROM ws_step_yyyy
            END-IF
            MOVE ws_days_in_month(ws_step_mm) TO ws_step_dd
            IF ws_step_mm = 2
                PERFORM CHECK-LEAP-YEAR
            END-IF
        END-IF.

    CHECK-LEAP-YEAR.
        DIVIDE ws_step_yyyy BY 4 GIVING ws_leap_quot
            REMAINDER ws_leap_rem4.
        DIVIDE ws_step_yyyy BY 100 GIVING ws_leap_quot
            REMAINDER ws_leap_rem100.
        DIVIDE ws_step_yyyy BY 400 GIVING ws_leap_quot
            REMAINDER ws_leap_rem400.
        IF ws_leap_rem4 = ZERO
            AND (ws_leap_rem100 NOT = ZERO OR ws_leap_rem400 = ZERO)
            MOVE 29 TO ws_step_dd
        END-IF.

    FIND-CLOSE-DATE.
        MOVE ws_cal_process_date(1:7) TO ws_scan_month.
        PERFORM SCAN-MONTH-FOR-CLOSE.
        IF ws_scan_close NOT = SPACES
            AND ws_scan_close > ws_cal_process_date
            IF ws_scan_mm > 1
                SUBTRACT 1 FROM ws_scan_mm
            ELSE
                MOVE 12 TO ws_scan_mm
                SUBTRACT 1 FROM ws_scan_yyyy
            END-IF
            PERFORM SCAN-MONTH-FOR-CLOSE
        END-IF.
        IF ws_scan_close = SPACES
            MOVE 'N' TO ws_cal_result
            STRING 'NO CLOSE DATE DEFINED FOR ' ws_scan_month
                DELIMITED BY SIZE INTO ws_cal_reason
        ELSE
            MOVE ws_scan_close TO ws_cal_close_date
            MOVE ws_scan_month TO ws_cal_close_month
        END-IF.

    SCAN-MONTH-FOR-CLOSE.
        MOVE SPACES TO ws_scan_close.
        MOVE 'N' TO ws_scan_eof.
        MOVE SPACES TO CM-CAL-DATE.
        STRING ws_scan_month '-01' DELIMITED BY SIZE INTO CM-CAL-DATE.
        START CALENDAR-FILE KEY NOT < CM-CAL-DATE
            INVALID KEY
                MOVE 'Y' TO ws_scan_eof
        END-START.
        PERFORM READ-MONTH-DAY UNTIL ws_scan_finished.

    READ-MONTH-DAY.
        READ CALENDAR-FILE NEXT
            AT END
                MOVE 'Y' TO ws_scan_eof
            NOT AT END
                IF CM-CAL-DATE(1:7) NOT = ws_scan_month
                    MOVE 'Y' TO ws_scan_eof
                ELSE
                    IF CM-MONTH-END-CLOSE
                        MOVE CM-CAL-DATE TO ws_scan_close
                        MOVE 'Y' TO ws_scan_eof
                    END-IF
                END-IF
        END-READ.
