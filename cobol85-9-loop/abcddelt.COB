      *               The reversed date's AUDITF rows are already
      *               deleted, so the prior-run comparison side
      *               never sees a backed-out night either.
      * 15 OCT 2026 - Business-day calendar: the comparison is now
      *               against the prior BUSINESS-DAY run - an earlier
      *               run date PROD.ABCDEFGHPPP.CALENDAR makes a
      *               holiday or weekend (a forced run) is noted and
      *               passed over. RUNLOG non-processing-day records
      *               (status N) are skipped like backed-out ones when
      *               the report date is taken from the log.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  EXC-TIME               PIC 9(06).
           05  EXC-SEVERITY           PIC X(01).
           05  EXC-MESSAGE            PIC X(54).
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDCALM maintains - one record per date
       01  CALENDAR-RECORD.
           05  CAL-DATE               PIC 9(08).
      *    'B' business day, 'S' shortened-window business day, 'H'
      *    holiday, 'N' non-business day (weekend)
           05  CAL-DAY-TYPE           PIC X(01).
           05  CAL-STOP-TIME          PIC X(04).
           05  CAL-DESCRIPTION        PIC X(30).
           05  CAL-CHANGED-BY         PIC X(08).
           05  CAL-CHANGED-DATE       PIC 9(08).
           05  CAL-CHANGED-TIME       PIC 9(06).
           05  FILLER                 PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".

           88  WS-CND-CLOSED VALUE "N".
       01  WS-LAST-LOGGED-DATE PIC 9(08) VALUE 0.
      *    the run date being reported on (tonight) and the most
      *    recent earlier business-day run date found on the cluster
       01  WS-REPORT-DATE PIC 9(08) VALUE 0.
       01  WS-PRIOR-DATE PIC 9(08) VALUE 0.
           88  WS-NO-PRIOR-RUN VALUE 0.
      *    earlier run dates the calendar makes non-business days -
      *    remembered so each is looked up once, and noted after the
      *    pass when newer than the prior run chosen
       01  WS-SKIP-COUNT PIC 9(02) COMP VALUE 0.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-DATE PIC 9(08) OCCURS 20 TIMES.
       01  WS-SKIP-IDX PIC 9(02) COMP.
       01  WS-SKIP-FOUND-SW PIC X(01) VALUE "N".
           88  WS-SKIP-FOUND VALUE "Y".
           88  WS-SKIP-NOT-FOUND VALUE "N".
      *    business-day calendar lookup - CLASSIFY-DAY-PROCEDURE
      *    takes WS-CAL-CHECK-DATE and leaves its day type, stop time
      *    and description; a date not on the calendar (or no
      *    calendar at all) takes the weekday default
       01  WS-CAL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CAL-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-CAL-OPEN VALUE "Y".
           88  WS-CAL-CLOSED VALUE "N".
       01  WS-CAL-CHECK-DATE PIC 9(08) VALUE 0.
       01  WS-CAL-DAY-TYPE PIC X(01) VALUE SPACE.
           88  WS-CAL-BUSINESS-DAY VALUE "B" "S".
       01  WS-CAL-STOP-TIME PIC X(04) VALUE SPACES.
       01  WS-CAL-DESCRIPTION PIC X(30) VALUE SPACES.
      *    serial day modulo 7 - 4 is a Saturday and 5 a Sunday
       01  WS-WEEK-QUOTIENT PIC 9(07).
       01  WS-WEEKDAY-NO PIC 9(01).
           88  WS-WEEKEND-DAY VALUE 4 5.
      *    CCYYMMDD to serial-day conversion work fields - plain
      *    Gregorian arithmetic off a March-based month table, so two
      *    dates subtract to a day count without an intrinsic
       01  WS-CNV-DATE PIC 9(08) VALUE 0.
       01  WS-CNV-DAYS PIC 9(07) VALUE 0.
       01  WS-CNV-YEAR PIC 9(04).
       01  WS-CNV-MONTH PIC 9(02).
       01  WS-CNV-DAY PIC 9(02).
       01  WS-CNV-Y PIC 9(04).
       01  WS-CNV-M PIC 9(02).
       01  WS-CNV-REST PIC 9(04).
       01  WS-CNV-LEAP4 PIC 9(04).
       01  WS-CNV-LEAP100 PIC 9(02).
       01  WS-CNV-LEAP400 PIC 9(02).
      *    days from 1 march to the 1st of each march-based month
      *    (march through february of the following year)
       01  WS-MONTH-OFFSET-VALUES.
           05  FILLER PIC 9(03) VALUE 0.
           05  FILLER PIC 9(03) VALUE 31.
           05  FILLER PIC 9(03) VALUE 61.
           05  FILLER PIC 9(03) VALUE 92.
           05  FILLER PIC 9(03) VALUE 122.
           05  FILLER PIC 9(03) VALUE 153.
           05  FILLER PIC 9(03) VALUE 184.
           05  FILLER PIC 9(03) VALUE 214.
           05  FILLER PIC 9(03) VALUE 245.
           05  FILLER PIC 9(03) VALUE 275.
           05  FILLER PIC 9(03) VALUE 306.
           05  FILLER PIC 9(03) VALUE 337.
       01  WS-MONTH-OFFSET-TAB REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET PIC 9(03) OCCURS 12 TIMES.
      *    the two pattern lists being compared. the cluster key is
      *    pattern-major, so a scan that keeps one run date's records
      *    delivers each list already in ascending pattern order -
           88  WS-TABLE-OVERFLOWED VALUE "Y".
       01  EDIT-REPORT-DATE PIC 9999/99/99.
       01  EDIT-PRIOR-DATE PIC 9999/99/99.
       01  EDIT-SKIP-DATE PIC 9999/99/99.
       01  EDIT-SECTION-COUNT PIC ZZZZ9.
       LINKAGE SECTION.
      *    optional PARM override of the report date (CCYYMMDD), for
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-CALENDAR-PROCEDURE
            PERFORM COLLECT-ONE-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
            IF WS-CAL-OPEN
                CLOSE CALENDAR-FILE
            END-IF
            PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                    UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                IF WS-SKIP-DATE(WS-SKIP-IDX) > WS-PRIOR-DATE
                    MOVE WS-SKIP-DATE(WS-SKIP-IDX) TO EDIT-SKIP-DATE
                    DISPLAY "NOTE - RUN DATE " EDIT-SKIP-DATE
                        " IS NOT A BUSINESS DAY - PASSED OVER"
                END-IF
            END-PERFORM
            IF WS-NO-PRIOR-RUN
                DISPLAY "NO PRIOR BUSINESS-DAY RUN DATE ON FILE - "
                    "EVERY PATTERN TONIGHT REPORTS AS NEW"
            ELSE
                MOVE WS-PRIOR-DATE TO EDIT-PRIOR-DATE
                DISPLAY "COMPARED AGAINST PRIOR BUSINESS-DAY RUN "
                    "DATE " EDIT-PRIOR-DATE
                SET WS-AUD-MORE TO TRUE
                MOVE LOW-VALUES TO AUD-COMPOSITE-KEY
                START AUDIT-FILE KEY NOT < AUD-COMPOSITE-KEY
       READ-ONE-LOG-RECORD-PROCEDURE.
      **
      * Reads the next RUNLOG record; the last one read leaves its
      * run date behind. Backed-out nights and non-processing days
      * (nothing ran) are not runs to report on.
      **
            READ RUN-LOG-FILE
                AT END
            END-READ
            IF WS-RLG-MORE
               AND RLG-STATUS NOT= "B"
               AND RLG-STATUS NOT= "N"
                MOVE RLG-RUN-DATE TO WS-LAST-LOGGED-DATE
            END-IF.

       COLLECT-ONE-RECORD-PROCEDURE.
      **
      * First pass over the cluster: keeps every pattern confirmed on
      * the report date, and tracks the most recent business-day run
      * date older than the report date so the second pass knows
      * which prior run to collect.
      **
            READ AUDIT-FILE NEXT RECORD
                AT END
                    ELSE
                        IF AUD-RUN-DATE < WS-REPORT-DATE
                           AND AUD-RUN-DATE > WS-PRIOR-DATE
                            PERFORM CONSIDER-PRIOR-DATE-PROCEDURE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       CONSIDER-PRIOR-DATE-PROCEDURE.
      **
      * An earlier run date newer than the prior run held so far
      * becomes the prior run when the calendar makes it a business
      * day; a holiday or weekend run date is remembered so its
      * other records are passed over without another lookup.
      **
            SET WS-SKIP-NOT-FOUND TO TRUE
            PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                    UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                       OR WS-SKIP-FOUND
                IF WS-SKIP-DATE(WS-SKIP-IDX) = AUD-RUN-DATE
                    SET WS-SKIP-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-SKIP-NOT-FOUND
                MOVE AUD-RUN-DATE TO WS-CAL-CHECK-DATE
                PERFORM CLASSIFY-DAY-PROCEDURE
                IF WS-CAL-BUSINESS-DAY
                    MOVE AUD-RUN-DATE TO WS-PRIOR-DATE
                ELSE
                    IF WS-SKIP-COUNT < 20
                        ADD 1 TO WS-SKIP-COUNT
                        MOVE AUD-RUN-DATE TO WS-SKIP-DATE(WS-SKIP-COUNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       COLLECT-PRIOR-RECORD-PROCEDURE.
      **
                ADD 1 TO WS-TON-IDX
            END-PERFORM.

      *-----------------------
       OPEN-CALENDAR-PROCEDURE.
      **
      * Opens the business-day calendar for lookups. Without it every
      * weekday counts as a business day and every weekend day as a
      * non-business day - noted, not failed.
      **
            OPEN INPUT CALENDAR-FILE
            IF WS-CAL-FILE-STATUS = "00"
                SET WS-CAL-OPEN TO TRUE
            ELSE
                SET WS-CAL-CLOSED TO TRUE
                DISPLAY "NOTE - CALENDAR NOT AVAILABLE, STATUS = "
                    WS-CAL-FILE-STATUS " - WEEKDAYS COUNT AS "
                    "BUSINESS DAYS"
            END-IF.

      *-----------------------
       CLASSIFY-DAY-PROCEDURE.
      **
      * Classifies the date in WS-CAL-CHECK-DATE - the calendar's own
      * record when there is one, otherwise the weekday default: a
      * business day Monday to Friday, a non-business day Saturday
      * and Sunday.
      **
            MOVE SPACE TO WS-CAL-DAY-TYPE
            MOVE SPACES TO WS-CAL-STOP-TIME
            MOVE SPACES TO WS-CAL-DESCRIPTION
            IF WS-CAL-OPEN
                MOVE WS-CAL-CHECK-DATE TO CAL-DATE
                READ CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                        MOVE CAL-STOP-TIME TO WS-CAL-STOP-TIME
                        MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION
                END-READ
            END-IF
            IF WS-CAL-DAY-TYPE = SPACE
                MOVE WS-CAL-CHECK-DATE TO WS-CNV-DATE
                PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
                DIVIDE WS-CNV-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
                    REMAINDER WS-WEEKDAY-NO
                IF WS-WEEKEND-DAY
                    MOVE "N" TO WS-CAL-DAY-TYPE
                    MOVE "WEEKEND (NOT ON CALENDAR)"
                        TO WS-CAL-DESCRIPTION
                ELSE
                    MOVE "B" TO WS-CAL-DAY-TYPE
                    MOVE "WEEKDAY (NOT ON CALENDAR)"
                        TO WS-CAL-DESCRIPTION
                END-IF
            END-IF.

      *-----------------------
       CONVERT-DATE-TO-DAYS-PROCEDURE.
      **
      * Converts the CCYYMMDD date in WS-CNV-DATE to a serial day
      * count in WS-CNV-DAYS, so two dates subtract to the number of
      * days between them across month and year ends. January and
      * February count as months 13 and 14 of the prior year, which
      * puts the leap day at the end of the year and keeps the month
      * offsets constant.
      **
            DIVIDE WS-CNV-DATE BY 10000
                GIVING WS-CNV-YEAR REMAINDER WS-CNV-REST
            DIVIDE WS-CNV-REST BY 100
                GIVING WS-CNV-MONTH REMAINDER WS-CNV-DAY
            IF WS-CNV-MONTH <= 2
                COMPUTE WS-CNV-Y = WS-CNV-YEAR - 1
                COMPUTE WS-CNV-M = WS-CNV-MONTH + 10
            ELSE
                MOVE WS-CNV-YEAR TO WS-CNV-Y
                COMPUTE WS-CNV-M = WS-CNV-MONTH - 2
            END-IF
            DIVIDE WS-CNV-Y BY 4 GIVING WS-CNV-LEAP4
            DIVIDE WS-CNV-Y BY 100 GIVING WS-CNV-LEAP100
            DIVIDE WS-CNV-Y BY 400 GIVING WS-CNV-LEAP400
            COMPUTE WS-CNV-DAYS = 365 * WS-CNV-Y
                + WS-CNV-LEAP4 - WS-CNV-LEAP100 + WS-CNV-LEAP400
                + WS-MONTH-OFFSET(WS-CNV-M) + WS-CNV-DAY.

      *-----------------------
       REPORT-EXCEPTION-PROCEDURE.
      **
