      *               pass, and the RUNLOG footing off the completed
      *               records for the month's dates. RC=8 when the
      *               month total does not foot against RUNLOG.
      * 15 OCT 2026 - Business-day calendar: a new section lists
      *               every business day of the month (per PROD.
      *               ABCDEFGHPPP.CALENDAR, weekdays when a date is
      *               not on it) up to yesterday with no completed
      *               RUNLOG record, showing what the log does hold
      *               for the day. Holidays and weekends are not
      *               gaps. RC=4 when the month has a gap.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
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
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-DISTINCT-COUNT PIC 9(05) VALUE 0.
       01  WS-FIRST-EVER-COUNT PIC 9(05) VALUE 0.
       01  WS-RUNLOG-TOTAL PIC 9(07) VALUE 0.
      *    what RUNLOG holds for each day of the month - 'C' once any
      *    record completed the day, otherwise the last status seen,
      *    space when the day has no record at all
       01  WS-DAY-STATUS-TABLE.
           05  WS-DAY-STATUS PIC X(01) OCCURS 31 TIMES.
       01  WS-DAY-NO PIC 99 COMP.
       01  WS-GAP-DATE PIC 9(08) VALUE 0.
       01  WS-GAP-DATE-PARTS REDEFINES WS-GAP-DATE.
           05  WS-GAP-YEAR PIC 9(04).
           05  WS-GAP-MONTH PIC 9(02).
           05  WS-GAP-DAY PIC 9(02).
       01  WS-GAP-COUNT PIC 9(03) VALUE 0.
       01  WS-GAP-TEXT PIC X(40) VALUE SPACES.
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 28.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
           05  FILLER PIC 9(02) VALUE 30.
           05  FILLER PIC 9(02) VALUE 31.
       01  WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-LENGTH PIC 9(02).
       01  WS-LEAP-QUOTIENT PIC 9(04).
       01  WS-LEAP-REM-4 PIC 9(04).
       01  WS-LEAP-REM-100 PIC 9(04).
       01  WS-LEAP-REM-400 PIC 9(04).
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
      *    page control, as on the nightly report
       01  WS-LINES-PER-PAGE PIC 9(02) VALUE 60.
       01  WS-REPORT-LINE-COUNT PIC 9(04) VALUE 0.
       01  WS-LINE-POS PIC 9(03) COMP.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-MAT-DATE PIC 9999/99/99.
       01  EDIT-GAP-DATE PIC 9999/99/99.
       01  EDIT-GAP-COUNT PIC ZZ9.
       01  EDIT-PAGE-NO PIC ZZZ9.
       01  EDIT-MONTH PIC 9(06).
       01  EDIT-CELL PIC ZZZZ9.
            CLOSE AUDIT-FILE
            PERFORM SUM-RUNLOG-MONTH-PROCEDURE
            PERFORM PRINT-MATRIX-PROCEDURE
            PERFORM PRINT-GAP-SECTION-PROCEDURE
            PERFORM PRINT-MONTH-TOTALS-PROCEDURE
            DISPLAY "----------------------------------------"
            DISPLAY "END OF MONTHLY SUMMARY"
                STOP RUN
            END-IF
            COMPUTE WS-MONTH-LOW = WS-REPORT-MONTH * 100 + 1
            COMPUTE WS-MONTH-HIGH = WS-REPORT-MONTH * 100 + 31
            MOVE SPACES TO WS-DAY-STATUS-TABLE.

      *-----------------------
       SUMMARIZE-ONE-RECORD-PROCEDURE.
       SUM-RUNLOG-MONTH-PROCEDURE.
      **
      * Sums the completed RUNLOG match counts for the month's run
      * dates - the figure the month total must foot against - and
      * notes what the log holds for each day for the gap section.
      * A missing RUNLOG leaves the footing unprovable, which reports
      * as a mismatch rather than silently passing.
      **
            OPEN INPUT RUN-LOG-FILE
       SUM-ONE-LOG-RECORD-PROCEDURE.
      **
      * Adds the next completed in-month run's match count into the
      * RUNLOG side of the footing, and posts every in-month record's
      * status against its day.
      **
            READ RUN-LOG-FILE
                AT END
                    SET WS-RLG-EOF TO TRUE
            END-READ
            IF WS-RLG-MORE
               AND RLG-RUN-DATE >= WS-MONTH-LOW
               AND RLG-RUN-DATE <= WS-MONTH-HIGH
                COMPUTE WS-DAY-NO = RLG-RUN-DATE - WS-MONTH-LOW + 1
                IF WS-DAY-STATUS(WS-DAY-NO) NOT= "C"
                    MOVE RLG-STATUS TO WS-DAY-STATUS(WS-DAY-NO)
                END-IF
                IF RLG-STATUS = "C"
                    ADD RLG-MATCH-COUNT TO WS-RUNLOG-TOTAL
                END-IF
            END-IF.

      *-----------------------
            END-PERFORM
            PERFORM PRINT-SUMMARY-LINE-PROCEDURE.

      *-----------------------
       PRINT-GAP-SECTION-PROCEDURE.
      **
      * Lists the month's business days with no completed run - a
      * night that never ran, stopped suspended, or was backed out
      * is a hole in the binder as surely as a total that does not
      * foot. Days from today on have not had their run yet and are
      * not judged.
      **
            MOVE SPACES TO WS-MATRIX-LINE
            PERFORM PRINT-SUMMARY-LINE-PROCEDURE
            MOVE "BUSINESS DAYS WITH NO RUN (GAPS)" TO WS-MATRIX-LINE
            PERFORM PRINT-SUMMARY-LINE-PROCEDURE
            MOVE WS-MONTH-LOW TO WS-GAP-DATE
            MOVE WS-MONTH-DAYS(WS-GAP-MONTH) TO WS-MONTH-LENGTH
            IF WS-GAP-MONTH = 2
                DIVIDE WS-GAP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-4
                DIVIDE WS-GAP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-100
                DIVIDE WS-GAP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT= 0
                        OR WS-LEAP-REM-400 = 0)
                    MOVE 29 TO WS-MONTH-LENGTH
                END-IF
            END-IF
            PERFORM OPEN-CALENDAR-PROCEDURE
            PERFORM CHECK-ONE-GAP-DAY-PROCEDURE
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL WS-DAY-NO > WS-MONTH-LENGTH
            IF WS-CAL-OPEN
                CLOSE CALENDAR-FILE
            END-IF
            MOVE WS-GAP-COUNT TO EDIT-GAP-COUNT
            MOVE SPACES TO WS-MATRIX-LINE
            STRING "BUSINESS DAYS WITH NO RUN             "
                       DELIMITED BY SIZE
                   EDIT-GAP-COUNT DELIMITED BY SIZE
                INTO WS-MATRIX-LINE
            END-STRING
            PERFORM PRINT-SUMMARY-LINE-PROCEDURE
            IF WS-GAP-COUNT > 0
               AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      *-----------------------
       CHECK-ONE-GAP-DAY-PROCEDURE.
      **
      * Judges one day of the month: a business day before today
      * without a completed RUNLOG record prints as a gap, with what
      * the log holds for it.
      **
            MOVE WS-DAY-NO TO WS-GAP-DAY
            IF WS-GAP-DATE < WS-RUN-DATE
               AND WS-DAY-STATUS(WS-DAY-NO) NOT= "C"
                MOVE WS-GAP-DATE TO WS-CAL-CHECK-DATE
                PERFORM CLASSIFY-DAY-PROCEDURE
                IF WS-CAL-BUSINESS-DAY
                    EVALUATE WS-DAY-STATUS(WS-DAY-NO)
                        WHEN SPACE
                            MOVE "NO RUNLOG RECORD" TO WS-GAP-TEXT
                        WHEN "S"
                            MOVE "SUSPENDED - NEVER COMPLETED"
                                TO WS-GAP-TEXT
                        WHEN "B"
                            MOVE "BACKED OUT" TO WS-GAP-TEXT
                        WHEN "N"
                            MOVE "LOGGED AS A NON-PROCESSING DAY"
                                TO WS-GAP-TEXT
                        WHEN OTHER
                            MOVE SPACES TO WS-GAP-TEXT
                            STRING "RUNLOG STATUS "
                                       DELIMITED BY SIZE
                                   WS-DAY-STATUS(WS-DAY-NO)
                                       DELIMITED BY SIZE
                                INTO WS-GAP-TEXT
                            END-STRING
                    END-EVALUATE
                    MOVE WS-GAP-DATE TO EDIT-GAP-DATE
                    MOVE SPACES TO WS-MATRIX-LINE
                    STRING "  " DELIMITED BY SIZE
                           EDIT-GAP-DATE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-GAP-TEXT DELIMITED BY SIZE
                        INTO WS-MATRIX-LINE
                    END-STRING
                    PERFORM PRINT-SUMMARY-LINE-PROCEDURE
                    ADD 1 TO WS-GAP-COUNT
                END-IF
            END-IF.

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
       PRINT-MONTH-TOTALS-PROCEDURE.
      **
