      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: SIGN-OFF STATUS LISTING FOR THE ABCDEFGHPPP STREAM.
      *          ANSWERS "WHICH NIGHTS SINCE THE 1ST ARE NOT YET
      *          CERTIFIED" FROM THE CUMULATIVE SIGNOFF FILE THE
      *          NIGHTLY SGNSTEP WRITES. WALKS EVERY NIGHT FROM THE
      *          FIRST OF THE CURRENT MONTH (OR THE DATE ON THE PARM)
      *          UP TO LAST NIGHT AND LISTS EACH ONE WITH ITS VERDICT
      *          AND ACKNOWLEDGEMENT STATUS - A NIGHT WITH NO SIGN-OFF
      *          RECORD AT ALL (THE STREAM NEVER REACHED ITS CLOSING
      *          STEP) OR A NOT CERTIFIED VERDICT IS FLAGGED NOT YET
      *          CERTIFIED. ENDS RC=4 WHEN ANY NIGHT IS.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: from-date PARM defaulting to
      *               the 1st of the month, walk up to yesterday.
      * 15 OCT 2026 - Sign-off record layout brought into line with
      *               ABCDSGNR - the PMSTEP outcome now sits in what
      *               was trailing filler.
      * 15 OCT 2026 - Business-day calendar: a night signed off as a
      *               non-processing day is listed as such and not
      *               flagged; a holiday or non-business day with no
      *               sign-off record (the stream was never due) is
      *               left off the listing and only counted, so the
      *               flags name real gaps.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDSGNQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SIGN-OFF-FILE ASSIGN TO "SIGNOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-RUN-DATE
               FILE STATUS IS WS-SGN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SIGN-OFF-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDSGNR writes
       01  SIGN-OFF-RECORD.
           05  SGN-RUN-DATE           PIC 9(08).
           05  SGN-SIGNED-DATE        PIC 9(08).
           05  SGN-SIGNED-TIME        PIC 9(06).
           05  SGN-STEP-ENTRY OCCURS 7 TIMES.
               10  SGN-STEP-NAME      PIC X(08).
               10  SGN-STEP-OUTCOME   PIC X(01).
           05  SGN-RUNLOG-STATUS      PIC X(01).
           05  SGN-BALANCE-RESULT     PIC X(01).
           05  SGN-ERROR-COUNT        PIC 9(05).
           05  SGN-WARNING-COUNT      PIC 9(05).
           05  SGN-CERT-STATUS        PIC X(01).
           05  SGN-REASON-COUNT       PIC 9(02).
           05  SGN-ACK-STATUS         PIC X(01).
           05  SGN-ACK-DATE           PIC 9(08).
           05  SGN-PMSTEP-NAME        PIC X(08).
           05  SGN-PMSTEP-OUTCOME     PIC X(01).
           05  FILLER                 PIC X(02).
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
       01  WS-SGN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-SGN-OPEN-SW PIC X(01) VALUE "N".
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  WS-FROM-DATE PIC 9(08) VALUE 0.
      *    the night being listed, stepped forward a day at a time
       01  WS-WALK-DATE PIC 9(08) VALUE 0.
       01  WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
           05  WS-WALK-YEAR PIC 9(04).
           05  WS-WALK-MONTH PIC 9(02).
           05  WS-WALK-DAY PIC 9(02).
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
       01  WS-NIGHT-COUNT PIC 9(03) VALUE 0.
       01  WS-CERTIFIED-COUNT PIC 9(03) VALUE 0.
       01  WS-WARNINGS-COUNT PIC 9(03) VALUE 0.
       01  WS-NOT-CERTIFIED-COUNT PIC 9(03) VALUE 0.
       01  WS-NOT-SIGNED-COUNT PIC 9(03) VALUE 0.
       01  WS-NON-PROCESSING-COUNT PIC 9(03) VALUE 0.
       01  WS-NOT-DUE-COUNT PIC 9(03) VALUE 0.
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
      *    CCYYMMDD to serial-day conversion work fields, as in the
      *    acknowledgement reconciliation - the serial day modulo 7
      *    gives the day of the week for the weekday default
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
      *    serial day modulo 7 - 4 is a Saturday and 5 a Sunday
       01  WS-WEEK-QUOTIENT PIC 9(07).
       01  WS-WEEKDAY-NO PIC 9(01).
           88  WS-WEEKEND-DAY VALUE 4 5.
       01  WS-VERDICT-TEXT PIC X(24).
       01  WS-ACK-TEXT PIC X(22).
       01  WS-FLAG-TEXT PIC X(20).
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-WALK-DATE PIC 9999/99/99.
       01  EDIT-COUNT PIC ZZ9.
       LINKAGE SECTION.
      *    optional PARM carrying the first night to list (CCYYMMDD)
      *    - empty lists from the 1st of the current month
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(04) COMP.
           05  PARM-TEXT              PIC X(100).

      *-----------------------
       PROCEDURE DIVISION USING PARM-DATA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "NIGHTLY SIGN-OFF STATUS           RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-DATE-PROCEDURE
            OPEN INPUT SIGN-OFF-FILE
            IF WS-SGN-FILE-STATUS = "00"
                MOVE "Y" TO WS-SGN-OPEN-SW
            ELSE
                DISPLAY "NOTE - NO SIGN-OFF FILE ON FILE (STATUS "
                    WS-SGN-FILE-STATUS ") - NO NIGHT IS SIGNED OFF"
            END-IF
            PERFORM OPEN-CALENDAR-PROCEDURE
            DISPLAY "RUN DATE     VERDICT                   "
                "ACKNOWLEDGEMENT"
            MOVE WS-FROM-DATE TO WS-WALK-DATE
            PERFORM LIST-ONE-NIGHT-PROCEDURE
                UNTIL WS-WALK-DATE >= WS-RUN-DATE
            IF WS-SGN-OPEN-SW = "Y"
                CLOSE SIGN-OFF-FILE
            END-IF
            IF WS-CAL-OPEN
                CLOSE CALENDAR-FILE
            END-IF
            DISPLAY "----------------------------------------"
            PERFORM PRINT-TRAILER-PROCEDURE
            IF WS-NOT-CERTIFIED-COUNT > 0
               OR WS-NOT-SIGNED-COUNT > 0
                DISPLAY "ONE OR MORE NIGHTS ARE NOT YET CERTIFIED"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "EVERY NIGHT LISTED IS CERTIFIED"
            END-IF
            STOP RUN.

      *-----------------------
       EDIT-PARM-DATE-PROCEDURE.
      **
      * Edits the optional from-date PARM up front. Empty starts at
      * the 1st of the current month.
      **
            IF PARM-LENGTH > 0
                IF PARM-LENGTH = 8
                   AND PARM-TEXT(1:8) NUMERIC
                   AND PARM-TEXT(5:2) >= "01"
                   AND PARM-TEXT(5:2) <= "12"
                   AND PARM-TEXT(7:2) >= "01"
                   AND PARM-TEXT(7:2) <= "31"
                    MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
                ELSE
                    DISPLAY "ERROR - PARM MUST BE A CCYYMMDD FROM "
                        "DATE OR EMPTY, NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                MOVE WS-RUN-DATE TO WS-WALK-DATE
                MOVE 1 TO WS-WALK-DAY
                MOVE WS-WALK-DATE TO WS-FROM-DATE
            END-IF
            MOVE WS-FROM-DATE TO EDIT-WALK-DATE
            DISPLAY "NIGHTS FROM " EDIT-WALK-DATE
                " UP TO LAST NIGHT".

      *-----------------------
       LIST-ONE-NIGHT-PROCEDURE.
      **
      * Looks up the night in WS-WALK-DATE and lists it, then steps
      * the walk to the next day. A night with no sign-off record
      * that the calendar makes a holiday or non-business day was
      * never due - it is counted, not listed or flagged.
      **
            MOVE WS-WALK-DATE TO SGN-RUN-DATE
            IF WS-SGN-OPEN-SW = "Y"
                READ SIGN-OFF-FILE
                    INVALID KEY
                        MOVE SPACE TO SGN-CERT-STATUS
                END-READ
            ELSE
                MOVE SPACE TO SGN-CERT-STATUS
            END-IF
            IF SGN-CERT-STATUS = SPACE
                MOVE WS-WALK-DATE TO WS-CAL-CHECK-DATE
                PERFORM CLASSIFY-DAY-PROCEDURE
            ELSE
                MOVE "B" TO WS-CAL-DAY-TYPE
            END-IF
            IF WS-CAL-BUSINESS-DAY
                PERFORM LIST-SIGNED-NIGHT-PROCEDURE
            ELSE
                ADD 1 TO WS-NOT-DUE-COUNT
            END-IF
            PERFORM NEXT-WALK-DATE-PROCEDURE.

      *-----------------------
       LIST-SIGNED-NIGHT-PROCEDURE.
      **
      * Lists the night in WS-WALK-DATE with its verdict and ack
      * status.
      **
            ADD 1 TO WS-NIGHT-COUNT
            MOVE SPACES TO WS-FLAG-TEXT
            MOVE SPACES TO WS-ACK-TEXT
            EVALUATE SGN-CERT-STATUS
                WHEN "C"
                    MOVE "CERTIFIED" TO WS-VERDICT-TEXT
                    ADD 1 TO WS-CERTIFIED-COUNT
                WHEN "W"
                    MOVE "CERTIFIED WITH WARNINGS" TO WS-VERDICT-TEXT
                    ADD 1 TO WS-WARNINGS-COUNT
                WHEN "N"
                    MOVE "NOT CERTIFIED" TO WS-VERDICT-TEXT
                    MOVE "NOT YET CERTIFIED" TO WS-FLAG-TEXT
                    ADD 1 TO WS-NOT-CERTIFIED-COUNT
                WHEN "H"
                    MOVE "NON-PROCESSING DAY" TO WS-VERDICT-TEXT
                    ADD 1 TO WS-NON-PROCESSING-COUNT
                WHEN OTHER
                    MOVE "NO SIGN-OFF RECORD" TO WS-VERDICT-TEXT
                    MOVE "NOT YET CERTIFIED" TO WS-FLAG-TEXT
                    ADD 1 TO WS-NOT-SIGNED-COUNT
            END-EVALUATE
            IF SGN-CERT-STATUS NOT= SPACE
                EVALUATE SGN-ACK-STATUS
                    WHEN "P"
                        MOVE "AWAITING ACK" TO WS-ACK-TEXT
                    WHEN "A"
                        MOVE "ACKNOWLEDGED CLEAN" TO WS-ACK-TEXT
                    WHEN "O"
                        MOVE "OVERDUE" TO WS-ACK-TEXT
                    WHEN "R"
                        MOVE "REJECTED BY RECEIVER" TO WS-ACK-TEXT
                    WHEN "M"
                        MOVE "ACK DOES NOT MATCH" TO WS-ACK-TEXT
                    WHEN "B"
                        MOVE "BACKED OUT" TO WS-ACK-TEXT
                    WHEN OTHER
                        MOVE "NO EXTRACT" TO WS-ACK-TEXT
                END-EVALUATE
            END-IF
            MOVE WS-WALK-DATE TO EDIT-WALK-DATE
            DISPLAY EDIT-WALK-DATE "   " WS-VERDICT-TEXT "  "
                WS-ACK-TEXT "  " WS-FLAG-TEXT.

      *-----------------------
       NEXT-WALK-DATE-PROCEDURE.
      **
      * Steps WS-WALK-DATE forward one calendar day across month and
      * year ends - February takes 29 days in a leap year.
      **
            MOVE WS-MONTH-DAYS(WS-WALK-MONTH) TO WS-MONTH-LENGTH
            IF WS-WALK-MONTH = 2
                DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-4
                DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-100
                DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT= 0
                        OR WS-LEAP-REM-400 = 0)
                    MOVE 29 TO WS-MONTH-LENGTH
                END-IF
            END-IF
            IF WS-WALK-DAY < WS-MONTH-LENGTH
                ADD 1 TO WS-WALK-DAY
            ELSE
                MOVE 1 TO WS-WALK-DAY
                IF WS-WALK-MONTH < 12
                    ADD 1 TO WS-WALK-MONTH
                ELSE
                    MOVE 1 TO WS-WALK-MONTH
                    ADD 1 TO WS-WALK-YEAR
                END-IF
            END-IF.

      *-----------------------
       PRINT-TRAILER-PROCEDURE.
      **
      * Prints the verdict totals the condition code is judged on.
      **
            MOVE WS-NIGHT-COUNT TO EDIT-COUNT
            DISPLAY "NIGHTS LISTED              " EDIT-COUNT
            MOVE WS-CERTIFIED-COUNT TO EDIT-COUNT
            DISPLAY "CERTIFIED                  " EDIT-COUNT
            MOVE WS-WARNINGS-COUNT TO EDIT-COUNT
            DISPLAY "CERTIFIED WITH WARNINGS    " EDIT-COUNT
            MOVE WS-NOT-CERTIFIED-COUNT TO EDIT-COUNT
            DISPLAY "NOT CERTIFIED              " EDIT-COUNT
            MOVE WS-NOT-SIGNED-COUNT TO EDIT-COUNT
            DISPLAY "NO SIGN-OFF RECORD         " EDIT-COUNT
            MOVE WS-NON-PROCESSING-COUNT TO EDIT-COUNT
            DISPLAY "NON-PROCESSING DAY         " EDIT-COUNT
            MOVE WS-NOT-DUE-COUNT TO EDIT-COUNT
            DISPLAY "NOT DUE, NOT LISTED        " EDIT-COUNT.

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
      * count in WS-CNV-DAYS. January and February count as months
      * 13 and 14 of the prior year, which puts the leap day at the
      * end of the year and keeps the month offsets constant.
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

       END PROGRAM ABCDSGNQ.
