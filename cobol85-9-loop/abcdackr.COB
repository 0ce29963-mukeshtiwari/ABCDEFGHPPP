      *               outlives its completed run, and chasing it
      *               would fail the ack job every morning forever
      *               with nothing anyone could send to clear it.
      * 14 OCT 2026 - Each run date's disposition is also recorded as
      *               the acknowledgement status on its SIGNOFF
      *               record, when the nightly sign-off has written
      *               one, so the night's sign-off carries the ack
      *               result once it arrives.
      * 15 OCT 2026 - Sign-off record layout brought into line with
      *               ABCDSGNR - the PMSTEP outcome now sits in what
      *               was trailing filler.
      * 15 OCT 2026 - Business-day calendar: a run date's age is now
      *               counted in business days on PROD.ABCDEFGHPPP.
      *               CALENDAR (a date not on it counts Monday to
      *               Friday), so a holiday or long weekend no longer
      *               turns a load inside its window overdue. The
      *               PARM is the allowed number of business days.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT ACK-IN-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
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
                                      PIC 9(15).
           05  ACK-STATUS             PIC X(01).
           05  FILLER                 PIC X(49).
       FD  SIGN-OFF-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per run date, written by the nightly sign-off
      *    step ABCDSGNR - only the ack status and date are updated
      *    here
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
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-HOL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-ACK-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-SGN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-SGN-OPEN-SW PIC X(01) VALUE "N".
      *    the disposition as a sign-off ack status - P awaiting, A
      *    clean, O overdue, R rejected, M mismatched, B backed out;
      *    blank leaves the sign-off record alone
       01  WS-SGN-ACK-CODE PIC X(01) VALUE SPACE.
       01  WS-SGN-UPDATE-COUNT PIC 9(03) VALUE 0.
       01  WS-RLG-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLG-EOF VALUE "Y".
           88  WS-RLG-MORE VALUE "N".
      *    older than it predate the acknowledgement process and are
      *    reported as history rather than chased as overdue
       01  WS-EARLIEST-EXT-DATE PIC 9(08) VALUE 99999999.
      *    allowed number of business days for the far end to prove
      *    the load, from the PARM (1-2 digits); 2 when the PARM is
      *    empty
       01  WS-ALLOWED-DAYS PIC 9(02) VALUE 2.
       01  WS-TODAY-DATE PIC 9(08) VALUE 0.
      *    a run date's age - the business days after it up to and
      *    including today, counted only as far as one past the
      *    allowed days since nothing further changes the verdict
       01  WS-ENTRY-AGE PIC S9(07) VALUE 0.
      *    the day being counted, stepped forward a day at a time
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
       01  EDIT-ACK-COUNT PIC Z(6)9.
       01  EDIT-DISP-COUNT PIC ZZ9.
       LINKAGE SECTION.
      *    optional PARM carrying the allowed number of business
      *    days, e.g. //ACKSTEP EXEC PGM=ABCDACKR,PARM='3' - empty
      *    runs with 2
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(04) COMP.
           05  PARM-TEXT              PIC X(100).
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-DAYS-PROCEDURE
            MOVE WS-RUN-DATE TO WS-TODAY-DATE
            PERFORM LOAD-RUN-DATES-PROCEDURE
            PERFORM LOAD-HANDOVERS-PROCEDURE
            PERFORM LOAD-ACKS-PROCEDURE
            PERFORM OPEN-SIGN-OFF-PROCEDURE
            PERFORM OPEN-CALENDAR-PROCEDURE
            DISPLAY "RUN DATE     HANDED    ACKED     STATUS"
            PERFORM PRINT-LOWEST-DATE-PROCEDURE
                VARYING WS-DTE-PRINT-IDX FROM 1 BY 1
                UNTIL WS-DTE-PRINT-IDX > WS-DATE-ENTRY-COUNT
            IF WS-SGN-OPEN-SW = "Y"
                CLOSE SIGN-OFF-FILE
            END-IF
            IF WS-CAL-OPEN
                CLOSE CALENDAR-FILE
            END-IF
            DISPLAY "----------------------------------------"
            PERFORM PRINT-TRAILER-PROCEDURE
            IF WS-OVERDUE-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "EVERY COMPLETED RUN DATE IS ACKNOWLEDGED "
                    "CLEAN OR STILL WITHIN THE ALLOWED BUSINESS DAYS"
            END-IF
            STOP RUN.

                    MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-ALLOWED-DAYS
                ELSE
                    DISPLAY "ERROR - PARM MUST BE THE ALLOWED NUMBER "
                        "OF BUSINESS DAYS (1-2 DIGITS), NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            DISPLAY "ALLOWED BUSINESS DAYS FOR A CLEAN ACK: "
                WS-ALLOWED-DAYS.

      *-----------------------
       CONVERT-DATE-TO-DAYS-PROCEDURE.
                END-IF
            END-IF.

      *-----------------------
       OPEN-SIGN-OFF-PROCEDURE.
      **
      * Opens the SIGNOFF file for update. A file that is not there
      * yet only means no night has been signed off - the ack
      * reconciliation itself goes ahead regardless.
      **
            OPEN I-O SIGN-OFF-FILE
            IF WS-SGN-FILE-STATUS = "00"
                MOVE "Y" TO WS-SGN-OPEN-SW
            ELSE
                DISPLAY "NOTE - NO SIGN-OFF FILE ON FILE (STATUS "
                    WS-SGN-FILE-STATUS ") - ACK STATUS NOT RECORDED "
                    "ON ANY SIGN-OFF"
            END-IF.

      *-----------------------
       FIND-DATE-ENTRY-PROCEDURE.
      **
      * the report text in WS-DISPOSITION-TEXT and bumping the
      * trailer counter the final condition code is judged on. A
      * date with no ack only counts as overdue once it has aged
      * past the allowed business days; inside the window it is
      * pending, so the morning-after run does not cry wolf on a
      * load the far end simply has not finished yet - nor does the
      * morning after a long weekend.
      **
            MOVE 0 TO WS-ENTRY-AGE
            MOVE WS-DTE-DATE(WS-DTE-IDX) TO WS-WALK-DATE
            PERFORM COUNT-ONE-BUSINESS-DAY-PROCEDURE
                UNTIL WS-WALK-DATE >= WS-TODAY-DATE
                   OR WS-ENTRY-AGE > WS-ALLOWED-DAYS
            MOVE SPACE TO WS-SGN-ACK-CODE
            EVALUATE TRUE
                WHEN WS-DTE-BKO-SW(WS-DTE-IDX) = "Y"
      *            the run was reversed - its hand-over (and any ack
                    MOVE "BACKED OUT - NOT CHASED"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-BACKED-OUT-COUNT
                    MOVE "B" TO WS-SGN-ACK-CODE
                WHEN WS-DTE-RUN-SW(WS-DTE-IDX) = "N"
                    MOVE "ACK/EXTRACT WITHOUT A COMPLETED RUN"
                        TO WS-DISPOSITION-TEXT
                    MOVE "OVERDUE - NO HAND-OVER RECORD"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-OVERDUE-COUNT
                    MOVE "O" TO WS-SGN-ACK-CODE
                WHEN WS-DTE-EXT-SW(WS-DTE-IDX) = "N"
                    MOVE "AWAITING HAND-OVER"
                        TO WS-DISPOSITION-TEXT
                    MOVE "OVERDUE - NO ACK FROM RECEIVER"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-OVERDUE-COUNT
                    MOVE "O" TO WS-SGN-ACK-CODE
                WHEN WS-DTE-ACK-SW(WS-DTE-IDX) = "N"
                    MOVE "AWAITING ACK" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE "P" TO WS-SGN-ACK-CODE
                WHEN WS-DTE-ACK-STATUS(WS-DTE-IDX) = "R"
                    MOVE "REJECTED BY RECEIVER"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE "R" TO WS-SGN-ACK-CODE
                WHEN WS-DTE-ACK-COUNT(WS-DTE-IDX)
                        NOT= WS-DTE-EXT-COUNT(WS-DTE-IDX)
                  OR WS-DTE-ACK-HASH(WS-DTE-IDX)
                    MOVE "ACK DOES NOT MATCH THE HAND-OVER"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-MISMATCH-COUNT
                    MOVE "M" TO WS-SGN-ACK-CODE
                WHEN OTHER
                    MOVE "ACKNOWLEDGED CLEAN"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-CLEAN-COUNT
                    MOVE "A" TO WS-SGN-ACK-CODE
            END-EVALUATE
            IF WS-SGN-OPEN-SW = "Y"
               AND WS-SGN-ACK-CODE NOT= SPACE
                PERFORM UPDATE-SIGN-OFF-ACK-PROCEDURE
            END-IF.

      *-----------------------
       COUNT-ONE-BUSINESS-DAY-PROCEDURE.
      **
      * Steps the age walk forward one day and counts the day when
      * the calendar makes it a business day.
      **
            PERFORM NEXT-WALK-DATE-PROCEDURE
            MOVE WS-WALK-DATE TO WS-CAL-CHECK-DATE
            PERFORM CLASSIFY-DAY-PROCEDURE
            IF WS-CAL-BUSINESS-DAY
                ADD 1 TO WS-ENTRY-AGE
            END-IF.

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
       UPDATE-SIGN-OFF-ACK-PROCEDURE.
      **
      * Records the disposition on the run date's sign-off record,
      * dated today whenever it changes. A run date the nightly
      * sign-off never wrote a record for is left alone - the
      * sign-off listing already shows it as not signed off.
      **
            MOVE WS-DTE-DATE(WS-DTE-IDX) TO SGN-RUN-DATE
            READ SIGN-OFF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SGN-ACK-STATUS NOT= WS-SGN-ACK-CODE
                        MOVE WS-SGN-ACK-CODE TO SGN-ACK-STATUS
                        MOVE WS-TODAY-DATE TO SGN-ACK-DATE
                        REWRITE SIGN-OFF-RECORD
                            INVALID KEY
                                DISPLAY "WARNING - UNABLE TO REWRITE "
                                    "SIGN-OFF RECORD, STATUS = "
                                    WS-SGN-FILE-STATUS
                            NOT INVALID KEY
                                ADD 1 TO WS-SGN-UPDATE-COUNT
                        END-REWRITE
                    END-IF
            END-READ.

      *-----------------------
       PRINT-TRAILER-PROCEDURE.
            MOVE WS-BACKED-OUT-COUNT TO EDIT-DISP-COUNT
            DISPLAY "BACKED OUT           " EDIT-DISP-COUNT
            MOVE WS-BAD-ACK-COUNT TO EDIT-DISP-COUNT
            DISPLAY "UNREADABLE ACKS      " EDIT-DISP-COUNT
            MOVE WS-SGN-UPDATE-COUNT TO EDIT-DISP-COUNT
            DISPLAY "SIGN-OFFS UPDATED    " EDIT-DISP-COUNT.

       END PROGRAM ABCDACKR.
