      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: MAINTENANCE OF THE ABCDEFGHPPP BUSINESS-DAY CALENDAR.
      *          THE SUITE HAD NO IDEA WHAT A BUSINESS DAY WAS - THE
      *          NIGHTLY RAN ON HOLIDAYS AND PRODUCED AN EXTRACT THE
      *          DISTRIBUTED TEAM WOULD NOT LOAD, THE ACK CHASE AGED
      *          THAT NIGHT IN CALENDAR DAYS AND FAILED AFTER EVERY
      *          LONG WEEKEND, AND THE DELTA COMPARED MONDAY AGAINST
      *          WHATEVER HAD RUN LAST. THE KEYED
      *          PROD.ABCDEFGHPPP.CALENDAR CLUSTER NOW HOLDS ONE
      *          RECORD PER DATE - BUSINESS DAY, HOLIDAY, SHORTENED-
      *          WINDOW BUSINESS DAY (WITH ITS OWN STOP TIME) OR
      *          NON-BUSINESS DAY - WITH WHO LAST CHANGED IT AND
      *          WHEN. THIS PROGRAM APPLIES THE TRANSACTIONS ON
      *          CALIN: GENERATE A YEAR OF WEEKDAYS AND WEEKENDS,
      *          SET ONE DATE'S DAY TYPE, OR DELETE A DATE. IT PRINTS
      *          A MAINTENANCE REPORT NAMING EVERY TRANSACTION
      *          APPLIED OR REJECTED AND ENDS RC=8 WHEN ANY WAS
      *          REJECTED. A DATE NOT ON THE CALENDAR READS AS A
      *          BUSINESS DAY MONDAY TO FRIDAY AND A NON-BUSINESS DAY
      *          AT THE WEEKEND EVERYWHERE THE CALENDAR IS CONSULTED
      *          (ABCDRSEL, ABCDACKR, ABCDDELT, ABCDMSUM, ABCDSGNQ).
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: G generates a year without
      *               overlaying dates already keyed, H/S/B/N set a
      *               date (adding or replacing it), D deletes one
      *               back to the weekday default.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDCALM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAL-IN-FILE ASSIGN TO "CALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CAL-IN-FILE
           LABEL RECORDS ARE STANDARD.
      *    one maintenance transaction per card:
      *      col  1     action - G generate a year, H holiday,
      *                 S shortened-window business day, B business
      *                 day, N non-business day, D delete
      *      cols 2-9   date CCYYMMDD (G: the year CCYY in cols 2-5)
      *      cols 10-13 stop time HHMM             (S only)
      *      cols 14-43 description                (H/S/B/N)
      *      cols 44-51 changed-by user id
       01  CAL-IN-RECORD.
           05  CIN-ACTION             PIC X(01).
           05  CIN-DATE-X             PIC X(08).
           05  CIN-DATE REDEFINES CIN-DATE-X
                                      PIC 9(08).
           05  CIN-YEAR-GROUP REDEFINES CIN-DATE-X.
               10  CIN-YEAR-X         PIC X(04).
               10  CIN-YEAR REDEFINES CIN-YEAR-X
                                      PIC 9(04).
               10  FILLER             PIC X(04).
           05  CIN-STOP-TIME-X        PIC X(04).
           05  CIN-STOP-TIME REDEFINES CIN-STOP-TIME-X.
               10  CIN-STOP-HH        PIC 9(02).
               10  CIN-STOP-MM        PIC 9(02).
           05  CIN-DESCRIPTION        PIC X(30).
           05  CIN-CHANGED-BY         PIC X(08).
           05  FILLER                 PIC X(29).
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per date - a date that is not on file counts as
      *    a business day Monday to Friday and a non-business day at
      *    the weekend
       01  CALENDAR-RECORD.
           05  CAL-DATE               PIC 9(08).
      *    'B' business day, 'S' shortened-window business day, 'H'
      *    holiday, 'N' non-business day (weekend)
           05  CAL-DAY-TYPE           PIC X(01).
      *    HHMM latest-allowed stop time on an 'S' day - the window
      *    stop time ABCDRSEL puts on the night's CTLCARD in place of
      *    the OPTCARD one; blank on every other day type
           05  CAL-STOP-TIME          PIC X(04).
           05  CAL-DESCRIPTION        PIC X(30).
      *    who last touched this date, and when
           05  CAL-CHANGED-BY         PIC X(08).
           05  CAL-CHANGED-DATE       PIC 9(08).
           05  CAL-CHANGED-TIME       PIC 9(06).
           05  FILLER                 PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-CIN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CAL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CIN-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-CIN-EOF VALUE "Y".
           88  WS-CIN-MORE VALUE "N".
       01  WS-TRAN-COUNT PIC 9(03) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(03) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(03) VALUE 0.
      *    error count for the transaction in hand - a transaction
      *    with any edit error is rejected whole, nothing half-done
       01  WS-EDIT-ERRORS PIC 9(02) VALUE 0.
      *    the year generation - the date being generated, stepped
      *    forward a day at a time, and what happened to each
       01  WS-GEN-DATE PIC 9(08) VALUE 0.
       01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
           05  WS-GEN-YEAR PIC 9(04).
           05  WS-GEN-MONTH PIC 9(02).
           05  WS-GEN-DAY PIC 9(02).
       01  WS-GEN-ADDED-COUNT PIC 9(03) VALUE 0.
       01  WS-GEN-KEPT-COUNT PIC 9(03) VALUE 0.
       01  WS-GEN-FAILED-COUNT PIC 9(03) VALUE 0.
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
       01  WS-LEAP-YEAR PIC 9(04).
       01  WS-LEAP-QUOTIENT PIC 9(04).
       01  WS-LEAP-REM-4 PIC 9(04).
       01  WS-LEAP-REM-100 PIC 9(04).
       01  WS-LEAP-REM-400 PIC 9(04).
      *    the date being edited, taken apart
       01  WS-CHK-DATE PIC 9(08) VALUE 0.
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05  WS-CHK-YEAR PIC 9(04).
           05  WS-CHK-MONTH PIC 9(02).
           05  WS-CHK-DAY PIC 9(02).
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
       01  WS-OLD-DAY-TYPE PIC X(01).
       01  WS-DAY-TYPE-TEXT PIC X(20).
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS     PIC 9(06).
           05  FILLER             PIC X(02).
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-CAL-DATE PIC 9999/99/99.
       01  EDIT-TRAN-NO PIC ZZ9.
       01  EDIT-COUNT PIC ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "BUSINESS CALENDAR MAINTENANCE     RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            OPEN INPUT CAL-IN-FILE
            IF WS-CIN-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN CAL-IN-FILE, "
                    "STATUS = " WS-CIN-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-CALENDAR-PROCEDURE
            PERFORM APPLY-ONE-TRAN-PROCEDURE
                UNTIL WS-CIN-EOF
            CLOSE CAL-IN-FILE
            CLOSE CALENDAR-FILE
            DISPLAY "----------------------------------------"
            MOVE WS-TRAN-COUNT TO EDIT-COUNT
            DISPLAY "TRANSACTIONS READ     " EDIT-COUNT
            MOVE WS-APPLIED-COUNT TO EDIT-COUNT
            DISPLAY "TRANSACTIONS APPLIED  " EDIT-COUNT
            MOVE WS-REJECTED-COUNT TO EDIT-COUNT
            DISPLAY "TRANSACTIONS REJECTED " EDIT-COUNT
            IF WS-REJECTED-COUNT > 0
                DISPLAY "ONE OR MORE TRANSACTIONS REJECTED - SEE "
                    "THE LINES ABOVE"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF WS-TRAN-COUNT = 0
                DISPLAY "CALIN IS EMPTY - NOTHING TO APPLY"
            END-IF
            STOP RUN.

      *-----------------------
       OPEN-CALENDAR-PROCEDURE.
      **
      * Opens the calendar for update; creates it first on the very
      * first maintenance run, the way the rule library maintenance
      * primes an empty cluster.
      **
            OPEN I-O CALENDAR-FILE
            IF WS-CAL-FILE-STATUS NOT= "00"
                OPEN OUTPUT CALENDAR-FILE
                CLOSE CALENDAR-FILE
                OPEN I-O CALENDAR-FILE
            END-IF
            IF WS-CAL-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN CALENDAR-FILE, "
                    "STATUS = " WS-CAL-FILE-STATUS
                CLOSE CAL-IN-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

      *-----------------------
       APPLY-ONE-TRAN-PROCEDURE.
      **
      * Reads, edits and applies the next transaction. Any edit
      * error rejects the whole transaction. Blank cards are
      * skipped.
      **
            READ CAL-IN-FILE
                AT END
                    SET WS-CIN-EOF TO TRUE
            END-READ
            IF WS-CIN-MORE
               AND CAL-IN-RECORD NOT= SPACES
                ADD 1 TO WS-TRAN-COUNT
                MOVE WS-TRAN-COUNT TO EDIT-TRAN-NO
                MOVE 0 TO WS-EDIT-ERRORS
                PERFORM EDIT-COMMON-FIELDS-PROCEDURE
                IF WS-EDIT-ERRORS > 0
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY "TRAN " EDIT-TRAN-NO " REJECTED - "
                        "ACTION " CIN-ACTION " DATE " CIN-DATE-X
                        " - EDIT ERROR(S) ABOVE"
                ELSE
                    EVALUATE CIN-ACTION
                        WHEN "G"
                            PERFORM APPLY-GENERATE-PROCEDURE
                        WHEN "D"
                            PERFORM APPLY-DELETE-PROCEDURE
                        WHEN OTHER
                            PERFORM APPLY-SET-DAY-PROCEDURE
                    END-EVALUATE
                END-IF
            END-IF.

      *-----------------------
       EDIT-COMMON-FIELDS-PROCEDURE.
      **
      * The edits: a known action code, a real calendar date (or a
      * plausible year for G), a stop time on a shortened-window
      * day and on no other, and a changed-by id so the stamp is
      * never blank.
      **
            IF CIN-ACTION NOT= "G" AND CIN-ACTION NOT= "H"
               AND CIN-ACTION NOT= "S" AND CIN-ACTION NOT= "B"
               AND CIN-ACTION NOT= "N" AND CIN-ACTION NOT= "D"
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                    " COL 01 ACTION IS '" CIN-ACTION
                    "' - MUST BE G, H, S, B, N OR D"
            END-IF
            IF CIN-ACTION = "G"
                IF CIN-YEAR-X NOT NUMERIC
                   OR CIN-DATE-X(5:4) NOT= SPACES
                    ADD 1 TO WS-EDIT-ERRORS
                    DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                        " COLS 02-09 ARE '" CIN-DATE-X
                        "' - G NEEDS THE YEAR CCYY IN COLS 02-05 ONLY"
                ELSE
                    IF CIN-YEAR < 1900 OR CIN-YEAR > 2999
                        ADD 1 TO WS-EDIT-ERRORS
                        DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                            " COLS 02-05 YEAR " CIN-YEAR
                            " IS OUTSIDE THE PLAUSIBLE RANGE"
                    END-IF
                END-IF
            ELSE
                PERFORM EDIT-DATE-PROCEDURE
            END-IF
            IF CIN-ACTION = "S"
                IF CIN-STOP-TIME-X NOT NUMERIC
                    ADD 1 TO WS-EDIT-ERRORS
                    DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                        " COLS 10-13 STOP TIME IS '" CIN-STOP-TIME-X
                        "' - A SHORTENED DAY NEEDS ITS HHMM"
                ELSE
                    IF CIN-STOP-HH > 23 OR CIN-STOP-MM > 59
                       OR CIN-STOP-TIME-X = "0000"
                        ADD 1 TO WS-EDIT-ERRORS
                        DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                            " COLS 10-13 STOP TIME " CIN-STOP-TIME-X
                            " IS NOT A CLOCK TIME 0001-2359"
                    END-IF
                END-IF
            ELSE
                IF CIN-STOP-TIME-X NOT= SPACES
                    ADD 1 TO WS-EDIT-ERRORS
                    DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                        " COLS 10-13 STOP TIME IS '" CIN-STOP-TIME-X
                        "' - ONLY A SHORTENED DAY (S) CARRIES ONE"
                END-IF
            END-IF
            IF CIN-CHANGED-BY = SPACES
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                    " COLS 44-51 CHANGED-BY IS BLANK - THE CALENDAR "
                    "MUST ANSWER WHO DECLARED THE DAY"
            END-IF.

      *-----------------------
       EDIT-DATE-PROCEDURE.
      **
      * The date must be a real one - month 01-12 and a day that
      * exists in that month, 29 February only in a leap year.
      **
            IF CIN-DATE-X NOT NUMERIC
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                    " COLS 02-09 DATE IS '" CIN-DATE-X
                    "' - MUST BE CCYYMMDD"
            ELSE
                MOVE CIN-DATE TO WS-CHK-DATE
                IF WS-CHK-YEAR < 1900 OR WS-CHK-YEAR > 2999
                   OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   OR WS-CHK-DAY < 1
                    ADD 1 TO WS-EDIT-ERRORS
                    DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                        " COLS 02-09 DATE " CIN-DATE
                        " IS NOT A CALENDAR DATE"
                ELSE
                    MOVE WS-CHK-YEAR TO WS-LEAP-YEAR
                    MOVE WS-MONTH-DAYS(WS-CHK-MONTH) TO WS-MONTH-LENGTH
                    IF WS-CHK-MONTH = 2
                        PERFORM CHECK-LEAP-YEAR-PROCEDURE
                    END-IF
                    IF WS-CHK-DAY > WS-MONTH-LENGTH
                        ADD 1 TO WS-EDIT-ERRORS
                        DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                            " COLS 02-09 DATE " CIN-DATE
                            " IS NOT A CALENDAR DATE"
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       CHECK-LEAP-YEAR-PROCEDURE.
      **
      * Gives February 29 days in WS-MONTH-LENGTH when WS-LEAP-YEAR
      * is a leap year.
      **
            DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REM-4
            DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REM-100
            DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REM-400
            IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT= 0
                    OR WS-LEAP-REM-400 = 0)
                MOVE 29 TO WS-MONTH-LENGTH
            END-IF.

      *-----------------------
       APPLY-GENERATE-PROCEDURE.
      **
      * Generates every date of the year that is not on the calendar
      * yet - Monday to Friday as business days, Saturday and Sunday
      * as non-business days. A date already on file is left alone,
      * so holidays keyed ahead of the generation survive it and a
      * year can be generated again safely.
      **
            MOVE 0 TO WS-GEN-ADDED-COUNT
            MOVE 0 TO WS-GEN-KEPT-COUNT
            MOVE 0 TO WS-GEN-FAILED-COUNT
            MOVE CIN-YEAR TO WS-GEN-YEAR
            MOVE 1 TO WS-GEN-MONTH
            MOVE 1 TO WS-GEN-DAY
            PERFORM GENERATE-ONE-DATE-PROCEDURE
                UNTIL WS-GEN-YEAR NOT= CIN-YEAR
            IF WS-GEN-FAILED-COUNT > 0
                ADD 1 TO WS-REJECTED-COUNT
                MOVE WS-GEN-FAILED-COUNT TO EDIT-COUNT
                DISPLAY "TRAN " EDIT-TRAN-NO " REJECTED - YEAR "
                    CIN-YEAR-X " - " EDIT-COUNT " DATE(S) COULD NOT "
                    "BE WRITTEN"
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
                MOVE WS-GEN-ADDED-COUNT TO EDIT-COUNT
                DISPLAY "TRAN " EDIT-TRAN-NO " GENERATED - YEAR "
                    CIN-YEAR-X " - " EDIT-COUNT " DATE(S) ADDED BY "
                    CIN-CHANGED-BY
                MOVE WS-GEN-KEPT-COUNT TO EDIT-COUNT
                DISPLAY "                  " EDIT-COUNT
                    " DATE(S) ALREADY ON THE CALENDAR LEFT AS KEYED"
            END-IF.

      *-----------------------
       GENERATE-ONE-DATE-PROCEDURE.
      **
      * Adds the date in WS-GEN-DATE with its weekday default when it
      * is not on file, then steps to the next day.
      **
            MOVE WS-GEN-DATE TO CAL-DATE
            READ CALENDAR-FILE
                INVALID KEY
                    MOVE WS-GEN-DATE TO WS-CNV-DATE
                    PERFORM SET-WEEKDAY-PROCEDURE
                    MOVE SPACES TO CALENDAR-RECORD
                    MOVE WS-GEN-DATE TO CAL-DATE
                    IF WS-WEEKEND-DAY
                        MOVE "N" TO CAL-DAY-TYPE
                        MOVE "WEEKEND" TO CAL-DESCRIPTION
                    ELSE
                        MOVE "B" TO CAL-DAY-TYPE
                        MOVE "WEEKDAY" TO CAL-DESCRIPTION
                    END-IF
                    PERFORM STAMP-CAL-RECORD-PROCEDURE
                    WRITE CALENDAR-RECORD
                        INVALID KEY
                            ADD 1 TO WS-GEN-FAILED-COUNT
                            DISPLAY "ERROR - TRAN " EDIT-TRAN-NO
                                " WRITE OF " WS-GEN-DATE
                                " GAVE STATUS " WS-CAL-FILE-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-GEN-ADDED-COUNT
                    END-WRITE
                NOT INVALID KEY
                    ADD 1 TO WS-GEN-KEPT-COUNT
            END-READ
            PERFORM NEXT-GEN-DATE-PROCEDURE.

      *-----------------------
       NEXT-GEN-DATE-PROCEDURE.
      **
      * Steps WS-GEN-DATE forward one calendar day across month and
      * year ends - February takes 29 days in a leap year.
      **
            MOVE WS-MONTH-DAYS(WS-GEN-MONTH) TO WS-MONTH-LENGTH
            IF WS-GEN-MONTH = 2
                MOVE WS-GEN-YEAR TO WS-LEAP-YEAR
                PERFORM CHECK-LEAP-YEAR-PROCEDURE
            END-IF
            IF WS-GEN-DAY < WS-MONTH-LENGTH
                ADD 1 TO WS-GEN-DAY
            ELSE
                MOVE 1 TO WS-GEN-DAY
                IF WS-GEN-MONTH < 12
                    ADD 1 TO WS-GEN-MONTH
                ELSE
                    MOVE 1 TO WS-GEN-MONTH
                    ADD 1 TO WS-GEN-YEAR
                END-IF
            END-IF.

      *-----------------------
       APPLY-SET-DAY-PROCEDURE.
      **
      * Sets one date's day type - adding the date when it is not on
      * the calendar, replacing it (with a fresh stamp) when it is.
      * A blank description takes the day type's own name.
      **
            MOVE CIN-DATE TO CAL-DATE
            MOVE SPACE TO WS-OLD-DAY-TYPE
            READ CALENDAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CAL-DAY-TYPE TO WS-OLD-DAY-TYPE
            END-READ
            MOVE SPACES TO CALENDAR-RECORD
            MOVE CIN-DATE TO CAL-DATE
            MOVE CIN-ACTION TO CAL-DAY-TYPE
            IF CIN-ACTION = "S"
                MOVE CIN-STOP-TIME-X TO CAL-STOP-TIME
            END-IF
            PERFORM SET-DAY-TYPE-TEXT-PROCEDURE
            IF CIN-DESCRIPTION = SPACES
                MOVE WS-DAY-TYPE-TEXT TO CAL-DESCRIPTION
            ELSE
                MOVE CIN-DESCRIPTION TO CAL-DESCRIPTION
            END-IF
            PERFORM STAMP-CAL-RECORD-PROCEDURE
            MOVE CIN-DATE TO EDIT-CAL-DATE
            IF WS-OLD-DAY-TYPE = SPACE
                WRITE CALENDAR-RECORD
            ELSE
                REWRITE CALENDAR-RECORD
            END-IF
            IF WS-CAL-FILE-STATUS NOT= "00"
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "TRAN " EDIT-TRAN-NO " REJECTED - "
                    EDIT-CAL-DATE " - CALENDAR WRITE GAVE STATUS "
                    WS-CAL-FILE-STATUS
            ELSE
                ADD 1 TO WS-APPLIED-COUNT
                DISPLAY "TRAN " EDIT-TRAN-NO " SET      - "
                    EDIT-CAL-DATE " " WS-DAY-TYPE-TEXT " "
                    CAL-STOP-TIME " " CAL-DESCRIPTION
                    " BY " CIN-CHANGED-BY
            END-IF.

      *-----------------------
       APPLY-DELETE-PROCEDURE.
      **
      * Deletes one date - it then reads as its weekday default
      * wherever the calendar is consulted.
      **
            MOVE CIN-DATE TO CAL-DATE
            MOVE CIN-DATE TO EDIT-CAL-DATE
            DELETE CALENDAR-FILE RECORD
                INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY "TRAN " EDIT-TRAN-NO " REJECTED - "
                        EDIT-CAL-DATE " IS NOT ON THE CALENDAR"
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
                    DISPLAY "TRAN " EDIT-TRAN-NO " DELETED  - "
                        EDIT-CAL-DATE " - NOW THE WEEKDAY DEFAULT, "
                        "BY " CIN-CHANGED-BY
            END-DELETE.

      *-----------------------
       SET-DAY-TYPE-TEXT-PROCEDURE.
      **
      * Spells out the day type in CAL-DAY-TYPE.
      **
            EVALUATE CAL-DAY-TYPE
                WHEN "B"
                    MOVE "BUSINESS DAY" TO WS-DAY-TYPE-TEXT
                WHEN "S"
                    MOVE "SHORTENED WINDOW" TO WS-DAY-TYPE-TEXT
                WHEN "H"
                    MOVE "HOLIDAY" TO WS-DAY-TYPE-TEXT
                WHEN OTHER
                    MOVE "NON-BUSINESS DAY" TO WS-DAY-TYPE-TEXT
            END-EVALUATE.

      *-----------------------
       STAMP-CAL-RECORD-PROCEDURE.
      **
      * The audit stamp - who, and when to the second.
      **
            MOVE CIN-CHANGED-BY TO CAL-CHANGED-BY
            MOVE WS-RUN-DATE TO CAL-CHANGED-DATE
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMMSS TO CAL-CHANGED-TIME.

      *-----------------------
       SET-WEEKDAY-PROCEDURE.
      **
      * Leaves the day of the week of the date in WS-CNV-DATE in
      * WS-WEEKDAY-NO - the serial day modulo 7, where 4 falls on a
      * Saturday and 5 on a Sunday.
      **
            PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
            DIVIDE WS-CNV-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
                REMAINDER WS-WEEKDAY-NO.

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

       END PROGRAM ABCDCALM.
