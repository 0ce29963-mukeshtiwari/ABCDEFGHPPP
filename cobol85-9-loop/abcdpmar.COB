      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: PATTERN-AGE REPORT FROM THE ABCDEFGHPPP PATTERN
      *          MASTER (PROD.ABCDEFGHPPP.PATMAST, KEPT BY ABCDPMUP).
      *          THREE SECTIONS, EACH IN PATTERN ORDER: LONG-RUNNING
      *          PATTERNS (STILL ACTIVE ON A STREAK OF AT LEAST
      *          WS-LONG-RUN-MIN CONSECUTIVE NIGHTS), FLICKERING
      *          PATTERNS (BACK AFTER A GAP AT LEAST WS-FLICKER-MIN
      *          TIMES) AND PATTERNS NOT SEEN FOR MORE THAN N DAYS
      *          (N FROM THE PARM). EACH LINE CARRIES THE PATTERN'S
      *          WHOLE MASTER RECORD SO NO ONE HAS TO GO BACK TO
      *          AUDITF AND AUDHIST TO PIECE THE DATES TOGETHER. READ
      *          ONLY - THE REPORT NEVER CHANGES THE MASTER.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: PARM N days (1-3 digits, 30
      *               when empty), long-running from a 30-night
      *               streak, flickering from 3 returns.
      * 15 OCT 2026 - The master's *CONTROL* record (ABCDPMUP's
      *               high-water mark) is passed over in every section.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDPMAR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PATTERN-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-PATTERN
               FILE STATUS IS WS-PMS-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PATTERN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per pattern ever confirmed - the layout ABCDPMUP
      *    writes
       01  PATTERN-MASTER-RECORD.
           05  PMS-PATTERN            PIC X(09).
           05  PMS-FIRST-DATE         PIC 9(08).
           05  PMS-LAST-DATE          PIC 9(08).
           05  PMS-CONFIRM-COUNT      PIC 9(07).
           05  PMS-NIGHT-COUNT        PIC 9(05).
           05  PMS-RULE-COUNT         PIC 9(02).
           05  PMS-RULE-ID            PIC X(04) OCCURS 10 TIMES.
           05  PMS-STREAK             PIC 9(05).
           05  PMS-LONGEST-STREAK     PIC 9(05).
           05  PMS-RETURN-COUNT       PIC 9(05).
           05  PMS-STATUS             PIC X(01).
               88  PMS-ACTIVE         VALUE "A".
               88  PMS-DISAPPEARED    VALUE "D".
               88  PMS-PURGED         VALUE "P".
               88  PMS-BACKED-OUT     VALUE "B".
           05  PMS-STATUS-DATE        PIC 9(08).
           05  PMS-TRACKED-FROM       PIC 9(08).
           05  FILLER                 PIC X(09).
       WORKING-STORAGE SECTION.
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".
      *    key of the master's control record, which is not a pattern
       01  WS-PMS-CONTROL-KEY PIC X(09) VALUE "*CONTROL*".
       01  WS-PMS-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-PMS-EOF VALUE "Y".
           88  WS-PMS-MORE VALUE "N".
      *    which section the current pass of the master is printing -
      *    L long-running, F flickering, N not seen
       01  WS-SECTION-SW PIC X(01) VALUE "L".
           88  WS-SECTION-LONG VALUE "L".
           88  WS-SECTION-FLICKER VALUE "F".
           88  WS-SECTION-NOT-SEEN VALUE "N".
       01  WS-SELECT-SW PIC X(01) VALUE "N".
           88  WS-PATTERN-SELECTED VALUE "Y".
      *    report thresholds - a streak this long is long-running, and
      *    this many returns after a gap is flickering
       01  WS-LONG-RUN-MIN PIC 9(05) VALUE 30.
       01  WS-FLICKER-MIN PIC 9(05) VALUE 3.
      *    not-seen threshold in days, from the PARM (1-3 digits); 30
      *    when the PARM is empty
       01  WS-NOT-SEEN-DAYS PIC 9(03) VALUE 30.
       01  WS-TODAY-DAYS PIC 9(07) VALUE 0.
       01  WS-ENTRY-AGE PIC S9(07) VALUE 0.
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
       01  WS-PMS-RULE-IDX PIC 99 COMP.
       01  WS-RULE-LIST PIC X(50) VALUE SPACES.
       01  WS-RULE-PTR PIC 99 COMP.
       01  WS-STATUS-TEXT PIC X(11).
      *    section and report totals
       01  WS-SECTION-COUNT PIC 9(07) VALUE 0.
       01  WS-MASTER-COUNT PIC 9(07) VALUE 0.
       01  WS-LONG-COUNT PIC 9(07) VALUE 0.
       01  WS-FLICKER-COUNT PIC 9(07) VALUE 0.
       01  WS-NOT-SEEN-COUNT PIC 9(07) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-FIRST-DATE PIC 9999/99/99.
       01  EDIT-LAST-DATE PIC 9999/99/99.
       01  EDIT-NIGHTS PIC Z(4)9.
       01  EDIT-CONFIRMS PIC Z(6)9.
       01  EDIT-STREAK PIC Z(4)9.
       01  EDIT-LONGEST PIC Z(4)9.
       01  EDIT-RETURNS PIC Z(4)9.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-THRESHOLD PIC Z(4)9.
       LINKAGE SECTION.
      *    optional PARM carrying the not-seen threshold in days,
      *    e.g. //AGESTEP EXEC PGM=ABCDPMAR,PARM='60' - empty runs
      *    with 30
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
            DISPLAY "PATTERN-AGE REPORT                RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-DAYS-PROCEDURE
            MOVE WS-RUN-DATE TO WS-CNV-DATE
            PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
            MOVE WS-CNV-DAYS TO WS-TODAY-DAYS
            OPEN INPUT PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-SECTION-LONG TO TRUE
            MOVE WS-LONG-RUN-MIN TO EDIT-THRESHOLD
            DISPLAY " "
            DISPLAY "LONG-RUNNING - ACTIVE ON A STREAK OF "
                EDIT-THRESHOLD " NIGHTS OR MORE"
            PERFORM PRINT-SECTION-PROCEDURE
            MOVE WS-SECTION-COUNT TO WS-LONG-COUNT
            SET WS-SECTION-FLICKER TO TRUE
            MOVE WS-FLICKER-MIN TO EDIT-THRESHOLD
            DISPLAY " "
            DISPLAY "FLICKERING - BACK AFTER A GAP "
                EDIT-THRESHOLD " TIMES OR MORE"
            PERFORM PRINT-SECTION-PROCEDURE
            MOVE WS-SECTION-COUNT TO WS-FLICKER-COUNT
            SET WS-SECTION-NOT-SEEN TO TRUE
            MOVE WS-NOT-SEEN-DAYS TO EDIT-THRESHOLD
            DISPLAY " "
            DISPLAY "NOT SEEN FOR MORE THAN " EDIT-THRESHOLD " DAYS"
            PERFORM PRINT-SECTION-PROCEDURE
            MOVE WS-SECTION-COUNT TO WS-NOT-SEEN-COUNT
            CLOSE PATTERN-MASTER-FILE
            DISPLAY "----------------------------------------"
            MOVE WS-MASTER-COUNT TO EDIT-COUNT
            DISPLAY "PATTERNS ON THE MASTER  " EDIT-COUNT
            MOVE WS-LONG-COUNT TO EDIT-COUNT
            DISPLAY "LONG-RUNNING            " EDIT-COUNT
            MOVE WS-FLICKER-COUNT TO EDIT-COUNT
            DISPLAY "FLICKERING              " EDIT-COUNT
            MOVE WS-NOT-SEEN-COUNT TO EDIT-COUNT
            DISPLAY "NOT SEEN                " EDIT-COUNT
            STOP RUN.

      *-----------------------
       EDIT-PARM-DAYS-PROCEDURE.
      **
      * Edits the not-seen days PARM up front so a mispunched PARM
      * fails before the master is read. Empty runs with the default.
      **
            IF PARM-LENGTH > 0
                IF PARM-LENGTH <= 3
                   AND PARM-TEXT(1:PARM-LENGTH) NUMERIC
                    MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-NOT-SEEN-DAYS
                ELSE
                    DISPLAY "ERROR - PARM MUST BE THE NOT-SEEN NUMBER "
                        "OF DAYS (1-3 DIGITS), NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            DISPLAY "NOT-SEEN THRESHOLD IN DAYS: " WS-NOT-SEEN-DAYS.

      *-----------------------
       CONVERT-DATE-TO-DAYS-PROCEDURE.
      **
      * Converts the CCYYMMDD date in WS-CNV-DATE to a serial day
      * count in WS-CNV-DAYS, so two dates subtract to the number of
      * days between them. Counting from a March-based year puts the
      * leap day at the end, where it needs no special case.
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
       PRINT-SECTION-PROCEDURE.
      **
      * One pass of the master from the first key, printing the
      * patterns that belong in the section WS-SECTION-SW names.
      **
            MOVE 0 TO WS-SECTION-COUNT
            MOVE 0 TO WS-MASTER-COUNT
            SET WS-PMS-MORE TO TRUE
            MOVE LOW-VALUES TO PMS-PATTERN
            START PATTERN-MASTER-FILE KEY NOT < PMS-PATTERN
                INVALID KEY
                    SET WS-PMS-EOF TO TRUE
            END-START
            DISPLAY "PATTERN   FIRST      LAST       NIGHTS CONFIRMS "
                "STREAK  LONG  RTNS STATUS      RULES"
            PERFORM SELECT-ONE-PATTERN-PROCEDURE
                UNTIL WS-PMS-EOF
            IF WS-SECTION-COUNT = 0
                DISPLAY "          NONE"
            END-IF.

      *-----------------------
       SELECT-ONE-PATTERN-PROCEDURE.
      **
      * Reads the next master record and prints it when it meets the
      * current section's test. A pattern not seen is judged on the
      * calendar days since its last confirmed night.
      **
            READ PATTERN-MASTER-FILE NEXT RECORD
                AT END
                    SET WS-PMS-EOF TO TRUE
            END-READ
            IF WS-PMS-MORE
                IF WS-PMS-FILE-STATUS NOT= "00"
                   AND WS-PMS-FILE-STATUS NOT= "02"
                    DISPLAY "ERROR - READ NEXT ON PATTERN-MASTER-FILE "
                        "GAVE STATUS " WS-PMS-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    SET WS-PMS-EOF TO TRUE
                ELSE
                    IF PMS-PATTERN NOT= WS-PMS-CONTROL-KEY
                        ADD 1 TO WS-MASTER-COUNT
                    END-IF
                    MOVE "N" TO WS-SELECT-SW
                    EVALUATE TRUE
                        WHEN PMS-PATTERN = WS-PMS-CONTROL-KEY
                            CONTINUE
                        WHEN WS-SECTION-LONG
                            IF PMS-ACTIVE
                               AND PMS-STREAK >= WS-LONG-RUN-MIN
                                SET WS-PATTERN-SELECTED TO TRUE
                            END-IF
                        WHEN WS-SECTION-FLICKER
                            IF PMS-RETURN-COUNT >= WS-FLICKER-MIN
                                SET WS-PATTERN-SELECTED TO TRUE
                            END-IF
                        WHEN WS-SECTION-NOT-SEEN
                            IF PMS-LAST-DATE > 0
                                MOVE PMS-LAST-DATE TO WS-CNV-DATE
                                PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
                                COMPUTE WS-ENTRY-AGE =
                                    WS-TODAY-DAYS - WS-CNV-DAYS
                                IF WS-ENTRY-AGE > WS-NOT-SEEN-DAYS
                                    SET WS-PATTERN-SELECTED TO TRUE
                                END-IF
                            END-IF
                    END-EVALUATE
                    IF WS-PATTERN-SELECTED
                        ADD 1 TO WS-SECTION-COUNT
                        PERFORM PRINT-PATTERN-LINE-PROCEDURE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       PRINT-PATTERN-LINE-PROCEDURE.
      **
      * Prints one master record as a report line.
      **
            EVALUATE TRUE
                WHEN PMS-ACTIVE
                    MOVE "ACTIVE" TO WS-STATUS-TEXT
                WHEN PMS-DISAPPEARED
                    MOVE "DISAPPEARED" TO WS-STATUS-TEXT
                WHEN PMS-PURGED
                    MOVE "PURGED" TO WS-STATUS-TEXT
                WHEN PMS-BACKED-OUT
                    MOVE "BACKED OUT" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "UNKNOWN" TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE SPACES TO WS-RULE-LIST
            MOVE 1 TO WS-RULE-PTR
            PERFORM VARYING WS-PMS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-PMS-RULE-IDX > PMS-RULE-COUNT
                        OR WS-PMS-RULE-IDX > 10
                STRING PMS-RULE-ID(WS-PMS-RULE-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                    INTO WS-RULE-LIST
                    WITH POINTER WS-RULE-PTR
                END-STRING
            END-PERFORM
            MOVE PMS-FIRST-DATE TO EDIT-FIRST-DATE
            MOVE PMS-LAST-DATE TO EDIT-LAST-DATE
            MOVE PMS-NIGHT-COUNT TO EDIT-NIGHTS
            MOVE PMS-CONFIRM-COUNT TO EDIT-CONFIRMS
            MOVE PMS-STREAK TO EDIT-STREAK
            MOVE PMS-LONGEST-STREAK TO EDIT-LONGEST
            MOVE PMS-RETURN-COUNT TO EDIT-RETURNS
            DISPLAY PMS-PATTERN " " EDIT-FIRST-DATE " " EDIT-LAST-DATE
                " " EDIT-NIGHTS "  " EDIT-CONFIRMS " " EDIT-STREAK
                " " EDIT-LONGEST " " EDIT-RETURNS " " WS-STATUS-TEXT
                " " WS-RULE-LIST.

       END PROGRAM ABCDPMAR.
