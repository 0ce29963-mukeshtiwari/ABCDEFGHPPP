      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: DAILY PENDING RULE CHANGE REPORT FOR THE ABCDEFGHPPP
      *          RULE LIBRARY. UNDER DUAL CONTROL A VERSION KEYED
      *          THROUGH ABCDRULM SITS PENDING ON
      *          PROD.ABCDEFGHPPP.RULELIB UNTIL A SECOND USER
      *          APPROVES IT (ABCDRAPR), AND THE NIGHTLY SELECTION
      *          SIMPLY SKIPS IT UNTIL THEN - A SCHEDULED CHANGE
      *          NOBODY GOT ROUND TO APPROVING WOULD QUIETLY NOT
      *          HAPPEN. THIS REPORT READS THE LIBRARY EACH MORNING
      *          AND LISTS EVERY PENDING VERSION DUE TO TAKE EFFECT
      *          TONIGHT OR WITHIN THE NEXT FEW DAYS (THE PARM), WITH
      *          WHO KEYED IT AND WHEN, SO THE APPROVERS KNOW WHAT
      *          NEEDS THEIR ATTENTION BEFORE IT IS DUE. A PENDING
      *          VERSION WHOSE EFFECTIVE DATE HAS ALREADY PASSED IS
      *          LISTED AS OVERDUE - SELECTION IS PASSING IT OVER
      *          EVERY NIGHT. ENDS RC=4 WHEN ANYTHING IS DUE INSIDE
      *          THE WINDOW AND RC=8 WHEN ANYTHING IS OVERDUE.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: lookahead days on the PARM
      *               (default 3), pending versions listed in key
      *               order with days until effective, retirements
      *               told apart from adds and changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDRPND.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RULE-LIB-FILE ASSIGN TO "RULELIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLB-KEY
               FILE STATUS IS WS-RLB-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RULE-LIB-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDRULM maintains
       01  RULE-LIB-RECORD.
           05  RLB-KEY.
               10  RLB-RULE-ID        PIC X(04).
               10  RLB-EFFECTIVE-DATE PIC 9(08).
           05  RLB-EXPIRY-DATE        PIC 9(08).
           05  RLB-STATUS             PIC X(01).
           05  RLB-MODE-SW            PIC X(01).
           05  RLB-PLACE-MULT         PIC 9(02).
           05  RLB-P-MULT             PIC 9(03).
           05  RLB-DISTINCT-FLAGS.
               10  RLB-DISTINCT-FLAG  PIC X(01) OCCURS 9 TIMES.
           05  RLB-CHANGED-BY         PIC X(08).
           05  RLB-CHANGED-DATE       PIC 9(08).
           05  RLB-CHANGED-TIME       PIC 9(06).
           05  RLB-APPROVAL-STATUS    PIC X(01).
           05  RLB-APPROVED-BY        PIC X(08).
           05  RLB-APPROVED-DATE      PIC 9(08).
           05  RLB-APPROVED-TIME      PIC 9(06).
       WORKING-STORAGE SECTION.
       01  WS-RLB-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLB-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLB-EOF VALUE "Y".
           88  WS-RLB-MORE VALUE "N".
      *    lookahead window in days from the PARM (1-2 digits); 3
      *    when the PARM is empty - enough to cover a weekend
       01  WS-LOOKAHEAD-DAYS PIC 9(02) VALUE 3.
       01  WS-TODAY-DAYS PIC 9(07) VALUE 0.
       01  WS-DAYS-TO-EFFECT PIC S9(07) VALUE 0.
      *    CCYYMMDD to serial-day conversion work fields - the same
      *    March-based arithmetic the acknowledgement report ages its
      *    run dates with
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
       01  WS-PENDING-TOTAL PIC 9(03) VALUE 0.
       01  WS-DUE-COUNT PIC 9(03) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(03) VALUE 0.
       01  WS-LATER-COUNT PIC 9(03) VALUE 0.
       01  WS-CHANGE-TYPE PIC X(07).
       01  WS-DUE-TEXT PIC X(18).
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-EFFECTIVE PIC 9999/99/99.
       01  EDIT-CHANGED PIC 9999/99/99.
       01  EDIT-DAYS PIC Z9.
       01  EDIT-COUNT PIC ZZ9.
       LINKAGE SECTION.
      *    optional PARM carrying the lookahead in days, e.g.
      *    //PNDSTEP EXEC PGM=ABCDRPND,PARM='5' - empty runs with 3
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
            DISPLAY "PENDING RULE CHANGES DUE          RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-DAYS-PROCEDURE
            MOVE WS-RUN-DATE TO WS-CNV-DATE
            PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
            MOVE WS-CNV-DAYS TO WS-TODAY-DAYS
            OPEN INPUT RULE-LIB-FILE
            IF WS-RLB-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RULE-LIB-FILE, "
                    "STATUS = " WS-RLB-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "RULE EFFECTIVE   TYPE    KEYED BY KEYED ON   "
                "DUE"
            MOVE LOW-VALUES TO RLB-KEY
            START RULE-LIB-FILE KEY NOT < RLB-KEY
                INVALID KEY
                    SET WS-RLB-EOF TO TRUE
            END-START
            PERFORM CHECK-ONE-VERSION-PROCEDURE
                UNTIL WS-RLB-EOF
            CLOSE RULE-LIB-FILE
            DISPLAY "----------------------------------------"
            MOVE WS-OVERDUE-COUNT TO EDIT-COUNT
            DISPLAY "PENDING AND OVERDUE        " EDIT-COUNT
            MOVE WS-DUE-COUNT TO EDIT-COUNT
            DISPLAY "PENDING, DUE IN WINDOW     " EDIT-COUNT
            MOVE WS-LATER-COUNT TO EDIT-COUNT
            DISPLAY "PENDING, DUE LATER         " EDIT-COUNT
            MOVE WS-PENDING-TOTAL TO EDIT-COUNT
            DISPLAY "PENDING IN TOTAL           " EDIT-COUNT
            EVALUATE TRUE
                WHEN WS-OVERDUE-COUNT > 0
                    DISPLAY "OVERDUE CHANGES ARE BEING SKIPPED BY "
                        "THE NIGHTLY SELECTION - APPROVE OR REJECT "
                        "THEM NOW"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-DUE-COUNT > 0
                    DISPLAY "CHANGES ARE DUE WITHIN THE WINDOW - "
                        "APPROVE OR REJECT THEM BEFORE THEY FALL DUE"
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "NO PENDING CHANGE DUE WITHIN THE WINDOW"
            END-EVALUATE
            STOP RUN.

      *-----------------------
       EDIT-PARM-DAYS-PROCEDURE.
      **
      * Edits the lookahead PARM up front so a mispunched PARM fails
      * before the library is read. Empty runs with the default.
      **
            IF PARM-LENGTH > 0
                IF PARM-LENGTH <= 2
                   AND PARM-TEXT(1:PARM-LENGTH) NUMERIC
                    MOVE PARM-TEXT(1:PARM-LENGTH) TO WS-LOOKAHEAD-DAYS
                ELSE
                    DISPLAY "ERROR - PARM MUST BE THE LOOKAHEAD NUMBER "
                        "OF DAYS (1-2 DIGITS), NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            DISPLAY "LOOKAHEAD DAYS: " WS-LOOKAHEAD-DAYS.

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
       CHECK-ONE-VERSION-PROCEDURE.
      **
      * Reads the next library record and, when it is pending, ages
      * its effective date against today: effective before today is
      * overdue (selection has already passed it over), today or
      * inside the lookahead is due, anything further out is only
      * counted.
      **
            READ RULE-LIB-FILE NEXT RECORD
                AT END
                    SET WS-RLB-EOF TO TRUE
            END-READ
            IF WS-RLB-MORE
                IF WS-RLB-FILE-STATUS NOT= "00"
                   AND WS-RLB-FILE-STATUS NOT= "02"
                    DISPLAY "ERROR - READ NEXT ON RULE-LIB-FILE "
                        "GAVE STATUS " WS-RLB-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    SET WS-RLB-EOF TO TRUE
                ELSE
                    IF RLB-APPROVAL-STATUS = "P"
                        ADD 1 TO WS-PENDING-TOTAL
                        MOVE RLB-EFFECTIVE-DATE TO WS-CNV-DATE
                        PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
                        COMPUTE WS-DAYS-TO-EFFECT =
                            WS-CNV-DAYS - WS-TODAY-DAYS
                        EVALUATE TRUE
                            WHEN WS-DAYS-TO-EFFECT < 0
                                ADD 1 TO WS-OVERDUE-COUNT
                                MOVE "OVERDUE - SKIPPED"
                                    TO WS-DUE-TEXT
                                PERFORM PRINT-PENDING-LINE-PROCEDURE
                            WHEN WS-DAYS-TO-EFFECT = 0
                                ADD 1 TO WS-DUE-COUNT
                                MOVE "DUE TONIGHT" TO WS-DUE-TEXT
                                PERFORM PRINT-PENDING-LINE-PROCEDURE
                            WHEN WS-DAYS-TO-EFFECT
                                    <= WS-LOOKAHEAD-DAYS
                                ADD 1 TO WS-DUE-COUNT
                                MOVE WS-DAYS-TO-EFFECT TO EDIT-DAYS
                                MOVE SPACES TO WS-DUE-TEXT
                                STRING "IN " DELIMITED BY SIZE
                                       EDIT-DAYS DELIMITED BY SIZE
                                       " DAY(S)" DELIMITED BY SIZE
                                    INTO WS-DUE-TEXT
                                END-STRING
                                PERFORM PRINT-PENDING-LINE-PROCEDURE
                            WHEN OTHER
                                ADD 1 TO WS-LATER-COUNT
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       PRINT-PENDING-LINE-PROCEDURE.
      **
      * One report line for a pending version - a retirement (an
      * inactive version) is told apart from an add or change, since
      * approving it takes the rule out of force.
      **
            IF RLB-STATUS = "I"
                MOVE "RETIRE" TO WS-CHANGE-TYPE
            ELSE
                MOVE "ADD/CHG" TO WS-CHANGE-TYPE
            END-IF
            MOVE RLB-EFFECTIVE-DATE TO EDIT-EFFECTIVE
            MOVE RLB-CHANGED-DATE TO EDIT-CHANGED
            DISPLAY RLB-RULE-ID " " EDIT-EFFECTIVE " " WS-CHANGE-TYPE
                " " RLB-CHANGED-BY " " EDIT-CHANGED " " WS-DUE-TEXT.

       END PROGRAM ABCDRPND.
