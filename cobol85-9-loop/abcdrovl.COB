      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: RULE OVERLAP AND REDUNDANCY REPORT FOR THE
      *          ABCDEFGHPPP RULE LIBRARY. CTLCARD CARRIES UP TO 10
      *          RULES IN ONE WALK AND RULE IDS HAVE ONLY EVER BEEN
      *          ADDED, NEVER RETIRED. THIS PROGRAM READS EVERY AUDITF
      *          CONFIRMATION WHOSE AUD-RUN-DATE FALLS IN THE DATE
      *          RANGE ON THE PARM, GATHERS THE RULE IDS THAT
      *          CONFIRMED EACH PATTERN, AND FOR EVERY PAIR OF RULES
      *          IN FORCE COUNTS THE PATTERNS BOTH RULES CONFIRMED AND
      *          THE PATTERNS EACH CONFIRMED ALONE. A RULE IS IN FORCE
      *          FOR THE RANGE WHEN THE VERSION ABCDRSEL WOULD HAVE
      *          PICKED FROM PROD.ABCDEFGHPPP.RULELIB ON ANY NIGHT OF
      *          IT IS ACTIVE AND UNEXPIRED; A RULE ID FOUND ON AUDITF
      *          BUT NOT IN FORCE ON RULELIB (THE BUILT-IN DFLT RULE)
      *          IS ANALYSED ALONGSIDE. EVERY RULE WHOSE CONFIRMATIONS
      *          ARE ALL ALSO CONFIRMED BY ANOTHER RULE, AND EVERY RULE
      *          THAT CONFIRMED NOTHING NO OTHER RULE CONFIRMED, IS
      *          FLAGGED AS A RETIREMENT CANDIDATE WITH THE RULELIB
      *          VERSION IN FORCE AT THE END OF THE RANGE AND WHO LAST
      *          CHANGED IT. NOTHING IS UPDATED. ENDS RC=4 WHEN ANY
      *          CANDIDATE IS STILL IN FORCE AT THE END OF THE RANGE.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: PARM from/to date range
      *               defaulting to the current month, pair counts
      *               from one pass of AUDITF in pattern order,
      *               covered and no-unique rules flagged with their
      *               RULELIB version and changed-by stamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDROVL.
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
           SELECT AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
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
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUD-COMPOSITE-KEY.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       WORKING-STORAGE SECTION.
       01  WS-RLB-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLB-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLB-EOF VALUE "Y".
           88  WS-RLB-MORE VALUE "N".
       01  WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-AUD-EOF VALUE "Y".
           88  WS-AUD-MORE VALUE "N".
      *    the date range under review, from the PARM
       01  WS-FROM-DATE PIC 9(08) VALUE 0.
       01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR PIC 9(04).
           05  WS-FROM-MONTH PIC 9(02).
           05  WS-FROM-DAY PIC 9(02).
       01  WS-TO-DATE PIC 9(08) VALUE 0.
      *    'A' reads every rule id on RULELIB, 'O' reads the versions
      *    of the one rule id in WS-GRP-RULE-ID only
       01  WS-LIB-SCAN-SWITCH PIC X(01) VALUE "A".
           88  WS-LIB-SCAN-ALL VALUE "A".
           88  WS-LIB-SCAN-ONE VALUE "O".
      *    the rule id group being read off RULELIB. The pending
      *    version is the last approved one seen - it is judged in
      *    force for the range or not once the next approved version
      *    (or the end of the group) shows when it stopped being
      *    picked. The end version is the one in force on the last
      *    night of the range
       01  WS-GRP-RULE-ID PIC X(04) VALUE SPACES.
       01  WS-GRP-IN-FORCE-SW PIC X(01) VALUE "N".
       01  WS-GRP-PEND-EFFECTIVE PIC 9(08) VALUE 0.
       01  WS-GRP-PEND-EXPIRY PIC 9(08) VALUE 0.
       01  WS-GRP-PEND-STATUS PIC X(01) VALUE SPACE.
       01  WS-GRP-NEXT-EFFECTIVE PIC 9(08) VALUE 0.
       01  WS-GRP-END-EFFECTIVE PIC 9(08) VALUE 0.
       01  WS-GRP-END-EXPIRY PIC 9(08) VALUE 0.
       01  WS-GRP-END-STATUS PIC X(01) VALUE SPACE.
       01  WS-GRP-END-CHANGED-BY PIC X(08) VALUE SPACES.
       01  WS-GRP-END-CHANGED-DATE PIC 9(08) VALUE 0.
      *    one entry per rule analysed - every rule in force for the
      *    range plus any other rule id that confirmed a pattern in it
       01  WS-RULE-ENTRY-COUNT PIC 99 COMP VALUE 0.
       01  WS-RULE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88  WS-RULE-OVERFLOWED VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RUL-ID          PIC X(04).
               10  WS-RUL-ON-LIB-SW   PIC X(01).
               10  WS-RUL-IN-FORCE-SW PIC X(01).
               10  WS-RUL-VER-EFFECTIVE PIC 9(08).
               10  WS-RUL-VER-EXPIRY  PIC 9(08).
               10  WS-RUL-VER-STATUS  PIC X(01).
               10  WS-RUL-CHANGED-BY  PIC X(08).
               10  WS-RUL-CHANGED-DATE PIC 9(08).
               10  WS-RUL-CONFIRM-COUNT PIC 9(07).
               10  WS-RUL-PATTERN-COUNT PIC 9(07).
               10  WS-RUL-UNIQUE-COUNT PIC 9(07).
               10  WS-RUL-HIT-SW      PIC X(01).
               10  WS-RUL-COVERED-SW  PIC X(01).
               10  WS-RUL-END-TEXT    PIC X(14).
       01  WS-RUL-IDX PIC 99 COMP.
       01  WS-RUL-FOUND-IDX PIC 99 COMP.
       01  WS-OTH-IDX PIC 99 COMP.
      *    patterns both rules of a pair confirmed - entry (i, j) for
      *    rule entries i and j; the diagonal is not used
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ROW OCCURS 50 TIMES.
               10  WS-PAIR-BOTH-COUNT PIC 9(07) OCCURS 50 TIMES.
      *    the rules that confirmed the pattern in hand
       01  WS-CUR-PATTERN PIC X(09) VALUE SPACES.
       01  WS-HIT-COUNT PIC 99 COMP VALUE 0.
       01  WS-HIT-LIST.
           05  WS-HIT-RUL-IDX PIC 99 COMP OCCURS 50 TIMES.
       01  WS-HIT-IDX PIC 99 COMP.
       01  WS-HIT-OTH-IDX PIC 99 COMP.
      *    run counts
       01  WS-READ-COUNT PIC 9(09) VALUE 0.
       01  WS-IN-RANGE-COUNT PIC 9(09) VALUE 0.
       01  WS-NO-RULE-COUNT PIC 9(07) VALUE 0.
       01  WS-PATTERN-COUNT PIC 9(07) VALUE 0.
       01  WS-SHARED-PATTERN-COUNT PIC 9(07) VALUE 0.
       01  WS-COVERED-COUNT PIC 9(03) VALUE 0.
       01  WS-NO-UNIQUE-COUNT PIC 9(03) VALUE 0.
       01  WS-CANDIDATE-COUNT PIC 9(03) VALUE 0.
       01  WS-IN-FORCE-CANDIDATE-COUNT PIC 9(03) VALUE 0.
       01  WS-FIRST-ONLY-COUNT PIC 9(07) VALUE 0.
       01  WS-SECOND-ONLY-COUNT PIC 9(07) VALUE 0.
       01  WS-IN-FORCE-TEXT PIC X(03).
       01  WS-REASON-TEXT PIC X(20).
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-FROM-DATE PIC 9999/99/99.
       01  EDIT-TO-DATE PIC 9999/99/99.
       01  EDIT-EFFECTIVE PIC 9999/99/99.
       01  EDIT-CHANGED-DATE PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-COUNT-2 PIC Z(6)9.
       01  EDIT-COUNT-3 PIC Z(6)9.
       01  EDIT-BIG-COUNT PIC Z(8)9.
       LINKAGE SECTION.
      *    optional date range - empty reviews the 1st of the current
      *    month to today, CCYYMMDD reviews that date to today, and
      *    CCYYMMDD,CCYYMMDD gives both ends, e.g.
      *    PARM='20260701,20260930'
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
            DISPLAY "RULE OVERLAP AND REDUNDANCY       RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-RANGE-PROCEDURE
            OPEN INPUT RULE-LIB-FILE
            IF WS-RLB-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RULE-LIB-FILE, "
                    "STATUS = " WS-RLB-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-RULES-IN-FORCE-PROCEDURE
            IF RETURN-CODE = 12
                CLOSE RULE-LIB-FILE
                STOP RUN
            END-IF
            OPEN INPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                CLOSE RULE-LIB-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-ONE-AUDIT-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
            IF WS-CUR-PATTERN NOT= SPACES
                PERFORM CLOSE-PATTERN-PROCEDURE
            END-IF
            CLOSE AUDIT-FILE
            IF RETURN-CODE = 12
                CLOSE RULE-LIB-FILE
                DISPLAY "ERROR - AUDITF NOT READ THROUGH - NO "
                    "OVERLAP REPORT PRODUCED"
                STOP RUN
            END-IF
            IF WS-RULE-OVERFLOWED
                CLOSE RULE-LIB-FILE
                DISPLAY "ERROR - MORE THAN 50 RULE IDS TO ANALYSE - "
                    "SHORTEN THE DATE RANGE"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-AUDIT-ONLY-RULE-PROCEDURE
                VARYING WS-RUL-IDX FROM 1 BY 1
                UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
            CLOSE RULE-LIB-FILE
            IF RETURN-CODE = 12
                STOP RUN
            END-IF
            PERFORM PRINT-RULE-SUMMARY-PROCEDURE
            PERFORM PRINT-PAIR-TABLE-PROCEDURE
            PERFORM PRINT-COVERED-RULES-PROCEDURE
            PERFORM PRINT-NO-UNIQUE-RULES-PROCEDURE
            PERFORM PRINT-CANDIDATES-PROCEDURE
            DISPLAY "----------------------------------------"
            PERFORM PRINT-TOTALS-PROCEDURE
            IF WS-IN-FORCE-CANDIDATE-COUNT > 0
                DISPLAY "RULES STILL IN FORCE ARE RETIREMENT "
                    "CANDIDATES - THE RULE OWNER JUSTIFIES OR RETIRES "
                    "EACH ONE"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "EVERY RULE IN FORCE CONFIRMED PATTERNS NO "
                    "OTHER RULE CONFIRMED"
            END-IF
            STOP RUN.

      *-----------------------
       EDIT-PARM-RANGE-PROCEDURE.
      **
      * Edits the optional date range PARM up front. Empty reviews the
      * 1st of the current month to today; a single date reviews that
      * date to today.
      **
            EVALUATE TRUE
                WHEN PARM-LENGTH = 0
                    MOVE WS-RUN-DATE TO WS-FROM-DATE
                    MOVE 1 TO WS-FROM-DAY
                    MOVE WS-RUN-DATE TO WS-TO-DATE
                WHEN PARM-LENGTH = 8
                 AND PARM-TEXT(1:8) NUMERIC
                 AND PARM-TEXT(5:2) >= "01"
                 AND PARM-TEXT(5:2) <= "12"
                 AND PARM-TEXT(7:2) >= "01"
                 AND PARM-TEXT(7:2) <= "31"
                    MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
                    MOVE WS-RUN-DATE TO WS-TO-DATE
                WHEN PARM-LENGTH = 17
                 AND PARM-TEXT(9:1) = ","
                 AND PARM-TEXT(1:8) NUMERIC
                 AND PARM-TEXT(5:2) >= "01"
                 AND PARM-TEXT(5:2) <= "12"
                 AND PARM-TEXT(7:2) >= "01"
                 AND PARM-TEXT(7:2) <= "31"
                 AND PARM-TEXT(10:8) NUMERIC
                 AND PARM-TEXT(14:2) >= "01"
                 AND PARM-TEXT(14:2) <= "12"
                 AND PARM-TEXT(16:2) >= "01"
                 AND PARM-TEXT(16:2) <= "31"
                    MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
                    MOVE PARM-TEXT(10:8) TO WS-TO-DATE
                WHEN OTHER
                    DISPLAY "ERROR - PARM MUST BE EMPTY, A CCYYMMDD "
                        "FROM DATE, OR CCYYMMDD,CCYYMMDD, NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            IF WS-TO-DATE < WS-FROM-DATE
                DISPLAY "ERROR - THE TO DATE ON THE PARM IS BEFORE "
                    "THE FROM DATE"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-FROM-DATE TO EDIT-FROM-DATE
            MOVE WS-TO-DATE TO EDIT-TO-DATE
            DISPLAY "CONFIRMATIONS FROM " EDIT-FROM-DATE
                " TO " EDIT-TO-DATE.

      *-----------------------
       LOAD-RULES-IN-FORCE-PROCEDURE.
      **
      * Reads the whole rule library in key order, one rule id group
      * after another, and files every rule in force on any night of
      * the range in the rule table.
      **
            SET WS-LIB-SCAN-ALL TO TRUE
            MOVE SPACES TO WS-GRP-RULE-ID
            PERFORM START-LIB-GROUP-PROCEDURE
            SET WS-RLB-MORE TO TRUE
            PERFORM SCAN-ONE-VERSION-PROCEDURE
                UNTIL WS-RLB-EOF
            PERFORM END-LIB-GROUP-PROCEDURE
            MOVE WS-RULE-ENTRY-COUNT TO EDIT-COUNT
            DISPLAY "RULES IN FORCE FOR THE RANGE     " EDIT-COUNT.

      *-----------------------
       LOAD-AUDIT-ONLY-RULE-PROCEDURE.
      **
      * For a rule id AUDITF brought in that was not in force on
      * RULELIB, reads that rule id's versions alone so the report can
      * still show the version on file at the end of the range.
      **
            IF WS-RUL-ON-LIB-SW(WS-RUL-IDX) = "N"
                SET WS-LIB-SCAN-ONE TO TRUE
                MOVE WS-RUL-ID(WS-RUL-IDX) TO WS-GRP-RULE-ID
                PERFORM START-LIB-GROUP-PROCEDURE
                MOVE WS-RUL-ID(WS-RUL-IDX) TO RLB-RULE-ID
                MOVE 0 TO RLB-EFFECTIVE-DATE
                SET WS-RLB-MORE TO TRUE
                START RULE-LIB-FILE KEY NOT < RLB-KEY
                    INVALID KEY
                        SET WS-RLB-EOF TO TRUE
                END-START
                PERFORM SCAN-ONE-VERSION-PROCEDURE
                    UNTIL WS-RLB-EOF
                PERFORM END-LIB-GROUP-PROCEDURE
            END-IF.

      *-----------------------
       SCAN-ONE-VERSION-PROCEDURE.
      **
      * Reads the next rule library version. A new rule id closes off
      * the group before it; when only one rule id is being read, a
      * new rule id ends the scan instead.
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
                    IF RLB-RULE-ID NOT= WS-GRP-RULE-ID
                        IF WS-LIB-SCAN-ONE
                            SET WS-RLB-EOF TO TRUE
                        ELSE
                            PERFORM END-LIB-GROUP-PROCEDURE
                            MOVE RLB-RULE-ID TO WS-GRP-RULE-ID
                            PERFORM START-LIB-GROUP-PROCEDURE
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-RLB-MORE
                PERFORM TAKE-ONE-VERSION-PROCEDURE
            END-IF.

      *-----------------------
       START-LIB-GROUP-PROCEDURE.
      **
      * Clears the group fields for the rule id about to be read.
      **
            MOVE "N" TO WS-GRP-IN-FORCE-SW
            MOVE 0 TO WS-GRP-PEND-EFFECTIVE
            MOVE 0 TO WS-GRP-PEND-EXPIRY
            MOVE SPACE TO WS-GRP-PEND-STATUS
            MOVE 0 TO WS-GRP-END-EFFECTIVE
            MOVE 0 TO WS-GRP-END-EXPIRY
            MOVE SPACE TO WS-GRP-END-STATUS
            MOVE SPACES TO WS-GRP-END-CHANGED-BY
            MOVE 0 TO WS-GRP-END-CHANGED-DATE.

      *-----------------------
       TAKE-ONE-VERSION-PROCEDURE.
      **
      * Only approved versions effective by the end of the range are
      * ever picked, as ABCDRSEL picks them. Each one ends the pending
      * version's time in force, becomes the pending version itself,
      * and is the version in force at the end of the range so far.
      **
            IF RLB-APPROVAL-STATUS = "Y"
               AND RLB-EFFECTIVE-DATE <= WS-TO-DATE
                IF WS-GRP-PEND-EFFECTIVE > 0
                    MOVE RLB-EFFECTIVE-DATE TO WS-GRP-NEXT-EFFECTIVE
                    PERFORM JUDGE-PENDING-VERSION-PROCEDURE
                END-IF
                MOVE RLB-EFFECTIVE-DATE TO WS-GRP-PEND-EFFECTIVE
                MOVE RLB-EXPIRY-DATE TO WS-GRP-PEND-EXPIRY
                MOVE RLB-STATUS TO WS-GRP-PEND-STATUS
                MOVE RLB-EFFECTIVE-DATE TO WS-GRP-END-EFFECTIVE
                MOVE RLB-EXPIRY-DATE TO WS-GRP-END-EXPIRY
                MOVE RLB-STATUS TO WS-GRP-END-STATUS
                MOVE RLB-CHANGED-BY TO WS-GRP-END-CHANGED-BY
                MOVE RLB-CHANGED-DATE TO WS-GRP-END-CHANGED-DATE
            END-IF.

      *-----------------------
       JUDGE-PENDING-VERSION-PROCEDURE.
      **
      * The pending version was picked from its effective date up to
      * the night before WS-GRP-NEXT-EFFECTIVE (zero - never replaced
      * inside the range). It put the rule in force for the range when
      * it is active, had not expired by the first night, and was
      * still being picked on or after the first night.
      **
            IF WS-GRP-PEND-STATUS NOT= "I"
               AND WS-GRP-PEND-EXPIRY >= WS-FROM-DATE
               AND WS-GRP-PEND-EXPIRY >= WS-GRP-PEND-EFFECTIVE
               AND (WS-GRP-NEXT-EFFECTIVE = 0
                    OR WS-GRP-NEXT-EFFECTIVE > WS-FROM-DATE)
                MOVE "Y" TO WS-GRP-IN-FORCE-SW
            END-IF.

      *-----------------------
       END-LIB-GROUP-PROCEDURE.
      **
      * Closes off the rule id group just read. On the full scan a
      * rule in force for the range gets a table entry; on a one-rule
      * read the version found is copied to the rule's existing entry.
      **
            IF WS-GRP-RULE-ID NOT= SPACES
               AND WS-GRP-PEND-EFFECTIVE > 0
                MOVE 0 TO WS-GRP-NEXT-EFFECTIVE
                PERFORM JUDGE-PENDING-VERSION-PROCEDURE
                IF WS-LIB-SCAN-ALL
                    IF WS-GRP-IN-FORCE-SW = "Y"
                        PERFORM ADD-RULE-ENTRY-PROCEDURE
                        IF NOT WS-RULE-OVERFLOWED
                            MOVE WS-RULE-ENTRY-COUNT TO WS-RUL-FOUND-IDX
                            PERFORM COPY-GROUP-VERSION-PROCEDURE
                        END-IF
                    END-IF
                ELSE
                    MOVE WS-RUL-IDX TO WS-RUL-FOUND-IDX
                    PERFORM COPY-GROUP-VERSION-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       COPY-GROUP-VERSION-PROCEDURE.
      **
      * Copies the version in force at the end of the range into the
      * rule entry WS-RUL-FOUND-IDX points at.
      **
            MOVE "Y" TO WS-RUL-ON-LIB-SW(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-IN-FORCE-SW
                TO WS-RUL-IN-FORCE-SW(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-END-EFFECTIVE
                TO WS-RUL-VER-EFFECTIVE(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-END-EXPIRY
                TO WS-RUL-VER-EXPIRY(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-END-STATUS
                TO WS-RUL-VER-STATUS(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-END-CHANGED-BY
                TO WS-RUL-CHANGED-BY(WS-RUL-FOUND-IDX)
            MOVE WS-GRP-END-CHANGED-DATE
                TO WS-RUL-CHANGED-DATE(WS-RUL-FOUND-IDX).

      *-----------------------
       ADD-RULE-ENTRY-PROCEDURE.
      **
      * Adds an empty entry for WS-GRP-RULE-ID to the end of the rule
      * table, with its pair counts cleared. A full table sets the
      * overflow switch instead.
      **
            IF WS-RULE-ENTRY-COUNT >= 50
                SET WS-RULE-OVERFLOWED TO TRUE
            ELSE
                ADD 1 TO WS-RULE-ENTRY-COUNT
                MOVE WS-RULE-ENTRY-COUNT TO WS-RUL-FOUND-IDX
                MOVE WS-GRP-RULE-ID TO WS-RUL-ID(WS-RUL-FOUND-IDX)
                MOVE "N" TO WS-RUL-ON-LIB-SW(WS-RUL-FOUND-IDX)
                MOVE "N" TO WS-RUL-IN-FORCE-SW(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-VER-EFFECTIVE(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-VER-EXPIRY(WS-RUL-FOUND-IDX)
                MOVE SPACE TO WS-RUL-VER-STATUS(WS-RUL-FOUND-IDX)
                MOVE SPACES TO WS-RUL-CHANGED-BY(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-CHANGED-DATE(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-CONFIRM-COUNT(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-PATTERN-COUNT(WS-RUL-FOUND-IDX)
                MOVE 0 TO WS-RUL-UNIQUE-COUNT(WS-RUL-FOUND-IDX)
                MOVE "N" TO WS-RUL-HIT-SW(WS-RUL-FOUND-IDX)
                MOVE "N" TO WS-RUL-COVERED-SW(WS-RUL-FOUND-IDX)
                MOVE SPACES TO WS-RUL-END-TEXT(WS-RUL-FOUND-IDX)
                PERFORM VARYING WS-OTH-IDX FROM 1 BY 1
                        UNTIL WS-OTH-IDX > 50
                    MOVE 0 TO WS-PAIR-BOTH-COUNT(WS-RUL-FOUND-IDX,
                                                 WS-OTH-IDX)
                    MOVE 0 TO WS-PAIR-BOTH-COUNT(WS-OTH-IDX,
                                                 WS-RUL-FOUND-IDX)
                END-PERFORM
            END-IF.

      *-----------------------
       READ-ONE-AUDIT-RECORD-PROCEDURE.
      **
      * Reads the next AUDITF record in key order - pattern, then run
      * date, then rule - and takes it when its run date is in the
      * range. A read error that stops the pass short ends the step
      * RC=12, since half the trail must not be reported on.
      **
            READ AUDIT-FILE NEXT RECORD
                AT END
                    SET WS-AUD-EOF TO TRUE
            END-READ
            IF WS-AUD-MORE
                IF WS-AUD-FILE-STATUS NOT= "00"
                   AND WS-AUD-FILE-STATUS NOT= "02"
                    DISPLAY "ERROR - READ NEXT ON AUDIT-FILE GAVE "
                        "STATUS " WS-AUD-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    SET WS-AUD-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    IF AUD-RUN-DATE >= WS-FROM-DATE
                       AND AUD-RUN-DATE <= WS-TO-DATE
                        PERFORM TAKE-CONFIRMATION-PROCEDURE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       TAKE-CONFIRMATION-PROCEDURE.
      **
      * Notes that the record's rule confirmed the record's pattern.
      * The first record of a new pattern closes off the one before.
      * A record written before confirmations carried a rule id is
      * counted and left out.
      **
            ADD 1 TO WS-IN-RANGE-COUNT
            IF AUD-RULE-ID = SPACES
                ADD 1 TO WS-NO-RULE-COUNT
            ELSE
                IF AUD-PATTERN NOT= WS-CUR-PATTERN
                    IF WS-CUR-PATTERN NOT= SPACES
                        PERFORM CLOSE-PATTERN-PROCEDURE
                    END-IF
                    MOVE AUD-PATTERN TO WS-CUR-PATTERN
                END-IF
                PERFORM FIND-AUDIT-RULE-PROCEDURE
                IF WS-RUL-FOUND-IDX > 0
                    ADD 1 TO WS-RUL-CONFIRM-COUNT(WS-RUL-FOUND-IDX)
                    IF WS-RUL-HIT-SW(WS-RUL-FOUND-IDX) = "N"
                        MOVE "Y" TO WS-RUL-HIT-SW(WS-RUL-FOUND-IDX)
                        ADD 1 TO WS-HIT-COUNT
                        MOVE WS-RUL-FOUND-IDX
                            TO WS-HIT-RUL-IDX(WS-HIT-COUNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       FIND-AUDIT-RULE-PROCEDURE.
      **
      * Finds AUD-RULE-ID in the rule table, adding it when it was not
      * in force on RULELIB. Leaves WS-RUL-FOUND-IDX zero when the
      * table is full.
      **
            MOVE 0 TO WS-RUL-FOUND-IDX
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                IF WS-RUL-ID(WS-RUL-IDX) = AUD-RULE-ID
                    MOVE WS-RUL-IDX TO WS-RUL-FOUND-IDX
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-RUL-FOUND-IDX = 0
                MOVE AUD-RULE-ID TO WS-GRP-RULE-ID
                PERFORM ADD-RULE-ENTRY-PROCEDURE
                IF WS-RULE-OVERFLOWED
                    MOVE 0 TO WS-RUL-FOUND-IDX
                END-IF
            END-IF.

      *-----------------------
       CLOSE-PATTERN-PROCEDURE.
      **
      * Counts the pattern in hand for every rule that confirmed it,
      * as unique to the rule when no other rule did, and for every
      * pair of rules that both did. Clears the hit list for the next
      * pattern.
      **
            ADD 1 TO WS-PATTERN-COUNT
            IF WS-HIT-COUNT > 1
                ADD 1 TO WS-SHARED-PATTERN-COUNT
            END-IF
            PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                    UNTIL WS-HIT-IDX > WS-HIT-COUNT
                MOVE WS-HIT-RUL-IDX(WS-HIT-IDX) TO WS-RUL-IDX
                ADD 1 TO WS-RUL-PATTERN-COUNT(WS-RUL-IDX)
                IF WS-HIT-COUNT = 1
                    ADD 1 TO WS-RUL-UNIQUE-COUNT(WS-RUL-IDX)
                END-IF
                PERFORM VARYING WS-HIT-OTH-IDX FROM 1 BY 1
                        UNTIL WS-HIT-OTH-IDX > WS-HIT-COUNT
                    IF WS-HIT-OTH-IDX NOT= WS-HIT-IDX
                        MOVE WS-HIT-RUL-IDX(WS-HIT-OTH-IDX)
                            TO WS-OTH-IDX
                        ADD 1 TO WS-PAIR-BOTH-COUNT(WS-RUL-IDX,
                                                    WS-OTH-IDX)
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                    UNTIL WS-HIT-IDX > WS-HIT-COUNT
                MOVE "N" TO WS-RUL-HIT-SW(WS-HIT-RUL-IDX(WS-HIT-IDX))
            END-PERFORM
            MOVE 0 TO WS-HIT-COUNT.

      *-----------------------
       PRINT-RULE-SUMMARY-PROCEDURE.
      **
      * Prints one line per rule analysed - whether it was in force
      * for the range, and its confirmations, distinct patterns and
      * patterns no other rule confirmed.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "RULE  IN FORCE  CONFIRMATIONS  PATTERNS    UNIQUE"
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                IF WS-RUL-IN-FORCE-SW(WS-RUL-IDX) = "Y"
                    MOVE "YES" TO WS-IN-FORCE-TEXT
                ELSE
                    MOVE "NO" TO WS-IN-FORCE-TEXT
                END-IF
                MOVE WS-RUL-CONFIRM-COUNT(WS-RUL-IDX) TO EDIT-COUNT
                MOVE WS-RUL-PATTERN-COUNT(WS-RUL-IDX) TO EDIT-COUNT-2
                MOVE WS-RUL-UNIQUE-COUNT(WS-RUL-IDX) TO EDIT-COUNT-3
                DISPLAY WS-RUL-ID(WS-RUL-IDX) "  "
                    WS-IN-FORCE-TEXT "             " EDIT-COUNT
                    "   " EDIT-COUNT-2 "   " EDIT-COUNT-3
            END-PERFORM.

      *-----------------------
       PRINT-PAIR-TABLE-PROCEDURE.
      **
      * Prints every pair of rules analysed once, with the patterns
      * both confirmed and the patterns each confirmed without the
      * other.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "RULE  RULE     BOTH  FIRST ONLY  SECOND ONLY"
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                PERFORM VARYING WS-OTH-IDX FROM 1 BY 1
                        UNTIL WS-OTH-IDX > WS-RULE-ENTRY-COUNT
                    IF WS-OTH-IDX > WS-RUL-IDX
                        PERFORM PRINT-ONE-PAIR-PROCEDURE
                    END-IF
                END-PERFORM
            END-PERFORM
            IF WS-RULE-ENTRY-COUNT < 2
                DISPLAY "NOTE - FEWER THAN TWO RULES TO PAIR"
            END-IF.

      *-----------------------
       PRINT-ONE-PAIR-PROCEDURE.
      **
      * Prints the pair WS-RUL-IDX / WS-OTH-IDX.
      **
            COMPUTE WS-FIRST-ONLY-COUNT =
                WS-RUL-PATTERN-COUNT(WS-RUL-IDX)
                - WS-PAIR-BOTH-COUNT(WS-RUL-IDX, WS-OTH-IDX)
            COMPUTE WS-SECOND-ONLY-COUNT =
                WS-RUL-PATTERN-COUNT(WS-OTH-IDX)
                - WS-PAIR-BOTH-COUNT(WS-RUL-IDX, WS-OTH-IDX)
            MOVE WS-PAIR-BOTH-COUNT(WS-RUL-IDX, WS-OTH-IDX)
                TO EDIT-COUNT
            MOVE WS-FIRST-ONLY-COUNT TO EDIT-COUNT-2
            MOVE WS-SECOND-ONLY-COUNT TO EDIT-COUNT-3
            DISPLAY WS-RUL-ID(WS-RUL-IDX) "  " WS-RUL-ID(WS-OTH-IDX)
                "  " EDIT-COUNT "     " EDIT-COUNT-2 "      "
                EDIT-COUNT-3.

      *-----------------------
       PRINT-COVERED-RULES-PROCEDURE.
      **
      * Lists every rule that confirmed at least one pattern, all of
      * which another rule also confirmed. Two rules that confirmed
      * exactly the same patterns each cover the other - only one of
      * them can go.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "RULES FULLY COVERED BY ANOTHER RULE"
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                IF WS-RUL-PATTERN-COUNT(WS-RUL-IDX) > 0
                    PERFORM VARYING WS-OTH-IDX FROM 1 BY 1
                            UNTIL WS-OTH-IDX > WS-RULE-ENTRY-COUNT
                        IF WS-OTH-IDX NOT= WS-RUL-IDX
                           AND WS-PAIR-BOTH-COUNT(WS-RUL-IDX,
                                                  WS-OTH-IDX)
                               = WS-RUL-PATTERN-COUNT(WS-RUL-IDX)
                            PERFORM PRINT-COVERED-LINE-PROCEDURE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            IF WS-COVERED-COUNT = 0
                DISPLAY "  NONE"
            END-IF.

      *-----------------------
       PRINT-COVERED-LINE-PROCEDURE.
      **
      * Prints that rule WS-RUL-IDX is covered by rule WS-OTH-IDX and
      * counts the covered rule once, however many rules cover it.
      **
            IF WS-RUL-COVERED-SW(WS-RUL-IDX) = "N"
                MOVE "Y" TO WS-RUL-COVERED-SW(WS-RUL-IDX)
                ADD 1 TO WS-COVERED-COUNT
            END-IF
            MOVE WS-RUL-PATTERN-COUNT(WS-RUL-IDX) TO EDIT-COUNT
            IF WS-PAIR-BOTH-COUNT(WS-RUL-IDX, WS-OTH-IDX)
               = WS-RUL-PATTERN-COUNT(WS-OTH-IDX)
                DISPLAY "  " WS-RUL-ID(WS-RUL-IDX) " COVERED BY "
                    WS-RUL-ID(WS-OTH-IDX) " - ALL " EDIT-COUNT
                    " PATTERNS - IDENTICAL, RETIRE ONE NOT BOTH"
            ELSE
                DISPLAY "  " WS-RUL-ID(WS-RUL-IDX) " COVERED BY "
                    WS-RUL-ID(WS-OTH-IDX) " - ALL " EDIT-COUNT
                    " PATTERNS"
            END-IF.

      *-----------------------
       PRINT-NO-UNIQUE-RULES-PROCEDURE.
      **
      * Lists every rule that confirmed no pattern that no other rule
      * confirmed - including a rule in force that confirmed nothing
      * at all.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "RULES THAT CONFIRMED NOTHING UNIQUE"
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                IF WS-RUL-UNIQUE-COUNT(WS-RUL-IDX) = 0
                    ADD 1 TO WS-NO-UNIQUE-COUNT
                    IF WS-RUL-PATTERN-COUNT(WS-RUL-IDX) = 0
                        DISPLAY "  " WS-RUL-ID(WS-RUL-IDX)
                            " CONFIRMED NOTHING IN THE RANGE"
                    ELSE
                        MOVE WS-RUL-PATTERN-COUNT(WS-RUL-IDX)
                            TO EDIT-COUNT
                        DISPLAY "  " WS-RUL-ID(WS-RUL-IDX) " - EVERY "
                            "ONE OF " EDIT-COUNT " PATTERNS WAS ALSO "
                            "CONFIRMED BY ANOTHER RULE"
                    END-IF
                END-IF
            END-PERFORM
            IF WS-NO-UNIQUE-COUNT = 0
                DISPLAY "  NONE"
            END-IF.

      *-----------------------
       PRINT-CANDIDATES-PROCEDURE.
      **
      * Flags every covered or no-unique rule as a retirement
      * candidate, with the RULELIB version in force at the end of the
      * range and who last changed it. A rule already retired,
      * expired or not on RULELIB by then is listed but needs no
      * action. Each candidate is judged with every other rule still
      * in place - retiring one can make another rule's patterns
      * unique, so the report is re-run after each retirement.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "RETIREMENT CANDIDATES"
            DISPLAY "RULE  REASON                VERSION     "
                "CHANGED BY  ON          AT END OF RANGE"
            PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                    UNTIL WS-RUL-IDX > WS-RULE-ENTRY-COUNT
                IF WS-RUL-UNIQUE-COUNT(WS-RUL-IDX) = 0
                    PERFORM PRINT-CANDIDATE-LINE-PROCEDURE
                END-IF
            END-PERFORM
            IF WS-CANDIDATE-COUNT = 0
                DISPLAY "  NONE"
            ELSE
                DISPLAY "NOTE - EACH CANDIDATE IS JUDGED WITH EVERY "
                    "OTHER RULE IN PLACE - RETIRE ONE AT A TIME AND "
                    "RE-RUN"
            END-IF.

      *-----------------------
       PRINT-CANDIDATE-LINE-PROCEDURE.
      **
      * Prints one retirement candidate. Only a rule whose version at
      * the end of the range is active and unexpired still costs the
      * nightly walk anything and counts towards the condition code.
      **
            ADD 1 TO WS-CANDIDATE-COUNT
            EVALUATE TRUE
                WHEN WS-RUL-COVERED-SW(WS-RUL-IDX) = "Y"
                    MOVE "COVERED BY ANOTHER" TO WS-REASON-TEXT
                WHEN WS-RUL-PATTERN-COUNT(WS-RUL-IDX) = 0
                    MOVE "CONFIRMED NOTHING" TO WS-REASON-TEXT
                WHEN OTHER
                    MOVE "NOTHING UNIQUE" TO WS-REASON-TEXT
            END-EVALUATE
            EVALUATE TRUE
                WHEN WS-RUL-ON-LIB-SW(WS-RUL-IDX) = "N"
                    MOVE "NOT ON RULELIB" TO WS-RUL-END-TEXT(WS-RUL-IDX)
                WHEN WS-RUL-VER-STATUS(WS-RUL-IDX) = "I"
                    MOVE "RETIRED" TO WS-RUL-END-TEXT(WS-RUL-IDX)
                WHEN WS-RUL-VER-EXPIRY(WS-RUL-IDX) < WS-TO-DATE
                    MOVE "EXPIRED" TO WS-RUL-END-TEXT(WS-RUL-IDX)
                WHEN OTHER
                    MOVE "IN FORCE" TO WS-RUL-END-TEXT(WS-RUL-IDX)
                    ADD 1 TO WS-IN-FORCE-CANDIDATE-COUNT
            END-EVALUATE
            IF WS-RUL-ON-LIB-SW(WS-RUL-IDX) = "N"
                DISPLAY WS-RUL-ID(WS-RUL-IDX) "  " WS-REASON-TEXT
                    "  NONE        -           -           "
                    WS-RUL-END-TEXT(WS-RUL-IDX)
            ELSE
                MOVE WS-RUL-VER-EFFECTIVE(WS-RUL-IDX) TO EDIT-EFFECTIVE
                MOVE WS-RUL-CHANGED-DATE(WS-RUL-IDX)
                    TO EDIT-CHANGED-DATE
                DISPLAY WS-RUL-ID(WS-RUL-IDX) "  " WS-REASON-TEXT
                    "  " EDIT-EFFECTIVE "  "
                    WS-RUL-CHANGED-BY(WS-RUL-IDX) "    "
                    EDIT-CHANGED-DATE "  "
                    WS-RUL-END-TEXT(WS-RUL-IDX)
            END-IF.

      *-----------------------
       PRINT-TOTALS-PROCEDURE.
      **
      * Prints the run counts.
      **
            MOVE WS-READ-COUNT TO EDIT-BIG-COUNT
            DISPLAY "AUDITF RECORDS READ              " EDIT-BIG-COUNT
            MOVE WS-IN-RANGE-COUNT TO EDIT-BIG-COUNT
            DISPLAY "CONFIRMATIONS IN THE RANGE       " EDIT-BIG-COUNT
            MOVE WS-PATTERN-COUNT TO EDIT-COUNT
            DISPLAY "DISTINCT PATTERNS CONFIRMED        " EDIT-COUNT
            MOVE WS-SHARED-PATTERN-COUNT TO EDIT-COUNT
            DISPLAY "CONFIRMED BY MORE THAN ONE RULE    " EDIT-COUNT
            MOVE WS-RULE-ENTRY-COUNT TO EDIT-COUNT
            DISPLAY "RULES ANALYSED                     " EDIT-COUNT
            MOVE WS-COVERED-COUNT TO EDIT-COUNT
            DISPLAY "RULES FULLY COVERED                " EDIT-COUNT
            MOVE WS-NO-UNIQUE-COUNT TO EDIT-COUNT
            DISPLAY "RULES WITH NOTHING UNIQUE          " EDIT-COUNT
            MOVE WS-IN-FORCE-CANDIDATE-COUNT TO EDIT-COUNT
            DISPLAY "CANDIDATES STILL IN FORCE          " EDIT-COUNT
            IF WS-NO-RULE-COUNT > 0
                MOVE WS-NO-RULE-COUNT TO EDIT-COUNT
                DISPLAY "NOTE - " EDIT-COUNT " CONFIRMATION(S) CARRY "
                    "NO RULE ID AND ARE LEFT OUT"
            END-IF.

       END PROGRAM ABCDROVL.
