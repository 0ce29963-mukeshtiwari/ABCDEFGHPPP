      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: WHAT-IF IMPACT REPORT FOR A FUTURE-DATED ABCDEFGHPPP
      *          RULE VERSION. A CHANGED MULTIPLIER OR DISTINCT-FLAG
      *          SET KEYED INTO PROD.ABCDEFGHPPP.RULELIB WITH A
      *          FUTURE EFFECTIVE DATE USED TO SHOW WHAT IT DOES ONLY
      *          ON THE FIRST NIGHT IT RAN. THIS PROGRAM TAKES THE
      *          PROPOSED VERSION NAMED ON THE PARM (RULE ID PLUS
      *          EFFECTIVE DATE - PENDING APPROVAL OR ALREADY
      *          APPROVED) AND THE VERSION OF THE SAME RULE ID IN
      *          FORCE TODAY, CHOSEN THE WAY ABCDRSEL CHOOSES IT,
      *          WALKS THE SAME A-THROUGH-P SPACE THE NIGHTLY SEARCH
      *          WALKS, AND TESTS EVERY COMBINATION AGAINST BOTH WITH
      *          THE SAME ARITHMETIC AND PAIRWISE DISTINCTNESS CHECKS
      *          AS TEST-ONE-RULE-PROCEDURE IN ABCDEFGHPPP. THE
      *          SIDE-BY-SIDE LISTING NAMES EVERY PATTERN EITHER
      *          VERSION CONFIRMS AS CONFIRMED BY BOTH, GAINED (THE
      *          PROPOSED VERSION ONLY) OR LOST (THE CURRENT VERSION
      *          ONLY), AND THE TRAILER PROJECTS THE CHANGE IN THE
      *          EFT1/PPPT1 AND EFT2/PPPT2 CONTROL TOTALS. THE
      *          BUSINESS REVIEWER SIGNS THE CHANGE OFF FROM THIS
      *          REPORT, AND THE LOST LIST IS WHAT THE DISTRIBUTED
      *          TEAM IS WARNED ABOUT AHEAD OF TIME. NOTHING IS
      *          WRITTEN TO AUDITF, RUNLOG OR MATCHOUT. ENDS RC=4
      *          WHEN ANY PATTERN WOULD BE LOST.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: PARM names the proposed
      *               version, the version in force today is the
      *               latest approved, active, unexpired version
      *               effective before it, and a retiring (inactive)
      *               version or a brand-new rule id is compared
      *               against an empty rule.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDIMPR.
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
      *    the proposed version named on the PARM
       01  WS-TARGET-RULE-ID PIC X(04) VALUE SPACES.
       01  WS-TARGET-EFFECTIVE PIC 9(08) VALUE 0.
      *    the two versions under comparison - entry 1 is the version
      *    in force today, entry 2 the proposed one. An entry whose
      *    rule confirms nothing (no version in force, or a retiring
      *    inactive version) is flagged empty and never tested
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS 2 TIMES.
               10  WS-VER-EMPTY-SW    PIC X(01).
               10  WS-VER-EFFECTIVE   PIC 9(08).
               10  WS-VER-STATUS      PIC X(01).
               10  WS-VER-APPROVAL    PIC X(01).
               10  WS-VER-MODE-SW     PIC X(01).
               10  WS-VER-PLACE-MULT  PIC 9(02).
               10  WS-VER-P-MULT      PIC 9(03).
               10  WS-VER-DISTINCT    PIC X(01) OCCURS 9 TIMES.
               10  WS-VER-CHANGED-BY  PIC X(08).
               10  WS-VER-EF-TOTAL    PIC 9(07).
               10  WS-VER-PPP-TOTAL   PIC 9(09).
               10  WS-VER-MATCH-COUNT PIC 9(07).
               10  WS-VER-HIT-SW      PIC X(01).
       01  WS-VER-IDX PIC 99 COMP.
       01  WS-FLG-IDX PIC 99 COMP.
      *    the A-through-P walk, exactly as the nightly search walks
      *    it - position minimums 1/0 alternating, maximum 9 for all
       01  A PIC 99 VALUE 1.
       01  B PIC 99 VALUE 0.
       01  C PIC 99 VALUE 1.
       01  D PIC 99 VALUE 0.
       01  E PIC 99 VALUE 1.
       01  F PIC 99 VALUE 0.
       01  G PIC 99 VALUE 1.
       01  H PIC 99 VALUE 0.
       01  P PIC 99 VALUE 1.
       01  EDIT-A PIC Z9.
       01  EDIT-B PIC Z9.
       01  EDIT-C PIC Z9.
       01  EDIT-D PIC Z9.
       01  EDIT-E PIC Z9.
       01  EDIT-F PIC Z9.
       01  EDIT-G PIC Z9.
       01  EDIT-H PIC Z9.
       01  EDIT-P PIC Z9.
       01  WS-DIGIT-MIN-VALUES.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 0.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 0.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 0.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 0.
           05  FILLER PIC 9 VALUE 1.
       01  WS-DIGIT-MIN-TAB REDEFINES WS-DIGIT-MIN-VALUES.
           05  WS-DIGIT-MIN       PIC 9 OCCURS 9 TIMES.
       01  WS-DIGIT-MAX-VALUES PIC X(09) VALUE "999999999".
       01  WS-DIGIT-MAX-TAB REDEFINES WS-DIGIT-MAX-VALUES.
           05  WS-DIGIT-MAX       PIC 9 OCCURS 9 TIMES.
       01  WS-DIGIT-TAB-GROUP.
           05  WS-DIGIT-TAB       PIC 99 OCCURS 9 TIMES.
       01  WS-DGT-IDX PIC 99 COMP.
      *    the working fields the arithmetic and distinctness checks
      *    are written against, loaded per version by
      *    LOAD-ACTIVE-RULE-PROCEDURE as the nightly search loads them
       01  WS-MODE-SW PIC X(01) VALUE "A".
           88  ADDITIVE-MODE VALUE "A".
           88  MULTIPLICATIVE-MODE VALUE "M".
       01  WS-RULE-MATCH-SWITCH PIC X(01) VALUE "N".
           88  RULE-MATCHED VALUE "Y".
           88  RULE-NOT-MATCHED VALUE "N".
       01  WS-DISTINCT-RESULT-SWITCH PIC X(01) VALUE "N".
           88  DISTINCTNESS-SATISFIED VALUE "Y".
           88  DISTINCTNESS-FAILED VALUE "N".
       01  WS-PLACE-MULT PIC 9(02) VALUE 10.
       01  WS-P-MULT PIC 9(03) VALUE 111.
       01  WS-DISTINCT-A PIC X(01) VALUE "Y".
       01  WS-DISTINCT-B PIC X(01) VALUE "Y".
       01  WS-DISTINCT-C PIC X(01) VALUE "Y".
       01  WS-DISTINCT-D PIC X(01) VALUE "Y".
       01  WS-DISTINCT-E PIC X(01) VALUE "Y".
       01  WS-DISTINCT-F PIC X(01) VALUE "Y".
       01  WS-DISTINCT-G PIC X(01) VALUE "Y".
       01  WS-DISTINCT-H PIC X(01) VALUE "Y".
       01  WS-DISTINCT-P PIC X(01) VALUE "Y".
       01  WS-EF-VALUE PIC 999 VALUE 0.
       01  WS-PPP-VALUE PIC 9(04) VALUE 0.
      *    side-by-side counts
       01  WS-BOTH-COUNT PIC 9(07) VALUE 0.
       01  WS-GAINED-COUNT PIC 9(07) VALUE 0.
       01  WS-LOST-COUNT PIC 9(07) VALUE 0.
      *    projected movement of the nightly control totals - the
      *    proposed version's contribution less the current one's,
      *    under whichever mode each version runs in
       01  WS-DELTA-EFT1 PIC S9(08) VALUE 0.
       01  WS-DELTA-PPPT1 PIC S9(10) VALUE 0.
       01  WS-DELTA-EFT2 PIC S9(08) VALUE 0.
       01  WS-DELTA-PPPT2 PIC S9(10) VALUE 0.
       01  WS-CUR-TEXT PIC X(09).
       01  WS-NEW-TEXT PIC X(09).
       01  WS-DISPOSITION-TEXT PIC X(06).
       01  WS-VERSION-LABEL PIC X(08).
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-EFFECTIVE PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-EF-TOTAL PIC Z(6)9.
       01  EDIT-PPP-TOTAL PIC Z(8)9.
       01  EDIT-DELTA-EF PIC -(7)9.
       01  EDIT-DELTA-PPP PIC -(9)9.
       LINKAGE SECTION.
      *    the proposed version - rule id in cols 1-4 (blank padded,
      *    as keyed on TRANIN) and effective date CCYYMMDD in cols
      *    5-12, e.g. PARM='R03 20261101'
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
            DISPLAY "RULE CHANGE IMPACT REPORT         RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-VERSION-PROCEDURE
            OPEN INPUT RULE-LIB-FILE
            IF WS-RLB-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RULE-LIB-FILE, "
                    "STATUS = " WS-RLB-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-PROPOSED-VERSION-PROCEDURE
            PERFORM LOAD-CURRENT-VERSION-PROCEDURE
            CLOSE RULE-LIB-FILE
            PERFORM PRINT-VERSION-PROCEDURE
                VARYING WS-VER-IDX FROM 1 BY 1
                UNTIL WS-VER-IDX > 2
            DISPLAY "----------------------------------------"
            DISPLAY "PATTERN                          CURRENT   "
                "PROPOSED  IMPACT"
            PERFORM INITIALIZE-DIGIT-TABLE-PROCEDURE
            perform until WS-DIGIT-TAB(1) > 9
                perform CHECK-COMBINATION-PROCEDURE
                perform INCREMENT-COMBINATION-PROCEDURE
            end-perform
            DISPLAY "----------------------------------------"
            PERFORM PRINT-IMPACT-TOTALS-PROCEDURE
            IF WS-LOST-COUNT > 0
                DISPLAY "PATTERNS MARKED LOST WILL DROP OUT OF THE "
                    "FEED UNDER RULE " WS-TARGET-RULE-ID
                    " - WARN THE DISTRIBUTED TEAM BEFORE "
                    EDIT-EFFECTIVE
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

      *-----------------------
       EDIT-PARM-VERSION-PROCEDURE.
      **
      * Edits the PARM up front - a rule id and a CCYYMMDD effective
      * date are both required, since there is no sensible default
      * for which change to assess.
      **
            IF PARM-LENGTH = 12
               AND PARM-TEXT(1:4) NOT= SPACES
               AND PARM-TEXT(5:8) NUMERIC
                MOVE PARM-TEXT(1:4) TO WS-TARGET-RULE-ID
                MOVE PARM-TEXT(5:8) TO WS-TARGET-EFFECTIVE
            ELSE
                IF PARM-LENGTH > 0
                    DISPLAY "ERROR - PARM MUST BE A 4-CHARACTER RULE "
                        "ID FOLLOWED BY A CCYYMMDD EFFECTIVE DATE, "
                        "NOT '" PARM-TEXT(1:PARM-LENGTH) "'"
                ELSE
                    DISPLAY "ERROR - PARM MUST BE A 4-CHARACTER RULE "
                        "ID FOLLOWED BY A CCYYMMDD EFFECTIVE DATE"
                END-IF
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-TARGET-EFFECTIVE TO EDIT-EFFECTIVE
            DISPLAY "ASSESSING RULE " WS-TARGET-RULE-ID
                " VERSION EFFECTIVE " EDIT-EFFECTIVE.

      *-----------------------
       LOAD-PROPOSED-VERSION-PROCEDURE.
      **
      * Reads the proposed version straight off its key into entry 2.
      * A rejected version is refused - it will never be selected, so
      * there is no impact to assess. A retiring (inactive) version
      * confirms nothing from its effective date on.
      **
            MOVE WS-TARGET-RULE-ID TO RLB-RULE-ID
            MOVE WS-TARGET-EFFECTIVE TO RLB-EFFECTIVE-DATE
            READ RULE-LIB-FILE
                INVALID KEY
                    DISPLAY "ERROR - RULE " WS-TARGET-RULE-ID
                        " EFFECTIVE " EDIT-EFFECTIVE
                        " IS NOT ON THE LIBRARY"
                    CLOSE RULE-LIB-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF RLB-APPROVAL-STATUS = "R"
                DISPLAY "ERROR - RULE " WS-TARGET-RULE-ID
                    " EFFECTIVE " EDIT-EFFECTIVE " WAS REJECTED BY "
                    RLB-APPROVED-BY " - IT WILL NEVER TAKE EFFECT"
                CLOSE RULE-LIB-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF RLB-EFFECTIVE-DATE <= WS-RUN-DATE
                DISPLAY "NOTE - THE VERSION IS ALREADY EFFECTIVE - "
                    "IT IS COMPARED WITH THE VERSION BEFORE IT"
            END-IF
            MOVE 2 TO WS-VER-IDX
            PERFORM COPY-LIB-VERSION-PROCEDURE.

      *-----------------------
       LOAD-CURRENT-VERSION-PROCEDURE.
      **
      * Finds the version of the same rule id in force today the way
      * ABCDRSEL picks it - the latest approved version effective on
      * or before the run date, counted only when it is active and
      * not expired - leaving the proposed version itself out of it.
      * No such version (a brand-new rule id) leaves entry 1 empty.
      **
            MOVE "Y" TO WS-VER-EMPTY-SW(1)
            MOVE 0 TO WS-VER-EFFECTIVE(1)
            MOVE SPACE TO WS-VER-STATUS(1)
            MOVE SPACE TO WS-VER-APPROVAL(1)
            MOVE SPACES TO WS-VER-CHANGED-BY(1)
            MOVE 1 TO WS-VER-IDX
            MOVE WS-TARGET-RULE-ID TO RLB-RULE-ID
            MOVE 0 TO RLB-EFFECTIVE-DATE
            SET WS-RLB-MORE TO TRUE
            START RULE-LIB-FILE KEY NOT < RLB-KEY
                INVALID KEY
                    SET WS-RLB-EOF TO TRUE
            END-START
            PERFORM SCAN-ONE-VERSION-PROCEDURE
                UNTIL WS-RLB-EOF
            IF WS-VER-EFFECTIVE(1) > 0
                IF WS-VER-STATUS(1) = "I"
                    DISPLAY "NOTE - RULE " WS-TARGET-RULE-ID
                        " IS RETIRED TODAY - COMPARED AS AN EMPTY RULE"
                ELSE
                    IF WS-VER-EMPTY-SW(1) = "Y"
                        DISPLAY "NOTE - RULE " WS-TARGET-RULE-ID
                            " HAS EXPIRED - COMPARED AS AN EMPTY RULE"
                    END-IF
                END-IF
            ELSE
                DISPLAY "NOTE - NO APPROVED VERSION OF RULE "
                    WS-TARGET-RULE-ID " IS IN FORCE TODAY - "
                    "COMPARED AS AN EMPTY RULE"
            END-IF.

      *-----------------------
       SCAN-ONE-VERSION-PROCEDURE.
      **
      * Reads the next version of the target rule id; every approved
      * version effective by today (and before the proposed one)
      * replaces the candidate so far, so the last kept is the one
      * in force. An expired candidate is dropped at the end of the
      * group, as ABCDRSEL drops it.
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
                    IF RLB-RULE-ID NOT= WS-TARGET-RULE-ID
                        SET WS-RLB-EOF TO TRUE
                    ELSE
                        IF RLB-EFFECTIVE-DATE <= WS-RUN-DATE
                           AND RLB-EFFECTIVE-DATE < WS-TARGET-EFFECTIVE
                           AND RLB-APPROVAL-STATUS = "Y"
                            PERFORM COPY-LIB-VERSION-PROCEDURE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       COPY-LIB-VERSION-PROCEDURE.
      **
      * Copies the library record in hand into the version entry
      * WS-VER-IDX points at. An inactive version, or one already
      * expired on the run date, leaves the entry empty - it confirms
      * nothing.
      **
            MOVE "N" TO WS-VER-EMPTY-SW(WS-VER-IDX)
            IF RLB-STATUS = "I"
                MOVE "Y" TO WS-VER-EMPTY-SW(WS-VER-IDX)
            END-IF
            IF WS-VER-IDX = 1
               AND RLB-EXPIRY-DATE < WS-RUN-DATE
                MOVE "Y" TO WS-VER-EMPTY-SW(WS-VER-IDX)
            END-IF
            MOVE RLB-EFFECTIVE-DATE TO WS-VER-EFFECTIVE(WS-VER-IDX)
            MOVE RLB-STATUS TO WS-VER-STATUS(WS-VER-IDX)
            MOVE RLB-APPROVAL-STATUS TO WS-VER-APPROVAL(WS-VER-IDX)
            MOVE RLB-MODE-SW TO WS-VER-MODE-SW(WS-VER-IDX)
            MOVE RLB-PLACE-MULT TO WS-VER-PLACE-MULT(WS-VER-IDX)
            MOVE RLB-P-MULT TO WS-VER-P-MULT(WS-VER-IDX)
            PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                    UNTIL WS-FLG-IDX > 9
                MOVE RLB-DISTINCT-FLAG(WS-FLG-IDX)
                    TO WS-VER-DISTINCT(WS-VER-IDX, WS-FLG-IDX)
            END-PERFORM
            MOVE RLB-CHANGED-BY TO WS-VER-CHANGED-BY(WS-VER-IDX)
            MOVE 0 TO WS-VER-EF-TOTAL(WS-VER-IDX)
            MOVE 0 TO WS-VER-PPP-TOTAL(WS-VER-IDX)
            MOVE 0 TO WS-VER-MATCH-COUNT(WS-VER-IDX).

      *-----------------------
       PRINT-VERSION-PROCEDURE.
      **
      * Prints one line naming a version under comparison and how it
      * is set up.
      **
            IF WS-VER-IDX = 1
                MOVE "CURRENT " TO WS-VERSION-LABEL
            ELSE
                MOVE "PROPOSED" TO WS-VERSION-LABEL
            END-IF
            IF WS-VER-EFFECTIVE(WS-VER-IDX) = 0
                DISPLAY WS-VERSION-LABEL "  NONE IN FORCE"
            ELSE
                MOVE WS-VER-EFFECTIVE(WS-VER-IDX) TO EDIT-RUN-DATE
                IF WS-VER-STATUS(WS-VER-IDX) = "I"
                    DISPLAY WS-VERSION-LABEL "  EFFECTIVE "
                        EDIT-RUN-DATE "  INACTIVE (RETIRES THE RULE)"
                        "  CHANGED BY " WS-VER-CHANGED-BY(WS-VER-IDX)
                ELSE
                    DISPLAY WS-VERSION-LABEL "  EFFECTIVE "
                        EDIT-RUN-DATE "  MODE "
                        WS-VER-MODE-SW(WS-VER-IDX) "  MULT "
                        WS-VER-PLACE-MULT(WS-VER-IDX) "/"
                        WS-VER-P-MULT(WS-VER-IDX) "  DISTINCT "
                        WS-VER-DISTINCT(WS-VER-IDX, 1)
                        WS-VER-DISTINCT(WS-VER-IDX, 2)
                        WS-VER-DISTINCT(WS-VER-IDX, 3)
                        WS-VER-DISTINCT(WS-VER-IDX, 4)
                        WS-VER-DISTINCT(WS-VER-IDX, 5)
                        WS-VER-DISTINCT(WS-VER-IDX, 6)
                        WS-VER-DISTINCT(WS-VER-IDX, 7)
                        WS-VER-DISTINCT(WS-VER-IDX, 8)
                        WS-VER-DISTINCT(WS-VER-IDX, 9)
                        "  CHANGED BY " WS-VER-CHANGED-BY(WS-VER-IDX)
                        "  APPROVAL " WS-VER-APPROVAL(WS-VER-IDX)
                END-IF
            END-IF.

      *-----------------------
       INITIALIZE-DIGIT-TABLE-PROCEDURE.
      **
      * Loads the digit table with the starting value for each of the
      * 9 A-through-P positions - the whole space, no restart point.
      **
            PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                    UNTIL WS-DGT-IDX > 9
                MOVE WS-DIGIT-MIN(WS-DGT-IDX)
                    TO WS-DIGIT-TAB(WS-DGT-IDX)
            END-PERFORM.

      *-----------------------
       CHECK-COMBINATION-PROCEDURE.
      **
      * Tests the A-H/P combination currently sitting in the digit
      * table against both versions, then prints it side by side if
      * either version confirms it.
      **
            MOVE WS-DIGIT-TAB(1) TO A
            MOVE WS-DIGIT-TAB(2) TO B
            MOVE WS-DIGIT-TAB(3) TO C
            MOVE WS-DIGIT-TAB(4) TO D
            MOVE WS-DIGIT-TAB(5) TO E
            MOVE WS-DIGIT-TAB(6) TO F
            MOVE WS-DIGIT-TAB(7) TO G
            MOVE WS-DIGIT-TAB(8) TO H
            MOVE WS-DIGIT-TAB(9) TO P
            PERFORM TEST-ONE-RULE-PROCEDURE
                VARYING WS-VER-IDX FROM 1 BY 1
                UNTIL WS-VER-IDX > 2
            IF WS-VER-HIT-SW(1) = "Y" OR WS-VER-HIT-SW(2) = "Y"
                PERFORM PRINT-IMPACT-LINE-PROCEDURE
            END-IF.

      *-----------------------
       LOAD-ACTIVE-RULE-PROCEDURE.
      **
      * Copies the version entry WS-VER-IDX points at into the working
      * fields the arithmetic and distinctness checks are written
      * against, exactly as the nightly search loads a card rule.
      **
            MOVE WS-VER-MODE-SW(WS-VER-IDX) TO WS-MODE-SW
            MOVE WS-VER-PLACE-MULT(WS-VER-IDX) TO WS-PLACE-MULT
            MOVE WS-VER-P-MULT(WS-VER-IDX) TO WS-P-MULT
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 1) TO WS-DISTINCT-A
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 2) TO WS-DISTINCT-B
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 3) TO WS-DISTINCT-C
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 4) TO WS-DISTINCT-D
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 5) TO WS-DISTINCT-E
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 6) TO WS-DISTINCT-F
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 7) TO WS-DISTINCT-G
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 8) TO WS-DISTINCT-H
            MOVE WS-VER-DISTINCT(WS-VER-IDX, 9) TO WS-DISTINCT-P.

      *-----------------------
       TEST-ONE-RULE-PROCEDURE.
      **
      * Tests the combination against one version, with the nightly
      * search's short-circuit - distinctness only runs for the few
      * combinations the arithmetic lets through - and leaves the
      * verdict in the version's hit switch. An empty version never
      * confirms anything.
      **
            MOVE "N" TO WS-VER-HIT-SW(WS-VER-IDX)
            IF WS-VER-EMPTY-SW(WS-VER-IDX) = "N"
                PERFORM LOAD-ACTIVE-RULE-PROCEDURE
                PERFORM EVALUATE-RULE-ARITHMETIC-PROCEDURE
                SET DISTINCTNESS-FAILED TO TRUE
                IF RULE-MATCHED
                    PERFORM EVALUATE-DISTINCTNESS-PROCEDURE
                END-IF
                IF RULE-MATCHED AND DISTINCTNESS-SATISFIED
                    MOVE "Y" TO WS-VER-HIT-SW(WS-VER-IDX)
                    PERFORM ACCUMULATE-TOTALS-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       EVALUATE-RULE-ARITHMETIC-PROCEDURE.
      **
      * Tests the active rule's arithmetic against the A-H/P values
      * and leaves the verdict in WS-RULE-MATCH-SWITCH - the same
      * arithmetic ABCDEFGHPPP applies, so both versions are judged
      * exactly as the nightly search would judge them.
      **
               SET RULE-NOT-MATCHED TO TRUE
               IF ADDITIVE-MODE
                   IF (a*WS-PLACE-MULT+b) - (c*WS-PLACE-MULT+d)
                         = (e*WS-PLACE-MULT+f)
                    AND (e*WS-PLACE-MULT+f) + (g*WS-PLACE-MULT+h)
                         = p*WS-P-MULT
                       SET RULE-MATCHED TO TRUE
                   END-IF
               ELSE
                   IF (a*WS-PLACE-MULT+b) * 2 = (c*WS-PLACE-MULT+d)
                    AND (c*WS-PLACE-MULT+d) * 2 = (g*WS-PLACE-MULT+h)
                    AND (e*WS-PLACE-MULT+f) * 2 = p*WS-P-MULT
                       SET RULE-MATCHED TO TRUE
                   END-IF
               END-IF.

      *-----------------------
       EVALUATE-DISTINCTNESS-PROCEDURE.
      **
      * Runs the pairwise NOT= distinctness tests for the positions
      * the active rule flags Y and leaves the verdict in
      * WS-DISTINCT-RESULT-SWITCH - the same tests that guard a
      * match in ABCDEFGHPPP.
      **
            SET DISTINCTNESS-FAILED TO TRUE
            IF (        ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-B = 'N')
                         OR (a NOT= b) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-C = 'N')
                         OR (a NOT= c) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-D = 'N')
                         OR (a NOT= d) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-E = 'N')
                         OR (a NOT= e) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-F = 'N')
                         OR (a NOT= f) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (a NOT= g) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (a NOT= h) )
                        AND ( (WS-DISTINCT-A = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (a NOT= p) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-C = 'N')
                         OR (b NOT= c) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-D = 'N')
                         OR (b NOT= d) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-E = 'N')
                         OR (b NOT= e) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-F = 'N')
                         OR (b NOT= f) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (b NOT= g) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (b NOT= h) )
                        AND ( (WS-DISTINCT-B = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (b NOT= p) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-D = 'N')
                         OR (c NOT= d) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-E = 'N')
                         OR (c NOT= e) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-F = 'N')
                         OR (c NOT= f) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (c NOT= g) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (c NOT= h) )
                        AND ( (WS-DISTINCT-C = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (c NOT= p) )
                        AND ( (WS-DISTINCT-D = 'N')
                         OR (WS-DISTINCT-E = 'N')
                         OR (d NOT= e) )
                        AND ( (WS-DISTINCT-D = 'N')
                         OR (WS-DISTINCT-F = 'N')
                         OR (d NOT= f) )
                        AND ( (WS-DISTINCT-D = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (d NOT= g) )
                        AND ( (WS-DISTINCT-D = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (d NOT= h) )
                        AND ( (WS-DISTINCT-D = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (d NOT= p) )
                        AND ( (WS-DISTINCT-E = 'N')
                         OR (WS-DISTINCT-F = 'N')
                         OR (e NOT= f) )
                        AND ( (WS-DISTINCT-E = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (e NOT= g) )
                        AND ( (WS-DISTINCT-E = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (e NOT= h) )
                        AND ( (WS-DISTINCT-E = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (e NOT= p) )
                        AND ( (WS-DISTINCT-F = 'N')
                         OR (WS-DISTINCT-G = 'N')
                         OR (f NOT= g) )
                        AND ( (WS-DISTINCT-F = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (f NOT= h) )
                        AND ( (WS-DISTINCT-F = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (f NOT= p) )
                        AND ( (WS-DISTINCT-G = 'N')
                         OR (WS-DISTINCT-H = 'N')
                         OR (g NOT= h) )
                        AND ( (WS-DISTINCT-G = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (g NOT= p) )
                        AND ( (WS-DISTINCT-H = 'N')
                         OR (WS-DISTINCT-P = 'N')
                         OR (h NOT= p) )
                    
                )
                SET DISTINCTNESS-SATISFIED TO TRUE
            END-IF.

      *-----------------------
       ACCUMULATE-TOTALS-PROCEDURE.
      **
      * Adds a confirmed combination's EF and PPP values to the
      * version's own totals and moves the projected control-total
      * deltas - up for the proposed version, down for the current
      * one - in the EFT1/PPPT1 (additive) or EFT2/PPPT2
      * (multiplicative) pair the version's mode feeds.
      **
            COMPUTE WS-EF-VALUE = e*WS-PLACE-MULT+f
            COMPUTE WS-PPP-VALUE = p*WS-P-MULT
            ADD 1 TO WS-VER-MATCH-COUNT(WS-VER-IDX)
            ADD WS-EF-VALUE TO WS-VER-EF-TOTAL(WS-VER-IDX)
                ON SIZE ERROR
                    DISPLAY "WARNING - EF TOTAL OVERFLOW"
            END-ADD
            ADD WS-PPP-VALUE TO WS-VER-PPP-TOTAL(WS-VER-IDX)
                ON SIZE ERROR
                    DISPLAY "WARNING - PPP TOTAL OVERFLOW"
            END-ADD
            IF ADDITIVE-MODE
                IF WS-VER-IDX = 1
                    SUBTRACT WS-EF-VALUE FROM WS-DELTA-EFT1
                    SUBTRACT WS-PPP-VALUE FROM WS-DELTA-PPPT1
                ELSE
                    ADD WS-EF-VALUE TO WS-DELTA-EFT1
                    ADD WS-PPP-VALUE TO WS-DELTA-PPPT1
                END-IF
            ELSE
                IF WS-VER-IDX = 1
                    SUBTRACT WS-EF-VALUE FROM WS-DELTA-EFT2
                    SUBTRACT WS-PPP-VALUE FROM WS-DELTA-PPPT2
                ELSE
                    ADD WS-EF-VALUE TO WS-DELTA-EFT2
                    ADD WS-PPP-VALUE TO WS-DELTA-PPPT2
                END-IF
            END-IF.

      *-----------------------
       PRINT-IMPACT-LINE-PROCEDURE.
      **
      * Prints a combination side by side against both versions and
      * counts it as confirmed by both, gained or lost.
      **
            MOVE a TO edit-a
            MOVE b TO edit-b
            MOVE c TO edit-c
            MOVE d TO edit-d
            MOVE e TO edit-e
            MOVE f TO edit-f
            MOVE g TO edit-g
            MOVE h TO edit-h
            MOVE p TO edit-p
            MOVE "-" TO WS-CUR-TEXT
            MOVE "-" TO WS-NEW-TEXT
            IF WS-VER-HIT-SW(1) = "Y"
                MOVE "CONFIRMED" TO WS-CUR-TEXT
            END-IF
            IF WS-VER-HIT-SW(2) = "Y"
                MOVE "CONFIRMED" TO WS-NEW-TEXT
            END-IF
            EVALUATE TRUE
                WHEN WS-VER-HIT-SW(1) = "Y" AND WS-VER-HIT-SW(2) = "Y"
                    MOVE "BOTH" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-BOTH-COUNT
                WHEN WS-VER-HIT-SW(2) = "Y"
                    MOVE "GAINED" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-GAINED-COUNT
                WHEN OTHER
                    MOVE "LOST" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-LOST-COUNT
            END-EVALUATE
            DISPLAY "( ",
                edit-a, " ",
                edit-b, " ",
                edit-c, " ",
                edit-d, " ",
                edit-e, " ",
                edit-f, " ",
                edit-g, " ",
                edit-h, " ",
                edit-p, " )   ",
                WS-CUR-TEXT, " ",
                WS-NEW-TEXT, " ",
                WS-DISPOSITION-TEXT.

      *-----------------------
       PRINT-IMPACT-TOTALS-PROCEDURE.
      **
      * Prints the side-by-side counts, each version's own EF/PPP
      * totals and the projected movement in the nightly control
      * totals once the proposed version takes over.
      **
            MOVE WS-BOTH-COUNT TO EDIT-COUNT
            DISPLAY "CONFIRMED BY BOTH VERSIONS      : " EDIT-COUNT
            MOVE WS-GAINED-COUNT TO EDIT-COUNT
            DISPLAY "GAINED - PROPOSED VERSION ONLY  : " EDIT-COUNT
            MOVE WS-LOST-COUNT TO EDIT-COUNT
            DISPLAY "LOST   - CURRENT VERSION ONLY   : " EDIT-COUNT
            DISPLAY "----------------------------------------"
            MOVE WS-VER-MATCH-COUNT(1) TO EDIT-COUNT
            MOVE WS-VER-EF-TOTAL(1) TO EDIT-EF-TOTAL
            MOVE WS-VER-PPP-TOTAL(1) TO EDIT-PPP-TOTAL
            DISPLAY "CURRENT  MATCHES " EDIT-COUNT
                "  EF TOTAL " EDIT-EF-TOTAL
                "  PPP TOTAL " EDIT-PPP-TOTAL
            MOVE WS-VER-MATCH-COUNT(2) TO EDIT-COUNT
            MOVE WS-VER-EF-TOTAL(2) TO EDIT-EF-TOTAL
            MOVE WS-VER-PPP-TOTAL(2) TO EDIT-PPP-TOTAL
            DISPLAY "PROPOSED MATCHES " EDIT-COUNT
                "  EF TOTAL " EDIT-EF-TOTAL
                "  PPP TOTAL " EDIT-PPP-TOTAL
            DISPLAY "PROJECTED CHANGE TO NIGHTLY CONTROL TOTALS:"
            MOVE WS-DELTA-EFT1 TO EDIT-DELTA-EF
            MOVE WS-DELTA-PPPT1 TO EDIT-DELTA-PPP
            DISPLAY "  EFT1 " EDIT-DELTA-EF "   PPPT1 " EDIT-DELTA-PPP
                "   (ADDITIVE)"
            MOVE WS-DELTA-EFT2 TO EDIT-DELTA-EF
            MOVE WS-DELTA-PPPT2 TO EDIT-DELTA-PPP
            DISPLAY "  EFT2 " EDIT-DELTA-EF "   PPPT2 " EDIT-DELTA-PPP
                "   (MULTIPLICATIVE)".

      *-----------------------
       INCREMENT-COMBINATION-PROCEDURE.
      **
      * Advances the digit table to the next combination, odometer
      * style, as the nightly search does: position 9 (P) is tried
      * first, and a position that rolls past its maximum resets to
      * its minimum and carries the increment back to the position
      * above it. Position 1 (A) never resets - once it rolls past
      * its maximum the walk in MAIN-PROCEDURE stops.
      **
            PERFORM VARYING WS-DGT-IDX FROM 9 BY -1
                    UNTIL WS-DGT-IDX < 1
                ADD 1 TO WS-DIGIT-TAB(WS-DGT-IDX)
                IF WS-DIGIT-TAB(WS-DGT-IDX) <= WS-DIGIT-MAX(WS-DGT-IDX)
                    EXIT PERFORM
                END-IF
                IF WS-DGT-IDX = 1
                    EXIT PERFORM
                END-IF
                MOVE WS-DIGIT-MIN(WS-DGT-IDX)
                    TO WS-DIGIT-TAB(WS-DGT-IDX)
            END-PERFORM.

       END PROGRAM ABCDIMPR.
