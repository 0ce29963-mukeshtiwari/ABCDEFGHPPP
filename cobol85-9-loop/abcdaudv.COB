      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: FULL-HISTORY RE-VERIFICATION OF THE ABCDEFGHPPP AUDIT
      *          TRAIL. ABCDBALR PROVES THAT ONE NIGHT'S MATCHOUT,
      *          TRAILER AND AUDITF COUNTS AGREE WITH EACH OTHER, BUT
      *          NOTHING RE-CHECKS THAT THE CONFIRMATIONS STORED IN
      *          AUDITF FROM PAST NIGHTS STILL SATISFY THE RULE THAT
      *          WAS LOGGED FOR THE NIGHT. THIS PROGRAM READS EVERY
      *          AUDITF RECORD, FINDS THE RUNLOG RECORD FOR ITS
      *          AUD-RUN-DATE AND THE RLG-RULE-ENTRY FOR ITS
      *          AUD-RULE-ID, AND RE-RUNS THE SAME ARITHMETIC AND
      *          PAIRWISE DISTINCTNESS CHECKS AS TEST-ONE-RULE-
      *          PROCEDURE IN ABCDEFGHPPP ON THE STORED PATTERN. A
      *          CONFIRMATION THAT FAILS THE CHECKS, HAS NO RUNLOG
      *          NIGHT, HAS NO MATCHING RULE ENTRY FOR THE NIGHT, OR
      *          FALLS ON A BACKED-OUT (STATUS B) NIGHT IS LISTED ON
      *          THE EXCEPTION LISTING AND APPENDED TO THE COMMON
      *          EXCPLOG DATASET. THE LISTING IS THE EVIDENCE AUDIT
      *          KEEPS ASKING FOR - THAT THE TRAIL HAS NOT DRIFTED
      *          THROUGH RELOADS, BACKOUTS AND HAND REPAIRS. NOTHING
      *          IS UPDATED. ENDS RC=8 WHEN ANY CONFIRMATION IS
      *          FLAGGED, RC=12 WHEN THE SWEEP IS CUT SHORT.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: RUNLOG held in storage by run
      *               date, the completed record for a date taking
      *               precedence over a suspended segment and either
      *               over a backed-out one, every AUDITF record
      *               re-checked against its own night's rule entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDAUDV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDEFGHPPP appends at end of job
       01  RUN-LOG-RECORD.
           05  RLG-RUN-DATE           PIC 9(08).
           05  RLG-START-TIME         PIC 9(06).
           05  RLG-END-TIME           PIC 9(06).
           05  RLG-CTL-SOURCE         PIC X(01).
           05  RLG-RESTART-SW         PIC X(01).
           05  RLG-RESTART-A          PIC 9(02).
      *    'C' completed, 'S' suspended, 'B' backed out by ABCDBKOT
           05  RLG-STATUS             PIC X(01).
           05  RLG-EFT1               PIC 9(06).
           05  RLG-EFT2               PIC 9(06).
           05  RLG-PPPT1              PIC 9(08).
           05  RLG-PPPT2              PIC 9(08).
           05  RLG-MATCH-COUNT        PIC 9(05).
           05  RLG-RULE-COUNT         PIC 9(02).
           05  RLG-RULE-ENTRY OCCURS 10 TIMES.
               10  RLG-RULE-ID        PIC X(04).
               10  RLG-RULE-MODE-SW   PIC X(01).
               10  RLG-RULE-PLACE-MULT PIC 9(02).
               10  RLG-RULE-P-MULT    PIC 9(03).
               10  RLG-RULE-DISTINCT  PIC X(01) OCCURS 9 TIMES.
               10  RLG-RULE-MATCH-COUNT PIC 9(05).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUD-COMPOSITE-KEY.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *    one standardized record per exception, appended to the
      *    common EXCPLOG dataset every step in the stream shares -
      *    the daily exception report (ABCDEXCR) turns these into
      *    the night's exception listing and condition code
       01  EXCEPTION-RECORD.
           05  EXC-PROGRAM-ID         PIC X(11).
           05  EXC-RUN-DATE           PIC 9(08).
           05  EXC-TIME               PIC 9(06).
           05  EXC-SEVERITY           PIC X(01).
           05  EXC-MESSAGE            PIC X(54).
       WORKING-STORAGE SECTION.
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".

      *    common exception log controls - the caller of
      *    REPORT-EXCEPTION-PROCEDURE sets the severity and message
       01  WS-EXC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-EXC-SEVERITY PIC X(01) VALUE "W".
       01  WS-EXC-MESSAGE PIC X(54) VALUE SPACES.
       01  WS-EXC-TIME-NOW.
           05  WS-EXC-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
       01  WS-RLG-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLG-EOF VALUE "Y".
           88  WS-RLG-MORE VALUE "N".
       01  WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-AUD-EOF VALUE "Y".
           88  WS-AUD-MORE VALUE "N".
      *    one entry per run date on RUNLOG, holding the record that
      *    speaks for the night - a completed record outranks a
      *    suspended segment left under the same date by a restart,
      *    and either outranks a backed-out record (a date reversed
      *    and then run again stands on the rerun); among records of
      *    equal rank the later one wins. 1000 dates matches the
      *    RUNLOG ceiling ABCDBKOT works to
       01  WS-NIGHT-ENTRY-COUNT PIC 9(04) COMP VALUE 0.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 1000 TIMES.
               10  WS-NGT-DATE        PIC 9(08).
               10  WS-NGT-STATUS      PIC X(01).
               10  WS-NGT-RANK        PIC 9(01).
               10  WS-NGT-RULE-COUNT  PIC 9(02).
               10  WS-NGT-RULE-ENTRY OCCURS 10 TIMES.
                   15  WS-NGT-RULE-ID       PIC X(04).
                   15  WS-NGT-MODE-SW       PIC X(01).
                   15  WS-NGT-PLACE-MULT    PIC 9(02).
                   15  WS-NGT-P-MULT        PIC 9(03).
                   15  WS-NGT-DISTINCT      PIC X(01) OCCURS 9 TIMES.
                   15  WS-NGT-MATCH-COUNT   PIC 9(05).
       01  WS-NGT-IDX PIC 9(04) COMP.
       01  WS-NGT-FOUND-IDX PIC 9(04) COMP.
       01  WS-NGT-RULE-IDX PIC 99 COMP.
       01  WS-NGT-RULE-FOUND-IDX PIC 99 COMP.
       01  WS-LOOKUP-DATE PIC 9(08) VALUE 0.
       01  WS-LOG-RANK PIC 9(01) VALUE 0.
       01  WS-LOG-RULE-COUNT PIC 9(02) VALUE 0.
       01  WS-NIGHT-OVERFLOW-SW PIC X(01) VALUE "N".
           88  WS-NIGHT-OVERFLOWED VALUE "Y".
      *    the stored pattern, unpacked into the A-through-P fields
      *    the arithmetic and distinctness checks are written against
       01  WS-PATTERN-X PIC X(09).
       01  WS-PATTERN-TAB REDEFINES WS-PATTERN-X.
           05  WS-PATTERN-DIGIT   PIC 9 OCCURS 9 TIMES.
       01  A PIC 99 VALUE 1.
       01  B PIC 99 VALUE 0.
       01  C PIC 99 VALUE 1.
       01  D PIC 99 VALUE 0.
       01  E PIC 99 VALUE 1.
       01  F PIC 99 VALUE 0.
       01  G PIC 99 VALUE 1.
       01  H PIC 99 VALUE 0.
       01  P PIC 99 VALUE 1.
      *    the walk never generates a position below its minimum
      *    (A, C, E, G and P start at 1), so a stored pattern that
      *    has one could not have come out of the search
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
       01  WS-DGT-IDX PIC 99 COMP.
      *    the working fields the arithmetic and distinctness checks
      *    are written against, loaded from the night's rule entry by
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
      *    the finding for the record in hand - spaces when it
      *    re-verified clean
       01  WS-FINDING-TEXT PIC X(30) VALUE SPACES.
      *    sweep counts, one per kind of finding
       01  WS-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-VERIFIED-COUNT PIC 9(07) VALUE 0.
       01  WS-FINDING-COUNT PIC 9(07) VALUE 0.
       01  WS-NO-NIGHT-COUNT PIC 9(07) VALUE 0.
       01  WS-BACKED-OUT-COUNT PIC 9(07) VALUE 0.
       01  WS-NO-RULE-COUNT PIC 9(07) VALUE 0.
       01  WS-BAD-PATTERN-COUNT PIC 9(07) VALUE 0.
       01  WS-ARITH-FAIL-COUNT PIC 9(07) VALUE 0.
       01  WS-DISTINCT-FAIL-COUNT PIC 9(07) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-AUD-DATE PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-NIGHTS PIC Z(3)9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "AUDITF RE-VERIFICATION SWEEP      RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM LOAD-RUN-LOG-PROCEDURE
            OPEN INPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "PATTERN    RUN DATE    RULE  FINDING"
            PERFORM VERIFY-ONE-AUDIT-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
            CLOSE AUDIT-FILE
            DISPLAY "----------------------------------------"
            PERFORM PRINT-SWEEP-TOTALS-PROCEDURE
            IF WS-FINDING-COUNT > 0
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING WS-FINDING-COUNT DELIMITED BY SIZE
                       " AUDITF CONFIRMATION(S) FAILED RE-VERIFICATION"
                           DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                IF RETURN-CODE = 0
      *            the trail has drifted from what RUNLOG says was in
      *            force - audit reconciles every flagged line before
      *            the sweep is signed off (a cut-short scan's RC=12
      *            is already the stronger signal)
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

      *-----------------------
       LOAD-RUN-LOG-PROCEDURE.
      **
      * Loads every night on RUNLOG into the night table. Without the
      * run history there is nothing to verify against, so a RUNLOG
      * that cannot be opened, or that holds more run dates than the
      * table, ends the step RC=12 before AUDITF is read.
      **
            OPEN INPUT RUN-LOG-FILE
            IF WS-RLG-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RUN-LOG-FILE, "
                    "STATUS = " WS-RLG-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-ONE-LOG-RECORD-PROCEDURE
                UNTIL WS-RLG-EOF
            CLOSE RUN-LOG-FILE
            IF WS-NIGHT-OVERFLOWED
                DISPLAY "ERROR - RUNLOG HOLDS MORE THAN 1000 RUN "
                    "DATES - SWEEP NOT RUN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-NIGHT-ENTRY-COUNT TO EDIT-NIGHTS
            DISPLAY "RUNLOG NIGHTS LOADED " EDIT-NIGHTS.

      *-----------------------
       LOAD-ONE-LOG-RECORD-PROCEDURE.
      **
      * Reads the next RUNLOG record and files it under its run date
      * when it outranks (or equals, being later) the record already
      * held for that date.
      **
            READ RUN-LOG-FILE
                AT END
                    SET WS-RLG-EOF TO TRUE
            END-READ
            IF WS-RLG-MORE
                EVALUATE RLG-STATUS
                    WHEN "C"
                        MOVE 3 TO WS-LOG-RANK
                    WHEN "B"
                        MOVE 1 TO WS-LOG-RANK
                    WHEN OTHER
                        MOVE 2 TO WS-LOG-RANK
                END-EVALUATE
                MOVE RLG-RUN-DATE TO WS-LOOKUP-DATE
                PERFORM FIND-NIGHT-ENTRY-PROCEDURE
                IF WS-NGT-FOUND-IDX = 0
                    IF WS-NIGHT-ENTRY-COUNT >= 1000
                        SET WS-NIGHT-OVERFLOWED TO TRUE
                        SET WS-RLG-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-NIGHT-ENTRY-COUNT
                        MOVE WS-NIGHT-ENTRY-COUNT TO WS-NGT-FOUND-IDX
                        PERFORM STORE-NIGHT-ENTRY-PROCEDURE
                    END-IF
                ELSE
                    IF WS-LOG-RANK >= WS-NGT-RANK(WS-NGT-FOUND-IDX)
                        PERFORM STORE-NIGHT-ENTRY-PROCEDURE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       FIND-NIGHT-ENTRY-PROCEDURE.
      **
      * Locates the night table entry for WS-LOOKUP-DATE, leaving its
      * subscript in WS-NGT-FOUND-IDX (0 when the date is not held).
      **
            MOVE 0 TO WS-NGT-FOUND-IDX
            PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                    UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                        OR WS-NGT-FOUND-IDX > 0
                IF WS-NGT-DATE(WS-NGT-IDX) = WS-LOOKUP-DATE
                    MOVE WS-NGT-IDX TO WS-NGT-FOUND-IDX
                END-IF
            END-PERFORM.

      *-----------------------
       STORE-NIGHT-ENTRY-PROCEDURE.
      **
      * Copies the RUNLOG record in hand into the night table entry
      * WS-NGT-FOUND-IDX points at - the date, its status and every
      * rule entry the run logged as in force.
      **
            MOVE RLG-RUN-DATE TO WS-NGT-DATE(WS-NGT-FOUND-IDX)
            MOVE RLG-STATUS TO WS-NGT-STATUS(WS-NGT-FOUND-IDX)
            MOVE WS-LOG-RANK TO WS-NGT-RANK(WS-NGT-FOUND-IDX)
            MOVE RLG-RULE-COUNT TO WS-LOG-RULE-COUNT
            IF WS-LOG-RULE-COUNT > 10
                MOVE 10 TO WS-LOG-RULE-COUNT
            END-IF
            MOVE WS-LOG-RULE-COUNT
                TO WS-NGT-RULE-COUNT(WS-NGT-FOUND-IDX)
            PERFORM VARYING WS-NGT-RULE-IDX FROM 1 BY 1
                    UNTIL WS-NGT-RULE-IDX > 10
                MOVE RLG-RULE-ENTRY(WS-NGT-RULE-IDX)
                    TO WS-NGT-RULE-ENTRY(WS-NGT-FOUND-IDX,
                                         WS-NGT-RULE-IDX)
            END-PERFORM.

      *-----------------------
       VERIFY-ONE-AUDIT-RECORD-PROCEDURE.
      **
      * Reads the next AUDITF record and re-verifies it. A read error
      * that stops the scan short ends the sweep RC=12 - a
      * half-scanned trail must not be reported as re-verified.
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
                    MOVE "E" TO WS-EXC-SEVERITY
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING "VERIFY SWEEP CUT SHORT BY READ STATUS "
                               DELIMITED BY SIZE
                           WS-AUD-FILE-STATUS DELIMITED BY SIZE
                        INTO WS-EXC-MESSAGE
                    END-STRING
                    PERFORM REPORT-EXCEPTION-PROCEDURE
                    MOVE 12 TO RETURN-CODE
                    SET WS-AUD-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CHECK-AUDIT-RECORD-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       CHECK-AUDIT-RECORD-PROCEDURE.
      **
      * Puts one confirmation through the checks in order - the
      * night, its status, the rule entry, the stored pattern, then
      * the rule's arithmetic and distinctness - and stops at the
      * first one that fails, which becomes the record's finding.
      **
            MOVE SPACES TO WS-FINDING-TEXT
            MOVE AUD-RUN-DATE TO WS-LOOKUP-DATE
            PERFORM FIND-NIGHT-ENTRY-PROCEDURE
            IF WS-NGT-FOUND-IDX = 0
                MOVE "NO RUNLOG RECORD FOR THE NIGHT"
                    TO WS-FINDING-TEXT
                ADD 1 TO WS-NO-NIGHT-COUNT
            ELSE
                IF WS-NGT-STATUS(WS-NGT-FOUND-IDX) = "B"
                    MOVE "NIGHT BACKED OUT - STATUS B"
                        TO WS-FINDING-TEXT
                    ADD 1 TO WS-BACKED-OUT-COUNT
                END-IF
            END-IF
            IF WS-FINDING-TEXT = SPACES
                PERFORM FIND-NIGHT-RULE-PROCEDURE
                IF WS-NGT-RULE-FOUND-IDX = 0
                    IF AUD-RULE-ID = SPACES
                        MOVE "NO RULE ID ON THE RECORD"
                            TO WS-FINDING-TEXT
                    ELSE
                        MOVE "RULE NOT LOGGED FOR THE NIGHT"
                            TO WS-FINDING-TEXT
                    END-IF
                    ADD 1 TO WS-NO-RULE-COUNT
                END-IF
            END-IF
            IF WS-FINDING-TEXT = SPACES
                PERFORM UNPACK-PATTERN-PROCEDURE
            END-IF
            IF WS-FINDING-TEXT = SPACES
                PERFORM LOAD-ACTIVE-RULE-PROCEDURE
                PERFORM EVALUATE-RULE-ARITHMETIC-PROCEDURE
                IF RULE-NOT-MATCHED
                    MOVE "FAILS THE RULE ARITHMETIC"
                        TO WS-FINDING-TEXT
                    ADD 1 TO WS-ARITH-FAIL-COUNT
                ELSE
                    PERFORM EVALUATE-DISTINCTNESS-PROCEDURE
                    IF DISTINCTNESS-FAILED
                        MOVE "FAILS THE RULE DISTINCTNESS"
                            TO WS-FINDING-TEXT
                        ADD 1 TO WS-DISTINCT-FAIL-COUNT
                    END-IF
                END-IF
            END-IF
            IF WS-FINDING-TEXT = SPACES
                ADD 1 TO WS-VERIFIED-COUNT
            ELSE
                PERFORM REPORT-FINDING-PROCEDURE
            END-IF.

      *-----------------------
       FIND-NIGHT-RULE-PROCEDURE.
      **
      * Locates the night's logged rule entry for AUD-RULE-ID, leaving
      * its subscript in WS-NGT-RULE-FOUND-IDX (0 when the night ran
      * no such rule). A blank rule id never matches.
      **
            MOVE 0 TO WS-NGT-RULE-FOUND-IDX
            IF AUD-RULE-ID NOT= SPACES
                PERFORM VARYING WS-NGT-RULE-IDX FROM 1 BY 1
                        UNTIL WS-NGT-RULE-IDX >
                                WS-NGT-RULE-COUNT(WS-NGT-FOUND-IDX)
                            OR WS-NGT-RULE-FOUND-IDX > 0
                    IF WS-NGT-RULE-ID(WS-NGT-FOUND-IDX,
                                      WS-NGT-RULE-IDX) = AUD-RULE-ID
                        MOVE WS-NGT-RULE-IDX TO WS-NGT-RULE-FOUND-IDX
                    END-IF
                END-PERFORM
            END-IF.

      *-----------------------
       UNPACK-PATTERN-PROCEDURE.
      **
      * Unpacks the stored pattern into A through P, flagging one
      * that is not nine digits or has a position below the minimum
      * the walk starts it at - neither could have been confirmed by
      * the search.
      **
            MOVE AUD-PATTERN TO WS-PATTERN-X
            IF WS-PATTERN-X NOT NUMERIC
                MOVE "PATTERN IS NOT 9 DIGITS" TO WS-FINDING-TEXT
                ADD 1 TO WS-BAD-PATTERN-COUNT
            ELSE
                PERFORM VARYING WS-DGT-IDX FROM 1 BY 1
                        UNTIL WS-DGT-IDX > 9
                    IF WS-PATTERN-DIGIT(WS-DGT-IDX)
                            < WS-DIGIT-MIN(WS-DGT-IDX)
                        MOVE "POSITION BELOW ITS MINIMUM"
                            TO WS-FINDING-TEXT
                    END-IF
                END-PERFORM
                IF WS-FINDING-TEXT = SPACES
                    MOVE WS-PATTERN-DIGIT(1) TO A
                    MOVE WS-PATTERN-DIGIT(2) TO B
                    MOVE WS-PATTERN-DIGIT(3) TO C
                    MOVE WS-PATTERN-DIGIT(4) TO D
                    MOVE WS-PATTERN-DIGIT(5) TO E
                    MOVE WS-PATTERN-DIGIT(6) TO F
                    MOVE WS-PATTERN-DIGIT(7) TO G
                    MOVE WS-PATTERN-DIGIT(8) TO H
                    MOVE WS-PATTERN-DIGIT(9) TO P
                ELSE
                    ADD 1 TO WS-BAD-PATTERN-COUNT
                END-IF
            END-IF.

      *-----------------------
       LOAD-ACTIVE-RULE-PROCEDURE.
      **
      * Copies the night's rule entry into the working fields the
      * arithmetic and distinctness checks are written against,
      * exactly as the nightly search loads a card rule.
      **
            MOVE WS-NGT-MODE-SW(WS-NGT-FOUND-IDX, WS-NGT-RULE-FOUND-IDX)
                TO WS-MODE-SW
            MOVE WS-NGT-PLACE-MULT(WS-NGT-FOUND-IDX,
                                   WS-NGT-RULE-FOUND-IDX)
                TO WS-PLACE-MULT
            MOVE WS-NGT-P-MULT(WS-NGT-FOUND-IDX, WS-NGT-RULE-FOUND-IDX)
                TO WS-P-MULT
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 1)
                TO WS-DISTINCT-A
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 2)
                TO WS-DISTINCT-B
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 3)
                TO WS-DISTINCT-C
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 4)
                TO WS-DISTINCT-D
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 5)
                TO WS-DISTINCT-E
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 6)
                TO WS-DISTINCT-F
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 7)
                TO WS-DISTINCT-G
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 8)
                TO WS-DISTINCT-H
            MOVE WS-NGT-DISTINCT(WS-NGT-FOUND-IDX,
                                 WS-NGT-RULE-FOUND-IDX, 9)
                TO WS-DISTINCT-P.

      *-----------------------
       EVALUATE-RULE-ARITHMETIC-PROCEDURE.
      **
      * Tests the night's rule arithmetic against the A-H/P values
      * and leaves the verdict in WS-RULE-MATCH-SWITCH - the same
      * arithmetic ABCDEFGHPPP applies, so the stored pattern is
      * judged exactly as the night's search judged it.
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
      * the night's rule flags Y and leaves the verdict in
      * WS-DISTINCT-RESULT-SWITCH - the same tests that guarded the
      * match on the night.
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
       REPORT-FINDING-PROCEDURE.
      **
      * Lists the flagged confirmation with its finding and appends
      * the same line to the common EXCPLOG dataset.
      **
            ADD 1 TO WS-FINDING-COUNT
            MOVE AUD-RUN-DATE TO EDIT-AUD-DATE
            DISPLAY AUD-PATTERN "  " EDIT-AUD-DATE "  " AUD-RULE-ID
                "  " WS-FINDING-TEXT
            MOVE "E" TO WS-EXC-SEVERITY
            MOVE SPACES TO WS-EXC-MESSAGE
            STRING AUD-PATTERN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-RULE-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FINDING-TEXT DELIMITED BY SIZE
                INTO WS-EXC-MESSAGE
            END-STRING
            PERFORM REPORT-EXCEPTION-PROCEDURE.

      *-----------------------
       PRINT-SWEEP-TOTALS-PROCEDURE.
      **
      * Prints the sweep trailer - records read, re-verified clean,
      * and flagged, with the flagged count broken down by finding.
      **
            MOVE WS-READ-COUNT TO EDIT-COUNT
            DISPLAY "AUDITF RECORDS READ             " EDIT-COUNT
            MOVE WS-VERIFIED-COUNT TO EDIT-COUNT
            DISPLAY "RE-VERIFIED CLEAN               " EDIT-COUNT
            MOVE WS-FINDING-COUNT TO EDIT-COUNT
            DISPLAY "FLAGGED                         " EDIT-COUNT
            MOVE WS-NO-NIGHT-COUNT TO EDIT-COUNT
            DISPLAY "  NO RUNLOG NIGHT               " EDIT-COUNT
            MOVE WS-BACKED-OUT-COUNT TO EDIT-COUNT
            DISPLAY "  BACKED-OUT NIGHT              " EDIT-COUNT
            MOVE WS-NO-RULE-COUNT TO EDIT-COUNT
            DISPLAY "  NO MATCHING RULE ENTRY        " EDIT-COUNT
            MOVE WS-BAD-PATTERN-COUNT TO EDIT-COUNT
            DISPLAY "  MALFORMED PATTERN             " EDIT-COUNT
            MOVE WS-ARITH-FAIL-COUNT TO EDIT-COUNT
            DISPLAY "  FAILS ARITHMETIC              " EDIT-COUNT
            MOVE WS-DISTINCT-FAIL-COUNT TO EDIT-COUNT
            DISPLAY "  FAILS DISTINCTNESS            " EDIT-COUNT
            IF WS-FINDING-COUNT = 0
               AND RETURN-CODE = 0
                DISPLAY "EVERY CONFIRMATION RE-VERIFIED AGAINST ITS "
                    "NIGHT'S LOGGED RULE"
            END-IF.

      *-----------------------
       REPORT-EXCEPTION-PROCEDURE.
      **
      * Appends one standardized record - program, run date, time,
      * severity, message - to the common EXCPLOG dataset, so a
      * warning that scrolls off SYSOUT still turns up on the daily
      * exception report and can fail the night. The caller sets
      * WS-EXC-SEVERITY and WS-EXC-MESSAGE. A log that cannot be
      * written is reported on SYSOUT only - there is nowhere else
      * to log that.
      **
            MOVE "ABCDAUDV" TO EXC-PROGRAM-ID
            MOVE WS-RUN-DATE TO EXC-RUN-DATE
            ACCEPT WS-EXC-TIME-NOW FROM TIME
            MOVE WS-EXC-HHMMSS TO EXC-TIME
            MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
            MOVE WS-EXC-MESSAGE TO EXC-MESSAGE
            OPEN EXTEND EXCEPTION-FILE
            IF WS-EXC-FILE-STATUS NOT= "00"
                OPEN OUTPUT EXCEPTION-FILE
            END-IF
            IF WS-EXC-FILE-STATUS NOT= "00"
                DISPLAY "WARNING - UNABLE TO OPEN EXCEPTION-FILE, "
                    "STATUS = " WS-EXC-FILE-STATUS
            ELSE
                WRITE EXCEPTION-RECORD
                CLOSE EXCEPTION-FILE
            END-IF.

       END PROGRAM ABCDAUDV.
