      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: NIGHTLY UPDATE OF THE ABCDEFGHPPP PATTERN MASTER.
      *          ANY QUESTION ABOUT ONE PATTERN USED TO MEAN SCANNING
      *          AUDITF AND AUDHIST THROUGH ABCDAUDQ AND PIECING THE
      *          DATES TOGETHER BY HAND, AND THE DELTA REPORT ONLY
      *          COMPARES TWO ADJACENT NIGHTS. THE PATTERN MASTER
      *          (PROD.ABCDEFGHPPP.PATMAST, KEYED ON THE 9-DIGIT
      *          PATTERN) HOLDS ONE RECORD PER PATTERN EVER
      *          CONFIRMED: FIRST AND LAST CONFIRMED DATES, NIGHTS AND
      *          CONFIRMATIONS TO DATE, THE RULE IDS THAT HAVE
      *          CONFIRMED IT, THE CURRENT AND LONGEST CONSECUTIVE-
      *          NIGHT STREAKS, HOW OFTEN IT HAS COME BACK AFTER A
      *          GAP, AND A LIFECYCLE STATUS - ACTIVE, DISAPPEARED,
      *          PURGED OR BACKED OUT. THIS STEP RUNS AFTER THE
      *          NIGHT'S SEARCH: IT FOLDS THE NIGHT'S AUDITF
      *          CONFIRMATIONS INTO THE MASTER AND MARKS EVERY ACTIVE
      *          PATTERN THE NIGHT DID NOT CONFIRM AS DISAPPEARED. THE
      *          PURGE (ABCDAUDP), RELOAD (ABCDAUDR) AND BACKOUT
      *          (ABCDBKOT) KEEP THE MASTER IN STEP WHEN THEY CHANGE
      *          THE HISTORY UNDERNEATH IT, AND ABCDPMAR PRINTS THE
      *          PATTERN-AGE REPORT FROM IT. A CONTROL RECORD ON THE
      *          MASTER CARRIES THE HIGH-WATER MARK - THE LATEST NIGHT
      *          FOLDED IN - AND EVERY COMPLETED NIGHT AFTER IT IS
      *          FOLDED IN, IN DATE ORDER, SO A MISSED NIGHT IS NEVER
      *          LEFT BEHIND A LATER ONE AND A RERUN IS HARMLESS.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: PARM empty takes the latest
      *               completed night on RUNLOG, PARM=CCYYMMDD one
      *               named night (catch-up after a skipped step),
      *               PARM=ALL every completed night in date order
      *               (first load of the master); a streak counts
      *               completed nights only.
      * 15 OCT 2026 - High-water mark on a *CONTROL* record of the
      *               master: the nightly run now folds in every
      *               completed night after the mark in date order,
      *               so a missed night is caught up before the next
      *               one instead of being skipped for good; PARM=
      *               CCYYMMDD folds in every night after the mark up
      *               to that date and ends RC=8 for a date at or
      *               before it. A master without the record yet
      *               folds in the one night, as before, and starts
      *               the mark from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDPMUP.
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
           SELECT PATTERN-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-PATTERN
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *    only the run date and status are needed here - the rest of
      *    the ABCDEFGHPPP RUNLOG layout is carried as filler
       01  RUN-LOG-RECORD.
           05  RLG-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(16).
      *    'C' completed, 'S' suspended, 'B' backed out by ABCDBKOT
           05  RLG-STATUS             PIC X(01).
           05  FILLER                 PIC X(275).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUD-COMPOSITE-KEY.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       FD  PATTERN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per pattern ever confirmed - the same layout
      *    ABCDAUDP, ABCDAUDR, ABCDBKOT and ABCDPMAR carry
       01  PATTERN-MASTER-RECORD.
           05  PMS-PATTERN            PIC X(09).
           05  PMS-FIRST-DATE         PIC 9(08).
           05  PMS-LAST-DATE          PIC 9(08).
      *    AUDITF records (pattern/night/rule) and distinct nights
           05  PMS-CONFIRM-COUNT      PIC 9(07).
           05  PMS-NIGHT-COUNT        PIC 9(05).
           05  PMS-RULE-COUNT         PIC 9(02).
           05  PMS-RULE-ID            PIC X(04) OCCURS 10 TIMES.
      *    consecutive completed nights confirmed, up to the last one
      *    - zero once a completed night passes without it
           05  PMS-STREAK             PIC 9(05).
           05  PMS-LONGEST-STREAK     PIC 9(05).
      *    times the pattern came back after missing a night
           05  PMS-RETURN-COUNT       PIC 9(05).
      *    A active, D disappeared, P purged (no longer on the live
      *    cluster), B backed out (its latest night was reversed)
           05  PMS-STATUS             PIC X(01).
               88  PMS-ACTIVE         VALUE "A".
               88  PMS-DISAPPEARED    VALUE "D".
               88  PMS-PURGED         VALUE "P".
               88  PMS-BACKED-OUT     VALUE "B".
           05  PMS-STATUS-DATE        PIC 9(08).
      *    first night the nightly update folded in for the pattern -
      *    history older than this is new to the counts when the
      *    reload brings it back; 99999999 until the nightly update
      *    has seen the pattern
           05  PMS-TRACKED-FROM       PIC 9(08).
           05  FILLER                 PIC X(09).
      *    the one control record, keyed *CONTROL* so it can never be
      *    a 9-digit pattern: the latest night folded in (the
      *    high-water mark), the mark before that night - what a
      *    backout of the mark night steps it back to - and the run
      *    date that last moved it
       01  PATTERN-MASTER-CONTROL.
           05  PMC-KEY                PIC X(09).
           05  PMC-HIGH-WATER-DATE    PIC 9(08).
           05  PMC-PRIOR-DATE         PIC 9(08).
           05  PMC-UPDATED-DATE       PIC 9(08).
           05  FILLER                 PIC X(87).
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
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-CONTROL-KEY PIC X(09) VALUE "*CONTROL*".

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
       01  WS-PMS-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-PMS-EOF VALUE "Y".
           88  WS-PMS-MORE VALUE "N".
      *    which nights to fold in - L the latest completed night, D
      *    the one night on the PARM, A every completed night
       01  WS-PARM-MODE-SW PIC X(01) VALUE "L".
           88  WS-MODE-LATEST VALUE "L".
           88  WS-MODE-ONE-DATE VALUE "D".
           88  WS-MODE-ALL VALUE "A".
      *    one entry per run date on RUNLOG, holding the status that
      *    speaks for the night - completed outranks a suspended
      *    segment, either outranks backed out, and the later record
      *    wins among equals, as in the re-verification sweep
       01  WS-NIGHT-ENTRY-COUNT PIC 9(04) COMP VALUE 0.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 1000 TIMES.
               10  WS-NGT-DATE        PIC 9(08).
               10  WS-NGT-STATUS      PIC X(01).
               10  WS-NGT-RANK        PIC 9(01).
       01  WS-NGT-IDX PIC 9(04) COMP.
       01  WS-NGT-FOUND-IDX PIC 9(04) COMP.
       01  WS-LOG-RANK PIC 9(01) VALUE 0.
       01  WS-NIGHT-OVERFLOW-SW PIC X(01) VALUE "N".
           88  WS-NIGHT-OVERFLOWED VALUE "Y".
      *    the night being folded in, the completed night before it
      *    (what a streak continues from), the walk position, and the
      *    last night the walk may reach - the latest completed night,
      *    the PARM night, or every night for PARM=ALL
       01  WS-APPLY-DATE PIC 9(08) VALUE 0.
       01  WS-PRIOR-NIGHT PIC 9(08) VALUE 0.
       01  WS-LAST-APPLIED PIC 9(08) VALUE 0.
       01  WS-NEXT-NIGHT PIC 9(08) VALUE 0.
       01  WS-TARGET-NIGHT PIC 9(08) VALUE 0.
      *    the high-water mark off the control record
       01  WS-HIGH-WATER PIC 9(08) VALUE 0.
       01  WS-CONTROL-SW PIC X(01) VALUE "N".
           88  WS-CONTROL-ON-FILE VALUE "Y".
           88  WS-CONTROL-ABSENT VALUE "N".
       01  WS-WALK-SWITCH PIC X(01) VALUE "N".
           88  WS-WALK-DONE VALUE "Y".
           88  WS-WALK-MORE VALUE "N".
      *    the pattern group in hand - AUDITF is keyed pattern-major,
      *    so one pattern's rule records for the night arrive
      *    together and the master record is read and written once
      *    per pattern
       01  WS-HOLD-PATTERN PIC X(09) VALUE SPACES.
       01  WS-GROUP-SW PIC X(01) VALUE "N".
           88  WS-GROUP-APPLYING VALUE "A".
           88  WS-GROUP-SKIPPED VALUE "S".
           88  WS-GROUP-NONE VALUE "N".
       01  WS-PMS-NEW-SW PIC X(01) VALUE "N".
           88  WS-PMS-NEW VALUE "Y".
           88  WS-PMS-ON-FILE VALUE "N".
       01  WS-PMS-RULE-IDX PIC 99 COMP.
       01  WS-PMS-RULE-FOUND-SW PIC X(01) VALUE "N".
      *    per-night and run totals
       01  WS-NGT-CONFIRMED PIC 9(07) VALUE 0.
       01  WS-NGT-NEW PIC 9(07) VALUE 0.
       01  WS-NGT-RETURNED PIC 9(07) VALUE 0.
       01  WS-NGT-DISAPPEARED PIC 9(07) VALUE 0.
       01  WS-NGT-ALREADY PIC 9(07) VALUE 0.
       01  WS-NIGHTS-APPLIED PIC 9(04) VALUE 0.
       01  WS-WRITE-FAILURES PIC 9(05) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-APPLY-DATE PIC 9999/99/99.
       01  EDIT-PRIOR-NIGHT PIC 9999/99/99.
       01  EDIT-HIGH-WATER PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-NIGHTS PIC Z(3)9.
       LINKAGE SECTION.
      *    optional - empty for every completed night after the
      *    high-water mark, a run date CCYYMMDD to stop at that night,
      *    or ALL for every completed night on RUNLOG after the mark
      *    (all of them on a new master), e.g. PARM='20261013'
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
            DISPLAY "PATTERN MASTER UPDATE             RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-PROCEDURE
            PERFORM LOAD-RUN-LOG-PROCEDURE
            PERFORM OPEN-PATTERN-MASTER-PROCEDURE
            PERFORM READ-CONTROL-RECORD-PROCEDURE
            EVALUATE TRUE
                WHEN WS-MODE-LATEST
                    PERFORM FIND-LATEST-NIGHT-PROCEDURE
                    MOVE WS-APPLY-DATE TO WS-TARGET-NIGHT
                WHEN WS-MODE-ONE-DATE
                    PERFORM CHECK-PARM-NIGHT-PROCEDURE
                    MOVE WS-APPLY-DATE TO WS-TARGET-NIGHT
                WHEN WS-MODE-ALL
                    MOVE 99999999 TO WS-TARGET-NIGHT
            END-EVALUATE
            IF WS-TARGET-NIGHT = 0
                DISPLAY "NOTE - NO COMPLETED NIGHT ON RUNLOG "
                    "- NOTHING TO FOLD IN"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "NIGHT        CONFIRMED NEW       RETURNED  "
                    "GONE      ALREADY"
                PERFORM SET-WALK-START-PROCEDURE
                SET WS-WALK-MORE TO TRUE
                PERFORM APPLY-NEXT-NIGHT-PROCEDURE
                    UNTIL WS-WALK-DONE
                IF WS-NIGHTS-APPLIED = 0
                   AND WS-WRITE-FAILURES = 0
                    MOVE WS-HIGH-WATER TO EDIT-HIGH-WATER
                    DISPLAY "NOTE - NO COMPLETED NIGHT AFTER THE "
                        "HIGH-WATER MARK " EDIT-HIGH-WATER
                        " - NOTHING TO FOLD IN"
                END-IF
            END-IF
            CLOSE PATTERN-MASTER-FILE
            DISPLAY "----------------------------------------"
            MOVE WS-NIGHTS-APPLIED TO EDIT-NIGHTS
            DISPLAY "NIGHTS FOLDED IN   " EDIT-NIGHTS
            MOVE WS-HIGH-WATER TO EDIT-HIGH-WATER
            DISPLAY "HIGH-WATER MARK    " EDIT-HIGH-WATER
            IF WS-WRITE-FAILURES > 0
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING WS-WRITE-FAILURES DELIMITED BY SIZE
                       " PATTERN MASTER RECORD(S) NOT WRITTEN"
                           DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

      *-----------------------
       EDIT-PARM-PROCEDURE.
      **
      * Edits the PARM up front so a mispunched PARM fails before
      * any file is touched. Empty folds in every completed night
      * after the high-water mark - the nightly case.
      **
            EVALUATE TRUE
                WHEN PARM-LENGTH = 0
                    SET WS-MODE-LATEST TO TRUE
                WHEN PARM-LENGTH = 3
                     AND PARM-TEXT(1:3) = "ALL"
                    SET WS-MODE-ALL TO TRUE
                    DISPLAY "FOLDING IN EVERY COMPLETED NIGHT ON "
                        "RUNLOG AFTER THE HIGH-WATER MARK"
                WHEN PARM-LENGTH = 8
                     AND PARM-TEXT(1:8) NUMERIC
                    SET WS-MODE-ONE-DATE TO TRUE
                    MOVE PARM-TEXT(1:8) TO WS-APPLY-DATE
                WHEN OTHER
                    DISPLAY "ERROR - PARM MUST BE EMPTY, A RUN DATE "
                        "CCYYMMDD OR ALL, NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

      *-----------------------
       LOAD-RUN-LOG-PROCEDURE.
      **
      * Loads every night on RUNLOG into the night table - the
      * completed nights are the only ones folded in, and the only
      * ones a streak counts. No RUNLOG, or more run dates than the
      * table holds, ends the step RC=12 before the master is opened.
      **
            OPEN INPUT RUN-LOG-FILE
            IF WS-RLG-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RUN-LOG-FILE, "
                    "STATUS = " WS-RLG-FILE-STATUS
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE "RUNLOG NOT READABLE - PATTERN MASTER NOT UPDATED"
                    TO WS-EXC-MESSAGE
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-ONE-LOG-RECORD-PROCEDURE
                UNTIL WS-RLG-EOF
            CLOSE RUN-LOG-FILE
            IF WS-NIGHT-OVERFLOWED
                DISPLAY "ERROR - RUNLOG HOLDS MORE THAN 1000 RUN "
                    "DATES - PATTERN MASTER NOT UPDATED"
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE "RUNLOG OVER 1000 DATES - PATTERN MASTER NOT SET"
                    TO WS-EXC-MESSAGE
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

      *-----------------------
       LOAD-ONE-LOG-RECORD-PROCEDURE.
      **
      * Reads the next RUNLOG record and files its status under its
      * run date when it outranks (or equals, being later) the
      * status already held for that date.
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
                MOVE 0 TO WS-NGT-FOUND-IDX
                PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                        UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                            OR WS-NGT-FOUND-IDX > 0
                    IF WS-NGT-DATE(WS-NGT-IDX) = RLG-RUN-DATE
                        MOVE WS-NGT-IDX TO WS-NGT-FOUND-IDX
                    END-IF
                END-PERFORM
                IF WS-NGT-FOUND-IDX = 0
                    IF WS-NIGHT-ENTRY-COUNT >= 1000
                        SET WS-NIGHT-OVERFLOWED TO TRUE
                        SET WS-RLG-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-NIGHT-ENTRY-COUNT
                        MOVE WS-NIGHT-ENTRY-COUNT TO WS-NGT-FOUND-IDX
                        MOVE RLG-RUN-DATE
                            TO WS-NGT-DATE(WS-NGT-FOUND-IDX)
                        MOVE 0 TO WS-NGT-RANK(WS-NGT-FOUND-IDX)
                    END-IF
                END-IF
                IF WS-NGT-FOUND-IDX > 0
                    IF WS-LOG-RANK >= WS-NGT-RANK(WS-NGT-FOUND-IDX)
                        MOVE RLG-STATUS
                            TO WS-NGT-STATUS(WS-NGT-FOUND-IDX)
                        MOVE WS-LOG-RANK
                            TO WS-NGT-RANK(WS-NGT-FOUND-IDX)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       OPEN-PATTERN-MASTER-PROCEDURE.
      **
      * Opens the pattern master for update; creates it first on the
      * very first run, the same way the reload primes an empty
      * history cluster.
      **
            OPEN I-O PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS NOT= "00"
                OPEN OUTPUT PATTERN-MASTER-FILE
                CLOSE PATTERN-MASTER-FILE
                OPEN I-O PATTERN-MASTER-FILE
            END-IF
            IF WS-PMS-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "PATMAST OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-PMS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

      *-----------------------
       READ-CONTROL-RECORD-PROCEDURE.
      **
      * Reads the control record for the high-water mark. A master
      * without one - the first run, or a master built before the
      * mark was kept - has no mark yet.
      **
            MOVE 0 TO WS-HIGH-WATER
            SET WS-CONTROL-ABSENT TO TRUE
            MOVE WS-PMS-CONTROL-KEY TO PMC-KEY
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-CONTROL-ON-FILE TO TRUE
                    MOVE PMC-HIGH-WATER-DATE TO WS-HIGH-WATER
            END-READ
            IF WS-CONTROL-ON-FILE
                MOVE WS-HIGH-WATER TO EDIT-HIGH-WATER
                DISPLAY "HIGH-WATER MARK AT START " EDIT-HIGH-WATER
            ELSE
                DISPLAY "NOTE - NO HIGH-WATER MARK ON THE PATTERN "
                    "MASTER YET - STARTED FROM THIS RUN"
            END-IF.

      *-----------------------
       SET-WALK-START-PROCEDURE.
      **
      * The walk folds in every completed night after WS-LAST-APPLIED
      * up to the target night. With a mark on file it starts from
      * the mark; without one PARM=ALL starts from the beginning and
      * the other modes fold in the target night alone, as they did
      * before the mark was kept.
      **
            EVALUATE TRUE
                WHEN WS-CONTROL-ON-FILE
                    MOVE WS-HIGH-WATER TO WS-LAST-APPLIED
                WHEN WS-MODE-ALL
                    MOVE 0 TO WS-LAST-APPLIED
                WHEN OTHER
                    MOVE 0 TO WS-LAST-APPLIED
                    PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                            UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                        IF WS-NGT-STATUS(WS-NGT-IDX) = "C"
                           AND WS-NGT-DATE(WS-NGT-IDX)
                               < WS-TARGET-NIGHT
                           AND WS-NGT-DATE(WS-NGT-IDX)
                               > WS-LAST-APPLIED
                            MOVE WS-NGT-DATE(WS-NGT-IDX)
                                TO WS-LAST-APPLIED
                        END-IF
                    END-PERFORM
            END-EVALUATE.

      *-----------------------
       FIND-LATEST-NIGHT-PROCEDURE.
      **
      * Leaves the latest completed night on RUNLOG in WS-APPLY-DATE
      * (0 when there is none) - the night tonight's search just
      * finished.
      **
            MOVE 0 TO WS-APPLY-DATE
            PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                    UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                IF WS-NGT-STATUS(WS-NGT-IDX) = "C"
                   AND WS-NGT-DATE(WS-NGT-IDX) > WS-APPLY-DATE
                    MOVE WS-NGT-DATE(WS-NGT-IDX) TO WS-APPLY-DATE
                END-IF
            END-PERFORM.

      *-----------------------
       CHECK-PARM-NIGHT-PROCEDURE.
      **
      * The night named on the PARM must be a completed night - a
      * suspended or backed-out night's confirmations are not a
      * night's worth to fold in - and must be after the high-water
      * mark: a night at or before it is already in, or was passed
      * over, and folding it in behind a later night would break
      * every streak it touched.
      **
            MOVE WS-APPLY-DATE TO EDIT-APPLY-DATE
            IF WS-CONTROL-ON-FILE
               AND WS-APPLY-DATE NOT > WS-HIGH-WATER
                MOVE WS-HIGH-WATER TO EDIT-HIGH-WATER
                DISPLAY "ERROR - " EDIT-APPLY-DATE " IS NOT AFTER "
                    "THE HIGH-WATER MARK " EDIT-HIGH-WATER
                    " - NOTHING FOLDED IN"
                CLOSE PATTERN-MASTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 0 TO WS-NGT-FOUND-IDX
            PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                    UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                        OR WS-NGT-FOUND-IDX > 0
                IF WS-NGT-DATE(WS-NGT-IDX) = WS-APPLY-DATE
                    MOVE WS-NGT-IDX TO WS-NGT-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-NGT-FOUND-IDX = 0
                DISPLAY "ERROR - " EDIT-APPLY-DATE
                    " IS NOT A RUN DATE ON RUNLOG"
                CLOSE PATTERN-MASTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-NGT-STATUS(WS-NGT-FOUND-IDX) NOT= "C"
                DISPLAY "ERROR - " EDIT-APPLY-DATE " HAS RUNLOG "
                    "STATUS " WS-NGT-STATUS(WS-NGT-FOUND-IDX)
                    " - ONLY A COMPLETED NIGHT IS FOLDED IN"
                CLOSE PATTERN-MASTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *-----------------------
       APPLY-NEXT-NIGHT-PROCEDURE.
      **
      * Folds in the earliest completed night after the last one
      * applied, up to the target night, so the master is built up
      * in date order exactly as it would have been night by night,
      * and moves the high-water mark to it. A night with a master
      * record it could not write stops the walk with the mark left
      * before it, so the rerun picks the night up again.
      **
            MOVE 99999999 TO WS-NEXT-NIGHT
            PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                    UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                IF WS-NGT-STATUS(WS-NGT-IDX) = "C"
                   AND WS-NGT-DATE(WS-NGT-IDX) > WS-LAST-APPLIED
                   AND WS-NGT-DATE(WS-NGT-IDX) NOT > WS-TARGET-NIGHT
                   AND WS-NGT-DATE(WS-NGT-IDX) < WS-NEXT-NIGHT
                    MOVE WS-NGT-DATE(WS-NGT-IDX) TO WS-NEXT-NIGHT
                END-IF
            END-PERFORM
            IF WS-NEXT-NIGHT = 99999999
                SET WS-WALK-DONE TO TRUE
            ELSE
                MOVE WS-NEXT-NIGHT TO WS-APPLY-DATE
                PERFORM APPLY-NIGHT-PROCEDURE
                IF WS-WRITE-FAILURES = 0
                    PERFORM ADVANCE-HIGH-WATER-PROCEDURE
                END-IF
                IF WS-WRITE-FAILURES > 0
                    DISPLAY "ERROR - MASTER NOT FULLY WRITTEN FOR "
                        EDIT-APPLY-DATE " - NO LATER NIGHT FOLDED IN"
                    SET WS-WALK-DONE TO TRUE
                END-IF
                MOVE WS-NEXT-NIGHT TO WS-LAST-APPLIED
            END-IF.

      *-----------------------
       ADVANCE-HIGH-WATER-PROCEDURE.
      **
      * Moves the high-water mark on to the night just folded in,
      * keeping the mark it replaces so a backout of the night can
      * step it back. The control record is added on the first run.
      **
            MOVE WS-PMS-CONTROL-KEY TO PMC-KEY
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    MOVE SPACES TO PATTERN-MASTER-CONTROL
                    MOVE WS-PMS-CONTROL-KEY TO PMC-KEY
            END-READ
            MOVE WS-LAST-APPLIED TO PMC-PRIOR-DATE
            MOVE WS-APPLY-DATE TO PMC-HIGH-WATER-DATE
            MOVE WS-RUN-DATE TO PMC-UPDATED-DATE
            IF WS-CONTROL-ON-FILE
                REWRITE PATTERN-MASTER-CONTROL
                    INVALID KEY
                        DISPLAY "ERROR - HIGH-WATER MARK REWRITE GAVE "
                            "STATUS " WS-PMS-FILE-STATUS
                        ADD 1 TO WS-WRITE-FAILURES
                END-REWRITE
            ELSE
                WRITE PATTERN-MASTER-CONTROL
                    INVALID KEY
                        DISPLAY "ERROR - HIGH-WATER MARK WRITE GAVE "
                            "STATUS " WS-PMS-FILE-STATUS
                        ADD 1 TO WS-WRITE-FAILURES
                END-WRITE
            END-IF
            IF WS-WRITE-FAILURES = 0
                SET WS-CONTROL-ON-FILE TO TRUE
                MOVE WS-APPLY-DATE TO WS-HIGH-WATER
            END-IF.

      *-----------------------
       APPLY-NIGHT-PROCEDURE.
      **
      * Folds the night in WS-APPLY-DATE into the master: one pass of
      * AUDITF for the night's confirmations, then one pass of the
      * master for the active patterns the night did not confirm.
      **
            MOVE 0 TO WS-PRIOR-NIGHT
            PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                    UNTIL WS-NGT-IDX > WS-NIGHT-ENTRY-COUNT
                IF WS-NGT-STATUS(WS-NGT-IDX) = "C"
                   AND WS-NGT-DATE(WS-NGT-IDX) < WS-APPLY-DATE
                   AND WS-NGT-DATE(WS-NGT-IDX) > WS-PRIOR-NIGHT
                    MOVE WS-NGT-DATE(WS-NGT-IDX) TO WS-PRIOR-NIGHT
                END-IF
            END-PERFORM
            MOVE 0 TO WS-NGT-CONFIRMED
            MOVE 0 TO WS-NGT-NEW
            MOVE 0 TO WS-NGT-RETURNED
            MOVE 0 TO WS-NGT-DISAPPEARED
            MOVE 0 TO WS-NGT-ALREADY
            MOVE SPACES TO WS-HOLD-PATTERN
            SET WS-GROUP-NONE TO TRUE
            OPEN INPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "AUDITF OPEN FAILED, STATUS " DELIMITED BY SIZE
                       WS-AUD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                CLOSE PATTERN-MASTER-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            SET WS-AUD-MORE TO TRUE
            PERFORM APPLY-ONE-AUDIT-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
            CLOSE AUDIT-FILE
            PERFORM FLUSH-PATTERN-PROCEDURE
            PERFORM SWEEP-MASTER-PROCEDURE
            ADD 1 TO WS-NIGHTS-APPLIED
            MOVE WS-APPLY-DATE TO EDIT-APPLY-DATE
            DISPLAY EDIT-APPLY-DATE "   " WS-NGT-CONFIRMED "   "
                WS-NGT-NEW "   " WS-NGT-RETURNED "   "
                WS-NGT-DISAPPEARED "   " WS-NGT-ALREADY.

      *-----------------------
       APPLY-ONE-AUDIT-RECORD-PROCEDURE.
      **
      * Reads the next AUDITF record and, when it carries the night
      * being folded in, adds it to its pattern's master record. The
      * run date sits in the middle of the composite key, so this is
      * a full scan with a filter, like the extract's. A scan cut
      * short ends the step RC=12 - the sweep that follows would
      * otherwise mark unread patterns as disappeared.
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
                    STRING "PATTERN MASTER SCAN CUT SHORT BY STATUS "
                               DELIMITED BY SIZE
                           WS-AUD-FILE-STATUS DELIMITED BY SIZE
                        INTO WS-EXC-MESSAGE
                    END-STRING
                    PERFORM REPORT-EXCEPTION-PROCEDURE
                    CLOSE AUDIT-FILE
                    PERFORM FLUSH-PATTERN-PROCEDURE
                    CLOSE PATTERN-MASTER-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF AUD-RUN-DATE = WS-APPLY-DATE
                    IF AUD-PATTERN NOT= WS-HOLD-PATTERN
                        PERFORM FLUSH-PATTERN-PROCEDURE
                        PERFORM START-PATTERN-PROCEDURE
                    END-IF
                    IF WS-GROUP-APPLYING
                        ADD 1 TO PMS-CONFIRM-COUNT
                        PERFORM ADD-RULE-ID-PROCEDURE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       START-PATTERN-PROCEDURE.
      **
      * Reads (or starts) the master record for the pattern just
      * reached and applies the night to it once: the night count,
      * the streak - continued when the pattern's last night was the
      * completed night before this one, otherwise restarted at 1 -
      * the return count for a pattern back after a gap, and ACTIVE
      * status. Nights are folded in in date order behind the
      * high-water mark, so a record already carrying this night is
      * one written before the step failed partway through the night
      * - it is left alone, so the rerun never counts it twice.
      **
            MOVE AUD-PATTERN TO WS-HOLD-PATTERN
            MOVE AUD-PATTERN TO PMS-PATTERN
            SET WS-PMS-ON-FILE TO TRUE
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    SET WS-PMS-NEW TO TRUE
            END-READ
            IF WS-PMS-NEW
                MOVE SPACES TO PATTERN-MASTER-RECORD
                MOVE AUD-PATTERN TO PMS-PATTERN
                MOVE WS-APPLY-DATE TO PMS-FIRST-DATE
                MOVE 0 TO PMS-LAST-DATE
                MOVE 0 TO PMS-CONFIRM-COUNT
                MOVE 0 TO PMS-NIGHT-COUNT
                MOVE 0 TO PMS-RULE-COUNT
                MOVE 0 TO PMS-STREAK
                MOVE 0 TO PMS-LONGEST-STREAK
                MOVE 0 TO PMS-RETURN-COUNT
                MOVE 0 TO PMS-STATUS-DATE
                MOVE WS-APPLY-DATE TO PMS-TRACKED-FROM
                ADD 1 TO WS-NGT-NEW
            END-IF
            IF WS-PMS-ON-FILE
               AND PMS-LAST-DATE >= WS-APPLY-DATE
                SET WS-GROUP-SKIPPED TO TRUE
                ADD 1 TO WS-NGT-ALREADY
            ELSE
                SET WS-GROUP-APPLYING TO TRUE
                ADD 1 TO WS-NGT-CONFIRMED
                IF PMS-FIRST-DATE = 0
                   OR PMS-FIRST-DATE > WS-APPLY-DATE
                    MOVE WS-APPLY-DATE TO PMS-FIRST-DATE
                END-IF
                IF PMS-TRACKED-FROM > WS-APPLY-DATE
                    MOVE WS-APPLY-DATE TO PMS-TRACKED-FROM
                END-IF
                IF PMS-LAST-DATE = WS-PRIOR-NIGHT
                   AND WS-PRIOR-NIGHT > 0
                    ADD 1 TO PMS-STREAK
                ELSE
                    MOVE 1 TO PMS-STREAK
                    IF PMS-NIGHT-COUNT > 0
                        ADD 1 TO PMS-RETURN-COUNT
                        ADD 1 TO WS-NGT-RETURNED
                    END-IF
                END-IF
                IF PMS-STREAK > PMS-LONGEST-STREAK
                    MOVE PMS-STREAK TO PMS-LONGEST-STREAK
                END-IF
                ADD 1 TO PMS-NIGHT-COUNT
                MOVE WS-APPLY-DATE TO PMS-LAST-DATE
                IF NOT PMS-ACTIVE
                    SET PMS-ACTIVE TO TRUE
                    MOVE WS-APPLY-DATE TO PMS-STATUS-DATE
                END-IF
            END-IF.

      *-----------------------
       ADD-RULE-ID-PROCEDURE.
      **
      * Adds the confirming rule id to the pattern's rule list when
      * it is not already there. Ten ids is the most a night's card
      * carries; a pattern confirmed by more over its life keeps the
      * first ten.
      **
            MOVE "N" TO WS-PMS-RULE-FOUND-SW
            PERFORM VARYING WS-PMS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-PMS-RULE-IDX > PMS-RULE-COUNT
                IF PMS-RULE-ID(WS-PMS-RULE-IDX) = AUD-RULE-ID
                    MOVE "Y" TO WS-PMS-RULE-FOUND-SW
                END-IF
            END-PERFORM
            IF WS-PMS-RULE-FOUND-SW = "N"
               AND PMS-RULE-COUNT < 10
                ADD 1 TO PMS-RULE-COUNT
                MOVE AUD-RULE-ID TO PMS-RULE-ID(PMS-RULE-COUNT)
            END-IF.

      *-----------------------
       FLUSH-PATTERN-PROCEDURE.
      **
      * Writes the master record of the pattern group just finished -
      * a new pattern is added, a known one rewritten. A skipped
      * group (night already applied) is not written at all.
      **
            IF WS-GROUP-APPLYING
                IF WS-PMS-NEW
                    WRITE PATTERN-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "ERROR - PATTERN MASTER WRITE FOR "
                                PMS-PATTERN " GAVE STATUS "
                                WS-PMS-FILE-STATUS
                            ADD 1 TO WS-WRITE-FAILURES
                    END-WRITE
                ELSE
                    REWRITE PATTERN-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "ERROR - PATTERN MASTER REWRITE "
                                "FOR " PMS-PATTERN " GAVE STATUS "
                                WS-PMS-FILE-STATUS
                            ADD 1 TO WS-WRITE-FAILURES
                    END-REWRITE
                END-IF
            END-IF
            SET WS-GROUP-NONE TO TRUE.

      *-----------------------
       SWEEP-MASTER-PROCEDURE.
      **
      * Walks the whole master once the night's confirmations are
      * in: an ACTIVE pattern the night did not confirm becomes
      * DISAPPEARED as of the night, and any pattern the night did
      * not confirm has its current streak broken. PURGED and BACKED
      * OUT keep their status until the pattern is confirmed again.
      **
            SET WS-PMS-MORE TO TRUE
            MOVE LOW-VALUES TO PMS-PATTERN
            START PATTERN-MASTER-FILE KEY NOT < PMS-PATTERN
                INVALID KEY
                    SET WS-PMS-EOF TO TRUE
            END-START
            PERFORM SWEEP-ONE-MASTER-PROCEDURE
                UNTIL WS-PMS-EOF.

      *-----------------------
       SWEEP-ONE-MASTER-PROCEDURE.
      **
      * Reads the next master record and, when the night passed it
      * by, breaks its streak and retires an ACTIVE status. The
      * control record is passed over.
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
                    ADD 1 TO WS-WRITE-FAILURES
                    SET WS-PMS-EOF TO TRUE
                ELSE
                    IF PMS-PATTERN NOT= WS-PMS-CONTROL-KEY
                       AND PMS-LAST-DATE < WS-APPLY-DATE
                       AND (PMS-ACTIVE OR PMS-STREAK > 0)
                        IF PMS-ACTIVE
                            SET PMS-DISAPPEARED TO TRUE
                            MOVE WS-APPLY-DATE TO PMS-STATUS-DATE
                            ADD 1 TO WS-NGT-DISAPPEARED
                        END-IF
                        MOVE 0 TO PMS-STREAK
                        REWRITE PATTERN-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "ERROR - PATTERN MASTER "
                                    "REWRITE FOR " PMS-PATTERN
                                    " GAVE STATUS " WS-PMS-FILE-STATUS
                                ADD 1 TO WS-WRITE-FAILURES
                        END-REWRITE
                    END-IF
                END-IF
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
            MOVE "ABCDPMUP" TO EXC-PROGRAM-ID
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

       END PROGRAM ABCDPMUP.
