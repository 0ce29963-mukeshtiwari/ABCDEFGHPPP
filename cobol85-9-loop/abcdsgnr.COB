      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: NIGHTLY SIGN-OFF AND COMPLETION CERTIFICATE FOR THE
      *          ABCDEFGHPPP STREAM. DECIDING WHETHER A NIGHT WAS
      *          GOOD MEANT READING THE CONDITION CODES OF RSELSTEP,
      *          EDITSTEP, RUNSTEP, EXTRSTEP, BALSTEP, DELCKPT AND
      *          EXCPSTEP IN THE JOB LOG, THEN CHECKING THE RUNLOG
      *          STATUS AND THE NEXT MORNING'S ACK RESULT SEPARATELY.
      *          THIS CLOSING STEP GATHERS ALL OF IT IN ONE PLACE:
      *          THE STEP OUTCOME CARDS THE STREAM WRITES TO STEPRC
      *          AFTER EACH STEP, THE NIGHT'S RUNLOG STATUS, THE
      *          BALANCING RESULT AND THE EXCEPTION COUNTS BY
      *          SEVERITY. IT WRITES (OR, ON A RERUN OF THE SAME RUN
      *          DATE, REPLACES) ONE SIGN-OFF RECORD PER RUN DATE ON
      *          THE CUMULATIVE SIGNOFF FILE - ABCDACKR FILLS IN THE
      *          ACKNOWLEDGEMENT STATUS WHEN THE ACK ARRIVES - AND
      *          PRINTS A ONE-PAGE COMPLETION CERTIFICATE STATING
      *          CERTIFIED, CERTIFIED WITH WARNINGS OR NOT CERTIFIED
      *          WITH THE REASONS, FOR THE AUDITORS AND THE
      *          RECONCILIATION BINDER. ENDS RC=8 WHEN NOT CERTIFIED
      *          AND RC=4 WHEN CERTIFIED WITH WARNINGS.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: run date from the PARM, else
      *               from the RUNLOG record tonight's RUNSTEP wrote,
      *               else today; a step with no outcome card did not
      *               run; the acknowledgement starts as awaited when
      *               EXTRSTEP handed an extract over.
      * 15 OCT 2026 - PMSTEP (the pattern master update, ABCDPMUP)
      *               judged as an eighth step, carried at the end of
      *               the sign-off record; it not ending clean leaves
      *               the night CERTIFIED WITH WARNINGS, since the
      *               master can be caught up with PARM=the run date.
      * 15 OCT 2026 - Business-day calendar: a run date RSELSTEP
      *               logged as a non-processing day (RUNLOG status
      *               'N') signs off as NON-PROCESSING DAY - NO RUN
      *               DUE, RC=0, with its own checks: RSELSTEP ended
      *               with its non-processing warning, no processing
      *               step ran, and the exception report ran clean of
      *               errors. That night's run date is taken from its
      *               RUNLOG record the way a searched night's is.
      * 15 OCT 2026 - Run date from RUNCTL's current-night record when
      *               there is no PARM, ahead of the RUNLOG search;
      *               an EXTRSTEP card marked P (passed through as
      *               already complete) keeps the ack status ABCDACKR
      *               posted; outcome texts give the RC ranges the
      *               stream's cards are written for.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDSGNR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STEP-RC-FILE ASSIGN TO "STEPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT SIGN-OFF-FILE ASSIGN TO "SIGNOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-RUN-DATE
               FILE STATUS IS WS-SGN-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "CERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STEP-RC-FILE
           LABEL RECORDS ARE STANDARD.
      *    one outcome card per step, written by the stream right
      *    after the step ends: step name in cols 1-8, outcome in
      *    col 10 - C clean (RC 0-1), W warning (RC 2-7), F failed
      *    (RC=8 or higher, or abended). EXTRSTEP's card carries P in
      *    col 12 when it passed through as already complete (RC=1)
       01  STEP-RC-RECORD.
           05  SRC-STEP-NAME          PIC X(08).
           05  FILLER                 PIC X(01).
           05  SRC-OUTCOME            PIC X(01).
           05  FILLER                 PIC X(01).
           05  SRC-PASS-FLAG          PIC X(01).
           05  FILLER                 PIC X(68).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *    only the run date and the completion status matter here -
      *    the rest of the 300-byte record rides as filler
       01  RUN-LOG-RECORD.
           05  RLG-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(16).
           05  RLG-STATUS             PIC X(01).
           05  FILLER                 PIC X(275).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *    the standardized record every program in the stream
      *    appends through its REPORT-EXCEPTION-PROCEDURE
       01  EXCEPTION-RECORD.
           05  EXC-PROGRAM-ID         PIC X(11).
           05  EXC-RUN-DATE           PIC 9(08).
           05  EXC-TIME               PIC 9(06).
           05  EXC-SEVERITY           PIC X(01).
           05  EXC-MESSAGE            PIC X(54).
       FD  SIGN-OFF-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per run date, kept across runs - the nightly
      *    verdict and everything it was judged on
       01  SIGN-OFF-RECORD.
           05  SGN-RUN-DATE           PIC 9(08).
           05  SGN-SIGNED-DATE        PIC 9(08).
           05  SGN-SIGNED-TIME        PIC 9(06).
      *    RSELSTEP, EDITSTEP, RUNSTEP, EXTRSTEP, BALSTEP, DELCKPT,
      *    EXCPSTEP in stream order - outcome C/W/F as on STEPRC, or
      *    N when the step did not run
           05  SGN-STEP-ENTRY OCCURS 7 TIMES.
               10  SGN-STEP-NAME      PIC X(08).
               10  SGN-STEP-OUTCOME   PIC X(01).
      *    the night's RUNLOG status (C/S/B, or N for a
      *    non-processing day), blank when none
           05  SGN-RUNLOG-STATUS      PIC X(01).
      *    B balanced, O out of balance, N balancing did not run
           05  SGN-BALANCE-RESULT     PIC X(01).
           05  SGN-ERROR-COUNT        PIC 9(05).
           05  SGN-WARNING-COUNT      PIC 9(05).
      *    C certified, W certified with warnings, N not certified,
      *    H non-processing day - no run was due
           05  SGN-CERT-STATUS        PIC X(01).
           05  SGN-REASON-COUNT       PIC 9(02).
      *    set by ABCDACKR - P awaiting, A acknowledged clean,
      *    O overdue, R rejected, M figures mismatched, B backed
      *    out; X when no extract was handed over
           05  SGN-ACK-STATUS         PIC X(01).
           05  SGN-ACK-DATE           PIC 9(08).
      *    PMSTEP, the pattern master update, carried after the
      *    original seven so earlier records keep their layout -
      *    C/W/F/N as above, blank on a record signed before the
      *    step joined the stream
           05  SGN-PMSTEP-NAME        PIC X(08).
           05  SGN-PMSTEP-OUTCOME     PIC X(01).
           05  FILLER                 PIC X(02).
       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-RECORD         PIC X(80).
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
      *    step-level rerun control for the nightly stream - one
      *    record per run date and step, written when the step ends
      *    clean, so a resubmitted stream passes a finished step
      *    through instead of repeating it
       01  RUN-CONTROL-RECORD.
           05  RCT-KEY.
               10  RCT-RUN-DATE       PIC 9(08).
               10  RCT-STEP-NAME      PIC X(08).
      *    'C' complete, 'N' non-processing night (RSELSTEP only)
           05  RCT-STATUS             PIC X(01).
           05  RCT-PROGRAM-ID         PIC X(11).
           05  RCT-COMPLETE-DATE      PIC 9(08).
           05  RCT-COMPLETE-TIME      PIC 9(06).
           05  RCT-RUN-COUNT          PIC 9(03).
           05  RCT-FORCED-COUNT       PIC 9(03).
           05  RCT-PASS-COUNT         PIC 9(03).
           05  RCT-LAST-PASS-DATE     PIC 9(08).
           05  RCT-LAST-PASS-TIME     PIC 9(06).
           05  FILLER                 PIC X(15).
      *    the current-night record (run date zero, step CURRENT)
      *    RSELSTEP rewrites at the start of every submission - the
      *    night the stream is working on and the one step, if any,
      *    the operator forced to run again
       01  RUN-CONTROL-CURRENT.
           05  RCC-KEY                PIC X(16).
           05  RCC-NIGHT-DATE         PIC 9(08).
           05  RCC-FORCE-STEP         PIC X(08).
           05  RCC-SUBMIT-DATE        PIC 9(08).
           05  RCC-SUBMIT-TIME        PIC 9(06).
           05  FILLER                 PIC X(34).
       WORKING-STORAGE SECTION.
       01  WS-SRC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-EXC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-SGN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CRT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RCT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-SRC-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-SRC-EOF VALUE "Y".
           88  WS-SRC-MORE VALUE "N".
       01  WS-RLG-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLG-EOF VALUE "Y".
           88  WS-RLG-MORE VALUE "N".
       01  WS-EXC-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-EXC-EOF VALUE "Y".
           88  WS-EXC-MORE VALUE "N".
       01  WS-CRT-OPEN-SW PIC X(01) VALUE "N".
      *    the steps the sign-off judges - the first seven in stream
      *    order, of which the first six must all end clean for the
      *    night to certify; PMSTEP (after BALSTEP in the stream) is
      *    kept last to match the record and only warns
       01  WS-STEP-NAME-VALUES.
           05  FILLER PIC X(08) VALUE "RSELSTEP".
           05  FILLER PIC X(08) VALUE "EDITSTEP".
           05  FILLER PIC X(08) VALUE "RUNSTEP ".
           05  FILLER PIC X(08) VALUE "EXTRSTEP".
           05  FILLER PIC X(08) VALUE "BALSTEP ".
           05  FILLER PIC X(08) VALUE "DELCKPT ".
           05  FILLER PIC X(08) VALUE "EXCPSTEP".
           05  FILLER PIC X(08) VALUE "PMSTEP  ".
       01  WS-STEP-NAME-TAB REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME PIC X(08) OCCURS 8 TIMES.
       01  WS-STEP-OUTCOME-TAB.
           05  WS-STEP-OUTCOME PIC X(01) OCCURS 8 TIMES.
       01  WS-STP-IDX PIC 99 COMP.
       01  WS-STP-FOUND-IDX PIC 99 COMP.
       01  WS-RUNSTEP-IDX PIC 99 COMP VALUE 3.
       01  WS-EXTRSTEP-IDX PIC 99 COMP VALUE 4.
       01  WS-BALSTEP-IDX PIC 99 COMP VALUE 5.
       01  WS-EXCPSTEP-IDX PIC 99 COMP VALUE 7.
       01  WS-PMSTEP-IDX PIC 99 COMP VALUE 8.
       01  WS-UNKNOWN-CARD-COUNT PIC 9(03) VALUE 0.
      *    P when EXTRSTEP's card says it passed through - the extract
      *    was handed over by an earlier submission of the night
       01  WS-EXTR-PASS-SW PIC X(01) VALUE SPACE.
           88  WS-EXTR-PASSED-THROUGH VALUE "P".
      *    run date - from the PARM, from the current night on RUNCTL,
      *    from tonight's RUNLOG record, or today's date when none of
      *    those can be had
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  WS-PARM-DATE PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE PIC 9(08) VALUE 0.
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS PIC 9(06).
           05  FILLER PIC X(02).
       01  WS-LAST-RLG-DATE PIC 9(08) VALUE 0.
       01  WS-LAST-RLG-STATUS PIC X(01) VALUE SPACE.
       01  WS-TODAY-RLG-STATUS PIC X(01) VALUE SPACE.
       01  WS-PARM-RLG-STATUS PIC X(01) VALUE SPACE.
       01  WS-RCT-NIGHT-DATE PIC 9(08) VALUE 0.
       01  WS-RCT-RLG-STATUS PIC X(01) VALUE SPACE.
       01  WS-RUNLOG-STATUS PIC X(01) VALUE SPACE.
       01  WS-ERROR-COUNT PIC 9(05) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(05) VALUE 0.
       01  WS-BALANCE-RESULT PIC X(01) VALUE "N".
       01  WS-ACK-STATUS PIC X(01) VALUE "X".
       01  WS-ACK-DATE PIC 9(08) VALUE 0.
       01  WS-CERT-STATUS PIC X(01) VALUE "C".
           88  CERT-CERTIFIED VALUE "C".
           88  CERT-WITH-WARNINGS VALUE "W".
           88  CERT-NOT-CERTIFIED VALUE "N".
           88  CERT-NON-PROCESSING VALUE "H".
      *    the reasons printed under the verdict
       01  WS-REASON-COUNT PIC 9(02) VALUE 0.
       01  WS-REASON-TABLE.
           05  WS-REASON-TEXT PIC X(60) OCCURS 12 TIMES.
       01  WS-RSN-IDX PIC 99 COMP.
       01  WS-NEW-REASON PIC X(60).
       01  WS-OUTCOME-TEXT PIC X(34).
       01  WS-STATUS-TEXT PIC X(30).
       01  WS-REPORT-TEXT PIC X(80) VALUE SPACES.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-TODAY-DATE PIC 9999/99/99.
       01  EDIT-TIME PIC 99/99/99.
       01  EDIT-COUNT PIC ZZZZ9.
       01  EDIT-COUNT-2 PIC ZZZZ9.
       LINKAGE SECTION.
      *    optional PARM carrying the run date (CCYYMMDD) to sign
      *    off - empty for the usual end-of-stream use
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
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME-NOW FROM TIME
            PERFORM EDIT-PARM-DATE-PROCEDURE
            PERFORM LOAD-STEP-OUTCOMES-PROCEDURE
            PERFORM READ-RUN-CONTROL-PROCEDURE
            PERFORM LOAD-RUN-LOG-PROCEDURE
            PERFORM COUNT-EXCEPTIONS-PROCEDURE
            IF WS-RUNLOG-STATUS = "N"
                PERFORM JUDGE-NON-PROCESSING-PROCEDURE
            ELSE
                PERFORM JUDGE-NIGHT-PROCEDURE
            END-IF
            PERFORM WRITE-SIGN-OFF-PROCEDURE
            PERFORM PRINT-CERTIFICATE-PROCEDURE
            EVALUATE TRUE
                WHEN CERT-NOT-CERTIFIED
                    MOVE 8 TO RETURN-CODE
                WHEN CERT-WITH-WARNINGS
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            STOP RUN.

      *-----------------------
       EDIT-PARM-DATE-PROCEDURE.
      **
      * Edits the optional run-date PARM up front - a night can be
      * signed off again by date after a rerun has been put right.
      **
            IF PARM-LENGTH > 0
                IF PARM-LENGTH = 8
                   AND PARM-TEXT(1:8) NUMERIC
                    MOVE PARM-TEXT(1:8) TO WS-PARM-DATE
                ELSE
                    DISPLAY "ERROR - PARM MUST BE A CCYYMMDD RUN "
                        "DATE OR EMPTY, NOT '"
                        PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *-----------------------
       LOAD-STEP-OUTCOMES-PROCEDURE.
      **
      * Reads the outcome cards the stream wrote after each step. A
      * step with no card did not run - bypassed by its COND after
      * an earlier failure, or flushed by an abend upstream. A later
      * card for the same step replaces an earlier one.
      **
            PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                    UNTIL WS-STP-IDX > 8
                MOVE "N" TO WS-STEP-OUTCOME(WS-STP-IDX)
            END-PERFORM
            OPEN INPUT STEP-RC-FILE
            IF WS-SRC-FILE-STATUS NOT= "00"
                DISPLAY "WARNING - UNABLE TO OPEN STEP-RC-FILE, "
                    "STATUS = " WS-SRC-FILE-STATUS
                    " - EVERY STEP COUNTS AS NOT RUN"
                SET WS-SRC-EOF TO TRUE
            ELSE
                PERFORM LOAD-ONE-OUTCOME-PROCEDURE
                    UNTIL WS-SRC-EOF
                CLOSE STEP-RC-FILE
            END-IF.

      *-----------------------
       LOAD-ONE-OUTCOME-PROCEDURE.
      **
      * Reads the next outcome card into its step's entry. A card
      * naming no known step, or carrying an outcome other than
      * C/W/F, is reported and ignored. Blank cards are skipped.
      **
            READ STEP-RC-FILE
                AT END
                    SET WS-SRC-EOF TO TRUE
            END-READ
            IF WS-SRC-MORE
               AND STEP-RC-RECORD NOT= SPACES
                MOVE 0 TO WS-STP-FOUND-IDX
                PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                        UNTIL WS-STP-IDX > 8
                    IF WS-STEP-NAME(WS-STP-IDX) = SRC-STEP-NAME
                        MOVE WS-STP-IDX TO WS-STP-FOUND-IDX
                    END-IF
                END-PERFORM
                IF WS-STP-FOUND-IDX = 0
                   OR (SRC-OUTCOME NOT= "C"
                       AND SRC-OUTCOME NOT= "W"
                       AND SRC-OUTCOME NOT= "F")
                    ADD 1 TO WS-UNKNOWN-CARD-COUNT
                    DISPLAY "WARNING - STEP OUTCOME CARD '"
                        STEP-RC-RECORD(1:10) "' NOT RECOGNISED - "
                        "IGNORED"
                ELSE
                    MOVE SRC-OUTCOME
                        TO WS-STEP-OUTCOME(WS-STP-FOUND-IDX)
                    IF WS-STP-FOUND-IDX = WS-EXTRSTEP-IDX
                        MOVE SRC-PASS-FLAG TO WS-EXTR-PASS-SW
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       READ-RUN-CONTROL-PROCEDURE.
      **
      * Picks up the night the stream is working on from RUNCTL's
      * current-night record, which RSELSTEP writes at the start of
      * every submission. No RUNCTL, or no current night on it,
      * leaves the run date to the RUNLOG search.
      **
            OPEN INPUT RUN-CONTROL-FILE
            IF WS-RCT-FILE-STATUS NOT= "00"
                DISPLAY "NOTE - RUNCTL NOT AVAILABLE, STATUS = "
                    WS-RCT-FILE-STATUS " - RUN DATE FROM RUNLOG"
            ELSE
                MOVE 0 TO RCT-RUN-DATE
                MOVE "CURRENT" TO RCT-STEP-NAME
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY "NOTE - NO CURRENT NIGHT ON RUNCTL "
                            "- RUN DATE FROM RUNLOG"
                    NOT INVALID KEY
                        MOVE RCC-NIGHT-DATE TO WS-RCT-NIGHT-DATE
                END-READ
                CLOSE RUN-CONTROL-FILE
            END-IF.

      *-----------------------
       LOAD-RUN-LOG-PROCEDURE.
      **
      * Walks the cumulative RUNLOG once, keeping the last record
      * (tonight's, when RUNSTEP got as far as writing it) and the
      * latest status logged for the PARM date, the RUNCTL night and
      * today, then settles the run date being signed off and its
      * status. A run date that logged more than once (suspended,
      * then resumed) takes its latest record.
      **
            OPEN INPUT RUN-LOG-FILE
            IF WS-RLG-FILE-STATUS NOT= "00"
                DISPLAY "WARNING - UNABLE TO OPEN RUN-LOG-FILE, "
                    "STATUS = " WS-RLG-FILE-STATUS
                SET WS-RLG-EOF TO TRUE
            ELSE
                PERFORM LOAD-ONE-RUN-LOG-PROCEDURE
                    UNTIL WS-RLG-EOF
                CLOSE RUN-LOG-FILE
            END-IF
            EVALUATE TRUE
                WHEN WS-PARM-DATE > 0
                    MOVE WS-PARM-DATE TO WS-RUN-DATE
                    MOVE WS-PARM-RLG-STATUS TO WS-RUNLOG-STATUS
                WHEN WS-RCT-NIGHT-DATE > 0
                    MOVE WS-RCT-NIGHT-DATE TO WS-RUN-DATE
                    MOVE WS-RCT-RLG-STATUS TO WS-RUNLOG-STATUS
                WHEN WS-LAST-RLG-DATE > 0
                 AND (WS-STEP-OUTCOME(WS-RUNSTEP-IDX) = "C"
                      OR WS-STEP-OUTCOME(WS-RUNSTEP-IDX) = "W")
      *            on an overnight window the search's run date is
      *            yesterday's by the time this step runs
                    MOVE WS-LAST-RLG-DATE TO WS-RUN-DATE
                    MOVE WS-LAST-RLG-STATUS TO WS-RUNLOG-STATUS
                WHEN WS-LAST-RLG-STATUS = "N"
                 AND WS-STEP-OUTCOME(1) = "W"
      *            a non-processing day RSELSTEP logged tonight - the
      *            same overnight reasoning applies
                    MOVE WS-LAST-RLG-DATE TO WS-RUN-DATE
                    MOVE WS-LAST-RLG-STATUS TO WS-RUNLOG-STATUS
                WHEN OTHER
                    MOVE WS-TODAY-DATE TO WS-RUN-DATE
                    MOVE WS-TODAY-RLG-STATUS TO WS-RUNLOG-STATUS
            END-EVALUATE.

      *-----------------------
       LOAD-ONE-RUN-LOG-PROCEDURE.
      **
      * Reads the next RUNLOG record and keeps what the run-date
      * decision needs from it.
      **
            READ RUN-LOG-FILE
                AT END
                    SET WS-RLG-EOF TO TRUE
            END-READ
            IF WS-RLG-MORE
                MOVE RLG-RUN-DATE TO WS-LAST-RLG-DATE
                MOVE RLG-STATUS TO WS-LAST-RLG-STATUS
                IF RLG-RUN-DATE = WS-PARM-DATE
                    MOVE RLG-STATUS TO WS-PARM-RLG-STATUS
                END-IF
                IF RLG-RUN-DATE = WS-RCT-NIGHT-DATE
                    MOVE RLG-STATUS TO WS-RCT-RLG-STATUS
                END-IF
                IF RLG-RUN-DATE = WS-TODAY-DATE
                    MOVE RLG-STATUS TO WS-TODAY-RLG-STATUS
                END-IF
            END-IF.

      *-----------------------
       COUNT-EXCEPTIONS-PROCEDURE.
      **
      * Counts the night's exceptions by severity. The stream clears
      * EXCPLOG as its first step, so everything on it is tonight's.
      * An unknown severity counts as an error, as the exception
      * report counts it; a missing log means nothing was thrown.
      **
            OPEN INPUT EXCEPTION-FILE
            IF WS-EXC-FILE-STATUS NOT= "00"
                SET WS-EXC-EOF TO TRUE
            ELSE
                PERFORM COUNT-ONE-EXCEPTION-PROCEDURE
                    UNTIL WS-EXC-EOF
                CLOSE EXCEPTION-FILE
            END-IF.

      *-----------------------
       COUNT-ONE-EXCEPTION-PROCEDURE.
      **
      * Reads and counts the next exception record.
      **
            READ EXCEPTION-FILE
                AT END
                    SET WS-EXC-EOF TO TRUE
            END-READ
            IF WS-EXC-MORE
                IF EXC-SEVERITY = "W"
                    ADD 1 TO WS-WARNING-COUNT
                ELSE
                    ADD 1 TO WS-ERROR-COUNT
                END-IF
            END-IF.

      *-----------------------
       JUDGE-NIGHT-PROCEDURE.
      **
      * Decides the verdict and collects the reasons. Any of the
      * first six steps not ending clean, a RUNLOG status other than
      * completed, an exception at error level or the exception
      * report not running leaves the night NOT CERTIFIED; warnings
      * alone, or a pattern master update that did not end clean,
      * leave it CERTIFIED WITH WARNINGS.
      **
            SET CERT-CERTIFIED TO TRUE
            MOVE 0 TO WS-REASON-COUNT
            PERFORM JUDGE-ONE-STEP-PROCEDURE
                VARYING WS-STP-IDX FROM 1 BY 1
                UNTIL WS-STP-IDX > 6
            EVALUATE WS-RUNLOG-STATUS
                WHEN "C"
                    CONTINUE
                WHEN "S"
                    MOVE
                        "RUNLOG - THE SEARCH SUSPENDED AT THE STOP TIME"
                        TO WS-NEW-REASON
                    PERFORM ADD-NOT-CERTIFIED-PROCEDURE
                WHEN "B"
                    MOVE "RUNLOG - THE RUN DATE HAS BEEN BACKED OUT"
                        TO WS-NEW-REASON
                    PERFORM ADD-NOT-CERTIFIED-PROCEDURE
                WHEN SPACE
                    MOVE "RUNLOG - NO RECORD FOR THE RUN DATE"
                        TO WS-NEW-REASON
                    PERFORM ADD-NOT-CERTIFIED-PROCEDURE
                WHEN OTHER
                    MOVE SPACES TO WS-NEW-REASON
                    STRING "RUNLOG - UNEXPECTED STATUS '"
                        WS-RUNLOG-STATUS "'"
                        DELIMITED BY SIZE INTO WS-NEW-REASON
                    PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-EVALUATE
            EVALUATE WS-STEP-OUTCOME(WS-BALSTEP-IDX)
                WHEN "C"
                    MOVE "B" TO WS-BALANCE-RESULT
                WHEN "N"
                    MOVE "N" TO WS-BALANCE-RESULT
                WHEN OTHER
                    MOVE "O" TO WS-BALANCE-RESULT
            END-EVALUATE
            IF WS-STEP-OUTCOME(WS-EXCPSTEP-IDX) = "N"
                MOVE "EXCPSTEP - THE EXCEPTION REPORT DID NOT RUN"
                    TO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF
            IF WS-STEP-OUTCOME(WS-PMSTEP-IDX) NOT= "C"
                MOVE WS-PMSTEP-IDX TO WS-STP-IDX
                PERFORM SET-OUTCOME-TEXT-PROCEDURE
                MOVE SPACES TO WS-NEW-REASON
                STRING WS-STEP-NAME(WS-STP-IDX) " - "
                    WS-OUTCOME-TEXT
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-REASON-PROCEDURE
                IF CERT-CERTIFIED
                    SET CERT-WITH-WARNINGS TO TRUE
                END-IF
            END-IF
            IF WS-ERROR-COUNT > 0
                MOVE WS-ERROR-COUNT TO EDIT-COUNT
                MOVE SPACES TO WS-NEW-REASON
                STRING "EXCPLOG - " EDIT-COUNT
                    " EXCEPTION(S) AT ERROR LEVEL"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF
            IF WS-WARNING-COUNT > 0
                MOVE WS-WARNING-COUNT TO EDIT-COUNT
                MOVE SPACES TO WS-NEW-REASON
                STRING "EXCPLOG - " EDIT-COUNT
                    " EXCEPTION(S) AT WARNING LEVEL"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-REASON-PROCEDURE
                IF CERT-CERTIFIED
                    SET CERT-WITH-WARNINGS TO TRUE
                END-IF
            END-IF
            IF WS-UNKNOWN-CARD-COUNT > 0
                MOVE "STEPRC - UNRECOGNISED STEP OUTCOME CARD(S)"
                    TO WS-NEW-REASON
                PERFORM ADD-REASON-PROCEDURE
                IF CERT-CERTIFIED
                    SET CERT-WITH-WARNINGS TO TRUE
                END-IF
            END-IF.

      *-----------------------
       JUDGE-NON-PROCESSING-PROCEDURE.
      **
      * Judges a run date the business calendar made a non-processing
      * day - nothing was due, so the verdict is NON-PROCESSING DAY
      * as long as the night closed the way such a night should:
      * RSELSTEP ended with its non-processing warning, none of the
      * processing steps ran, and the exception report ran with no
      * error-level exception. Anything else leaves it NOT CERTIFIED.
      **
            SET CERT-NON-PROCESSING TO TRUE
            MOVE 0 TO WS-REASON-COUNT
            MOVE "N" TO WS-BALANCE-RESULT
            MOVE SPACES TO WS-NEW-REASON
            STRING "RUNLOG - NON-PROCESSING DAY ON THE CALENDAR"
                " - NOTHING DUE"
                DELIMITED BY SIZE INTO WS-NEW-REASON
            PERFORM ADD-REASON-PROCEDURE
            IF WS-STEP-OUTCOME(1) NOT= "W"
                MOVE 1 TO WS-STP-IDX
                PERFORM SET-OUTCOME-TEXT-PROCEDURE
                MOVE SPACES TO WS-NEW-REASON
                STRING WS-STEP-NAME(WS-STP-IDX) " - "
                    WS-OUTCOME-TEXT
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF
            PERFORM JUDGE-ONE-IDLE-STEP-PROCEDURE
                VARYING WS-STP-IDX FROM 2 BY 1
                UNTIL WS-STP-IDX > 8
            IF WS-STEP-OUTCOME(WS-EXCPSTEP-IDX) = "N"
                MOVE "EXCPSTEP - THE EXCEPTION REPORT DID NOT RUN"
                    TO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF
            IF WS-ERROR-COUNT > 0
                MOVE WS-ERROR-COUNT TO EDIT-COUNT
                MOVE SPACES TO WS-NEW-REASON
                STRING "EXCPLOG - " EDIT-COUNT
                    " EXCEPTION(S) AT ERROR LEVEL"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF
            IF WS-WARNING-COUNT > 0
                MOVE WS-WARNING-COUNT TO EDIT-COUNT
                MOVE SPACES TO WS-NEW-REASON
                STRING "EXCPLOG - " EDIT-COUNT
                    " EXCEPTION(S) AT WARNING LEVEL"
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-REASON-PROCEDURE
            END-IF
            IF WS-UNKNOWN-CARD-COUNT > 0
                MOVE "STEPRC - UNRECOGNISED STEP OUTCOME CARD(S)"
                    TO WS-NEW-REASON
                PERFORM ADD-REASON-PROCEDURE
            END-IF.

      *-----------------------
       JUDGE-ONE-IDLE-STEP-PROCEDURE.
      **
      * On a non-processing day a processing step that ran at all is
      * a reason the day cannot sign off - the exception report is
      * judged separately.
      **
            IF WS-STP-IDX NOT= WS-EXCPSTEP-IDX
               AND WS-STEP-OUTCOME(WS-STP-IDX) NOT= "N"
                PERFORM SET-OUTCOME-TEXT-PROCEDURE
                MOVE SPACES TO WS-NEW-REASON
                STRING WS-STEP-NAME(WS-STP-IDX)
                    " - RAN ON A NON-PROCESSING DAY, "
                    WS-OUTCOME-TEXT
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF.

      *-----------------------
       JUDGE-ONE-STEP-PROCEDURE.
      **
      * Any outcome but clean on one of the six processing steps is
      * a reason the night cannot certify.
      **
            IF WS-STEP-OUTCOME(WS-STP-IDX) NOT= "C"
                PERFORM SET-OUTCOME-TEXT-PROCEDURE
                MOVE SPACES TO WS-NEW-REASON
                STRING WS-STEP-NAME(WS-STP-IDX) " - "
                    WS-OUTCOME-TEXT
                    DELIMITED BY SIZE INTO WS-NEW-REASON
                PERFORM ADD-NOT-CERTIFIED-PROCEDURE
            END-IF.

      *-----------------------
       SET-OUTCOME-TEXT-PROCEDURE.
      **
      * Spells out the outcome of the step WS-STP-IDX points at.
      **
            EVALUATE WS-STEP-OUTCOME(WS-STP-IDX)
                WHEN "C"
                    MOVE "CLEAN (RC 0-1)" TO WS-OUTCOME-TEXT
                WHEN "W"
                    MOVE "ENDED WITH A WARNING (RC 2-7)"
                        TO WS-OUTCOME-TEXT
                WHEN "F"
                    MOVE "FAILED (RC=8 OR HIGHER) OR ABENDED"
                        TO WS-OUTCOME-TEXT
                WHEN OTHER
                    MOVE "DID NOT RUN" TO WS-OUTCOME-TEXT
            END-EVALUATE.

      *-----------------------
       ADD-NOT-CERTIFIED-PROCEDURE.
      **
      * Records a reason that on its own stops the night certifying.
      **
            SET CERT-NOT-CERTIFIED TO TRUE
            PERFORM ADD-REASON-PROCEDURE.

      *-----------------------
       ADD-REASON-PROCEDURE.
      **
      * Adds WS-NEW-REASON to the reason table - twelve is more than
      * the checks above can raise, so an overflow is only noted.
      **
            IF WS-REASON-COUNT < 12
                ADD 1 TO WS-REASON-COUNT
                MOVE WS-NEW-REASON TO WS-REASON-TEXT(WS-REASON-COUNT)
            ELSE
                DISPLAY "WARNING - MORE THAN 12 REASONS - '"
                    WS-NEW-REASON "' NOT PRINTED"
            END-IF.

      *-----------------------
       WRITE-SIGN-OFF-PROCEDURE.
      **
      * Writes the night's sign-off record, replacing the earlier
      * one when the run date is signed off again. The ack status
      * starts as awaited whenever EXTRSTEP handed a fresh extract
      * over; otherwise - including EXTRSTEP passing through because
      * an earlier submission handed the extract over - a re-signed
      * night keeps what ABCDACKR last recorded. A night with no
      * extract handed over at all is marked X.
      **
            OPEN I-O SIGN-OFF-FILE
            IF WS-SGN-FILE-STATUS NOT= "00"
                OPEN OUTPUT SIGN-OFF-FILE
                CLOSE SIGN-OFF-FILE
                OPEN I-O SIGN-OFF-FILE
            END-IF
            IF WS-SGN-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN SIGN-OFF-FILE, "
                    "STATUS = " WS-SGN-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-RUN-DATE TO SGN-RUN-DATE
            READ SIGN-OFF-FILE
                INVALID KEY
                    MOVE "X" TO WS-ACK-STATUS
                    MOVE 0 TO WS-ACK-DATE
                NOT INVALID KEY
                    MOVE SGN-ACK-STATUS TO WS-ACK-STATUS
                    MOVE SGN-ACK-DATE TO WS-ACK-DATE
            END-READ
            IF WS-STEP-OUTCOME(WS-EXTRSTEP-IDX) = "C"
               AND (NOT WS-EXTR-PASSED-THROUGH
                    OR WS-ACK-STATUS = "X")
                MOVE "P" TO WS-ACK-STATUS
                MOVE 0 TO WS-ACK-DATE
            END-IF
            MOVE WS-RUN-DATE TO SGN-RUN-DATE
            MOVE WS-TODAY-DATE TO SGN-SIGNED-DATE
            MOVE WS-TIME-HHMMSS TO SGN-SIGNED-TIME
            PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                    UNTIL WS-STP-IDX > 7
                MOVE WS-STEP-NAME(WS-STP-IDX)
                    TO SGN-STEP-NAME(WS-STP-IDX)
                MOVE WS-STEP-OUTCOME(WS-STP-IDX)
                    TO SGN-STEP-OUTCOME(WS-STP-IDX)
            END-PERFORM
            MOVE WS-STEP-NAME(WS-PMSTEP-IDX) TO SGN-PMSTEP-NAME
            MOVE WS-STEP-OUTCOME(WS-PMSTEP-IDX) TO SGN-PMSTEP-OUTCOME
            MOVE WS-RUNLOG-STATUS TO SGN-RUNLOG-STATUS
            MOVE WS-BALANCE-RESULT TO SGN-BALANCE-RESULT
            MOVE WS-ERROR-COUNT TO SGN-ERROR-COUNT
            MOVE WS-WARNING-COUNT TO SGN-WARNING-COUNT
            MOVE WS-CERT-STATUS TO SGN-CERT-STATUS
            MOVE WS-REASON-COUNT TO SGN-REASON-COUNT
            MOVE WS-ACK-STATUS TO SGN-ACK-STATUS
            MOVE WS-ACK-DATE TO SGN-ACK-DATE
            WRITE SIGN-OFF-RECORD
                INVALID KEY
                    REWRITE SIGN-OFF-RECORD
                        INVALID KEY
                            DISPLAY "ERROR - UNABLE TO REWRITE "
                                "SIGN-OFF RECORD, STATUS = "
                                WS-SGN-FILE-STATUS
                            MOVE 12 TO RETURN-CODE
                    END-REWRITE
            END-WRITE
            CLOSE SIGN-OFF-FILE.

      *-----------------------
       PRINT-CERTIFICATE-PROCEDURE.
      **
      * Prints the one-page completion certificate to SYSOUT and to
      * CERTOUT, the dated generation that goes in the binder.
      **
            OPEN OUTPUT CERTIFICATE-FILE
            IF WS-CRT-FILE-STATUS = "00"
                MOVE "Y" TO WS-CRT-OPEN-SW
            ELSE
                DISPLAY "WARNING - UNABLE TO OPEN CERTIFICATE-FILE, "
                    "STATUS = " WS-CRT-FILE-STATUS
                    " - CERTIFICATE ON SYSOUT ONLY"
            END-IF
            MOVE ALL "=" TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE "ABCDEFGHPPP NIGHTLY COMPLETION CERTIFICATE"
                TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            MOVE WS-TODAY-DATE TO EDIT-TODAY-DATE
            MOVE WS-TIME-HHMMSS TO EDIT-TIME
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "RUN DATE " EDIT-RUN-DATE
                "          SIGNED " EDIT-TODAY-DATE " " EDIT-TIME
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE ALL "-" TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE "STEP       OUTCOME" TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            PERFORM PRINT-ONE-STEP-PROCEDURE
                VARYING WS-STP-IDX FROM 1 BY 1
                UNTIL WS-STP-IDX > 8
            MOVE SPACES TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            EVALUATE WS-RUNLOG-STATUS
                WHEN "C"
                    MOVE "COMPLETED" TO WS-STATUS-TEXT
                WHEN "S"
                    MOVE "SUSPENDED" TO WS-STATUS-TEXT
                WHEN "B"
                    MOVE "BACKED OUT" TO WS-STATUS-TEXT
                WHEN "N"
                    MOVE "NON-PROCESSING DAY" TO WS-STATUS-TEXT
                WHEN SPACE
                    MOVE "NO RECORD" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE WS-RUNLOG-STATUS TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "RUNLOG STATUS     " WS-STATUS-TEXT
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            EVALUATE WS-BALANCE-RESULT
                WHEN "B"
                    MOVE "BALANCED" TO WS-STATUS-TEXT
                WHEN "O"
                    MOVE "OUT OF BALANCE OR FAILED" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "NOT RUN" TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "BALANCING         " WS-STATUS-TEXT
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE WS-ERROR-COUNT TO EDIT-COUNT
            MOVE WS-WARNING-COUNT TO EDIT-COUNT-2
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "EXCEPTIONS        ERRORS " EDIT-COUNT
                "   WARNINGS " EDIT-COUNT-2
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            EVALUATE WS-ACK-STATUS
                WHEN "P"
                    MOVE "AWAITING ACK" TO WS-STATUS-TEXT
                WHEN "A"
                    MOVE "ACKNOWLEDGED CLEAN" TO WS-STATUS-TEXT
                WHEN "O"
                    MOVE "OVERDUE" TO WS-STATUS-TEXT
                WHEN "R"
                    MOVE "REJECTED BY RECEIVER" TO WS-STATUS-TEXT
                WHEN "M"
                    MOVE "ACK DOES NOT MATCH" TO WS-STATUS-TEXT
                WHEN "B"
                    MOVE "BACKED OUT" TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE "NO EXTRACT HANDED OVER" TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "ACKNOWLEDGEMENT   " WS-STATUS-TEXT
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            MOVE ALL "-" TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            EVALUATE TRUE
                WHEN CERT-CERTIFIED
                    MOVE "VERDICT: CERTIFIED" TO WS-REPORT-TEXT
                WHEN CERT-WITH-WARNINGS
                    MOVE "VERDICT: CERTIFIED WITH WARNINGS"
                        TO WS-REPORT-TEXT
                WHEN CERT-NON-PROCESSING
                    MOVE "VERDICT: NON-PROCESSING DAY - NO RUN DUE"
                        TO WS-REPORT-TEXT
                WHEN OTHER
                    MOVE "VERDICT: NOT CERTIFIED" TO WS-REPORT-TEXT
            END-EVALUATE
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            IF WS-REASON-COUNT = 0
                MOVE "REASONS: NONE - EVERY STEP CLEAN, NO EXCEPTIONS"
                    TO WS-REPORT-TEXT
                PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            ELSE
                MOVE "REASONS:" TO WS-REPORT-TEXT
                PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
                PERFORM PRINT-ONE-REASON-PROCEDURE
                    VARYING WS-RSN-IDX FROM 1 BY 1
                    UNTIL WS-RSN-IDX > WS-REASON-COUNT
            END-IF
            MOVE ALL "=" TO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE
            IF WS-CRT-OPEN-SW = "Y"
                CLOSE CERTIFICATE-FILE
            END-IF.

      *-----------------------
       PRINT-ONE-STEP-PROCEDURE.
      **
      * Prints one step's outcome line.
      **
            PERFORM SET-OUTCOME-TEXT-PROCEDURE
            MOVE SPACES TO WS-REPORT-TEXT
            STRING WS-STEP-NAME(WS-STP-IDX) "   " WS-OUTCOME-TEXT
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE.

      *-----------------------
       PRINT-ONE-REASON-PROCEDURE.
      **
      * Prints one reason line under the verdict.
      **
            MOVE SPACES TO WS-REPORT-TEXT
            STRING "  - " WS-REASON-TEXT(WS-RSN-IDX)
                DELIMITED BY SIZE INTO WS-REPORT-TEXT
            PERFORM WRITE-CERTIFICATE-LINE-PROCEDURE.

      *-----------------------
       WRITE-CERTIFICATE-LINE-PROCEDURE.
      **
      * Displays the line in WS-REPORT-TEXT and writes it to CERTOUT
      * when the certificate file opened.
      **
            DISPLAY WS-REPORT-TEXT
            IF WS-CRT-OPEN-SW = "Y"
                MOVE WS-REPORT-TEXT TO CERTIFICATE-RECORD
                WRITE CERTIFICATE-RECORD
            END-IF.

       END PROGRAM ABCDSGNR.
