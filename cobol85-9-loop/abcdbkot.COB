      *          BACKOUT REPORT OF EVERYTHING IT TOUCHED.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - A clean full-date backout of the night the
      *               pattern master's high-water mark stands on steps
      *               the mark back to the night before it, so the
      *               nightly PMSTEP folds the rerun of the night in;
      *               a mark already past the night is warned about.
      * 15 OCT 2026 - Every AUDITF record deleted is also appended,
      *               as a before image stamped with program, run
      *               date and time, to the shared AUDJRNL change
      *               journal, so ABCDJRCV's forward recovery replays
      *               the backout too. A journal that cannot be
      *               written ends the step RC=8.
      * 15 OCT 2026 - The pattern master (PATMAST) is adjusted for
      *               every pattern with records reversed: its
      *               confirmation count comes down, a night with
      *               nothing left on it comes off the night count,
      *               and a pattern whose latest night was the one
      *               reversed is marked BACKED OUT with its last date
      *               and streak stepped back. A master that cannot be
      *               opened is warned about and the backout runs on
      *               without it.
      * 01 SEP 2026 - The reversal records' modes now come from the
      *               backout date's own RUNLOG record (RLG-RULE-ENTRY
      *               carries every rule in force that night with its
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT PATTERN-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-PATTERN
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "AUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
                   15  AUD-POSITION   PIC X(01) OCCURS 9 TIMES.
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
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
      *    the master's one control record - the high-water mark
      *    ABCDPMUP keeps, and the mark before it
       01  PATTERN-MASTER-CONTROL.
           05  PMC-KEY                PIC X(09).
           05  PMC-HIGH-WATER-DATE    PIC 9(08).
           05  PMC-PRIOR-DATE         PIC 9(08).
           05  PMC-UPDATED-DATE       PIC 9(08).
           05  FILLER                 PIC X(87).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
      *    one before/after image per AUDITF or AUDHIST add or delete,
      *    appended in the order the change was made by every program
      *    that changes either cluster - ABCDJRCV replays the AUDITF
      *    entries forward over the last backup to rebuild a damaged
      *    cluster. An add carries a blank before image, a delete a
      *    blank after image.
       01  JOURNAL-RECORD.
           05  JRN-PROGRAM-ID         PIC X(11).
           05  JRN-RUN-DATE           PIC 9(08).
           05  JRN-STAMP-DATE         PIC 9(08).
      *    HHMMSSCC, as ACCEPT ... FROM TIME returns it
           05  JRN-STAMP-TIME         PIC 9(08).
      *    'AUDITF  ' or 'AUDHIST '
           05  JRN-FILE-ID            PIC X(08).
      *    'A' record added, 'D' record deleted
           05  JRN-ACTION             PIC X(01).
           05  JRN-BEFORE-IMAGE       PIC X(21).
           05  JRN-AFTER-IMAGE        PIC X(21).
           05  FILLER                 PIC X(14).
       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-REV-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-OPEN-SW PIC X(01) VALUE "N".
       01  WS-PMS-CONTROL-KEY PIC X(09) VALUE "*CONTROL*".
       01  WS-CTL-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-CTL-EOF VALUE "Y".
           88  WS-CTL-MORE VALUE "N".
       01  WS-POS-IDX PIC 99 COMP.
       01  WS-STR-PTR PIC 9(03) COMP.
       01  WS-DELETE-FAILURES PIC 9(05) VALUE 0.
      *    the pattern group in hand - the cluster is walked in
      *    pattern-major key order, so once the pattern changes its
      *    reversed count, whether anything is still live on the
      *    backout date, and its latest live night before that date
      *    are all known
       01  WS-HOLD-PATTERN PIC X(09) VALUE SPACES.
       01  WS-PAT-REVERSED PIC 9(05) VALUE 0.
       01  WS-PAT-DATE-LEFT-SW PIC X(01) VALUE "N".
       01  WS-PAT-LATEST-LIVE PIC 9(08) VALUE 0.
       01  WS-SCAN-CUT-SW PIC X(01) VALUE "N".
       01  WS-PMS-ADJUSTED-COUNT PIC 9(07) VALUE 0.
      *    RUNLOG is line sequential, so flagging one record means
      *    rewriting the dataset through this table - 1000 records
      *    is close to three years of nightly history
       01  WS-LOG-OVERFLOW-SW PIC X(01) VALUE "N".
           88  WS-LOG-OVERFLOWED VALUE "Y".
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
      *    AUDITF change journal controls - the caller of
      *    WRITE-JOURNAL-PROCEDURE sets the action and the images
       01  WS-JRN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-JRN-ACTION PIC X(01) VALUE SPACE.
       01  WS-JRN-BEFORE-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-AFTER-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-FAILURES PIC 9(05) VALUE 0.
       01  EDIT-JRN-FAILURES PIC ZZZZ9.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-BACKOUT-DATE PIC 9999/99/99.
       01  EDIT-HIGH-WATER PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       LINKAGE SECTION.
      *    the run date to reverse, with an optional rule id after a
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-PATTERN-MASTER-PROCEDURE
            PERFORM WRITE-REVERSAL-HEADER-PROCEDURE
            PERFORM BACK-OUT-ONE-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
      *    the last pattern's group is only complete when the scan
      *    reached end of file
            IF WS-SCAN-CUT-SW = "N"
                PERFORM ADJUST-PATTERN-MASTER-PROCEDURE
            END-IF
            IF WS-PMS-OPEN-SW = "Y"
                IF WS-WHOLE-DATE
                   AND RETURN-CODE = 0
                   AND WS-DELETE-FAILURES = 0
                   AND WS-REVERSAL-COUNT > 0
                    PERFORM STEP-BACK-HIGH-WATER-PROCEDURE
                END-IF
                CLOSE PATTERN-MASTER-FILE
            END-IF
      *    no trailer on a cut-short reversal - without the T record
      *    the receiver's unload cannot balance, which is exactly
      *    right for a file that must not be applied
               AND RETURN-CODE = 0
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
            STOP RUN.

      *-----------------------
                    DISPLAY "ERROR - READ NEXT ON AUDIT-FILE GAVE "
                        "STATUS " WS-AUD-FILE-STATUS
                    MOVE 12 TO RETURN-CODE
                    MOVE "Y" TO WS-SCAN-CUT-SW
                    SET WS-AUD-EOF TO TRUE
                ELSE
                    IF AUD-PATTERN NOT= WS-HOLD-PATTERN
                        PERFORM ADJUST-PATTERN-MASTER-PROCEDURE
                        MOVE AUD-PATTERN TO WS-HOLD-PATTERN
                        MOVE 0 TO WS-PAT-REVERSED
                        MOVE "N" TO WS-PAT-DATE-LEFT-SW
                        MOVE 0 TO WS-PAT-LATEST-LIVE
                    END-IF
                    IF AUD-RUN-DATE = WS-BACKOUT-DATE
                       AND (WS-WHOLE-DATE
                            OR AUD-RULE-ID = WS-BACKOUT-RULE)
                        PERFORM REVERSE-AND-DELETE-PROCEDURE
                    ELSE
                        IF AUD-RUN-DATE = WS-BACKOUT-DATE
                            MOVE "Y" TO WS-PAT-DATE-LEFT-SW
                        END-IF
                        IF AUD-RUN-DATE < WS-BACKOUT-DATE
                           AND AUD-RUN-DATE > WS-PAT-LATEST-LIVE
                            MOVE AUD-RUN-DATE TO WS-PAT-LATEST-LIVE
                        END-IF
                    END-IF
                END-IF
            END-IF.
                    " GAVE STATUS " WS-REV-FILE-STATUS
                    " - RECORD LEFT ON THE CLUSTER"
                MOVE 12 TO RETURN-CODE
                MOVE "Y" TO WS-PAT-DATE-LEFT-SW
            ELSE
                ADD 1 TO WS-REVERSAL-COUNT
                MOVE AUD-PATTERN TO WS-PATTERN-NUM-X
                END-ADD
                DISPLAY "BACKED OUT " AUD-PATTERN " RULE "
                    AUD-RULE-ID
                MOVE AUDIT-RECORD TO WS-JRN-BEFORE-IMAGE
                DELETE AUDIT-FILE RECORD
                    INVALID KEY
                        DISPLAY "ERROR - DELETE FOR " AUD-PATTERN
                            " GAVE STATUS " WS-AUD-FILE-STATUS
                        ADD 1 TO WS-DELETE-FAILURES
                        MOVE "Y" TO WS-PAT-DATE-LEFT-SW
                    NOT INVALID KEY
                        ADD 1 TO WS-PAT-REVERSED
                        MOVE "D" TO WS-JRN-ACTION
                        MOVE SPACES TO WS-JRN-AFTER-IMAGE
                        PERFORM WRITE-JOURNAL-PROCEDURE
                END-DELETE
            END-IF.

      *-----------------------
       WRITE-JOURNAL-PROCEDURE.
      **
      * Appends one before/after image of a AUDITF change to the
      * shared AUDJRNL journal, stamped with this program, the run
      * date and the time of the change - opened and closed around
      * each record, as the search step does, so a run that abends
      * leaves every change it made already journaled. A record
      * that cannot be written is counted for
      * REPORT-JOURNAL-FAILURES-PROCEDURE.
      **
            MOVE SPACES TO JOURNAL-RECORD
            MOVE "ABCDBKOT" TO JRN-PROGRAM-ID
            MOVE WS-RUN-DATE TO JRN-RUN-DATE
            ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-STAMP-TIME FROM TIME
            MOVE "AUDITF" TO JRN-FILE-ID
            MOVE WS-JRN-ACTION TO JRN-ACTION
            MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
            MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE
            OPEN EXTEND JOURNAL-FILE
            IF WS-JRN-FILE-STATUS NOT= "00"
                OPEN OUTPUT JOURNAL-FILE
            END-IF
            IF WS-JRN-FILE-STATUS NOT= "00"
                DISPLAY "WARNING - UNABLE TO OPEN JOURNAL-FILE, "
                    "STATUS = " WS-JRN-FILE-STATUS
                ADD 1 TO WS-JRN-FAILURES
            ELSE
                WRITE JOURNAL-RECORD
                IF WS-JRN-FILE-STATUS NOT= "00"
                    DISPLAY "WARNING - UNABLE TO WRITE JOURNAL-FILE, "
                        "STATUS = " WS-JRN-FILE-STATUS
                    ADD 1 TO WS-JRN-FAILURES
                END-IF
                CLOSE JOURNAL-FILE
            END-IF.

      *-----------------------
       REPORT-JOURNAL-FAILURES-PROCEDURE.
      **
      * An AUDITF change missing from the journal would be lost by a
      * forward recovery, so any this run could not journal ends
      * the step RC=8 - AUDITF should
      * be backed up again before the journal is relied on.
      **
            IF WS-JRN-FAILURES > 0
                MOVE WS-JRN-FAILURES TO EDIT-JRN-FAILURES
                DISPLAY "ERROR - " EDIT-JRN-FAILURES
                    " AUDITF CHANGES COULD NOT BE JOURNALED - BACK UP "
                    "AUDITF BEFORE RELYING ON THE JOURNAL"
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

      *-----------------------
       OPEN-PATTERN-MASTER-PROCEDURE.
      **
      * Opens the pattern master for update. Backing the run out of
      * AUDITF matters more than the master, so a master that cannot
      * be opened is warned about and the backout runs on.
      **
            OPEN I-O PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS = "00"
                MOVE "Y" TO WS-PMS-OPEN-SW
            ELSE
                DISPLAY "WARNING - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                    " - PATTERN MASTER NOT ADJUSTED"
            END-IF.

      *-----------------------
       ADJUST-PATTERN-MASTER-PROCEDURE.
      **
      * Called when the pattern changes: takes the records just
      * reversed for the last pattern off its master record. When
      * nothing of the pattern is left on the backout date the night
      * comes off too, and when that night was the pattern's latest
      * the pattern is marked BACKED OUT, its streak shortened and
      * its last date stepped back to the latest night still live -
      * or cleared when none is, so the rerun of the night folds it
      * back in cleanly. A pattern the master never saw is skipped.
      **
            IF WS-PMS-OPEN-SW = "Y"
               AND WS-PAT-REVERSED > 0
                MOVE WS-HOLD-PATTERN TO PMS-PATTERN
                READ PATTERN-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM BACK-OUT-MASTER-RECORD-PROCEDURE
                END-READ
            END-IF.

      *-----------------------
       BACK-OUT-MASTER-RECORD-PROCEDURE.
      **
      * Applies the reversal to the master record just read and
      * rewrites it.
      **
            IF PMS-CONFIRM-COUNT > WS-PAT-REVERSED
                SUBTRACT WS-PAT-REVERSED FROM PMS-CONFIRM-COUNT
            ELSE
                MOVE 0 TO PMS-CONFIRM-COUNT
            END-IF
            IF WS-PAT-DATE-LEFT-SW = "N"
                IF PMS-NIGHT-COUNT > 0
                    SUBTRACT 1 FROM PMS-NIGHT-COUNT
                END-IF
                IF PMS-LAST-DATE = WS-BACKOUT-DATE
                    SET PMS-BACKED-OUT TO TRUE
                    MOVE WS-RUN-DATE TO PMS-STATUS-DATE
                    IF PMS-STREAK > 0
                        SUBTRACT 1 FROM PMS-STREAK
                    END-IF
                    IF WS-PAT-LATEST-LIVE > 0
                        MOVE WS-PAT-LATEST-LIVE TO PMS-LAST-DATE
                    ELSE
                        IF PMS-FIRST-DATE < WS-BACKOUT-DATE
                            MOVE PMS-FIRST-DATE TO PMS-LAST-DATE
                        ELSE
                            MOVE 0 TO PMS-FIRST-DATE
                            MOVE 0 TO PMS-LAST-DATE
                        END-IF
                    END-IF
                END-IF
            END-IF
            REWRITE PATTERN-MASTER-RECORD
                INVALID KEY
                    DISPLAY "WARNING - PATTERN MASTER REWRITE FOR "
                        PMS-PATTERN " GAVE STATUS " WS-PMS-FILE-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-PMS-ADJUSTED-COUNT
            END-REWRITE.

      *-----------------------
       STEP-BACK-HIGH-WATER-PROCEDURE.
      **
      * After a clean full-date backout: when the pattern master's
      * high-water mark stands on the night backed out, steps it back
      * to the mark before that night, so the nightly PMSTEP folds
      * the rerun of the night in as a night after the mark. A mark
      * already past the night means later nights are in - folding
      * the rerun in behind them would break their streaks - so that
      * is warned about and the mark left alone. No control record,
      * or a mark short of the night, needs nothing.
      **
            MOVE WS-PMS-CONTROL-KEY TO PMC-KEY
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    MOVE 0 TO PMC-HIGH-WATER-DATE
            END-READ
            EVALUATE TRUE
                WHEN PMC-HIGH-WATER-DATE = WS-BACKOUT-DATE
                    MOVE PMC-PRIOR-DATE TO PMC-HIGH-WATER-DATE
                    MOVE WS-RUN-DATE TO PMC-UPDATED-DATE
                    REWRITE PATTERN-MASTER-CONTROL
                        INVALID KEY
                            DISPLAY "WARNING - HIGH-WATER MARK "
                                "REWRITE GAVE STATUS "
                                WS-PMS-FILE-STATUS
                        NOT INVALID KEY
                            MOVE PMC-HIGH-WATER-DATE
                                TO EDIT-HIGH-WATER
                            DISPLAY "PATTERN MASTER HIGH-WATER MARK "
                                "STEPPED BACK TO " EDIT-HIGH-WATER
                    END-REWRITE
                WHEN PMC-HIGH-WATER-DATE > WS-BACKOUT-DATE
                    MOVE PMC-HIGH-WATER-DATE TO EDIT-HIGH-WATER
                    DISPLAY "WARNING - PATTERN MASTER HIGH-WATER MARK "
                        "IS ALREADY " EDIT-HIGH-WATER " - A RERUN OF "
                        "THE NIGHT WILL NOT BE FOLDED IN"
            END-EVALUATE.

      *-----------------------
       RESOLVE-RULE-MODE-PROCEDURE.
      **
            DISPLAY "----------------------------------------"
            MOVE WS-REVERSAL-COUNT TO EDIT-COUNT
            DISPLAY "RECORDS REVERSED AND DELETED " EDIT-COUNT
            MOVE WS-PMS-ADJUSTED-COUNT TO EDIT-COUNT
            DISPLAY "PATTERN MASTER RECORDS ADJUSTED " EDIT-COUNT
            IF WS-DELETE-FAILURES > 0
                MOVE WS-DELETE-FAILURES TO EDIT-COUNT
                DISPLAY "WARNING - " EDIT-COUNT " RECORD(S) "
