      *               pattern, plausible CCYYMMDD run date), loaded to
      *               AUDHIST with duplicates skipped, reload report
      *               with loaded/duplicate counts by run date.
      * 15 OCT 2026 - Each record newly loaded is also folded into the
      *               pattern master (PATMAST): confirmations and
      *               nights older than the master's own tracking are
      *               added, the first/last dates and rule ids
      *               widened, and a pattern the master never saw is
      *               added with status PURGED. A master that cannot
      *               be opened is warned about and the reload runs on
      *               without it.
      * 15 OCT 2026 - Every AUDHIST record added is also appended, as
      *               an after image stamped with program, run date
      *               and time, to the shared AUDJRNL change journal
      *               the AUDITF programs write, so the reload is on
      *               the same change trail. A journal that cannot be
      *               written ends the step RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               RECORD KEY IS HST-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS HST-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-HST-FILE-STATUS.
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
               10  HST-PATTERN        PIC X(09).
               10  HST-RUN-DATE       PIC 9(08).
               10  HST-RULE-ID        PIC X(04).
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
      *    first night the nightly update folded in - history older
      *    than this was never counted on the master
           05  PMS-TRACKED-FROM       PIC 9(08).
           05  FILLER                 PIC X(09).
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
       01  WS-ARC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-HST-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-OPEN-SW PIC X(01) VALUE "N".
       01  WS-PMS-NEW-SW PIC X(01) VALUE "N".
      *    Y when the history cluster already held another rule's
      *    record for the same pattern and night before this load -
      *    the night is then already counted
       01  WS-NIGHT-ON-HIST-SW PIC X(01) VALUE "N".
       01  WS-PMS-RULE-IDX PIC 99 COMP.
       01  WS-PMS-RULE-FOUND-SW PIC X(01) VALUE "N".
       01  WS-TOTAL-MASTER PIC 9(07) VALUE 0.
       01  WS-TOTAL-MASTER-NEW PIC 9(07) VALUE 0.
       01  WS-ARC-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-ARC-EOF VALUE "Y".
           88  WS-ARC-MORE VALUE "N".
       01  WS-TOTAL-DUPLICATE PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED PIC 9(07) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
      *    AUDHIST change journal controls - the caller of
      *    WRITE-JOURNAL-PROCEDURE sets the action and the images
       01  WS-JRN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-JRN-ACTION PIC X(01) VALUE SPACE.
       01  WS-JRN-BEFORE-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-AFTER-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-FAILURES PIC 9(05) VALUE 0.
       01  EDIT-JRN-FAILURES PIC ZZZZ9.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-DCT-DATE PIC 9999/99/99.
       01  EDIT-READ PIC Z(6)9.
                STOP RUN
            END-IF
            PERFORM OPEN-HISTORY-FILE-PROCEDURE
            PERFORM OPEN-PATTERN-MASTER-PROCEDURE
            PERFORM RELOAD-ONE-RECORD-PROCEDURE
                UNTIL WS-ARC-EOF
            CLOSE ARCHIVE-IN-FILE
            CLOSE HISTORY-FILE
            IF WS-PMS-OPEN-SW = "Y"
                CLOSE PATTERN-MASTER-FILE
            END-IF
            PERFORM PRINT-RELOAD-REPORT-PROCEDURE
            IF WS-TOTAL-REJECTED > 0
               AND RETURN-CODE = 0
      *        someone reconciles before trusting an ARCHIVED miss
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
            STOP RUN.

      *-----------------------
                STOP RUN
            END-IF.

      *-----------------------
       OPEN-PATTERN-MASTER-PROCEDURE.
      **
      * Opens the pattern master for update. The reload serves the
      * inquiry and does not depend on the master, so a master that
      * cannot be opened is warned about and the reload runs on.
      **
            OPEN I-O PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS = "00"
                MOVE "Y" TO WS-PMS-OPEN-SW
            ELSE
                DISPLAY "WARNING - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                    " - RELOADED HISTORY NOT ADDED TO THE MASTER"
            END-IF.

      *-----------------------
       RELOAD-ONE-RECORD-PROCEDURE.
      **
      * counts the disposition under its run date.
      **
            PERFORM FIND-DATE-ENTRY-PROCEDURE
            IF WS-PMS-OPEN-SW = "Y"
                PERFORM CHECK-NIGHT-ON-HISTORY-PROCEDURE
            END-IF
            MOVE ARC-PATTERN TO HST-PATTERN
            MOVE ARC-RUN-DATE TO HST-RUN-DATE
            MOVE ARC-RULE-ID TO HST-RULE-ID
                NOT INVALID KEY
                    ADD 1 TO WS-DCT-LOADED(WS-DCT-FOUND-IDX)
                    ADD 1 TO WS-TOTAL-LOADED
                    MOVE "A" TO WS-JRN-ACTION
                    MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                    MOVE HISTORY-RECORD TO WS-JRN-AFTER-IMAGE
                    PERFORM WRITE-JOURNAL-PROCEDURE
                    IF WS-PMS-OPEN-SW = "Y"
                        PERFORM UPDATE-PATTERN-MASTER-PROCEDURE
                    END-IF
            END-WRITE.

      *-----------------------
       WRITE-JOURNAL-PROCEDURE.
      **
      * Appends one before/after image of a AUDHIST change to the
      * shared AUDJRNL journal, stamped with this program, the run
      * date and the time of the change - opened and closed around
      * each record, as the search step does, so a run that abends
      * leaves every change it made already journaled. A record
      * that cannot be written is counted for
      * REPORT-JOURNAL-FAILURES-PROCEDURE.
      **
            MOVE SPACES TO JOURNAL-RECORD
            MOVE "ABCDAUDR" TO JRN-PROGRAM-ID
            MOVE WS-RUN-DATE TO JRN-RUN-DATE
            ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD
            ACCEPT JRN-STAMP-TIME FROM TIME
            MOVE "AUDHIST" TO JRN-FILE-ID
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
      * An AUDHIST change missing from the journal leaves the change
      * trail incomplete for this run, so any this run could not
      * journal ends the step RC=8. The journal is a trail only for
      * AUDHIST - ABCDJRCV never applies its entries, and AUDHIST is
      * rebuilt by rerunning the reload.
      **
            IF WS-JRN-FAILURES > 0
                MOVE WS-JRN-FAILURES TO EDIT-JRN-FAILURES
                DISPLAY "ERROR - " EDIT-JRN-FAILURES
                    " AUDHIST CHANGES COULD NOT BE JOURNALED - "
                    "JOURNAL TRAIL INCOMPLETE, RERUN THE RELOAD TO "
                    "REBUILD"
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

      *-----------------------
       CHECK-NIGHT-ON-HISTORY-PROCEDURE.
      **
      * Looks for any record of the archive line's pattern and night
      * already on the history cluster, so a night reloaded one rule
      * at a time is only counted on the master once.
      **
            MOVE "N" TO WS-NIGHT-ON-HIST-SW
            MOVE ARC-PATTERN TO HST-PATTERN
            MOVE ARC-RUN-DATE TO HST-RUN-DATE
            MOVE LOW-VALUES TO HST-RULE-ID
            START HISTORY-FILE KEY NOT < HST-COMPOSITE-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ HISTORY-FILE NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF HST-PATTERN = ARC-PATTERN
                               AND HST-RUN-DATE = ARC-RUN-DATE
                                MOVE "Y" TO WS-NIGHT-ON-HIST-SW
                            END-IF
                    END-READ
            END-START.

      *-----------------------
       UPDATE-PATTERN-MASTER-PROCEDURE.
      **
      * Folds one newly reloaded record into its pattern's master
      * record. Only history older than the night the nightly update
      * started tracking the pattern is new to the counts - anything
      * later was counted when it was live. A pattern the master
      * never saw (purged before the master existed) is added with
      * status PURGED, tracked from nowhere, so all its history
      * counts. Streaks and returns are the nightly update's and are
      * left alone.
      **
            MOVE "N" TO WS-PMS-NEW-SW
            MOVE ARC-PATTERN TO PMS-PATTERN
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    MOVE "Y" TO WS-PMS-NEW-SW
            END-READ
            IF WS-PMS-NEW-SW = "Y"
                MOVE SPACES TO PATTERN-MASTER-RECORD
                MOVE ARC-PATTERN TO PMS-PATTERN
                MOVE ARC-RUN-DATE TO PMS-FIRST-DATE
                MOVE ARC-RUN-DATE TO PMS-LAST-DATE
                MOVE 0 TO PMS-CONFIRM-COUNT
                MOVE 0 TO PMS-NIGHT-COUNT
                MOVE 0 TO PMS-RULE-COUNT
                MOVE 0 TO PMS-STREAK
                MOVE 0 TO PMS-LONGEST-STREAK
                MOVE 0 TO PMS-RETURN-COUNT
                SET PMS-PURGED TO TRUE
                MOVE WS-RUN-DATE TO PMS-STATUS-DATE
                MOVE 99999999 TO PMS-TRACKED-FROM
            END-IF
            IF ARC-RUN-DATE < PMS-TRACKED-FROM
                ADD 1 TO PMS-CONFIRM-COUNT
                IF WS-NIGHT-ON-HIST-SW = "N"
                    ADD 1 TO PMS-NIGHT-COUNT
                END-IF
            END-IF
            IF ARC-RUN-DATE < PMS-FIRST-DATE
                MOVE ARC-RUN-DATE TO PMS-FIRST-DATE
            END-IF
            IF ARC-RUN-DATE > PMS-LAST-DATE
                MOVE ARC-RUN-DATE TO PMS-LAST-DATE
            END-IF
            MOVE "N" TO WS-PMS-RULE-FOUND-SW
            PERFORM VARYING WS-PMS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-PMS-RULE-IDX > PMS-RULE-COUNT
                IF PMS-RULE-ID(WS-PMS-RULE-IDX) = ARC-RULE-ID
                    MOVE "Y" TO WS-PMS-RULE-FOUND-SW
                END-IF
            END-PERFORM
            IF WS-PMS-RULE-FOUND-SW = "N"
               AND PMS-RULE-COUNT < 10
                ADD 1 TO PMS-RULE-COUNT
                MOVE ARC-RULE-ID TO PMS-RULE-ID(PMS-RULE-COUNT)
            END-IF
            IF WS-PMS-NEW-SW = "Y"
                WRITE PATTERN-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "WARNING - PATTERN MASTER WRITE FOR "
                            PMS-PATTERN " GAVE STATUS "
                            WS-PMS-FILE-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-TOTAL-MASTER-NEW
                END-WRITE
            ELSE
                REWRITE PATTERN-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "WARNING - PATTERN MASTER REWRITE FOR "
                            PMS-PATTERN " GAVE STATUS "
                            WS-PMS-FILE-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-TOTAL-MASTER
                END-REWRITE
            END-IF.

      *-----------------------
       FIND-DATE-ENTRY-PROCEDURE.
      **
            DISPLAY "TOTAL LOADED    " EDIT-LOADED
            DISPLAY "TOTAL DUPLICATE " EDIT-DUPLICATE
            DISPLAY "TOTAL REJECTED  " EDIT-REJECTED
            MOVE WS-TOTAL-MASTER TO EDIT-LOADED
            MOVE WS-TOTAL-MASTER-NEW TO EDIT-DUPLICATE
            DISPLAY "MASTER UPDATED  " EDIT-LOADED
            DISPLAY "MASTER ADDED    " EDIT-DUPLICATE
            IF WS-TOTAL-REJECTED > 0
                DISPLAY "WARNING - REJECTED LINE(S) ABOVE WERE NOT "
                    "LOADED - THE HISTORY CLUSTER IS SHORT OF THE "
