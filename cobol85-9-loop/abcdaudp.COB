      *               standardized records to the common EXCPLOG
      *               dataset for the daily exception report
      *               (ABCDEXCR).
      * 15 OCT 2026 - A pattern whose every AUDITF record went to the
      *               archive is marked PURGED on the pattern master
      *               (PATMAST); a master that cannot be opened is
      *               warned about and the purge runs on without it.
      * 15 OCT 2026 - Every AUDITF record deleted is also appended,
      *               as a before image stamped with program, run
      *               date and time, to the shared AUDJRNL change
      *               journal for ABCDJRCV's forward recovery. A
      *               journal that cannot be written is an E
      *               exception and ends the step RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
           SELECT JOURNAL-FILE ASSIGN TO "AUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       FD  PATTERN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per pattern ever confirmed - the layout ABCDPMUP
      *    writes; only the status and its date are changed here
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
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *    one standardized record per exception, appended to the
           05  EXC-TIME               PIC 9(06).
           05  EXC-SEVERITY           PIC X(01).
           05  EXC-MESSAGE            PIC X(54).
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
       01  WS-PRM-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-ARC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-OPEN-SW PIC X(01) VALUE "N".

      *    common exception log controls - the caller of
      *    REPORT-EXCEPTION-PROCEDURE sets the severity and message
       01  WS-EXC-TIME-NOW.
           05  WS-EXC-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
      *    AUDITF change journal controls - the caller of
      *    WRITE-JOURNAL-PROCEDURE sets the action and the images
       01  WS-JRN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-JRN-ACTION PIC X(01) VALUE SPACE.
       01  WS-JRN-BEFORE-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-AFTER-IMAGE PIC X(21) VALUE SPACES.
       01  WS-JRN-FAILURES PIC 9(05) VALUE 0.
       01  EDIT-JRN-FAILURES PIC ZZZZ9.
       01  WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-AUD-EOF VALUE "Y".
           88  WS-AUD-MORE VALUE "N".
       01  WS-TOTAL-ARCHIVED PIC 9(07) VALUE 0.
       01  WS-TOTAL-DELETED PIC 9(07) VALUE 0.
       01  WS-DELETE-FAILURES PIC 9(07) VALUE 0.
      *    the pattern group in hand - the cluster is walked in
      *    pattern-major key order, so once the pattern changes it is
      *    known whether anything of the last one is still live
       01  WS-HOLD-PATTERN PIC X(09) VALUE SPACES.
       01  WS-PAT-KEPT-SW PIC X(01) VALUE "N".
       01  WS-PAT-ARCHIVED-SW PIC X(01) VALUE "N".
       01  WS-TOTAL-MARKED PIC 9(07) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-CUTOFF-DATE PIC 9999/99/99.
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-PATTERN-MASTER-PROCEDURE
            PERFORM PROCESS-ONE-AUDIT-RECORD-PROCEDURE
                UNTIL WS-AUD-EOF
      *    the last pattern's group is only complete when the scan
      *    reached end of file
            IF RETURN-CODE < 12
                PERFORM MARK-PATTERN-PURGED-PROCEDURE
            END-IF
            CLOSE AUDIT-FILE
            CLOSE ARCHIVE-FILE
            IF WS-PMS-OPEN-SW = "Y"
                CLOSE PATTERN-MASTER-FILE
            END-IF
            PERFORM PRINT-PURGE-REPORT-PROCEDURE
            IF WS-DELETE-FAILURES > 0
                MOVE "E" TO WS-EXC-SEVERITY
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
            END-IF
            PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
            IF WS-DELETE-FAILURES > 0
               AND RETURN-CODE = 0
      *        the archive has records the cluster still holds - not
                    MOVE 12 TO RETURN-CODE
                    SET WS-AUD-EOF TO TRUE
                ELSE
                    IF AUD-PATTERN NOT= WS-HOLD-PATTERN
                        PERFORM MARK-PATTERN-PURGED-PROCEDURE
                        MOVE AUD-PATTERN TO WS-HOLD-PATTERN
                        MOVE "N" TO WS-PAT-KEPT-SW
                        MOVE "N" TO WS-PAT-ARCHIVED-SW
                    END-IF
                    PERFORM FIND-DATE-ENTRY-PROCEDURE
                    IF AUD-RUN-DATE < WS-CUTOFF-DATE
                        PERFORM ARCHIVE-AND-DELETE-PROCEDURE
                    ELSE
                        ADD 1 TO WS-DCT-KEPT(WS-DCT-FOUND-IDX)
                        ADD 1 TO WS-TOTAL-KEPT
                        MOVE "Y" TO WS-PAT-KEPT-SW
                    END-IF
                END-IF
            END-IF.
                    " GAVE STATUS " WS-ARC-FILE-STATUS
                    " - RECORD LEFT ON THE CLUSTER"
                ADD 1 TO WS-DELETE-FAILURES
                MOVE "Y" TO WS-PAT-KEPT-SW
            ELSE
                ADD 1 TO WS-DCT-ARCHIVED(WS-DCT-FOUND-IDX)
                ADD 1 TO WS-TOTAL-ARCHIVED
                MOVE "Y" TO WS-PAT-ARCHIVED-SW
                MOVE AUDIT-RECORD TO WS-JRN-BEFORE-IMAGE
                DELETE AUDIT-FILE RECORD
                    INVALID KEY
                        DISPLAY "ERROR - DELETE FOR " AUD-PATTERN
                            " GAVE STATUS " WS-AUD-FILE-STATUS
                        ADD 1 TO WS-DELETE-FAILURES
                        MOVE "Y" TO WS-PAT-KEPT-SW
                    NOT INVALID KEY
                        ADD 1 TO WS-DCT-DELETED(WS-DCT-FOUND-IDX)
                        ADD 1 TO WS-TOTAL-DELETED
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
      * each record, as EXCPLOG is, so a run that abends part way
      * leaves every change it made already journaled. A record
      * that cannot be written is counted for
      * REPORT-JOURNAL-FAILURES-PROCEDURE.
      **
            MOVE SPACES TO JOURNAL-RECORD
            MOVE "ABCDAUDP" TO JRN-PROGRAM-ID
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
      * forward recovery, so any this run could not journal is
      * raised as an E exception for the daily exception report and
      * ends the step RC=8 - AUDITF should be backed up again before
      * the journal is relied on.
      **
            IF WS-JRN-FAILURES > 0
                MOVE WS-JRN-FAILURES TO EDIT-JRN-FAILURES
                DISPLAY "ERROR - " EDIT-JRN-FAILURES
                    " AUDITF CHANGES COULD NOT BE JOURNALED"
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING EDIT-JRN-FAILURES DELIMITED BY SIZE
                       " AUDITF CHANGES NOT JOURNALED - BACK UP AUDITF"
                           DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

      *-----------------------
       OPEN-PATTERN-MASTER-PROCEDURE.
      **
      * Opens the pattern master for update. The purge is the
      * history's housekeeping and does not depend on the master, so
      * a master that cannot be opened is warned about and the purge
      * runs on - the patterns purged this run simply keep the
      * status they had.
      **
            OPEN I-O PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS = "00"
                MOVE "Y" TO WS-PMS-OPEN-SW
            ELSE
                DISPLAY "WARNING - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                    " - PURGED PATTERNS NOT MARKED"
            END-IF.

      *-----------------------
       MARK-PATTERN-PURGED-PROCEDURE.
      **
      * Called when the pattern changes: a pattern that had records
      * archived and none left live is gone from the cluster, so its
      * master record is marked PURGED as of today. A pattern the
      * master never saw (history older than the master) is skipped.
      **
            IF WS-PMS-OPEN-SW = "Y"
               AND WS-PAT-ARCHIVED-SW = "Y"
               AND WS-PAT-KEPT-SW = "N"
                MOVE WS-HOLD-PATTERN TO PMS-PATTERN
                READ PATTERN-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET PMS-PURGED TO TRUE
                        MOVE WS-RUN-DATE TO PMS-STATUS-DATE
                        MOVE 0 TO PMS-STREAK
                        REWRITE PATTERN-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "WARNING - PATTERN MASTER "
                                    "REWRITE FOR " PMS-PATTERN
                                    " GAVE STATUS " WS-PMS-FILE-STATUS
                            NOT INVALID KEY
                                ADD 1 TO WS-TOTAL-MARKED
                        END-REWRITE
                END-READ
            END-IF.

      *-----------------------
       PRINT-PURGE-REPORT-PROCEDURE.
      **
            DISPLAY "TOTAL KEPT     " EDIT-KEPT
            DISPLAY "TOTAL ARCHIVED " EDIT-ARCHIVED
            DISPLAY "TOTAL DELETED  " EDIT-DELETED
            MOVE WS-TOTAL-MARKED TO EDIT-DELETED
            DISPLAY "PATTERNS MARKED PURGED ON THE MASTER " EDIT-DELETED
            IF WS-DELETE-FAILURES > 0
                MOVE WS-DELETE-FAILURES TO EDIT-DELETED
                DISPLAY "WARNING - " EDIT-DELETED " RECORD(S) COULD "
