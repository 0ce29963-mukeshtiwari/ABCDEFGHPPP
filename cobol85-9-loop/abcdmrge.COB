      *          RUN, NOT THREE SLICES.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Every AUDITF record the merge adds is also
      *               appended, as an after image stamped with
      *               program, run date and time, to the shared
      *               AUDJRNL change journal for ABCDJRCV's forward
      *               recovery. A journal that cannot be written
      *               goes to EXCPLOG as an E exception - the merged
      *               night itself stands.
      * 01 SEP 2026 - A RUN SUSPENDED trailer on SLICEIN is no
      *               longer fatal on its own - a slice that hit the
      *               stop time and resumed leaves that trailer in
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
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
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout REPORT-EXCEPTION-PROCEDURE in ABCDEFGHPPP
      *    appends to the common EXCPLOG dataset
       01  EXCEPTION-RECORD.
           05  EXC-PROGRAM-ID         PIC X(11).
           05  EXC-RUN-DATE           PIC 9(08).
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
       01  WS-SLI-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CTL-FILE-STATUS PIC X(02) VALUE "00".
       01  EDIT-RULE-EF-TOTAL PIC Z(5)9.
       01  EDIT-RULE-PPP-TOTAL PIC Z(7)9.
       01  EDIT-DUPLICATES PIC ZZZZ9.
      *    common exception log controls - the caller of
      *    REPORT-EXCEPTION-PROCEDURE sets the severity and message
       01  WS-EXC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-EXC-SEVERITY PIC X(01) VALUE "W".
       01  WS-EXC-MESSAGE PIC X(54) VALUE SPACES.
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
       LINKAGE SECTION.
      *    optional PARM override of the run date (CCYYMMDD) when
      *    merging an earlier night's slice generations - the slice
            CLOSE MATCH-REPORT-FILE
            CLOSE AUDIT-FILE
            CLOSE SLICE-IN-FILE
            PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
            PERFORM WRITE-RUN-LOG-PROCEDURE
            IF WS-UNKNOWN-RULE-COUNT > 0
                DISPLAY "MERGE COMPLETE WITH ERRORS - "
                    INVALID KEY
                        ADD 1 TO WS-DUPLICATE-COUNT
                    NOT INVALID KEY
                        MOVE "A" TO WS-JRN-ACTION
                        MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                        MOVE AUDIT-RECORD TO WS-JRN-AFTER-IMAGE
                        PERFORM WRITE-JOURNAL-PROCEDURE
                        PERFORM WRITE-MERGED-ROW-PROCEDURE
                        PERFORM ACCUMULATE-TOTALS-PROCEDURE
                END-WRITE
            END-IF.

      *-----------------------
       WRITE-JOURNAL-PROCEDURE.
      **
      * Appends one before/after image of an AUDITF change to the
      * shared AUDJRNL journal, stamped with this program, the merge
      * date and the time of the change - opened and closed around
      * each record, as the search step does, so a merge that abends
      * part way leaves every change it made already journaled. A
      * record that cannot be written is counted for
      * REPORT-JOURNAL-FAILURES-PROCEDURE.
      **
            MOVE SPACES TO JOURNAL-RECORD
            MOVE "ABCDMRGE" TO JRN-PROGRAM-ID
            MOVE WS-MERGE-DATE TO JRN-RUN-DATE
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
      * forward recovery, so any the merge could not journal is
      * raised as an E exception for the daily exception report.
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
            END-IF.

      *-----------------------
       REPORT-EXCEPTION-PROCEDURE.
      **
      * Appends one standardized record - program, run date, time,
      * severity, message - to the common EXCPLOG dataset, as the
      * search step does. The caller sets WS-EXC-SEVERITY and
      * WS-EXC-MESSAGE. A log that cannot be written is reported on
      * SYSOUT only.
      **
            MOVE "ABCDMRGE" TO EXC-PROGRAM-ID
            MOVE WS-MERGE-DATE TO EXC-RUN-DATE
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

      *-----------------------
       BUILD-ROW-PATTERN-PROCEDURE.
      **
