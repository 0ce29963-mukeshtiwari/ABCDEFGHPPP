      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: FORWARD RECOVERY OF A DAMAGED ABCDEFGHPPP AUDIT TRAIL.
      *          EVERY PROGRAM THAT ADDS OR DELETES AN AUDITF RECORD
      *          (ABCDEFGHPPP, ABCDMRGE, ABCDAUDP, ABCDBKOT) APPENDS A
      *          BEFORE/AFTER IMAGE OF THE CHANGE TO THE SHARED
      *          AUDJRNL JOURNAL, AND THE BACKUP JOB (ABCDBKPJ) TAKES
      *          AN IDCAMS REPRO OF THE CLUSTER AND ROLLS THE JOURNAL
      *          OFF TO ITS ARCHIVE IN THE SAME RUN. THIS PROGRAM
      *          LOADS THAT LAST BACKUP INTO A FRESHLY DEFINED AUDITF,
      *          APPLIES THE JOURNAL'S AUDITF ENTRIES FORWARD IN THE
      *          ORDER THEY WERE MADE UP TO A CHOSEN POINT IN TIME,
      *          THEN COUNTS THE REBUILT CLUSTER BY RUN DATE AND
      *          BALANCES EACH DATE AGAINST THE MATCH COUNT OF THE
      *          RUNLOG RECORD THAT SPEAKS FOR THE NIGHT. A DATE
      *          WITH CHANGES PAST THE RECOVERY POINT IS LISTED TO BE
      *          RERUN. ENDS RC=4 WHEN ANY DATE NEEDS A RERUN, RC=8
      *          WHEN ANY DATE IS OUT OF BALANCE OR A JOURNAL RECORD
      *          WAS REJECTED, RC=12 WHEN THE REBUILD IS CUT SHORT.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: backup load, journal applied
      *               forward to the PARM point in time (an add
      *               already present or a delete already absent is
      *               counted, not failed, so a recovery can be rerun
      *               from the top), recovery report balanced against
      *               RUNLOG by run date. AUDHIST entries on the
      *               journal are counted and left - the history
      *               cluster is rebuilt by rerunning the reload.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDJRCV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "AUDBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "AUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
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
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
      *    the IDCAMS REPRO unload of the cluster - one flat AUDITF
      *    record image per line, in key order
       01  BACKUP-RECORD.
           05  BKP-PATTERN            PIC X(09).
           05  BKP-RUN-DATE           PIC 9(08).
           05  BKP-RULE-ID            PIC X(04).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
      *    one before/after image per AUDITF or AUDHIST add or delete,
      *    appended in the order the change was made by every program
      *    that changes either cluster. An add carries a blank before
      *    image, a delete a blank after image.
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
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *    only the run date, status and run match count are needed
      *    to balance the rebuilt cluster - the rest of the 300-byte
      *    record ABCDEFGHPPP appends is carried as filler
       01  RUN-LOG-RECORD.
           05  RLG-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(16).
      *    'C' completed, 'S' suspended, 'B' backed out by ABCDBKOT
           05  RLG-STATUS             PIC X(01).
           05  FILLER                 PIC X(28).
           05  RLG-MATCH-COUNT        PIC 9(05).
           05  FILLER                 PIC X(242).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUD-COMPOSITE-KEY.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       WORKING-STORAGE SECTION.
       01  WS-BKP-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-JRN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-BKP-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-BKP-EOF VALUE "Y".
           88  WS-BKP-MORE VALUE "N".
       01  WS-JRN-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-JRN-EOF VALUE "Y".
           88  WS-JRN-MORE VALUE "N".
       01  WS-RLG-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLG-EOF VALUE "Y".
           88  WS-RLG-MORE VALUE "N".
       01  WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-AUD-EOF VALUE "Y".
           88  WS-AUD-MORE VALUE "N".
      *    the recovery point from the PARM, CCYYMMDDHHMMSS - every
      *    journal change stamped after it is left unapplied. No
      *    PARM applies the whole journal
       01  WS-POINT-STAMP PIC 9(14) VALUE 99999999999999.
       01  WS-POINT-STAMP-X REDEFINES WS-POINT-STAMP.
           05  WS-POINT-DATE      PIC 9(08).
           05  WS-POINT-HHMMSS    PIC 9(06).
       01  WS-POINT-SW PIC X(01) VALUE "N".
           88  WS-POINT-GIVEN VALUE "Y".
           88  WS-POINT-END-OF-JOURNAL VALUE "N".
      *    the journal record's own stamp in the same form
       01  WS-CHANGE-STAMP PIC 9(14) VALUE 0.
       01  WS-CHANGE-STAMP-X REDEFINES WS-CHANGE-STAMP.
           05  WS-CHANGE-DATE     PIC 9(08).
           05  WS-CHANGE-HHMMSS   PIC 9(06).
      *    the image the journal record carries, whichever side of
      *    the change it is on
       01  WS-IMAGE.
           05  WS-IMAGE-PATTERN   PIC X(09).
           05  WS-IMAGE-RUN-DATE  PIC 9(08).
           05  WS-IMAGE-RULE-ID   PIC X(04).
      *    one entry per run date seen on RUNLOG, the rebuilt cluster
      *    or the unapplied part of the journal. The RUNLOG side holds
      *    the record that speaks for the night - completed outranks
      *    suspended outranks backed out, and among equals the later
      *    record wins - as the re-verification sweep holds it. 1000
      *    dates matches the RUNLOG ceiling ABCDBKOT works to
       01  WS-DATE-ENTRY-COUNT PIC 9(04) COMP VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 1000 TIMES.
               10  WS-DTE-DATE        PIC 9(08).
               10  WS-DTE-STATUS      PIC X(01).
               10  WS-DTE-RANK        PIC 9(01).
               10  WS-DTE-LOG-COUNT   PIC 9(05).
               10  WS-DTE-AUD-COUNT   PIC 9(07).
               10  WS-DTE-PAST-POINT  PIC 9(07).
       01  WS-DTE-IDX PIC 9(04) COMP.
       01  WS-DTE-FOUND-IDX PIC 9(04) COMP.
       01  WS-DTE-PRINT-IDX PIC 9(04) COMP.
       01  WS-DTE-LOW-IDX PIC 9(04) COMP.
       01  WS-LOOKUP-DATE PIC 9(08) VALUE 0.
       01  WS-LOG-RANK PIC 9(01) VALUE 0.
       01  WS-DATE-OVERFLOW-SW PIC X(01) VALUE "N".
           88  WS-DATE-OVERFLOWED VALUE "Y".
      *    the earliest run date left on the rebuilt cluster - a
      *    completed night older than it with nothing on the cluster
      *    went to the purge archive, it was not lost
       01  WS-EARLIEST-AUD-DATE PIC 9(08) VALUE 99999999.
      *    rebuild counts
       01  WS-BACKUP-LOADED PIC 9(07) VALUE 0.
       01  WS-BACKUP-REJECTED PIC 9(07) VALUE 0.
       01  WS-JOURNAL-READ PIC 9(07) VALUE 0.
       01  WS-ADDS-APPLIED PIC 9(07) VALUE 0.
       01  WS-DELETES-APPLIED PIC 9(07) VALUE 0.
       01  WS-ADDS-PRESENT PIC 9(07) VALUE 0.
       01  WS-DELETES-ABSENT PIC 9(07) VALUE 0.
       01  WS-PAST-POINT PIC 9(07) VALUE 0.
       01  WS-HISTORY-ENTRIES PIC 9(07) VALUE 0.
       01  WS-JOURNAL-REJECTED PIC 9(07) VALUE 0.
       01  WS-REBUILT-COUNT PIC 9(07) VALUE 0.
       01  WS-EXPECTED-COUNT PIC 9(07) VALUE 0.
      *    balance counts by date disposition
       01  WS-DATES-BALANCED PIC 9(05) VALUE 0.
       01  WS-DATES-PURGED PIC 9(05) VALUE 0.
       01  WS-DATES-BACKED-OUT PIC 9(05) VALUE 0.
       01  WS-DATES-RERUN PIC 9(05) VALUE 0.
       01  WS-DATES-OUT PIC 9(05) VALUE 0.
       01  WS-BALANCED-LOG-TOTAL PIC 9(09) VALUE 0.
       01  WS-BALANCED-AUD-TOTAL PIC 9(09) VALUE 0.
       01  WS-DISPOSITION-TEXT PIC X(32) VALUE SPACES.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-DTE-DATE PIC 9999/99/99.
       01  EDIT-POINT-DATE PIC 9999/99/99.
       01  EDIT-POINT-TIME.
           05  EDIT-POINT-HH      PIC 9(02).
           05  FILLER             PIC X(01) VALUE ":".
           05  EDIT-POINT-MM      PIC 9(02).
           05  FILLER             PIC X(01) VALUE ":".
           05  EDIT-POINT-SS      PIC 9(02).
       01  WS-POINT-TIME-X PIC 9(06).
       01  WS-POINT-TIME-PARTS REDEFINES WS-POINT-TIME-X.
           05  WS-POINT-HH        PIC 9(02).
           05  WS-POINT-MM        PIC 9(02).
           05  WS-POINT-SS        PIC 9(02).
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-LOG-COUNT PIC ZZZZ9.
       01  EDIT-AUD-COUNT PIC Z(6)9.
       01  EDIT-TOTAL PIC Z(8)9.
       01  EDIT-DATES PIC ZZZZ9.
       LINKAGE SECTION.
      *    optional recovery point - CCYYMMDDHHMMSS, or CCYYMMDD for
      *    the end of that day; omitted to apply the whole journal
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
            DISPLAY "AUDITF FORWARD RECOVERY REPORT    RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM EDIT-PARM-PROCEDURE
            PERFORM LOAD-RUN-LOG-PROCEDURE
            PERFORM LOAD-BACKUP-PROCEDURE
            PERFORM APPLY-JOURNAL-PROCEDURE
            PERFORM COUNT-REBUILT-CLUSTER-PROCEDURE
            PERFORM PRINT-REBUILD-TOTALS-PROCEDURE
            IF RETURN-CODE >= 12
                DISPLAY "REBUILD CUT SHORT - CLUSTER NOT BALANCED, "
                    "RECOVERY MUST BE RERUN"
                STOP RUN
            END-IF
            PERFORM PRINT-BALANCE-PROCEDURE
            IF WS-DATES-OUT > 0
               OR WS-JOURNAL-REJECTED > 0
               OR WS-BACKUP-REJECTED > 0
               OR WS-REBUILT-COUNT NOT= WS-EXPECTED-COUNT
      *        the rebuilt cluster does not agree with the run
      *        history - reconcile every flagged date before the
      *        nightly stream is let back onto the cluster
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-DATES-RERUN > 0
                   OR WS-PAST-POINT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

      *-----------------------
       EDIT-PARM-PROCEDURE.
      **
      * The recovery point is CCYYMMDDHHMMSS, or CCYYMMDD for the end
      * of that day. No PARM applies everything on the journal. A
      * PARM of any other shape ends the step RC=12 before the
      * cluster is touched - a guessed recovery point could drop
      * good nights.
      **
            EVALUATE TRUE
                WHEN PARM-LENGTH = 0
                    SET WS-POINT-END-OF-JOURNAL TO TRUE
                WHEN PARM-LENGTH = 14
                   AND PARM-TEXT(1:14) NUMERIC
                    MOVE PARM-TEXT(1:14) TO WS-POINT-STAMP
                    SET WS-POINT-GIVEN TO TRUE
                WHEN PARM-LENGTH = 8
                   AND PARM-TEXT(1:8) NUMERIC
                    MOVE PARM-TEXT(1:8) TO WS-POINT-DATE
                    MOVE 235959 TO WS-POINT-HHMMSS
                    SET WS-POINT-GIVEN TO TRUE
                WHEN OTHER
                    DISPLAY "ERROR - PARM MUST BE CCYYMMDDHHMMSS OR "
                        "CCYYMMDD, OR OMITTED - RECOVERY NOT RUN"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            IF WS-POINT-GIVEN
                MOVE WS-POINT-DATE TO EDIT-POINT-DATE
                MOVE WS-POINT-HHMMSS TO WS-POINT-TIME-X
                MOVE WS-POINT-HH TO EDIT-POINT-HH
                MOVE WS-POINT-MM TO EDIT-POINT-MM
                MOVE WS-POINT-SS TO EDIT-POINT-SS
                DISPLAY "RECOVERY POINT " EDIT-POINT-DATE " "
                    EDIT-POINT-TIME
                    " - LATER CHANGES ARE LEFT UNAPPLIED"
            ELSE
                DISPLAY "RECOVERY POINT END OF JOURNAL - EVERY "
                    "CHANGE ON THE JOURNAL IS APPLIED"
            END-IF.

      *-----------------------
       LOAD-RUN-LOG-PROCEDURE.
      **
      * Loads every night on RUNLOG into the date table. The rebuilt
      * cluster cannot be balanced without the run history, so a
      * RUNLOG that cannot be opened, or that holds more run dates
      * than the table, ends the step RC=12 before the cluster is
      * touched.
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
            IF WS-DATE-OVERFLOWED
                DISPLAY "ERROR - RUNLOG HOLDS MORE THAN 1000 RUN "
                    "DATES - RECOVERY NOT RUN"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-DATE-ENTRY-COUNT TO EDIT-DATES
            DISPLAY "RUNLOG NIGHTS LOADED         " EDIT-DATES.

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
                PERFORM FIND-OR-ADD-DATE-PROCEDURE
                IF WS-DATE-OVERFLOWED
                    SET WS-RLG-EOF TO TRUE
                ELSE
                    IF WS-LOG-RANK >= WS-DTE-RANK(WS-DTE-FOUND-IDX)
                        MOVE RLG-STATUS
                            TO WS-DTE-STATUS(WS-DTE-FOUND-IDX)
                        MOVE WS-LOG-RANK
                            TO WS-DTE-RANK(WS-DTE-FOUND-IDX)
                        MOVE RLG-MATCH-COUNT
                            TO WS-DTE-LOG-COUNT(WS-DTE-FOUND-IDX)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       FIND-OR-ADD-DATE-PROCEDURE.
      **
      * Locates the date table entry for WS-LOOKUP-DATE, adding an
      * empty one when the date is not yet held, and leaves its
      * subscript in WS-DTE-FOUND-IDX. A full table sets
      * WS-DATE-OVERFLOWED and leaves the subscript at 0.
      **
            MOVE 0 TO WS-DTE-FOUND-IDX
            PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                    UNTIL WS-DTE-IDX > WS-DATE-ENTRY-COUNT
                        OR WS-DTE-FOUND-IDX > 0
                IF WS-DTE-DATE(WS-DTE-IDX) = WS-LOOKUP-DATE
                    MOVE WS-DTE-IDX TO WS-DTE-FOUND-IDX
                END-IF
            END-PERFORM
            IF WS-DTE-FOUND-IDX = 0
                IF WS-DATE-ENTRY-COUNT >= 1000
                    SET WS-DATE-OVERFLOWED TO TRUE
                ELSE
                    ADD 1 TO WS-DATE-ENTRY-COUNT
                    MOVE WS-DATE-ENTRY-COUNT TO WS-DTE-FOUND-IDX
                    MOVE WS-LOOKUP-DATE
                        TO WS-DTE-DATE(WS-DTE-FOUND-IDX)
                    MOVE SPACE TO WS-DTE-STATUS(WS-DTE-FOUND-IDX)
                    MOVE 0 TO WS-DTE-RANK(WS-DTE-FOUND-IDX)
                    MOVE 0 TO WS-DTE-LOG-COUNT(WS-DTE-FOUND-IDX)
                    MOVE 0 TO WS-DTE-AUD-COUNT(WS-DTE-FOUND-IDX)
                    MOVE 0 TO WS-DTE-PAST-POINT(WS-DTE-FOUND-IDX)
                END-IF
            END-IF.

      *-----------------------
       LOAD-BACKUP-PROCEDURE.
      **
      * Loads the last backup into the freshly defined cluster. The
      * cluster is opened OUTPUT - the job deletes and redefines it
      * ahead of this step, so whatever damage was on it is gone
      * before the first record goes in. A backup or cluster that
      * cannot be opened ends the step RC=12.
      **
            OPEN INPUT BACKUP-FILE
            IF WS-BKP-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN BACKUP-FILE, "
                    "STATUS = " WS-BKP-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                CLOSE BACKUP-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-ONE-BACKUP-RECORD-PROCEDURE
                UNTIL WS-BKP-EOF
            CLOSE BACKUP-FILE
            CLOSE AUDIT-FILE
            MOVE WS-BACKUP-LOADED TO EDIT-COUNT
            DISPLAY "BACKUP RECORDS LOADED     " EDIT-COUNT.

      *-----------------------
       LOAD-ONE-BACKUP-RECORD-PROCEDURE.
      **
      * Writes the next backup record to the cluster. A REPRO unload
      * is in key order with no duplicates, so a record the cluster
      * refuses means the backup itself is suspect - it is counted
      * as rejected and fails the recovery's balance.
      **
            READ BACKUP-FILE
                AT END
                    SET WS-BKP-EOF TO TRUE
            END-READ
            IF WS-BKP-MORE
                MOVE BACKUP-RECORD TO AUDIT-RECORD
                WRITE AUDIT-RECORD
                    INVALID KEY
                        DISPLAY "ERROR - BACKUP RECORD " AUD-PATTERN
                            " " AUD-RUN-DATE " " AUD-RULE-ID
                            " REFUSED, STATUS " WS-AUD-FILE-STATUS
                        ADD 1 TO WS-BACKUP-REJECTED
                    NOT INVALID KEY
                        ADD 1 TO WS-BACKUP-LOADED
                END-WRITE
            END-IF.

      *-----------------------
       APPLY-JOURNAL-PROCEDURE.
      **
      * Applies the journal's AUDITF changes forward over the loaded
      * backup in the order they were made. The backup job empties
      * the journal when it takes the backup, so everything on it
      * postdates the backup. A journal that is not there at all
      * means nothing has changed since - a note, not an error.
      **
            OPEN I-O AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO REOPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT JOURNAL-FILE
            IF WS-JRN-FILE-STATUS = "35"
                DISPLAY "NOTE - NO JOURNAL ON FILE - NO CHANGES "
                    "SINCE THE BACKUP TO APPLY"
            ELSE
                IF WS-JRN-FILE-STATUS NOT= "00"
                    DISPLAY "ERROR - UNABLE TO OPEN JOURNAL-FILE, "
                        "STATUS = " WS-JRN-FILE-STATUS
                    CLOSE AUDIT-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM APPLY-ONE-JOURNAL-RECORD-PROCEDURE
                    UNTIL WS-JRN-EOF
                CLOSE JOURNAL-FILE
            END-IF
            CLOSE AUDIT-FILE.

      *-----------------------
       APPLY-ONE-JOURNAL-RECORD-PROCEDURE.
      **
      * Reads the next journal record and applies it when it is an
      * AUDITF change stamped at or before the recovery point. A
      * change past the point is counted against the run date it
      * touched, so the balance can list the night for a rerun.
      **
            READ JOURNAL-FILE
                AT END
                    SET WS-JRN-EOF TO TRUE
            END-READ
            IF WS-JRN-MORE
                ADD 1 TO WS-JOURNAL-READ
                EVALUATE TRUE
                    WHEN JRN-FILE-ID = "AUDHIST"
                        ADD 1 TO WS-HISTORY-ENTRIES
                    WHEN JRN-FILE-ID NOT= "AUDITF"
                      OR JRN-STAMP-DATE NOT NUMERIC
                      OR JRN-STAMP-TIME NOT NUMERIC
                        PERFORM REJECT-JOURNAL-RECORD-PROCEDURE
                    WHEN JRN-ACTION = "A"
                        MOVE JRN-AFTER-IMAGE TO WS-IMAGE
                        PERFORM APPLY-AUDITF-CHANGE-PROCEDURE
                    WHEN JRN-ACTION = "D"
                        MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
                        PERFORM APPLY-AUDITF-CHANGE-PROCEDURE
                    WHEN OTHER
                        PERFORM REJECT-JOURNAL-RECORD-PROCEDURE
                END-EVALUATE
            END-IF.

      *-----------------------
       APPLY-AUDITF-CHANGE-PROCEDURE.
      **
      * Adds or deletes the one AUDITF record the journal image
      * names. An add already on the cluster or a delete already
      * gone is counted rather than failed, so a recovery rerun from
      * the top lands on the same cluster.
      **
            MOVE JRN-STAMP-DATE TO WS-CHANGE-DATE
            MOVE JRN-STAMP-TIME(1:6) TO WS-CHANGE-HHMMSS
            IF WS-IMAGE-RUN-DATE NOT NUMERIC
                PERFORM REJECT-JOURNAL-RECORD-PROCEDURE
            ELSE
                IF WS-CHANGE-STAMP > WS-POINT-STAMP
                    ADD 1 TO WS-PAST-POINT
                    MOVE WS-IMAGE-RUN-DATE TO WS-LOOKUP-DATE
                    PERFORM FIND-OR-ADD-DATE-PROCEDURE
                    IF WS-DTE-FOUND-IDX > 0
                        ADD 1 TO WS-DTE-PAST-POINT(WS-DTE-FOUND-IDX)
                    END-IF
                ELSE
                    MOVE WS-IMAGE TO AUDIT-RECORD
                    IF JRN-ACTION = "A"
                        WRITE AUDIT-RECORD
                            INVALID KEY
                                ADD 1 TO WS-ADDS-PRESENT
                            NOT INVALID KEY
                                ADD 1 TO WS-ADDS-APPLIED
                        END-WRITE
                    ELSE
                        DELETE AUDIT-FILE RECORD
                            INVALID KEY
                                ADD 1 TO WS-DELETES-ABSENT
                            NOT INVALID KEY
                                ADD 1 TO WS-DELETES-APPLIED
                        END-DELETE
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       REJECT-JOURNAL-RECORD-PROCEDURE.
      **
      * A journal record this program cannot read as an AUDITF or
      * AUDHIST change is listed and left - the recovery still runs
      * to the end, but ends RC=8 so the record is looked at before
      * the rebuilt cluster is trusted.
      **
            ADD 1 TO WS-JOURNAL-REJECTED
            MOVE WS-JOURNAL-READ TO EDIT-COUNT
            DISPLAY "ERROR - JOURNAL RECORD " EDIT-COUNT
                " NOT A VALID CHANGE - FILE " JRN-FILE-ID
                " ACTION " JRN-ACTION " FROM " JRN-PROGRAM-ID.

      *-----------------------
       COUNT-REBUILT-CLUSTER-PROCEDURE.
      **
      * Reads the rebuilt cluster end to end, counting its records
      * under their run dates for the balance. A read error that
      * stops the count short ends the step RC=12 - a half-counted
      * cluster must not be reported as balanced.
      **
            OPEN INPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO REOPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM COUNT-ONE-AUDIT-RECORD-PROCEDURE
                    UNTIL WS-AUD-EOF
                CLOSE AUDIT-FILE
            END-IF.

      *-----------------------
       COUNT-ONE-AUDIT-RECORD-PROCEDURE.
      **
      * Reads the next record of the rebuilt cluster and adds it to
      * its run date's count.
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
                    ADD 1 TO WS-REBUILT-COUNT
                    IF AUD-RUN-DATE < WS-EARLIEST-AUD-DATE
                        MOVE AUD-RUN-DATE TO WS-EARLIEST-AUD-DATE
                    END-IF
                    MOVE AUD-RUN-DATE TO WS-LOOKUP-DATE
                    PERFORM FIND-OR-ADD-DATE-PROCEDURE
                    IF WS-DTE-FOUND-IDX = 0
                        DISPLAY "ERROR - MORE THAN 1000 RUN DATES ON "
                            "RUNLOG AND THE CLUSTER - COUNT CUT SHORT"
                        MOVE 12 TO RETURN-CODE
                        SET WS-AUD-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-DTE-AUD-COUNT(WS-DTE-FOUND-IDX)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
       PRINT-REBUILD-TOTALS-PROCEDURE.
      **
      * Prints what the rebuild did, and cross-foots the record count
      * the cluster now holds against the backup plus the adds less
      * the deletes applied.
      **
            COMPUTE WS-EXPECTED-COUNT = WS-BACKUP-LOADED
                + WS-ADDS-APPLIED - WS-DELETES-APPLIED
            MOVE WS-BACKUP-REJECTED TO EDIT-COUNT
            DISPLAY "BACKUP RECORDS REFUSED    " EDIT-COUNT
            MOVE WS-JOURNAL-READ TO EDIT-COUNT
            DISPLAY "JOURNAL RECORDS READ      " EDIT-COUNT
            MOVE WS-ADDS-APPLIED TO EDIT-COUNT
            DISPLAY "  ADDS APPLIED            " EDIT-COUNT
            MOVE WS-DELETES-APPLIED TO EDIT-COUNT
            DISPLAY "  DELETES APPLIED         " EDIT-COUNT
            MOVE WS-ADDS-PRESENT TO EDIT-COUNT
            DISPLAY "  ADDS ALREADY PRESENT    " EDIT-COUNT
            MOVE WS-DELETES-ABSENT TO EDIT-COUNT
            DISPLAY "  DELETES ALREADY ABSENT  " EDIT-COUNT
            MOVE WS-PAST-POINT TO EDIT-COUNT
            DISPLAY "  PAST RECOVERY POINT     " EDIT-COUNT
            MOVE WS-HISTORY-ENTRIES TO EDIT-COUNT
            DISPLAY "  AUDHIST (NOT APPLIED)   " EDIT-COUNT
            MOVE WS-JOURNAL-REJECTED TO EDIT-COUNT
            DISPLAY "  REJECTED                " EDIT-COUNT
            MOVE WS-REBUILT-COUNT TO EDIT-COUNT
            DISPLAY "REBUILT AUDITF RECORDS    " EDIT-COUNT
            MOVE WS-EXPECTED-COUNT TO EDIT-COUNT
            DISPLAY "EXPECTED (BACKUP + ADDS - DELETES) " EDIT-COUNT
            IF WS-REBUILT-COUNT NOT= WS-EXPECTED-COUNT
                DISPLAY "ERROR - REBUILT CLUSTER DOES NOT CROSS-FOOT "
                    "TO THE BACKUP AND JOURNAL"
            END-IF
            DISPLAY "----------------------------------------".

      *-----------------------
       PRINT-BALANCE-PROCEDURE.
      **
      * Prints one balance line per run date in ascending date order
      * (the cluster is walked in pattern-major key order, so the
      * dates arrive shuffled), then the disposition counts and the
      * balanced totals. Printing flips each entry's date to
      * 99999999 so the repeated lowest-date scan needs no sort.
      **
            DISPLAY "RUN DATE    ST  RUNLOG   AUDITF  DISPOSITION"
            PERFORM PRINT-LOWEST-DATE-PROCEDURE
                VARYING WS-DTE-PRINT-IDX FROM 1 BY 1
                UNTIL WS-DTE-PRINT-IDX > WS-DATE-ENTRY-COUNT
            DISPLAY "----------------------------------------"
            MOVE WS-DATES-BALANCED TO EDIT-DATES
            DISPLAY "DATES BALANCED            " EDIT-DATES
            MOVE WS-DATES-BACKED-OUT TO EDIT-DATES
            DISPLAY "DATES BACKED OUT          " EDIT-DATES
            MOVE WS-DATES-PURGED TO EDIT-DATES
            DISPLAY "DATES PURGED TO ARCHIVE   " EDIT-DATES
            MOVE WS-DATES-RERUN TO EDIT-DATES
            DISPLAY "DATES TO RERUN            " EDIT-DATES
            MOVE WS-DATES-OUT TO EDIT-DATES
            DISPLAY "DATES OUT OF BALANCE      " EDIT-DATES
            MOVE WS-BALANCED-LOG-TOTAL TO EDIT-TOTAL
            DISPLAY "RUNLOG MATCH COUNT, BALANCED DATES " EDIT-TOTAL
            MOVE WS-BALANCED-AUD-TOTAL TO EDIT-TOTAL
            DISPLAY "AUDITF RECORDS, BALANCED DATES     " EDIT-TOTAL
            IF WS-DATES-RERUN > 0
                DISPLAY "RERUN THE DATES LISTED PAST THE RECOVERY "
                    "POINT, OLDEST FIRST"
            END-IF.

      *-----------------------
       PRINT-LOWEST-DATE-PROCEDURE.
      **
      * Finds the lowest run date still unprinted, judges and prints
      * its line, and retires the entry by setting its date to
      * 99999999.
      **
            MOVE 0 TO WS-DTE-LOW-IDX
            PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                    UNTIL WS-DTE-IDX > WS-DATE-ENTRY-COUNT
                IF WS-DTE-DATE(WS-DTE-IDX) < 99999999
                    IF WS-DTE-LOW-IDX = 0
                        MOVE WS-DTE-IDX TO WS-DTE-LOW-IDX
                    ELSE
                        IF WS-DTE-DATE(WS-DTE-IDX)
                                < WS-DTE-DATE(WS-DTE-LOW-IDX)
                            MOVE WS-DTE-IDX TO WS-DTE-LOW-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-DTE-LOW-IDX > 0
                PERFORM JUDGE-DATE-PROCEDURE
                MOVE WS-DTE-DATE(WS-DTE-LOW-IDX) TO EDIT-DTE-DATE
                MOVE WS-DTE-LOG-COUNT(WS-DTE-LOW-IDX) TO EDIT-LOG-COUNT
                MOVE WS-DTE-AUD-COUNT(WS-DTE-LOW-IDX) TO EDIT-AUD-COUNT
                DISPLAY EDIT-DTE-DATE "  " WS-DTE-STATUS(WS-DTE-LOW-IDX)
                    "   " EDIT-LOG-COUNT "  " EDIT-AUD-COUNT "  "
                    WS-DISPOSITION-TEXT
                MOVE 99999999 TO WS-DTE-DATE(WS-DTE-LOW-IDX)
            END-IF.

      *-----------------------
       JUDGE-DATE-PROCEDURE.
      **
      * Decides one date's disposition. Changes left past the
      * recovery point come first - the night is to be rerun
      * whatever it counts. Otherwise a completed or suspended night
      * balances when the cluster holds exactly the RUNLOG match
      * count, or was purged when it holds nothing and is older than
      * anything left on the cluster; a backed-out night balances
      * when the cluster holds nothing for it.
      **
            MOVE WS-DTE-LOW-IDX TO WS-DTE-IDX
            EVALUATE TRUE
                WHEN WS-DTE-PAST-POINT(WS-DTE-IDX) > 0
                    MOVE "CHANGES PAST POINT - RERUN"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-DATES-RERUN
                WHEN WS-DTE-STATUS(WS-DTE-IDX) = SPACE
                    MOVE "NO RUNLOG RECORD - OUT OF BALANCE"
                        TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-DATES-OUT
                WHEN WS-DTE-STATUS(WS-DTE-IDX) = "B"
                    IF WS-DTE-AUD-COUNT(WS-DTE-IDX) = 0
                        MOVE "BACKED OUT" TO WS-DISPOSITION-TEXT
                        ADD 1 TO WS-DATES-BACKED-OUT
                    ELSE
                        MOVE "BACKED OUT - RECORDS REMAIN"
                            TO WS-DISPOSITION-TEXT
                        ADD 1 TO WS-DATES-OUT
                    END-IF
                WHEN WS-DTE-AUD-COUNT(WS-DTE-IDX)
                        = WS-DTE-LOG-COUNT(WS-DTE-IDX)
                    MOVE "BALANCED" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-DATES-BALANCED
                    ADD WS-DTE-LOG-COUNT(WS-DTE-IDX)
                        TO WS-BALANCED-LOG-TOTAL
                    ADD WS-DTE-AUD-COUNT(WS-DTE-IDX)
                        TO WS-BALANCED-AUD-TOTAL
                WHEN WS-DTE-AUD-COUNT(WS-DTE-IDX) = 0
                 AND WS-DTE-DATE(WS-DTE-IDX) < WS-EARLIEST-AUD-DATE
                    MOVE "PURGED TO ARCHIVE" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-DATES-PURGED
                WHEN OTHER
                    MOVE "OUT OF BALANCE" TO WS-DISPOSITION-TEXT
                    ADD 1 TO WS-DATES-OUT
            END-EVALUATE.

       END PROGRAM ABCDJRCV.
