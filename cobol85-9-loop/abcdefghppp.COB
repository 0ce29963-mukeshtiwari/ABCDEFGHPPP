      *               (ABCDEXCR) can fail a night that overflowed a
      *               control total even when nobody reads the job
      *               log.
      * 15 OCT 2026 - Every AUDITF record added is also appended, as
      *               an after image stamped with program, run date
      *               and time, to the shared AUDJRNL change journal,
      *               so ABCDJRCV can roll a damaged cluster forward
      *               from its last backup instead of the nights since
      *               being rerun. A journal that cannot be written
      *               is logged as an E exception at end of run.
      * 15 OCT 2026 - Step-level rerun control: a full walk looks the
      *               step up on RUNCTL for the night RSELSTEP set
      *               there. A night already searched to completion
      *               passes through RC=1 with no second report
      *               generation and no second RUNLOG record, unless
      *               FORCE=RUNSTEP was coded on the RSELSTEP PARM - a
      *               forced rerun is logged to EXCPLOG as a warning.
      *               A fresh start takes that night as its run date
      *               (a checkpoint's date still wins on a resume), so
      *               a stream resubmitted after midnight stays on the
      *               night it belongs to. A completed walk marks the
      *               step complete for the night. Verify and slice
      *               runs are not controlled.
      * 15 OCT 2026 - A checkpoint resume keys its RUNCTL check and
      *               completion mark on the checkpointed run date,
      *               not the night RSELSTEP named for the submission,
      *               so a restart on a later day marks the night it
      *               actually searched. The current-night record is
      *               rewritten with that night too, so EXTRSTEP,
      *               BALSTEP, EXCPSTEP and the sign-off follow it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "AUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
       FD  MATCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATCH-REPORT-RECORD            PIC X(80).
           05  MR-SP9             PIC X(02).
           05  MR-RULE-ID         PIC X(04).
           05  FILLER             PIC X(44).
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
       01  A PIC 99 VALUE 1.
       01  B PIC 99 VALUE 0.
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

      *    report heading / page control
       01  WS-LINES-PER-PAGE PIC 9(02) VALUE 60.
       01  WS-REPORT-LINE-COUNT PIC 9(04) VALUE 0.
       01  WS-AUD-DUP-SWITCH PIC X(01) VALUE "N".
           88  AUD-DUPLICATE-FOUND VALUE "Y".
           88  AUD-NOT-DUPLICATE VALUE "N".
      *    step-level rerun control - RUNCTL's current-night record
      *    names the night the stream is working on and any step
      *    forced to run again; a step already complete for that
      *    night passes through RC=1. Without RUNCTL (an ad hoc job)
      *    the step runs uncontrolled, as it always has
       01  WS-RCT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RCT-STEP-NAME PIC X(08) VALUE "RUNSTEP".
       01  WS-RCT-PROGRAM-ID PIC X(11) VALUE "ABCDEFGHPPP".
       01  WS-RCT-NIGHT-DATE PIC 9(08) VALUE 0.
       01  WS-RCT-FORCE-STEP PIC X(08) VALUE SPACES.
       01  WS-RCT-CONTROL-SWITCH PIC X(01) VALUE "N".
           88  WS-RCT-CONTROLLED VALUE "Y".
           88  WS-RCT-UNCONTROLLED VALUE "N".
       01  WS-RCT-DONE-SWITCH PIC X(01) VALUE "N".
           88  WS-RCT-ALREADY-DONE VALUE "Y".
           88  WS-RCT-NOT-DONE VALUE "N".
       01  WS-RCT-DONE-DATE PIC 9(08) VALUE 0.
       01  WS-RCT-DONE-TIME PIC 9(06) VALUE 0.
       01  WS-RCT-TODAY PIC 9(08) VALUE 0.
       01  WS-RCT-TIME-NOW.
           05  WS-RCT-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
       01  EDIT-RCT-NIGHT PIC 9999/99/99.
       01  EDIT-RCT-CKP-NIGHT PIC 9999/99/99.
       01  EDIT-RCT-DONE-DATE PIC 9999/99/99.
       01  EDIT-RCT-DONE-TIME PIC 99/99/99.
       LINKAGE SECTION.
      *    standard batch PARM - empty for the normal full walk, or
      *    SLICE=l-h to walk the A values l through h as one slice
                STOP RUN
            END-IF
            PERFORM READ-CHECKPOINT-PROCEDURE
      *    a slice is one part of a partitioned night, run by its
      *    own job - only the nightly full walk is rerun-controlled
            IF WS-FULL-WALK
                PERFORM CHECK-RUN-CONTROL-PROCEDURE
                IF WS-RCT-ALREADY-DONE
                    PERFORM PASS-THROUGH-PROCEDURE
                END-IF
            END-IF
            IF WS-SLICE-MODE
                IF WS-CKP-MISSING
                    MOVE WS-SLICE-LOW TO WS-START-A
      *        write, once every slice is complete
                IF WS-FULL-WALK
                    CLOSE AUDIT-FILE
                    PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
                    MOVE "S" TO RLG-STATUS
                    PERFORM WRITE-RUN-LOG-PROCEDURE
                END-IF
                STOP RUN
            END-IF
            CLOSE AUDIT-FILE
            PERFORM REPORT-JOURNAL-FAILURES-PROCEDURE
            MOVE "C" TO RLG-STATUS
            PERFORM WRITE-RUN-LOG-PROCEDURE
            IF RETURN-CODE = 0
                PERFORM MARK-STEP-COMPLETE-PROCEDURE
            END-IF
      *    run completed in full - CHKPT is left for the JCL's
      *    conditional cleanup step (keyed off this step's condition
      *    code) to clear, since CHKPT is now a cataloged dataset
            ADD 1 TO WS-RULE-MATCH-COUNT(WS-RULE-IDX)
            ADD 1 TO WS-MATCH-COUNT.

      *-----------------------
       CHECK-RUN-CONTROL-PROCEDURE.
      **
      * Looks this step up on RUNCTL for the night the stream is
      * working on. No RUNCTL, or no current night on it, leaves the
      * step uncontrolled. A checkpoint resume is checked, and later
      * marked, under the checkpointed run date instead - that is
      * the night being searched, whatever night RSELSTEP named for
      * this submission.
      **
            SET WS-RCT-UNCONTROLLED TO TRUE
            SET WS-RCT-NOT-DONE TO TRUE
            OPEN I-O RUN-CONTROL-FILE
            IF WS-RCT-FILE-STATUS NOT= "00"
                DISPLAY "NOTE - RUNCTL NOT AVAILABLE, STATUS = "
                    WS-RCT-FILE-STATUS " - NO RERUN CONTROL"
            ELSE
                MOVE 0 TO RCT-RUN-DATE
                MOVE "CURRENT" TO RCT-STEP-NAME
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        DISPLAY "NOTE - NO CURRENT NIGHT ON RUNCTL "
                            "- NO RERUN CONTROL"
                    NOT INVALID KEY
                        SET WS-RCT-CONTROLLED TO TRUE
                        MOVE RCC-NIGHT-DATE TO WS-RCT-NIGHT-DATE
                        MOVE RCC-FORCE-STEP TO WS-RCT-FORCE-STEP
                        IF WS-CKP-PRESENT
                            PERFORM ADOPT-CHECKPOINT-NIGHT-PROCEDURE
                        ELSE
      *                    provisional - dates a forced rerun's
      *                    exception record; GET-RUN-DATE-PROCEDURE
      *                    settles it
                            MOVE RCC-NIGHT-DATE TO WS-RUN-DATE
                        END-IF
                END-READ
                IF WS-RCT-CONTROLLED
                    PERFORM CHECK-STEP-STATUS-PROCEDURE
                END-IF
                CLOSE RUN-CONTROL-FILE
            END-IF.

      *-----------------------
       ADOPT-CHECKPOINT-NIGHT-PROCEDURE.
      **
      * A resume finishes the search the checkpoint was taken for,
      * under the run date READ-CHECKPOINT-PROCEDURE restored. When
      * RUNCTL's current night differs - a restart after noon the
      * day after the abend - rerun control follows the checkpointed
      * night, so the step is never marked complete for a night it
      * did not search, and the current-night record just read is
      * rewritten with it, so every later step of this submission
      * works on the night that actually ran and the next night's
      * stream finds its own steps still to do. A current night that
      * cannot be rewritten ends the step RC=12, as in RSELSTEP -
      * the steps after it would otherwise judge a night that never
      * ran.
      **
            IF WS-RUN-DATE NOT= WS-RCT-NIGHT-DATE
                MOVE WS-RCT-NIGHT-DATE TO EDIT-RCT-NIGHT
                MOVE WS-RUN-DATE TO EDIT-RCT-CKP-NIGHT
                DISPLAY "NOTE - RESUMING THE CHECKPOINTED SEARCH FOR "
                    EDIT-RCT-CKP-NIGHT " - RERUN CONTROL FOLLOWS "
                    "THAT NIGHT, NOT RUNCTL'S CURRENT NIGHT "
                    EDIT-RCT-NIGHT
                MOVE WS-RUN-DATE TO WS-RCT-NIGHT-DATE
                MOVE WS-RCT-NIGHT-DATE TO RCC-NIGHT-DATE
                REWRITE RUN-CONTROL-CURRENT
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-RCT-FILE-STATUS NOT= "00"
                    DISPLAY "ERROR - UNABLE TO SET THE CURRENT NIGHT "
                        "ON RUNCTL, STATUS = " WS-RCT-FILE-STATUS
                    CLOSE RUN-CONTROL-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "RERUN CONTROL: THIS SUBMISSION NOW WORKS ON "
                    "THE NIGHT OF " EDIT-RCT-CKP-NIGHT
            END-IF.

      *-----------------------
       CHECK-STEP-STATUS-PROCEDURE.
      **
      * Reads this step's own RUNCTL record for the night. A step
      * already complete is marked to pass through, unless the
      * operator forced it to run again - a forced rerun of a
      * completed step goes to the exception log as a warning and
      * runs.
      **
            MOVE WS-RCT-NIGHT-DATE TO EDIT-RCT-NIGHT
            MOVE WS-RCT-NIGHT-DATE TO RCT-RUN-DATE
            MOVE WS-RCT-STEP-NAME TO RCT-STEP-NAME
            READ RUN-CONTROL-FILE
                INVALID KEY
                    MOVE SPACE TO RCT-STATUS
            END-READ
            EVALUATE TRUE
                WHEN RCT-STATUS NOT= "C"
                    DISPLAY "RERUN CONTROL: " WS-RCT-STEP-NAME
                        " NOT YET COMPLETE FOR " EDIT-RCT-NIGHT
                        " - RUNNING"
                WHEN WS-RCT-FORCE-STEP = WS-RCT-STEP-NAME
                    MOVE RCT-COMPLETE-DATE TO EDIT-RCT-DONE-DATE
                    DISPLAY "WARNING - FORCED RERUN OF "
                        WS-RCT-STEP-NAME " FOR " EDIT-RCT-NIGHT
                        " - ALREADY COMPLETED " EDIT-RCT-DONE-DATE
                    ADD 1 TO RCT-FORCED-COUNT
                    REWRITE RUN-CONTROL-RECORD
                        INVALID KEY
                            DISPLAY "WARNING - UNABLE TO REWRITE "
                                "RUN-CONTROL-RECORD, STATUS = "
                                WS-RCT-FILE-STATUS
                    END-REWRITE
                    MOVE "W" TO WS-EXC-SEVERITY
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING "FORCED RERUN OF " DELIMITED BY SIZE
                           WS-RCT-STEP-NAME DELIMITED BY SPACE
                           " FOR NIGHT " DELIMITED BY SIZE
                           WS-RCT-NIGHT-DATE DELIMITED BY SIZE
                        INTO WS-EXC-MESSAGE
                    END-STRING
                    PERFORM REPORT-EXCEPTION-PROCEDURE
                WHEN OTHER
                    SET WS-RCT-ALREADY-DONE TO TRUE
                    MOVE RCT-COMPLETE-DATE TO WS-RCT-DONE-DATE
                    MOVE RCT-COMPLETE-TIME TO WS-RCT-DONE-TIME
            END-EVALUATE.

      *-----------------------
       PASS-THROUGH-PROCEDURE.
      **
      * Ends a step already complete for the night without doing
      * its work again. The pass-through is stamped on the step's
      * RUNCTL record and the step ends RC=1, which the stream
      * treats as clean.
      **
            ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD
            ACCEPT WS-RCT-TIME-NOW FROM TIME
            OPEN I-O RUN-CONTROL-FILE
            IF WS-RCT-FILE-STATUS = "00"
                MOVE WS-RCT-NIGHT-DATE TO RCT-RUN-DATE
                MOVE WS-RCT-STEP-NAME TO RCT-STEP-NAME
                READ RUN-CONTROL-FILE
                    NOT INVALID KEY
                        ADD 1 TO RCT-PASS-COUNT
                        MOVE WS-RCT-TODAY TO RCT-LAST-PASS-DATE
                        MOVE WS-RCT-HHMMSS TO RCT-LAST-PASS-TIME
                        REWRITE RUN-CONTROL-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-READ
                CLOSE RUN-CONTROL-FILE
            END-IF
            MOVE WS-RCT-DONE-DATE TO EDIT-RCT-DONE-DATE
            MOVE WS-RCT-DONE-TIME TO EDIT-RCT-DONE-TIME
            DISPLAY WS-RCT-STEP-NAME " ALREADY COMPLETE FOR "
                EDIT-RCT-NIGHT " - PASSED THROUGH"
            DISPLAY "  (COMPLETED " EDIT-RCT-DONE-DATE " AT "
                EDIT-RCT-DONE-TIME " - FORCE= ON THE RSELSTEP PARM "
                "RUNS IT AGAIN)"
            MOVE 1 TO RETURN-CODE
            STOP RUN.

      *-----------------------
       MARK-STEP-COMPLETE-PROCEDURE.
      **
      * Records this step as complete for the night once it has
      * ended clean, so a resubmitted stream passes it through. A
      * RUNCTL that cannot be updated is a warning only - the work
      * is done, but a resubmission would repeat it.
      **
            IF WS-RCT-CONTROLLED
                ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD
                ACCEPT WS-RCT-TIME-NOW FROM TIME
                OPEN I-O RUN-CONTROL-FILE
                IF WS-RCT-FILE-STATUS = "00"
                    MOVE WS-RCT-NIGHT-DATE TO RCT-RUN-DATE
                    MOVE WS-RCT-STEP-NAME TO RCT-STEP-NAME
                    READ RUN-CONTROL-FILE
                        INVALID KEY
                            MOVE SPACES TO RUN-CONTROL-RECORD
                            MOVE WS-RCT-NIGHT-DATE TO RCT-RUN-DATE
                            MOVE WS-RCT-STEP-NAME TO RCT-STEP-NAME
                            MOVE 0 TO RCT-RUN-COUNT
                            MOVE 0 TO RCT-FORCED-COUNT
                            MOVE 0 TO RCT-PASS-COUNT
                            MOVE 0 TO RCT-LAST-PASS-DATE
                            MOVE 0 TO RCT-LAST-PASS-TIME
                    END-READ
                    MOVE "C" TO RCT-STATUS
                    MOVE WS-RCT-PROGRAM-ID TO RCT-PROGRAM-ID
                    MOVE WS-RCT-TODAY TO RCT-COMPLETE-DATE
                    MOVE WS-RCT-HHMMSS TO RCT-COMPLETE-TIME
                    ADD 1 TO RCT-RUN-COUNT
                    WRITE RUN-CONTROL-RECORD
                        INVALID KEY
                            REWRITE RUN-CONTROL-RECORD
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                    END-WRITE
                    IF WS-RCT-FILE-STATUS = "00"
                        DISPLAY "RERUN CONTROL: " WS-RCT-STEP-NAME
                            " MARKED COMPLETE FOR " EDIT-RCT-NIGHT
                    ELSE
                        PERFORM RUN-CONTROL-NOT-UPDATED-PROCEDURE
                    END-IF
                    CLOSE RUN-CONTROL-FILE
                ELSE
                    PERFORM RUN-CONTROL-NOT-UPDATED-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       RUN-CONTROL-NOT-UPDATED-PROCEDURE.
      **
      * Reports a RUNCTL that could not be opened or written at the
      * end of the step.
      **
            DISPLAY "WARNING - UNABLE TO MARK " WS-RCT-STEP-NAME
                " ON RUNCTL, STATUS = " WS-RCT-FILE-STATUS
            MOVE "W" TO WS-EXC-SEVERITY
            MOVE SPACES TO WS-EXC-MESSAGE
            STRING "RUNCTL NOT UPDATED, STATUS " DELIMITED BY SIZE
                   WS-RCT-FILE-STATUS DELIMITED BY SIZE
                   " - RERUN REPEATS THE STEP" DELIMITED BY SIZE
                INTO WS-EXC-MESSAGE
            END-STRING
            PERFORM REPORT-EXCEPTION-PROCEDURE.

      *-----------------------
       REPORT-EXCEPTION-PROCEDURE.
      **
      * Captures the start time, and today's date for a fresh run -
      * a restart keeps the run date READ-CHECKPOINT-PROCEDURE
      * restored from CHKPT so the whole run stays under the date it
      * started on, however many nights the resume takes. Under
      * rerun control a fresh run takes the night RUNCTL names
      * instead, which is today's date unless the stream was
      * resubmitted after midnight for the night before.
      **
            IF WS-CKP-MISSING
                IF WS-RCT-CONTROLLED
                    MOVE WS-RCT-NIGHT-DATE TO WS-RUN-DATE
                ELSE
                    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                END-IF
            END-IF
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMM TO WS-START-TIME
                            INTO WS-EXC-MESSAGE
                        END-STRING
                        PERFORM REPORT-EXCEPTION-PROCEDURE
                    NOT INVALID KEY
                        MOVE "A" TO WS-JRN-ACTION
                        MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                        MOVE AUDIT-RECORD TO WS-JRN-AFTER-IMAGE
                        PERFORM WRITE-JOURNAL-PROCEDURE
                END-WRITE
            END-IF.

      *-----------------------
       WRITE-JOURNAL-PROCEDURE.
      **
      * Appends one before/after image of an AUDITF change to the
      * shared AUDJRNL journal, stamped with this program, the run
      * date and the time of the change. The journal is opened and
      * closed around each record, as EXCPLOG is, so everything
      * written before an abend is already on the dataset for a
      * forward recovery. The caller sets WS-JRN-ACTION and the two
      * images. A record that cannot be written is counted for
      * REPORT-JOURNAL-FAILURES-PROCEDURE - the AUDITF change itself
      * stands either way.
      **
            MOVE SPACES TO JOURNAL-RECORD
            MOVE "ABCDEFGHPPP" TO JRN-PROGRAM-ID
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
      * raised as an E exception the daily exception report fails
      * the night on - the cluster should be backed up again before
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
            END-IF.

      *-----------------------
       READ-CONTROL-CARD-PROCEDURE.
      **
