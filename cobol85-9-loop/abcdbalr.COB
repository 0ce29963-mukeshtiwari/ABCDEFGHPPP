      *               appends a standardized record to the common
      *               EXCPLOG dataset for the daily exception report
      *               (ABCDEXCR).
      * 15 OCT 2026 - Step-level rerun control: once the balance date
      *               is known the step looks itself up on RUNCTL for
      *               the night RSELSTEP set there. A night already
      *               balanced passes through RC=1, unless
      *               FORCE=BALSTEP was coded on the RSELSTEP PARM - a
      *               forced rerun is logged to EXCPLOG as a warning.
      *               A run found IN BALANCE marks the step complete
      *               for the night.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
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
       01  WS-CTL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
       01  EDIT-FIGURE PIC Z(8)9.
       01  EDIT-FIGURE-2 PIC Z(8)9.
       01  EDIT-FIGURE-3 PIC Z(8)9.
      *    step-level rerun control - RUNCTL's current-night record
      *    names the night the stream is working on and any step
      *    forced to run again; a step already complete for that
      *    night passes through RC=1. Without RUNCTL (an ad hoc job)
      *    the step runs uncontrolled, as it always has
       01  WS-RCT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RCT-STEP-NAME PIC X(08) VALUE "BALSTEP".
       01  WS-RCT-PROGRAM-ID PIC X(11) VALUE "ABCDBALR".
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
       01  EDIT-RCT-DONE-DATE PIC 9999/99/99.
       01  EDIT-RCT-DONE-TIME PIC 99/99/99.
       LINKAGE SECTION.
      *    optional PARM override of the run date (CCYYMMDD) when
      *    balancing an earlier generation the morning after
      *    date the generation belongs to, not zeros a date-filtered
      *    exception report would never list
            PERFORM SET-BALANCE-DATE-PROCEDURE
            PERFORM CHECK-RUN-CONTROL-PROCEDURE
            IF WS-RCT-ALREADY-DONE
                PERFORM PASS-THROUGH-PROCEDURE
            END-IF
            IF WS-REPORT-SUSPENDED
                DISPLAY "REPORT GENERATION IS A SUSPENDED RUN - "
                    "NOTHING TO BALANCE UNTIL IT RESUMES CLEAN"
            IF WS-MISMATCH-COUNT = 0
                DISPLAY "RUN IS IN BALANCE - REPORT DETAIL, TRAILER "
                    "AND AUDITF ALL AGREE"
                PERFORM MARK-STEP-COMPLETE-PROCEDURE
            ELSE
                DISPLAY "RUN IS OUT OF BALANCE - SEE MISMATCH "
                    "LINES ABOVE - DOWNSTREAM SHOULD BE HELD"
                    " MATCH COUNT"
            END-IF.

      *-----------------------
       CHECK-RUN-CONTROL-PROCEDURE.
      **
      * Looks this step up on RUNCTL for the night the stream is
      * working on. No RUNCTL, or no current night on it, leaves the
      * step uncontrolled.
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
                END-READ
                IF WS-RCT-CONTROLLED
                    PERFORM CHECK-STEP-STATUS-PROCEDURE
                END-IF
                CLOSE RUN-CONTROL-FILE
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
