      *               force - an empty CTLCARD would silently run the
      *               hardcoded defaults, which is never what a
      *               library-driven night means.
      * 14 OCT 2026 - Dual control: only a version a second user has
      *               approved (ABCDRAPR) can be selected. A pending or
      *               rejected version effective on or before the
      *               selection date is skipped - the rule falls back
      *               to its latest approved version - and named on
      *               the selection report; each pending one also
      *               appends a warning to the common EXCPLOG so the
      *               night's exception report shows a scheduled
      *               change that did not take effect.
      * 15 OCT 2026 - Business-day calendar: the selection date is
      *               looked up on PROD.ABCDEFGHPPP.CALENDAR (a date
      *               not on it counts as a business day Monday to
      *               Friday). On a holiday or non-business day no
      *               card is written, a status 'N' non-processing day
      *               record goes to RUNLOG for tonight and the step
      *               ends RC=4 so the search and its follow-on steps
      *               are bypassed cleanly. A shortened-window day's
      *               own stop time replaces the OPTCARD one.
      * 15 OCT 2026 - Step-level rerun control: every submission of
      *               the nightly stream records the night it works on
      *               on PROD.ABCDEFGHPPP.RUNCTL - the PARM date, else
      *               yesterday's unfinished night when resubmitted
      *               before noon, else today - for RUNSTEP, EXTRSTEP,
      *               BALSTEP and EXCPSTEP to key their own check on.
      *               A night this step already selected for passes
      *               through RC=1, leaving its CTLCARD as it was. The
      *               PARM may now also carry FORCE=stepname (alone or
      *               after the date and a comma) to make one
      *               completed step run again; the forced step logs
      *               its rerun to EXCPLOG as a warning. A
      *               non-processing day is recorded as such, so it
      *               never counts as an unfinished night.
      * 15 OCT 2026 - A night already recorded on RUNCTL as
      *               non-processing passes through RC=4 again, with
      *               no second RUNLOG record, unless FORCE=RSELSTEP.
      *               A pending or rejected version is reported and
      *               warned of only when it is later than the
      *               approved version the rule runs on - one an
      *               approved later version has superseded is not.
      *               A forced rerun of a night already recorded as
      *               non-processing writes no second RUNLOG record.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT CTL-OUT-FILE ASSIGN TO "CTLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTO-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  RLB-CHANGED-BY         PIC X(08).
           05  RLB-CHANGED-DATE       PIC 9(08).
           05  RLB-CHANGED-TIME       PIC 9(06).
      *    'P' pending, 'Y' approved, 'R' rejected - only 'Y' is
      *    ever selected
           05  RLB-APPROVAL-STATUS    PIC X(01).
           05  RLB-APPROVED-BY        PIC X(08).
           05  RLB-APPROVED-DATE      PIC 9(08).
           05  RLB-APPROVED-TIME      PIC 9(06).
       FD  OPT-CARD-FILE
           LABEL RECORDS ARE STANDARD.
      *    the one run-control card operations still keeps by hand -
           05  CTO-RULE-ID            PIC X(04).
           05  CTO-STOP-TIME          PIC X(04).
           05  CTO-RUN-MODE-SW        PIC X(01).
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
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDCALM maintains - one record per date
       01  CALENDAR-RECORD.
           05  CAL-DATE               PIC 9(08).
      *    'B' business day, 'S' shortened-window business day, 'H'
      *    holiday, 'N' non-business day (weekend)
           05  CAL-DAY-TYPE           PIC X(01).
      *    HHMM window stop time on an 'S' day
           05  CAL-STOP-TIME          PIC X(04).
           05  CAL-DESCRIPTION        PIC X(30).
           05  CAL-CHANGED-BY         PIC X(08).
           05  CAL-CHANGED-DATE       PIC 9(08).
           05  CAL-CHANGED-TIME       PIC 9(06).
           05  FILLER                 PIC X(15).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout the search step appends - written here only
      *    for a non-processing day, so the run history shows the
      *    night was skipped on purpose rather than missed
       01  RUN-LOG-RECORD.
           05  RLG-RUN-DATE           PIC 9(08).
           05  RLG-START-TIME         PIC 9(06).
           05  RLG-END-TIME           PIC 9(06).
           05  RLG-CTL-SOURCE         PIC X(01).
           05  RLG-RESTART-SW         PIC X(01).
           05  RLG-RESTART-A          PIC 9(02).
      *    'N' non-processing day - no search was due
           05  RLG-STATUS             PIC X(01).
           05  RLG-EFT1               PIC 9(06).
           05  RLG-EFT2               PIC 9(06).
           05  RLG-PPPT1              PIC 9(08).
           05  RLG-PPPT2              PIC 9(08).
           05  RLG-MATCH-COUNT        PIC 9(05).
           05  RLG-RULE-COUNT         PIC 9(02).
           05  RLG-RULE-ENTRIES       PIC X(240).
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
       01  WS-RLB-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-OPT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CTO-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
      *    business-day calendar lookup - CLASSIFY-DAY-PROCEDURE
      *    takes WS-CAL-CHECK-DATE and leaves its day type, stop time
      *    and description; a date not on the calendar (or no
      *    calendar at all) takes the weekday default
       01  WS-CAL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-CAL-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-CAL-OPEN VALUE "Y".
           88  WS-CAL-CLOSED VALUE "N".
       01  WS-CAL-CHECK-DATE PIC 9(08) VALUE 0.
       01  WS-CAL-DAY-TYPE PIC X(01) VALUE SPACE.
           88  WS-CAL-BUSINESS-DAY VALUE "B" "S".
           88  WS-CAL-SHORTENED-DAY VALUE "S".
       01  WS-CAL-STOP-TIME PIC X(04) VALUE SPACES.
       01  WS-CAL-DESCRIPTION PIC X(30) VALUE SPACES.
       01  WS-DAY-TYPE-TEXT PIC X(20) VALUE SPACES.
      *    CCYYMMDD to serial-day conversion work fields, as in the
      *    acknowledgement reconciliation - the serial day modulo 7
      *    gives the day of the week for the weekday default
       01  WS-CNV-DATE PIC 9(08) VALUE 0.
       01  WS-CNV-DAYS PIC 9(07) VALUE 0.
       01  WS-CNV-YEAR PIC 9(04).
       01  WS-CNV-MONTH PIC 9(02).
       01  WS-CNV-DAY PIC 9(02).
       01  WS-CNV-Y PIC 9(04).
       01  WS-CNV-M PIC 9(02).
       01  WS-CNV-REST PIC 9(04).
       01  WS-CNV-LEAP4 PIC 9(04).
       01  WS-CNV-LEAP100 PIC 9(02).
       01  WS-CNV-LEAP400 PIC 9(02).
       01  WS-MONTH-OFFSET-VALUES.
           05  FILLER PIC 9(03) VALUE 0.
           05  FILLER PIC 9(03) VALUE 31.
           05  FILLER PIC 9(03) VALUE 61.
           05  FILLER PIC 9(03) VALUE 92.
           05  FILLER PIC 9(03) VALUE 122.
           05  FILLER PIC 9(03) VALUE 153.
           05  FILLER PIC 9(03) VALUE 184.
           05  FILLER PIC 9(03) VALUE 214.
           05  FILLER PIC 9(03) VALUE 245.
           05  FILLER PIC 9(03) VALUE 275.
           05  FILLER PIC 9(03) VALUE 306.
           05  FILLER PIC 9(03) VALUE 337.
       01  WS-MONTH-OFFSET-TAB REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET PIC 9(03) OCCURS 12 TIMES.
      *    serial day modulo 7 - 4 is a Saturday and 5 a Sunday
       01  WS-WEEK-QUOTIENT PIC 9(07).
       01  WS-WEEKDAY-NO PIC 9(01).
           88  WS-WEEKEND-DAY VALUE 4 5.
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS     PIC 9(06).
           05  FILLER             PIC X(02).
       01  WS-START-HHMMSS PIC 9(06) VALUE 0.

      *    common exception log controls - the caller of
      *    REPORT-EXCEPTION-PROCEDURE sets the severity and message
       01  WS-EXC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-EXC-SEVERITY PIC X(01) VALUE "W".
       01  WS-EXC-MESSAGE PIC X(54) VALUE SPACES.
       01  WS-EXC-TIME-NOW.
           05  WS-EXC-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
       01  WS-RLB-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-RLB-EOF VALUE "Y".
           88  WS-RLB-MORE VALUE "N".
       01  WS-SELECTED-COUNT PIC 9(02) VALUE 0.
       01  WS-DROPPED-COUNT PIC 9(02) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(02) VALUE 0.
      *    versions effective by the selection date but not approved
       01  WS-PENDING-COUNT PIC 9(03) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(03) VALUE 0.
      *    the current rule's unapproved versions in that range, held
      *    until the group closes - only those later than the version
      *    in force are reported, as the ones not taking effect
       01  WS-SKIP-COUNT PIC 9(02) COMP VALUE 0.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY OCCURS 20 TIMES.
               10  WS-SKP-EFFECTIVE   PIC 9(08).
               10  WS-SKP-APPROVAL    PIC X(01).
               10  WS-SKP-APPROVED-BY PIC X(08).
               10  WS-SKP-CHANGED-BY  PIC X(08).
               10  WS-SKP-CHANGED-DATE PIC 9(08).
       01  WS-SKP-IDX PIC 9(02) COMP VALUE 0.
      *    the run-control fields for the first generated record
       01  WS-STOP-TIME-TEXT PIC X(04) VALUE SPACES.
       01  WS-RUN-MODE-TEXT PIC X(01) VALUE SPACE.
       01  EDIT-EFFECTIVE PIC 9999/99/99.
       01  EDIT-CHANGED PIC 9999/99/99.
       01  EDIT-COUNT PIC Z9.
       01  EDIT-SKIP-COUNT PIC ZZ9.
      *    step-level rerun control - RUNCTL's current-night record
      *    names the night the stream is working on and any step
      *    forced to run again; a step already complete for that
      *    night passes through RC=1. Without RUNCTL (an ad hoc job)
      *    the step runs uncontrolled, as it always has
       01  WS-RCT-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RCT-STEP-NAME PIC X(08) VALUE "RSELSTEP".
       01  WS-RCT-PROGRAM-ID PIC X(11) VALUE "ABCDRSEL".
       01  WS-RCT-NIGHT-DATE PIC 9(08) VALUE 0.
       01  WS-RCT-FORCE-STEP PIC X(08) VALUE SPACES.
       01  WS-RCT-CONTROL-SWITCH PIC X(01) VALUE "N".
           88  WS-RCT-CONTROLLED VALUE "Y".
           88  WS-RCT-UNCONTROLLED VALUE "N".
       01  WS-RCT-DONE-SWITCH PIC X(01) VALUE "N".
           88  WS-RCT-ALREADY-DONE VALUE "Y".
           88  WS-RCT-NOT-DONE VALUE "N".
      *    what the step's RUNCTL record says it finished as - 'C'
      *    complete, or 'N' when the night was a non-processing day
       01  WS-RCT-DONE-STATUS PIC X(01) VALUE SPACE.
           88  WS-RCT-DONE-NON-PROCESSING VALUE "N".
       01  WS-RCT-DONE-DATE PIC 9(08) VALUE 0.
       01  WS-RCT-DONE-TIME PIC 9(06) VALUE 0.
       01  WS-RCT-TODAY PIC 9(08) VALUE 0.
       01  WS-RCT-TIME-NOW.
           05  WS-RCT-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
       01  EDIT-RCT-NIGHT PIC 9999/99/99.
       01  EDIT-RCT-DONE-DATE PIC 9999/99/99.
       01  EDIT-RCT-DONE-TIME PIC 99/99/99.
      *    the current-night decision - a date on the PARM always
      *    wins; without one, a submission before the cutoff while
      *    yesterday's night is still unfinished carries on with
      *    yesterday's night rather than starting today's
       01  WS-PARM-DATE-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-DATE-GIVEN VALUE "Y".
           88  WS-PARM-DATE-ABSENT VALUE "N".
       01  WS-RCT-RESUME-CUTOFF PIC 9(06) VALUE 120000.
       01  WS-RCT-PRIOR-NIGHT PIC 9(08) VALUE 0.
       01  WS-RCT-PRIOR-DAYS PIC 9(07) VALUE 0.
       01  WS-RCT-NIGHT-SWITCH PIC X(01) VALUE "C".
           88  WS-RCT-NIGHT-OPEN VALUE "O".
           88  WS-RCT-NIGHT-CLOSED VALUE "C".
           88  WS-RCT-NIGHT-NON-PROCESSING VALUE "N".
      *    'C' complete, or 'N' when the night turns out to be a
      *    non-processing day
       01  WS-RCT-MARK-STATUS PIC X(01) VALUE "C".
      *    the steps under rerun control - the first four are the
      *    ones a night needs before it counts as finished
       01  WS-RCT-STEP-VALUES.
           05  FILLER PIC X(08) VALUE "RSELSTEP".
           05  FILLER PIC X(08) VALUE "RUNSTEP".
           05  FILLER PIC X(08) VALUE "EXTRSTEP".
           05  FILLER PIC X(08) VALUE "BALSTEP".
           05  FILLER PIC X(08) VALUE "EXCPSTEP".
       01  WS-RCT-STEP-TABLE REDEFINES WS-RCT-STEP-VALUES.
           05  WS-RCT-CONTROLLED-STEP PIC X(08) OCCURS 5 TIMES.
       01  WS-RCT-IDX PIC 9(02) COMP VALUE 0.
       01  WS-RCT-VALID-SWITCH PIC X(01) VALUE "N".
           88  WS-RCT-VALID-STEP VALUE "Y".
           88  WS-RCT-UNKNOWN-STEP VALUE "N".
       LINKAGE SECTION.
      *    optional PARM override of the run date (CCYYMMDD) the
      *    selection is for - empty selects for today, the date the
      *    search step will stamp a fresh run with - and/or
      *    FORCE=stepname to run one completed step of the night
      *    again (CCYYMMDD,FORCE=stepname for both)
       01  PARM-DATA.
           05  PARM-LENGTH            PIC S9(04) COMP.
           05  PARM-TEXT              PIC X(100).
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMMSS TO WS-START-HHMMSS
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "RULE LIBRARY SELECTION REPORT     RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            PERFORM SET-SELECT-DATE-PROCEDURE
            PERFORM SET-CURRENT-NIGHT-PROCEDURE
            IF WS-RCT-ALREADY-DONE
                PERFORM PASS-THROUGH-PROCEDURE
            END-IF
            PERFORM CHECK-CALENDAR-PROCEDURE
            PERFORM READ-OPT-CARD-PROCEDURE
            IF WS-CAL-SHORTENED-DAY
                PERFORM APPLY-SHORTENED-WINDOW-PROCEDURE
            END-IF
            OPEN INPUT RULE-LIB-FILE
            IF WS-RLB-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RULE-LIB-FILE, "
            DISPLAY "RULES SELECTED     " EDIT-COUNT
            MOVE WS-DROPPED-COUNT TO EDIT-COUNT
            DISPLAY "RULES OUT OF FORCE " EDIT-COUNT
            MOVE WS-PENDING-COUNT TO EDIT-SKIP-COUNT
            DISPLAY "VERSIONS SKIPPED, PENDING APPROVAL  "
                EDIT-SKIP-COUNT
            MOVE WS-REJECTED-COUNT TO EDIT-SKIP-COUNT
            DISPLAY "VERSIONS SKIPPED, REJECTED          "
                EDIT-SKIP-COUNT
            IF WS-OVERFLOW-COUNT > 0
                MOVE WS-OVERFLOW-COUNT TO EDIT-COUNT
                DISPLAY "ERROR - " EDIT-COUNT " RULE(S) IN FORCE "
                    "NIGHT NEVER MEANS"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF RETURN-CODE = 0
                MOVE "C" TO WS-RCT-MARK-STATUS
                PERFORM MARK-STEP-COMPLETE-PROCEDURE
            END-IF
            STOP RUN.

      *-----------------------
      **
      * The date the selection is for - tonight's run date, or the
      * PARM for a look at what will be (or was) in force on another
      * night - and the step, if any, the PARM forces to run again.
      * A FORCE= naming a step that is not under rerun control is a
      * mispunch and ends the step RC=8.
      **
            MOVE WS-RUN-DATE TO WS-SELECT-DATE
            MOVE SPACES TO WS-RCT-FORCE-STEP
            SET WS-PARM-DATE-ABSENT TO TRUE
            EVALUATE TRUE
                WHEN PARM-LENGTH = 0
                    CONTINUE
                WHEN PARM-LENGTH = 8
                 AND PARM-TEXT(1:8) NUMERIC
                    MOVE PARM-TEXT(1:8) TO WS-SELECT-DATE
                    SET WS-PARM-DATE-GIVEN TO TRUE
                WHEN PARM-LENGTH > 6
                 AND PARM-LENGTH < 15
                 AND PARM-TEXT(1:6) = "FORCE="
                    MOVE PARM-TEXT(7:PARM-LENGTH - 6)
                        TO WS-RCT-FORCE-STEP
                WHEN PARM-LENGTH > 15
                 AND PARM-LENGTH < 24
                 AND PARM-TEXT(1:8) NUMERIC
                 AND PARM-TEXT(9:7) = ",FORCE="
                    MOVE PARM-TEXT(1:8) TO WS-SELECT-DATE
                    SET WS-PARM-DATE-GIVEN TO TRUE
                    MOVE PARM-TEXT(16:PARM-LENGTH - 15)
                        TO WS-RCT-FORCE-STEP
                WHEN OTHER
                    DISPLAY "ERROR - PARM MUST BE A CCYYMMDD RUN "
                        "DATE, FORCE=STEPNAME OR CCYYMMDD,FORCE="
                        "STEPNAME, NOT '" PARM-TEXT(1:PARM-LENGTH) "'"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            IF WS-RCT-FORCE-STEP NOT= SPACES
                SET WS-RCT-UNKNOWN-STEP TO TRUE
                PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                        UNTIL WS-RCT-IDX > 5
                    IF WS-RCT-CONTROLLED-STEP(WS-RCT-IDX)
                           = WS-RCT-FORCE-STEP
                        SET WS-RCT-VALID-STEP TO TRUE
                    END-IF
                END-PERFORM
                IF WS-RCT-UNKNOWN-STEP
                    DISPLAY "ERROR - FORCE=" WS-RCT-FORCE-STEP
                        " IS NOT A RERUN-CONTROLLED STEP - RSELSTEP, "
                        "RUNSTEP, EXTRSTEP, BALSTEP OR EXCPSTEP"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "FORCED RERUN REQUESTED FOR "
                    WS-RCT-FORCE-STEP
            END-IF
            MOVE WS-SELECT-DATE TO EDIT-SELECT-DATE
            DISPLAY "SELECTING THE RULES IN FORCE FOR "
                EDIT-SELECT-DATE.

      *-----------------------
       CHECK-CALENDAR-PROCEDURE.
      **
      * Looks the selection date up on the business-day calendar. A
      * business day (or shortened-window business day) carries on
      * to the selection; a holiday or non-business day ends the step
      * as a non-processing day.
      **
            PERFORM OPEN-CALENDAR-PROCEDURE
            MOVE WS-SELECT-DATE TO WS-CAL-CHECK-DATE
            PERFORM CLASSIFY-DAY-PROCEDURE
            IF WS-CAL-OPEN
                CLOSE CALENDAR-FILE
            END-IF
            PERFORM SET-DAY-TYPE-TEXT-PROCEDURE
            DISPLAY "BUSINESS CALENDAR: " EDIT-SELECT-DATE " IS A "
                WS-DAY-TYPE-TEXT " - " WS-CAL-DESCRIPTION
            IF NOT WS-CAL-BUSINESS-DAY
                PERFORM NON-PROCESSING-DAY-PROCEDURE
            END-IF.

      *-----------------------
       NON-PROCESSING-DAY-PROCEDURE.
      **
      * Nothing is due on a holiday or non-business day. No card is
      * written, so last night's CTLCARD is left as it was; for
      * tonight (no PARM date) a status 'N' record is appended to
      * RUNLOG so the run history shows the night skipped on purpose,
      * and the night is recorded on RUNCTL as non-processing - a
      * forced rerun of a night RUNCTL already had as non-processing
      * logged it the first time, so RUNLOG is left alone. RC=4
      * bypasses the edit, the search and every step keyed to them,
      * while the exception report and the sign-off still run and
      * close the night cleanly.
      **
            DISPLAY "----------------------------------------"
            DISPLAY "NON-PROCESSING DAY - NO RULES SELECTED AND NO "
                "CONTROL CARD WRITTEN FOR " EDIT-SELECT-DATE
            MOVE "N" TO WS-RCT-MARK-STATUS
            PERFORM MARK-STEP-COMPLETE-PROCEDURE
            EVALUATE TRUE
                WHEN WS-RCT-DONE-NON-PROCESSING
                    DISPLAY "NOTE - RUNLOG ALREADY HOLDS THIS NIGHT'S "
                        "NON-PROCESSING DAY RECORD - NOT WRITTEN AGAIN"
                WHEN WS-PARM-DATE-ABSENT
                    PERFORM WRITE-NON-PROCESSING-LOG-PROCEDURE
                WHEN OTHER
                    DISPLAY "NOTE - RUNLOG IS ONLY MARKED FOR "
                        "TONIGHT'S OWN RUN, NOT FOR A PARM DATE"
            END-EVALUATE
            MOVE 4 TO RETURN-CODE
            STOP RUN.

      *-----------------------
       WRITE-NON-PROCESSING-LOG-PROCEDURE.
      **
      * Appends tonight's non-processing day record to the
      * cumulative RUNLOG - status 'N', no rules, zero totals. A
      * RUNLOG that cannot be opened or written is reported and goes
      * to the exception log, as the search step does.
      **
            MOVE SPACES TO RUN-LOG-RECORD
            MOVE WS-SELECT-DATE TO RLG-RUN-DATE
            MOVE WS-START-HHMMSS TO RLG-START-TIME
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMMSS TO RLG-END-TIME
            MOVE "N" TO RLG-RESTART-SW
            MOVE 0 TO RLG-RESTART-A
            MOVE "N" TO RLG-STATUS
            MOVE 0 TO RLG-EFT1
            MOVE 0 TO RLG-EFT2
            MOVE 0 TO RLG-PPPT1
            MOVE 0 TO RLG-PPPT2
            MOVE 0 TO RLG-MATCH-COUNT
            MOVE 0 TO RLG-RULE-COUNT
            OPEN EXTEND RUN-LOG-FILE
            IF WS-RLG-FILE-STATUS NOT= "00"
                OPEN OUTPUT RUN-LOG-FILE
            END-IF
            IF WS-RLG-FILE-STATUS NOT= "00"
                DISPLAY "WARNING - UNABLE TO OPEN RUN-LOG-FILE, "
                    "STATUS = " WS-RLG-FILE-STATUS
                MOVE "W" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "UNABLE TO OPEN RUN-LOG-FILE, STATUS "
                           DELIMITED BY SIZE
                       WS-RLG-FILE-STATUS DELIMITED BY SIZE
                       " - DAY NOT LOGGED" DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
            ELSE
                WRITE RUN-LOG-RECORD
                IF WS-RLG-FILE-STATUS NOT= "00"
                    DISPLAY "WARNING - UNABLE TO WRITE RUN-LOG-"
                        "RECORD, STATUS = " WS-RLG-FILE-STATUS
                    MOVE "W" TO WS-EXC-SEVERITY
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING "UNABLE TO WRITE RUN-LOG-RECORD, STATUS "
                               DELIMITED BY SIZE
                           WS-RLG-FILE-STATUS DELIMITED BY SIZE
                        INTO WS-EXC-MESSAGE
                    END-STRING
                    PERFORM REPORT-EXCEPTION-PROCEDURE
                ELSE
                    DISPLAY "RUNLOG MARKED - " EDIT-SELECT-DATE
                        " LOGGED AS A NON-PROCESSING DAY (STATUS N)"
                END-IF
                CLOSE RUN-LOG-FILE
            END-IF.

      *-----------------------
       APPLY-SHORTENED-WINDOW-PROCEDURE.
      **
      * A shortened-window day's own stop time replaces whatever
      * OPTCARD carries, so the search suspends early that night
      * without anyone touching the card.
      **
            IF WS-CAL-STOP-TIME NUMERIC
                DISPLAY "SHORTENED WINDOW - CALENDAR STOP TIME "
                    WS-CAL-STOP-TIME " REPLACES OPTCARD STOP TIME '"
                    WS-STOP-TIME-TEXT "'"
                MOVE WS-CAL-STOP-TIME TO WS-STOP-TIME-TEXT
            ELSE
                DISPLAY "WARNING - SHORTENED-WINDOW DAY WITH NO "
                    "USABLE STOP TIME ON THE CALENDAR - OPTCARD "
                    "STOP TIME '" WS-STOP-TIME-TEXT "' STANDS"
            END-IF.

      *-----------------------
       READ-OPT-CARD-PROCEDURE.
      **
       SELECT-ONE-VERSION-PROCEDURE.
      **
      * Reads the next library record. A new rule id closes the
      * group before it; within the group, every APPROVED version
      * effective on or before the selection date replaces the best
      * so far - the key order guarantees the last one kept is the
      * latest. A pending or rejected version in that range is
      * skipped and held for the group break, so the rule stays on
      * its latest approved version.
      **
            READ RULE-LIB-FILE NEXT RECORD
                AT END
                        MOVE SPACES TO WS-BST-DISTINCT
                        MOVE SPACES TO WS-BST-CHANGED-BY
                        MOVE 0 TO WS-BST-CHANGED-DATE
                        MOVE 0 TO WS-SKIP-COUNT
                    END-IF
                    IF RLB-EFFECTIVE-DATE <= WS-SELECT-DATE
                       AND RLB-APPROVAL-STATUS NOT= "Y"
                        PERFORM HOLD-UNAPPROVED-PROCEDURE
                    END-IF
                    IF RLB-EFFECTIVE-DATE <= WS-SELECT-DATE
                       AND RLB-APPROVAL-STATUS = "Y"
                        SET WS-BEST-FOUND TO TRUE
                        MOVE RLB-EFFECTIVE-DATE TO WS-BST-EFFECTIVE
                        MOVE RLB-EXPIRY-DATE TO WS-BST-EXPIRY
      * Disposes of the rule group just finished: the best version
      * in force is written to the card and reported with its audit
      * stamp; a rule whose governing version is inactive, expired
      * or not yet effective is reported out of force. The unapproved
      * versions held for the group are judged first.
      **
            PERFORM REPORT-UNAPPROVED-PROCEDURE
                VARYING WS-SKP-IDX FROM 1 BY 1
                UNTIL WS-SKP-IDX > WS-SKIP-COUNT
            MOVE WS-BST-EFFECTIVE TO EDIT-EFFECTIVE
            MOVE WS-BST-CHANGED-DATE TO EDIT-CHANGED
            EVALUATE TRUE
                WHEN WS-BEST-NONE
                    ADD 1 TO WS-DROPPED-COUNT
                    DISPLAY "RULE " WS-CUR-RULE-ID
                        " - NOT YET IN FORCE (NO APPROVED VERSION "
                        "EFFECTIVE ON OR BEFORE THE SELECTION DATE)"
                WHEN WS-BST-STATUS = "I"
                    ADD 1 TO WS-DROPPED-COUNT
                    DISPLAY "RULE " WS-CUR-RULE-ID
                " - LAST CHANGED BY " WS-BST-CHANGED-BY
                " ON " EDIT-CHANGED.

      *-----------------------
       HOLD-UNAPPROVED-PROCEDURE.
      **
      * Holds an unapproved version of the current rule until the
      * group closes and the version in force is known. Twenty is
      * far more than a rule ever has waiting, so an overflow is
      * only noted.
      **
            IF WS-SKIP-COUNT < 20
                ADD 1 TO WS-SKIP-COUNT
                MOVE RLB-EFFECTIVE-DATE
                    TO WS-SKP-EFFECTIVE(WS-SKIP-COUNT)
                MOVE RLB-APPROVAL-STATUS
                    TO WS-SKP-APPROVAL(WS-SKIP-COUNT)
                MOVE RLB-APPROVED-BY
                    TO WS-SKP-APPROVED-BY(WS-SKIP-COUNT)
                MOVE RLB-CHANGED-BY
                    TO WS-SKP-CHANGED-BY(WS-SKIP-COUNT)
                MOVE RLB-CHANGED-DATE
                    TO WS-SKP-CHANGED-DATE(WS-SKIP-COUNT)
            ELSE
                MOVE RLB-EFFECTIVE-DATE TO EDIT-EFFECTIVE
                DISPLAY "WARNING - RULE " RLB-RULE-ID " HAS MORE THAN "
                    "20 UNAPPROVED VERSIONS - VERSION EFFECTIVE "
                    EDIT-EFFECTIVE " NOT REPORTED"
            END-IF.

      *-----------------------
       REPORT-UNAPPROVED-PROCEDURE.
      **
      * Names a held version the selection had to pass over because
      * no second user has approved it, when it is later than the
      * approved version in force - one an approved later version
      * superseded would never have run, so it is not mentioned. A
      * pending version is a change somebody scheduled that is not
      * taking effect tonight, so it also goes to the exception log
      * as a warning; a rejected one was refused on purpose and is
      * only listed.
      **
            IF WS-SKP-EFFECTIVE(WS-SKP-IDX) > WS-BST-EFFECTIVE
                MOVE WS-SKP-EFFECTIVE(WS-SKP-IDX) TO EDIT-EFFECTIVE
                MOVE WS-SKP-CHANGED-DATE(WS-SKP-IDX) TO EDIT-CHANGED
                IF WS-SKP-APPROVAL(WS-SKP-IDX) = "R"
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY "RULE " WS-CUR-RULE-ID
                        " - VERSION EFFECTIVE " EDIT-EFFECTIVE
                        " SKIPPED, REJECTED BY "
                        WS-SKP-APPROVED-BY(WS-SKP-IDX)
                ELSE
                    ADD 1 TO WS-PENDING-COUNT
                    DISPLAY "RULE " WS-CUR-RULE-ID
                        " - VERSION EFFECTIVE " EDIT-EFFECTIVE
                        " SKIPPED, PENDING APPROVAL - KEYED BY "
                        WS-SKP-CHANGED-BY(WS-SKP-IDX)
                        " ON " EDIT-CHANGED
                    MOVE "W" TO WS-EXC-SEVERITY
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING "RULE " DELIMITED BY SIZE
                           WS-CUR-RULE-ID DELIMITED BY SIZE
                           " VERSION " DELIMITED BY SIZE
                           WS-SKP-EFFECTIVE(WS-SKP-IDX)
                               DELIMITED BY SIZE
                           " SKIPPED - PENDING APPROVAL"
                               DELIMITED BY SIZE
                        INTO WS-EXC-MESSAGE
                    END-STRING
                    PERFORM REPORT-EXCEPTION-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       SET-CURRENT-NIGHT-PROCEDURE.
      **
      * Settles the night this submission of the stream works on and
      * records it, with any forced step, on RUNCTL's current-night
      * record for every later step to key on; then looks this step
      * itself up for that night. A current night that cannot be
      * recorded ends the step RC=12 - the steps after it would
      * otherwise judge themselves against a stale night. No RUNCTL
      * (an ad hoc selection job) leaves the step uncontrolled.
      **
            SET WS-RCT-UNCONTROLLED TO TRUE
            SET WS-RCT-NOT-DONE TO TRUE
            OPEN I-O RUN-CONTROL-FILE
            IF WS-RCT-FILE-STATUS NOT= "00"
                DISPLAY "NOTE - RUNCTL NOT AVAILABLE, STATUS = "
                    WS-RCT-FILE-STATUS " - NO RERUN CONTROL"
                IF WS-RCT-FORCE-STEP NOT= SPACES
                    DISPLAY "WARNING - FORCE=" WS-RCT-FORCE-STEP
                        " HAS NO EFFECT WITHOUT RUNCTL"
                END-IF
            ELSE
                SET WS-RCT-CONTROLLED TO TRUE
                MOVE 0 TO RCT-RUN-DATE
                MOVE "CURRENT" TO RCT-STEP-NAME
                READ RUN-CONTROL-FILE
                    INVALID KEY
                        MOVE 0 TO WS-RCT-PRIOR-NIGHT
                    NOT INVALID KEY
                        MOVE RCC-NIGHT-DATE TO WS-RCT-PRIOR-NIGHT
                END-READ
                IF WS-PARM-DATE-ABSENT
                   AND WS-RCT-PRIOR-NIGHT > 0
                   AND WS-RCT-PRIOR-NIGHT < WS-SELECT-DATE
                   AND WS-START-HHMMSS < WS-RCT-RESUME-CUTOFF
                    PERFORM CHECK-OPEN-NIGHT-PROCEDURE
                END-IF
                MOVE WS-SELECT-DATE TO WS-RCT-NIGHT-DATE
                MOVE WS-RCT-NIGHT-DATE TO EDIT-RCT-NIGHT
                MOVE SPACES TO RUN-CONTROL-CURRENT
                MOVE 0 TO RCT-RUN-DATE
                MOVE "CURRENT" TO RCT-STEP-NAME
                MOVE WS-RCT-NIGHT-DATE TO RCC-NIGHT-DATE
                MOVE WS-RCT-FORCE-STEP TO RCC-FORCE-STEP
                MOVE WS-RUN-DATE TO RCC-SUBMIT-DATE
                MOVE WS-START-HHMMSS TO RCC-SUBMIT-TIME
                WRITE RUN-CONTROL-CURRENT
                    INVALID KEY
                        REWRITE RUN-CONTROL-CURRENT
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-WRITE
                IF WS-RCT-FILE-STATUS NOT= "00"
                    DISPLAY "ERROR - UNABLE TO SET THE CURRENT NIGHT "
                        "ON RUNCTL, STATUS = " WS-RCT-FILE-STATUS
                    CLOSE RUN-CONTROL-FILE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "RERUN CONTROL: THIS SUBMISSION WORKS ON "
                    "THE NIGHT OF " EDIT-RCT-NIGHT
                PERFORM CHECK-STEP-STATUS-PROCEDURE
                CLOSE RUN-CONTROL-FILE
            END-IF.

      *-----------------------
       CHECK-OPEN-NIGHT-PROCEDURE.
      **
      * A submission before the cutoff with no date on the PARM,
      * when the current night on RUNCTL is yesterday's and that
      * night never finished, is a resubmission of yesterday's
      * night after a failure - it carries on under yesterday's run
      * date instead of starting today's. A night is finished when
      * RSELSTEP, RUNSTEP, EXTRSTEP and BALSTEP are all complete, or
      * when it was a non-processing day.
      **
            MOVE WS-RCT-PRIOR-NIGHT TO WS-CNV-DATE
            PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
            MOVE WS-CNV-DAYS TO WS-RCT-PRIOR-DAYS
            MOVE WS-SELECT-DATE TO WS-CNV-DATE
            PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
            IF WS-CNV-DAYS = WS-RCT-PRIOR-DAYS + 1
                SET WS-RCT-NIGHT-CLOSED TO TRUE
                PERFORM PROBE-NIGHT-STEP-PROCEDURE
                    VARYING WS-RCT-IDX FROM 1 BY 1
                    UNTIL WS-RCT-IDX > 4
                       OR WS-RCT-NIGHT-NON-PROCESSING
                IF WS-RCT-NIGHT-OPEN
                    MOVE WS-RCT-PRIOR-NIGHT TO WS-SELECT-DATE
                    MOVE WS-SELECT-DATE TO EDIT-SELECT-DATE
                    DISPLAY "NOTE - RESUBMITTED BEFORE NOON WITH THE "
                        "NIGHT OF " EDIT-SELECT-DATE " UNFINISHED - "
                        "CARRYING ON WITH THAT NIGHT"
                    DISPLAY "SELECTING THE RULES IN FORCE FOR "
                        EDIT-SELECT-DATE
                END-IF
            END-IF.

      *-----------------------
       PROBE-NIGHT-STEP-PROCEDURE.
      **
      * Reads one step's RUNCTL record for yesterday's night - any
      * step not complete leaves the night open.
      **
            MOVE WS-RCT-PRIOR-NIGHT TO RCT-RUN-DATE
            MOVE WS-RCT-CONTROLLED-STEP(WS-RCT-IDX) TO RCT-STEP-NAME
            READ RUN-CONTROL-FILE
                INVALID KEY
                    MOVE SPACE TO RCT-STATUS
            END-READ
            EVALUATE RCT-STATUS
                WHEN "C"
                    CONTINUE
                WHEN "N"
                    SET WS-RCT-NIGHT-NON-PROCESSING TO TRUE
                WHEN OTHER
                    SET WS-RCT-NIGHT-OPEN TO TRUE
            END-EVALUATE.

      *-----------------------
       CHECK-STEP-STATUS-PROCEDURE.
      **
      * Reads this step's own RUNCTL record for the night. A step
      * already complete, or a night already recorded as
      * non-processing, is marked to pass through, unless the
      * operator forced it to run again - a forced rerun of a
      * completed step goes to the exception log as a warning and
      * runs, remembering what the night was recorded as.
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
                 AND RCT-STATUS NOT= "N"
                    DISPLAY "RERUN CONTROL: " WS-RCT-STEP-NAME
                        " NOT YET COMPLETE FOR " EDIT-RCT-NIGHT
                        " - RUNNING"
                WHEN WS-RCT-FORCE-STEP = WS-RCT-STEP-NAME
                    MOVE RCT-STATUS TO WS-RCT-DONE-STATUS
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
                    MOVE RCT-STATUS TO WS-RCT-DONE-STATUS
                    MOVE RCT-COMPLETE-DATE TO WS-RCT-DONE-DATE
                    MOVE RCT-COMPLETE-TIME TO WS-RCT-DONE-TIME
            END-EVALUATE.

      *-----------------------
       PASS-THROUGH-PROCEDURE.
      **
      * Ends a step already complete for the night without doing
      * its work again. The pass-through is stamped on the step's
      * RUNCTL record and the step ends RC=1, which the stream
      * treats as clean - or, for a night already recorded as
      * non-processing, RC=4 again, so the processing steps stay
      * bypassed; its RUNLOG record was written the first time.
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
            IF WS-RCT-DONE-NON-PROCESSING
                DISPLAY WS-RCT-STEP-NAME " - " EDIT-RCT-NIGHT
                    " ALREADY RECORDED AS A NON-PROCESSING DAY - "
                    "PASSED THROUGH"
            ELSE
                DISPLAY WS-RCT-STEP-NAME " ALREADY COMPLETE FOR "
                    EDIT-RCT-NIGHT " - PASSED THROUGH"
            END-IF
            DISPLAY "  (COMPLETED " EDIT-RCT-DONE-DATE " AT "
                EDIT-RCT-DONE-TIME " - FORCE= ON THE RSELSTEP PARM "
                "RUNS IT AGAIN)"
            IF WS-RCT-DONE-NON-PROCESSING
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

      *-----------------------
       MARK-STEP-COMPLETE-PROCEDURE.
      **
      * Records this step as complete for the night once it has
      * ended clean, so a resubmitted stream passes it through - or,
      * with WS-RCT-MARK-STATUS 'N', the night as non-processing. A
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
                    MOVE WS-RCT-MARK-STATUS TO RCT-STATUS
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
                            " RECORDED FOR " EDIT-RCT-NIGHT
                            ", STATUS " RCT-STATUS
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
      * Appends one standardized record - program, run date, time,
      * severity, message - to the common EXCPLOG dataset, so a
      * warning that scrolls off SYSOUT still turns up on the daily
      * exception report and can fail the night. The caller sets
      * WS-EXC-SEVERITY and WS-EXC-MESSAGE. A log that cannot be
      * written is reported on SYSOUT only - there is nowhere else
      * to log that.
      **
            MOVE "ABCDRSEL" TO EXC-PROGRAM-ID
            MOVE WS-SELECT-DATE TO EXC-RUN-DATE
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
       OPEN-CALENDAR-PROCEDURE.
      **
      * Opens the business-day calendar for lookups. Without it every
      * weekday counts as a business day and every weekend day as a
      * non-business day - noted, not failed, so a calendar not yet
      * set up never stops the night.
      **
            OPEN INPUT CALENDAR-FILE
            IF WS-CAL-FILE-STATUS = "00"
                SET WS-CAL-OPEN TO TRUE
            ELSE
                SET WS-CAL-CLOSED TO TRUE
                DISPLAY "NOTE - CALENDAR NOT AVAILABLE, STATUS = "
                    WS-CAL-FILE-STATUS " - WEEKDAYS COUNT AS "
                    "BUSINESS DAYS"
            END-IF.

      *-----------------------
       CLASSIFY-DAY-PROCEDURE.
      **
      * Classifies the date in WS-CAL-CHECK-DATE - the calendar's own
      * record when there is one, otherwise the weekday default: a
      * business day Monday to Friday, a non-business day Saturday
      * and Sunday.
      **
            MOVE SPACE TO WS-CAL-DAY-TYPE
            MOVE SPACES TO WS-CAL-STOP-TIME
            MOVE SPACES TO WS-CAL-DESCRIPTION
            IF WS-CAL-OPEN
                MOVE WS-CAL-CHECK-DATE TO CAL-DATE
                READ CALENDAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                        MOVE CAL-STOP-TIME TO WS-CAL-STOP-TIME
                        MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION
                END-READ
            END-IF
            IF WS-CAL-DAY-TYPE = SPACE
                MOVE WS-CAL-CHECK-DATE TO WS-CNV-DATE
                PERFORM CONVERT-DATE-TO-DAYS-PROCEDURE
                DIVIDE WS-CNV-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
                    REMAINDER WS-WEEKDAY-NO
                IF WS-WEEKEND-DAY
                    MOVE "N" TO WS-CAL-DAY-TYPE
                    MOVE "WEEKEND (NOT ON CALENDAR)"
                        TO WS-CAL-DESCRIPTION
                ELSE
                    MOVE "B" TO WS-CAL-DAY-TYPE
                    MOVE "WEEKDAY (NOT ON CALENDAR)"
                        TO WS-CAL-DESCRIPTION
                END-IF
            END-IF.

      *-----------------------
       SET-DAY-TYPE-TEXT-PROCEDURE.
      **
      * Spells out the day type in WS-CAL-DAY-TYPE.
      **
            EVALUATE WS-CAL-DAY-TYPE
                WHEN "B"
                    MOVE "BUSINESS DAY" TO WS-DAY-TYPE-TEXT
                WHEN "S"
                    MOVE "SHORTENED WINDOW DAY" TO WS-DAY-TYPE-TEXT
                WHEN "H"
                    MOVE "HOLIDAY" TO WS-DAY-TYPE-TEXT
                WHEN OTHER
                    MOVE "NON-BUSINESS DAY" TO WS-DAY-TYPE-TEXT
            END-EVALUATE.

      *-----------------------
       CONVERT-DATE-TO-DAYS-PROCEDURE.
      **
      * Converts the CCYYMMDD date in WS-CNV-DATE to a serial day
      * count in WS-CNV-DAYS. January and February count as months
      * 13 and 14 of the prior year, which puts the leap day at the
      * end of the year and keeps the month offsets constant.
      **
            DIVIDE WS-CNV-DATE BY 10000
                GIVING WS-CNV-YEAR REMAINDER WS-CNV-REST
            DIVIDE WS-CNV-REST BY 100
                GIVING WS-CNV-MONTH REMAINDER WS-CNV-DAY
            IF WS-CNV-MONTH <= 2
                COMPUTE WS-CNV-Y = WS-CNV-YEAR - 1
                COMPUTE WS-CNV-M = WS-CNV-MONTH + 10
            ELSE
                MOVE WS-CNV-YEAR TO WS-CNV-Y
                COMPUTE WS-CNV-M = WS-CNV-MONTH - 2
            END-IF
            DIVIDE WS-CNV-Y BY 4 GIVING WS-CNV-LEAP4
            DIVIDE WS-CNV-Y BY 100 GIVING WS-CNV-LEAP100
            DIVIDE WS-CNV-Y BY 400 GIVING WS-CNV-LEAP400
            COMPUTE WS-CNV-DAYS = 365 * WS-CNV-Y
                + WS-CNV-LEAP4 - WS-CNV-LEAP100 + WS-CNV-LEAP400
                + WS-MONTH-OFFSET(WS-CNV-M) + WS-CNV-DAY.

       END PROGRAM ABCDRSEL.
