      ******************************************************************
      * Author: DENNIS NG
      * Date: 14 OCTOBER 2026
      * Purpose: DUAL-CONTROL APPROVAL OF ABCDEFGHPPP RULE LIBRARY
      *          CHANGES. ABCDRULM LETS ONE USER KEY A RULE VERSION
      *          THAT THE VERY NEXT NIGHT'S SELECTION WOULD PUT IN
      *          FORCE - A MISKEYED MULTIPLIER WENT STRAIGHT INTO
      *          PRODUCTION WITH NOBODY ELSE EVER LOOKING AT IT. EVERY
      *          VERSION ABCDRULM WRITES NOW LANDS ON
      *          PROD.ABCDEFGHPPP.RULELIB PENDING, AND THIS SEPARATE
      *          RUN IS WHERE A SECOND USER APPROVES OR REJECTS IT.
      *          THE APPROVER MUST NOT BE THE USER WHO KEYED THE
      *          VERSION (RLB-CHANGED-BY), AND ONLY A PENDING VERSION
      *          CAN BE DECIDED. AN APPROVED VERSION CARRIES THE
      *          APPROVER'S ID AND THE DATE AND TIME OF THE DECISION;
      *          ABCDRSEL SELECTS ONLY APPROVED VERSIONS. PRINTS AN
      *          APPROVAL REPORT NAMING EVERY DECISION APPLIED OR
      *          REFUSED, AND ENDS RC=8 WHEN ANY WAS REFUSED.
      ******************************************************************
      * Modification History:
      * 14 OCT 2026 - Initial version: Y approves and R rejects a
      *               pending version, the maker can never be the
      *               checker, and a version no longer pending is
      *               left as found.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDRAPR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT APPR-IN-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT RULE-LIB-FILE ASSIGN TO "RULELIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLB-KEY
               FILE STATUS IS WS-RLB-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  APPR-IN-FILE
           LABEL RECORDS ARE STANDARD.
      *    one approval decision per card:
      *      col  1     decision - Y approve, R reject
      *      cols 2-5   rule id
      *      cols 6-13  effective date CCYYMMDD of the version
      *      cols 14-21 approver user id
       01  APPR-IN-RECORD.
           05  APR-DECISION           PIC X(01).
           05  APR-RULE-ID            PIC X(04).
           05  APR-EFFECTIVE-X        PIC X(08).
           05  APR-EFFECTIVE REDEFINES APR-EFFECTIVE-X
                                      PIC 9(08).
           05  APR-APPROVER           PIC X(08).
           05  FILLER                 PIC X(59).
       FD  RULE-LIB-FILE
           LABEL RECORDS ARE STANDARD.
      *    same layout ABCDRULM maintains
       01  RULE-LIB-RECORD.
           05  RLB-KEY.
               10  RLB-RULE-ID        PIC X(04).
               10  RLB-EFFECTIVE-DATE PIC 9(08).
           05  RLB-EXPIRY-DATE        PIC 9(08).
           05  RLB-STATUS             PIC X(01).
           05  RLB-MODE-SW            PIC X(01).
           05  RLB-PLACE-MULT         PIC 9(02).
           05  RLB-P-MULT             PIC 9(03).
           05  RLB-DISTINCT-FLAGS.
               10  RLB-DISTINCT-FLAG  PIC X(01) OCCURS 9 TIMES.
           05  RLB-CHANGED-BY         PIC X(08).
           05  RLB-CHANGED-DATE       PIC 9(08).
           05  RLB-CHANGED-TIME       PIC 9(06).
           05  RLB-APPROVAL-STATUS    PIC X(01).
           05  RLB-APPROVED-BY        PIC X(08).
           05  RLB-APPROVED-DATE      PIC 9(08).
           05  RLB-APPROVED-TIME      PIC 9(06).
       WORKING-STORAGE SECTION.
       01  WS-APR-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLB-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-APR-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-APR-EOF VALUE "Y".
           88  WS-APR-MORE VALUE "N".
       01  WS-DECISION-COUNT PIC 9(03) VALUE 0.
       01  WS-APPROVED-COUNT PIC 9(03) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(03) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(03) VALUE 0.
      *    error count for the decision in hand - a card with any edit
      *    error is refused whole, as ABCDRULM refuses a transaction
       01  WS-EDIT-ERRORS PIC 9(02) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  WS-TIME-NOW.
           05  WS-TIME-HHMMSS     PIC 9(06).
           05  FILLER             PIC X(02).
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-CHANGED PIC 9999/99/99.
       01  EDIT-DECISION-NO PIC ZZ9.
       01  EDIT-COUNT PIC ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "RULE LIBRARY APPROVAL REPORT      RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            OPEN INPUT APPR-IN-FILE
            IF WS-APR-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN APPR-IN-FILE, "
                    "STATUS = " WS-APR-FILE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O RULE-LIB-FILE
            IF WS-RLB-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RULE-LIB-FILE, "
                    "STATUS = " WS-RLB-FILE-STATUS
                CLOSE APPR-IN-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM APPLY-ONE-DECISION-PROCEDURE
                UNTIL WS-APR-EOF
            CLOSE APPR-IN-FILE
            CLOSE RULE-LIB-FILE
            DISPLAY "----------------------------------------"
            MOVE WS-DECISION-COUNT TO EDIT-COUNT
            DISPLAY "DECISIONS READ        " EDIT-COUNT
            MOVE WS-APPROVED-COUNT TO EDIT-COUNT
            DISPLAY "VERSIONS APPROVED     " EDIT-COUNT
            MOVE WS-REJECTED-COUNT TO EDIT-COUNT
            DISPLAY "VERSIONS REJECTED     " EDIT-COUNT
            MOVE WS-REFUSED-COUNT TO EDIT-COUNT
            DISPLAY "DECISIONS REFUSED     " EDIT-COUNT
            IF WS-REFUSED-COUNT > 0
                DISPLAY "ONE OR MORE DECISIONS REFUSED - SEE THE "
                    "LINES ABOVE"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF WS-DECISION-COUNT = 0
                DISPLAY "APPRIN IS EMPTY - NOTHING TO DECIDE"
            END-IF
            STOP RUN.

      *-----------------------
       APPLY-ONE-DECISION-PROCEDURE.
      **
      * Reads, edits and applies the next approval decision. Any
      * edit error refuses the whole card. Blank cards are skipped.
      **
            READ APPR-IN-FILE
                AT END
                    SET WS-APR-EOF TO TRUE
            END-READ
            IF WS-APR-MORE
               AND APPR-IN-RECORD NOT= SPACES
                ADD 1 TO WS-DECISION-COUNT
                MOVE WS-DECISION-COUNT TO EDIT-DECISION-NO
                MOVE 0 TO WS-EDIT-ERRORS
                PERFORM EDIT-DECISION-PROCEDURE
                IF WS-EDIT-ERRORS > 0
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY "CARD " EDIT-DECISION-NO " REFUSED - "
                        "RULE " APR-RULE-ID " EFFECTIVE "
                        APR-EFFECTIVE-X " - EDIT ERROR(S) ABOVE"
                ELSE
                    PERFORM APPLY-DECISION-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       EDIT-DECISION-PROCEDURE.
      **
      * A known decision code, a rule id, a numeric effective date
      * to find the version by, and an approver id so the approval
      * stamp is never blank.
      **
            IF APR-DECISION NOT= "Y" AND APR-DECISION NOT= "R"
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - CARD " EDIT-DECISION-NO
                    " COL 01 DECISION IS '" APR-DECISION
                    "' - MUST BE Y OR R"
            END-IF
            IF APR-RULE-ID = SPACES
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - CARD " EDIT-DECISION-NO
                    " COLS 02-05 RULE ID IS BLANK"
            END-IF
            IF APR-EFFECTIVE-X NOT NUMERIC
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - CARD " EDIT-DECISION-NO
                    " COLS 06-13 EFFECTIVE DATE IS '"
                    APR-EFFECTIVE-X "' - MUST BE CCYYMMDD"
            END-IF
            IF APR-APPROVER = SPACES
                ADD 1 TO WS-EDIT-ERRORS
                DISPLAY "ERROR - CARD " EDIT-DECISION-NO
                    " COLS 14-21 APPROVER IS BLANK - DUAL CONTROL "
                    "EXISTS TO ANSWER WHO APPROVED WHAT"
            END-IF.

      *-----------------------
       APPLY-DECISION-PROCEDURE.
      **
      * Finds the version and records the decision. The version must
      * be on file and still pending, and the approver must be
      * someone other than the user who keyed it - the maker can
      * never be the checker, whatever the decision.
      **
            MOVE APR-RULE-ID TO RLB-RULE-ID
            MOVE APR-EFFECTIVE TO RLB-EFFECTIVE-DATE
            READ RULE-LIB-FILE
                INVALID KEY
                    ADD 1 TO WS-REFUSED-COUNT
                    DISPLAY "CARD " EDIT-DECISION-NO " REFUSED - RULE "
                        APR-RULE-ID " EFFECTIVE " APR-EFFECTIVE-X
                        " IS NOT ON THE LIBRARY"
                NOT INVALID KEY
                    MOVE RLB-CHANGED-DATE TO EDIT-CHANGED
                    EVALUATE TRUE
                        WHEN RLB-APPROVAL-STATUS NOT= "P"
                            ADD 1 TO WS-REFUSED-COUNT
                            DISPLAY "CARD " EDIT-DECISION-NO
                                " REFUSED - RULE " APR-RULE-ID
                                " EFFECTIVE " APR-EFFECTIVE-X
                                " IS NOT PENDING (STATUS "
                                RLB-APPROVAL-STATUS " BY "
                                RLB-APPROVED-BY ")"
                        WHEN RLB-CHANGED-BY = APR-APPROVER
                            ADD 1 TO WS-REFUSED-COUNT
                            DISPLAY "CARD " EDIT-DECISION-NO
                                " REFUSED - RULE " APR-RULE-ID
                                " EFFECTIVE " APR-EFFECTIVE-X
                                " WAS KEYED BY " RLB-CHANGED-BY
                                " - A SECOND USER MUST DECIDE IT"
                        WHEN OTHER
                            PERFORM STAMP-DECISION-PROCEDURE
                    END-EVALUATE
            END-READ.

      *-----------------------
       STAMP-DECISION-PROCEDURE.
      **
      * Rewrites the pending version with the decision and the
      * approver stamp - who, and when to the second.
      **
            MOVE APR-DECISION TO RLB-APPROVAL-STATUS
            MOVE APR-APPROVER TO RLB-APPROVED-BY
            MOVE WS-RUN-DATE TO RLB-APPROVED-DATE
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMMSS TO RLB-APPROVED-TIME
            REWRITE RULE-LIB-RECORD
            IF WS-RLB-FILE-STATUS NOT= "00"
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "CARD " EDIT-DECISION-NO " REFUSED - "
                    "REWRITE GAVE STATUS " WS-RLB-FILE-STATUS
            ELSE
                IF APR-DECISION = "Y"
                    ADD 1 TO WS-APPROVED-COUNT
                    DISPLAY "CARD " EDIT-DECISION-NO " APPROVED - "
                        "RULE " APR-RULE-ID " EFFECTIVE "
                        APR-EFFECTIVE-X " KEYED BY " RLB-CHANGED-BY
                        " ON " EDIT-CHANGED " APPROVED BY "
                        APR-APPROVER
                ELSE
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY "CARD " EDIT-DECISION-NO " REJECTED - "
                        "RULE " APR-RULE-ID " EFFECTIVE "
                        APR-EFFECTIVE-X " KEYED BY " RLB-CHANGED-BY
                        " ON " EDIT-CHANGED " REJECTED BY "
                        APR-APPROVER
                END-IF
            END-IF.

       END PROGRAM ABCDRAPR.
