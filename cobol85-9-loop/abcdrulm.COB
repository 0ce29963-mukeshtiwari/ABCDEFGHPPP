      *               force from its effective date - the library is
      *               append-style, so the full version history and
      *               its audit stamps survive every change.
      * 14 OCT 2026 - Dual control: every add, change and deactivate
      *               now lands on the library PENDING, with the
      *               approver fields cleared. Nothing this program
      *               keys is selected into a night's CTLCARD until a
      *               second user approves it through ABCDRAPR; a
      *               change to an approved version sends it back to
      *               pending. RULE-LIB-RECORD widened to 81 bytes for
      *               the approval status and approver stamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  RLB-CHANGED-BY         PIC X(08).
           05  RLB-CHANGED-DATE       PIC 9(08).
           05  RLB-CHANGED-TIME       PIC 9(06).
      *    dual control - 'P' keyed and awaiting a second user, 'Y'
      *    approved, 'R' rejected; only an approved version is ever
      *    selected into a night's control card. The approver stamp
      *    is filled in by ABCDRAPR, never by this program
           05  RLB-APPROVAL-STATUS    PIC X(01).
           05  RLB-APPROVED-BY        PIC X(08).
           05  RLB-APPROVED-DATE      PIC 9(08).
           05  RLB-APPROVED-TIME      PIC 9(06).
       WORKING-STORAGE SECTION.
       01  WS-TRN-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RLB-FILE-STATUS PIC X(02) VALUE "00".
            DISPLAY "TRANSACTIONS APPLIED  " EDIT-COUNT
            MOVE WS-REJECTED-COUNT TO EDIT-COUNT
            DISPLAY "TRANSACTIONS REJECTED " EDIT-COUNT
            IF WS-APPLIED-COUNT > 0
                DISPLAY "APPLIED VERSIONS ARE PENDING - A SECOND USER "
                    "MUST APPROVE THEM (ABCDAPRJ) BEFORE SELECTION "
                    "WILL USE THEM"
            END-IF
            IF WS-REJECTED-COUNT > 0
                DISPLAY "ONE OR MORE TRANSACTIONS REJECTED - SEE "
                    "THE LINES ABOVE"
                    ADD 1 TO WS-APPLIED-COUNT
                    DISPLAY "TRAN " EDIT-TRAN-NO " ADDED    - RULE "
                        TRN-RULE-ID " EFFECTIVE " TRN-EFFECTIVE-X
                        " BY " TRN-CHANGED-BY " - PENDING APPROVAL"
            END-WRITE.

      *-----------------------
       APPLY-CHANGE-PROCEDURE.
      **
      * Changes an existing rule version's content in place, with a
      * fresh audit stamp. The version must be on file. The changed
      * version goes back to pending whatever state it was in - an
      * approval covers the content the approver saw, not whatever
      * is keyed over it afterwards.
      **
            MOVE TRN-RULE-ID TO RLB-RULE-ID
            MOVE TRN-EFFECTIVE TO RLB-EFFECTIVE-DATE
                        DISPLAY "TRAN " EDIT-TRAN-NO " CHANGED  - "
                            "RULE " TRN-RULE-ID " EFFECTIVE "
                            TRN-EFFECTIVE-X " BY " TRN-CHANGED-BY
                            " - PENDING APPROVAL"
                    END-IF
            END-READ.

                    DISPLAY "TRAN " EDIT-TRAN-NO " RETIRED  - RULE "
                        TRN-RULE-ID " OUT OF FORCE FROM "
                        TRN-EFFECTIVE-X " BY " TRN-CHANGED-BY
                        " - PENDING APPROVAL"
            END-WRITE.

      *-----------------------
      *-----------------------
       STAMP-LIB-RECORD-PROCEDURE.
      **
      * The audit stamp - who, and when to the second - and the
      * dual-control reset: every version this program writes waits
      * for a second user's approval before selection will use it.
      **
            MOVE TRN-CHANGED-BY TO RLB-CHANGED-BY
            MOVE WS-RUN-DATE TO RLB-CHANGED-DATE
            ACCEPT WS-TIME-NOW FROM TIME
            MOVE WS-TIME-HHMMSS TO RLB-CHANGED-TIME
            MOVE "P" TO RLB-APPROVAL-STATUS
            MOVE SPACES TO RLB-APPROVED-BY
            MOVE 0 TO RLB-APPROVED-DATE
            MOVE 0 TO RLB-APPROVED-TIME.

       END PROGRAM ABCDRULM.
