      *               carries status B - listed as BACKED OUT with
      *               its own trailer count, so a reversed date can
      *               no longer read as a good completed night.
      * 15 OCT 2026 - A day the business-day calendar made a
      *               non-processing day carries status N (written by
      *               ABCDRSEL, nothing ran) - listed as NONPROCDY
      *               with CALENDAR as its source and its own trailer
      *               count.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  WS-COMPLETED-COUNT PIC 9(05) VALUE 0.
       01  WS-SUSPENDED-COUNT PIC 9(05) VALUE 0.
       01  WS-BACKED-OUT-COUNT PIC 9(05) VALUE 0.
       01  WS-NON-PROCESSING-COUNT PIC 9(05) VALUE 0.
       01  WS-RULE-IDX PIC 99 COMP.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
            DISPLAY "  SUSPENDED     " EDIT-RUN-COUNT
            MOVE WS-BACKED-OUT-COUNT TO EDIT-RUN-COUNT
            DISPLAY "  BACKED OUT    " EDIT-RUN-COUNT
            MOVE WS-NON-PROCESSING-COUNT TO EDIT-RUN-COUNT
            DISPLAY "  NON-PROCESSING" EDIT-RUN-COUNT
            STOP RUN.

      *-----------------------
                    WHEN "B"
                        ADD 1 TO WS-BACKED-OUT-COUNT
                        MOVE "BACKEDOUT" TO WS-STATUS-TEXT
                    WHEN "N"
                        ADD 1 TO WS-NON-PROCESSING-COUNT
                        MOVE "NONPROCDY" TO WS-STATUS-TEXT
                    WHEN OTHER
                        ADD 1 TO WS-COMPLETED-COUNT
                        MOVE "COMPLETED" TO WS-STATUS-TEXT
                END-EVALUATE
                EVALUATE TRUE
                    WHEN RLG-STATUS = "N"
                        MOVE "CALENDAR" TO WS-SOURCE-TEXT
                    WHEN RLG-CTL-SOURCE = "D"
                        MOVE "DEFAULTS" TO WS-SOURCE-TEXT
                    WHEN OTHER
                        MOVE "CTLCARD" TO WS-SOURCE-TEXT
                END-EVALUATE
                IF RLG-RESTART-SW = "Y"
                    MOVE SPACES TO WS-RESTART-TEXT
                    STRING "RESTART AT A=" DELIMITED BY SIZE
