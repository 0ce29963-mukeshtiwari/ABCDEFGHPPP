      *          RETIRING A RULE OR MOVING THE WINDOW STOP TIME.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - A non-processing day the business-day calendar
      *               stopped the stream on (RUNLOG status N, written
      *               by ABCDRSEL) is not a run and is left out - it
      *               would otherwise list as a zero-match night and
      *               lengthen every rule's zero-match streak.
      * 01 SEP 2026 - A run the backout program reversed (RUNLOG
      *               status B) lists as BACKEDOUT and stays out of
      *               the elapsed average and worst case - a
      * A record for a date already on the table is a resumed
      * segment of the same run: its elapsed adds on, and its
      * counts/status (cumulative through the checkpoint) replace
      * the suspended segment's. A non-processing day record is
      * passed over - nothing ran that day.
      **
            READ RUN-LOG-FILE
                AT END
                    SET WS-RLG-EOF TO TRUE
            END-READ
            IF WS-RLG-MORE
               AND RLG-STATUS NOT= "N"
                PERFORM FIND-RUN-ENTRY-PROCEDURE
                IF WS-RUN-FOUND-IDX > 0
                    PERFORM COMPUTE-SEGMENT-SECONDS-PROCEDURE
