      ******************************************************************
      * Author: DENNIS NG
      * Date: 15 OCTOBER 2026
      * Purpose: INBOUND PATTERN STATUS REQUEST INTERFACE FROM THE
      *          DISTRIBUTED TEAM. THEY USED TO EMAIL LISTS OF
      *          PATTERNS ASKING WHETHER, WHEN AND UNDER WHICH RULE
      *          EACH WAS EVER CONFIRMED, AND EVERY LIST WAS ANSWERED
      *          BY RUNNING ABCDAUDQ ONE PARM AT A TIME AND RETYPING
      *          THE RESULTS. THEY NOW TRANSMIT A DELIMITED REQUEST
      *          FILE (PATREQ) FRAMED LIKE OUR OWN INTERFACE EXTRACT -
      *          AN H HEADER CARRYING THE REQUEST ID AND DATE, ONE D
      *          DETAIL PER PATTERN, AND A T TRAILER CARRYING THE
      *          DETAIL COUNT. THIS PROGRAM VALIDATES THE FRAMING IN A
      *          FIRST PASS; A MALFORMED REQUEST, OR ONE WHOSE TRAILER
      *          COUNT DOES NOT AGREE, IS REJECTED WHOLE - LOGGED TO
      *          EXCPLOG AND ANSWERED WITH A REJECT RESPONSE - AND
      *          ENDS RC=8. A GOOD REQUEST IS ANSWERED IN A SECOND
      *          PASS: EACH PATTERN IS LOOKED UP THROUGH THE PATTERN
      *          ALTERNATE INDEX OF AUDITF AND OF THE AUDHIST HISTORY
      *          CLUSTER, AND ON THE PATTERN MASTER, AND THE DELIMITED
      *          RESPONSE FILE (PATRESP) CARRIES EVERY CONFIRMATION
      *          DATE AND RULE ID, OR A NEVER CONFIRMED, PURGED ONLY
      *          OR BACKED OUT STATUS, FRAMED BY A HEADER AND A
      *          TRAILER WITH THE ROW COUNT AND PATTERN HASH TOTAL.
      *          NOTHING IS UPDATED.
      ******************************************************************
      * Modification History:
      * 15 OCT 2026 - Initial version: two-pass request edit and
      *               answer, live and archived confirmations in
      *               pattern order, status from the pattern master
      *               when neither cluster holds a confirmation,
      *               reject response and EXCPLOG record for a
      *               request that fails its framing.
      * 15 OCT 2026 - The EXCPLOG record of a rejected request is the
      *               request id and the reason alone, so the whole
      *               reason fits; the second pass's reopen of PATREQ
      *               is checked and ends RC=12 with no trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABCDPREQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "PATREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "PATRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.
      *    same AUDITF and AUDHIST declarations as ABCDAUDQ - the JCL
      *    allocates each alternate-index PATH on the DDNAME plus 1 so
      *    the START/READ NEXT on the pattern goes through it
           SELECT AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS AUD-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-COMPOSITE-KEY
               ALTERNATE RECORD KEY IS HST-PATTERN WITH DUPLICATES
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT PATTERN-MASTER-FILE ASSIGN TO "PATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-PATTERN
               FILE STATUS IS WS-PMS-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
      *    one delimited record per line, fields separated by '|':
      *      H|request id (1-12 characters)|request date CCYYMMDD
      *      D|9-digit pattern
      *      T|number of D records (1-7 digits)
       01  REQUEST-RECORD             PIC X(80).
       FD  RESPONSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPONSE-RECORD            PIC X(400).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUD-COMPOSITE-KEY.
               10  AUD-PATTERN        PIC X(09).
               10  AUD-RUN-DATE       PIC 9(08).
               10  AUD-RULE-ID        PIC X(04).
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           05  HST-COMPOSITE-KEY.
               10  HST-PATTERN        PIC X(09).
               10  HST-RUN-DATE       PIC 9(08).
               10  HST-RULE-ID        PIC X(04).
       FD  PATTERN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *    one record per pattern ever confirmed - the layout ABCDPMUP
      *    writes
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
      *    common EXCPLOG dataset every step in the stream shares -
      *    the daily exception report (ABCDEXCR) turns these into
      *    the night's exception listing and condition code
       01  EXCEPTION-RECORD.
           05  EXC-PROGRAM-ID         PIC X(11).
           05  EXC-RUN-DATE           PIC 9(08).
           05  EXC-TIME               PIC 9(06).
           05  EXC-SEVERITY           PIC X(01).
           05  EXC-MESSAGE            PIC X(54).
       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-RSP-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-HST-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-PMS-FILE-STATUS PIC X(02) VALUE "00".

      *    common exception log controls - the caller of
      *    REPORT-EXCEPTION-PROCEDURE sets the severity and message
       01  WS-EXC-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-EXC-SEVERITY PIC X(01) VALUE "W".
       01  WS-EXC-MESSAGE PIC X(54) VALUE SPACES.
       01  WS-EXC-TIME-NOW.
           05  WS-EXC-HHMMSS      PIC 9(06).
           05  FILLER             PIC X(02).
       01  WS-REQ-EOF-SWITCH PIC X(01) VALUE "N".
           88  WS-REQ-EOF VALUE "Y".
           88  WS-REQ-MORE VALUE "N".
      *    set by the first framing error found - the request is then
      *    rejected whole and nothing in it is answered
       01  WS-REJECT-SWITCH PIC X(01) VALUE "N".
           88  WS-REQUEST-REJECTED VALUE "Y".
           88  WS-REQUEST-ACCEPTED VALUE "N".
       01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01  WS-REASON-WORK PIC X(40) VALUE SPACES.
      *    where the first pass has got to in the framing
       01  WS-HEADER-SWITCH PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN VALUE "Y".
       01  WS-TRAILER-SWITCH PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN VALUE "Y".
      *    one request record split on its '|' delimiters
       01  WS-REQ-TYPE PIC X(01).
       01  WS-REQ-FIELD-1 PIC X(80).
       01  WS-REQ-FIELD-2 PIC X(80).
       01  WS-REQ-FIELD-3 PIC X(80).
       01  WS-REQ-FIELD-COUNT PIC 9(02) COMP.
       01  WS-REQ-OVERFLOW-SW PIC X(01).
       01  WS-REQ-DIGITS PIC 9(02) COMP.
       01  WS-REQ-RECORD-NO PIC 9(07) VALUE 0.
       01  WS-REQ-DETAIL-COUNT PIC 9(07) VALUE 0.
       01  WS-REQ-TRAILER-COUNT PIC 9(07) VALUE 0.
      *    the request being answered, from its header
       01  WS-REQ-ID PIC X(12) VALUE SPACES.
       01  WS-REQ-DATE-X PIC X(08) VALUE SPACES.
       01  WS-REQ-DATE REDEFINES WS-REQ-DATE-X PIC 9(08).
      *    the pattern being answered and what was found for it
       01  WS-ANS-PATTERN PIC X(09).
       01  WS-LIVE-COUNT PIC 9(05) VALUE 0.
       01  WS-ARCH-COUNT PIC 9(05) VALUE 0.
       01  WS-CONFIRM-TOTAL PIC 9(05) VALUE 0.
       01  WS-PMS-FOUND-SW PIC X(01) VALUE "N".
       01  WS-ANS-STATUS PIC X(15).
      *    'C' counts a pattern's confirmations, 'W' writes them
       01  WS-WALK-SWITCH PIC X(01) VALUE "C".
           88  WS-WALK-COUNTING VALUE "C".
           88  WS-WALK-WRITING VALUE "W".
      *    the response row being built - up to 20 confirmations to a
      *    row; a pattern with more continues on further rows with
      *    the next row number
       01  WS-ROW-TEXT PIC X(400) VALUE SPACES.
       01  WS-ROW-PTR PIC 9(03) COMP.
       01  WS-ROW-SEQ PIC 9(03) VALUE 0.
       01  WS-ROW-ENTRIES PIC 9(02) VALUE 0.
       01  WS-ENTRY-DATE PIC 9(08).
       01  WS-ENTRY-RULE PIC X(04).
       01  WS-ENTRY-SOURCE PIC X(01).
      *    response totals - the trailer carries the D row count, the
      *    hash total of the pattern on every D row, and the number of
      *    patterns answered
       01  WS-RSP-ROW-COUNT PIC 9(07) VALUE 0.
       01  WS-RSP-PATTERN-COUNT PIC 9(07) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(15) VALUE 0.
       01  WS-PATTERN-NUM-X PIC X(09).
       01  WS-PATTERN-NUM REDEFINES WS-PATTERN-NUM-X PIC 9(09).
       01  WS-RSP-TEXT PIC X(400) VALUE SPACES.
      *    status counts for the SYSOUT summary
       01  WS-CONFIRMED-COUNT PIC 9(07) VALUE 0.
       01  WS-NEVER-COUNT PIC 9(07) VALUE 0.
       01  WS-PURGED-COUNT PIC 9(07) VALUE 0.
       01  WS-BACKED-OUT-COUNT PIC 9(07) VALUE 0.
       01  WS-RUN-DATE PIC 9(08) VALUE 0.
       01  EDIT-RUN-DATE PIC 9999/99/99.
       01  EDIT-COUNT PIC Z(6)9.
       01  EDIT-CONFIRMS PIC ZZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO EDIT-RUN-DATE
            DISPLAY "PATTERN STATUS REQUEST            RUN DATE "
                EDIT-RUN-DATE
            DISPLAY "----------------------------------------"
            OPEN INPUT REQUEST-FILE
            IF WS-REQ-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN REQUEST-FILE, "
                    "STATUS = " WS-REQ-FILE-STATUS
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "PATREQ NOT READABLE, STATUS " DELIMITED BY SIZE
                       WS-REQ-FILE-STATUS DELIMITED BY SIZE
                       " - NOT ANSWERED" DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM EDIT-ONE-REQUEST-RECORD-PROCEDURE
                UNTIL WS-REQ-EOF OR WS-REQUEST-REJECTED
            CLOSE REQUEST-FILE
            IF WS-REQUEST-ACCEPTED
                PERFORM CHECK-REQUEST-FRAMING-PROCEDURE
            END-IF
            IF WS-REQUEST-REJECTED
                PERFORM REJECT-REQUEST-PROCEDURE
            END-IF
            MOVE WS-REQ-DETAIL-COUNT TO EDIT-COUNT
            DISPLAY "REQUEST " WS-REQ-ID " DATED " WS-REQ-DATE-X
                " - " EDIT-COUNT " PATTERN(S), FRAMING ACCEPTED"
            PERFORM OPEN-LOOKUP-FILES-PROCEDURE
            OPEN OUTPUT RESPONSE-FILE
            IF WS-RSP-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RESPONSE-FILE, "
                    "STATUS = " WS-RSP-FILE-STATUS
                PERFORM CLOSE-LOOKUP-FILES-PROCEDURE
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "PATRESP NOT OPENED, STATUS " DELIMITED BY SIZE
                       WS-RSP-FILE-STATUS DELIMITED BY SIZE
                       " - NOT ANSWERED" DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO WS-RSP-TEXT
            STRING "H|" DELIMITED BY SIZE
                   WS-REQ-ID DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-REQ-DATE-X DELIMITED BY SIZE
                   "|ACCEPTED|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-RSP-TEXT
            END-STRING
            PERFORM WRITE-RESPONSE-RECORD-PROCEDURE
            DISPLAY "PATTERN    STATUS           CONFIRMATIONS"
            OPEN INPUT REQUEST-FILE
            IF WS-REQ-FILE-STATUS NOT= "00"
      *        the header has gone out, so this is a response cut
      *        short - no trailer, as for a failed write below
                DISPLAY "ERROR - UNABLE TO REOPEN REQUEST-FILE, "
                    "STATUS = " WS-REQ-FILE-STATUS
                    " - RESPONSE INCOMPLETE - NO TRAILER WRITTEN"
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "PATREQ NOT REREAD, STATUS " DELIMITED BY SIZE
                       WS-REQ-FILE-STATUS DELIMITED BY SIZE
                       " - RESPONSE INCOMPLETE" DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
                CLOSE RESPONSE-FILE
                PERFORM CLOSE-LOOKUP-FILES-PROCEDURE
                STOP RUN
            END-IF
            SET WS-REQ-MORE TO TRUE
            PERFORM ANSWER-ONE-REQUEST-RECORD-PROCEDURE
                UNTIL WS-REQ-EOF OR RETURN-CODE = 12
            CLOSE REQUEST-FILE
            PERFORM CLOSE-LOOKUP-FILES-PROCEDURE
            IF RETURN-CODE = 12
      *        a response cut short must not carry a trailer that
      *        proves a complete answer - the receiving side loads
      *        nothing without one
                CLOSE RESPONSE-FILE
                DISPLAY "ERROR - RESPONSE INCOMPLETE - NO TRAILER "
                    "WRITTEN"
                STOP RUN
            END-IF
            PERFORM WRITE-RESPONSE-TRAILER-PROCEDURE
            CLOSE RESPONSE-FILE
            DISPLAY "----------------------------------------"
            PERFORM PRINT-SUMMARY-PROCEDURE
            STOP RUN.

      *-----------------------
       EDIT-ONE-REQUEST-RECORD-PROCEDURE.
      **
      * First pass. Reads the next request record and checks it fits
      * the framing - header first, then details, then one trailer
      * and nothing after it. Blank lines are passed over so a
      * trailing empty line does not reject a good request.
      **
            READ REQUEST-FILE
                AT END
                    SET WS-REQ-EOF TO TRUE
            END-READ
            IF WS-REQ-MORE
               AND REQUEST-RECORD NOT= SPACES
                ADD 1 TO WS-REQ-RECORD-NO
                PERFORM SPLIT-REQUEST-RECORD-PROCEDURE
                EVALUATE TRUE
                    WHEN WS-TRAILER-SEEN
                        MOVE "DATA AFTER TRAILER AT RECORD"
                            TO WS-REJECT-REASON
                        PERFORM REJECT-AT-RECORD-PROCEDURE
                    WHEN WS-REQ-TYPE = "H"
                        PERFORM EDIT-HEADER-PROCEDURE
                    WHEN NOT WS-HEADER-SEEN
                        MOVE "FIRST RECORD IS NOT A HEADER"
                            TO WS-REJECT-REASON
                        SET WS-REQUEST-REJECTED TO TRUE
                    WHEN WS-REQ-TYPE = "D"
                        PERFORM EDIT-DETAIL-PROCEDURE
                    WHEN WS-REQ-TYPE = "T"
                        PERFORM EDIT-TRAILER-PROCEDURE
                    WHEN OTHER
                        MOVE "UNKNOWN RECORD TYPE AT RECORD"
                            TO WS-REJECT-REASON
                        PERFORM REJECT-AT-RECORD-PROCEDURE
                END-EVALUATE
            END-IF.

      *-----------------------
       SPLIT-REQUEST-RECORD-PROCEDURE.
      **
      * Splits the record in hand on its '|' delimiters into the
      * record type and up to three fields. A record with more fields
      * than its type allows fails its own edit below.
      **
            MOVE SPACES TO WS-REQ-FIELD-1
            MOVE SPACES TO WS-REQ-FIELD-2
            MOVE SPACES TO WS-REQ-FIELD-3
            MOVE 0 TO WS-REQ-FIELD-COUNT
            MOVE "N" TO WS-REQ-OVERFLOW-SW
            UNSTRING REQUEST-RECORD DELIMITED BY "|"
                INTO WS-REQ-FIELD-1
                     WS-REQ-FIELD-2
                     WS-REQ-FIELD-3
                TALLYING IN WS-REQ-FIELD-COUNT
                ON OVERFLOW
                    MOVE "Y" TO WS-REQ-OVERFLOW-SW
            END-UNSTRING
            MOVE SPACE TO WS-REQ-TYPE
            IF WS-REQ-FIELD-1(2:79) = SPACES
                MOVE WS-REQ-FIELD-1(1:1) TO WS-REQ-TYPE
            END-IF.

      *-----------------------
       EDIT-HEADER-PROCEDURE.
      **
      * Edits the H record - only one, carrying a request id of 1-12
      * characters and a CCYYMMDD request date.
      **
            EVALUATE TRUE
                WHEN WS-HEADER-SEEN
                    MOVE "SECOND HEADER AT RECORD" TO WS-REJECT-REASON
                    PERFORM REJECT-AT-RECORD-PROCEDURE
                WHEN WS-REQ-FIELD-COUNT NOT= 3
                  OR WS-REQ-OVERFLOW-SW = "Y"
                    MOVE "HEADER IS NOT H|ID|CCYYMMDD"
                        TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
                WHEN WS-REQ-FIELD-2 = SPACES
                  OR WS-REQ-FIELD-2(13:68) NOT= SPACES
                    MOVE "REQUEST ID MISSING OR OVER 12 CHARACTERS"
                        TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
                WHEN OTHER
                    MOVE WS-REQ-FIELD-2(1:12) TO WS-REQ-ID
                    MOVE WS-REQ-FIELD-3(1:8) TO WS-REQ-DATE-X
                    SET WS-HEADER-SEEN TO TRUE
                    IF WS-REQ-FIELD-3(1:8) NOT NUMERIC
                       OR WS-REQ-FIELD-3(9:72) NOT= SPACES
                       OR WS-REQ-FIELD-3(5:2) < "01"
                       OR WS-REQ-FIELD-3(5:2) > "12"
                       OR WS-REQ-FIELD-3(7:2) < "01"
                       OR WS-REQ-FIELD-3(7:2) > "31"
                        MOVE "REQUEST DATE IS NOT A VALID CCYYMMDD"
                            TO WS-REJECT-REASON
                        SET WS-REQUEST-REJECTED TO TRUE
                    END-IF
            END-EVALUATE.

      *-----------------------
       EDIT-DETAIL-PROCEDURE.
      **
      * Edits a D record - exactly one field, a 9-digit pattern.
      **
            IF WS-REQ-FIELD-COUNT = 2
               AND WS-REQ-OVERFLOW-SW = "N"
               AND WS-REQ-FIELD-2(1:9) NUMERIC
               AND WS-REQ-FIELD-2(10:71) = SPACES
                ADD 1 TO WS-REQ-DETAIL-COUNT
            ELSE
                MOVE "PATTERN NOT 9 DIGITS AT RECORD"
                    TO WS-REJECT-REASON
                PERFORM REJECT-AT-RECORD-PROCEDURE
            END-IF.

      *-----------------------
       EDIT-TRAILER-PROCEDURE.
      **
      * Edits the T record - exactly one field, the D record count in
      * 1 to 7 digits, zero-padded or not.
      **
            MOVE 0 TO WS-REQ-DIGITS
            INSPECT WS-REQ-FIELD-2 TALLYING WS-REQ-DIGITS
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-REQ-FIELD-COUNT = 2
               AND WS-REQ-OVERFLOW-SW = "N"
               AND WS-REQ-DIGITS > 0
               AND WS-REQ-DIGITS < 8
                IF WS-REQ-FIELD-2(1:WS-REQ-DIGITS) NUMERIC
                   AND WS-REQ-FIELD-2(WS-REQ-DIGITS + 1:) = SPACES
                    MOVE WS-REQ-FIELD-2(1:WS-REQ-DIGITS)
                        TO WS-REQ-TRAILER-COUNT
                    SET WS-TRAILER-SEEN TO TRUE
                ELSE
                    MOVE "TRAILER COUNT IS NOT NUMERIC"
                        TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
                END-IF
            ELSE
                MOVE "TRAILER IS NOT T|COUNT" TO WS-REJECT-REASON
                SET WS-REQUEST-REJECTED TO TRUE
            END-IF.

      *-----------------------
       REJECT-AT-RECORD-PROCEDURE.
      **
      * Rejects the request, adding the number of the offending
      * record to the reason the caller set.
      **
            MOVE SPACES TO WS-REASON-WORK
            STRING WS-REJECT-REASON DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-REQ-RECORD-NO DELIMITED BY SIZE
                INTO WS-REASON-WORK
            END-STRING
            MOVE WS-REASON-WORK TO WS-REJECT-REASON
            SET WS-REQUEST-REJECTED TO TRUE.

      *-----------------------
       CHECK-REQUEST-FRAMING-PROCEDURE.
      **
      * Once the whole file is read, checks the frame was completed -
      * a header, at least one detail, and a trailer whose count
      * agrees with the details actually received.
      **
            EVALUATE TRUE
                WHEN WS-REQ-RECORD-NO = 0
                    MOVE "REQUEST FILE IS EMPTY" TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
                WHEN NOT WS-TRAILER-SEEN
                    MOVE "NO TRAILER RECORD" TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
                WHEN WS-REQ-TRAILER-COUNT NOT= WS-REQ-DETAIL-COUNT
                    MOVE SPACES TO WS-REJECT-REASON
                    STRING "TRAILER COUNT " DELIMITED BY SIZE
                           WS-REQ-TRAILER-COUNT DELIMITED BY SIZE
                           ", DETAILS " DELIMITED BY SIZE
                           WS-REQ-DETAIL-COUNT DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                    END-STRING
                    SET WS-REQUEST-REJECTED TO TRUE
                WHEN WS-REQ-DETAIL-COUNT = 0
                    MOVE "NO DETAIL RECORDS" TO WS-REJECT-REASON
                    SET WS-REQUEST-REJECTED TO TRUE
            END-EVALUATE.

      *-----------------------
       REJECT-REQUEST-PROCEDURE.
      **
      * Rejects the request whole: logs it to EXCPLOG, answers it with
      * a reject response - header marked REJECTED, one R record
      * giving the reason, and an empty trailer - and ends RC=8. A
      * response file that cannot be written is RC=12, since the
      * distributed team then hears nothing back. The EXCPLOG record
      * carries the request id and the reason only - an id of up to
      * 12 and a reason of up to 40 fill the 54-byte message without
      * cutting the reason short.
      **
            DISPLAY "REQUEST " WS-REQ-ID " REJECTED - "
                WS-REJECT-REASON
            MOVE "E" TO WS-EXC-SEVERITY
            MOVE SPACES TO WS-EXC-MESSAGE
            IF WS-REQ-ID = SPACES
                MOVE WS-REJECT-REASON TO WS-EXC-MESSAGE
            ELSE
                STRING WS-REQ-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
            END-IF
            PERFORM REPORT-EXCEPTION-PROCEDURE
            MOVE 8 TO RETURN-CODE
            OPEN OUTPUT RESPONSE-FILE
            IF WS-RSP-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN RESPONSE-FILE, "
                    "STATUS = " WS-RSP-FILE-STATUS
                    " - NO REJECT RESPONSE SENT"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO WS-RSP-TEXT
            STRING "H|" DELIMITED BY SIZE
                   WS-REQ-ID DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-REQ-DATE-X DELIMITED BY SPACE
                   "|REJECTED|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-RSP-TEXT
            END-STRING
            PERFORM WRITE-RESPONSE-RECORD-PROCEDURE
            MOVE SPACES TO WS-RSP-TEXT
            STRING "R|" DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY "  "
                INTO WS-RSP-TEXT
            END-STRING
            PERFORM WRITE-RESPONSE-RECORD-PROCEDURE
            PERFORM WRITE-RESPONSE-TRAILER-PROCEDURE
            CLOSE RESPONSE-FILE
            IF RETURN-CODE NOT= 12
                DISPLAY "REJECT RESPONSE WRITTEN"
            END-IF
            STOP RUN.

      *-----------------------
       OPEN-LOOKUP-FILES-PROCEDURE.
      **
      * Opens the live cluster, the history cluster and the pattern
      * master. All three are needed - without the history cluster a
      * purged pattern would be answered NEVER CONFIRMED, and without
      * the master a backed-out one would - so a request is never
      * answered from part of the record; the step ends RC=12 and is
      * rerun once the file is back.
      **
            OPEN INPUT AUDIT-FILE
            IF WS-AUD-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN AUDIT-FILE, STATUS = "
                    WS-AUD-FILE-STATUS
                MOVE "AUDITF NOT OPENED - REQUEST NOT ANSWERED"
                    TO WS-EXC-MESSAGE
                PERFORM LOOKUP-FILE-FAILED-PROCEDURE
            END-IF
            OPEN INPUT HISTORY-FILE
            IF WS-HST-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN HISTORY-FILE, "
                    "STATUS = " WS-HST-FILE-STATUS
                CLOSE AUDIT-FILE
                MOVE "AUDHIST NOT OPENED - REQUEST NOT ANSWERED"
                    TO WS-EXC-MESSAGE
                PERFORM LOOKUP-FILE-FAILED-PROCEDURE
            END-IF
            OPEN INPUT PATTERN-MASTER-FILE
            IF WS-PMS-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - UNABLE TO OPEN PATTERN-MASTER-FILE, "
                    "STATUS = " WS-PMS-FILE-STATUS
                CLOSE AUDIT-FILE
                CLOSE HISTORY-FILE
                MOVE "PATMAST NOT OPENED - REQUEST NOT ANSWERED"
                    TO WS-EXC-MESSAGE
                PERFORM LOOKUP-FILE-FAILED-PROCEDURE
            END-IF.

      *-----------------------
       LOOKUP-FILE-FAILED-PROCEDURE.
      **
      * Logs a lookup file that would not open and ends the step
      * RC=12 with no response written.
      **
            MOVE "E" TO WS-EXC-SEVERITY
            PERFORM REPORT-EXCEPTION-PROCEDURE
            MOVE 12 TO RETURN-CODE
            STOP RUN.

      *-----------------------
       CLOSE-LOOKUP-FILES-PROCEDURE.
      **
      * Closes the three lookup files.
      **
            CLOSE AUDIT-FILE
            CLOSE HISTORY-FILE
            CLOSE PATTERN-MASTER-FILE.

      *-----------------------
       ANSWER-ONE-REQUEST-RECORD-PROCEDURE.
      **
      * Second pass. Reads the next request record and answers it
      * when it is a detail - the framing was proven in the first
      * pass, so only the record type is looked at here.
      **
            READ REQUEST-FILE
                AT END
                    SET WS-REQ-EOF TO TRUE
            END-READ
            IF WS-REQ-MORE
               AND REQUEST-RECORD NOT= SPACES
                PERFORM SPLIT-REQUEST-RECORD-PROCEDURE
                IF WS-REQ-TYPE = "D"
                    MOVE WS-REQ-FIELD-2(1:9) TO WS-ANS-PATTERN
                    PERFORM ANSWER-ONE-PATTERN-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       ANSWER-ONE-PATTERN-PROCEDURE.
      **
      * Counts the pattern's live and archived confirmations, works
      * out its status, then walks both clusters again writing every
      * confirmation onto its response rows. A pattern with a live
      * confirmation is CONFIRMED (even when a later night of it was
      * backed out); otherwise the master's BACKED OUT status wins,
      * then PURGED ONLY for one whose confirmations survive only in
      * the history cluster or that the master shows purged, and
      * NEVER CONFIRMED for one neither cluster nor the master knows.
      **
            ADD 1 TO WS-RSP-PATTERN-COUNT
            MOVE 0 TO WS-LIVE-COUNT
            MOVE 0 TO WS-ARCH-COUNT
            SET WS-WALK-COUNTING TO TRUE
            PERFORM WALK-LIVE-CLUSTER-PROCEDURE
            PERFORM WALK-HISTORY-CLUSTER-PROCEDURE
            COMPUTE WS-CONFIRM-TOTAL = WS-LIVE-COUNT + WS-ARCH-COUNT
            MOVE "N" TO WS-PMS-FOUND-SW
            MOVE WS-ANS-PATTERN TO PMS-PATTERN
            READ PATTERN-MASTER-FILE
                INVALID KEY
                    MOVE SPACE TO PMS-STATUS
                NOT INVALID KEY
                    MOVE "Y" TO WS-PMS-FOUND-SW
            END-READ
            EVALUATE TRUE
                WHEN WS-LIVE-COUNT > 0
                    MOVE "CONFIRMED" TO WS-ANS-STATUS
                    ADD 1 TO WS-CONFIRMED-COUNT
                WHEN PMS-BACKED-OUT
                    MOVE "BACKED OUT" TO WS-ANS-STATUS
                    ADD 1 TO WS-BACKED-OUT-COUNT
                WHEN WS-ARCH-COUNT > 0
                  OR WS-PMS-FOUND-SW = "Y"
                    MOVE "PURGED ONLY" TO WS-ANS-STATUS
                    ADD 1 TO WS-PURGED-COUNT
                WHEN OTHER
                    MOVE "NEVER CONFIRMED" TO WS-ANS-STATUS
                    ADD 1 TO WS-NEVER-COUNT
            END-EVALUATE
            MOVE WS-CONFIRM-TOTAL TO EDIT-CONFIRMS
            DISPLAY WS-ANS-PATTERN "  " WS-ANS-STATUS "  "
                EDIT-CONFIRMS
            MOVE 0 TO WS-ROW-SEQ
            PERFORM START-RESPONSE-ROW-PROCEDURE
            SET WS-WALK-WRITING TO TRUE
            PERFORM WALK-LIVE-CLUSTER-PROCEDURE
            PERFORM WALK-HISTORY-CLUSTER-PROCEDURE
            IF WS-ROW-ENTRIES > 0 OR WS-ROW-SEQ = 1
                PERFORM WRITE-RESPONSE-ROW-PROCEDURE
            END-IF.

      *-----------------------
       WALK-LIVE-CLUSTER-PROCEDURE.
      **
      * Positions on the pattern through the live cluster's alternate
      * index and walks its duplicate chain, one record per night and
      * rule the pattern was confirmed under. File status 02 on the
      * READ just means more duplicates follow.
      **
            MOVE WS-ANS-PATTERN TO AUD-PATTERN
            START AUDIT-FILE KEY = AUD-PATTERN
                INVALID KEY
                    CONTINUE
            END-START
            IF WS-AUD-FILE-STATUS = "00"
                PERFORM TAKE-LIVE-CONFIRMATION-PROCEDURE
                    UNTIL WS-AUD-FILE-STATUS NOT= "00"
                        AND WS-AUD-FILE-STATUS NOT= "02"
                        OR AUD-PATTERN NOT= WS-ANS-PATTERN
            END-IF.

      *-----------------------
       TAKE-LIVE-CONFIRMATION-PROCEDURE.
      **
      * Reads the next live record along the alternate index and
      * counts it, or adds it to the response row, while it still
      * carries the pattern.
      **
            READ AUDIT-FILE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            IF (WS-AUD-FILE-STATUS = "00" OR "02")
               AND AUD-PATTERN = WS-ANS-PATTERN
                IF WS-WALK-COUNTING
                    ADD 1 TO WS-LIVE-COUNT
                ELSE
                    MOVE AUD-RUN-DATE TO WS-ENTRY-DATE
                    MOVE AUD-RULE-ID TO WS-ENTRY-RULE
                    MOVE "L" TO WS-ENTRY-SOURCE
                    PERFORM ADD-ROW-ENTRY-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       WALK-HISTORY-CLUSTER-PROCEDURE.
      **
      * The same walk against the AUDHIST history cluster - every
      * confirmation ABCDAUDP purged off the live cluster and
      * ABCDAUDR reloaded answers here, marked archived.
      **
            MOVE WS-ANS-PATTERN TO HST-PATTERN
            START HISTORY-FILE KEY = HST-PATTERN
                INVALID KEY
                    CONTINUE
            END-START
            IF WS-HST-FILE-STATUS = "00"
                PERFORM TAKE-HISTORY-CONFIRMATION-PROCEDURE
                    UNTIL WS-HST-FILE-STATUS NOT= "00"
                        AND WS-HST-FILE-STATUS NOT= "02"
                        OR HST-PATTERN NOT= WS-ANS-PATTERN
            END-IF.

      *-----------------------
       TAKE-HISTORY-CONFIRMATION-PROCEDURE.
      **
      * Reads the next history record along the alternate index and
      * counts it, or adds it to the response row, while it still
      * carries the pattern.
      **
            READ HISTORY-FILE NEXT RECORD
                AT END
                    CONTINUE
            END-READ
            IF (WS-HST-FILE-STATUS = "00" OR "02")
               AND HST-PATTERN = WS-ANS-PATTERN
                IF WS-WALK-COUNTING
                    ADD 1 TO WS-ARCH-COUNT
                ELSE
                    MOVE HST-RUN-DATE TO WS-ENTRY-DATE
                    MOVE HST-RULE-ID TO WS-ENTRY-RULE
                    MOVE "A" TO WS-ENTRY-SOURCE
                    PERFORM ADD-ROW-ENTRY-PROCEDURE
                END-IF
            END-IF.

      *-----------------------
       START-RESPONSE-ROW-PROCEDURE.
      **
      * Starts the next D row for the pattern: pattern, row number,
      * status and the pattern's total confirmations.
      **
            ADD 1 TO WS-ROW-SEQ
            MOVE 0 TO WS-ROW-ENTRIES
            MOVE SPACES TO WS-ROW-TEXT
            MOVE 1 TO WS-ROW-PTR
            STRING "D|" DELIMITED BY SIZE
                   WS-ANS-PATTERN DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ROW-SEQ DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-ANS-STATUS DELIMITED BY "  "
                   "|" DELIMITED BY SIZE
                   WS-CONFIRM-TOTAL DELIMITED BY SIZE
                INTO WS-ROW-TEXT
                WITH POINTER WS-ROW-PTR
            END-STRING.

      *-----------------------
       ADD-ROW-ENTRY-PROCEDURE.
      **
      * Adds one confirmation to the row - run date, rule id and L
      * (live) or A (archived) - writing the row out and starting the
      * next one when it already holds 20.
      **
            IF WS-ROW-ENTRIES = 20
                PERFORM WRITE-RESPONSE-ROW-PROCEDURE
                PERFORM START-RESPONSE-ROW-PROCEDURE
            END-IF
            STRING "|" DELIMITED BY SIZE
                   WS-ENTRY-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-ENTRY-RULE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-ENTRY-SOURCE DELIMITED BY SIZE
                INTO WS-ROW-TEXT
                WITH POINTER WS-ROW-PTR
            END-STRING
            ADD 1 TO WS-ROW-ENTRIES.

      *-----------------------
       WRITE-RESPONSE-ROW-PROCEDURE.
      **
      * Writes the D row and rolls its pattern into the row count and
      * hash total the trailer carries.
      **
            MOVE WS-ROW-TEXT TO WS-RSP-TEXT
            PERFORM WRITE-RESPONSE-RECORD-PROCEDURE
            IF RETURN-CODE NOT= 12
                ADD 1 TO WS-RSP-ROW-COUNT
                MOVE WS-ANS-PATTERN TO WS-PATTERN-NUM-X
                ADD WS-PATTERN-NUM TO WS-HASH-TOTAL
                    ON SIZE ERROR
                        DISPLAY "WARNING - PATTERN HASH TOTAL "
                            "OVERFLOWED"
                        MOVE "W" TO WS-EXC-SEVERITY
                        MOVE "RESPONSE PATTERN HASH TOTAL OVERFLOWED"
                            TO WS-EXC-MESSAGE
                        PERFORM REPORT-EXCEPTION-PROCEDURE
                END-ADD
            END-IF.

      *-----------------------
       WRITE-RESPONSE-TRAILER-PROCEDURE.
      **
      * Frames the response: T record carrying the D row count, the
      * hash total of the 9-digit patterns on the D rows and the
      * number of patterns answered, unedited and zero-padded.
      **
            MOVE SPACES TO WS-RSP-TEXT
            STRING "T|" DELIMITED BY SIZE
                   WS-RSP-ROW-COUNT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-HASH-TOTAL DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RSP-PATTERN-COUNT DELIMITED BY SIZE
                INTO WS-RSP-TEXT
            END-STRING
            PERFORM WRITE-RESPONSE-RECORD-PROCEDURE.

      *-----------------------
       WRITE-RESPONSE-RECORD-PROCEDURE.
      **
      * Writes WS-RSP-TEXT to the response file. A write error is
      * logged and ends the answer RC=12 with no trailer.
      **
            MOVE WS-RSP-TEXT TO RESPONSE-RECORD
            WRITE RESPONSE-RECORD
            IF WS-RSP-FILE-STATUS NOT= "00"
                DISPLAY "ERROR - RESPONSE WRITE GAVE STATUS "
                    WS-RSP-FILE-STATUS
                MOVE "E" TO WS-EXC-SEVERITY
                MOVE SPACES TO WS-EXC-MESSAGE
                STRING "RESPONSE WRITE GAVE STATUS " DELIMITED BY SIZE
                       WS-RSP-FILE-STATUS DELIMITED BY SIZE
                       " - RESPONSE INCOMPLETE" DELIMITED BY SIZE
                    INTO WS-EXC-MESSAGE
                END-STRING
                PERFORM REPORT-EXCEPTION-PROCEDURE
                MOVE 12 TO RETURN-CODE
            END-IF.

      *-----------------------
       PRINT-SUMMARY-PROCEDURE.
      **
      * Prints the answer's counts by status and the trailer figures.
      **
            MOVE WS-RSP-PATTERN-COUNT TO EDIT-COUNT
            DISPLAY "PATTERNS ANSWERED                " EDIT-COUNT
            MOVE WS-CONFIRMED-COUNT TO EDIT-COUNT
            DISPLAY "  CONFIRMED                      " EDIT-COUNT
            MOVE WS-PURGED-COUNT TO EDIT-COUNT
            DISPLAY "  PURGED ONLY                    " EDIT-COUNT
            MOVE WS-BACKED-OUT-COUNT TO EDIT-COUNT
            DISPLAY "  BACKED OUT                     " EDIT-COUNT
            MOVE WS-NEVER-COUNT TO EDIT-COUNT
            DISPLAY "  NEVER CONFIRMED                " EDIT-COUNT
            MOVE WS-RSP-ROW-COUNT TO EDIT-COUNT
            DISPLAY "RESPONSE D ROWS                  " EDIT-COUNT
            DISPLAY "RESPONSE HASH TOTAL      " WS-HASH-TOTAL.

      *-----------------------
       REPORT-EXCEPTION-PROCEDURE.
      **
      * Appends one standardized record - program, run date, time,
      * severity, message - to the common EXCPLOG dataset, so a
      * rejected request that scrolls off SYSOUT still turns up on the
      * daily exception report. The caller sets WS-EXC-SEVERITY and
      * WS-EXC-MESSAGE. A log that cannot be written is reported on
      * SYSOUT only - there is nowhere else to log that.
      **
            MOVE "ABCDPREQ" TO EXC-PROGRAM-ID
            MOVE WS-RUN-DATE TO EXC-RUN-DATE
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

       END PROGRAM ABCDPREQ.
