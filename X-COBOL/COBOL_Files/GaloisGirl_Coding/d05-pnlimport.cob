       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-PNI.
       AUTHOR. ANNA KOSIERADZKA.

      *> Partner-airline passenger name list import, the inbound
      *> counterpart of AOC-2020-05-PNL, for codeshare flights we
      *> operate. The import file (PNL-IMPORT, default d5.pnlin)
      *> holds the partner's teletype messages in arrival order: the
      *> PNL and any ADLs after it, each a run of numbered parts
      *> (keyword line, FLIGHT/DDMON PARTnn header, ENDPARTnn between
      *> parts, ENDPNL or ENDADL after the last). A name item is
      *> 1SURNAME/GIVEN followed by its elements: .L/ the booking
      *> reference and .S/ the seat, either as the boarding pass or
      *> as a seat number, which is put through SEAT-ENCODE.
      *>
      *> A part is held until its terminator arrives and only then
      *> applied. PNL names are appended to the manifest job's input
      *> (IMPORT-INPUT, default d5.input), followed by a fresh
      *> cumulative control trailer when the input already carried
      *> one (TRLREC01). ADL ADD, DEL and CHG items become A, C and
      *> S amendments (IMPORT-AMEND) for the next amendment run.
      *> Every passenger taken in is upserted into
      *> d5.master and journaled. A part that is malformed, out of
      *> sequence or never terminated goes to the import exceptions
      *> report (d5.pnlexcept) line by line instead of being
      *> applied. So does an item that cannot be used: no booking
      *> reference or seat, a passenger sent twice, or a DEL or CHG
      *> for a passenger we never received. FLIGHT-ID names the
      *> flight, and parts for any other flight are refused. With
      *> FLIGHT-ID set, the amendment and exception files default to
      *> the per-flight names the schedule run uses. Without it, the
      *> first header names the flight. Condition code 4 when
      *> anything went to the exceptions report, 8 when a file
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO DYNAMIC WS-IMPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IMPORT-FILE-STATUS.

           SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-FILE-STATUS.

           SELECT AMEND-FILE ASSIGN TO DYNAMIC WS-AMEND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMEND-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
              WS-EXCEPTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD IMPORT-FILE.
         01 IMPORT-LINE PIC X(80).

         FD INPUTFILE.
         01 INPUTRECORD.
            05 BOARDING-PASS      PIC X(10).
            05 PASSENGER-NAME     PIC X(20).
            05 BOOKING-REFERENCE  PIC X(8).

         FD AMEND-FILE.
         01 AMEND-RECORD.
            05 AMD-ACTION         PIC X(1).
            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

      *> Message and part the line belongs to (blank/zero when it
      *> arrived outside any part), its line number in the import
      *> file, why it was not applied, and the line as received.
         FD EXCEPTION-FILE.
         01 EXCEPTION-RECORD.
            05 EXC-MESSAGE  PIC X(3).
            05 EXC-SEP1     PIC X(1).
            05 EXC-PART     PIC 9(2).
            05 EXC-SEP2     PIC X(1).
            05 EXC-LINE-NO  PIC 9(6).
            05 EXC-SEP3     PIC X(1).
            05 EXC-REASON   PIC X(30).
            05 EXC-SEP4     PIC X(1).
            05 EXC-TEXT     PIC X(80).

         FD MASTER-FILE.
         COPY PAXMST01.

       WORKING-STORAGE SECTION.
         COPY MSTJRN01.
         COPY SEATRC01.
         COPY TRLREC01.
         01 WS-RUN-ID PIC X(15) VALUE SPACES.
         01 IMPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 INPUT-FILE-STATUS PIC X(2) VALUE "00".
         01 AMEND-FILE-STATUS PIC X(2) VALUE "00".
         01 EXCEPTION-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-IMPORT-FILENAME PIC X(100) VALUE "d5.pnlin".
         01 WS-INPUT-FILENAME PIC X(100) VALUE "d5.input".
         01 WS-AMEND-FILENAME PIC X(100) VALUE SPACES.
         01 WS-EXCEPTION-FILENAME PIC X(100) VALUE SPACES.
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
      *> The input's last control trailer, and the seat IDs of the
      *> passengers this run appends, for the trailer written after.
         01 WS-INPUT-TRL-SEEN PIC 9 VALUE 0.
         01 WS-INPUT-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-INPUT-TRL-HASH PIC 9(9) VALUE 0.
         01 WS-INPUT-ADD-HASH PIC 9(9) VALUE 0.
         01 WS-LINE-NO PIC 9(6) VALUE 0.
         01 WS-LINE PIC X(80) VALUE SPACES.
      *> Where the import stands between lines: outside any message,
      *> after a keyword line waiting for its header, inside a part,
      *> or after an ENDPART waiting for the next part.
         01 WS-IMPORT-STATE PIC X(1) VALUE "I".
            88 STATE-IDLE          VALUE "I".
            88 STATE-AWAIT-HEADER  VALUE "H".
            88 STATE-IN-PART       VALUE "P".
            88 STATE-BETWEEN-PARTS VALUE "B".
         01 WS-MESSAGE-TYPE PIC X(3) VALUE SPACES.
            88 PNL-MESSAGE VALUE "PNL".
            88 ADL-MESSAGE VALUE "ADL".
         01 WS-KEYWORD-LINE-NO PIC 9(6) VALUE 0.
         01 WS-LAST-PART PIC 9(2) VALUE 0.
         01 WS-PART-NUM PIC 9(2) VALUE 0.
      *> Set when anything about the part in hand is wrong; the part
      *> is then refused as a whole at its terminator.
         01 WS-PART-REASON PIC X(30) VALUE SPACES.
         01 WS-HDR-FLIGHT PIC X(8) VALUE SPACES.
         01 WS-HDR-DATE PIC X(5) VALUE SPACES.
         01 WS-HDR-PART PIC X(8) VALUE SPACES.
         01 WS-HDR-REST PIC X(20) VALUE SPACES.
         01 WS-MONTH-NAMES PIC X(36) VALUE
            "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         01 WS-MONTH-HIT PIC 9(2) VALUE 0.
         01 WS-MONTH-IDX PIC 9(2) VALUE 0.
      *> The lines of the part in hand, held until its terminator.
         01 PART-TABLE.
            05 PART-ENTRY OCCURS 999 TIMES.
               10 PART-LINE-NO PIC 9(6).
               10 PART-TEXT    PIC X(80).
         01 WS-PART-SIZE PIC 9(3) VALUE 0.
         01 WS-PART-IDX PIC 9(3) VALUE 0.
      *> One item taken apart: the name portion, up to six dotted
      *> elements, and what they came to.
         01 WS-ITEM-TEXT PIC X(80) VALUE SPACES.
         01 WS-ITEM-WORK PIC X(81) VALUE SPACES.
         01 WS-ITEM-NAME PIC X(40) VALUE SPACES.
         01 WS-ITEM-ELEMENTS.
            05 WS-ITEM-ELEMENT PIC X(40) OCCURS 6 TIMES.
         01 WS-ELEMENT-IDX PIC 9(1) VALUE 0.
         01 WS-SURNAME PIC X(20) VALUE SPACES.
         01 WS-GIVEN-NAME PIC X(20) VALUE SPACES.
         01 WS-NAME-TAIL PIC X(20) VALUE SPACES.
         01 WS-PAX-NAME PIC X(20) VALUE SPACES.
         01 WS-PAX-BOOKING PIC X(8) VALUE SPACES.
         01 WS-PAX-SEAT PIC X(12) VALUE SPACES.
         01 WS-PAX-PASS PIC X(10) VALUE SPACES.
         01 WS-PAX-SEAT-ID PIC 9(4) VALUE 0.
         01 WS-ITEM-REASON PIC X(30) VALUE SPACES.
         01 WS-DECODE-VALID PIC X(1) VALUE "N".
         01 WS-DECODE-REASON PIC X(2) VALUE SPACES.
         01 WS-ENCODE-SEAT-ID PIC 9(4) VALUE 0.
         01 WS-MASTER-FOUND PIC X(1) VALUE "N".
            88 MASTER-FOUND     VALUE "Y".
            88 MASTER-NOT-FOUND VALUE "N".
         01 WS-EXC-MESSAGE PIC X(3) VALUE SPACES.
         01 WS-EXC-PART PIC 9(2) VALUE 0.
         01 WS-EXC-LINE-NO PIC 9(6) VALUE 0.
         01 WS-EXC-REASON PIC X(30) VALUE SPACES.
         01 WS-EXC-TEXT PIC X(80) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-PARTS-APPLIED UNSIGNED-INT VALUE 0.
         01 WS-PARTS-REFUSED UNSIGNED-INT VALUE 0.
         01 WS-INPUT-WRITTEN UNSIGNED-INT VALUE 0.
         01 WS-AMENDS-WRITTEN UNSIGNED-INT VALUE 0.
         01 WS-EXCEPTION-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
      *> Run ID on every master journal entry this run makes, in the
      *> manifest job's R-plus-timestamp form.
           MOVE "R" TO WS-RUN-ID(1:1).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID(2:14).

           ACCEPT WS-IMPORT-FILENAME FROM ENVIRONMENT "PNL-IMPORT".
           IF WS-IMPORT-FILENAME = SPACES
              MOVE "d5.pnlin" TO WS-IMPORT-FILENAME
           END-IF.
           ACCEPT WS-INPUT-FILENAME FROM ENVIRONMENT "IMPORT-INPUT".
           IF WS-INPUT-FILENAME = SPACES
              MOVE "d5.input" TO WS-INPUT-FILENAME
           END-IF.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-AMEND-FILENAME FROM ENVIRONMENT "IMPORT-AMEND".
           PERFORM 002-DEFAULT-FILENAMES.

           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN PNL IMPORT: " WS-IMPORT-FILENAME
                 " STATUS=" IMPORT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O MASTER-FILE.
           IF MASTER-FILE-STATUS = "35"
              OPEN OUTPUT MASTER-FILE
              CLOSE MASTER-FILE
              OPEN I-O MASTER-FILE
           END-IF.
           IF MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MASTER: STATUS="
                 MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Imported passengers join whatever input and amendments are
      *> already waiting for the manifest job.
           PERFORM 023-READ-INPUT-TRAILER.
           OPEN EXTEND INPUTFILE.
           IF INPUT-FILE-STATUS = "35"
              OPEN OUTPUT INPUTFILE
           END-IF.
           OPEN EXTEND AMEND-FILE.
           IF AMEND-FILE-STATUS = "35"
              OPEN OUTPUT AMEND-FILE
           END-IF.
           IF INPUT-FILE-STATUS NOT = "00" OR
              AMEND-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN IMPORT OUTPUT: INPUT STATUS="
                 INPUT-FILE-STATUS " AMEND STATUS=" AMEND-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.

           PERFORM 003-READ-LINE
              UNTIL IMPORT-FILE-STATUS = "10".
           PERFORM 004-END-OF-IMPORT.

           CLOSE IMPORT-FILE.
           CLOSE MASTER-FILE.
      *> The last trailer governs, so the new one covers the records
      *> already in the file as well as those just appended.
           IF WS-INPUT-TRL-SEEN = 1
              COMPUTE TRAILER-REC-COUNT =
                 WS-INPUT-TRL-COUNT + WS-INPUT-WRITTEN
              COMPUTE TRAILER-HASH-TOTAL =
                 WS-INPUT-TRL-HASH + WS-INPUT-ADD-HASH
              WRITE INPUTRECORD FROM TRAILER-RECORD
           END-IF.
           CLOSE INPUTFILE.
           CLOSE AMEND-FILE.
           CLOSE EXCEPTION-FILE.

           DISPLAY WS-PARTS-APPLIED " PARTS APPLIED "
              WS-PARTS-REFUSED " REFUSED".
           DISPLAY WS-INPUT-WRITTEN " INPUT RECORDS "
              WS-AMENDS-WRITTEN " AMENDMENTS "
              WS-EXCEPTION-COUNT " EXCEPTIONS".
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Unnamed files take the single-flight defaults, or the
      *> schedule run's per-flight names when a flight is given.
       002-DEFAULT-FILENAMES.
           IF WS-AMEND-FILENAME = SPACES
              IF WS-FLIGHT-ID = SPACES
                 MOVE "d5.pnlamend" TO WS-AMEND-FILENAME
              ELSE
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".pnlamend" DELIMITED BY SIZE
                    INTO WS-AMEND-FILENAME
                 END-STRING
              END-IF
           END-IF.
           IF WS-FLIGHT-ID = SPACES
              MOVE "d5.pnlexcept" TO WS-EXCEPTION-FILENAME
           ELSE
              STRING "d5." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                 ".pnlexcept" DELIMITED BY SIZE
                 INTO WS-EXCEPTION-FILENAME
              END-STRING
           END-IF.

       003-READ-LINE.
           READ IMPORT-FILE
              AT END CONTINUE
              NOT AT END
                 ADD 1 TO WS-LINE-NO
                 MOVE IMPORT-LINE TO WS-LINE
                 PERFORM 005-ROUTE-LINE
           END-READ.

      *> A part still open when the file runs out never got its
      *> terminator; a message that stopped after an ENDPART keeps
      *> the parts already applied but is reported as incomplete.
       004-END-OF-IMPORT.
           EVALUATE TRUE
              WHEN STATE-AWAIT-HEADER
              WHEN STATE-IN-PART
                 IF WS-PART-REASON = SPACES
                    MOVE "PART NOT TERMINATED" TO WS-PART-REASON
                 END-IF
                 PERFORM 012-REFUSE-PART
              WHEN STATE-BETWEEN-PARTS
                 PERFORM 009A-REPORT-UNENDED-MESSAGE
           END-EVALUATE.
           SET STATE-IDLE TO TRUE.

       005-ROUTE-LINE.
           IF WS-LINE = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-LINE = "PNL" OR WS-LINE = "ADL"
              PERFORM 006-START-PART
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN STATE-AWAIT-HEADER
                 PERFORM 007-CHECK-HEADER
              WHEN STATE-IN-PART
                 EVALUATE TRUE
                    WHEN WS-LINE(1:7) = "ENDPART"
                       PERFORM 008-END-PART
                    WHEN WS-LINE(1:3) = "END" AND
                         WS-LINE(4:3) = WS-MESSAGE-TYPE AND
                         WS-LINE(7:74) = SPACES
                       PERFORM 009-END-MESSAGE
                    WHEN WS-LINE(1:3) = "END"
                       MOVE "BAD TERMINATOR" TO WS-PART-REASON
                       PERFORM 010-HOLD-LINE
                       PERFORM 012-REFUSE-PART
                       SET STATE-IDLE TO TRUE
                    WHEN OTHER
                       PERFORM 010-HOLD-LINE
                 END-EVALUATE
              WHEN OTHER
                 MOVE SPACES TO WS-EXC-MESSAGE
                 MOVE 0 TO WS-EXC-PART
                 MOVE WS-LINE-NO TO WS-EXC-LINE-NO
                 MOVE "LINE OUTSIDE ANY PART" TO WS-EXC-REASON
                 MOVE WS-LINE TO WS-EXC-TEXT
                 PERFORM 022-WRITE-EXCEPTION
           END-EVALUATE.

      *> A keyword line opens a part. Inside an unterminated part it
      *> means the part was cut short. After an ENDPART it continues
      *> the same message, unless it is a different message type or
      *> its header restarts at PART01 (see 007-CHECK-HEADER); then
      *> the earlier message never ended.
       006-START-PART.
           IF STATE-AWAIT-HEADER OR STATE-IN-PART
              IF WS-PART-REASON = SPACES
                 MOVE "PART NOT TERMINATED" TO WS-PART-REASON
              END-IF
              PERFORM 012-REFUSE-PART
              SET STATE-IDLE TO TRUE
           END-IF.
           IF STATE-BETWEEN-PARTS AND WS-LINE(1:3) NOT = WS-MESSAGE-TYPE
              PERFORM 009A-REPORT-UNENDED-MESSAGE
              SET STATE-IDLE TO TRUE
           END-IF.
           IF STATE-IDLE
              MOVE 0 TO WS-LAST-PART
           END-IF.
           MOVE WS-LINE(1:3) TO WS-MESSAGE-TYPE.
           MOVE WS-LINE-NO TO WS-KEYWORD-LINE-NO.
           MOVE 0 TO WS-PART-NUM.
           MOVE 0 TO WS-PART-SIZE.
           MOVE SPACES TO WS-PART-REASON.
           SET STATE-AWAIT-HEADER TO TRUE.

      *> FLIGHT/DDMON PARTnn, in the layout AOC-2020-05-PNL writes.
      *> The part must be the next one expected for its message and
      *> for the flight being imported.
       007-CHECK-HEADER.
           SET STATE-IN-PART TO TRUE.
           MOVE SPACES TO WS-HDR-FLIGHT WS-HDR-DATE WS-HDR-PART
              WS-HDR-REST.
           UNSTRING WS-LINE DELIMITED BY "/" OR ALL " "
              INTO WS-HDR-FLIGHT WS-HDR-DATE WS-HDR-PART WS-HDR-REST
           END-UNSTRING.
           PERFORM 010-HOLD-LINE.
           MOVE 0 TO WS-MONTH-HIT.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                 UNTIL WS-MONTH-IDX > 12
              IF WS-HDR-DATE(3:3) =
                    WS-MONTH-NAMES(WS-MONTH-IDX * 3 - 2:3)
                 MOVE WS-MONTH-IDX TO WS-MONTH-HIT
              END-IF
           END-PERFORM.
           IF WS-HDR-FLIGHT = SPACES OR
              WS-HDR-DATE(1:2) IS NOT NUMERIC OR
              WS-MONTH-HIT = 0 OR
              WS-HDR-PART(1:4) NOT = "PART" OR
              WS-HDR-PART(5:2) IS NOT NUMERIC OR
              WS-HDR-PART(7:2) NOT = SPACES OR
              WS-HDR-REST NOT = SPACES
              MOVE "MALFORMED PART HEADER" TO WS-PART-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-HDR-PART(5:2) TO WS-PART-NUM.
           IF WS-FLIGHT-ID = SPACES
              MOVE WS-HDR-FLIGHT TO WS-FLIGHT-ID
           END-IF.
           IF WS-HDR-FLIGHT NOT = WS-FLIGHT-ID
              MOVE "PART FOR ANOTHER FLIGHT" TO WS-PART-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-PART-NUM = 1 AND WS-LAST-PART > 0
              PERFORM 009A-REPORT-UNENDED-MESSAGE
              MOVE 0 TO WS-LAST-PART
           END-IF.
           IF WS-PART-NUM NOT = WS-LAST-PART + 1
              MOVE "PART OUT OF SEQUENCE" TO WS-PART-REASON
           END-IF.

      *> ENDPARTnn must close the part it names. A part that is
      *> refused does not count, so a resend of it is still in
      *> sequence.
       008-END-PART.
           PERFORM 010-HOLD-LINE.
           IF WS-PART-REASON = SPACES AND
              (WS-LINE(8:2) IS NOT NUMERIC OR
               WS-LINE(10:71) NOT = SPACES)
              MOVE "MALFORMED ENDPART" TO WS-PART-REASON
           END-IF.
           IF WS-PART-REASON = SPACES AND
              WS-LINE(8:2) NOT = WS-PART-NUM
              MOVE "ENDPART NUMBER MISMATCH" TO WS-PART-REASON
           END-IF.
           IF WS-PART-REASON = SPACES
              PERFORM 011-APPLY-PART
              MOVE WS-PART-NUM TO WS-LAST-PART
           ELSE
              PERFORM 012-REFUSE-PART
           END-IF.
           IF WS-LAST-PART > 0
              SET STATE-BETWEEN-PARTS TO TRUE
           ELSE
              SET STATE-IDLE TO TRUE
           END-IF.

      *> A refused last part leaves the message where it was, still
      *> waiting for that part, exactly as a refused ENDPART does.
       009-END-MESSAGE.
           PERFORM 010-HOLD-LINE.
           IF WS-PART-REASON = SPACES
              PERFORM 011-APPLY-PART
              MOVE 0 TO WS-LAST-PART
           ELSE
              PERFORM 012-REFUSE-PART
           END-IF.
           IF WS-LAST-PART > 0
              SET STATE-BETWEEN-PARTS TO TRUE
           ELSE
              SET STATE-IDLE TO TRUE
           END-IF.

       009A-REPORT-UNENDED-MESSAGE.
           MOVE WS-MESSAGE-TYPE TO WS-EXC-MESSAGE.
           MOVE WS-LAST-PART TO WS-EXC-PART.
           MOVE WS-LINE-NO TO WS-EXC-LINE-NO.
           MOVE SPACES TO WS-EXC-REASON.
           STRING "END" DELIMITED BY SIZE
              WS-MESSAGE-TYPE DELIMITED BY SIZE
              " NEVER RECEIVED" DELIMITED BY SIZE
              INTO WS-EXC-REASON
           END-STRING.
           MOVE SPACES TO WS-EXC-TEXT.
           PERFORM 022-WRITE-EXCEPTION.

      *> A part longer than the table is refused rather than cut:
      *> lines past the limit go straight to the report.
       010-HOLD-LINE.
           IF WS-PART-SIZE >= 999
              MOVE "PART TOO LONG" TO WS-PART-REASON
              MOVE WS-MESSAGE-TYPE TO WS-EXC-MESSAGE
              MOVE WS-PART-NUM TO WS-EXC-PART
              MOVE WS-LINE-NO TO WS-EXC-LINE-NO
              MOVE WS-PART-REASON TO WS-EXC-REASON
              MOVE WS-LINE TO WS-EXC-TEXT
              PERFORM 022-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PART-SIZE.
           MOVE WS-LINE-NO TO PART-LINE-NO (WS-PART-SIZE).
           MOVE WS-LINE TO PART-TEXT (WS-PART-SIZE).

      *> The header and terminator are held with the part so that a
      *> refused part shows whole in the report; only the lines in
      *> between carry passengers.
       011-APPLY-PART.
           ADD 1 TO WS-PARTS-APPLIED.
           PERFORM VARYING WS-PART-IDX FROM 2 BY 1
                 UNTIL WS-PART-IDX >= WS-PART-SIZE
              MOVE PART-TEXT (WS-PART-IDX) TO WS-LINE
              MOVE PART-LINE-NO (WS-PART-IDX) TO WS-EXC-LINE-NO
              PERFORM 013-APPLY-ENTRY
           END-PERFORM.
           MOVE 0 TO WS-PART-SIZE.

      *> The keyword line was not held; it heads the refused part
      *> in the report so the part can be found in the file.
       012-REFUSE-PART.
           ADD 1 TO WS-PARTS-REFUSED.
           MOVE WS-MESSAGE-TYPE TO WS-EXC-MESSAGE.
           MOVE WS-PART-NUM TO WS-EXC-PART.
           MOVE WS-PART-REASON TO WS-EXC-REASON.
           MOVE WS-KEYWORD-LINE-NO TO WS-EXC-LINE-NO.
           MOVE WS-MESSAGE-TYPE TO WS-EXC-TEXT.
           PERFORM 022-WRITE-EXCEPTION.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PART-SIZE
              MOVE PART-LINE-NO (WS-PART-IDX) TO WS-EXC-LINE-NO
              MOVE PART-TEXT (WS-PART-IDX) TO WS-EXC-TEXT
              PERFORM 022-WRITE-EXCEPTION
           END-PERFORM.
           MOVE 0 TO WS-PART-SIZE.

      *> Class elements (-Y003) only group the names that follow;
      *> the cabin comes from the seat, so they are checked for
      *> form and passed over.
       013-APPLY-ENTRY.
           MOVE SPACES TO WS-ITEM-REASON.
           EVALUATE TRUE
              WHEN WS-LINE(1:1) = "-"
                 IF WS-LINE(2:1) IS NOT ALPHABETIC-UPPER OR
                    WS-LINE(2:1) = SPACE OR
                    WS-LINE(3:3) IS NOT NUMERIC OR
                    WS-LINE(6:75) NOT = SPACES
                    MOVE "MALFORMED CLASS ELEMENT" TO WS-ITEM-REASON
                 END-IF
              WHEN PNL-MESSAGE AND WS-LINE(1:1) IS NUMERIC
                 MOVE WS-LINE TO WS-ITEM-TEXT
                 PERFORM 016-PNL-PASSENGER
              WHEN ADL-MESSAGE AND WS-LINE(1:4) = "ADD "
                 MOVE WS-LINE(5:76) TO WS-ITEM-TEXT
                 PERFORM 017-ADL-ADD
              WHEN ADL-MESSAGE AND WS-LINE(1:4) = "DEL "
                 MOVE WS-LINE(5:76) TO WS-ITEM-TEXT
                 PERFORM 018-ADL-DELETE
              WHEN ADL-MESSAGE AND WS-LINE(1:4) = "CHG "
                 MOVE WS-LINE(5:76) TO WS-ITEM-TEXT
                 PERFORM 019-ADL-CHANGE
              WHEN OTHER
                 MOVE "UNRECOGNISED ENTRY" TO WS-ITEM-REASON
           END-EVALUATE.
           IF WS-ITEM-REASON NOT = SPACES
              MOVE WS-MESSAGE-TYPE TO WS-EXC-MESSAGE
              MOVE WS-PART-NUM TO WS-EXC-PART
              MOVE WS-ITEM-REASON TO WS-EXC-REASON
              MOVE WS-LINE TO WS-EXC-TEXT
              PERFORM 022-WRITE-EXCEPTION
           END-IF.

      *> 1SURNAME/GIVEN .L/BOOKREF .S/SEAT -- the name portion runs
      *> up to the first " ." and may itself hold spaces. The name
      *> comes back GIVEN SURNAME, the way the counter keys names
      *> into the manifest input. A DEL may carry the elements alone.
       014-PARSE-ITEM.
           MOVE SPACES TO WS-ITEM-NAME WS-ITEM-ELEMENTS WS-PAX-NAME
              WS-PAX-BOOKING WS-PAX-SEAT.
           MOVE SPACES TO WS-ITEM-WORK.
           IF WS-ITEM-TEXT(1:1) = "."
              STRING " " DELIMITED BY SIZE
                 WS-ITEM-TEXT DELIMITED BY SIZE
                 INTO WS-ITEM-WORK
              END-STRING
           ELSE
              MOVE WS-ITEM-TEXT TO WS-ITEM-WORK
           END-IF.
           UNSTRING WS-ITEM-WORK DELIMITED BY " ."
              INTO WS-ITEM-NAME WS-ITEM-ELEMENT (1)
                 WS-ITEM-ELEMENT (2) WS-ITEM-ELEMENT (3)
                 WS-ITEM-ELEMENT (4) WS-ITEM-ELEMENT (5)
                 WS-ITEM-ELEMENT (6)
           END-UNSTRING.
           PERFORM VARYING WS-ELEMENT-IDX FROM 1 BY 1
                 UNTIL WS-ELEMENT-IDX > 6
              EVALUATE WS-ITEM-ELEMENT (WS-ELEMENT-IDX)(1:2)
                 WHEN "L/"
                    IF WS-ITEM-ELEMENT (WS-ELEMENT-IDX)(11:30)
                          NOT = SPACES
                       MOVE "BAD BOOKING REF ELEMENT"
                          TO WS-ITEM-REASON
                    END-IF
                    MOVE WS-ITEM-ELEMENT (WS-ELEMENT-IDX)(3:8)
                       TO WS-PAX-BOOKING
                 WHEN "S/"
                    MOVE WS-ITEM-ELEMENT (WS-ELEMENT-IDX)(3:12)
                       TO WS-PAX-SEAT
              END-EVALUATE
           END-PERFORM.
           IF WS-ITEM-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-PAX-BOOKING = SPACES
              MOVE "NO BOOKING REF ELEMENT" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
      *> One passenger per item: a 2SMITH/ANN/JOHN family item would
      *> need a booking reference per name, which it does not carry.
           IF WS-ITEM-NAME(1:1) NOT = "1"
              MOVE "MULTI-NAME OR BAD NAME ITEM" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SURNAME WS-GIVEN-NAME WS-NAME-TAIL.
           UNSTRING WS-ITEM-NAME(2:39) DELIMITED BY "/"
              INTO WS-SURNAME WS-GIVEN-NAME WS-NAME-TAIL
           END-UNSTRING.
           IF WS-SURNAME = SPACES OR WS-NAME-TAIL NOT = SPACES
              MOVE "MULTI-NAME OR BAD NAME ITEM" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-GIVEN-NAME = SPACES
              MOVE WS-SURNAME TO WS-PAX-NAME
           ELSE
              STRING FUNCTION TRIM(WS-GIVEN-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SURNAME) DELIMITED BY SIZE
                 INTO WS-PAX-NAME
              END-STRING
           END-IF.

      *> The seat element is the boarding pass itself or a seat
      *> number (0-1023) to encode; either way it must decode.
       015-RESOLVE-SEAT.
           MOVE SPACES TO WS-PAX-PASS.
           IF WS-PAX-SEAT = SPACES
              MOVE "NO SEAT ELEMENT" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-PAX-SEAT(1:4) IS NUMERIC AND
              WS-PAX-SEAT(5:8) = SPACES
              MOVE WS-PAX-SEAT(1:4) TO WS-ENCODE-SEAT-ID
              IF WS-ENCODE-SEAT-ID > 1023
                 MOVE "BAD SEAT ELEMENT" TO WS-ITEM-REASON
                 EXIT PARAGRAPH
              END-IF
              CALL "SEAT-ENCODE" USING WS-ENCODE-SEAT-ID, WS-PAX-PASS
           ELSE
              IF WS-PAX-SEAT(11:2) NOT = SPACES
                 MOVE "BAD SEAT ELEMENT" TO WS-ITEM-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-PAX-SEAT(1:10) TO WS-PAX-PASS
           END-IF.
           CALL "SEAT-DECODE" USING WS-PAX-PASS, SEAT-COORDINATES,
              WS-DECODE-VALID, WS-DECODE-REASON.
           IF WS-DECODE-VALID NOT = "Y"
              MOVE "BAD SEAT ELEMENT" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE SEAT-ID-OUT TO WS-PAX-SEAT-ID.

      *> A passenger already active on the master was received
      *> before (a resent PNL, or keyed in by hand); taking them
      *> again would only put a duplicate on the manifest input.
       016-PNL-PASSENGER.
           PERFORM 014-PARSE-ITEM.
           IF WS-ITEM-REASON = SPACES
              PERFORM 015-RESOLVE-SEAT
           END-IF.
           IF WS-ITEM-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 020-READ-MASTER.
           IF MASTER-FOUND AND MASTER-STATUS = "A"
              MOVE "BOOKING ALREADY RECEIVED" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAX-PASS TO BOARDING-PASS.
           MOVE WS-PAX-NAME TO PASSENGER-NAME.
           MOVE WS-PAX-BOOKING TO BOOKING-REFERENCE.
           WRITE INPUTRECORD.
           ADD 1 TO WS-INPUT-WRITTEN.
           ADD WS-PAX-SEAT-ID TO WS-INPUT-ADD-HASH.
           PERFORM 021-UPSERT-MASTER.

       017-ADL-ADD.
           PERFORM 014-PARSE-ITEM.
           IF WS-ITEM-REASON = SPACES AND WS-PAX-NAME = SPACES
              MOVE "MULTI-NAME OR BAD NAME ITEM" TO WS-ITEM-REASON
           END-IF.
           IF WS-ITEM-REASON = SPACES
              PERFORM 015-RESOLVE-SEAT
           END-IF.
           IF WS-ITEM-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 020-READ-MASTER.
           IF MASTER-FOUND AND MASTER-STATUS = "A"
              MOVE "BOOKING ALREADY RECEIVED" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO AMD-ACTION.
           MOVE WS-PAX-PASS TO AMD-BOARDING-PASS.
           MOVE WS-PAX-NAME TO AMD-PASSENGER-NAME.
           MOVE WS-PAX-BOOKING TO AMD-BOOKING-REF.
           MOVE "P" TO AMD-ORIGIN.
           WRITE AMEND-RECORD.
           ADD 1 TO WS-AMENDS-WRITTEN.
           PERFORM 021-UPSERT-MASTER.

      *> A deletion can only cancel a passenger we hold as active;
      *> anything else is a passenger we never received.
       018-ADL-DELETE.
           PERFORM 014-PARSE-ITEM.
           IF WS-ITEM-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 020-READ-MASTER.
           IF MASTER-NOT-FOUND OR MASTER-STATUS NOT = "A"
              MOVE "DEL FOR PASSENGER NOT RECEIVED" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO AMD-ACTION.
           MOVE MASTER-BOARDING-PASS TO AMD-BOARDING-PASS.
           MOVE MASTER-PASSENGER-NAME TO AMD-PASSENGER-NAME.
           MOVE WS-PAX-BOOKING TO AMD-BOOKING-REF.
           MOVE "P" TO AMD-ORIGIN.
           WRITE AMEND-RECORD.
           ADD 1 TO WS-AMENDS-WRITTEN.
           MOVE "C" TO MASTER-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-STATUS-DATE.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY "MASTER REWRITE FAILED: " WS-PAX-BOOKING
                    " STATUS=" MASTER-FILE-STATUS
              NOT INVALID KEY
                 PERFORM 021A-JOURNAL-MASTER
           END-REWRITE.

      *> A change carries the passenger as they now stand: a new
      *> name goes to the master only, since amendments have no
      *> rename; a new seat goes to both, as an S amendment.
       019-ADL-CHANGE.
           PERFORM 014-PARSE-ITEM.
           IF WS-ITEM-REASON = SPACES AND WS-PAX-SEAT NOT = SPACES
              PERFORM 015-RESOLVE-SEAT
           END-IF.
           IF WS-ITEM-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM 020-READ-MASTER.
           IF MASTER-NOT-FOUND OR MASTER-STATUS NOT = "A"
              MOVE "CHG FOR PASSENGER NOT RECEIVED" TO WS-ITEM-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-PAX-NAME NOT = SPACES
              MOVE WS-PAX-NAME TO MASTER-PASSENGER-NAME
           END-IF.
           IF WS-PAX-SEAT NOT = SPACES AND
              WS-PAX-PASS NOT = MASTER-BOARDING-PASS
              MOVE "S" TO AMD-ACTION
              MOVE WS-PAX-PASS TO AMD-BOARDING-PASS
              MOVE MASTER-PASSENGER-NAME TO AMD-PASSENGER-NAME
              MOVE WS-PAX-BOOKING TO AMD-BOOKING-REF
              MOVE "P" TO AMD-ORIGIN
              WRITE AMEND-RECORD
              ADD 1 TO WS-AMENDS-WRITTEN
              MOVE WS-PAX-PASS TO MASTER-BOARDING-PASS
              MOVE WS-PAX-SEAT-ID TO MASTER-SEAT-ID
           END-IF.
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY "MASTER REWRITE FAILED: " WS-PAX-BOOKING
                    " STATUS=" MASTER-FILE-STATUS
              NOT INVALID KEY
                 PERFORM 021A-JOURNAL-MASTER
           END-REWRITE.

      *> Leaves the booking's record (or a cleared one) in the
      *> record area with its before image ready for the journal.
       020-READ-MASTER.
           MOVE WS-PAX-BOOKING TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY
                 SET MASTER-NOT-FOUND TO TRUE
                 MOVE SPACES TO MASTER-PASSENGER-NAME
                    MASTER-BOARDING-PASS MASTER-MEMBER-NO
                 MOVE 0 TO MASTER-SEAT-ID MASTER-STATUS-DATE
                 MOVE SPACE TO MASTER-STATUS
                 MOVE SPACES TO MJR-BEFORE-IMAGE
              NOT INVALID KEY
                 SET MASTER-FOUND TO TRUE
                 MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE
           END-READ.

      *> Same upsert as the manifest job's: the member number an
      *> existing record carries survives, and the status date only
      *> moves when the status does. Only an upsert that landed is
      *> journaled; the status is the REWRITE's when the WRITE
      *> found the key taken.
       021-UPSERT-MASTER.
           MOVE WS-PAX-BOOKING TO MASTER-BOOKING-REF.
           MOVE WS-PAX-NAME TO MASTER-PASSENGER-NAME.
           MOVE WS-PAX-PASS TO MASTER-BOARDING-PASS.
           MOVE WS-PAX-SEAT-ID TO MASTER-SEAT-ID.
           IF MASTER-STATUS NOT = "A"
              MOVE "A" TO MASTER-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-STATUS-DATE
           END-IF.
           WRITE MASTER-RECORD
              INVALID KEY REWRITE MASTER-RECORD
           END-WRITE.
           IF MASTER-FILE-STATUS = "00"
              PERFORM 021A-JOURNAL-MASTER
           ELSE
              DISPLAY "MASTER UPSERT FAILED: " WS-PAX-BOOKING
                 " STATUS=" MASTER-FILE-STATUS
           END-IF.

       021A-JOURNAL-MASTER.
           MOVE MASTER-RECORD TO MJR-AFTER-IMAGE.
           IF MJR-AFTER-IMAGE = MJR-BEFORE-IMAGE
              EXIT PARAGRAPH
           END-IF.
           IF MJR-BEFORE-IMAGE = SPACES
              SET MJR-ADD TO TRUE
           ELSE
              SET MJR-CHANGE TO TRUE
           END-IF.
           MOVE "AOC-2020-05-PNI" TO MJR-PROGRAM.
           MOVE WS-RUN-ID TO MJR-RUN-ID.
           CALL "MASTER-JOURNAL" USING MASTER-JOURNAL-RECORD.

       022-WRITE-EXCEPTION.
           MOVE WS-EXC-MESSAGE TO EXC-MESSAGE.
           MOVE SPACE TO EXC-SEP1.
           MOVE WS-EXC-PART TO EXC-PART.
           MOVE SPACE TO EXC-SEP2.
           MOVE WS-EXC-LINE-NO TO EXC-LINE-NO.
           MOVE SPACE TO EXC-SEP3.
           MOVE WS-EXC-REASON TO EXC-REASON.
           MOVE SPACE TO EXC-SEP4.
           MOVE WS-EXC-TEXT TO EXC-TEXT.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *> Only the last trailer's totals are kept; an input with no
      *> trailer predates the control and is left without one. A
      *> missing input is created by the open that follows.
       023-READ-INPUT-TRAILER.
           MOVE "00" TO INPUT-FILE-STATUS.
           OPEN INPUT INPUTFILE.
           IF INPUT-FILE-STATUS NOT = "00"
              MOVE "00" TO INPUT-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL INPUT-FILE-STATUS = "10"
              READ INPUTFILE
                 AT END CONTINUE
                 NOT AT END PERFORM 023A-NOTE-INPUT-TRAILER
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           MOVE "00" TO INPUT-FILE-STATUS.

       023A-NOTE-INPUT-TRAILER.
           IF INPUTRECORD(1:3) = "TRL"
              MOVE 1 TO WS-INPUT-TRL-SEEN
              COMPUTE WS-INPUT-TRL-COUNT =
                 FUNCTION NUMVAL(INPUTRECORD(5:9))
              COMPUTE WS-INPUT-TRL-HASH =
                 FUNCTION NUMVAL(INPUTRECORD(15:9))
           END-IF.
