       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-CHK.
       AUTHOR. ANNA KOSIERADZKA.

      *> Check-in counter seat assignment, the update counterpart of
      *> the seat inquiry screen. The agent keys a booking reference;
      *> the booking is looked up on d5.master, and the open seats in
      *> the passenger's cabin class are offered from the flight's
      *> gap file, less anything the aircraft configuration blocks,
      *> exit rows when the booking carries a WCHR, UMNR, or INFT
      *> special-service request, seats another counter has already
      *> given out, and seats the seat inventory shows assigned,
      *> blocked, or held for another booking. The cabin class is
      *> the one the booking's seat falls in under the class map.
      *> The chosen seat is marked assigned in the inventory, and its
      *> pass is issued through SEAT-ENCODE and recorded twice: in
      *> the keyed seat-assignment
      *> file d5.seatassign, whose flight-plus-seat key is what stops
      *> two agents assigning the same seat, and as an A-action
      *> amendment in d5.checkinamend for the manifest job's next
      *> amendment run (AMENDMENTS-FILE) to put on the manifest and
      *> master. FLIGHT-ID names the flight; with it the gap,
      *> manifest, and amendment files default to the per-flight
      *> names the schedule run uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT GAPS-FILE ASSIGN TO DYNAMIC WS-GAPS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GAPS-FILE-STATUS.

           SELECT AIRCRAFT-CONFIG-FILE ASSIGN TO DYNAMIC
              WS-ACFG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACFG-FILE-STATUS.

           SELECT CLASS-MAP-FILE ASSIGN TO DYNAMIC WS-CMAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAP-FILE-STATUS.

           SELECT AMEND-FILE ASSIGN TO DYNAMIC WS-AMEND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMEND-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT SSR-FILE ASSIGN TO "d5.ssr"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSR-BOOKING-REF
           FILE STATUS IS SSR-FILE-STATUS.

           SELECT SEAT-ASSIGN-FILE ASSIGN TO "d5.seatassign"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SA-SEAT-KEY
           ALTERNATE RECORD KEY IS SA-BOOKING-KEY
           FILE STATUS IS SEAT-ASSIGN-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO "d5.seatinv"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS SEATINV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD MANIFEST-FILE.
         01 MANIFEST-RECORD.
            05 MANIFEST-BOARDING-PASS   PIC X(10).
            05 MANIFEST-SEP1            PIC X(1).
            05 MANIFEST-PASSENGER-NAME  PIC X(20).
            05 MANIFEST-SEP2            PIC X(1).
            05 MANIFEST-BOOKING-REF     PIC X(8).
            05 MANIFEST-SEP3            PIC X(1).
            05 MANIFEST-SEAT-ID         PIC ZZZ9.
            05 MANIFEST-SEP4            PIC X(1).
            05 MANIFEST-CLASS           PIC X(1).

         FD GAPS-FILE.
         01 GAPS-RECORD.
            05 GAPS-SEAT-ID     PIC ZZZ9.
            05 GAPS-SEP1        PIC X(1).
            05 GAPS-MESSAGE     PIC X(19).

         FD AIRCRAFT-CONFIG-FILE.
         01 ACFG-RECORD.
            05 ACFG-KEYWORD PIC X(5).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-1 PIC X(8).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-2 PIC X(8).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-3 PIC X(8).

         FD CLASS-MAP-FILE.
         01 CMAP-RECORD.
            05 CMAP-CLASS PIC X(1).
            05 FILLER     PIC X(1).
            05 CMAP-LOW   PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-HIGH  PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-MILES-FACTOR PIC X(3).

         FD AMEND-FILE.
         01 AMEND-RECORD.
            05 AMD-ACTION         PIC X(1).
            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

         FD MASTER-FILE.
         COPY PAXMST01.

         FD SSR-FILE.
         01 SSR-RECORD.
            05 SSR-BOOKING-REF PIC X(8).
            05 SSR-CODE        PIC X(4).
            05 SSR-REMARK      PIC X(20).

         FD SEAT-ASSIGN-FILE.
         COPY SEATAS01.

         FD SEAT-INVENTORY-FILE.
         COPY SEATIN01.

       WORKING-STORAGE SECTION.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 GAPS-FILE-STATUS PIC X(2) VALUE "00".
         01 ACFG-FILE-STATUS PIC X(2) VALUE "00".
         01 CMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 AMEND-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 SSR-FILE-STATUS PIC X(2) VALUE "00".
         01 SEAT-ASSIGN-STATUS PIC X(2) VALUE "00".
         01 SEATINV-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-INV-NOW PIC X(14) VALUE SPACES.
         01 WS-INV-SWITCH PIC X VALUE "N".
            88 INV-SEAT-TAKEN VALUE "Y".
            88 INV-SEAT-FREE VALUE "N".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-AGENT-ID PIC X(8) VALUE SPACES.
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
         01 WS-GAPS-FILENAME PIC X(100) VALUE SPACES.
         01 WS-ACFG-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CMAP-FILENAME PIC X(100) VALUE SPACES.
         01 WS-AMEND-FILENAME PIC X(100) VALUE SPACES.
         01 WS-SSR-SWITCH PIC X VALUE "N".
            88 SSR-FILE-OPEN VALUE "Y".
            88 SSR-FILE-ABSENT VALUE "N".
      *> Same aircraft-configuration and class-map views the
      *> manifest job builds.
         01 WS-CONFIG-SWITCH PIC X VALUE "N".
            88 CONFIG-IS-LOADED VALUE "Y".
            88 CONFIG-NOT-LOADED VALUE "N".
         01 SEAT-VALID-TABLE.
            05 SEAT-VALID PIC 9 OCCURS 1024 TIMES VALUE 1.
         01 ROW-VALID-TABLE.
            05 ROW-VALID PIC 9 OCCURS 128 TIMES VALUE 1.
         01 EXIT-ROW-TABLE.
            05 EXIT-ROW PIC 9 OCCURS 128 TIMES VALUE 0.
         01 WS-ACFG-LOW-ROW PIC 9(3) VALUE 0.
         01 WS-ACFG-HIGH-ROW PIC 9(3) VALUE 0.
         01 WS-ACFG-SEAT PIC 9(4) VALUE 0.
         01 WS-ACFG-ROW PIC 9(3) VALUE 0.
         01 WS-CLASS-SWITCH PIC X VALUE "N".
            88 CLASS-MAP-LOADED VALUE "Y".
            88 CLASS-MAP-NOT-LOADED VALUE "N".
         01 ROW-CLASS-TABLE.
            05 ROW-CLASS PIC X OCCURS 128 TIMES VALUE SPACE.
         01 WS-CMAP-LOW PIC 9(3) VALUE 0.
         01 WS-CMAP-HIGH PIC 9(3) VALUE 0.
         01 WS-CMAP-ROW PIC 9(3) VALUE 0.
      *> Bookings already on the manifest, and their seats.
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-PASS    PIC X(10).
               10 ROSTER-BOOKING PIC X(8).
               10 ROSTER-SEAT-ID PIC 9(4).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.
         01 WS-ROSTER-HIT PIC 9(4) VALUE 0.
      *> Open seats from the gap file; a seat given out at this
      *> counter, or found taken at another, is marked used.
         01 GAP-TABLE.
            05 GAP-ENTRY OCCURS 1024 TIMES.
               10 GAP-SEAT PIC 9(4).
               10 GAP-USED PIC 9.
         01 WS-GAP-COUNT PIC 9(4) VALUE 0.
         01 WS-GAP-IDX PIC 9(4) VALUE 0.
      *> The seats offered for the passenger at the counter.
         01 OFFER-TABLE.
            05 OFFER-GAP-IDX PIC 9(4) OCCURS 24 TIMES.
         01 WS-OFFER-COUNT PIC 9(2) VALUE 0.
         01 WS-OFFER-IDX PIC 9(2) VALUE 0.
         01 WS-OFFER-HIT PIC 9(2) VALUE 0.
         01 WS-COMMAND PIC X(1) VALUE SPACE.
            88 COMMAND-IS-CHECKIN VALUE "B" "b".
            88 COMMAND-IS-EXIT    VALUE "X" "x".
         01 WS-BOOKING-ANSWER PIC X(8) VALUE SPACES.
         01 WS-CLASS-ANSWER PIC X(1) VALUE SPACE.
         01 WS-SEAT-ANSWER PIC X(4) VALUE SPACES.
         01 WS-SEAT-WANTED PIC 9(4) VALUE 0.
         01 WS-SEAT-ROW PIC 9(3) VALUE 0.
         01 WS-SEAT-COL PIC 9(1) VALUE 0.
         01 WS-EXIT-BARRED PIC 9 VALUE 0.
         01 WS-ENCODE-SEAT PIC 9(4) VALUE 0.
         01 WS-ENCODE-PASS PIC X(10) VALUE SPACES.
         01 WS-ASSIGN-SWITCH PIC X VALUE "N".
            88 SEAT-ASSIGNED VALUE "Y".
            88 SEAT-NOT-ASSIGNED VALUE "N".

       LOCAL-STORAGE SECTION.
         01 WS-ISSUED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-AGENT-ID FROM ENVIRONMENT "CHECKIN-AGENT".
           IF WS-AGENT-ID = SPACES
              MOVE "COUNTER" TO WS-AGENT-ID
           END-IF.
           ACCEPT WS-GAPS-FILENAME FROM ENVIRONMENT "GAPS-FILE".
           ACCEPT WS-MANIFEST-FILENAME FROM ENVIRONMENT "MANIFEST-FILE".
           ACCEPT WS-AMEND-FILENAME FROM ENVIRONMENT "CHECKIN-AMEND".
           PERFORM 002-DEFAULT-FILENAMES.

           ACCEPT WS-ACFG-FILENAME
              FROM ENVIRONMENT "AIRCRAFT-CONFIG".
           IF WS-ACFG-FILENAME NOT = SPACES
              PERFORM 030-LOAD-AIRCRAFT-CONFIG
           END-IF.
           ACCEPT WS-CMAP-FILENAME FROM ENVIRONMENT "CLASS-MAP".
           IF WS-CMAP-FILENAME NOT = SPACES
              PERFORM 031-LOAD-CLASS-MAP
           END-IF.

           PERFORM 003-LOAD-ROSTER.
           PERFORM 004-LOAD-GAPS.

           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MASTER: STATUS=" MASTER-FILE-STATUS
              STOP RUN
           END-IF.
           SET SSR-FILE-ABSENT TO TRUE.
           OPEN INPUT SSR-FILE.
           IF SSR-FILE-STATUS = "00"
              SET SSR-FILE-OPEN TO TRUE
           END-IF.

           DISPLAY "CHECK-IN " WS-FLIGHT-ID " - " WS-GAP-COUNT
              " OPEN SEATS, " WS-ROSTER-SIZE " ON MANIFEST".

           PERFORM 005-CONVERSATION UNTIL COMMAND-IS-EXIT.

           CLOSE MASTER-FILE.
           IF SSR-FILE-OPEN
              CLOSE SSR-FILE
           END-IF.
           DISPLAY WS-ISSUED-COUNT " PASSES ISSUED".
           DISPLAY "CHECK-IN ENDED".
           STOP RUN.

      *> Unnamed files take the single-flight defaults, or the
      *> schedule run's per-flight names when a flight is given.
       002-DEFAULT-FILENAMES.
           IF WS-GAPS-FILENAME = SPACES
              IF WS-FLIGHT-ID = SPACES
                 MOVE "d5.gaps" TO WS-GAPS-FILENAME
              ELSE
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".gaps" DELIMITED BY SIZE
                    INTO WS-GAPS-FILENAME
                 END-STRING
              END-IF
           END-IF.
           IF WS-MANIFEST-FILENAME = SPACES
              IF WS-FLIGHT-ID = SPACES
                 MOVE "d5.manifest" TO WS-MANIFEST-FILENAME
              ELSE
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".manifest" DELIMITED BY SIZE
                    INTO WS-MANIFEST-FILENAME
                 END-STRING
              END-IF
           END-IF.
           IF WS-AMEND-FILENAME = SPACES
              IF WS-FLIGHT-ID = SPACES
                 MOVE "d5.checkinamend" TO WS-AMEND-FILENAME
              ELSE
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".checkinamend" DELIMITED BY SIZE
                    INTO WS-AMEND-FILENAME
                 END-STRING
              END-IF
           END-IF.

      *> A manifest not built yet just means nobody is on it.
       003-LOAD-ROSTER.
           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-NOTE-ROSTER-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       003A-NOTE-ROSTER-ENTRY.
           IF MANIFEST-RECORD(1:3) = "TRL"
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROSTER-SIZE >= 2048
              DISPLAY "MANIFEST EXCEEDS ROSTER TABLE: "
                 WS-MANIFEST-FILENAME
              STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-SIZE.
           MOVE MANIFEST-BOARDING-PASS TO ROSTER-PASS (WS-ROSTER-SIZE).
           MOVE MANIFEST-BOOKING-REF
              TO ROSTER-BOOKING (WS-ROSTER-SIZE).
           COMPUTE ROSTER-SEAT-ID (WS-ROSTER-SIZE) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).

      *> The gap file is the list of open seats; without one there is
      *> nothing to offer.
       004-LOAD-GAPS.
           OPEN INPUT GAPS-FILE.
           IF GAPS-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN GAPS: " WS-GAPS-FILENAME
                 " STATUS=" GAPS-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL GAPS-FILE-STATUS = "10"
              READ GAPS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF GAPS-RECORD NOT = SPACES AND
                       WS-GAP-COUNT < 1024
                       ADD 1 TO WS-GAP-COUNT
                       COMPUTE GAP-SEAT (WS-GAP-COUNT) =
                          FUNCTION NUMVAL(GAPS-SEAT-ID)
                       MOVE 0 TO GAP-USED (WS-GAP-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GAPS-FILE.

       005-CONVERSATION.
           DISPLAY " ".
           DISPLAY "B=CHECK IN BOOKING REF  X=EXIT".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
              WHEN COMMAND-IS-CHECKIN
                 PERFORM 006-CHECK-IN-BOOKING
              WHEN COMMAND-IS-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "UNKNOWN COMMAND: " WS-COMMAND
           END-EVALUATE.

       006-CHECK-IN-BOOKING.
           DISPLAY "BOOKING REFERENCE: " WITH NO ADVANCING.
           ACCEPT WS-BOOKING-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-BOOKING-ANSWER)
              TO WS-BOOKING-ANSWER.
           MOVE WS-BOOKING-ANSWER TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY
                 DISPLAY "BOOKING REF " WS-BOOKING-ANSWER
                    " NOT ON FILE"
                 EXIT PARAGRAPH
           END-READ.
           IF MASTER-STATUS = "C"
              DISPLAY "BOOKING REF " WS-BOOKING-ANSWER
                 " IS CANCELLED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "  NAME:    " MASTER-PASSENGER-NAME.

      *> A booking already manifested or already given a seat at a
      *> counter has its pass; show it rather than issue another.
           MOVE 0 TO WS-ROSTER-HIT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-BOOKING (WS-ROSTER-IDX) = WS-BOOKING-ANSWER
                 MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
              END-IF
           END-PERFORM.
           IF WS-ROSTER-HIT > 0
              DISPLAY "ALREADY ON MANIFEST, SEAT "
                 ROSTER-SEAT-ID (WS-ROSTER-HIT)
                 " PASS " ROSTER-PASS (WS-ROSTER-HIT)
              EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO SEAT-ASSIGN-STATUS.
           OPEN INPUT SEAT-ASSIGN-FILE.
           IF SEAT-ASSIGN-STATUS = "00"
              MOVE WS-FLIGHT-ID TO SA-BOOK-FLIGHT-ID
              MOVE WS-BOOKING-ANSWER TO SA-BOOKING-REF
              READ SEAT-ASSIGN-FILE KEY IS SA-BOOKING-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    DISPLAY "ALREADY CHECKED IN, SEAT " SA-SEAT-ID
                       " PASS " SA-BOARDING-PASS
                       " BY " SA-AGENT-ID
                    CLOSE SEAT-ASSIGN-FILE
                    EXIT PARAGRAPH
              END-READ
              CLOSE SEAT-ASSIGN-FILE
           END-IF.

      *> The cabin is the one the booking's seat is in, by the
      *> class map; a seat the map does not cover offers any cabin.
           MOVE SPACE TO WS-CLASS-ANSWER.
           IF CLASS-MAP-LOADED
              COMPUTE WS-SEAT-ROW = MASTER-SEAT-ID / 8
              IF WS-SEAT-ROW <= 127
                 MOVE ROW-CLASS (WS-SEAT-ROW + 1) TO WS-CLASS-ANSWER
              END-IF
              IF WS-CLASS-ANSWER NOT = SPACE
                 DISPLAY "  CLASS:   " WS-CLASS-ANSWER
              END-IF
           END-IF.

      *> Same exit-row rule 014-SCREEN-SSR enforces on the manifest.
           MOVE 0 TO WS-EXIT-BARRED.
           IF SSR-FILE-OPEN
              MOVE WS-BOOKING-ANSWER TO SSR-BOOKING-REF
              READ SSR-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SSR-CODE = "WCHR" OR SSR-CODE = "UMNR" OR
                       SSR-CODE = "INFT"
                       MOVE 1 TO WS-EXIT-BARRED
                       DISPLAY "  SSR " SSR-CODE
                          ": EXIT ROWS NOT OFFERED"
                    END-IF
              END-READ
           END-IF.

           PERFORM 007-OFFER-SEATS.
           IF WS-OFFER-COUNT = 0
              DISPLAY "NO OPEN SEAT FOR THIS PASSENGER"
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "SEAT ID TO ASSIGN (BLANK=CANCEL): "
              WITH NO ADVANCING.
           ACCEPT WS-SEAT-ANSWER.
           IF WS-SEAT-ANSWER = SPACES
              DISPLAY "CHECK-IN ABANDONED"
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-SEAT-ANSWER) NOT = 0
              DISPLAY "NOT A SEAT NUMBER: " WS-SEAT-ANSWER
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEAT-WANTED = FUNCTION NUMVAL(WS-SEAT-ANSWER).
           MOVE 0 TO WS-OFFER-HIT.
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
                 UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
              IF GAP-SEAT (OFFER-GAP-IDX (WS-OFFER-IDX)) =
                    WS-SEAT-WANTED
                 MOVE WS-OFFER-IDX TO WS-OFFER-HIT
              END-IF
           END-PERFORM.
           IF WS-OFFER-HIT = 0
              DISPLAY "SEAT " WS-SEAT-WANTED " WAS NOT OFFERED"
              EXIT PARAGRAPH
           END-IF.

           PERFORM 008-ASSIGN-SEAT.

      *> Up to 24 seats, front of the cabin first as the gap file
      *> lists them. A seat another counter has taken since the gap
      *> file was cut, or that the seat inventory no longer shows
      *> free for this booking, is dropped here, before the agent
      *> sees it.
       007-OFFER-SEATS.
           MOVE 0 TO WS-OFFER-COUNT.
           MOVE "00" TO SEAT-ASSIGN-STATUS.
           OPEN INPUT SEAT-ASSIGN-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INV-NOW.
           MOVE "00" TO SEATINV-FILE-STATUS.
           OPEN INPUT SEAT-INVENTORY-FILE.
           PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                 UNTIL WS-GAP-IDX > WS-GAP-COUNT
                    OR WS-OFFER-COUNT >= 24
              IF GAP-USED (WS-GAP-IDX) = 0
                 PERFORM 007A-CONSIDER-SEAT
              END-IF
           END-PERFORM.
           IF SEAT-ASSIGN-STATUS NOT = "35"
              CLOSE SEAT-ASSIGN-FILE
           END-IF.
           IF SEATINV-FILE-STATUS NOT = "35"
              CLOSE SEAT-INVENTORY-FILE
           END-IF.

       007A-CONSIDER-SEAT.
           MOVE GAP-SEAT (WS-GAP-IDX) TO WS-SEAT-WANTED.
           COMPUTE WS-SEAT-ROW = WS-SEAT-WANTED / 8.
           IF SEAT-VALID (WS-SEAT-WANTED + 1) = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-EXIT-BARRED = 1 AND EXIT-ROW (WS-SEAT-ROW + 1) = 1
              EXIT PARAGRAPH
           END-IF.
           IF CLASS-MAP-LOADED AND WS-CLASS-ANSWER NOT = SPACE
              IF ROW-CLASS (WS-SEAT-ROW + 1) NOT = WS-CLASS-ANSWER
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF SEAT-ASSIGN-STATUS NOT = "35"
              MOVE WS-FLIGHT-ID TO SA-FLIGHT-ID
              MOVE WS-SEAT-WANTED TO SA-SEAT-ID
              READ SEAT-ASSIGN-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO GAP-USED (WS-GAP-IDX)
                    EXIT PARAGRAPH
              END-READ
           END-IF.
      *> A hold is skipped, not struck off: reservations may yet
      *> release it while the counter is open.
           IF SEATINV-FILE-STATUS NOT = "35"
              MOVE WS-FLIGHT-ID TO SI-FLIGHT-ID
              MOVE WS-SEAT-WANTED TO SI-SEAT-ID
              READ SEAT-INVENTORY-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF SI-ASSIGNED OR SI-BLOCKED
                       MOVE 1 TO GAP-USED (WS-GAP-IDX)
                       EXIT PARAGRAPH
                    END-IF
                    IF SI-HELD AND
                       SI-BOOKING-REF NOT = WS-BOOKING-ANSWER AND
                       SI-HOLD-EXPIRY > WS-INV-NOW
                       EXIT PARAGRAPH
                    END-IF
              END-READ
           END-IF.
           ADD 1 TO WS-OFFER-COUNT.
           MOVE WS-GAP-IDX TO OFFER-GAP-IDX (WS-OFFER-COUNT).
           COMPUTE WS-SEAT-COL = FUNCTION MOD(WS-SEAT-WANTED, 8).
           DISPLAY "  SEAT " WS-SEAT-WANTED " ROW " WS-SEAT-ROW
              " COL " WS-SEAT-COL " CLASS " ROW-CLASS (WS-SEAT-ROW + 1).

      *> The keyed WRITE is the claim: whichever counter writes the
      *> flight-plus-seat key first has the seat, and the loser is
      *> told so and asked to choose again. The file is held open
      *> only for the claim itself so the counters never lock each
      *> other out between passengers.
       008-ASSIGN-SEAT.
           PERFORM 008A-CHECK-INVENTORY-SEAT.
           IF INV-SEAT-TAKEN
              DISPLAY "SEAT " WS-SEAT-WANTED
                 " WAS JUST ASSIGNED OR HELD ELSEWHERE - START AGAIN"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEAT-WANTED TO WS-ENCODE-SEAT.
           CALL "SEAT-ENCODE" USING WS-ENCODE-SEAT, WS-ENCODE-PASS.

           OPEN I-O SEAT-ASSIGN-FILE.
           IF SEAT-ASSIGN-STATUS = "35"
              OPEN OUTPUT SEAT-ASSIGN-FILE
              CLOSE SEAT-ASSIGN-FILE
              OPEN I-O SEAT-ASSIGN-FILE
           END-IF.
           IF SEAT-ASSIGN-STATUS NOT = "00"
              DISPLAY "SEAT ASSIGNMENTS UNAVAILABLE, STATUS="
                 SEAT-ASSIGN-STATUS " - TRY AGAIN"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID TO SA-FLIGHT-ID.
           MOVE WS-SEAT-WANTED TO SA-SEAT-ID.
           MOVE WS-FLIGHT-ID TO SA-BOOK-FLIGHT-ID.
           MOVE WS-BOOKING-ANSWER TO SA-BOOKING-REF.
           MOVE WS-ENCODE-PASS TO SA-BOARDING-PASS.
           MOVE MASTER-PASSENGER-NAME TO SA-PASSENGER-NAME.
           MOVE WS-AGENT-ID TO SA-AGENT-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-ASSIGNED-TS.
           SET SEAT-NOT-ASSIGNED TO TRUE.
           WRITE SEAT-ASSIGN-RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY SET SEAT-ASSIGNED TO TRUE
           END-WRITE.
           CLOSE SEAT-ASSIGN-FILE.
           MOVE 1 TO GAP-USED (OFFER-GAP-IDX (WS-OFFER-HIT)).
           IF SEAT-NOT-ASSIGNED
              DISPLAY "SEAT " WS-SEAT-WANTED
                 " WAS JUST TAKEN AT ANOTHER COUNTER, OR THE"
                 " BOOKING WAS CHECKED IN THERE - START AGAIN"
              EXIT PARAGRAPH
           END-IF.
           PERFORM 008B-MARK-INVENTORY-SEAT.
           IF INV-SEAT-TAKEN
              PERFORM 008C-WITHDRAW-CLAIM
              DISPLAY "SEAT " WS-SEAT-WANTED
                 " WAS JUST ASSIGNED OR HELD ELSEWHERE - START AGAIN"
              EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO AMEND-FILE-STATUS.
           OPEN EXTEND AMEND-FILE.
           IF AMEND-FILE-STATUS = "35"
              OPEN OUTPUT AMEND-FILE
           END-IF.
           MOVE "A" TO AMD-ACTION.
           MOVE WS-ENCODE-PASS TO AMD-BOARDING-PASS.
           MOVE MASTER-PASSENGER-NAME TO AMD-PASSENGER-NAME.
           MOVE WS-BOOKING-ANSWER TO AMD-BOOKING-REF.
           MOVE "K" TO AMD-ORIGIN.
           WRITE AMEND-RECORD.
           CLOSE AMEND-FILE.
           ADD 1 TO WS-ISSUED-COUNT.

           COMPUTE WS-SEAT-ROW = WS-SEAT-WANTED / 8.
           COMPUTE WS-SEAT-COL = FUNCTION MOD(WS-SEAT-WANTED, 8).
           DISPLAY "PASS ISSUED: " WS-ENCODE-PASS " SEAT "
              WS-SEAT-WANTED " ROW " WS-SEAT-ROW " COL " WS-SEAT-COL.

      *> The inventory is looked at again just before the claim: an
      *> upgrade, rebooking, or reservations hold may have taken the
      *> seat since it was offered. An assigned or blocked seat is
      *> struck off; a live hold for another booking is only passed
      *> over, as 007A does.
       008A-CHECK-INVENTORY-SEAT.
           SET INV-SEAT-FREE TO TRUE.
           MOVE "00" TO SEATINV-FILE-STATUS.
           OPEN INPUT SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INV-NOW.
           MOVE WS-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE WS-SEAT-WANTED TO SI-SEAT-ID.
           READ SEAT-INVENTORY-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF SI-ASSIGNED OR SI-BLOCKED
                    SET INV-SEAT-TAKEN TO TRUE
                    MOVE 1 TO GAP-USED (OFFER-GAP-IDX (WS-OFFER-HIT))
                 END-IF
                 IF SI-HELD AND
                    SI-BOOKING-REF NOT = WS-BOOKING-ANSWER AND
                    SI-HOLD-EXPIRY > WS-INV-NOW
                    SET INV-SEAT-TAKEN TO TRUE
                 END-IF
           END-READ.
           CLOSE SEAT-INVENTORY-FILE.

      *> With the claim made, the inventory shows the seat assigned
      *> to the booking, as the manifest job's own assignments do,
      *> so rebooking and the upgrade pass cannot hold it for
      *> someone else. A seat with no inventory record -- a flight
      *> run from its gap file alone -- has nothing to mark. The
      *> record is judged again as read for update, the way the
      *> manifest job judges an amendment: a seat blocked, assigned
      *> to another booking, or held for one on a hold still live
      *> since 008A looked is left as it stands and the claim is
      *> withdrawn.
       008B-MARK-INVENTORY-SEAT.
           MOVE "00" TO SEATINV-FILE-STATUS.
           OPEN I-O SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE WS-SEAT-WANTED TO SI-SEAT-ID.
           READ SEAT-INVENTORY-FILE
              INVALID KEY
                 CLOSE SEAT-INVENTORY-FILE
                 EXIT PARAGRAPH
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INV-NOW.
           IF SI-BLOCKED OR
              (SI-ASSIGNED AND SI-BOOKING-REF NOT = SPACES AND
               SI-BOOKING-REF NOT = WS-BOOKING-ANSWER)
              SET INV-SEAT-TAKEN TO TRUE
           END-IF.
           IF SI-HELD AND
              SI-BOOKING-REF NOT = WS-BOOKING-ANSWER AND
              SI-HOLD-EXPIRY > WS-INV-NOW
              SET INV-SEAT-TAKEN TO TRUE
              MOVE 0 TO GAP-USED (OFFER-GAP-IDX (WS-OFFER-HIT))
           END-IF.
           IF INV-SEAT-TAKEN
              CLOSE SEAT-INVENTORY-FILE
              EXIT PARAGRAPH
           END-IF.
           SET SI-ASSIGNED TO TRUE.
           MOVE WS-BOOKING-ANSWER TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SI-UPDATED-TS.
           MOVE "AOC-2020-05-CHK" TO SI-UPDATED-BY.
           REWRITE SEAT-INVENTORY-RECORD
              INVALID KEY
                 DISPLAY "SEAT INVENTORY REWRITE FAILED, SEAT="
                    SI-SEAT-ID " STATUS=" SEATINV-FILE-STATUS
           END-REWRITE.
           CLOSE SEAT-INVENTORY-FILE.

      *> The seat assignment 008 wrote comes off again, so the seat
      *> is not left given out to a booking that never got it.
       008C-WITHDRAW-CLAIM.
           OPEN I-O SEAT-ASSIGN-FILE.
           IF SEAT-ASSIGN-STATUS NOT = "00"
              DISPLAY "SEAT ASSIGNMENT NOT WITHDRAWN, SEAT="
                 WS-SEAT-WANTED " STATUS=" SEAT-ASSIGN-STATUS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID TO SA-FLIGHT-ID.
           MOVE WS-SEAT-WANTED TO SA-SEAT-ID.
           DELETE SEAT-ASSIGN-FILE
              INVALID KEY
                 DISPLAY "SEAT ASSIGNMENT NOT WITHDRAWN, SEAT="
                    WS-SEAT-WANTED " STATUS=" SEAT-ASSIGN-STATUS
           END-DELETE.
           CLOSE SEAT-ASSIGN-FILE.

       030-LOAD-AIRCRAFT-CONFIG.
           OPEN INPUT AIRCRAFT-CONFIG-FILE.
           IF ACFG-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN AIRCRAFT CONFIG: " WS-ACFG-FILENAME
                 " STATUS=" ACFG-FILE-STATUS
              STOP RUN
           END-IF.
           MOVE ALL "0" TO ROW-VALID-TABLE.
           PERFORM UNTIL ACFG-FILE-STATUS = "10"
              READ AIRCRAFT-CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 030A-APPLY-CONFIG-LINE
              END-READ
           END-PERFORM.
           CLOSE AIRCRAFT-CONFIG-FILE.
      *> BLOCK lines were applied straight to SEAT-VALID; re-apply
      *> the row ranges without un-blocking them.
           PERFORM VARYING WS-ACFG-SEAT FROM 0 BY 1
                 UNTIL WS-ACFG-SEAT > 1023
              COMPUTE WS-ACFG-ROW = WS-ACFG-SEAT / 8
              IF ROW-VALID (WS-ACFG-ROW + 1) = 0
                 MOVE 0 TO SEAT-VALID (WS-ACFG-SEAT + 1)
              END-IF
           END-PERFORM.
           SET CONFIG-IS-LOADED TO TRUE.

      *> Only the keywords that bear on which seats may be offered;
      *> the rest of the configuration belongs to the manifest job.
       030A-APPLY-CONFIG-LINE.
           EVALUATE ACFG-KEYWORD
              WHEN "ROWS "
                 COMPUTE WS-ACFG-LOW-ROW =
                    FUNCTION NUMVAL(ACFG-VALUE-1)
                 COMPUTE WS-ACFG-HIGH-ROW =
                    FUNCTION NUMVAL(ACFG-VALUE-2)
                 IF WS-ACFG-HIGH-ROW > 127
                    MOVE 127 TO WS-ACFG-HIGH-ROW
                 END-IF
                 PERFORM VARYING WS-ACFG-ROW FROM WS-ACFG-LOW-ROW
                       BY 1 UNTIL WS-ACFG-ROW > WS-ACFG-HIGH-ROW
                    MOVE 1 TO ROW-VALID (WS-ACFG-ROW + 1)
                 END-PERFORM
              WHEN "BLOCK"
                 COMPUTE WS-ACFG-SEAT = FUNCTION NUMVAL(ACFG-VALUE-1)
                 IF WS-ACFG-SEAT <= 1023
                    MOVE 0 TO SEAT-VALID (WS-ACFG-SEAT + 1)
                 END-IF
              WHEN "EXIT "
                 COMPUTE WS-ACFG-ROW = FUNCTION NUMVAL(ACFG-VALUE-1)
                 IF WS-ACFG-ROW <= 127
                    MOVE 1 TO EXIT-ROW (WS-ACFG-ROW + 1)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       031-LOAD-CLASS-MAP.
           OPEN INPUT CLASS-MAP-FILE.
           IF CMAP-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CLASS MAP: " WS-CMAP-FILENAME
                 " STATUS=" CMAP-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL CMAP-FILE-STATUS = "10"
              READ CLASS-MAP-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CMAP-RECORD NOT = SPACES
                       COMPUTE WS-CMAP-LOW =
                          FUNCTION NUMVAL(CMAP-LOW)
                       COMPUTE WS-CMAP-HIGH =
                          FUNCTION NUMVAL(CMAP-HIGH)
                       IF WS-CMAP-HIGH > 127
                          MOVE 127 TO WS-CMAP-HIGH
                       END-IF
                       PERFORM VARYING WS-CMAP-ROW FROM WS-CMAP-LOW
                             BY 1 UNTIL WS-CMAP-ROW > WS-CMAP-HIGH
                          MOVE CMAP-CLASS
                             TO ROW-CLASS (WS-CMAP-ROW + 1)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLASS-MAP-FILE.
           SET CLASS-MAP-LOADED TO TRUE.
