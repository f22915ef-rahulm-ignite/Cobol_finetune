       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-SWP.
       AUTHOR. ANNA KOSIERADZKA.

      *> Equipment-swap remap. When operations moves a flight to
      *> another airframe, the built manifest is laid over the new
      *> AIRCRAFT-CONFIG (its ROWS and BLOCK lines) and CLASS-MAP:
      *> a passenger whose seat still exists and still sits in the
      *> class the manifest carried keeps it; everyone else is
      *> reseated into the nearest open seat of their own class.
      *> Displaced travelling parties -- booking references sharing
      *> their first six characters, as the group seating analysis
      *> reads them -- are seated together in the nearest pair of
      *> adjacent rows with room for all of them, and only split
      *> seat by seat when no such block is left. Whoever does not
      *> fit the new cabin goes on the oversale offload list in the
      *> manifest job's denied boarding format. The moves come out
      *> as S-action amendments for the manifest job's amendment
      *> mode (SWAP-AMEND-FILE, d5.swap.amend) beside the impact
      *> report d5.swaprpt. With FLIGHT-ID set the amendments and
      *> offload list take the flight's d5.<flight>. names and the
      *> manifest defaults to the flight's own. Condition code 4
      *> when anyone is offloaded, 8 when an input is missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT AIRCRAFT-CONFIG-FILE ASSIGN TO DYNAMIC
              WS-ACFG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACFG-FILE-STATUS.

           SELECT CLASS-MAP-FILE ASSIGN TO DYNAMIC WS-CMAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAP-FILE-STATUS.

           SELECT SWAP-AMEND-FILE ASSIGN TO DYNAMIC
              WS-SWAP-AMEND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERSALE-FILE ASSIGN TO DYNAMIC
              WS-OVERSALE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWAP-REPORT-FILE ASSIGN TO "d5.swaprpt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *> Same configuration layout the manifest job reads; only the
      *> ROWS and BLOCK lines bear on which seats exist.
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

         FD SWAP-AMEND-FILE.
         01 AMEND-RECORD.
            05 AMD-ACTION         PIC X(1).
            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

         FD OVERSALE-FILE.
         01 OVERSALE-LINE PIC X(70).

         FD SWAP-REPORT-FILE.
         01 SWAP-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 ACFG-FILE-STATUS PIC X(2) VALUE "00".
         01 CMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
         01 WS-ACFG-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CMAP-FILENAME PIC X(100) VALUE SPACES.
         01 WS-SWAP-AMEND-FILENAME PIC X(100) VALUE SPACES.
         01 WS-OVERSALE-FILENAME PIC X(100) VALUE "d5.oversale".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-ACFG-TYPE PIC X(8) VALUE SPACES.
         01 WS-CLASS-MAP-SWITCH PIC X VALUE "N".
            88 CLASS-MAP-LOADED VALUE "Y".
            88 CLASS-MAP-ABSENT VALUE "N".
      *> The new airframe: which seats exist, which are taken as the
      *> remap proceeds, and each row's class.
         01 SEAT-VALID-TABLE.
            05 SEAT-VALID PIC 9 OCCURS 1024 TIMES VALUE 0.
         01 SEAT-TAKEN-TABLE.
            05 SEAT-TAKEN PIC 9 OCCURS 1024 TIMES VALUE 0.
         01 ROW-VALID-TABLE.
            05 ROW-VALID PIC 9 OCCURS 128 TIMES VALUE 0.
         01 ROW-CLASS-TABLE.
            05 ROW-CLASS PIC X OCCURS 128 TIMES VALUE SPACE.
         01 WS-ACFG-BLOCK-TABLE.
            05 WS-ACFG-BLOCK PIC 9(4) OCCURS 128 TIMES.
         01 WS-ACFG-BLOCK-COUNT PIC 9(3) VALUE 0.
         01 WS-ACFG-IDX PIC 9(3) VALUE 0.
         01 WS-ACFG-SEAT PIC 9(4) VALUE 0.
         01 WS-ACFG-ROW PIC 9(3) VALUE 0.
         01 WS-ACFG-LOW-ROW PIC 9(3) VALUE 0.
         01 WS-ACFG-HIGH-ROW PIC 9(3) VALUE 0.
         01 WS-CMAP-LOW PIC 9(3) VALUE 0.
         01 WS-CMAP-HIGH PIC 9(3) VALUE 0.
         01 WS-CMAP-ROW PIC 9(3) VALUE 0.
      *> The manifest, with where each passenger ends up: K kept,
      *> M moved, O offloaded, space not yet decided.
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-PASS     PIC X(10).
               10 ROSTER-NAME     PIC X(20).
               10 ROSTER-BOOKING  PIC X(8).
               10 ROSTER-SEAT-ID  PIC 9(4).
               10 ROSTER-CLASS    PIC X(1).
               10 ROSTER-OUTCOME  PIC X(1).
               10 ROSTER-NEW-SEAT PIC 9(4).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.
         01 WS-SCAN-IDX PIC 9(4) VALUE 0.
      *> The displaced party being reseated.
         01 GROUP-MEMBER-TABLE.
            05 GROUP-MEMBER PIC 9(4) OCCURS 32 TIMES.
         01 WS-GROUP-SIZE PIC 9(2) VALUE 0.
         01 WS-GROUP-IDX PIC 9(2) VALUE 0.
         01 WS-GROUP-STEM PIC X(6) VALUE SPACES.
         01 WS-GROUP-CLASS PIC X(1) VALUE SPACE.
         01 WS-GROUP-ROW PIC 9(3) VALUE 0.
         01 WS-BLOCK-ROW PIC 9(3) VALUE 0.
         01 WS-BLOCK-FREE PIC 9(3) VALUE 0.
         01 WS-BLOCK-DISTANCE PIC 9(3) VALUE 0.
         01 WS-BEST-BLOCK-ROW PIC 9(3) VALUE 0.
         01 WS-BEST-BLOCK-DISTANCE PIC 9(3) VALUE 0.
         01 WS-BLOCK-FOUND PIC X VALUE "N".
            88 SWAP-BLOCK-FOUND VALUE "Y".
            88 SWAP-BLOCK-MISSING VALUE "N".
      *> Nearest-seat search.
         01 WS-WANT-CLASS PIC X(1) VALUE SPACE.
         01 WS-WANT-SEAT PIC 9(4) VALUE 0.
         01 WS-WANT-ROW PIC 9(3) VALUE 0.
         01 WS-WANT-COL PIC 9(1) VALUE 0.
         01 WS-ROW-LOW PIC 9(3) VALUE 0.
         01 WS-ROW-HIGH PIC 9(3) VALUE 127.
         01 WS-CAND-SEAT PIC 9(4) VALUE 0.
         01 WS-SCAN-FROM PIC 9(4) VALUE 0.
         01 WS-SCAN-TO PIC 9(4) VALUE 0.
         01 WS-CAND-ROW PIC 9(3) VALUE 0.
         01 WS-CAND-COL PIC 9(1) VALUE 0.
         01 WS-CAND-DISTANCE PIC 9(5) VALUE 0.
         01 WS-BEST-SEAT PIC 9(4) VALUE 0.
         01 WS-BEST-DISTANCE PIC 9(5) VALUE 0.
         01 WS-SEAT-FOUND PIC X VALUE "N".
            88 SWAP-SEAT-FOUND VALUE "Y".
            88 SWAP-SEAT-MISSING VALUE "N".
         01 WS-ENCODE-SEAT PIC 9(4) VALUE 0.
         01 WS-ENCODE-PASS PIC X(10) VALUE SPACES.
         01 WS-SWP-SEAT-EDIT PIC ZZZ9.
      *> Offloads by class for the denied boarding list's heading.
         01 OFFLOAD-CLASS-TABLE.
            05 OFFLOAD-CLASS-ENTRY OCCURS 10 TIMES.
               10 OCT-CLASS PIC X(1).
               10 OCT-COUNT PIC 9(4).
         01 WS-OCT-COUNT PIC 9(2) VALUE 0.
         01 WS-OCT-IDX PIC 9(2) VALUE 0.
         01 WS-OCT-HIT PIC 9(2) VALUE 0.
         01 WS-SWP-HEAD-LINE.
            05 FILLER            PIC X(22) VALUE
               "EQUIPMENT SWAP FLIGHT ".
            05 WS-SWP-HD-FLIGHT  PIC X(8).
            05 FILLER            PIC X(12) VALUE " TO AIRCRAFT".
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-SWP-HD-TYPE    PIC X(8).
            05 FILLER            PIC X(19) VALUE SPACES.
         01 WS-SWP-PARTY-LINE.
            05 FILLER            PIC X(6) VALUE "PARTY ".
            05 WS-SWP-PT-STEM    PIC X(6).
            05 FILLER            PIC X(7) VALUE " CLASS ".
            05 WS-SWP-PT-CLASS   PIC X(1).
            05 FILLER            PIC X(9) VALUE " MEMBERS ".
            05 WS-SWP-PT-SIZE    PIC Z9.
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-SWP-PT-RESULT  PIC X(38).
         01 WS-SWP-DETAIL.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-SWP-DET-NAME   PIC X(20).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-SWP-DET-BOOK   PIC X(8).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-SWP-DET-CLASS  PIC X(1).
            05 WS-SWP-DET-SEATLIT PIC X(6).
            05 WS-SWP-DET-OLD    PIC ZZZ9.
            05 WS-SWP-DET-ARROW  PIC X(4).
            05 WS-SWP-DET-NEW    PIC X(7).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-SWP-DET-PASS   PIC X(10).
            05 FILLER            PIC X(5) VALUE SPACES.
         01 WS-SWP-TOTAL-LINE.
            05 WS-SWP-TOT-LABEL  PIC X(30).
            05 WS-SWP-TOT-VALUE  PIC Z(8)9.
            05 FILLER            PIC X(31) VALUE SPACES.
      *> The manifest job's denied boarding list, line for line.
         01 WS-OVSL-HEAD-LINE.
            05 FILLER PIC X(35) VALUE
               "DENIED BOARDING LIST - OVER BY     ".
            05 WS-OVSL-HEAD-COUNT PIC ZZZ9.
            05 FILLER PIC X(31) VALUE SPACES.
         01 WS-OVSL-CLASS-LINE.
            05 FILLER PIC X(6) VALUE "CLASS ".
            05 WS-OVSL-CLS-CODE PIC X(1).
            05 FILLER PIC X(9) VALUE " OVER BY ".
            05 WS-OVSL-CLS-COUNT PIC ZZZ9.
            05 FILLER PIC X(50) VALUE SPACES.
         01 WS-OVSL-DETAIL.
            05 WS-OVSL-DET-PASS  PIC X(10).
            05 FILLER            PIC X(1).
            05 WS-OVSL-DET-NAME  PIC X(20).
            05 FILLER            PIC X(1).
            05 WS-OVSL-DET-BOOK  PIC X(8).
            05 FILLER            PIC X(1).
            05 WS-OVSL-DET-SEAT  PIC ZZZ9.
            05 FILLER            PIC X(1).
            05 WS-OVSL-DET-CLASS PIC X(1).
            05 FILLER            PIC X(22).

       LOCAL-STORAGE SECTION.
         01 WS-KEPT-COUNT UNSIGNED-INT VALUE 0.
         01 WS-MOVED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-OFFLOAD-COUNT UNSIGNED-INT VALUE 0.
         01 WS-PARTIES-TOGETHER UNSIGNED-INT VALUE 0.
         01 WS-PARTIES-SPLIT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-READ-PARAMETERS.
           PERFORM 003-LOAD-AIRCRAFT-CONFIG.
           IF WS-CMAP-FILENAME NOT = SPACES
              PERFORM 004-LOAD-CLASS-MAP
           END-IF.
           PERFORM 005-LOAD-ROSTER.

           OPEN OUTPUT SWAP-REPORT-FILE.
           MOVE WS-FLIGHT-ID TO WS-SWP-HD-FLIGHT.
           MOVE WS-ACFG-TYPE TO WS-SWP-HD-TYPE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-HEAD-LINE.
           OPEN OUTPUT SWAP-AMEND-FILE.

      *> Everyone whose seat survives the swap keeps it before anyone
      *> displaced is placed, so no displaced passenger can take a
      *> seat out from under a passenger who still holds it.
           PERFORM 006-KEEP-SURVIVING-SEAT
              VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE.
           PERFORM 007-RESEAT-PARTY
              VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE.
           CLOSE SWAP-AMEND-FILE.

           PERFORM 010-WRITE-OFFLOAD-LIST.

           MOVE "PASSENGERS MANIFESTED" TO WS-SWP-TOT-LABEL.
           MOVE WS-ROSTER-SIZE TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           MOVE "KEPT THEIR SEAT" TO WS-SWP-TOT-LABEL.
           MOVE WS-KEPT-COUNT TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           MOVE "RESEATED" TO WS-SWP-TOT-LABEL.
           MOVE WS-MOVED-COUNT TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           MOVE "PARTIES KEPT TOGETHER" TO WS-SWP-TOT-LABEL.
           MOVE WS-PARTIES-TOGETHER TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           MOVE "PARTIES SPLIT" TO WS-SWP-TOT-LABEL.
           MOVE WS-PARTIES-SPLIT TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           MOVE "OFFLOADED" TO WS-SWP-TOT-LABEL.
           MOVE WS-OFFLOAD-COUNT TO WS-SWP-TOT-VALUE.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-TOTAL-LINE.
           CLOSE SWAP-REPORT-FILE.

           DISPLAY WS-KEPT-COUNT " KEPT " WS-MOVED-COUNT " RESEATED "
              WS-OFFLOAD-COUNT " OFFLOADED".
           IF WS-OFFLOAD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ-PARAMETERS.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-MANIFEST-FILENAME FROM ENVIRONMENT "MANIFEST-FILE".
           ACCEPT WS-ACFG-FILENAME FROM ENVIRONMENT "AIRCRAFT-CONFIG".
           ACCEPT WS-CMAP-FILENAME FROM ENVIRONMENT "CLASS-MAP".
           ACCEPT WS-SWAP-AMEND-FILENAME
              FROM ENVIRONMENT "SWAP-AMEND-FILE".
           IF WS-FLIGHT-ID NOT = SPACES
              IF WS-MANIFEST-FILENAME = SPACES
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".manifest" DELIMITED BY SIZE
                    INTO WS-MANIFEST-FILENAME
                 END-STRING
              END-IF
              IF WS-SWAP-AMEND-FILENAME = SPACES
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".swap.amend" DELIMITED BY SIZE
                    INTO WS-SWAP-AMEND-FILENAME
                 END-STRING
              END-IF
              MOVE SPACES TO WS-OVERSALE-FILENAME
              STRING "d5." DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                 ".oversale" DELIMITED BY SIZE
                 INTO WS-OVERSALE-FILENAME
              END-STRING
           END-IF.
           IF WS-MANIFEST-FILENAME = SPACES
              MOVE "d5.manifest" TO WS-MANIFEST-FILENAME
           END-IF.
           IF WS-SWAP-AMEND-FILENAME = SPACES
              MOVE "d5.swap.amend" TO WS-SWAP-AMEND-FILENAME
           END-IF.
           IF WS-ACFG-FILENAME = SPACES
              DISPLAY "AIRCRAFT-CONFIG NOT GIVEN: NOTHING TO SWAP TO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Rows valid only where a ROWS range opens them, BLOCK seats
      *> withdrawn afterwards -- the manifest job's own reading of a
      *> configuration, eight seats to the row.
       003-LOAD-AIRCRAFT-CONFIG.
           OPEN INPUT AIRCRAFT-CONFIG-FILE.
           IF ACFG-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN AIRCRAFT CONFIG: " WS-ACFG-FILENAME
                 " STATUS=" ACFG-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL ACFG-FILE-STATUS = "10"
              READ AIRCRAFT-CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-APPLY-CONFIG-LINE
              END-READ
           END-PERFORM.
           CLOSE AIRCRAFT-CONFIG-FILE.
           PERFORM VARYING WS-ACFG-SEAT FROM 0 BY 1
                 UNTIL WS-ACFG-SEAT > 1023
              COMPUTE WS-ACFG-ROW = WS-ACFG-SEAT / 8
              MOVE ROW-VALID (WS-ACFG-ROW + 1)
                 TO SEAT-VALID (WS-ACFG-SEAT + 1)
           END-PERFORM.
           PERFORM VARYING WS-ACFG-IDX FROM 1 BY 1
                 UNTIL WS-ACFG-IDX > WS-ACFG-BLOCK-COUNT
              MOVE 0 TO SEAT-VALID (WS-ACFG-BLOCK (WS-ACFG-IDX) + 1)
           END-PERFORM.

       003A-APPLY-CONFIG-LINE.
           EVALUATE ACFG-KEYWORD
              WHEN "TYPE "
                 MOVE ACFG-VALUE-1 TO WS-ACFG-TYPE
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
                 EVALUATE TRUE
                    WHEN WS-ACFG-SEAT > 1023
                       DISPLAY "BLOCK SEAT OUT OF RANGE, IGNORED: "
                          ACFG-RECORD
                    WHEN WS-ACFG-BLOCK-COUNT >= 128
                       DISPLAY "BLOCK TABLE FULL, IGNORED: "
                          ACFG-RECORD
                    WHEN OTHER
                       ADD 1 TO WS-ACFG-BLOCK-COUNT
                       MOVE WS-ACFG-SEAT TO
                          WS-ACFG-BLOCK (WS-ACFG-BLOCK-COUNT)
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       004-LOAD-CLASS-MAP.
           OPEN INPUT CLASS-MAP-FILE.
           IF CMAP-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CLASS MAP: " WS-CMAP-FILENAME
                 " STATUS=" CMAP-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CMAP-FILE-STATUS = "10"
              READ CLASS-MAP-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-APPLY-CLASS-LINE
              END-READ
           END-PERFORM.
           CLOSE CLASS-MAP-FILE.
           SET CLASS-MAP-LOADED TO TRUE.

       004A-APPLY-CLASS-LINE.
           IF CMAP-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CMAP-LOW = FUNCTION NUMVAL(CMAP-LOW).
           COMPUTE WS-CMAP-HIGH = FUNCTION NUMVAL(CMAP-HIGH).
           IF WS-CMAP-HIGH > 127
              MOVE 127 TO WS-CMAP-HIGH
           END-IF.
           PERFORM VARYING WS-CMAP-ROW FROM WS-CMAP-LOW BY 1
                 UNTIL WS-CMAP-ROW > WS-CMAP-HIGH
              MOVE CMAP-CLASS TO ROW-CLASS (WS-CMAP-ROW + 1)
           END-PERFORM.

       005-LOAD-ROSTER.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MANIFEST: " WS-MANIFEST-FILENAME
                 " STATUS=" MANIFEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 005A-LOAD-ROSTER-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       005A-LOAD-ROSTER-ENTRY.
           IF MANIFEST-RECORD(1:3) = "TRL" OR MANIFEST-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROSTER-SIZE >= 2048
              DISPLAY "MANIFEST EXCEEDS ROSTER TABLE: "
                 WS-MANIFEST-FILENAME
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-SIZE.
           MOVE MANIFEST-BOARDING-PASS TO ROSTER-PASS (WS-ROSTER-SIZE).
           MOVE MANIFEST-PASSENGER-NAME TO ROSTER-NAME (WS-ROSTER-SIZE).
           MOVE MANIFEST-BOOKING-REF
              TO ROSTER-BOOKING (WS-ROSTER-SIZE).
           COMPUTE ROSTER-SEAT-ID (WS-ROSTER-SIZE) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           IF ROSTER-SEAT-ID (WS-ROSTER-SIZE) > 1023
              MOVE 1023 TO ROSTER-SEAT-ID (WS-ROSTER-SIZE)
           END-IF.
           MOVE MANIFEST-CLASS TO ROSTER-CLASS (WS-ROSTER-SIZE).
           MOVE SPACE TO ROSTER-OUTCOME (WS-ROSTER-SIZE).
           MOVE 0 TO ROSTER-NEW-SEAT (WS-ROSTER-SIZE).

      *> A seat survives when it exists on the new airframe, is not
      *> already held (an oversold manifest can carry a seat twice;
      *> the first holder keeps it), and -- with a class map -- its
      *> row is still the class the passenger is booked in.
       006-KEEP-SURVIVING-SEAT.
           MOVE ROSTER-SEAT-ID (WS-ROSTER-IDX) TO WS-CAND-SEAT.
           COMPUTE WS-CAND-ROW = WS-CAND-SEAT / 8.
           IF SEAT-VALID (WS-CAND-SEAT + 1) = 0 OR
              SEAT-TAKEN (WS-CAND-SEAT + 1) = 1
              EXIT PARAGRAPH
           END-IF.
           IF CLASS-MAP-LOADED AND
              ROSTER-CLASS (WS-ROSTER-IDX) NOT = SPACE AND
              ROW-CLASS (WS-CAND-ROW + 1) NOT =
                 ROSTER-CLASS (WS-ROSTER-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SEAT-TAKEN (WS-CAND-SEAT + 1).
           MOVE "K" TO ROSTER-OUTCOME (WS-ROSTER-IDX).
           MOVE WS-CAND-SEAT TO ROSTER-NEW-SEAT (WS-ROSTER-IDX).
           ADD 1 TO WS-KEPT-COUNT.

      *> The undecided passenger at WS-ROSTER-IDX opens a party: the
      *> other undecided passengers of the same booking stem and
      *> class. A party of one is just the nearest seat; a larger
      *> one gets the nearest two-row block with room for all, or
      *> failing that the nearest seat each.
       007-RESEAT-PARTY.
           IF ROSTER-OUTCOME (WS-ROSTER-IDX) NOT = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) (1:6) TO WS-GROUP-STEM.
           MOVE ROSTER-CLASS (WS-ROSTER-IDX) TO WS-GROUP-CLASS.
           MOVE 0 TO WS-GROUP-SIZE.
           PERFORM VARYING WS-SCAN-IDX FROM WS-ROSTER-IDX BY 1
                 UNTIL WS-SCAN-IDX > WS-ROSTER-SIZE
              IF ROSTER-OUTCOME (WS-SCAN-IDX) = SPACE AND
                 ROSTER-BOOKING (WS-SCAN-IDX) (1:6) = WS-GROUP-STEM
                 AND ROSTER-CLASS (WS-SCAN-IDX) = WS-GROUP-CLASS
                 AND WS-GROUP-SIZE < 32
                 ADD 1 TO WS-GROUP-SIZE
                 MOVE WS-SCAN-IDX TO GROUP-MEMBER (WS-GROUP-SIZE)
              END-IF
           END-PERFORM.
           IF WS-GROUP-SIZE > 1
              PERFORM 008-FIND-PARTY-BLOCK
              MOVE WS-GROUP-STEM TO WS-SWP-PT-STEM
              MOVE WS-GROUP-CLASS TO WS-SWP-PT-CLASS
              MOVE WS-GROUP-SIZE TO WS-SWP-PT-SIZE
              IF SWAP-BLOCK-FOUND
                 MOVE "SEATED TOGETHER" TO WS-SWP-PT-RESULT
                 ADD 1 TO WS-PARTIES-TOGETHER
                 MOVE WS-BEST-BLOCK-ROW TO WS-ROW-LOW
                 COMPUTE WS-ROW-HIGH = WS-BEST-BLOCK-ROW + 1
              ELSE
                 MOVE "NO BLOCK LEFT, SEATED SEPARATELY"
                    TO WS-SWP-PT-RESULT
                 ADD 1 TO WS-PARTIES-SPLIT
              END-IF
              WRITE SWAP-REPORT-LINE FROM WS-SWP-PARTY-LINE
           END-IF.
           PERFORM 009-PLACE-MEMBER
              VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX > WS-GROUP-SIZE.
           MOVE 0 TO WS-ROW-LOW.
           MOVE 127 TO WS-ROW-HIGH.

      *> Nearest pair of adjacent rows, measured from the row the
      *> party's first member held, with enough open seats of the
      *> party's class for everyone.
       008-FIND-PARTY-BLOCK.
           SET SWAP-BLOCK-MISSING TO TRUE.
           MOVE 999 TO WS-BEST-BLOCK-DISTANCE.
           COMPUTE WS-GROUP-ROW = ROSTER-SEAT-ID (GROUP-MEMBER (1)) / 8.
           MOVE WS-GROUP-CLASS TO WS-WANT-CLASS.
           PERFORM VARYING WS-BLOCK-ROW FROM 0 BY 1
                 UNTIL WS-BLOCK-ROW > 126
              MOVE 0 TO WS-BLOCK-FREE
              COMPUTE WS-SCAN-FROM = WS-BLOCK-ROW * 8
              COMPUTE WS-SCAN-TO = WS-SCAN-FROM + 15
              PERFORM VARYING WS-CAND-SEAT FROM WS-SCAN-FROM BY 1
                    UNTIL WS-CAND-SEAT > WS-SCAN-TO
                 PERFORM 009B-CHECK-SEAT-OPEN
                 IF SWAP-SEAT-FOUND
                    ADD 1 TO WS-BLOCK-FREE
                 END-IF
              END-PERFORM
              IF WS-BLOCK-FREE >= WS-GROUP-SIZE
                 IF WS-BLOCK-ROW > WS-GROUP-ROW
                    COMPUTE WS-BLOCK-DISTANCE =
                       WS-BLOCK-ROW - WS-GROUP-ROW
                 ELSE
                    COMPUTE WS-BLOCK-DISTANCE =
                       WS-GROUP-ROW - WS-BLOCK-ROW
                 END-IF
                 IF WS-BLOCK-DISTANCE < WS-BEST-BLOCK-DISTANCE
                    MOVE WS-BLOCK-DISTANCE TO WS-BEST-BLOCK-DISTANCE
                    MOVE WS-BLOCK-ROW TO WS-BEST-BLOCK-ROW
                    SET SWAP-BLOCK-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      *> Nearest open seat of the member's class within the rows
      *> WS-ROW-LOW to WS-ROW-HIGH (the party's block, or the whole
      *> cabin): rows away count ten, seats across the row one, so
      *> the same seat letter a row forward or back beats a seat
      *> across the aisle.
       009-PLACE-MEMBER.
           MOVE GROUP-MEMBER (WS-GROUP-IDX) TO WS-SCAN-IDX.
           MOVE ROSTER-SEAT-ID (WS-SCAN-IDX) TO WS-WANT-SEAT.
           COMPUTE WS-WANT-ROW = WS-WANT-SEAT / 8.
           COMPUTE WS-WANT-COL = FUNCTION MOD(WS-WANT-SEAT, 8).
           MOVE ROSTER-CLASS (WS-SCAN-IDX) TO WS-WANT-CLASS.
           MOVE 0 TO WS-BEST-SEAT.
           MOVE 99999 TO WS-BEST-DISTANCE.
           COMPUTE WS-SCAN-FROM = WS-ROW-LOW * 8.
           COMPUTE WS-SCAN-TO = WS-ROW-HIGH * 8 + 7.
           PERFORM VARYING WS-CAND-SEAT FROM WS-SCAN-FROM BY 1
                 UNTIL WS-CAND-SEAT > WS-SCAN-TO
              PERFORM 009B-CHECK-SEAT-OPEN
              IF SWAP-SEAT-FOUND
                 PERFORM 009A-MEASURE-SEAT
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-SWP-DETAIL.
           MOVE ROSTER-NAME (WS-SCAN-IDX) TO WS-SWP-DET-NAME.
           MOVE ROSTER-BOOKING (WS-SCAN-IDX) TO WS-SWP-DET-BOOK.
           MOVE ROSTER-CLASS (WS-SCAN-IDX) TO WS-SWP-DET-CLASS.
           MOVE WS-WANT-SEAT TO WS-SWP-DET-OLD.
           MOVE " SEAT " TO WS-SWP-DET-SEATLIT.
           MOVE " -> " TO WS-SWP-DET-ARROW.
           IF WS-BEST-DISTANCE = 99999
              MOVE "O" TO ROSTER-OUTCOME (WS-SCAN-IDX)
              ADD 1 TO WS-OFFLOAD-COUNT
              MOVE "OFFLOAD" TO WS-SWP-DET-NEW
              WRITE SWAP-REPORT-LINE FROM WS-SWP-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO SEAT-TAKEN (WS-BEST-SEAT + 1).
           MOVE "M" TO ROSTER-OUTCOME (WS-SCAN-IDX).
           MOVE WS-BEST-SEAT TO ROSTER-NEW-SEAT (WS-SCAN-IDX).
           ADD 1 TO WS-MOVED-COUNT.
           MOVE WS-BEST-SEAT TO WS-ENCODE-SEAT.
           CALL "SEAT-ENCODE" USING WS-ENCODE-SEAT, WS-ENCODE-PASS.
           MOVE WS-ENCODE-SEAT TO WS-SWP-SEAT-EDIT.
           MOVE WS-SWP-SEAT-EDIT TO WS-SWP-DET-NEW.
           MOVE WS-ENCODE-PASS TO WS-SWP-DET-PASS.
           WRITE SWAP-REPORT-LINE FROM WS-SWP-DETAIL.

           MOVE "S" TO AMD-ACTION.
           MOVE WS-ENCODE-PASS TO AMD-BOARDING-PASS.
           MOVE ROSTER-NAME (WS-SCAN-IDX) TO AMD-PASSENGER-NAME.
           MOVE ROSTER-BOOKING (WS-SCAN-IDX) TO AMD-BOOKING-REF.
           MOVE "E" TO AMD-ORIGIN.
           WRITE AMEND-RECORD.

       009A-MEASURE-SEAT.
           COMPUTE WS-CAND-ROW = WS-CAND-SEAT / 8.
           COMPUTE WS-CAND-COL = FUNCTION MOD(WS-CAND-SEAT, 8).
           IF WS-CAND-ROW > WS-WANT-ROW
              COMPUTE WS-CAND-DISTANCE =
                 (WS-CAND-ROW - WS-WANT-ROW) * 10
           ELSE
              COMPUTE WS-CAND-DISTANCE =
                 (WS-WANT-ROW - WS-CAND-ROW) * 10
           END-IF.
           IF WS-CAND-COL > WS-WANT-COL
              COMPUTE WS-CAND-DISTANCE = WS-CAND-DISTANCE +
                 WS-CAND-COL - WS-WANT-COL
           ELSE
              COMPUTE WS-CAND-DISTANCE = WS-CAND-DISTANCE +
                 WS-WANT-COL - WS-CAND-COL
           END-IF.
           IF WS-CAND-DISTANCE < WS-BEST-DISTANCE
              MOVE WS-CAND-DISTANCE TO WS-BEST-DISTANCE
              MOVE WS-CAND-SEAT TO WS-BEST-SEAT
           END-IF.

      *> Open means on the new airframe, not yet held, and -- with a
      *> class map, for a passenger booked in a class -- in a row of
      *> WS-WANT-CLASS.
       009B-CHECK-SEAT-OPEN.
           SET SWAP-SEAT-MISSING TO TRUE.
           IF WS-CAND-SEAT > 1023
              EXIT PARAGRAPH
           END-IF.
           IF SEAT-VALID (WS-CAND-SEAT + 1) = 0 OR
              SEAT-TAKEN (WS-CAND-SEAT + 1) = 1
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CAND-ROW = WS-CAND-SEAT / 8.
           IF CLASS-MAP-LOADED AND WS-WANT-CLASS NOT = SPACE AND
              ROW-CLASS (WS-CAND-ROW + 1) NOT = WS-WANT-CLASS
              EXIT PARAGRAPH
           END-IF.
           SET SWAP-SEAT-FOUND TO TRUE.

      *> Only written when the swap leaves someone without a seat, as
      *> the manifest job writes its list only for an oversold
      *> flight; the passengers keep their old seat IDs on it, which
      *> is how the gate will find them on the manifest.
       010-WRITE-OFFLOAD-LIST.
           IF WS-OFFLOAD-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OCT-COUNT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-OUTCOME (WS-ROSTER-IDX) = "O" AND
                 ROSTER-CLASS (WS-ROSTER-IDX) NOT = SPACE
                 PERFORM 010A-COUNT-CLASS-OFFLOAD
              END-IF
           END-PERFORM.
           OPEN OUTPUT OVERSALE-FILE.
           MOVE WS-OFFLOAD-COUNT TO WS-OVSL-HEAD-COUNT.
           WRITE OVERSALE-LINE FROM WS-OVSL-HEAD-LINE.
           PERFORM VARYING WS-OCT-IDX FROM 1 BY 1
                 UNTIL WS-OCT-IDX > WS-OCT-COUNT
              MOVE OCT-CLASS (WS-OCT-IDX) TO WS-OVSL-CLS-CODE
              MOVE OCT-COUNT (WS-OCT-IDX) TO WS-OVSL-CLS-COUNT
              WRITE OVERSALE-LINE FROM WS-OVSL-CLASS-LINE
           END-PERFORM.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-OUTCOME (WS-ROSTER-IDX) = "O"
                 MOVE SPACES TO WS-OVSL-DETAIL
                 MOVE ROSTER-PASS (WS-ROSTER-IDX) TO WS-OVSL-DET-PASS
                 MOVE ROSTER-NAME (WS-ROSTER-IDX) TO WS-OVSL-DET-NAME
                 MOVE ROSTER-BOOKING (WS-ROSTER-IDX)
                    TO WS-OVSL-DET-BOOK
                 MOVE ROSTER-SEAT-ID (WS-ROSTER-IDX)
                    TO WS-OVSL-DET-SEAT
                 MOVE ROSTER-CLASS (WS-ROSTER-IDX)
                    TO WS-OVSL-DET-CLASS
                 WRITE OVERSALE-LINE FROM WS-OVSL-DETAIL
              END-IF
           END-PERFORM.
           CLOSE OVERSALE-FILE.

       010A-COUNT-CLASS-OFFLOAD.
           MOVE 0 TO WS-OCT-HIT.
           PERFORM VARYING WS-OCT-IDX FROM 1 BY 1
                 UNTIL WS-OCT-IDX > WS-OCT-COUNT
              IF OCT-CLASS (WS-OCT-IDX) = ROSTER-CLASS (WS-ROSTER-IDX)
                 MOVE WS-OCT-IDX TO WS-OCT-HIT
              END-IF
           END-PERFORM.
           IF WS-OCT-HIT = 0
              IF WS-OCT-COUNT >= 10
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OCT-COUNT
              MOVE WS-OCT-COUNT TO WS-OCT-HIT
              MOVE ROSTER-CLASS (WS-ROSTER-IDX)
                 TO OCT-CLASS (WS-OCT-HIT)
              MOVE 0 TO OCT-COUNT (WS-OCT-HIT)
           END-IF.
           ADD 1 TO OCT-COUNT (WS-OCT-HIT).
