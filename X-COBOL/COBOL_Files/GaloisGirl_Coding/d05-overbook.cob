       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-OVB.
       AUTHOR. ANNA KOSIERADZKA.

      *> No-show analysis and overbooking recommendation. The
      *> reconcile job appends each flight's per-class manifested
      *> and no-show counts to d5.noshowhist; this job rolls the
      *> last OVB-WINDOW-DAYS days (default 56, ending OVB-ASOF-DATE,
      *> default today) up by flight number, day of week and cabin
      *> class, and recommends how many bookings to authorize over
      *> each cabin's seats. The level is the largest that keeps
      *> expected denied boardings -- the passengers who would land
      *> on the oversale offload list, estimated from the no-show
      *> rate with the normal approximation to the binomial -- at or
      *> under OVB-DB-PER-10K per 10,000 passengers (default 10),
      *> capped at OVB-MAX-PCT percent of the cabin (default 15).
      *> Cabin seats and the offloads actually made come from the
      *> flight history d5.flthist: where the offload lists over the
      *> window already run above the limit, the level is cut by the
      *> flight's average offloads. Too few flights in the window
      *> (OVB-MIN-FLIGHTS, default 4) authorizes no overbooking.
      *> The recommendations go to d5.overbook in the OVBREC01
      *> layout reservations loads, with the working in
      *> d5.overbookrpt. Condition code 4 when any flight's offloads
      *> ran over the limit, 8 when the no-show history is missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSHOW-HISTORY-FILE ASSIGN TO DYNAMIC
              WS-NOSHOW-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOSHOW-HIST-STATUS.

           SELECT FLIGHT-HISTORY-FILE ASSIGN TO "d5.flthist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FH-KEY
           FILE STATUS IS FLTHIST-FILE-STATUS.

           SELECT OVERBOOK-FILE ASSIGN TO DYNAMIC WS-OVERBOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERBOOK-REPORT-FILE ASSIGN TO "d5.overbookrpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOSHOW-SORT-FILE ASSIGN TO "d5.ovbsortwk".

       DATA DIVISION.
       FILE SECTION.
         FD NOSHOW-HISTORY-FILE.
         COPY NSHIST01.

         FD FLIGHT-HISTORY-FILE.
         COPY FLTHST01.

         FD OVERBOOK-FILE.
         COPY OVBREC01.

         FD OVERBOOK-REPORT-FILE.
         01 OVERBOOK-REPORT-LINE PIC X(70).

         SD NOSHOW-SORT-FILE.
         01 NOSHOW-SORT-RECORD.
            05 NSS-FLIGHT-ID  PIC X(8).
            05 NSS-DOW        PIC 9(1).
            05 NSS-CLASS      PIC X(1).
            05 NSS-DATE       PIC 9(8).
            05 NSS-RUN-TS     PIC X(14).
            05 NSS-MANIFESTED PIC 9(5).
            05 NSS-NO-SHOWS   PIC 9(5).

       WORKING-STORAGE SECTION.
         01 NOSHOW-HIST-STATUS PIC X(2) VALUE "00".
         01 FLTHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOSHOW-HIST-FILENAME PIC X(100) VALUE "d5.noshowhist".
         01 WS-OVERBOOK-FILENAME PIC X(100) VALUE "d5.overbook".
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
         01 WS-NUM-PARM PIC X(9) VALUE SPACES.
         01 WS-DATE-PARM PIC X(8) VALUE SPACES.
         01 WS-TODAY PIC X(21) VALUE SPACES.
         01 WS-ASOF-DATE PIC 9(8) VALUE 0.
         01 WS-WINDOW-DAYS PIC 9(4) VALUE 56.
         01 WS-FROM-DATE PIC 9(8) VALUE 0.
         01 WS-DB-LIMIT PIC 9(5)V9(2) VALUE 10.
         01 WS-MAX-PCT PIC 9(3) VALUE 15.
         01 WS-MIN-FLIGHTS PIC 9(3) VALUE 4.
         01 WS-DAY-NUMBER PIC 9(7) VALUE 0.
         01 WS-DOW PIC 9(1) VALUE 0.
         01 WS-DOW-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
      *> Each flight's latest cabin seats in the window, and its
      *> offloads by day of week.
         01 CAPACITY-TABLE.
            05 CAPACITY-ENTRY OCCURS 1024 TIMES.
               10 CPT-FLIGHT-ID PIC X(8).
               10 CPT-CLASS     PIC X(1).
               10 CPT-SEATS     PIC 9(5).
         01 WS-CPT-COUNT PIC 9(4) VALUE 0.
         01 WS-CPT-IDX PIC 9(4) VALUE 0.
         01 WS-CPT-HIT PIC 9(4) VALUE 0.
         01 OFFLOAD-TABLE.
            05 OFFLOAD-ENTRY OCCURS 1024 TIMES.
               10 OFT-FLIGHT-ID PIC X(8).
               10 OFT-DOW       PIC 9(1).
               10 OFT-FLIGHTS   PIC 9(5).
               10 OFT-BOARDED   PIC 9(7).
               10 OFT-OFFLOADS  PIC 9(7).
         01 WS-OFT-COUNT PIC 9(4) VALUE 0.
         01 WS-OFT-IDX PIC 9(4) VALUE 0.
         01 WS-OFT-HIT PIC 9(4) VALUE 0.
         01 WS-FH-IDX PIC 9(2) VALUE 0.
         01 WS-LOOK-CLASS PIC X(1) VALUE SPACE.
         01 WS-LOOK-SEATS PIC 9(5) VALUE 0.
      *> The flight, day and class being rolled up.
         01 WS-SORT-EOF PIC X VALUE "N".
            88 NOSHOW-SORT-DONE VALUE "Y".
            88 NOSHOW-SORT-MORE VALUE "N".
         01 WS-GROUP-ACTIVE PIC 9 VALUE 0.
         01 WS-GRP-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-GRP-DOW PIC 9(1) VALUE 0.
         01 WS-GRP-CLASS PIC X(1) VALUE SPACE.
         01 WS-GRP-FLIGHTS PIC 9(5) VALUE 0.
         01 WS-GRP-MANIFESTED PIC 9(7) VALUE 0.
         01 WS-GRP-NO-SHOWS PIC 9(7) VALUE 0.
         01 WS-LAST-DATE PIC 9(8) VALUE 0.
         01 WS-LAST-MANIFESTED PIC 9(5) VALUE 0.
         01 WS-LAST-NO-SHOWS PIC 9(5) VALUE 0.
      *> Recommendation working.
         01 WS-CAPACITY PIC 9(4) VALUE 0.
         01 WS-OVERBOOK PIC 9(4) VALUE 0.
         01 WS-MAX-OVERBOOK PIC 9(4) VALUE 0.
         01 WS-SEARCH-SWITCH PIC X VALUE "N".
            88 SEARCH-DONE VALUE "Y".
            88 SEARCH-GOING VALUE "N".
         01 WS-NO-SHOW-RATE PIC 9V9(9) VALUE 0.
         01 WS-SHOW-RATE PIC 9V9(9) VALUE 0.
         01 WS-BOOKINGS PIC 9(5) VALUE 0.
         01 WS-MEAN-SHOWS PIC 9(5)V9(9) VALUE 0.
         01 WS-SD-SHOWS PIC 9(5)V9(9) VALUE 0.
         01 WS-Z PIC S9(5)V9(9) VALUE 0.
         01 WS-Z-ABS PIC 9(5)V9(9) VALUE 0.
         01 WS-PHI PIC 9V9(12) VALUE 0.
         01 WS-TAIL PIC 9V9(12) VALUE 0.
         01 WS-T PIC 9V9(12) VALUE 0.
         01 WS-EXPECTED-DB PIC S9(5)V9(9) VALUE 0.
         01 WS-EXPECTED-RATE PIC 9(7)V9(4) VALUE 0.
         01 WS-OBSERVED-RATE PIC 9(7)V9(4) VALUE 0.
         01 WS-AVG-OFFLOADS PIC 9(4) VALUE 0.
         01 WS-NOTE PIC X(9) VALUE SPACES.
         01 WS-OVB-HEADING.
            05 FILLER PIC X(29) VALUE
               "OVERBOOKING RECOMMENDATIONS ".
            05 WS-OVH-FROM PIC 9(8).
            05 FILLER PIC X(4) VALUE " TO ".
            05 WS-OVH-TO PIC 9(8).
            05 FILLER PIC X(10) VALUE " DB LIMIT ".
            05 WS-OVH-LIMIT PIC ZZZ9.99.
            05 FILLER PIC X(4) VALUE "/10K".
         01 WS-OVB-COLUMNS.
            05 FILLER PIC X(35) VALUE
               "FLIGHT   DAY C FLT  NS%   CAP OVB  ".
            05 FILLER PIC X(35) VALUE
               "AUTH   EXPDB   OBSDB NOTE".
         01 WS-OVB-DETAIL.
            05 WS-OVD-FLIGHT   PIC X(8).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-DAY      PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-CLASS    PIC X(1).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-FLIGHTS  PIC ZZ9.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-NS-PCT   PIC ZZ9.9.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-CAPACITY PIC ZZZ9.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-OVERBOOK PIC ZZ9.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-OVD-AUTH     PIC ZZZ9.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-EXP-DB   PIC ZZZ9.99.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-OBS-DB   PIC ZZZ9.99.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-OVD-NOTE     PIC X(9).
            05 FILLER          PIC X(5) VALUE SPACES.
         01 WS-OVB-TOTAL-LINE.
            05 WS-OVB-TOT-LABEL PIC X(30).
            05 WS-OVB-TOT-VALUE PIC Z(8)9.
            05 FILLER           PIC X(31) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-HISTORY-USED UNSIGNED-INT VALUE 0.
         01 WS-GROUPS-REPORTED UNSIGNED-INT VALUE 0.
         01 WS-AUTH-WRITTEN UNSIGNED-INT VALUE 0.
         01 WS-DB-HIGH-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-READ-PARAMETERS.
           PERFORM 003-LOAD-FLIGHT-HISTORY.

           MOVE "00" TO NOSHOW-HIST-STATUS.
           OPEN INPUT NOSHOW-HISTORY-FILE.
           IF NOSHOW-HIST-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN NO-SHOW HISTORY: "
                 WS-NOSHOW-HIST-FILENAME
                 " STATUS=" NOSHOW-HIST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE NOSHOW-HISTORY-FILE.

           OPEN OUTPUT OVERBOOK-FILE.
           OPEN OUTPUT OVERBOOK-REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-OVH-FROM.
           MOVE WS-ASOF-DATE TO WS-OVH-TO.
           MOVE WS-DB-LIMIT TO WS-OVH-LIMIT.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-HEADING.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-COLUMNS.

           SET NOSHOW-SORT-MORE TO TRUE.
           SORT NOSHOW-SORT-FILE
              ON ASCENDING KEY NSS-FLIGHT-ID NSS-DOW NSS-CLASS
                 NSS-DATE NSS-RUN-TS
              INPUT PROCEDURE IS 004-SELECT-WINDOW
              OUTPUT PROCEDURE IS 005-ROLL-UP.

           MOVE "FLIGHT-CLASSES ANALYSED" TO WS-OVB-TOT-LABEL.
           MOVE WS-GROUPS-REPORTED TO WS-OVB-TOT-VALUE.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-TOTAL-LINE.
           MOVE "AUTHORIZATIONS WRITTEN" TO WS-OVB-TOT-LABEL.
           MOVE WS-AUTH-WRITTEN TO WS-OVB-TOT-VALUE.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-TOTAL-LINE.
           MOVE "CLASSES OVER DB LIMIT" TO WS-OVB-TOT-LABEL.
           MOVE WS-DB-HIGH-COUNT TO WS-OVB-TOT-VALUE.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-TOTAL-LINE.
           CLOSE OVERBOOK-FILE.
           CLOSE OVERBOOK-REPORT-FILE.

           DISPLAY WS-HISTORY-USED " NO-SHOW RECORDS IN WINDOW "
              WS-AUTH-WRITTEN " AUTHORIZATIONS".
           IF WS-DB-HIGH-COUNT > 0 AND WS-MAX-SEVERITY < 4
              MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

       002-READ-PARAMETERS.
           ACCEPT WS-NOSHOW-HIST-FILENAME
              FROM ENVIRONMENT "NOSHOW-HISTORY".
           IF WS-NOSHOW-HIST-FILENAME = SPACES
              MOVE "d5.noshowhist" TO WS-NOSHOW-HIST-FILENAME
           END-IF.
           ACCEPT WS-OVERBOOK-FILENAME FROM ENVIRONMENT "OVERBOOK-FILE".
           IF WS-OVERBOOK-FILENAME = SPACES
              MOVE "d5.overbook" TO WS-OVERBOOK-FILENAME
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-ASOF-DATE.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "OVB-ASOF-DATE".
           IF WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-ASOF-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                 DISPLAY "OVB-ASOF-DATE INVALID, TODAY USED: "
                    WS-DATE-PARM
                 MOVE WS-TODAY(1:8) TO WS-ASOF-DATE
              END-IF
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "OVB-WINDOW-DAYS".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           IF WS-WINDOW-DAYS = 0
              MOVE 1 TO WS-WINDOW-DAYS
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "OVB-DB-PER-10K".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-DB-LIMIT = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "OVB-MAX-PCT".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-MAX-PCT = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "OVB-MIN-FLIGHTS".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-MIN-FLIGHTS = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
              - WS-WINDOW-DAYS + 1).

      *> Without a flight history there are no cabin sizes to
      *> overbook against; the analysis still runs and reports the
      *> no-show rates, but authorizes nothing.
       003-LOAD-FLIGHT-HISTORY.
           OPEN INPUT FLIGHT-HISTORY-FILE.
           IF FLTHIST-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: FLIGHT HISTORY UNAVAILABLE, STATUS="
                 FLTHIST-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FLTHIST-FILE-STATUS = "10"
              READ FLIGHT-HISTORY-FILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-NOTE-FLIGHT
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-HISTORY-FILE.

      *> Records arrive flight then date, so a later day's cabin
      *> sizes simply overwrite an earlier one's: the latest
      *> configuration flown is the one overbooked against.
       003A-NOTE-FLIGHT.
           IF FH-FLIGHT-DATE < WS-FROM-DATE OR
              FH-FLIGHT-DATE > WS-ASOF-DATE OR
              FUNCTION TEST-DATE-YYYYMMDD(FH-FLIGHT-DATE) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF FH-CLASS-COUNT = 0
              MOVE SPACE TO WS-LOOK-CLASS
              MOVE FH-SEATS-OFFERED TO WS-LOOK-SEATS
              PERFORM 003B-NOTE-CAPACITY
           ELSE
              PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                    UNTIL WS-FH-IDX > FH-CLASS-COUNT
                       OR WS-FH-IDX > 10
                 MOVE FH-CLASS-CODE (WS-FH-IDX) TO WS-LOOK-CLASS
                 MOVE FH-CLASS-SEATS (WS-FH-IDX) TO WS-LOOK-SEATS
                 PERFORM 003B-NOTE-CAPACITY
              END-PERFORM
           END-IF.

           COMPUTE WS-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(FH-FLIGHT-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1.
           MOVE 0 TO WS-OFT-HIT.
           PERFORM VARYING WS-OFT-IDX FROM 1 BY 1
                 UNTIL WS-OFT-IDX > WS-OFT-COUNT
              IF OFT-FLIGHT-ID (WS-OFT-IDX) = FH-FLIGHT-ID AND
                 OFT-DOW (WS-OFT-IDX) = WS-DOW
                 MOVE WS-OFT-IDX TO WS-OFT-HIT
              END-IF
           END-PERFORM.
           IF WS-OFT-HIT = 0
              IF WS-OFT-COUNT >= 1024
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OFT-COUNT
              MOVE WS-OFT-COUNT TO WS-OFT-HIT
              MOVE FH-FLIGHT-ID TO OFT-FLIGHT-ID (WS-OFT-HIT)
              MOVE WS-DOW TO OFT-DOW (WS-OFT-HIT)
              MOVE 0 TO OFT-FLIGHTS (WS-OFT-HIT)
              MOVE 0 TO OFT-BOARDED (WS-OFT-HIT)
              MOVE 0 TO OFT-OFFLOADS (WS-OFT-HIT)
           END-IF.
           ADD 1 TO OFT-FLIGHTS (WS-OFT-HIT).
           ADD FH-BOARDED TO OFT-BOARDED (WS-OFT-HIT).
           ADD FH-OFFLOADS TO OFT-OFFLOADS (WS-OFT-HIT).

       003B-NOTE-CAPACITY.
           MOVE 0 TO WS-CPT-HIT.
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                 UNTIL WS-CPT-IDX > WS-CPT-COUNT
              IF CPT-FLIGHT-ID (WS-CPT-IDX) = FH-FLIGHT-ID AND
                 CPT-CLASS (WS-CPT-IDX) = WS-LOOK-CLASS
                 MOVE WS-CPT-IDX TO WS-CPT-HIT
              END-IF
           END-PERFORM.
           IF WS-CPT-HIT = 0
              IF WS-CPT-COUNT >= 1024
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CPT-COUNT
              MOVE WS-CPT-COUNT TO WS-CPT-HIT
              MOVE FH-FLIGHT-ID TO CPT-FLIGHT-ID (WS-CPT-HIT)
              MOVE WS-LOOK-CLASS TO CPT-CLASS (WS-CPT-HIT)
           END-IF.
           MOVE WS-LOOK-SEATS TO CPT-SEATS (WS-CPT-HIT).

      *> Release the window's no-show counts with their day of week;
      *> day 1 of the integer calendar, 1 January 1601, a Monday.
       004-SELECT-WINDOW.
           OPEN INPUT NOSHOW-HISTORY-FILE.
           PERFORM UNTIL NOSHOW-HIST-STATUS = "10"
              READ NOSHOW-HISTORY-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-RELEASE-NO-SHOWS
              END-READ
           END-PERFORM.
           CLOSE NOSHOW-HISTORY-FILE.

       004A-RELEASE-NO-SHOWS.
           IF NOSHOW-HISTORY-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NSH-FLIGHT-DATE NOT NUMERIC OR
              NSH-MANIFESTED NOT NUMERIC OR
              NSH-NO-SHOWS NOT NUMERIC
              DISPLAY "NO-SHOW RECORD REJECTED: " NOSHOW-HISTORY-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF NSH-FLIGHT-DATE < WS-FROM-DATE OR
              NSH-FLIGHT-DATE > WS-ASOF-DATE OR
              FUNCTION TEST-DATE-YYYYMMDD(NSH-FLIGHT-DATE) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(NSH-FLIGHT-DATE).
           MOVE NSH-FLIGHT-ID TO NSS-FLIGHT-ID.
           COMPUTE NSS-DOW = FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1.
           MOVE NSH-CLASS TO NSS-CLASS.
           MOVE NSH-FLIGHT-DATE TO NSS-DATE.
           MOVE NSH-RUN-TS TO NSS-RUN-TS.
           MOVE NSH-MANIFESTED TO NSS-MANIFESTED.
           MOVE NSH-NO-SHOWS TO NSS-NO-SHOWS.
           RELEASE NOSHOW-SORT-RECORD.
           ADD 1 TO WS-HISTORY-USED.

      *> A flight reconciled twice the same day: the later run's
      *> counts replace the earlier ones.
       005-ROLL-UP.
           MOVE 0 TO WS-GROUP-ACTIVE.
           PERFORM UNTIL NOSHOW-SORT-DONE
              RETURN NOSHOW-SORT-FILE
                 AT END SET NOSHOW-SORT-DONE TO TRUE
                 NOT AT END PERFORM 005A-ADD-FLIGHT
              END-RETURN
           END-PERFORM.
           IF WS-GROUP-ACTIVE = 1
              PERFORM 006-RECOMMEND
           END-IF.

       005A-ADD-FLIGHT.
           IF WS-GROUP-ACTIVE = 0 OR
              NSS-FLIGHT-ID NOT = WS-GRP-FLIGHT-ID OR
              NSS-DOW NOT = WS-GRP-DOW OR
              NSS-CLASS NOT = WS-GRP-CLASS
              IF WS-GROUP-ACTIVE = 1
                 PERFORM 006-RECOMMEND
              END-IF
              MOVE 1 TO WS-GROUP-ACTIVE
              MOVE NSS-FLIGHT-ID TO WS-GRP-FLIGHT-ID
              MOVE NSS-DOW TO WS-GRP-DOW
              MOVE NSS-CLASS TO WS-GRP-CLASS
              MOVE 0 TO WS-GRP-FLIGHTS
              MOVE 0 TO WS-GRP-MANIFESTED
              MOVE 0 TO WS-GRP-NO-SHOWS
              MOVE 0 TO WS-LAST-DATE
           END-IF.
           IF NSS-DATE = WS-LAST-DATE
              SUBTRACT WS-LAST-MANIFESTED FROM WS-GRP-MANIFESTED
              SUBTRACT WS-LAST-NO-SHOWS FROM WS-GRP-NO-SHOWS
           ELSE
              ADD 1 TO WS-GRP-FLIGHTS
           END-IF.
           ADD NSS-MANIFESTED TO WS-GRP-MANIFESTED.
           ADD NSS-NO-SHOWS TO WS-GRP-NO-SHOWS.
           MOVE NSS-DATE TO WS-LAST-DATE.
           MOVE NSS-MANIFESTED TO WS-LAST-MANIFESTED.
           MOVE NSS-NO-SHOWS TO WS-LAST-NO-SHOWS.

       006-RECOMMEND.
           ADD 1 TO WS-GROUPS-REPORTED.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-OVERBOOK.
           MOVE 0 TO WS-EXPECTED-RATE.
           MOVE 0 TO WS-OBSERVED-RATE.
           MOVE 0 TO WS-NO-SHOW-RATE.
           IF WS-GRP-MANIFESTED > 0
              COMPUTE WS-NO-SHOW-RATE ROUNDED =
                 WS-GRP-NO-SHOWS / WS-GRP-MANIFESTED
           END-IF.
           COMPUTE WS-SHOW-RATE = 1 - WS-NO-SHOW-RATE.

           MOVE 0 TO WS-CAPACITY.
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                 UNTIL WS-CPT-IDX > WS-CPT-COUNT
              IF CPT-FLIGHT-ID (WS-CPT-IDX) = WS-GRP-FLIGHT-ID AND
                 CPT-CLASS (WS-CPT-IDX) = WS-GRP-CLASS
                 MOVE CPT-SEATS (WS-CPT-IDX) TO WS-CAPACITY
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-CAPACITY = 0
                 MOVE "NO SEATS" TO WS-NOTE
              WHEN WS-GRP-FLIGHTS < WS-MIN-FLIGHTS
                 MOVE "THIN DATA" TO WS-NOTE
              WHEN WS-NO-SHOW-RATE = 0
                 CONTINUE
              WHEN OTHER
                 PERFORM 007-FIND-OVERBOOK-LEVEL
           END-EVALUATE.

      *> The offload lists are the measured denied boardings; where
      *> they already run over the limit, authorize that many fewer.
           MOVE 0 TO WS-OFT-HIT.
           PERFORM VARYING WS-OFT-IDX FROM 1 BY 1
                 UNTIL WS-OFT-IDX > WS-OFT-COUNT
              IF OFT-FLIGHT-ID (WS-OFT-IDX) = WS-GRP-FLIGHT-ID AND
                 OFT-DOW (WS-OFT-IDX) = WS-GRP-DOW
                 MOVE WS-OFT-IDX TO WS-OFT-HIT
              END-IF
           END-PERFORM.
           IF WS-OFT-HIT > 0
              IF OFT-BOARDED (WS-OFT-HIT) + OFT-OFFLOADS (WS-OFT-HIT)
                    > 0
                 COMPUTE WS-OBSERVED-RATE ROUNDED =
                    OFT-OFFLOADS (WS-OFT-HIT) * 10000 /
                    (OFT-BOARDED (WS-OFT-HIT) +
                     OFT-OFFLOADS (WS-OFT-HIT))
              END-IF
              IF WS-OBSERVED-RATE > WS-DB-LIMIT
                 MOVE "DB HIGH" TO WS-NOTE
                 ADD 1 TO WS-DB-HIGH-COUNT
                 COMPUTE WS-AVG-OFFLOADS =
                    (OFT-OFFLOADS (WS-OFT-HIT) +
                     OFT-FLIGHTS (WS-OFT-HIT) - 1) /
                    OFT-FLIGHTS (WS-OFT-HIT)
                 IF WS-AVG-OFFLOADS >= WS-OVERBOOK
                    MOVE 0 TO WS-OVERBOOK
                 ELSE
                    SUBTRACT WS-AVG-OFFLOADS FROM WS-OVERBOOK
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO WS-OVB-DETAIL.
           MOVE WS-GRP-FLIGHT-ID TO WS-OVD-FLIGHT.
           MOVE WS-DOW-NAMES(WS-GRP-DOW * 3 - 2:3) TO WS-OVD-DAY.
           MOVE WS-GRP-CLASS TO WS-OVD-CLASS.
           MOVE WS-GRP-FLIGHTS TO WS-OVD-FLIGHTS.
           COMPUTE WS-OVD-NS-PCT ROUNDED = WS-NO-SHOW-RATE * 100.
           MOVE WS-CAPACITY TO WS-OVD-CAPACITY.
           MOVE WS-OVERBOOK TO WS-OVD-OVERBOOK.
           COMPUTE WS-OVD-AUTH = WS-CAPACITY + WS-OVERBOOK.
           MOVE WS-EXPECTED-RATE TO WS-OVD-EXP-DB.
           MOVE WS-OBSERVED-RATE TO WS-OVD-OBS-DB.
           MOVE WS-NOTE TO WS-OVD-NOTE.
           WRITE OVERBOOK-REPORT-LINE FROM WS-OVB-DETAIL.

           IF WS-CAPACITY = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRP-FLIGHT-ID TO OVB-FLIGHT-ID.
           MOVE WS-GRP-DOW TO OVB-DAY-OF-WEEK.
           MOVE WS-GRP-CLASS TO OVB-CLASS.
           MOVE WS-CAPACITY TO OVB-CAPACITY.
           COMPUTE OVB-AUTHORIZED = WS-CAPACITY + WS-OVERBOOK.
           MOVE WS-OVERBOOK TO OVB-OVERBOOK.
           COMPUTE OVB-NO-SHOW-PCT ROUNDED = WS-NO-SHOW-RATE * 100.
           MOVE WS-ASOF-DATE TO OVB-EFFECTIVE-DATE.
           WRITE OVERBOOK-AUTH-RECORD.
           ADD 1 TO WS-AUTH-WRITTEN.

      *> Step the overbooking up one booking at a time while the
      *> expected denied boardings stay within the limit.
       007-FIND-OVERBOOK-LEVEL.
           COMPUTE WS-MAX-OVERBOOK = WS-CAPACITY * WS-MAX-PCT / 100.
           SET SEARCH-GOING TO TRUE.
           PERFORM UNTIL SEARCH-DONE
              IF WS-OVERBOOK >= WS-MAX-OVERBOOK
                 SET SEARCH-DONE TO TRUE
              ELSE
                 COMPUTE WS-BOOKINGS = WS-CAPACITY + WS-OVERBOOK + 1
                 PERFORM 008-EXPECTED-DENIED-BOARDINGS
                 IF WS-EXPECTED-RATE > WS-DB-LIMIT
                    SET SEARCH-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-OVERBOOK
                 END-IF
              END-IF
           END-PERFORM.
      *> Report the rate at the level chosen, not the one refused;
      *> with no overbooking nobody can be denied a seat.
           MOVE 0 TO WS-EXPECTED-RATE.
           IF WS-OVERBOOK > 0
              COMPUTE WS-BOOKINGS = WS-CAPACITY + WS-OVERBOOK
              PERFORM 008-EXPECTED-DENIED-BOARDINGS
           END-IF.

      *> Shows out of WS-BOOKINGS bookings are binomial; with the
      *> normal approximation (continuity-corrected) the expected
      *> shows over capacity are SD * (phi(z) - z * Q(z)), where Q is
      *> the upper tail, here by the Abramowitz-Stegun 26.2.17
      *> polynomial. Expressed per 10,000 passengers showing up.
       008-EXPECTED-DENIED-BOARDINGS.
           MOVE 0 TO WS-EXPECTED-RATE.
           COMPUTE WS-MEAN-SHOWS = WS-BOOKINGS * WS-SHOW-RATE.
           COMPUTE WS-SD-SHOWS = FUNCTION SQRT(WS-BOOKINGS *
              WS-SHOW-RATE * WS-NO-SHOW-RATE).
           IF WS-SD-SHOWS = 0 OR WS-MEAN-SHOWS = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Z = (WS-CAPACITY + 0.5 - WS-MEAN-SHOWS)
              / WS-SD-SHOWS.
           IF WS-Z < 0
              COMPUTE WS-Z-ABS = 0 - WS-Z
           ELSE
              MOVE WS-Z TO WS-Z-ABS
           END-IF.
           IF WS-Z-ABS > 30
              MOVE 0 TO WS-PHI
           ELSE
              COMPUTE WS-PHI = FUNCTION EXP(0 - WS-Z-ABS * WS-Z-ABS
                 / 2) / FUNCTION SQRT(2 * FUNCTION PI)
           END-IF.
           COMPUTE WS-T = 1 / (1 + 0.2316419 * WS-Z-ABS).
           COMPUTE WS-TAIL = WS-PHI * WS-T * (0.319381530 + WS-T *
              (-0.356563782 + WS-T * (1.781477937 + WS-T *
              (-1.821255978 + WS-T * 1.330274429)))).
           IF WS-Z < 0
              COMPUTE WS-TAIL = 1 - WS-TAIL
           END-IF.
           COMPUTE WS-EXPECTED-DB =
              WS-SD-SHOWS * (WS-PHI - WS-Z * WS-TAIL).
           IF WS-EXPECTED-DB < 0
              MOVE 0 TO WS-EXPECTED-DB
           END-IF.
           COMPUTE WS-EXPECTED-RATE ROUNDED =
              WS-EXPECTED-DB * 10000 / WS-MEAN-SHOWS.
