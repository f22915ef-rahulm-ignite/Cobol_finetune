       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-REV.
       AUTHOR. ANNA KOSIERADZKA.

      *> Flown-revenue job: matches the keyed fare coupon file
      *> against a flight's finished manifest and its gate scans.
      *> A passenger counts as flown only when manifested AND
      *> scanned under the same pass and booking, the rule
      *> d05-reconcile applies. Flown revenue and average yield are
      *> totalled per cabin class and ticketing currency, and two
      *> exception lists go to revenue accounting: boarded passengers
      *> with no usable coupon, and coupons marked lifted for
      *> passengers who never boarded. FARE-LOAD names an optional
      *> coupon file from reservations to upsert into d5.fares
      *> first. FLIGHT-SCHEDULE runs every scheduled flight's
      *> d5.<flight>.manifest and d5.<flight>.scans and adds a fleet
      *> revenue page, d5.fleetrev, alongside the d5.fleet totals.
      *> Condition code 4 when any exception is listed, 8 when a
      *> flight could not be matched at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
              WS-SCHEDULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-FILE-STATUS.

      *> Keyed fare coupons; dynamic access so the lifted-coupon
      *> sweep can read the file end to end between keyed lookups.
           SELECT FARE-FILE ASSIGN TO "d5.fares"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FARE-BOOKING-REF
           FILE STATUS IS FARE-FILE-STATUS.

           SELECT FARE-LOAD-FILE ASSIGN TO DYNAMIC
              WS-FARE-LOAD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FARE-LOAD-STATUS.

           SELECT REVENUE-FILE ASSIGN TO DYNAMIC
              WS-REVENUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLEET-REVENUE-FILE ASSIGN TO "d5.fleetrev"
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

         FD SCAN-FILE.
         01 SCAN-RECORD.
            05 SCAN-BOARDING-PASS PIC X(10).
            05 SCAN-BOOKING-REF   PIC X(8).
            05 FILLER             PIC X(10).

         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD.
            05 SCHED-FLIGHT-ID   PIC X(8).
            05 SCHED-SEP1        PIC X(1).
            05 SCHED-INPUT-NAME  PIC X(80).
            05 SCHED-SEP2        PIC X(1).
            05 SCHED-DEP-TIME    PIC X(4).
            05 SCHED-SEP3        PIC X(1).
            05 SCHED-ARR-TIME    PIC X(4).

         FD FARE-FILE.
         COPY FARCPN01.

      *> Reservations' coupon extract, one FARCPN01 image per line.
         FD FARE-LOAD-FILE.
         01 FARE-LOAD-RECORD PIC X(37).

         FD REVENUE-FILE.
         01 REVENUE-LINE PIC X(70).

         FD FLEET-REVENUE-FILE.
         01 FLEET-REVENUE-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         COPY SEATRC01.
         01 WS-MAN-TRL-SEEN PIC 9 VALUE 0.
         01 WS-MAN-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-MAN-TRL-HASH PIC 9(9) VALUE 0.
         01 WS-MAN-DATA-COUNT PIC 9(9) VALUE 0.
         01 WS-MAN-DATA-HASH PIC 9(9) VALUE 0.
         01 WS-SCN-TRL-SEEN PIC 9 VALUE 0.
         01 WS-SCN-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-SCN-TRL-HASH PIC 9(9) VALUE 0.
         01 WS-SCN-DATA-COUNT PIC 9(9) VALUE 0.
         01 WS-SCN-DATA-HASH PIC 9(9) VALUE 0.
         01 WS-WORK-PASS PIC X(10) VALUE SPACES.
         01 WS-DECODE-FLAG PIC X(1) VALUE "Y".
         01 WS-DECODE-REASON PIC X(2) VALUE SPACES.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 SCAN-FILE-STATUS PIC X(2) VALUE "00".
         01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
         01 FARE-FILE-STATUS PIC X(2) VALUE "00".
         01 FARE-LOAD-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE "d5.manifest".
         01 WS-SCAN-FILENAME PIC X(100) VALUE "d5.scans".
         01 WS-SCHEDULE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-FARE-LOAD-FILENAME PIC X(100) VALUE SPACES.
         01 WS-REVENUE-FILENAME PIC X(100) VALUE "d5.revenue".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-RUN-MODE PIC X VALUE "S".
            88 SINGLE-FLIGHT-MODE VALUE "S".
            88 SCHEDULE-MODE VALUE "M".
         01 WS-FLIGHT-SWITCH PIC X VALUE "Y".
            88 FLIGHT-IS-MATCHED VALUE "Y".
            88 FLIGHT-NOT-MATCHED VALUE "N".
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
      *> The flight's manifest, with a scan count per passenger so
      *> the revenue pass can tell flown from merely manifested.
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-PASS       PIC X(10).
               10 ROSTER-NAME       PIC X(20).
               10 ROSTER-BOOKING    PIC X(8).
               10 ROSTER-SEAT-ID    PIC 9(4).
               10 ROSTER-CLASS      PIC X(1).
               10 ROSTER-SCAN-COUNT PIC 9(3).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.
         01 WS-ROSTER-HIT PIC 9(4) VALUE 0.
         01 WS-BOARDED-HIT PIC 9 VALUE 0.
      *> Flown revenue per cabin class and ticketing currency; fares
      *> in different currencies are never added together.
         01 REV-CLASS-TABLE.
            05 REV-CLASS-ENTRY OCCURS 20 TIMES.
               10 RVC-CLASS    PIC X(1).
               10 RVC-CURRENCY PIC X(3).
               10 RVC-BOARDED  PIC 9(5).
               10 RVC-REVENUE  PIC 9(11)V9(2).
         01 WS-REV-CLASS-COUNT PIC 9(2) VALUE 0.
         01 FLEET-REV-TABLE.
            05 FLEET-REV-ENTRY OCCURS 20 TIMES.
               10 FRV-CLASS    PIC X(1).
               10 FRV-CURRENCY PIC X(3).
               10 FRV-BOARDED  PIC 9(7).
               10 FRV-REVENUE  PIC 9(11)V9(2).
         01 WS-FLEET-REV-COUNT PIC 9(2) VALUE 0.
         01 WS-REV-IDX PIC 9(2) VALUE 0.
         01 WS-REV-HIT PIC 9(2) VALUE 0.
         01 WS-REV-CLASS PIC X(1) VALUE SPACE.
         01 WS-REV-CURRENCY PIC X(3) VALUE SPACES.
         01 WS-REV-BOARDED PIC 9(7) VALUE 0.
         01 WS-REV-AMOUNT PIC 9(11)V9(2) VALUE 0.
         01 WS-REV-YIELD PIC 9(9)V9(2) VALUE 0.
         01 WS-FLIGHT-BOARDED PIC 9(5) VALUE 0.
         01 WS-FLIGHT-NO-COUPON PIC 9(5) VALUE 0.
         01 WS-FLIGHT-LIFTED PIC 9(5) VALUE 0.
         01 WS-FLEET-FLIGHT-COUNT PIC 9(5) VALUE 0.
         01 WS-FLEET-BOARDED PIC 9(7) VALUE 0.
         01 WS-FLEET-NO-COUPON PIC 9(7) VALUE 0.
         01 WS-FLEET-LIFTED PIC 9(7) VALUE 0.
         01 WS-FLEET-UNMATCHED PIC 9(5) VALUE 0.
         01 WS-NO-COUPON-REASON PIC X(12) VALUE SPACES.
         01 WS-LOAD-APPLIED PIC 9(7) VALUE 0.
         01 WS-REV-HEADING.
            05 FILLER PIC X(22) VALUE "FLOWN REVENUE  FLIGHT ".
            05 WS-REV-HDG-FLIGHT PIC X(8).
            05 FILLER PIC X(40) VALUE SPACES.
         01 WS-REV-COLUMNS PIC X(70) VALUE
            "CL CUR  BOARDED       FLOWN REVENUE     AVERAGE YIELD".
         01 WS-REV-CLASS-LINE.
            05 WS-RCL-CLASS    PIC X(1).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-RCL-CURRENCY PIC X(3).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-RCL-BOARDED  PIC Z(6)9.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-RCL-REVENUE  PIC Z(10)9.99.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-RCL-YIELD    PIC Z(8)9.99.
            05 FILLER          PIC X(12) VALUE SPACES.
         01 WS-SECTION-HEADING PIC X(70).
         01 WS-NOCPN-DETAIL.
            05 WS-NOCPN-NAME    PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-NOCPN-BOOKING PIC X(8).
            05 FILLER           PIC X(6) VALUE " SEAT ".
            05 WS-NOCPN-SEAT    PIC ZZZ9.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-NOCPN-CLASS   PIC X(1).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-NOCPN-REASON  PIC X(12).
            05 FILLER           PIC X(16) VALUE SPACES.
         01 WS-LIFTED-DETAIL.
            05 WS-LIFT-BOOKING  PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-LIFT-BASIS    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-LIFT-AMOUNT   PIC Z(6)9.99.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-LIFT-CURRENCY PIC X(3).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-LIFT-NAME     PIC X(20).
            05 FILLER           PIC X(17) VALUE SPACES.
         01 WS-SECTION-COUNT PIC 9(5) VALUE 0.
         01 WS-COUNT-LINE.
            05 FILLER PIC X(9) VALUE "   TOTAL ".
            05 WS-COUNT-VALUE PIC ZZZZ9.
            05 FILLER PIC X(56) VALUE SPACES.
         01 WS-FLEET-FLIGHT-LINE.
            05 WS-FFL-FLIGHT    PIC X(8).
            05 FILLER           PIC X(9) VALUE " BOARDED ".
            05 WS-FFL-BOARDED   PIC ZZZZ9.
            05 FILLER           PIC X(11) VALUE " NO COUPON ".
            05 WS-FFL-NO-COUPON PIC ZZZZ9.
            05 FILLER           PIC X(8) VALUE " LIFTED ".
            05 WS-FFL-LIFTED    PIC ZZZZ9.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-FFL-STATUS    PIC X(9).
            05 FILLER           PIC X(9) VALUE SPACES.
         01 WS-FLEET-TOTAL-LINE.
            05 WS-FLEET-TOT-LABEL PIC X(30).
            05 WS-FLEET-TOT-VALUE PIC Z(8)9.
            05 FILLER             PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-MANIFEST-FILENAME FROM ENVIRONMENT "MANIFEST-FILE".
           IF WS-MANIFEST-FILENAME = SPACES
              MOVE "d5.manifest" TO WS-MANIFEST-FILENAME
           END-IF.
           ACCEPT WS-SCAN-FILENAME FROM ENVIRONMENT "SCAN-FILE".
           IF WS-SCAN-FILENAME = SPACES
              MOVE "d5.scans" TO WS-SCAN-FILENAME
           END-IF.
      *> Single-flight runs may name the flight so coupons issued
      *> for another flight are told apart; left blank, the booking
      *> reference alone ties a coupon to the manifest.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".

      *> Reservations' coupon extract, when one is named, is applied
      *> before any flight is matched so today's coupons count.
           ACCEPT WS-FARE-LOAD-FILENAME FROM ENVIRONMENT "FARE-LOAD".
           IF WS-FARE-LOAD-FILENAME NOT = SPACES
              PERFORM 002-LOAD-FARES
           END-IF.

           OPEN INPUT FARE-FILE.
           IF FARE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FARE FILE: d5.fares STATUS="
                 FARE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-SCHEDULE-FILENAME
              FROM ENVIRONMENT "FLIGHT-SCHEDULE".
           IF WS-SCHEDULE-FILENAME NOT = SPACES
              SET SCHEDULE-MODE TO TRUE
              PERFORM 008-RUN-SCHEDULE
           ELSE
              PERFORM 010-PROCESS-FLIGHT
           END-IF.
           CLOSE FARE-FILE.

           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> Upsert every coupon in the extract: a booking already on
      *> file takes the latest image, so a reissue or a status change
      *> from reservations simply overwrites.
       002-LOAD-FARES.
           OPEN INPUT FARE-LOAD-FILE.
           IF FARE-LOAD-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FARE LOAD: " WS-FARE-LOAD-FILENAME
                 " STATUS=" FARE-LOAD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O FARE-FILE.
           IF FARE-FILE-STATUS = "35"
              OPEN OUTPUT FARE-FILE
              CLOSE FARE-FILE
              OPEN I-O FARE-FILE
           END-IF.
           IF FARE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FARE FILE: d5.fares STATUS="
                 FARE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FARE-LOAD-STATUS = "10"
              READ FARE-LOAD-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 002A-LOAD-ONE-FARE
              END-READ
           END-PERFORM.
           CLOSE FARE-LOAD-FILE.
           CLOSE FARE-FILE.
           DISPLAY WS-LOAD-APPLIED " FARE COUPONS LOADED".

       002A-LOAD-ONE-FARE.
           IF FARE-LOAD-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE FARE-LOAD-RECORD TO FARE-COUPON-RECORD.
           IF FARE-BOOKING-REF = SPACES OR
              FARE-AMOUNT NOT NUMERIC
              DISPLAY "FARE COUPON REJECTED: " FARE-LOAD-RECORD
              EXIT PARAGRAPH
           END-IF.
           WRITE FARE-COUPON-RECORD
              INVALID KEY REWRITE FARE-COUPON-RECORD
           END-WRITE.
           ADD 1 TO WS-LOAD-APPLIED.

       008-RUN-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FLIGHT SCHEDULE: "
                 WS-SCHEDULE-FILENAME
                 " STATUS=" SCHEDULE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FLEET-REVENUE-FILE.
           MOVE "FLEET FLOWN REVENUE" TO FLEET-REVENUE-LINE.
           WRITE FLEET-REVENUE-LINE.
           PERFORM UNTIL SCHEDULE-FILE-STATUS = "10"
              READ SCHEDULE-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 008A-RUN-SCHEDULED-FLIGHT
              END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           PERFORM 009-WRITE-FLEET-TOTALS.
           CLOSE FLEET-REVENUE-FILE.

       008A-RUN-SCHEDULED-FLIGHT.
           IF SCHEDULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SCHED-FLIGHT-ID TO WS-FLIGHT-ID.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".manifest" DELIMITED BY SIZE
              INTO WS-MANIFEST-FILENAME
           END-STRING.
           MOVE SPACES TO WS-SCAN-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".scans" DELIMITED BY SIZE
              INTO WS-SCAN-FILENAME
           END-STRING.
           MOVE SPACES TO WS-REVENUE-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".revenue" DELIMITED BY SIZE
              INTO WS-REVENUE-FILENAME
           END-STRING.

           PERFORM 010-PROCESS-FLIGHT.

           ADD 1 TO WS-FLEET-FLIGHT-COUNT.
           MOVE WS-FLIGHT-ID TO WS-FFL-FLIGHT.
           MOVE SPACES TO WS-FFL-STATUS.
           IF FLIGHT-NOT-MATCHED
              ADD 1 TO WS-FLEET-UNMATCHED
              MOVE 0 TO WS-FFL-BOARDED
              MOVE 0 TO WS-FFL-NO-COUPON
              MOVE 0 TO WS-FFL-LIFTED
              MOVE "UNMATCHED" TO WS-FFL-STATUS
              WRITE FLEET-REVENUE-LINE FROM WS-FLEET-FLIGHT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-BOARDED TO WS-FFL-BOARDED.
           MOVE WS-FLIGHT-NO-COUPON TO WS-FFL-NO-COUPON.
           MOVE WS-FLIGHT-LIFTED TO WS-FFL-LIFTED.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-FLIGHT-LINE.
           ADD WS-FLIGHT-BOARDED TO WS-FLEET-BOARDED.
           ADD WS-FLIGHT-NO-COUPON TO WS-FLEET-NO-COUPON.
           ADD WS-FLIGHT-LIFTED TO WS-FLEET-LIFTED.

      *> Fold the flight's class lines into the fleet table.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-CLASS-COUNT
              MOVE 0 TO WS-REV-HIT
              PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                    UNTIL WS-ROSTER-IDX > WS-FLEET-REV-COUNT
                 IF FRV-CLASS (WS-ROSTER-IDX) =
                       RVC-CLASS (WS-REV-IDX) AND
                    FRV-CURRENCY (WS-ROSTER-IDX) =
                       RVC-CURRENCY (WS-REV-IDX)
                    MOVE WS-ROSTER-IDX TO WS-REV-HIT
                 END-IF
              END-PERFORM
              IF WS-REV-HIT = 0
                 IF WS-FLEET-REV-COUNT < 20
                    ADD 1 TO WS-FLEET-REV-COUNT
                    MOVE WS-FLEET-REV-COUNT TO WS-REV-HIT
                    MOVE RVC-CLASS (WS-REV-IDX)
                       TO FRV-CLASS (WS-REV-HIT)
                    MOVE RVC-CURRENCY (WS-REV-IDX)
                       TO FRV-CURRENCY (WS-REV-HIT)
                    MOVE 0 TO FRV-BOARDED (WS-REV-HIT)
                    MOVE 0 TO FRV-REVENUE (WS-REV-HIT)
                 ELSE
                    DISPLAY "FLEET REVENUE TABLE FULL, IGNORED: "
                       RVC-CLASS (WS-REV-IDX) " "
                       RVC-CURRENCY (WS-REV-IDX)
                 END-IF
              END-IF
              IF WS-REV-HIT > 0
                 ADD RVC-BOARDED (WS-REV-IDX)
                    TO FRV-BOARDED (WS-REV-HIT)
                 ADD RVC-REVENUE (WS-REV-IDX)
                    TO FRV-REVENUE (WS-REV-HIT)
              END-IF
           END-PERFORM.

       009-WRITE-FLEET-TOTALS.
           MOVE SPACES TO FLEET-REVENUE-LINE.
           WRITE FLEET-REVENUE-LINE.
           WRITE FLEET-REVENUE-LINE FROM WS-REV-COLUMNS.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-FLEET-REV-COUNT
              MOVE FRV-CLASS (WS-REV-IDX) TO WS-REV-CLASS
              MOVE FRV-CURRENCY (WS-REV-IDX) TO WS-REV-CURRENCY
              MOVE FRV-BOARDED (WS-REV-IDX) TO WS-REV-BOARDED
              MOVE FRV-REVENUE (WS-REV-IDX) TO WS-REV-AMOUNT
              PERFORM 030-FORMAT-CLASS-LINE
              WRITE FLEET-REVENUE-LINE FROM WS-REV-CLASS-LINE
           END-PERFORM.
           MOVE SPACES TO FLEET-REVENUE-LINE.
           WRITE FLEET-REVENUE-LINE.
           MOVE "FLEET FLIGHTS MATCHED" TO WS-FLEET-TOT-LABEL.
           COMPUTE WS-FLEET-TOT-VALUE =
              WS-FLEET-FLIGHT-COUNT - WS-FLEET-UNMATCHED.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-TOTAL-LINE.
           MOVE "FLEET FLIGHTS UNMATCHED" TO WS-FLEET-TOT-LABEL.
           MOVE WS-FLEET-UNMATCHED TO WS-FLEET-TOT-VALUE.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-TOTAL-LINE.
           MOVE "FLEET PASSENGERS FLOWN" TO WS-FLEET-TOT-LABEL.
           MOVE WS-FLEET-BOARDED TO WS-FLEET-TOT-VALUE.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-TOTAL-LINE.
           MOVE "FLEET BOARDED NO COUPON" TO WS-FLEET-TOT-LABEL.
           MOVE WS-FLEET-NO-COUPON TO WS-FLEET-TOT-VALUE.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-TOTAL-LINE.
           MOVE "FLEET LIFTED NOT BOARDED" TO WS-FLEET-TOT-LABEL.
           MOVE WS-FLEET-LIFTED TO WS-FLEET-TOT-VALUE.
           WRITE FLEET-REVENUE-LINE FROM WS-FLEET-TOTAL-LINE.

      *> One flight: manifest and scans in, per-class revenue and
      *> the two exception lists out. A flight whose files are
      *> missing or fail their control totals is refused outright --
      *> revenue matched against half a manifest is worse than none.
       010-PROCESS-FLIGHT.
           SET FLIGHT-IS-MATCHED TO TRUE.
           MOVE 0 TO WS-ROSTER-SIZE.
           MOVE 0 TO WS-REV-CLASS-COUNT.
           MOVE 0 TO WS-FLIGHT-BOARDED.
           MOVE 0 TO WS-FLIGHT-NO-COUPON.
           MOVE 0 TO WS-FLIGHT-LIFTED.
           PERFORM 011-LOAD-ROSTER.
           IF FLIGHT-IS-MATCHED
              PERFORM 012-APPLY-SCANS
           END-IF.
           IF FLIGHT-NOT-MATCHED
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REVENUE-FILE.
           MOVE WS-FLIGHT-ID TO WS-REV-HDG-FLIGHT.
           WRITE REVENUE-LINE FROM WS-REV-HEADING.
           PERFORM 013-PRICE-FLOWN-PASSENGERS.
           PERFORM 014-WRITE-CLASS-REVENUE.
           PERFORM 015-REPORT-NO-COUPON.
           PERFORM 016-REPORT-LIFTED-NOT-BOARDED.
           CLOSE REVENUE-FILE.

           IF WS-FLIGHT-NO-COUPON > 0 OR WS-FLIGHT-LIFTED > 0
              IF WS-MAX-SEVERITY < 4
                 MOVE 4 TO WS-MAX-SEVERITY
              END-IF
           END-IF.
           DISPLAY WS-FLIGHT-ID " " WS-FLIGHT-BOARDED " FLOWN "
              WS-FLIGHT-NO-COUPON " NO COUPON "
              WS-FLIGHT-LIFTED " LIFTED NOT BOARDED".

       011-LOAD-ROSTER.
           MOVE 0 TO WS-MAN-TRL-SEEN.
           MOVE 0 TO WS-MAN-TRL-COUNT.
           MOVE 0 TO WS-MAN-TRL-HASH.
           MOVE 0 TO WS-MAN-DATA-COUNT.
           MOVE 0 TO WS-MAN-DATA-HASH.
           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MANIFEST: " WS-MANIFEST-FILENAME
                 " STATUS=" MANIFEST-FILE-STATUS
              SET FLIGHT-NOT-MATCHED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 011A-LOAD-ROSTER-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF WS-MAN-TRL-SEEN = 1
              IF WS-MAN-TRL-COUNT NOT = WS-MAN-DATA-COUNT OR
                 WS-MAN-TRL-HASH NOT = WS-MAN-DATA-HASH
                 DISPLAY "MANIFEST CONTROL TOTALS DISAGREE: "
                    WS-MANIFEST-FILENAME
                    " TRAILER " WS-MAN-TRL-COUNT "/" WS-MAN-TRL-HASH
                    " ACTUAL " WS-MAN-DATA-COUNT "/"
                    WS-MAN-DATA-HASH
                 SET FLIGHT-NOT-MATCHED TO TRUE
              END-IF
           END-IF.

       011A-LOAD-ROSTER-ENTRY.
           IF MANIFEST-RECORD(1:3) = "TRL"
              MOVE 1 TO WS-MAN-TRL-SEEN
              COMPUTE WS-MAN-TRL-COUNT =
                 FUNCTION NUMVAL(MANIFEST-RECORD(5:9))
              COMPUTE WS-MAN-TRL-HASH =
                 FUNCTION NUMVAL(MANIFEST-RECORD(15:9))
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROSTER-SIZE >= 2048
              DISPLAY "MANIFEST EXCEEDS ROSTER TABLE: "
                 WS-MANIFEST-FILENAME
              SET FLIGHT-NOT-MATCHED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROSTER-SIZE.
           MOVE MANIFEST-BOARDING-PASS
              TO ROSTER-PASS (WS-ROSTER-SIZE).
           MOVE MANIFEST-PASSENGER-NAME
              TO ROSTER-NAME (WS-ROSTER-SIZE).
           MOVE MANIFEST-BOOKING-REF
              TO ROSTER-BOOKING (WS-ROSTER-SIZE).
           COMPUTE ROSTER-SEAT-ID (WS-ROSTER-SIZE) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           MOVE MANIFEST-CLASS TO ROSTER-CLASS (WS-ROSTER-SIZE).
           MOVE 0 TO ROSTER-SCAN-COUNT (WS-ROSTER-SIZE).
           ADD 1 TO WS-MAN-DATA-COUNT.
           ADD ROSTER-SEAT-ID (WS-ROSTER-SIZE)
              TO WS-MAN-DATA-HASH.

       012-APPLY-SCANS.
           MOVE 0 TO WS-SCN-TRL-SEEN.
           MOVE 0 TO WS-SCN-TRL-COUNT.
           MOVE 0 TO WS-SCN-TRL-HASH.
           MOVE 0 TO WS-SCN-DATA-COUNT.
           MOVE 0 TO WS-SCN-DATA-HASH.
           MOVE "00" TO SCAN-FILE-STATUS.
           OPEN INPUT SCAN-FILE.
           IF SCAN-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN SCAN FILE: " WS-SCAN-FILENAME
                 " STATUS=" SCAN-FILE-STATUS
              SET FLIGHT-NOT-MATCHED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SCAN-FILE-STATUS = "10"
              READ SCAN-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 012A-MATCH-SCAN
              END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.
           IF WS-SCN-TRL-SEEN = 1
              IF WS-SCN-TRL-COUNT NOT = WS-SCN-DATA-COUNT OR
                 WS-SCN-TRL-HASH NOT = WS-SCN-DATA-HASH
                 DISPLAY "SCAN CONTROL TOTALS DISAGREE: "
                    WS-SCAN-FILENAME
                    " TRAILER " WS-SCN-TRL-COUNT "/" WS-SCN-TRL-HASH
                    " ACTUAL " WS-SCN-DATA-COUNT "/"
                    WS-SCN-DATA-HASH
                 SET FLIGHT-NOT-MATCHED TO TRUE
              END-IF
           END-IF.

      *> Scans that match nothing on the manifest are a security
      *> matter for d05-reconcile, not revenue; they are counted for
      *> the control totals and otherwise ignored here.
       012A-MATCH-SCAN.
           IF SCAN-RECORD(1:3) = "TRL"
              MOVE 1 TO WS-SCN-TRL-SEEN
              COMPUTE WS-SCN-TRL-COUNT =
                 FUNCTION NUMVAL(SCAN-RECORD(5:9))
              COMPUTE WS-SCN-TRL-HASH =
                 FUNCTION NUMVAL(SCAN-RECORD(15:9))
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCN-DATA-COUNT.
           MOVE SCAN-BOARDING-PASS TO WS-WORK-PASS.
           CALL "SEAT-DECODE" USING WS-WORK-PASS, SEAT-COORDINATES,
              WS-DECODE-FLAG, WS-DECODE-REASON.
           IF WS-DECODE-FLAG = "Y"
              ADD SEAT-ID-OUT TO WS-SCN-DATA-HASH
           END-IF.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-PASS (WS-ROSTER-IDX) = SCAN-BOARDING-PASS
                 AND ROSTER-BOOKING (WS-ROSTER-IDX) = SCAN-BOOKING-REF
                 ADD 1 TO ROSTER-SCAN-COUNT (WS-ROSTER-IDX)
              END-IF
           END-PERFORM.

      *> Every flown passenger's coupon is read by booking reference.
      *> Open and lifted coupons for this flight are revenue; a void
      *> or refunded coupon, one issued for a different flight, or
      *> no coupon at all leaves the passenger flown unpaid.
       013-PRICE-FLOWN-PASSENGERS.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-SCAN-COUNT (WS-ROSTER-IDX) > 0
                 PERFORM 013A-PRICE-ONE-PASSENGER
              END-IF
           END-PERFORM.

       013A-PRICE-ONE-PASSENGER.
           ADD 1 TO WS-FLIGHT-BOARDED.
           MOVE SPACES TO WS-NO-COUPON-REASON.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO FARE-BOOKING-REF.
           READ FARE-FILE
              INVALID KEY MOVE "NO COUPON" TO WS-NO-COUPON-REASON
           END-READ.
           IF WS-NO-COUPON-REASON = SPACES
              EVALUATE TRUE
                 WHEN COUPON-VOID
                    MOVE "COUPON VOID" TO WS-NO-COUPON-REASON
                 WHEN COUPON-REFUNDED
                    MOVE "REFUNDED" TO WS-NO-COUPON-REASON
                 WHEN FARE-FLIGHT-ID NOT = SPACES AND
                      WS-FLIGHT-ID NOT = SPACES AND
                      FARE-FLIGHT-ID NOT = WS-FLIGHT-ID
                    MOVE "OTHER FLIGHT" TO WS-NO-COUPON-REASON
              END-EVALUATE
           END-IF.
           IF WS-NO-COUPON-REASON NOT = SPACES
              ADD 1 TO WS-FLIGHT-NO-COUPON
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REV-HIT.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-CLASS-COUNT
              IF RVC-CLASS (WS-REV-IDX) = ROSTER-CLASS (WS-ROSTER-IDX)
                 AND RVC-CURRENCY (WS-REV-IDX) = FARE-CURRENCY
                 MOVE WS-REV-IDX TO WS-REV-HIT
              END-IF
           END-PERFORM.
           IF WS-REV-HIT = 0
              IF WS-REV-CLASS-COUNT >= 20
                 DISPLAY "REVENUE CLASS TABLE FULL, IGNORED: "
                    FARE-BOOKING-REF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-REV-CLASS-COUNT
              MOVE WS-REV-CLASS-COUNT TO WS-REV-HIT
              MOVE ROSTER-CLASS (WS-ROSTER-IDX)
                 TO RVC-CLASS (WS-REV-HIT)
              MOVE FARE-CURRENCY TO RVC-CURRENCY (WS-REV-HIT)
              MOVE 0 TO RVC-BOARDED (WS-REV-HIT)
              MOVE 0 TO RVC-REVENUE (WS-REV-HIT)
           END-IF.
           ADD 1 TO RVC-BOARDED (WS-REV-HIT).
           ADD FARE-AMOUNT TO RVC-REVENUE (WS-REV-HIT).

       014-WRITE-CLASS-REVENUE.
           WRITE REVENUE-LINE FROM WS-REV-COLUMNS.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-CLASS-COUNT
              MOVE RVC-CLASS (WS-REV-IDX) TO WS-REV-CLASS
              MOVE RVC-CURRENCY (WS-REV-IDX) TO WS-REV-CURRENCY
              MOVE RVC-BOARDED (WS-REV-IDX) TO WS-REV-BOARDED
              MOVE RVC-REVENUE (WS-REV-IDX) TO WS-REV-AMOUNT
              PERFORM 030-FORMAT-CLASS-LINE
              WRITE REVENUE-LINE FROM WS-REV-CLASS-LINE
           END-PERFORM.

       015-REPORT-NO-COUPON.
           MOVE "BOARDED WITH NO VALID COUPON" TO WS-SECTION-HEADING.
           WRITE REVENUE-LINE FROM WS-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-SCAN-COUNT (WS-ROSTER-IDX) > 0
                 PERFORM 015A-CHECK-NO-COUPON
              END-IF
           END-PERFORM.
           MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE.
           WRITE REVENUE-LINE FROM WS-COUNT-LINE.

      *> Same judgement 013A made, repeated so the section can be
      *> printed whole after the class totals.
       015A-CHECK-NO-COUPON.
           MOVE SPACES TO WS-NO-COUPON-REASON.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO FARE-BOOKING-REF.
           READ FARE-FILE
              INVALID KEY MOVE "NO COUPON" TO WS-NO-COUPON-REASON
           END-READ.
           IF WS-NO-COUPON-REASON = SPACES
              EVALUATE TRUE
                 WHEN COUPON-VOID
                    MOVE "COUPON VOID" TO WS-NO-COUPON-REASON
                 WHEN COUPON-REFUNDED
                    MOVE "REFUNDED" TO WS-NO-COUPON-REASON
                 WHEN FARE-FLIGHT-ID NOT = SPACES AND
                      WS-FLIGHT-ID NOT = SPACES AND
                      FARE-FLIGHT-ID NOT = WS-FLIGHT-ID
                    MOVE "OTHER FLIGHT" TO WS-NO-COUPON-REASON
              END-EVALUATE
           END-IF.
           IF WS-NO-COUPON-REASON = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE ROSTER-NAME (WS-ROSTER-IDX) TO WS-NOCPN-NAME.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO WS-NOCPN-BOOKING.
           MOVE ROSTER-SEAT-ID (WS-ROSTER-IDX) TO WS-NOCPN-SEAT.
           MOVE ROSTER-CLASS (WS-ROSTER-IDX) TO WS-NOCPN-CLASS.
           MOVE WS-NO-COUPON-REASON TO WS-NOCPN-REASON.
           WRITE REVENUE-LINE FROM WS-NOCPN-DETAIL.

      *> A lifted coupon says the passenger flew. It belongs to this
      *> flight when it names the flight, or when its booking is on
      *> this manifest; either way, nobody with that booking boarded.
       016-REPORT-LIFTED-NOT-BOARDED.
           MOVE "COUPON LIFTED, PASSENGER NOT BOARDED"
              TO WS-SECTION-HEADING.
           WRITE REVENUE-LINE FROM WS-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE LOW-VALUES TO FARE-BOOKING-REF.
           START FARE-FILE KEY IS NOT LESS THAN FARE-BOOKING-REF
              INVALID KEY MOVE "10" TO FARE-FILE-STATUS
           END-START.
           PERFORM UNTIL FARE-FILE-STATUS NOT = "00"
              READ FARE-FILE NEXT
                 AT END CONTINUE
                 NOT AT END PERFORM 016A-CHECK-LIFTED-COUPON
              END-READ
           END-PERFORM.
           MOVE "00" TO FARE-FILE-STATUS.
           MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE.
           WRITE REVENUE-LINE FROM WS-COUNT-LINE.
           MOVE WS-SECTION-COUNT TO WS-FLIGHT-LIFTED.

       016A-CHECK-LIFTED-COUPON.
           IF NOT COUPON-LIFTED
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ROSTER-HIT.
           MOVE 0 TO WS-BOARDED-HIT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-BOOKING (WS-ROSTER-IDX) = FARE-BOOKING-REF
                 MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
                 IF ROSTER-SCAN-COUNT (WS-ROSTER-IDX) > 0
                    MOVE 1 TO WS-BOARDED-HIT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BOARDED-HIT = 1
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROSTER-HIT = 0
              IF FARE-FLIGHT-ID = SPACES OR
                 FARE-FLIGHT-ID NOT = WS-FLIGHT-ID
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE FARE-BOOKING-REF TO WS-LIFT-BOOKING.
           MOVE FARE-BASIS TO WS-LIFT-BASIS.
           MOVE FARE-AMOUNT TO WS-LIFT-AMOUNT.
           MOVE FARE-CURRENCY TO WS-LIFT-CURRENCY.
           IF WS-ROSTER-HIT > 0
              MOVE ROSTER-NAME (WS-ROSTER-HIT) TO WS-LIFT-NAME
           ELSE
              MOVE "NOT ON MANIFEST" TO WS-LIFT-NAME
           END-IF.
           WRITE REVENUE-LINE FROM WS-LIFTED-DETAIL.

      *> Shared by the flight and fleet pages: average yield is the
      *> flown revenue over the passengers who produced it.
       030-FORMAT-CLASS-LINE.
           MOVE WS-REV-CLASS TO WS-RCL-CLASS.
           MOVE WS-REV-CURRENCY TO WS-RCL-CURRENCY.
           MOVE WS-REV-BOARDED TO WS-RCL-BOARDED.
           MOVE WS-REV-AMOUNT TO WS-RCL-REVENUE.
           MOVE 0 TO WS-REV-YIELD.
           IF WS-REV-BOARDED > 0
              COMPUTE WS-REV-YIELD ROUNDED =
                 WS-REV-AMOUNT / WS-REV-BOARDED
           END-IF.
           MOVE WS-REV-YIELD TO WS-RCL-YIELD.
