
      *> Flight-cancellation rebooking generator. Given a cancelled
      *> flight ID and the schedule it flew in, the cancelled
      *> manifest's passengers are re-accommodated into the other
      *> flights' open seats, class against class when a class map
      *> is on hand. Open seats come from the seat inventory as it
      *> stands now (a flight the inventory has never seen falls back
      *> to its gap file), and each seat given out is held there for
      *> the rebooked passenger (SEAT-HOLD-MINUTES, default 60) so
      *> nobody else sells it before the amendment is applied. The
      *> output is one ready-to-apply A-action amendment file per
      *> receiving flight -- the gate runs them through the manifest
      *> job's existing amendment mode -- plus a report of who went
      *> where and who could not be placed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBOOK-REPORT-FILE ASSIGN TO "d5.rebookrpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO "d5.seatinv"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SI-KEY
           FILE STATUS IS SEATINV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD SCHEDULE-FILE.
            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

         FD CLASS-MAP-FILE.
         01 CMAP-RECORD.
            05 CMAP-LOW   PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-HIGH  PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-MILES-FACTOR PIC X(3).

         FD REBOOK-REPORT-FILE.
         01 REBOOK-REPORT-LINE PIC X(70).

         FD SEAT-INVENTORY-FILE.
         COPY SEATIN01.

       WORKING-STORAGE SECTION.
         01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 GAPS-FILE-STATUS PIC X(2) VALUE "00".
         01 CMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 SEATINV-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SEATINV-SWITCH PIC X VALUE "N".
            88 SEATINV-OPEN VALUE "Y".
            88 SEATINV-SHUT VALUE "N".
         01 WS-INV-FLIGHT-SEATS PIC 9(4) VALUE 0.
         01 WS-CLAIM-FLAG PIC X VALUE "N".
            88 SEAT-CLAIMED VALUE "Y".
            88 SEAT-NOT-CLAIMED VALUE "N".
         01 WS-HOLD-MINUTES-PARM PIC X(4) VALUE SPACES.
         01 WS-HOLD-MINUTES PIC 9(4) VALUE 60.
         01 WS-HOLD-ABS-MINUTES PIC 9(11) VALUE 0.
         01 WS-HOLD-DAY PIC 9(7) VALUE 0.
         01 WS-HOLD-DAY-MINUTES PIC 9(4) VALUE 0.
         01 WS-HOLD-NOW PIC X(14) VALUE SPACES.
         01 WS-HOLD-NOW-PARTS REDEFINES WS-HOLD-NOW.
            05 WS-HOLD-NOW-DATE PIC 9(8).
            05 WS-HOLD-NOW-HH   PIC 9(2).
            05 WS-HOLD-NOW-MI   PIC 9(2).
            05 WS-HOLD-NOW-SS   PIC 9(2).
         01 WS-HOLD-EXPIRY-WORK.
            05 WS-HOLD-EXP-DATE PIC 9(8).
            05 WS-HOLD-EXP-HH   PIC 9(2).
            05 WS-HOLD-EXP-MI   PIC 9(2).
            05 WS-HOLD-EXP-SS   PIC 9(2).
         01 WS-SCHEDULE-FILENAME PIC X(100) VALUE "d5.schedule".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
         01 WS-GAPS-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CMAP-LOW PIC 9(3) VALUE 0.
         01 WS-CMAP-HIGH PIC 9(3) VALUE 0.
         01 WS-CMAP-ROW PIC 9(3) VALUE 0.
      *> Receiving flights and their open seats, from the seat
      *> inventory or the per-flight gap files the schedule run
      *> produced.
         01 TARGET-FLIGHT-TABLE.
            05 TARGET-FLIGHT-ENTRY OCCURS 16 TIMES.
               10 TGT-FLIGHT-ID  PIC X(8).
           IF WS-CMAP-FILENAME NOT = SPACES
              PERFORM 031-LOAD-CLASS-MAP
           END-IF.
      *> Trailing-space tolerance as in the manifest job.
           ACCEPT WS-HOLD-MINUTES-PARM
              FROM ENVIRONMENT "SEAT-HOLD-MINUTES".
           IF FUNCTION TEST-NUMVAL(WS-HOLD-MINUTES-PARM) = 0
              COMPUTE WS-HOLD-MINUTES =
                 FUNCTION NUMVAL(WS-HOLD-MINUTES-PARM)
           END-IF.

      *> Without an inventory every flight is rebooked from its gap
      *> file, the way it always was.
           SET SEATINV-SHUT TO TRUE.
           OPEN I-O SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS = "00"
              SET SEATINV-OPEN TO TRUE
           END-IF.

           PERFORM 002-LOAD-TARGET-FLIGHTS.
           PERFORM 003-LOAD-CANCELLED-MANIFEST.
                 UNTIL WS-STRANDED-IDX > WS-STRANDED-SIZE.
           PERFORM 005-WRITE-AMEND-FILES.
           PERFORM 006-WRITE-REPORT.
           IF SEATINV-OPEN
              CLOSE SEAT-INVENTORY-FILE
           END-IF.

           DISPLAY WS-PLACED-COUNT " PLACED "
              WS-UNPLACED-COUNT " NOT PLACED".
           STOP RUN.

      *> Every other flight in the schedule is a rebooking target;
      *> its open seats come from the seat inventory, or from the
      *> gap file the schedule run wrote under the flight's name
      *> when the inventory holds nothing for it.
       002-LOAD-TARGET-FLIGHTS.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "00"
           MOVE SCHED-FLIGHT-ID TO TGT-FLIGHT-ID (WS-TARGET-COUNT).
           MOVE 0 TO TGT-GAP-COUNT (WS-TARGET-COUNT).

           MOVE 0 TO WS-INV-FLIGHT-SEATS.
           IF SEATINV-OPEN
              PERFORM 002B-LOAD-INVENTORY-SEATS
           END-IF.
           IF WS-INV-FLIGHT-SEATS > 0
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-GAPS-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(SCHED-FLIGHT-ID) DELIMITED BY SIZE
           END-PERFORM.
           CLOSE GAPS-FILE.

       002B-LOAD-INVENTORY-SEATS.
           MOVE SCHED-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE 0 TO SI-SEAT-ID.
           START SEAT-INVENTORY-FILE KEY IS NOT LESS THAN SI-KEY
              INVALID KEY MOVE "10" TO SEATINV-FILE-STATUS
           END-START.
           PERFORM UNTIL SEATINV-FILE-STATUS NOT = "00"
              READ SEAT-INVENTORY-FILE NEXT
                 AT END CONTINUE
                 NOT AT END
                    IF SI-FLIGHT-ID NOT = SCHED-FLIGHT-ID
                       MOVE "10" TO SEATINV-FILE-STATUS
                    ELSE
                       ADD 1 TO WS-INV-FLIGHT-SEATS
                       IF SI-OPEN AND
                          TGT-GAP-COUNT (WS-TARGET-COUNT) < 512
                          ADD 1 TO TGT-GAP-COUNT (WS-TARGET-COUNT)
                          MOVE SI-SEAT-ID TO TGT-GAP-SEAT
                             (WS-TARGET-COUNT,
                              TGT-GAP-COUNT (WS-TARGET-COUNT))
                          MOVE 0 TO TGT-GAP-USED (WS-TARGET-COUNT,
                             TGT-GAP-COUNT (WS-TARGET-COUNT))
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO SEATINV-FILE-STATUS.

       003-LOAD-CANCELLED-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING "d5." DELIMITED BY SIZE
                          STR-CLASS (WS-STRANDED-IDX)
                       MOVE 1 TO TGT-GAP-USED
                          (WS-TARGET-IDX, WS-GAP-IDX)
                       PERFORM 004A-HOLD-TARGET-SEAT
                       IF SEAT-CLAIMED
                          MOVE WS-TARGET-IDX
                             TO STR-NEW-FLIGHT (WS-STRANDED-IDX)
                          MOVE TGT-GAP-SEAT
                             (WS-TARGET-IDX, WS-GAP-IDX)
                             TO STR-NEW-SEAT (WS-STRANDED-IDX)
                          SET PASSENGER-PLACED TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> The seat is held in the inventory for the passenger until
      *> the amendment run assigns it. A seat the inventory no longer
      *> shows open -- taken by another job since it was loaded -- is
      *> passed over; a flight rebooked from its gap file has no
      *> inventory record to hold.
       004A-HOLD-TARGET-SEAT.
           SET SEAT-CLAIMED TO TRUE.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           MOVE TGT-FLIGHT-ID (WS-TARGET-IDX) TO SI-FLIGHT-ID.
           MOVE TGT-GAP-SEAT (WS-TARGET-IDX, WS-GAP-IDX)
              TO SI-SEAT-ID.
           READ SEAT-INVENTORY-FILE
              INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF NOT SI-OPEN
              SET SEAT-NOT-CLAIMED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 004B-COMPUTE-HOLD-EXPIRY.
           SET SI-HELD TO TRUE.
           MOVE STR-BOOKING (WS-STRANDED-IDX) TO SI-BOOKING-REF.
           MOVE WS-HOLD-EXPIRY-WORK TO SI-HOLD-EXPIRY.
           MOVE WS-HOLD-NOW TO SI-UPDATED-TS.
           MOVE "AOC-2020-05-RBK" TO SI-UPDATED-BY.
           REWRITE SEAT-INVENTORY-RECORD
              INVALID KEY
                 DISPLAY "SEAT INVENTORY REWRITE FAILED, FLIGHT="
                    SI-FLIGHT-ID " SEAT=" SI-SEAT-ID
                    " STATUS=" SEATINV-FILE-STATUS
                 SET SEAT-NOT-CLAIMED TO TRUE
           END-REWRITE.

      *> Hold expiry is now plus the hold period, carried across
      *> midnight through the integer day number.
       004B-COMPUTE-HOLD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HOLD-NOW.
           COMPUTE WS-HOLD-ABS-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-HOLD-NOW-DATE) * 1440
              + WS-HOLD-NOW-HH * 60 + WS-HOLD-NOW-MI
              + WS-HOLD-MINUTES.
           DIVIDE WS-HOLD-ABS-MINUTES BY 1440
              GIVING WS-HOLD-DAY REMAINDER WS-HOLD-DAY-MINUTES.
           COMPUTE WS-HOLD-EXP-DATE =
              FUNCTION DATE-OF-INTEGER(WS-HOLD-DAY).
           DIVIDE WS-HOLD-DAY-MINUTES BY 60
              GIVING WS-HOLD-EXP-HH REMAINDER WS-HOLD-EXP-MI.
           MOVE WS-HOLD-NOW-SS TO WS-HOLD-EXP-SS.

      *> One amendment transaction file per receiving flight, in the
      *> exact A-action layout amendment mode consumes, with the
      *> boarding pass encoded for the assigned seat.
                    TO AMD-PASSENGER-NAME
                 MOVE STR-BOOKING (WS-STRANDED-IDX)
                    TO AMD-BOOKING-REF
                 MOVE "R" TO AMD-ORIGIN
                 WRITE AMEND-RECORD
              END-IF
           END-PERFORM.
