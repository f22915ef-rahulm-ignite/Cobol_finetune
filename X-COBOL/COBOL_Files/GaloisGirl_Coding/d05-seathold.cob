       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-HLD.
       AUTHOR. ANNA KOSIERADZKA.

      *> Reservations seat holds: places and releases holds on the
      *> seat inventory d5.seatinv from a transaction file
      *> (SEAT-HOLD-TRANS, default d5.holdtxn), so a seat can be kept
      *> for a passenger who is still paying. H holds an open seat for
      *> a booking for the given number of minutes (blank takes
      *> SEAT-HOLD-MINUTES, default 60; at most a day) and, for the
      *> booking already holding it, extends the hold; R releases a
      *> hold back to open. Only seats the manifest job has put on the
      *> inventory can be held, never one that is assigned, blocked,
      *> given out at a check-in counter, or held for another booking
      *> while that hold runs. Holds that are not released lapse and
      *> are freed by the sweep AOC-2020-05-HSW. Every transaction and
      *> its outcome lands in d5.holdlog.
      *> Condition code 4 when anything was rejected, 8 when a file
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANS-FILE ASSIGN TO DYNAMIC
              WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO "d5.seatinv"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS SEATINV-FILE-STATUS.

      *> Read only, for seats given out at a counter whose amendment
      *> has not reached the manifest yet.
           SELECT SEAT-ASSIGN-FILE ASSIGN TO "d5.seatassign"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SA-SEAT-KEY
           ALTERNATE RECORD KEY IS SA-BOOKING-KEY
           FILE STATUS IS SEAT-ASSIGN-STATUS.

           SELECT HOLD-LOG-FILE ASSIGN TO "d5.holdlog"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Action, flight, seat ID, booking reference, hold minutes.
         FD HOLD-TRANS-FILE.
         01 HOLD-TRANS-RECORD.
            05 HTX-ACTION       PIC X(1).
            05 HTX-SEP1         PIC X(1).
            05 HTX-FLIGHT-ID    PIC X(8).
            05 HTX-SEP2         PIC X(1).
            05 HTX-SEAT-ID      PIC X(4).
            05 HTX-SEP3         PIC X(1).
            05 HTX-BOOKING-REF  PIC X(8).
            05 HTX-SEP4         PIC X(1).
            05 HTX-MINUTES      PIC X(4).

         FD SEAT-INVENTORY-FILE.
         COPY SEATIN01.

         FD SEAT-ASSIGN-FILE.
         COPY SEATAS01.

         FD HOLD-LOG-FILE.
         01 HOLD-LOG-RECORD.
            05 LOG-ACTION       PIC X(1).
            05 LOG-SEP1         PIC X(1).
            05 LOG-FLIGHT-ID    PIC X(8).
            05 LOG-SEP2         PIC X(1).
            05 LOG-SEAT-ID      PIC X(4).
            05 LOG-SEP3         PIC X(1).
            05 LOG-BOOKING-REF  PIC X(8).
            05 LOG-SEP4         PIC X(1).
            05 LOG-RESULT       PIC X(8).
            05 LOG-SEP5         PIC X(1).
            05 LOG-REASON       PIC X(30).
            05 LOG-SEP6         PIC X(1).
            05 LOG-HOLD-EXPIRY  PIC X(14).

       WORKING-STORAGE SECTION.
         01 TRANS-FILE-STATUS PIC X(2) VALUE "00".
         01 SEATINV-FILE-STATUS PIC X(2) VALUE "00".
         01 SEAT-ASSIGN-STATUS PIC X(2) VALUE "00".
         01 WS-TRANS-FILENAME PIC X(100) VALUE "d5.holdtxn".
         01 WS-CHECK-REASON PIC X(30) VALUE SPACES.
         01 WS-SEAT-ID PIC 9(4) VALUE 0.
         01 WS-HOLD-MINUTES-PARM PIC X(4) VALUE SPACES.
         01 WS-DEFAULT-MINUTES PIC 9(4) VALUE 60.
         01 WS-HOLD-MINUTES PIC 9(4) VALUE 0.
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
         01 WS-ASSIGN-SWITCH PIC X VALUE "N".
            88 SEAT-ASSIGN-OPEN VALUE "Y".
            88 SEAT-ASSIGN-ABSENT VALUE "N".

       LOCAL-STORAGE SECTION.
         01 WS-APPLIED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-REJECTED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "SEAT-HOLD-TRANS".
           IF WS-TRANS-FILENAME = SPACES
              MOVE "d5.holdtxn" TO WS-TRANS-FILENAME
           END-IF.
      *> Trailing-space tolerance as in the manifest job.
           ACCEPT WS-HOLD-MINUTES-PARM
              FROM ENVIRONMENT "SEAT-HOLD-MINUTES".
           IF FUNCTION TEST-NUMVAL(WS-HOLD-MINUTES-PARM) = 0
              COMPUTE WS-DEFAULT-MINUTES =
                 FUNCTION NUMVAL(WS-HOLD-MINUTES-PARM)
           END-IF.

           OPEN INPUT HOLD-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN TRANSACTIONS: " WS-TRANS-FILENAME
                 " STATUS=" TRANS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> The inventory is created by the manifest job; a missing one
      *> means no flight has seats to hold yet.
           OPEN I-O SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN SEAT INVENTORY: STATUS="
                 SEATINV-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET SEAT-ASSIGN-ABSENT TO TRUE.
           OPEN INPUT SEAT-ASSIGN-FILE.
           IF SEAT-ASSIGN-STATUS = "00"
              SET SEAT-ASSIGN-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT HOLD-LOG-FILE.

           PERFORM 002-READ-TRANS
              UNTIL TRANS-FILE-STATUS = "10".

           CLOSE HOLD-TRANS-FILE.
           CLOSE SEAT-INVENTORY-FILE.
           IF SEAT-ASSIGN-OPEN
              CLOSE SEAT-ASSIGN-FILE
           END-IF.
           CLOSE HOLD-LOG-FILE.

           DISPLAY WS-APPLIED-COUNT " APPLIED "
              WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ-TRANS.
           READ HOLD-TRANS-FILE
              AT END CONTINUE
              NOT AT END PERFORM 003-APPLY-TRANS
           END-READ.

       003-APPLY-TRANS.
           IF HOLD-TRANS-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HOLD-NOW.
           MOVE SPACES TO LOG-HOLD-EXPIRY.
           EVALUATE HTX-ACTION
              WHEN "H"
                 PERFORM 004-HOLD-SEAT
              WHEN "R"
                 PERFORM 005-RELEASE-SEAT
              WHEN OTHER
                 MOVE "UNKNOWN ACTION CODE" TO WS-CHECK-REASON
                 PERFORM 009-WRITE-LOG-REJECT
           END-EVALUATE.

       004-HOLD-SEAT.
           PERFORM 006-CHECK-TRANS-SEAT.
           IF WS-CHECK-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF HTX-BOOKING-REF = SPACES
              MOVE "NO BOOKING REF" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF HTX-MINUTES = SPACES
              MOVE WS-DEFAULT-MINUTES TO WS-HOLD-MINUTES
           ELSE
              IF FUNCTION TEST-NUMVAL(HTX-MINUTES) NOT = 0
                 MOVE "BAD HOLD MINUTES" TO WS-CHECK-REASON
                 PERFORM 009-WRITE-LOG-REJECT
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-HOLD-MINUTES = FUNCTION NUMVAL(HTX-MINUTES)
           END-IF.
           IF WS-HOLD-MINUTES = 0 OR WS-HOLD-MINUTES > 1440
              MOVE "BAD HOLD MINUTES" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
              WHEN SI-ASSIGNED
                 MOVE "SEAT ALREADY ASSIGNED" TO WS-CHECK-REASON
              WHEN SI-BLOCKED
                 MOVE "SEAT BLOCKED" TO WS-CHECK-REASON
              WHEN SI-HELD AND SI-BOOKING-REF NOT = HTX-BOOKING-REF
                 AND SI-HOLD-EXPIRY > WS-HOLD-NOW
                 MOVE "SEAT HELD FOR ANOTHER BOOKING"
                    TO WS-CHECK-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-CHECK-REASON = SPACES AND SEAT-ASSIGN-OPEN
              MOVE HTX-FLIGHT-ID TO SA-FLIGHT-ID
              MOVE WS-SEAT-ID TO SA-SEAT-ID
              READ SEAT-ASSIGN-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "SEAT TAKEN AT CHECK-IN" TO WS-CHECK-REASON
              END-READ
           END-IF.
           IF WS-CHECK-REASON NOT = SPACES
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 007-COMPUTE-HOLD-EXPIRY.
           SET SI-HELD TO TRUE.
           MOVE HTX-BOOKING-REF TO SI-BOOKING-REF.
           MOVE WS-HOLD-EXPIRY-WORK TO SI-HOLD-EXPIRY.
           PERFORM 008-REWRITE-SEAT.

       005-RELEASE-SEAT.
           PERFORM 006-CHECK-TRANS-SEAT.
           IF WS-CHECK-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT SI-HELD
              MOVE "SEAT NOT HELD" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.
      *> A blank booking releases whoever holds the seat.
           IF HTX-BOOKING-REF NOT = SPACES AND
              SI-BOOKING-REF NOT = HTX-BOOKING-REF
              MOVE "SEAT HELD FOR ANOTHER BOOKING" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.
           SET SI-OPEN TO TRUE.
           MOVE SPACES TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.
           PERFORM 008-REWRITE-SEAT.

      *> A seat ID the flight has on the inventory; a hit leaves the
      *> record current for the caller.
       006-CHECK-TRANS-SEAT.
           MOVE SPACES TO WS-CHECK-REASON.
           IF HTX-FLIGHT-ID = SPACES
              MOVE "NO FLIGHT ID" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF HTX-SEAT-ID = SPACES OR
              FUNCTION TEST-NUMVAL(HTX-SEAT-ID) NOT = 0
              MOVE "BAD SEAT ID" TO WS-CHECK-REASON
              PERFORM 009-WRITE-LOG-REJECT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEAT-ID = FUNCTION NUMVAL(HTX-SEAT-ID).
           MOVE HTX-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE WS-SEAT-ID TO SI-SEAT-ID.
           READ SEAT-INVENTORY-FILE
              INVALID KEY
                 MOVE "SEAT NOT IN INVENTORY" TO WS-CHECK-REASON
                 PERFORM 009-WRITE-LOG-REJECT
           END-READ.

      *> Hold expiry is now plus the hold period, carried across
      *> midnight through the integer day number.
       007-COMPUTE-HOLD-EXPIRY.
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

       008-REWRITE-SEAT.
           MOVE WS-HOLD-NOW TO SI-UPDATED-TS.
           MOVE "AOC-2020-05-HLD" TO SI-UPDATED-BY.
           REWRITE SEAT-INVENTORY-RECORD
              INVALID KEY
                 MOVE "SEAT INVENTORY REWRITE FAILED"
                    TO WS-CHECK-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 MOVE SI-HOLD-EXPIRY TO LOG-HOLD-EXPIRY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-REWRITE.

       009-WRITE-LOG-REJECT.
           MOVE "REJECTED" TO LOG-RESULT.
           MOVE WS-CHECK-REASON TO LOG-REASON.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 011-WRITE-LOG-LINE.

       010-WRITE-LOG-APPLIED.
           MOVE "APPLIED" TO LOG-RESULT.
           MOVE SPACES TO LOG-REASON.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 011-WRITE-LOG-LINE.

       011-WRITE-LOG-LINE.
           MOVE HTX-ACTION TO LOG-ACTION.
           MOVE SPACE TO LOG-SEP1.
           MOVE HTX-FLIGHT-ID TO LOG-FLIGHT-ID.
           MOVE SPACE TO LOG-SEP2.
           MOVE HTX-SEAT-ID TO LOG-SEAT-ID.
           MOVE SPACE TO LOG-SEP3.
           MOVE HTX-BOOKING-REF TO LOG-BOOKING-REF.
           MOVE SPACE TO LOG-SEP4.
           MOVE SPACE TO LOG-SEP5.
           MOVE SPACE TO LOG-SEP6.
           WRITE HOLD-LOG-RECORD.
