       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-HSW.
       AUTHOR. ANNA KOSIERADZKA.

      *> Seat hold sweep: releases every hold on the seat inventory
      *> d5.seatinv whose expiry has passed, putting the seat back on
      *> sale, and lists each release with the booking that lost it
      *> in d5.holdsweep. FLIGHT-ID, when set, sweeps that flight
      *> only. Condition code 8 when the inventory cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAT-INVENTORY-FILE ASSIGN TO "d5.seatinv"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SI-KEY
           FILE STATUS IS SEATINV-FILE-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO "d5.holdsweep"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD SEAT-INVENTORY-FILE.
         COPY SEATIN01.

         FD SWEEP-REPORT-FILE.
         01 SWEEP-REPORT-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         01 SEATINV-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-FLIGHT-FILTER PIC X(8) VALUE SPACES.
         01 WS-SWEEP-NOW PIC X(14) VALUE SPACES.
         01 WS-SWEEP-EOF PIC 9 VALUE 0.
         01 WS-RELEASED-BOOKING PIC X(8).
         01 WS-RELEASED-EXPIRY PIC X(14).
         01 WS-SWEEP-DETAIL.
            05 SWD-FLIGHT-ID    PIC X(8).
            05 FILLER           PIC X VALUE SPACE.
            05 SWD-SEAT-ID      PIC 9(4).
            05 FILLER           PIC X VALUE SPACE.
            05 SWD-BOOKING-REF  PIC X(8).
            05 FILLER           PIC X VALUE SPACE.
            05 SWD-HOLD-EXPIRY  PIC X(14).
            05 FILLER           PIC X VALUE SPACE.
            05 SWD-RESULT       PIC X(8).
         01 WS-SWEEP-TOTAL.
            05 FILLER           PIC X(15) VALUE "HOLDS RELEASED ".
            05 SWT-COUNT        PIC Z(5)9.

       LOCAL-STORAGE SECTION.
         01 WS-RELEASED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-FLIGHT-FILTER FROM ENVIRONMENT "FLIGHT-ID".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SWEEP-NOW.

           OPEN I-O SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN SEAT INVENTORY: STATUS="
                 SEATINV-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SWEEP-REPORT-FILE.

           MOVE WS-FLIGHT-FILTER TO SI-FLIGHT-ID.
           MOVE 0 TO SI-SEAT-ID.
           START SEAT-INVENTORY-FILE KEY IS NOT LESS THAN SI-KEY
              INVALID KEY MOVE 1 TO WS-SWEEP-EOF
           END-START.
           PERFORM 002-SWEEP-NEXT-SEAT UNTIL WS-SWEEP-EOF = 1.

           MOVE WS-RELEASED-COUNT TO SWT-COUNT.
           WRITE SWEEP-REPORT-RECORD FROM WS-SWEEP-TOTAL.

           CLOSE SEAT-INVENTORY-FILE.
           CLOSE SWEEP-REPORT-FILE.
           DISPLAY WS-RELEASED-COUNT " HOLDS RELEASED".
           STOP RUN.

       002-SWEEP-NEXT-SEAT.
           READ SEAT-INVENTORY-FILE NEXT RECORD
              AT END
                 MOVE 1 TO WS-SWEEP-EOF
                 EXIT PARAGRAPH
           END-READ.
           IF WS-FLIGHT-FILTER NOT = SPACES AND
              SI-FLIGHT-ID NOT = WS-FLIGHT-FILTER
              MOVE 1 TO WS-SWEEP-EOF
              EXIT PARAGRAPH
           END-IF.
           IF SI-HELD AND SI-HOLD-EXPIRY <= WS-SWEEP-NOW
              PERFORM 003-RELEASE-HOLD
           END-IF.

       003-RELEASE-HOLD.
           MOVE SI-BOOKING-REF TO WS-RELEASED-BOOKING.
           MOVE SI-HOLD-EXPIRY TO WS-RELEASED-EXPIRY.
           SET SI-OPEN TO TRUE.
           MOVE SPACES TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.
           MOVE WS-SWEEP-NOW TO SI-UPDATED-TS.
           MOVE "AOC-2020-05-HSW" TO SI-UPDATED-BY.
           MOVE SI-FLIGHT-ID TO SWD-FLIGHT-ID.
           MOVE SI-SEAT-ID TO SWD-SEAT-ID.
           MOVE WS-RELEASED-BOOKING TO SWD-BOOKING-REF.
           MOVE WS-RELEASED-EXPIRY TO SWD-HOLD-EXPIRY.
           REWRITE SEAT-INVENTORY-RECORD
              INVALID KEY
                 MOVE "FAILED" TO SWD-RESULT
              NOT INVALID KEY
                 MOVE "RELEASED" TO SWD-RESULT
                 ADD 1 TO WS-RELEASED-COUNT
           END-REWRITE.
           WRITE SWEEP-REPORT-RECORD FROM WS-SWEEP-DETAIL.
