       PROGRAM-ID. AOC-2020-05-MNT.
       AUTHOR. ANNA KOSIERADZKA.

      *> Passenger master maintenance from keyed transactions
      *> (MASTER-TRANS, default d5.mastertxn): A adds, C changes, D
      *> deletes a booking, each logged to d5.masterlog and
      *> journaled. On a change a blank member number leaves the
      *> booking's frequent-flyer link as it is; a member number of
      *> "*" clears it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            05 TRANS-BOARDING-PASS  PIC X(10).
            05 TRANS-SEAT-ID        PIC 9(4).
            05 TRANS-STATUS         PIC X(1).
            05 TRANS-MEMBER-NO      PIC X(10).

         FD MASTER-FILE.
         COPY PAXMST01.
            05 LOG-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
         COPY MSTJRN01.
         01 WS-RUN-ID PIC X(15) VALUE SPACES.
         01 TRANS-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TRANS-FILENAME PIC X(100) VALUE "d5.mastertxn".
      *> The status the record carried before the transaction; low
      *> values on an add, where there was none.
         01 WS-OLD-STATUS PIC X(1) VALUE LOW-VALUE.

       LOCAL-STORAGE SECTION.
         01 WS-APPLIED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
      *> Run ID on every master journal entry this run makes, in the
      *> manifest job's R-plus-timestamp form.
           MOVE "R" TO WS-RUN-ID(1:1).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID(2:14).

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "MASTER-TRANS".
           IF WS-TRANS-FILENAME = SPACES
              MOVE "d5.mastertxn" TO WS-TRANS-FILENAME
           END-EVALUATE.

       004-ADD-MASTER.
           MOVE LOW-VALUE TO WS-OLD-STATUS.
           MOVE SPACES TO MASTER-MEMBER-NO.
           PERFORM 008-MOVE-TRANS-TO-MASTER.
           WRITE MASTER-RECORD
              INVALID KEY
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
                 SET MJR-ADD TO TRUE
                 MOVE SPACES TO MJR-BEFORE-IMAGE
                 MOVE MASTER-RECORD TO MJR-AFTER-IMAGE
                 PERFORM 012-JOURNAL-MASTER
           END-WRITE.

      *> A change or delete reads the record first: the journal
      *> needs the before image, and a booking not on file is
      *> rejected on the read instead of the rewrite.
       005-CHANGE-MASTER.
           MOVE TRANS-BOOKING-REF TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
                 EXIT PARAGRAPH
           END-READ.
           MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE.
           MOVE MASTER-STATUS TO WS-OLD-STATUS.
           PERFORM 008-MOVE-TRANS-TO-MASTER.
           REWRITE MASTER-RECORD
              INVALID KEY
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
                 SET MJR-CHANGE TO TRUE
                 MOVE MASTER-RECORD TO MJR-AFTER-IMAGE
                 PERFORM 012-JOURNAL-MASTER
           END-REWRITE.

       006-DELETE-MASTER.
           MOVE TRANS-BOOKING-REF TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
                 EXIT PARAGRAPH
           END-READ.
           MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE.
           DELETE MASTER-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
                 SET MJR-DELETE TO TRUE
                 MOVE SPACES TO MJR-AFTER-IMAGE
                 PERFORM 012-JOURNAL-MASTER
           END-DELETE.

       007-LOG-REJECTED-ACTION.
           MOVE "UNKNOWN ACTION CODE" TO LOG-REASON.
           PERFORM 009-WRITE-LOG-REJECT.

      *> The status date moves only when the status does, or when
      *> the record is new; a change to the name, pass, seat, or
      *> member number keeps the date the archival cutoff runs on.
       008-MOVE-TRANS-TO-MASTER.
           MOVE TRANS-BOOKING-REF TO MASTER-BOOKING-REF.
           MOVE TRANS-PASSENGER-NAME TO MASTER-PASSENGER-NAME.
           ELSE
              MOVE TRANS-STATUS TO MASTER-STATUS
           END-IF.
           IF MASTER-STATUS NOT = WS-OLD-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-STATUS-DATE
           END-IF.
           IF TRANS-MEMBER-NO = "*"
              MOVE SPACES TO MASTER-MEMBER-NO
           ELSE
              IF TRANS-MEMBER-NO NOT = SPACES
                 MOVE TRANS-MEMBER-NO TO MASTER-MEMBER-NO
              END-IF
           END-IF.

       009-WRITE-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACE TO LOG-SEP2.
           MOVE SPACE TO LOG-SEP3.
           WRITE MAINT-LOG-RECORD.

       012-JOURNAL-MASTER.
           MOVE "AOC-2020-05-MNT" TO MJR-PROGRAM.
           MOVE WS-RUN-ID TO MJR-RUN-ID.
           CALL "MASTER-JOURNAL" USING MASTER-JOURNAL-RECORD.
