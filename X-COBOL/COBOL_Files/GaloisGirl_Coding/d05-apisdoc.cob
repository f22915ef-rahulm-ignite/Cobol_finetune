       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-APD.
       AUTHOR. ANNA KOSIERADZKA.

      *> Travel-document maintenance: adds, changes and deletes on
      *> the keyed document file d5.apisdoc from a transaction file
      *> (APISDOC-TRANS, default d5.apisdoctxn), the same A/C/D way
      *> the master maintenance program keeps d5.master. An add or
      *> change is put through APIS-VALIDATE as of today first, so
      *> an expired or malformed document never reaches the file;
      *> every transaction and its outcome lands in d5.apisdoclog.
      *> Condition code 4 when anything was rejected, 8 when a file
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT DOCUMENT-FILE ASSIGN TO "d5.apisdoc"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PDOC-BOOKING-REF
           FILE STATUS IS DOCUMENT-FILE-STATUS.

           SELECT DOC-LOG-FILE ASSIGN TO "d5.apisdoclog"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Action code, then the document exactly as it is filed.
         FD DOC-TRANS-FILE.
         01 DOC-TRANS-RECORD.
            05 TRANS-ACTION      PIC X(1).
            05 TRANS-DOCUMENT.
               10 TRANS-BOOKING-REF PIC X(8).
               10 FILLER            PIC X(36).

         FD DOCUMENT-FILE.
         COPY APSDOC01.

         FD DOC-LOG-FILE.
         01 DOC-LOG-RECORD.
            05 LOG-ACTION       PIC X(1).
            05 LOG-SEP1         PIC X(1).
            05 LOG-BOOKING-REF  PIC X(8).
            05 LOG-SEP2         PIC X(1).
            05 LOG-RESULT       PIC X(8).
            05 LOG-SEP3         PIC X(1).
            05 LOG-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
         01 TRANS-FILE-STATUS PIC X(2) VALUE "00".
         01 DOCUMENT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TRANS-FILENAME PIC X(100) VALUE "d5.apisdoctxn".
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-VALIDATE-REASON PIC X(20) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-APPLIED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-REJECTED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "APISDOC-TRANS".
           IF WS-TRANS-FILENAME = SPACES
              MOVE "d5.apisdoctxn" TO WS-TRANS-FILENAME
           END-IF.

           OPEN INPUT DOC-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN TRANSACTIONS: " WS-TRANS-FILENAME
                 " STATUS=" TRANS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O DOCUMENT-FILE.
           IF DOCUMENT-FILE-STATUS = "35"
              OPEN OUTPUT DOCUMENT-FILE
              CLOSE DOCUMENT-FILE
              OPEN I-O DOCUMENT-FILE
           END-IF.
           IF DOCUMENT-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN DOCUMENT FILE: STATUS="
                 DOCUMENT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT DOC-LOG-FILE.

           PERFORM 002-READ-TRANS
              UNTIL TRANS-FILE-STATUS = "10".

           CLOSE DOC-TRANS-FILE.
           CLOSE DOCUMENT-FILE.
           CLOSE DOC-LOG-FILE.

           DISPLAY WS-APPLIED-COUNT " APPLIED "
              WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ-TRANS.
           READ DOC-TRANS-FILE
              AT END CONTINUE
              NOT AT END PERFORM 003-APPLY-TRANS
           END-READ.

       003-APPLY-TRANS.
           IF DOC-TRANS-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRANS-ACTION
              WHEN "A"
                 PERFORM 004-ADD-DOCUMENT
              WHEN "C"
                 PERFORM 005-CHANGE-DOCUMENT
              WHEN "D"
                 PERFORM 006-DELETE-DOCUMENT
              WHEN OTHER
                 PERFORM 007-LOG-REJECTED-ACTION
           END-EVALUATE.

       004-ADD-DOCUMENT.
           PERFORM 008-CHECK-TRANS-DOCUMENT.
           IF WS-VALIDATE-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           WRITE PASSENGER-DOCUMENT-RECORD
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF ALREADY ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-WRITE.

      *> A change is checked before the read, so a bad replacement
      *> is logged for what is wrong with it rather than whether the
      *> booking is on file.
       005-CHANGE-DOCUMENT.
           PERFORM 008-CHECK-TRANS-DOCUMENT.
           IF WS-VALIDATE-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           READ DOCUMENT-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
                 EXIT PARAGRAPH
           END-READ.
           MOVE TRANS-DOCUMENT TO PASSENGER-DOCUMENT-RECORD.
           REWRITE PASSENGER-DOCUMENT-RECORD
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-REWRITE.

       006-DELETE-DOCUMENT.
           MOVE TRANS-BOOKING-REF TO PDOC-BOOKING-REF.
           DELETE DOCUMENT-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-DELETE.

       007-LOG-REJECTED-ACTION.
           MOVE "REJECTED" TO LOG-RESULT.
           MOVE "UNKNOWN ACTION CODE" TO LOG-REASON.
           PERFORM 009-WRITE-LOG-REJECT.

      *> Load the transaction's document into the record area and
      *> judge it as of today; a fault is logged as the rejection.
       008-CHECK-TRANS-DOCUMENT.
           MOVE TRANS-DOCUMENT TO PASSENGER-DOCUMENT-RECORD.
           CALL "APIS-VALIDATE" USING PASSENGER-DOCUMENT-RECORD,
              WS-RUN-DATE, WS-VALIDATE-REASON.
           IF WS-VALIDATE-REASON NOT = SPACES
              MOVE "REJECTED" TO LOG-RESULT
              MOVE WS-VALIDATE-REASON TO LOG-REASON
              PERFORM 009-WRITE-LOG-REJECT
           END-IF.

       009-WRITE-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 011-WRITE-LOG-LINE.

       010-WRITE-LOG-APPLIED.
           MOVE "APPLIED" TO LOG-RESULT.
           MOVE SPACES TO LOG-REASON.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 011-WRITE-LOG-LINE.

       011-WRITE-LOG-LINE.
           MOVE TRANS-ACTION TO LOG-ACTION.
           MOVE SPACE TO LOG-SEP1.
           MOVE TRANS-BOOKING-REF TO LOG-BOOKING-REF.
           MOVE SPACE TO LOG-SEP2.
           MOVE SPACE TO LOG-SEP3.
           WRITE DOC-LOG-RECORD.
