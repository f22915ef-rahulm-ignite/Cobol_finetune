       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-CON.
       AUTHOR. ANNA KOSIERADZKA.

      *> Passenger contact maintenance: adds, changes and deletes on
      *> the keyed contact file d5.contacts from a transaction file
      *> (CONTACT-TRANS, default d5.contacttxn), the same A/C/D way
      *> the travel-document file is kept. An add or change is checked
      *> first -- an opt-in of Y or N, a two-letter language (blank
      *> means EN), a phone of digits with an optional leading +, an
      *> e-mail address of letters, digits and . _ + - with exactly
      *> one @ in it, and at least one of the two
      *> for a passenger who opted in -- so the notification run never
      *> tries to reach someone at an address that cannot work. Every
      *> transaction and its outcome lands in d5.contactlog.
      *> Condition code 4 when anything was rejected, 8 when a file
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-TRANS-FILE ASSIGN TO DYNAMIC
              WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "d5.contacts"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCON-BOOKING-REF
           FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "d5.contactlog"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Action code, then the contact exactly as it is filed.
         FD CONTACT-TRANS-FILE.
         01 CONTACT-TRANS-RECORD.
            05 TRANS-ACTION      PIC X(1).
            05 TRANS-CONTACT.
               10 TRANS-BOOKING-REF PIC X(8).
               10 FILLER            PIC X(73).

         FD CONTACT-FILE.
         COPY PAXCON01.

         FD CONTACT-LOG-FILE.
         01 CONTACT-LOG-RECORD.
            05 LOG-ACTION       PIC X(1).
            05 LOG-SEP1         PIC X(1).
            05 LOG-BOOKING-REF  PIC X(8).
            05 LOG-SEP2         PIC X(1).
            05 LOG-RESULT       PIC X(8).
            05 LOG-SEP3         PIC X(1).
            05 LOG-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
         01 TRANS-FILE-STATUS PIC X(2) VALUE "00".
         01 CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TRANS-FILENAME PIC X(100) VALUE "d5.contacttxn".
         01 WS-CHECK-REASON PIC X(30) VALUE SPACES.
         01 WS-FIELD-LENGTH PIC 9(2) VALUE 0.
         01 WS-AT-COUNT PIC 9(2) VALUE 0.

       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 1.
         01 WS-APPLIED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-REJECTED-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "CONTACT-TRANS".
           IF WS-TRANS-FILENAME = SPACES
              MOVE "d5.contacttxn" TO WS-TRANS-FILENAME
           END-IF.

           OPEN INPUT CONTACT-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN TRANSACTIONS: " WS-TRANS-FILENAME
                 " STATUS=" TRANS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O CONTACT-FILE.
           IF CONTACT-FILE-STATUS = "35"
              OPEN OUTPUT CONTACT-FILE
              CLOSE CONTACT-FILE
              OPEN I-O CONTACT-FILE
           END-IF.
           IF CONTACT-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CONTACT FILE: STATUS="
                 CONTACT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CONTACT-LOG-FILE.

           PERFORM 002-READ-TRANS
              UNTIL TRANS-FILE-STATUS = "10".

           CLOSE CONTACT-TRANS-FILE.
           CLOSE CONTACT-FILE.
           CLOSE CONTACT-LOG-FILE.

           DISPLAY WS-APPLIED-COUNT " APPLIED "
              WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ-TRANS.
           READ CONTACT-TRANS-FILE
              AT END CONTINUE
              NOT AT END PERFORM 003-APPLY-TRANS
           END-READ.

       003-APPLY-TRANS.
           IF CONTACT-TRANS-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRANS-ACTION
              WHEN "A"
                 PERFORM 004-ADD-CONTACT
              WHEN "C"
                 PERFORM 005-CHANGE-CONTACT
              WHEN "D"
                 PERFORM 006-DELETE-CONTACT
              WHEN OTHER
                 PERFORM 007-LOG-REJECTED-ACTION
           END-EVALUATE.

       004-ADD-CONTACT.
           PERFORM 008-CHECK-TRANS-CONTACT.
           IF WS-CHECK-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           WRITE PASSENGER-CONTACT-RECORD
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF ALREADY ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-WRITE.

      *> As with documents, a bad replacement is logged for what is
      *> wrong with it rather than whether the booking is on file.
       005-CHANGE-CONTACT.
           PERFORM 008-CHECK-TRANS-CONTACT.
           IF WS-CHECK-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           READ CONTACT-FILE
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
                 EXIT PARAGRAPH
           END-READ.
           PERFORM 011-LOAD-TRANS-CONTACT.
           REWRITE PASSENGER-CONTACT-RECORD
              INVALID KEY
                 MOVE "REJECTED" TO LOG-RESULT
                 MOVE "BOOKING REF NOT ON FILE" TO LOG-REASON
                 PERFORM 009-WRITE-LOG-REJECT
              NOT INVALID KEY
                 PERFORM 010-WRITE-LOG-APPLIED
           END-REWRITE.

       006-DELETE-CONTACT.
           MOVE TRANS-BOOKING-REF TO PCON-BOOKING-REF.
           DELETE CONTACT-FILE
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

      *> Load the transaction's contact into the record area and
      *> check it; a fault is logged as the rejection.
       008-CHECK-TRANS-CONTACT.
           PERFORM 011-LOAD-TRANS-CONTACT.
           MOVE SPACES TO WS-CHECK-REASON.
           IF PCON-BOOKING-REF = SPACES
              MOVE "NO BOOKING REF" TO WS-CHECK-REASON
           END-IF.
           IF WS-CHECK-REASON = SPACES AND NOT PCON-OPT-IN-KNOWN
              MOVE "OPT-IN MUST BE Y OR N" TO WS-CHECK-REASON
           END-IF.
           IF WS-CHECK-REASON = SPACES AND
              (PCON-LANGUAGE IS NOT ALPHABETIC-UPPER OR
               PCON-LANGUAGE(1:1) = SPACE OR
               PCON-LANGUAGE(2:1) = SPACE)
              MOVE "BAD LANGUAGE CODE" TO WS-CHECK-REASON
           END-IF.

      *> A phone number is digits, left-justified, with at most a
      *> leading + for the country prefix.
           IF WS-CHECK-REASON = SPACES AND PCON-PHONE NOT = SPACES
              MOVE 0 TO WS-FIELD-LENGTH
              PERFORM VARYING I FROM 20 BY -1 UNTIL I < 1
                 IF WS-FIELD-LENGTH = 0 AND PCON-PHONE(I:1) NOT = SPACE
                    MOVE I TO WS-FIELD-LENGTH
                 END-IF
              END-PERFORM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIELD-LENGTH
                 IF PCON-PHONE(I:1) IS NOT NUMERIC AND
                    NOT (I = 1 AND PCON-PHONE(I:1) = "+")
                    MOVE "BAD PHONE NUMBER" TO WS-CHECK-REASON
                 END-IF
              END-PERFORM
              IF WS-FIELD-LENGTH < 6
                 MOVE "BAD PHONE NUMBER" TO WS-CHECK-REASON
              END-IF
           END-IF.

      *> An e-mail address: one @, something either side of it, no
      *> embedded blanks.
           IF WS-CHECK-REASON = SPACES AND PCON-EMAIL NOT = SPACES
              MOVE 0 TO WS-AT-COUNT
              INSPECT PCON-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
              MOVE 0 TO WS-FIELD-LENGTH
              PERFORM VARYING I FROM 50 BY -1 UNTIL I < 1
                 IF WS-FIELD-LENGTH = 0 AND PCON-EMAIL(I:1) NOT = SPACE
                    MOVE I TO WS-FIELD-LENGTH
                 END-IF
              END-PERFORM
              IF WS-AT-COUNT NOT = 1 OR
                 PCON-EMAIL(1:1) = "@" OR PCON-EMAIL(1:1) = SPACE OR
                 PCON-EMAIL(WS-FIELD-LENGTH:1) = "@"
                 MOVE "BAD E-MAIL ADDRESS" TO WS-CHECK-REASON
              END-IF
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIELD-LENGTH
                 IF PCON-EMAIL(I:1) = SPACE
                    MOVE "BAD E-MAIL ADDRESS" TO WS-CHECK-REASON
                 END-IF
              END-PERFORM
      *> Only letters, digits and . _ + - @ are taken: nothing else
      *> can be carried safely through the notification script
      *> bridge.
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FIELD-LENGTH
                 IF PCON-EMAIL(I:1) IS NOT ALPHABETIC-UPPER AND
                    PCON-EMAIL(I:1) IS NOT ALPHABETIC-LOWER AND
                    PCON-EMAIL(I:1) IS NOT NUMERIC AND
                    PCON-EMAIL(I:1) NOT = "." AND
                    PCON-EMAIL(I:1) NOT = "_" AND
                    PCON-EMAIL(I:1) NOT = "+" AND
                    PCON-EMAIL(I:1) NOT = "-" AND
                    PCON-EMAIL(I:1) NOT = "@"
                    MOVE "BAD E-MAIL ADDRESS" TO WS-CHECK-REASON
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-CHECK-REASON = SPACES AND PCON-OPTED-IN AND
              PCON-PHONE = SPACES AND PCON-EMAIL = SPACES
              MOVE "OPTED IN WITH NO PHONE OR MAIL" TO WS-CHECK-REASON
           END-IF.

           IF WS-CHECK-REASON NOT = SPACES
              MOVE "REJECTED" TO LOG-RESULT
              MOVE WS-CHECK-REASON TO LOG-REASON
              PERFORM 009-WRITE-LOG-REJECT
           END-IF.

       009-WRITE-LOG-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 012-WRITE-LOG-LINE.

       010-WRITE-LOG-APPLIED.
           MOVE "APPLIED" TO LOG-RESULT.
           MOVE SPACES TO LOG-REASON.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 012-WRITE-LOG-LINE.

       011-LOAD-TRANS-CONTACT.
           MOVE TRANS-CONTACT TO PASSENGER-CONTACT-RECORD.
           IF PCON-LANGUAGE = SPACES
              MOVE "EN" TO PCON-LANGUAGE
           END-IF.

       012-WRITE-LOG-LINE.
           MOVE TRANS-ACTION TO LOG-ACTION.
           MOVE SPACE TO LOG-SEP1.
           MOVE TRANS-BOOKING-REF TO LOG-BOOKING-REF.
           MOVE SPACE TO LOG-SEP2.
           MOVE SPACE TO LOG-SEP3.
           WRITE CONTACT-LOG-RECORD.
