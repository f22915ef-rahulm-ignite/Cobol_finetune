       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-NTF.
       AUTHOR. ANNA KOSIERADZKA.

      *> Passenger disruption notification run. Reads what the day's
      *> disruption jobs left behind -- the rebooking report of a
      *> cancelled flight (NOTIFY-REBOOK, default d5.rebookrpt), the
      *> amendment report (NOTIFY-AMENDRPT, default d5.amendrpt) for
      *> applied seat changes, and the oversale offload list
      *> (NOTIFY-OFFLOAD, default the flight's d5.<flight>.oversale,
      *> or d5.oversale without FLIGHT-ID) -- and tells each affected
      *> passenger once per disruption. A report that is not there
      *> simply had nothing to say today.
      *>
      *> The message comes from the template file (NOTIFY-TEMPLATES,
      *> default d5.notifytmpl): one line per event and language,
      *>    EVENT    LG text with %NAME% %BOOKING% %FLIGHT% %SEAT%
      *> and %OLDFLIGHT% placeholders
      *> for the events REBOOKED, UNPLACED, SEATCHG and OFFLOAD; the
      *> EN line stands in for a language with no template of its
      *> own. The passenger's phone, e-mail and language come from
      *> the contact file d5.contacts, and the message goes out
      *> through the notify-passenger script of the EXEC_NODEJS
      *> catalog. Every send and its outcome are appended to
      *> d5.notifylog. A passenger with no contact on file, no
      *> opt-in, nowhere to send to, no template, or whose send
      *> failed goes on the service desk's call list d5.calllist
      *> with the message they should be read. The cancelled flight
      *> is CANCELLED-FLIGHT, as the rebooking run takes it.
      *> Condition code 4 when anyone is on the call list, 8 when the
      *> templates or the contact file cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBOOK-REPORT-FILE ASSIGN TO DYNAMIC
              WS-REBOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBOOK-FILE-STATUS.

           SELECT AMEND-REPORT-FILE ASSIGN TO DYNAMIC
              WS-AMENDRPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMENDRPT-FILE-STATUS.

           SELECT OVERSALE-FILE ASSIGN TO DYNAMIC
              WS-OVERSALE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERSALE-FILE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC
              WS-TEMPLATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLATE-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "d5.contacts"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCON-BOOKING-REF
           FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO "d5.notifylog"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFY-LOG-STATUS.

           SELECT CALL-LIST-FILE ASSIGN TO "d5.calllist"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The rebooking run's detail lines; its totals lines carry
      *> neither result.
         FD REBOOK-REPORT-FILE.
         01 REBOOK-REPORT-LINE.
            05 RBK-NAME          PIC X(20).
            05 FILLER            PIC X(1).
            05 RBK-BOOKING-REF   PIC X(8).
            05 FILLER            PIC X(1).
            05 RBK-RESULT        PIC X(10).
            05 FILLER            PIC X(1).
            05 RBK-FLIGHT-ID     PIC X(8).
            05 FILLER            PIC X(6).
            05 RBK-SEAT-ID       PIC X(4).
            05 FILLER            PIC X(11).

         FD AMEND-REPORT-FILE.
         01 AMEND-REPORT-RECORD.
            05 AMDRPT-ACTION      PIC X(1).
            05 AMDRPT-SEP1        PIC X(1).
            05 AMDRPT-BOOKING-REF PIC X(8).
            05 AMDRPT-SEP2        PIC X(1).
            05 AMDRPT-PASS        PIC X(10).
            05 AMDRPT-SEP3        PIC X(1).
            05 AMDRPT-RESULT      PIC X(8).
            05 AMDRPT-SEP4        PIC X(1).
            05 AMDRPT-REASON      PIC X(34).

      *> The denied boarding list: heading and per-class lines, then
      *> one line per passenger offloaded.
         FD OVERSALE-FILE.
         01 OVERSALE-LINE.
            05 OVSL-PASS          PIC X(10).
            05 FILLER             PIC X(1).
            05 OVSL-NAME          PIC X(20).
            05 FILLER             PIC X(1).
            05 OVSL-BOOKING-REF   PIC X(8).
            05 FILLER             PIC X(1).
            05 OVSL-SEAT-ID       PIC X(4).
            05 FILLER             PIC X(1).
            05 OVSL-CLASS         PIC X(1).
            05 FILLER             PIC X(23).

         FD TEMPLATE-FILE.
         01 TEMPLATE-RECORD.
            05 TPL-EVENT          PIC X(8).
            05 TPL-SEP1           PIC X(1).
            05 TPL-LANGUAGE       PIC X(2).
            05 TPL-SEP2           PIC X(1).
            05 TPL-TEXT           PIC X(80).

         FD CONTACT-FILE.
         COPY PAXCON01.

         FD MASTER-FILE.
         COPY PAXMST01.

      *> One line per send: when, who, for what, how it was sent,
      *> how it ended (the bridge's exit status), and what was said.
         FD NOTIFY-LOG-FILE.
         01 NOTIFY-LOG-RECORD.
            05 NLG-TIMESTAMP      PIC X(14).
            05 NLG-SEP1           PIC X(1).
            05 NLG-BOOKING-REF    PIC X(8).
            05 NLG-SEP2           PIC X(1).
            05 NLG-EVENT          PIC X(8).
            05 NLG-SEP3           PIC X(1).
            05 NLG-CHANNEL        PIC X(10).
            05 NLG-SEP4           PIC X(1).
            05 NLG-RESULT         PIC X(6).
            05 NLG-SEP5           PIC X(1).
            05 NLG-EXIT-STATUS    PIC -(4)9.
            05 NLG-SEP6           PIC X(1).
            05 NLG-MESSAGE        PIC X(80).

      *> The service desk's list: who to ring, about what, why they
      *> were not reached, and the message to read them.
         FD CALL-LIST-FILE.
         01 CALL-LIST-RECORD.
            05 CLL-NAME           PIC X(20).
            05 CLL-SEP1           PIC X(1).
            05 CLL-BOOKING-REF    PIC X(8).
            05 CLL-SEP2           PIC X(1).
            05 CLL-EVENT          PIC X(8).
            05 CLL-SEP3           PIC X(1).
            05 CLL-PHONE          PIC X(20).
            05 CLL-SEP4           PIC X(1).
            05 CLL-REASON         PIC X(20).
            05 CLL-SEP5           PIC X(1).
            05 CLL-MESSAGE        PIC X(80).

       WORKING-STORAGE SECTION.
         COPY SEATRC01.
         01 REBOOK-FILE-STATUS PIC X(2) VALUE "00".
         01 AMENDRPT-FILE-STATUS PIC X(2) VALUE "00".
         01 OVERSALE-FILE-STATUS PIC X(2) VALUE "00".
         01 TEMPLATE-FILE-STATUS PIC X(2) VALUE "00".
         01 CONTACT-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 NOTIFY-LOG-STATUS PIC X(2) VALUE "00".
         01 WS-REBOOK-FILENAME PIC X(100) VALUE "d5.rebookrpt".
         01 WS-AMENDRPT-FILENAME PIC X(100) VALUE "d5.amendrpt".
         01 WS-OVERSALE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-TEMPLATE-FILENAME PIC X(100) VALUE "d5.notifytmpl".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-CANCELLED-FLIGHT PIC X(8) VALUE SPACES.
         01 WS-MASTER-OPEN PIC X(1) VALUE "N".
            88 MASTER-OPEN VALUE "Y".
      *> Message templates by event and language.
         01 TEMPLATE-TABLE.
            05 TEMPLATE-ENTRY OCCURS 200 TIMES.
               10 TPT-EVENT    PIC X(8).
               10 TPT-LANGUAGE PIC X(2).
               10 TPT-TEXT     PIC X(80).
         01 WS-TEMPLATE-COUNT PIC 9(3) VALUE 0.
         01 WS-TEMPLATE-IDX PIC 9(3) VALUE 0.
         01 WS-TEMPLATE-HIT PIC 9(3) VALUE 0.
      *> Booking and event of every passenger dealt with this run, so
      *> nobody is told the same thing twice.
         01 NOTIFIED-TABLE.
            05 NOTIFIED-ENTRY OCCURS 4096 TIMES.
               10 NTT-BOOKING-REF PIC X(8).
               10 NTT-EVENT       PIC X(8).
         01 WS-NOTIFIED-COUNT PIC 9(4) VALUE 0.
         01 WS-NOTIFIED-IDX PIC 9(4) VALUE 0.
      *> The disruption in hand.
         01 WS-NTF-EVENT PIC X(8) VALUE SPACES.
         01 WS-NTF-NAME PIC X(20) VALUE SPACES.
         01 WS-NTF-BOOKING-REF PIC X(8) VALUE SPACES.
         01 WS-NTF-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-NTF-SEAT-ID PIC X(4) VALUE SPACES.
         01 WS-NTF-LANGUAGE PIC X(2) VALUE SPACES.
         01 WS-NTF-CHANNEL PIC X(10) VALUE SPACES.
         01 WS-NTF-REASON PIC X(20) VALUE SPACES.
         01 WS-CONTACT-FOUND PIC X(1) VALUE "N".
            88 CONTACT-FOUND     VALUE "Y".
            88 CONTACT-NOT-FOUND VALUE "N".
         01 WS-SEAT-DISPLAY PIC ZZZ9.
         01 WS-DECODE-VALID PIC X(1) VALUE "N".
         01 WS-DECODE-REASON PIC X(2) VALUE SPACES.
      *> Template filling: the template, the message built from it,
      *> and the placeholder being replaced.
         01 WS-TEMPLATE-TEXT PIC X(80) VALUE SPACES.
         01 WS-MESSAGE PIC X(80) VALUE SPACES.
         01 WS-MESSAGE-PTR PIC 9(3) VALUE 1.
         01 WS-TEMPLATE-PTR PIC 9(3) VALUE 1.
         01 WS-PLACEHOLDER PIC X(12) VALUE SPACES.
         01 WS-PLACEHOLDER-VALUE PIC X(20) VALUE SPACES.
      *> The notify-passenger call through the script bridge.
         01 WS-EXEC-CODE PIC A(100) VALUE SPACES.
         01 WS-EXEC-STATUS PIC S9(4) VALUE 0.
         01 WS-EXEC-OUTPUT PIC X(2000) VALUE SPACES.
         01 WS-EXEC-INTERP PIC X(10) VALUE "sh".
         01 WS-EXEC-PARAMS PIC X(500) VALUE SPACES.
         01 WS-EXEC-CALLER PIC X(30) VALUE "AOC-2020-05-NTF".
         01 WS-SEND-PHONE PIC X(20) VALUE SPACES.
         01 WS-SEND-EMAIL PIC X(50) VALUE SPACES.
         01 WS-SEND-BOOKING PIC X(8) VALUE SPACES.
         01 WS-SEND-LANGUAGE PIC X(2) VALUE SPACES.
         01 WS-SEND-IDX PIC 9(3) VALUE 0.

       LOCAL-STORAGE SECTION.
         01 WS-SENT-COUNT UNSIGNED-INT VALUE 0.
         01 WS-FAILED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-CALL-LIST-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-CANCELLED-FLIGHT
              FROM ENVIRONMENT "CANCELLED-FLIGHT".
           ACCEPT WS-REBOOK-FILENAME FROM ENVIRONMENT "NOTIFY-REBOOK".
           IF WS-REBOOK-FILENAME = SPACES
              MOVE "d5.rebookrpt" TO WS-REBOOK-FILENAME
           END-IF.
           ACCEPT WS-AMENDRPT-FILENAME
              FROM ENVIRONMENT "NOTIFY-AMENDRPT".
           IF WS-AMENDRPT-FILENAME = SPACES
              MOVE "d5.amendrpt" TO WS-AMENDRPT-FILENAME
           END-IF.
           ACCEPT WS-OVERSALE-FILENAME
              FROM ENVIRONMENT "NOTIFY-OFFLOAD".
           IF WS-OVERSALE-FILENAME = SPACES
              IF WS-FLIGHT-ID = SPACES
                 MOVE "d5.oversale" TO WS-OVERSALE-FILENAME
              ELSE
                 STRING "d5." DELIMITED BY SIZE
                    FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
                    ".oversale" DELIMITED BY SIZE
                    INTO WS-OVERSALE-FILENAME
                 END-STRING
              END-IF
           END-IF.
           ACCEPT WS-TEMPLATE-FILENAME
              FROM ENVIRONMENT "NOTIFY-TEMPLATES".
           IF WS-TEMPLATE-FILENAME = SPACES
              MOVE "d5.notifytmpl" TO WS-TEMPLATE-FILENAME
           END-IF.

           PERFORM 002-LOAD-TEMPLATES.

           OPEN INPUT CONTACT-FILE.
           IF CONTACT-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CONTACT FILE: STATUS="
                 CONTACT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *> The master only supplies names the amendment report lacks.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
              SET MASTER-OPEN TO TRUE
           END-IF.

           MOVE "00" TO NOTIFY-LOG-STATUS.
           OPEN EXTEND NOTIFY-LOG-FILE.
           IF NOTIFY-LOG-STATUS = "35"
              OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF.
           OPEN OUTPUT CALL-LIST-FILE.

           PERFORM 003-READ-REBOOK-REPORT.
           PERFORM 004-READ-AMEND-REPORT.
           PERFORM 005-READ-OFFLOAD-LIST.

           CLOSE CONTACT-FILE.
           IF MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           CLOSE NOTIFY-LOG-FILE.
           CLOSE CALL-LIST-FILE.

           DISPLAY WS-SENT-COUNT " SENT " WS-FAILED-COUNT " FAILED "
              WS-CALL-LIST-COUNT " FOR THE CALL LIST".
           IF WS-CALL-LIST-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MESSAGE TEMPLATES: "
                 WS-TEMPLATE-FILENAME " STATUS=" TEMPLATE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL TEMPLATE-FILE-STATUS = "10"
              READ TEMPLATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF TEMPLATE-RECORD NOT = SPACES AND
                       WS-TEMPLATE-COUNT < 200
                       ADD 1 TO WS-TEMPLATE-COUNT
                       MOVE TPL-EVENT
                          TO TPT-EVENT (WS-TEMPLATE-COUNT)
                       MOVE TPL-LANGUAGE
                          TO TPT-LANGUAGE (WS-TEMPLATE-COUNT)
                       MOVE TPL-TEXT
                          TO TPT-TEXT (WS-TEMPLATE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

      *> Rebooked passengers hear their new flight and seat; those
      *> who could not be placed are told so.
       003-READ-REBOOK-REPORT.
           OPEN INPUT REBOOK-REPORT-FILE.
           IF REBOOK-FILE-STATUS NOT = "00"
              DISPLAY "NO REBOOKING REPORT: " WS-REBOOK-FILENAME
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REBOOK-FILE-STATUS = "10"
              READ REBOOK-REPORT-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-REBOOK-LINE
              END-READ
           END-PERFORM.
           CLOSE REBOOK-REPORT-FILE.

       003A-REBOOK-LINE.
           EVALUATE RBK-RESULT
              WHEN "REBOOKED"
                 MOVE "REBOOKED" TO WS-NTF-EVENT
                 MOVE RBK-FLIGHT-ID TO WS-NTF-FLIGHT-ID
                 MOVE RBK-SEAT-ID TO WS-NTF-SEAT-ID
              WHEN "NOT PLACED"
                 MOVE "UNPLACED" TO WS-NTF-EVENT
                 MOVE SPACES TO WS-NTF-FLIGHT-ID
                 MOVE SPACES TO WS-NTF-SEAT-ID
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE RBK-NAME TO WS-NTF-NAME.
           MOVE RBK-BOOKING-REF TO WS-NTF-BOOKING-REF.
           PERFORM 010-NOTIFY-PASSENGER.

      *> Only a seat change that was applied moves anyone; the new
      *> seat is read off the boarding pass it was applied with.
       004-READ-AMEND-REPORT.
           OPEN INPUT AMEND-REPORT-FILE.
           IF AMENDRPT-FILE-STATUS NOT = "00"
              DISPLAY "NO AMENDMENT REPORT: " WS-AMENDRPT-FILENAME
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL AMENDRPT-FILE-STATUS = "10"
              READ AMEND-REPORT-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-AMEND-LINE
              END-READ
           END-PERFORM.
           CLOSE AMEND-REPORT-FILE.

       004A-AMEND-LINE.
           IF AMDRPT-ACTION NOT = "S" OR AMDRPT-RESULT NOT = "APPLIED"
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEATCHG" TO WS-NTF-EVENT.
           MOVE AMDRPT-BOOKING-REF TO WS-NTF-BOOKING-REF.
           MOVE WS-FLIGHT-ID TO WS-NTF-FLIGHT-ID.
           CALL "SEAT-DECODE" USING AMDRPT-PASS, SEAT-COORDINATES,
              WS-DECODE-VALID, WS-DECODE-REASON.
           IF WS-DECODE-VALID = "Y"
              MOVE SEAT-ID-OUT TO WS-SEAT-DISPLAY
              MOVE WS-SEAT-DISPLAY TO WS-NTF-SEAT-ID
           ELSE
              MOVE SPACES TO WS-NTF-SEAT-ID
           END-IF.
           MOVE SPACES TO WS-NTF-NAME.
           IF MASTER-OPEN
              MOVE AMDRPT-BOOKING-REF TO MASTER-BOOKING-REF
              READ MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE MASTER-PASSENGER-NAME TO WS-NTF-NAME
              END-READ
           END-IF.
           PERFORM 010-NOTIFY-PASSENGER.

       005-READ-OFFLOAD-LIST.
           OPEN INPUT OVERSALE-FILE.
           IF OVERSALE-FILE-STATUS NOT = "00"
              DISPLAY "NO OFFLOAD LIST: " WS-OVERSALE-FILENAME
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OVERSALE-FILE-STATUS = "10"
              READ OVERSALE-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 005A-OFFLOAD-LINE
              END-READ
           END-PERFORM.
           CLOSE OVERSALE-FILE.

       005A-OFFLOAD-LINE.
           IF OVERSALE-LINE(1:6) = "DENIED" OR
              OVERSALE-LINE(1:6) = "CLASS " OR
              OVSL-BOOKING-REF = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE "OFFLOAD" TO WS-NTF-EVENT.
           MOVE OVSL-NAME TO WS-NTF-NAME.
           MOVE OVSL-BOOKING-REF TO WS-NTF-BOOKING-REF.
           MOVE WS-FLIGHT-ID TO WS-NTF-FLIGHT-ID.
           MOVE OVSL-SEAT-ID TO WS-NTF-SEAT-ID.
           PERFORM 010-NOTIFY-PASSENGER.

      *> One passenger, one disruption: find how to reach them, word
      *> the message in their language, and send it or hand it to
      *> the service desk.
       010-NOTIFY-PASSENGER.
           PERFORM VARYING WS-NOTIFIED-IDX FROM 1 BY 1
                 UNTIL WS-NOTIFIED-IDX > WS-NOTIFIED-COUNT
              IF NTT-BOOKING-REF (WS-NOTIFIED-IDX) = WS-NTF-BOOKING-REF
                 AND NTT-EVENT (WS-NOTIFIED-IDX) = WS-NTF-EVENT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-NOTIFIED-COUNT < 4096
              ADD 1 TO WS-NOTIFIED-COUNT
              MOVE WS-NTF-BOOKING-REF
                 TO NTT-BOOKING-REF (WS-NOTIFIED-COUNT)
              MOVE WS-NTF-EVENT TO NTT-EVENT (WS-NOTIFIED-COUNT)
           END-IF.

           SET CONTACT-NOT-FOUND TO TRUE.
           MOVE WS-NTF-BOOKING-REF TO PCON-BOOKING-REF.
           READ CONTACT-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET CONTACT-FOUND TO TRUE
           END-READ.
           IF CONTACT-FOUND
              MOVE PCON-LANGUAGE TO WS-NTF-LANGUAGE
           ELSE
              MOVE SPACES TO PASSENGER-CONTACT-RECORD
              MOVE "EN" TO WS-NTF-LANGUAGE
           END-IF.

           PERFORM 011-FIND-TEMPLATE.
           IF WS-TEMPLATE-HIT = 0
              MOVE SPACES TO WS-MESSAGE
              MOVE "NO MESSAGE TEMPLATE" TO WS-NTF-REASON
              PERFORM 015-WRITE-CALL-LIST
              EXIT PARAGRAPH
           END-IF.
           PERFORM 012-BUILD-MESSAGE.

           EVALUATE TRUE
              WHEN CONTACT-NOT-FOUND
                 MOVE "NO CONTACT ON FILE" TO WS-NTF-REASON
              WHEN NOT PCON-OPTED-IN
                 MOVE "NOT OPTED IN" TO WS-NTF-REASON
              WHEN PCON-PHONE = SPACES AND PCON-EMAIL = SPACES
                 MOVE "NO PHONE OR E-MAIL" TO WS-NTF-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-NTF-REASON
           END-EVALUATE.
           IF WS-NTF-REASON NOT = SPACES
              PERFORM 015-WRITE-CALL-LIST
              EXIT PARAGRAPH
           END-IF.

           PERFORM 013-SEND-MESSAGE.
           PERFORM 014-WRITE-NOTIFY-LOG.
           IF WS-EXEC-STATUS = 0
              ADD 1 TO WS-SENT-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE "SEND FAILED" TO WS-NTF-REASON
              PERFORM 015-WRITE-CALL-LIST
           END-IF.

      *> The passenger's own language first, then EN.
       011-FIND-TEMPLATE.
           MOVE 0 TO WS-TEMPLATE-HIT.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                 UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                    OR WS-TEMPLATE-HIT > 0
              IF TPT-EVENT (WS-TEMPLATE-IDX) = WS-NTF-EVENT AND
                 TPT-LANGUAGE (WS-TEMPLATE-IDX) = WS-NTF-LANGUAGE
                 MOVE WS-TEMPLATE-IDX TO WS-TEMPLATE-HIT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                 UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                    OR WS-TEMPLATE-HIT > 0
              IF TPT-EVENT (WS-TEMPLATE-IDX) = WS-NTF-EVENT AND
                 TPT-LANGUAGE (WS-TEMPLATE-IDX) = "EN"
                 MOVE WS-TEMPLATE-IDX TO WS-TEMPLATE-HIT
              END-IF
           END-PERFORM.

      *> Copy the template through, replacing each %PLACEHOLDER% with
      *> its value; an unknown placeholder is copied as it stands.
       012-BUILD-MESSAGE.
           MOVE TPT-TEXT (WS-TEMPLATE-HIT) TO WS-TEMPLATE-TEXT.
           MOVE SPACES TO WS-MESSAGE.
           MOVE 1 TO WS-MESSAGE-PTR.
           MOVE 1 TO WS-TEMPLATE-PTR.
           PERFORM UNTIL WS-TEMPLATE-PTR > 80 OR WS-MESSAGE-PTR > 80
              IF WS-TEMPLATE-TEXT(WS-TEMPLATE-PTR:1) = "%"
                 ADD 1 TO WS-TEMPLATE-PTR
                 MOVE SPACES TO WS-PLACEHOLDER
                 IF WS-TEMPLATE-PTR <= 80
                    UNSTRING WS-TEMPLATE-TEXT DELIMITED BY "%"
                       INTO WS-PLACEHOLDER
                       WITH POINTER WS-TEMPLATE-PTR
                    END-UNSTRING
                 END-IF
                 PERFORM 012A-PLACEHOLDER-VALUE
                 IF WS-PLACEHOLDER-VALUE NOT = SPACES
                    STRING FUNCTION TRIM(WS-PLACEHOLDER-VALUE)
                          DELIMITED BY SIZE
                       INTO WS-MESSAGE
                       WITH POINTER WS-MESSAGE-PTR
                    END-STRING
                 END-IF
              ELSE
                 MOVE WS-TEMPLATE-TEXT(WS-TEMPLATE-PTR:1)
                    TO WS-MESSAGE(WS-MESSAGE-PTR:1)
                 ADD 1 TO WS-MESSAGE-PTR
                 ADD 1 TO WS-TEMPLATE-PTR
              END-IF
           END-PERFORM.

       012A-PLACEHOLDER-VALUE.
           EVALUATE WS-PLACEHOLDER
              WHEN "NAME"
                 MOVE WS-NTF-NAME TO WS-PLACEHOLDER-VALUE
              WHEN "BOOKING"
                 MOVE WS-NTF-BOOKING-REF TO WS-PLACEHOLDER-VALUE
              WHEN "FLIGHT"
                 MOVE WS-NTF-FLIGHT-ID TO WS-PLACEHOLDER-VALUE
              WHEN "SEAT"
                 MOVE WS-NTF-SEAT-ID TO WS-PLACEHOLDER-VALUE
              WHEN "OLDFLIGHT"
                 MOVE WS-CANCELLED-FLIGHT TO WS-PLACEHOLDER-VALUE
              WHEN OTHER
                 MOVE SPACES TO WS-PLACEHOLDER-VALUE
                 STRING "%" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PLACEHOLDER) DELIMITED BY SIZE
                    "%" DELIMITED BY SIZE
                    INTO WS-PLACEHOLDER-VALUE
                 END-STRING
           END-EVALUATE.

      *> The bridge passes parameters as NAME=value;... inside a
      *> quoted shell command. Each value is cut down to the
      *> characters it can properly hold -- anything else becomes a
      *> space -- so nothing can end a value or the quoting.
       013-SEND-MESSAGE.
           MOVE PCON-PHONE TO WS-SEND-PHONE.
           MOVE PCON-EMAIL TO WS-SEND-EMAIL.
           MOVE WS-NTF-BOOKING-REF TO WS-SEND-BOOKING.
           MOVE WS-NTF-LANGUAGE TO WS-SEND-LANGUAGE.
           INSPECT WS-MESSAGE REPLACING ALL ";" BY ","
              ALL "=" BY "-".
      *> Phone: digits, and a + only as the country prefix.
           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                 UNTIL WS-SEND-IDX > 20
              IF WS-SEND-PHONE(WS-SEND-IDX:1) IS NOT NUMERIC AND
                 NOT (WS-SEND-IDX = 1 AND
                      WS-SEND-PHONE(WS-SEND-IDX:1) = "+")
                 MOVE SPACE TO WS-SEND-PHONE(WS-SEND-IDX:1)
              END-IF
           END-PERFORM.
      *> E-mail: letters, digits and . _ + - @.
           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                 UNTIL WS-SEND-IDX > 50
              IF WS-SEND-EMAIL(WS-SEND-IDX:1) IS NOT ALPHABETIC-UPPER
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1)
                    IS NOT ALPHABETIC-LOWER
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) IS NOT NUMERIC
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) NOT = "."
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) NOT = "_"
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) NOT = "+"
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) NOT = "-"
                 AND WS-SEND-EMAIL(WS-SEND-IDX:1) NOT = "@"
                 MOVE SPACE TO WS-SEND-EMAIL(WS-SEND-IDX:1)
              END-IF
           END-PERFORM.
      *> Booking reference: letters and digits; language: letters.
           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                 UNTIL WS-SEND-IDX > 8
              IF WS-SEND-BOOKING(WS-SEND-IDX:1)
                    IS NOT ALPHABETIC-UPPER
                 AND WS-SEND-BOOKING(WS-SEND-IDX:1) IS NOT NUMERIC
                 MOVE SPACE TO WS-SEND-BOOKING(WS-SEND-IDX:1)
              END-IF
           END-PERFORM.
           IF WS-SEND-LANGUAGE IS NOT ALPHABETIC-UPPER
              MOVE "EN" TO WS-SEND-LANGUAGE
           END-IF.
      *> Message text: letters, digits, blanks and plain punctuation.
           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                 UNTIL WS-SEND-IDX > 80
              IF WS-MESSAGE(WS-SEND-IDX:1) IS NOT ALPHABETIC
                 AND WS-MESSAGE(WS-SEND-IDX:1) IS NOT NUMERIC
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "."
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = ","
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = ":"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "-"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "/"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "+"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "@"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "?"
                 AND WS-MESSAGE(WS-SEND-IDX:1) NOT = "!"
                 MOVE SPACE TO WS-MESSAGE(WS-SEND-IDX:1)
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN PCON-PHONE NOT = SPACES AND PCON-EMAIL NOT = SPACES
                 MOVE "SMS+EMAIL" TO WS-NTF-CHANNEL
              WHEN PCON-PHONE NOT = SPACES
                 MOVE "SMS" TO WS-NTF-CHANNEL
              WHEN OTHER
                 MOVE "EMAIL" TO WS-NTF-CHANNEL
           END-EVALUATE.
           MOVE SPACES TO WS-EXEC-PARAMS.
           STRING "BOOKING=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-SEND-BOOKING) DELIMITED BY SIZE
              ";PHONE=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-SEND-PHONE) DELIMITED BY SIZE
              ";EMAIL=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-SEND-EMAIL) DELIMITED BY SIZE
              ";LANG=" DELIMITED BY SIZE
              WS-SEND-LANGUAGE DELIMITED BY SIZE
              ";MESSAGE=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
              INTO WS-EXEC-PARAMS
           END-STRING.
           MOVE "@notify-passenger" TO WS-EXEC-CODE.
           MOVE 0 TO WS-EXEC-STATUS.
           MOVE SPACES TO WS-EXEC-OUTPUT.
           CALL "EXEC_NODEJS" USING WS-EXEC-CODE WS-EXEC-STATUS
              WS-EXEC-OUTPUT WS-EXEC-INTERP WS-EXEC-PARAMS
              WS-EXEC-CALLER
              ON EXCEPTION
                 MOVE -1 TO WS-EXEC-STATUS
           END-CALL.

       014-WRITE-NOTIFY-LOG.
           MOVE SPACES TO NOTIFY-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NLG-TIMESTAMP.
           MOVE WS-NTF-BOOKING-REF TO NLG-BOOKING-REF.
           MOVE WS-NTF-EVENT TO NLG-EVENT.
           MOVE WS-NTF-CHANNEL TO NLG-CHANNEL.
           IF WS-EXEC-STATUS = 0
              MOVE "SENT" TO NLG-RESULT
           ELSE
              MOVE "FAILED" TO NLG-RESULT
           END-IF.
           MOVE WS-EXEC-STATUS TO NLG-EXIT-STATUS.
           MOVE WS-MESSAGE TO NLG-MESSAGE.
           WRITE NOTIFY-LOG-RECORD.

       015-WRITE-CALL-LIST.
           MOVE SPACES TO CALL-LIST-RECORD.
           MOVE WS-NTF-NAME TO CLL-NAME.
           MOVE WS-NTF-BOOKING-REF TO CLL-BOOKING-REF.
           MOVE WS-NTF-EVENT TO CLL-EVENT.
           MOVE PCON-PHONE TO CLL-PHONE.
           MOVE WS-NTF-REASON TO CLL-REASON.
           MOVE WS-MESSAGE TO CLL-MESSAGE.
           WRITE CALL-LIST-RECORD.
           ADD 1 TO WS-CALL-LIST-COUNT.
