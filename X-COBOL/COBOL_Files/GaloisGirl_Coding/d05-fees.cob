       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-FEE.
       AUTHOR. ANNA KOSIERADZKA.

      *> Ancillary fee billing: prices each manifested booking's
      *> chargeable events against the fee schedule -- applied seat
      *> changes the passenger asked for, from the amendment report,
      *> an exit-row, premium, or SSR seat on the manifest, and bag
      *> pieces over the free allowance on the bag tag file -- and
      *> writes them as a batch for the customer-account PostBatch
      *> method, so every fee posts through DoTransaction with its
      *> audit record. Each batch item is listed on the fee register
      *> under its item number, the number the batch results log
      *> reports it by. Charges for bookings with no linked account
      *> go on the fee exceptions report for the service desk
      *> instead of the batch. Run again with BATCH-RESULTS naming
      *> the batch results log once the batch has posted, and the
      *> postings it rejected are added to the same report against
      *> their bookings. Condition code 4 when anything was
      *> reported, 8 when a file the run needs cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO DYNAMIC
              WS-FEESCHED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEESCHED-FILE-STATUS.

           SELECT ACCOUNT-LINK-FILE ASSIGN TO DYNAMIC
              WS-FEEACCT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEACCT-FILE-STATUS.

           SELECT AMEND-REPORT-FILE ASSIGN TO DYNAMIC
              WS-AMENDRPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMENDRPT-FILE-STATUS.

           SELECT BAGTAG-FILE ASSIGN TO DYNAMIC WS-BAGTAG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAGTAG-FILE-STATUS.

           SELECT AIRCRAFT-CONFIG-FILE ASSIGN TO DYNAMIC
              WS-ACFG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACFG-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT SSR-FILE ASSIGN TO "d5.ssr"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSR-BOOKING-REF
           FILE STATUS IS SSR-FILE-STATUS.

           SELECT FEE-BATCH-FILE ASSIGN TO DYNAMIC WS-FEEBATCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-REGISTER-FILE ASSIGN TO DYNAMIC
              WS-FEEREG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEREG-FILE-STATUS.

           SELECT BATCH-RESULTS-FILE ASSIGN TO DYNAMIC
              WS-RESULTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULTS-FILE-STATUS.

           SELECT FEE-EXCEPTIONS-FILE ASSIGN TO "d5.feeexcept"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEEXC-FILE-STATUS.

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

      *> One price per line: the fee type, the cabin class it applies
      *> to (* for every class; a line for the passenger's own class
      *> wins over a * line), the amount, and what the type needs to
      *> know -- PREM the first and last row of the premium seats,
      *> SSR the special-service code that is charged for, BAGS the
      *> pieces carried free (the amount is then per piece over).
      *> SEAT, a paid seat change, and EXIT, an exit-row seat, take
      *> no values.
         FD FEE-SCHEDULE-FILE.
         01 FEE-SCHEDULE-RECORD.
            05 FEE-TYPE     PIC X(4).
            05 FILLER       PIC X(1).
            05 FEE-CLASS    PIC X(1).
            05 FILLER       PIC X(1).
            05 FEE-AMOUNT   PIC X(8).
            05 FILLER       PIC X(1).
            05 FEE-VALUE-1  PIC X(4).
            05 FILLER       PIC X(1).
            05 FEE-VALUE-2  PIC X(4).

      *> Customer account a booking's fees are charged to: the key is
      *> a booking reference, or a frequent-flyer member number that
      *> covers every booking the passenger master links to it. A
      *> booking's own line wins over its member's.
         FD ACCOUNT-LINK-FILE.
         01 ACCOUNT-LINK-RECORD.
            05 LINK-KEY      PIC X(10).
            05 FILLER        PIC X(1).
            05 LINK-ACCOUNT  PIC X(8).

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

         FD BAGTAG-FILE.
         01 BAGTAG-RECORD.
            05 BAG-TAG-NUMBER  PIC X(10).
            05 BAG-SEP1        PIC X(1).
            05 BAG-BOOKING-REF PIC X(8).
            05 BAG-SEP2        PIC X(1).
            05 BAG-PIECES      PIC 9(2).

         FD AIRCRAFT-CONFIG-FILE.
         01 ACFG-RECORD.
            05 ACFG-KEYWORD PIC X(5).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-1 PIC X(8).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-2 PIC X(8).
            05 FILLER       PIC X(1).
            05 ACFG-VALUE-3 PIC X(8).

         FD MASTER-FILE.
         COPY PAXMST01.

         FD SSR-FILE.
         01 SSR-RECORD.
            05 SSR-BOOKING-REF PIC X(8).
            05 SSR-CODE        PIC X(4).
            05 SSR-REMARK      PIC X(20).

      *> PostBatch input: an HDR|count|amount-hash control record,
      *> then one ACCOUNT|FEE|AMOUNT item per charge.
         FD FEE-BATCH-FILE.
         01 FEE-BATCH-RECORD PIC X(60).

      *> One line per batch item, in batch order, so item n on the
      *> batch results log is line n here.
         FD FEE-REGISTER-FILE.
         01 FEE-REGISTER-RECORD.
            05 FRG-ITEM        PIC 9(7).
            05 FRG-SEP1        PIC X(1).
            05 FRG-BOOKING-REF PIC X(8).
            05 FRG-SEP2        PIC X(1).
            05 FRG-NAME        PIC X(20).
            05 FRG-SEP3        PIC X(1).
            05 FRG-FEE-TYPE    PIC X(4).
            05 FRG-SEP4        PIC X(1).
            05 FRG-CLASS       PIC X(1).
            05 FRG-SEP5        PIC X(1).
            05 FRG-QUANTITY    PIC 9(2).
            05 FRG-SEP6        PIC X(1).
            05 FRG-ACCOUNT     PIC X(8).
            05 FRG-SEP7        PIC X(1).
            05 FRG-AMOUNT      PIC 9(7).99.

         FD BATCH-RESULTS-FILE.
         01 BATCH-RESULT-RECORD PIC X(120).

         FD FEE-EXCEPTIONS-FILE.
         01 FEE-EXCEPTIONS-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
         01 FEEACCT-FILE-STATUS PIC X(2) VALUE "00".
         01 AMENDRPT-FILE-STATUS PIC X(2) VALUE "00".
         01 BAGTAG-FILE-STATUS PIC X(2) VALUE "00".
         01 ACFG-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 SSR-FILE-STATUS PIC X(2) VALUE "00".
         01 FEEREG-FILE-STATUS PIC X(2) VALUE "00".
         01 RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 FEEEXC-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE "d5.manifest".
         01 WS-FEESCHED-FILENAME PIC X(100) VALUE "d5.feesched".
         01 WS-FEEACCT-FILENAME PIC X(100) VALUE "d5.feeacct".
         01 WS-AMENDRPT-FILENAME PIC X(100) VALUE "d5.amendrpt".
         01 WS-BAGTAG-FILENAME PIC X(100) VALUE "d5.bagtags".
         01 WS-ACFG-FILENAME PIC X(100) VALUE SPACES.
         01 WS-FEEBATCH-FILENAME PIC X(100) VALUE "d5.feebatch".
         01 WS-FEEREG-FILENAME PIC X(100) VALUE "d5.feereg".
         01 WS-RESULTS-FILENAME PIC X(100) VALUE SPACES.
         01 FEE-TABLE.
            05 FEE-ENTRY OCCURS 50 TIMES.
               10 FTB-TYPE      PIC X(4).
               10 FTB-CLASS     PIC X(1).
               10 FTB-AMOUNT    PIC 9(5)V99.
               10 FTB-VALUE-1   PIC X(4).
               10 FTB-ROW-LOW   PIC 9(3).
               10 FTB-ROW-HIGH  PIC 9(3).
               10 FTB-FREE      PIC 9(2).
         01 WS-FEE-COUNT PIC 9(2) VALUE 0.
         01 WS-FEE-IDX PIC 9(2) VALUE 0.
         01 WS-FEE-HIT PIC 9(2) VALUE 0.
         01 WS-FEE-ANY-HIT PIC 9(2) VALUE 0.
         01 WS-FEE-AMOUNT-WORK PIC S9(7)V99 VALUE 0.
         01 LINK-TABLE.
            05 LINK-ENTRY OCCURS 4096 TIMES.
               10 LTB-KEY      PIC X(10).
               10 LTB-ACCOUNT  PIC X(8).
         01 WS-LINK-COUNT PIC 9(4) VALUE 0.
         01 WS-LINK-IDX PIC 9(4) VALUE 0.
         01 WS-LINK-KEY-WORK PIC X(10) VALUE SPACES.
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-NAME         PIC X(20).
               10 ROSTER-BOOKING      PIC X(8).
               10 ROSTER-SEAT-ID      PIC 9(4).
               10 ROSTER-ROW          PIC 9(3).
               10 ROSTER-CLASS        PIC X(1).
               10 ROSTER-SEAT-CHANGES PIC 9(2).
               10 ROSTER-BAG-PIECES   PIC 9(3).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.
         01 WS-ROSTER-HIT PIC 9(4) VALUE 0.
         01 WS-BOOKING-WORK PIC X(8) VALUE SPACES.
         01 EXIT-ROW-TABLE.
            05 EXIT-ROW PIC 9 OCCURS 128 TIMES VALUE 0.
         01 WS-ACFG-ROW PIC 9(4) VALUE 0.
      *> Charges in batch order; in a results run, the register read
      *> back, so an item number subscripts its charge directly.
         01 ITEM-TABLE.
            05 ITEM-ENTRY OCCURS 6144 TIMES.
               10 ITM-BOOKING  PIC X(8).
               10 ITM-NAME     PIC X(20).
               10 ITM-FEE-TYPE PIC X(4).
               10 ITM-CLASS    PIC X(1).
               10 ITM-QUANTITY PIC 9(2).
               10 ITM-ACCOUNT  PIC X(8).
               10 ITM-AMOUNT   PIC 9(7)V99.
         01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
         01 WS-ITEM-IDX PIC 9(7) VALUE 0.
         01 WS-AMOUNT-HASH PIC 9(12)V99 VALUE 0.
         01 WS-HASH-EDIT PIC 9(12).99.
         01 WS-AMOUNT-EDIT PIC Z(6)9.99.
      *> The charge being raised, handed to 008B-RAISE-CHARGE.
         01 WS-CHARGE-TYPE PIC X(4) VALUE SPACES.
         01 WS-CHARGE-QUANTITY PIC 9(3) VALUE 0.
         01 WS-CHARGE-AMOUNT PIC 9(7)V99 VALUE 0.
         01 WS-CHARGE-ACCOUNT PIC X(8) VALUE SPACES.
         01 WS-SEAT-CHARGED PIC X VALUE "N".
            88 SEAT-FEE-RAISED VALUE "Y".
         01 WS-MASTER-SWITCH PIC X VALUE "N".
            88 FEE-MASTER-OPEN VALUE "Y".
            88 FEE-MASTER-SHUT VALUE "N".
         01 WS-SSR-SWITCH PIC X VALUE "N".
            88 FEE-SSR-OPEN VALUE "Y".
            88 FEE-SSR-SHUT VALUE "N".
         01 WS-SSR-CODE-WORK PIC X(4) VALUE SPACES.
      *> A batch results line: ITEM nnnnnnn [item] outcome.
         01 WS-RESULT-PREFIX PIC X(12) VALUE SPACES.
         01 WS-RESULT-ITEM-TEXT PIC X(60) VALUE SPACES.
         01 WS-RESULT-OUTCOME PIC X(60) VALUE SPACES.
         01 WS-RESULT-ITEM-NO PIC 9(7) VALUE 0.
         01 WS-NO-ACCOUNT-HEADING PIC X(90) VALUE
            "FEE EXCEPTIONS - NO LINKED ACCOUNT".
         01 WS-REJECTED-HEADING PIC X(90) VALUE
            "FEE EXCEPTIONS - REJECTED POSTINGS".
         01 WS-EXCEPTION-DETAIL.
            05 EXC-BOOKING-REF PIC X(8).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 EXC-NAME        PIC X(20).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 EXC-FEE-TYPE    PIC X(4).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 EXC-ACCOUNT     PIC X(8).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 EXC-AMOUNT      PIC Z(6)9.99.
            05 FILLER          PIC X(1) VALUE SPACE.
            05 EXC-REASON      PIC X(35).
         01 WS-COUNT-LINE.
            05 FILLER PIC X(9) VALUE "   TOTAL ".
            05 WS-COUNT-VALUE PIC ZZZ9.
            05 FILLER PIC X(77) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-EXCEPTION-COUNT UNSIGNED-INT VALUE 0.
         01 WS-SEAT-CHANGE-TOTAL UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-RESULTS-FILENAME FROM ENVIRONMENT "BATCH-RESULTS".
           ACCEPT WS-FEEREG-FILENAME FROM ENVIRONMENT "FEE-REGISTER".
           IF WS-FEEREG-FILENAME = SPACES
              MOVE "d5.feereg" TO WS-FEEREG-FILENAME
           END-IF.
           IF WS-RESULTS-FILENAME NOT = SPACES
              PERFORM 020-REPORT-REJECTIONS
              IF WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF.

           ACCEPT WS-MANIFEST-FILENAME FROM ENVIRONMENT "MANIFEST-FILE".
           IF WS-MANIFEST-FILENAME = SPACES
              MOVE "d5.manifest" TO WS-MANIFEST-FILENAME
           END-IF.
           ACCEPT WS-FEESCHED-FILENAME FROM ENVIRONMENT "FEE-SCHEDULE".
           IF WS-FEESCHED-FILENAME = SPACES
              MOVE "d5.feesched" TO WS-FEESCHED-FILENAME
           END-IF.
           ACCEPT WS-FEEACCT-FILENAME FROM ENVIRONMENT "FEE-ACCOUNTS".
           IF WS-FEEACCT-FILENAME = SPACES
              MOVE "d5.feeacct" TO WS-FEEACCT-FILENAME
           END-IF.
           ACCEPT WS-AMENDRPT-FILENAME FROM ENVIRONMENT "AMEND-REPORT".
           IF WS-AMENDRPT-FILENAME = SPACES
              MOVE "d5.amendrpt" TO WS-AMENDRPT-FILENAME
           END-IF.
           ACCEPT WS-BAGTAG-FILENAME FROM ENVIRONMENT "BAGTAG-FILE".
           IF WS-BAGTAG-FILENAME = SPACES
              MOVE "d5.bagtags" TO WS-BAGTAG-FILENAME
           END-IF.
           ACCEPT WS-ACFG-FILENAME FROM ENVIRONMENT "AIRCRAFT-CONFIG".
           ACCEPT WS-FEEBATCH-FILENAME FROM ENVIRONMENT "FEE-BATCH".
           IF WS-FEEBATCH-FILENAME = SPACES
              MOVE "d5.feebatch" TO WS-FEEBATCH-FILENAME
           END-IF.

           PERFORM 002-LOAD-FEE-SCHEDULE.
           PERFORM 003-LOAD-ACCOUNT-LINKS.
           PERFORM 004-LOAD-ROSTER.
           IF WS-ACFG-FILENAME NOT = SPACES
              PERFORM 005-LOAD-EXIT-ROWS
           END-IF.

           OPEN OUTPUT FEE-EXCEPTIONS-FILE.
           WRITE FEE-EXCEPTIONS-LINE FROM WS-NO-ACCOUNT-HEADING.
           PERFORM 006-COUNT-SEAT-CHANGES.
           PERFORM 007-COUNT-BAG-PIECES.
           PERFORM 008-PRICE-BOOKINGS.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-VALUE.
           WRITE FEE-EXCEPTIONS-LINE FROM WS-COUNT-LINE.
           CLOSE FEE-EXCEPTIONS-FILE.

           PERFORM 011-WRITE-FEE-BATCH.

           DISPLAY WS-ITEM-COUNT " FEES BATCHED, "
              WS-EXCEPTION-COUNT " WITHOUT AN ACCOUNT".
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A price that cannot be used is reported and skipped, so a
      *> typo costs one fee and not the whole run.
       002-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEESCHED-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FEE SCHEDULE: " WS-FEESCHED-FILENAME
                 " STATUS=" FEESCHED-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FEESCHED-FILE-STATUS NOT = "00"
              READ FEE-SCHEDULE-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 002A-ADD-FEE-LINE
              END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

       002A-ADD-FEE-LINE.
           IF FEE-SCHEDULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF FEE-CLASS = SPACE
              DISPLAY "FEE IGNORED, NO CLASS: " FEE-SCHEDULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(FEE-AMOUNT) NOT = 0
              DISPLAY "FEE IGNORED, BAD AMOUNT: " FEE-SCHEDULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           EVALUATE FEE-TYPE
              WHEN "SEAT"
              WHEN "EXIT"
                 CONTINUE
              WHEN "PREM"
                 IF FUNCTION TEST-NUMVAL(FEE-VALUE-1) NOT = 0 OR
                    FUNCTION TEST-NUMVAL(FEE-VALUE-2) NOT = 0
                    DISPLAY "FEE IGNORED, BAD ROWS: "
                       FEE-SCHEDULE-RECORD
                    EXIT PARAGRAPH
                 END-IF
              WHEN "SSR"
                 IF FEE-VALUE-1 = SPACES
                    DISPLAY "FEE IGNORED, NO SSR CODE: "
                       FEE-SCHEDULE-RECORD
                    EXIT PARAGRAPH
                 END-IF
              WHEN "BAGS"
                 IF FEE-VALUE-1 NOT = SPACES AND
                    FUNCTION TEST-NUMVAL(FEE-VALUE-1) NOT = 0
                    DISPLAY "FEE IGNORED, BAD ALLOWANCE: "
                       FEE-SCHEDULE-RECORD
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 DISPLAY "FEE IGNORED, BAD TYPE: " FEE-SCHEDULE-RECORD
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-FEE-COUNT >= 50
              DISPLAY "FEE TABLE FULL, IGNORED: " FEE-SCHEDULE-RECORD
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FEE-COUNT.
           MOVE FEE-TYPE TO FTB-TYPE (WS-FEE-COUNT).
           MOVE FEE-CLASS TO FTB-CLASS (WS-FEE-COUNT).
           COMPUTE FTB-AMOUNT (WS-FEE-COUNT) =
              FUNCTION NUMVAL(FEE-AMOUNT).
           MOVE FEE-VALUE-1 TO FTB-VALUE-1 (WS-FEE-COUNT).
           MOVE 0 TO FTB-ROW-LOW (WS-FEE-COUNT).
           MOVE 0 TO FTB-ROW-HIGH (WS-FEE-COUNT).
           MOVE 0 TO FTB-FREE (WS-FEE-COUNT).
           IF FEE-TYPE = "PREM"
              COMPUTE FTB-ROW-LOW (WS-FEE-COUNT) =
                 FUNCTION NUMVAL(FEE-VALUE-1)
              COMPUTE FTB-ROW-HIGH (WS-FEE-COUNT) =
                 FUNCTION NUMVAL(FEE-VALUE-2)
           END-IF.
           IF FEE-TYPE = "BAGS" AND FEE-VALUE-1 NOT = SPACES
              COMPUTE FTB-FREE (WS-FEE-COUNT) =
                 FUNCTION NUMVAL(FEE-VALUE-1)
           END-IF.

       003-LOAD-ACCOUNT-LINKS.
           OPEN INPUT ACCOUNT-LINK-FILE.
           IF FEEACCT-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN ACCOUNT LINKS: " WS-FEEACCT-FILENAME
                 " STATUS=" FEEACCT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FEEACCT-FILE-STATUS NOT = "00"
              READ ACCOUNT-LINK-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LINK-KEY NOT = SPACES AND
                       LINK-ACCOUNT NOT = SPACES
                       IF WS-LINK-COUNT >= 4096
                          DISPLAY "ACCOUNT LINKS EXCEED TABLE: "
                             WS-FEEACCT-FILENAME
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-LINK-COUNT
                       MOVE LINK-KEY TO LTB-KEY (WS-LINK-COUNT)
                       MOVE LINK-ACCOUNT
                          TO LTB-ACCOUNT (WS-LINK-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCOUNT-LINK-FILE.

       004-LOAD-ROSTER.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MANIFEST: " WS-MANIFEST-FILENAME
                 " STATUS=" MANIFEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL MANIFEST-FILE-STATUS NOT = "00"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-ADD-ROSTER-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       004A-ADD-ROSTER-ENTRY.
           IF MANIFEST-RECORD(1:3) = "TRL"
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROSTER-SIZE >= 2048
              DISPLAY "MANIFEST EXCEEDS ROSTER TABLE: "
                 WS-MANIFEST-FILENAME
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-SIZE.
           MOVE MANIFEST-PASSENGER-NAME TO ROSTER-NAME (WS-ROSTER-SIZE).
           MOVE MANIFEST-BOOKING-REF TO ROSTER-BOOKING (WS-ROSTER-SIZE).
           COMPUTE ROSTER-SEAT-ID (WS-ROSTER-SIZE) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           COMPUTE ROSTER-ROW (WS-ROSTER-SIZE) =
              ROSTER-SEAT-ID (WS-ROSTER-SIZE) / 8.
           MOVE MANIFEST-CLASS TO ROSTER-CLASS (WS-ROSTER-SIZE).
           MOVE 0 TO ROSTER-SEAT-CHANGES (WS-ROSTER-SIZE).
           MOVE 0 TO ROSTER-BAG-PIECES (WS-ROSTER-SIZE).

      *> Only the exit rows are wanted from the aircraft config; the
      *> manifest job has already acted on everything else in it.
       005-LOAD-EXIT-ROWS.
           OPEN INPUT AIRCRAFT-CONFIG-FILE.
           IF ACFG-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN AIRCRAFT CONFIG: " WS-ACFG-FILENAME
                 " STATUS=" ACFG-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL ACFG-FILE-STATUS NOT = "00"
              READ AIRCRAFT-CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF ACFG-KEYWORD = "EXIT " AND
                       FUNCTION TEST-NUMVAL(ACFG-VALUE-1) = 0
                       COMPUTE WS-ACFG-ROW =
                          FUNCTION NUMVAL(ACFG-VALUE-1)
                       IF WS-ACFG-ROW <= 127
                          MOVE 1 TO EXIT-ROW (WS-ACFG-ROW + 1)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AIRCRAFT-CONFIG-FILE.

      *> Every seat change the amendment run applied at the
      *> passenger's request is one paid change; an applied line
      *> naming an origin was raised by the airline -- upgrade,
      *> equipment swap, partner list, group seating -- and is not
      *> billed. A booking since dropped from the manifest cannot be
      *> priced and is reported.
       006-COUNT-SEAT-CHANGES.
           MOVE "00" TO AMENDRPT-FILE-STATUS.
           OPEN INPUT AMEND-REPORT-FILE.
           IF AMENDRPT-FILE-STATUS NOT = "00"
              DISPLAY "NO AMENDMENT REPORT, NO SEAT CHANGE FEES: "
                 WS-AMENDRPT-FILENAME
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL AMENDRPT-FILE-STATUS NOT = "00"
              READ AMEND-REPORT-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 006A-NOTE-SEAT-CHANGE
              END-READ
           END-PERFORM.
           CLOSE AMEND-REPORT-FILE.

       006A-NOTE-SEAT-CHANGE.
           IF AMDRPT-ACTION NOT = "S" OR AMDRPT-RESULT NOT = "APPLIED"
              EXIT PARAGRAPH
           END-IF.
           IF AMDRPT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEAT-CHANGE-TOTAL.
           MOVE AMDRPT-BOOKING-REF TO WS-BOOKING-WORK.
           PERFORM 099-FIND-ROSTER-ENTRY.
           IF WS-ROSTER-HIT = 0
              MOVE AMDRPT-BOOKING-REF TO EXC-BOOKING-REF
              MOVE SPACES TO EXC-NAME
              MOVE "SEAT" TO EXC-FEE-TYPE
              MOVE SPACES TO EXC-ACCOUNT
              MOVE 0 TO EXC-AMOUNT
              MOVE "NOT ON MANIFEST" TO EXC-REASON
              WRITE FEE-EXCEPTIONS-LINE FROM WS-EXCEPTION-DETAIL
              ADD 1 TO WS-EXCEPTION-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF ROSTER-SEAT-CHANGES (WS-ROSTER-HIT) < 99
              ADD 1 TO ROSTER-SEAT-CHANGES (WS-ROSTER-HIT)
           END-IF.

      *> Pieces are summed across all of a booking's tags; tags for
      *> bookings not on the manifest are the baggage office's
      *> orphans and are not billed.
       007-COUNT-BAG-PIECES.
           MOVE "00" TO BAGTAG-FILE-STATUS.
           OPEN INPUT BAGTAG-FILE.
           IF BAGTAG-FILE-STATUS NOT = "00"
              DISPLAY "NO BAG TAGS, NO BAG FEES: " WS-BAGTAG-FILENAME
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BAGTAG-FILE-STATUS NOT = "00"
              READ BAGTAG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BAGTAG-RECORD NOT = SPACES AND
                       BAG-PIECES IS NUMERIC
                       MOVE BAG-BOOKING-REF TO WS-BOOKING-WORK
                       PERFORM 099-FIND-ROSTER-ENTRY
                       IF WS-ROSTER-HIT > 0 AND
                          ROSTER-BAG-PIECES (WS-ROSTER-HIT) < 900
                          ADD BAG-PIECES
                             TO ROSTER-BAG-PIECES (WS-ROSTER-HIT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BAGTAG-FILE.

       008-PRICE-BOOKINGS.
           SET FEE-SSR-SHUT TO TRUE.
           SET FEE-MASTER-SHUT TO TRUE.
           MOVE "00" TO SSR-FILE-STATUS.
           OPEN INPUT SSR-FILE.
           IF SSR-FILE-STATUS = "00"
              SET FEE-SSR-OPEN TO TRUE
           END-IF.
           MOVE "00" TO MASTER-FILE-STATUS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
              SET FEE-MASTER-OPEN TO TRUE
           END-IF.
           PERFORM 008A-PRICE-ONE-BOOKING
              VARYING WS-ROSTER-IDX FROM 1 BY 1
              UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE.
           IF FEE-SSR-OPEN
              CLOSE SSR-FILE
           END-IF.
           IF FEE-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.

      *> A booking draws at most one seat fee, the first that fits of
      *> exit row, premium rows, then a charged SSR; a paid seat
      *> change and excess bags are charged on top.
       008A-PRICE-ONE-BOOKING.
           PERFORM 010-FIND-ACCOUNT.

           IF ROSTER-SEAT-CHANGES (WS-ROSTER-IDX) > 0
              MOVE "SEAT" TO WS-CHARGE-TYPE
              PERFORM 009-FIND-FEE
              IF WS-FEE-HIT > 0
                 MOVE ROSTER-SEAT-CHANGES (WS-ROSTER-IDX)
                    TO WS-CHARGE-QUANTITY
                 PERFORM 008B-RAISE-CHARGE
              END-IF
           END-IF.

           MOVE "N" TO WS-SEAT-CHARGED.
           IF EXIT-ROW (ROSTER-ROW (WS-ROSTER-IDX) + 1) = 1
              MOVE "EXIT" TO WS-CHARGE-TYPE
              PERFORM 009-FIND-FEE
              IF WS-FEE-HIT > 0
                 MOVE 1 TO WS-CHARGE-QUANTITY
                 PERFORM 008B-RAISE-CHARGE
                 SET SEAT-FEE-RAISED TO TRUE
              END-IF
           END-IF.
           IF NOT SEAT-FEE-RAISED
              MOVE "PREM" TO WS-CHARGE-TYPE
              PERFORM 009-FIND-FEE
              IF WS-FEE-HIT > 0
                 MOVE 1 TO WS-CHARGE-QUANTITY
                 PERFORM 008B-RAISE-CHARGE
                 SET SEAT-FEE-RAISED TO TRUE
              END-IF
           END-IF.
           IF NOT SEAT-FEE-RAISED AND FEE-SSR-OPEN
              MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO SSR-BOOKING-REF
              READ SSR-FILE
                 INVALID KEY MOVE SPACES TO SSR-CODE
              END-READ
              IF SSR-CODE NOT = SPACES
                 MOVE SSR-CODE TO WS-SSR-CODE-WORK
                 MOVE "SSR" TO WS-CHARGE-TYPE
                 PERFORM 009-FIND-FEE
                 IF WS-FEE-HIT > 0
                    MOVE 1 TO WS-CHARGE-QUANTITY
                    PERFORM 008B-RAISE-CHARGE
                 END-IF
              END-IF
           END-IF.

           IF ROSTER-BAG-PIECES (WS-ROSTER-IDX) > 0
              MOVE "BAGS" TO WS-CHARGE-TYPE
              PERFORM 009-FIND-FEE
              IF WS-FEE-HIT > 0 AND
                 ROSTER-BAG-PIECES (WS-ROSTER-IDX) >
                    FTB-FREE (WS-FEE-HIT)
                 COMPUTE WS-CHARGE-QUANTITY =
                    ROSTER-BAG-PIECES (WS-ROSTER-IDX) -
                    FTB-FREE (WS-FEE-HIT)
                 PERFORM 008B-RAISE-CHARGE
              END-IF
           END-IF.

      *> Prices the charge found in the fee table and queues it for
      *> the batch, or reports it when the booking has no account.
       008B-RAISE-CHARGE.
           IF WS-CHARGE-QUANTITY > 99
              MOVE 99 TO WS-CHARGE-QUANTITY
           END-IF.
           COMPUTE WS-CHARGE-AMOUNT =
              FTB-AMOUNT (WS-FEE-HIT) * WS-CHARGE-QUANTITY.
           IF WS-CHARGE-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHARGE-ACCOUNT = SPACES
              MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO EXC-BOOKING-REF
              MOVE ROSTER-NAME (WS-ROSTER-IDX) TO EXC-NAME
              MOVE WS-CHARGE-TYPE TO EXC-FEE-TYPE
              MOVE SPACES TO EXC-ACCOUNT
              MOVE WS-CHARGE-AMOUNT TO EXC-AMOUNT
              MOVE "NO LINKED ACCOUNT" TO EXC-REASON
              WRITE FEE-EXCEPTIONS-LINE FROM WS-EXCEPTION-DETAIL
              ADD 1 TO WS-EXCEPTION-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX)
              TO ITM-BOOKING (WS-ITEM-COUNT).
           MOVE ROSTER-NAME (WS-ROSTER-IDX) TO ITM-NAME (WS-ITEM-COUNT).
           MOVE WS-CHARGE-TYPE TO ITM-FEE-TYPE (WS-ITEM-COUNT).
           MOVE ROSTER-CLASS (WS-ROSTER-IDX)
              TO ITM-CLASS (WS-ITEM-COUNT).
           MOVE WS-CHARGE-QUANTITY TO ITM-QUANTITY (WS-ITEM-COUNT).
           MOVE WS-CHARGE-ACCOUNT TO ITM-ACCOUNT (WS-ITEM-COUNT).
           MOVE WS-CHARGE-AMOUNT TO ITM-AMOUNT (WS-ITEM-COUNT).
           ADD WS-CHARGE-AMOUNT TO WS-AMOUNT-HASH.

      *> Finds the WS-CHARGE-TYPE price for the current passenger:
      *> the first line for their own class if there is one, else
      *> the first * line. PREM lines must cover the seat's row and
      *> SSR lines the booking's code. WS-FEE-HIT is 0 when the
      *> schedule does not charge for it.
       009-FIND-FEE.
           MOVE 0 TO WS-FEE-HIT.
           MOVE 0 TO WS-FEE-ANY-HIT.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                 UNTIL WS-FEE-IDX > WS-FEE-COUNT OR WS-FEE-HIT > 0
              IF FTB-TYPE (WS-FEE-IDX) = WS-CHARGE-TYPE AND
                 (FTB-TYPE (WS-FEE-IDX) NOT = "PREM" OR
                  (ROSTER-ROW (WS-ROSTER-IDX) >=
                      FTB-ROW-LOW (WS-FEE-IDX) AND
                   ROSTER-ROW (WS-ROSTER-IDX) <=
                      FTB-ROW-HIGH (WS-FEE-IDX))) AND
                 (FTB-TYPE (WS-FEE-IDX) NOT = "SSR" OR
                  FTB-VALUE-1 (WS-FEE-IDX) = WS-SSR-CODE-WORK)
                 IF FTB-CLASS (WS-FEE-IDX) =
                    ROSTER-CLASS (WS-ROSTER-IDX)
                    MOVE WS-FEE-IDX TO WS-FEE-HIT
                 ELSE
                    IF FTB-CLASS (WS-FEE-IDX) = "*" AND
                       WS-FEE-ANY-HIT = 0
                       MOVE WS-FEE-IDX TO WS-FEE-ANY-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FEE-HIT = 0
              MOVE WS-FEE-ANY-HIT TO WS-FEE-HIT
           END-IF.

      *> The booking's own link first, then its frequent-flyer
      *> member's through the passenger master.
       010-FIND-ACCOUNT.
           MOVE SPACES TO WS-CHARGE-ACCOUNT.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO WS-LINK-KEY-WORK.
           PERFORM 010A-SEARCH-LINKS.
           IF WS-CHARGE-ACCOUNT NOT = SPACES OR FEE-MASTER-SHUT
              EXIT PARAGRAPH
           END-IF.
           MOVE ROSTER-BOOKING (WS-ROSTER-IDX) TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF MASTER-MEMBER-NO NOT = SPACES
              MOVE MASTER-MEMBER-NO TO WS-LINK-KEY-WORK
              PERFORM 010A-SEARCH-LINKS
           END-IF.

       010A-SEARCH-LINKS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT OR
                    WS-CHARGE-ACCOUNT NOT = SPACES
              IF LTB-KEY (WS-LINK-IDX) = WS-LINK-KEY-WORK
                 MOVE LTB-ACCOUNT (WS-LINK-IDX) TO WS-CHARGE-ACCOUNT
              END-IF
           END-PERFORM.

      *> The control record carries the item count and amount hash
      *> PostBatch proves before it posts anything.
       011-WRITE-FEE-BATCH.
           OPEN OUTPUT FEE-BATCH-FILE.
           OPEN OUTPUT FEE-REGISTER-FILE.
           MOVE WS-AMOUNT-HASH TO WS-HASH-EDIT.
           MOVE SPACES TO FEE-BATCH-RECORD.
           STRING "HDR|" DELIMITED BY SIZE
              WS-ITEM-COUNT DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-HASH-EDIT DELIMITED BY SIZE
              INTO FEE-BATCH-RECORD
           END-STRING.
           WRITE FEE-BATCH-RECORD.
           PERFORM 011A-WRITE-BATCH-ITEM
              VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           CLOSE FEE-BATCH-FILE.
           CLOSE FEE-REGISTER-FILE.

       011A-WRITE-BATCH-ITEM.
           MOVE ITM-AMOUNT (WS-ITEM-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO FEE-BATCH-RECORD.
           STRING FUNCTION TRIM(ITM-ACCOUNT (WS-ITEM-IDX))
                 DELIMITED BY SIZE
              "|FEE|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
              INTO FEE-BATCH-RECORD
           END-STRING.
           WRITE FEE-BATCH-RECORD.

           MOVE WS-ITEM-IDX TO FRG-ITEM.
           MOVE ITM-BOOKING (WS-ITEM-IDX) TO FRG-BOOKING-REF.
           MOVE ITM-NAME (WS-ITEM-IDX) TO FRG-NAME.
           MOVE ITM-FEE-TYPE (WS-ITEM-IDX) TO FRG-FEE-TYPE.
           MOVE ITM-CLASS (WS-ITEM-IDX) TO FRG-CLASS.
           MOVE ITM-QUANTITY (WS-ITEM-IDX) TO FRG-QUANTITY.
           MOVE ITM-ACCOUNT (WS-ITEM-IDX) TO FRG-ACCOUNT.
           MOVE ITM-AMOUNT (WS-ITEM-IDX) TO FRG-AMOUNT.
           MOVE SPACE TO FRG-SEP1 FRG-SEP2 FRG-SEP3 FRG-SEP4
              FRG-SEP5 FRG-SEP6 FRG-SEP7.
           WRITE FEE-REGISTER-RECORD.

      *> Results run: the register is read back into the item table
      *> and every REJECTED line on the batch results log is matched
      *> to its charge by item number and appended to the report.
       020-REPORT-REJECTIONS.
           OPEN INPUT FEE-REGISTER-FILE.
           IF FEEREG-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FEE REGISTER: " WS-FEEREG-FILENAME
                 " STATUS=" FEEREG-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FEEREG-FILE-STATUS NOT = "00"
              READ FEE-REGISTER-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 020A-LOAD-REGISTER-LINE
              END-READ
           END-PERFORM.
           CLOSE FEE-REGISTER-FILE.

           OPEN INPUT BATCH-RESULTS-FILE.
           IF RESULTS-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BATCH RESULTS: " WS-RESULTS-FILENAME
                 " STATUS=" RESULTS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND FEE-EXCEPTIONS-FILE.
           IF FEEEXC-FILE-STATUS = "35"
              OPEN OUTPUT FEE-EXCEPTIONS-FILE
           END-IF.
           WRITE FEE-EXCEPTIONS-LINE FROM WS-REJECTED-HEADING.
           PERFORM UNTIL RESULTS-FILE-STATUS NOT = "00"
              READ BATCH-RESULTS-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 020B-JUDGE-RESULT-LINE
              END-READ
           END-PERFORM.
           CLOSE BATCH-RESULTS-FILE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-VALUE.
           WRITE FEE-EXCEPTIONS-LINE FROM WS-COUNT-LINE.
           CLOSE FEE-EXCEPTIONS-FILE.
           DISPLAY WS-EXCEPTION-COUNT " FEE POSTINGS REJECTED OF "
              WS-ITEM-COUNT.

       020A-LOAD-REGISTER-LINE.
           IF FRG-ITEM IS NOT NUMERIC OR FRG-ITEM = 0 OR
              FRG-ITEM > 6144
              EXIT PARAGRAPH
           END-IF.
           MOVE FRG-BOOKING-REF TO ITM-BOOKING (FRG-ITEM).
           MOVE FRG-NAME TO ITM-NAME (FRG-ITEM).
           MOVE FRG-FEE-TYPE TO ITM-FEE-TYPE (FRG-ITEM).
           MOVE FRG-CLASS TO ITM-CLASS (FRG-ITEM).
           MOVE FRG-QUANTITY TO ITM-QUANTITY (FRG-ITEM).
           MOVE FRG-ACCOUNT TO ITM-ACCOUNT (FRG-ITEM).
           MOVE FRG-AMOUNT TO ITM-AMOUNT (FRG-ITEM).
           IF FRG-ITEM > WS-ITEM-COUNT
              MOVE FRG-ITEM TO WS-ITEM-COUNT
           END-IF.

      *> An item the register does not hold was not raised by this
      *> job's last batch; it is still listed, without a booking.
       020B-JUDGE-RESULT-LINE.
           IF BATCH-RESULT-RECORD(1:5) NOT = "ITEM "
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RESULT-PREFIX WS-RESULT-ITEM-TEXT
              WS-RESULT-OUTCOME.
           UNSTRING BATCH-RESULT-RECORD DELIMITED BY " [" OR "] "
              INTO WS-RESULT-PREFIX WS-RESULT-ITEM-TEXT
                 WS-RESULT-OUTCOME
           END-UNSTRING.
           IF WS-RESULT-OUTCOME(1:9) NOT = "REJECTED "
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RESULT-ITEM-NO.
           IF FUNCTION TEST-NUMVAL(WS-RESULT-PREFIX(6:7)) = 0
              COMPUTE WS-RESULT-ITEM-NO =
                 FUNCTION NUMVAL(WS-RESULT-PREFIX(6:7))
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-RESULT-OUTCOME(10:) TO EXC-REASON.
           IF WS-RESULT-ITEM-NO > 0 AND
              WS-RESULT-ITEM-NO <= WS-ITEM-COUNT AND
              ITM-BOOKING (WS-RESULT-ITEM-NO) NOT = SPACES
              MOVE ITM-BOOKING (WS-RESULT-ITEM-NO) TO EXC-BOOKING-REF
              MOVE ITM-NAME (WS-RESULT-ITEM-NO) TO EXC-NAME
              MOVE ITM-FEE-TYPE (WS-RESULT-ITEM-NO) TO EXC-FEE-TYPE
              MOVE ITM-ACCOUNT (WS-RESULT-ITEM-NO) TO EXC-ACCOUNT
              MOVE ITM-AMOUNT (WS-RESULT-ITEM-NO) TO EXC-AMOUNT
           ELSE
              MOVE SPACES TO EXC-BOOKING-REF
              MOVE WS-RESULT-ITEM-TEXT TO EXC-NAME
              MOVE SPACES TO EXC-FEE-TYPE
              MOVE SPACES TO EXC-ACCOUNT
              MOVE 0 TO EXC-AMOUNT
           END-IF.
           WRITE FEE-EXCEPTIONS-LINE FROM WS-EXCEPTION-DETAIL.

       099-FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-ROSTER-HIT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE OR
                    WS-ROSTER-HIT > 0
              IF ROSTER-BOOKING (WS-ROSTER-IDX) = WS-BOOKING-WORK
                 MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
              END-IF
           END-PERFORM.
