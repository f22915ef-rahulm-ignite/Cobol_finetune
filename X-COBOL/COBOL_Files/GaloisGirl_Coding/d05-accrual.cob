       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-ACR.
       AUTHOR. ANNA KOSIERADZKA.

      *> Nightly frequent-flyer mileage accrual. Credits miles only
      *> for passengers d05-reconcile confirmed boarded (its
      *> d5.boarded list, never the bare manifest), to the member
      *> number the booking carries on d5.master. Miles are the
      *> flight's base miles from the ROUTE-MILES table (FLIGHT-MILES
      *> when the flight is not listed) times the accrual factor of
      *> the CLASS-MAP band the seat's row falls in. Every credit is
      *> journalled in d5.accrual under booking plus flight, so a
      *> rerun over the same boarded list credits nothing twice.
      *> MEMBER-LOAD names an optional enrolment file from the
      *> loyalty desk to apply first. FLIGHT-SCHEDULE runs every
      *> scheduled flight's d5.<flight>.boarded in one pass. The
      *> report, d5.accrualrpt, lists the credits, the reruns
      *> refused, each member's activity, and the boarded passengers
      *> whose member number did not validate.
      *> Condition code 4 when any member number failed, 8 when a
      *> flight's boarded list was missing or failed its totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARDED-FILE ASSIGN TO DYNAMIC WS-BOARDED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOARDED-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
              WS-SCHEDULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT CLASS-MAP-FILE ASSIGN TO DYNAMIC WS-CMAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAP-FILE-STATUS.

           SELECT ROUTE-MILES-FILE ASSIGN TO DYNAMIC
              WS-ROUTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROUTE-FILE-STATUS.

           SELECT MEMBER-LOAD-FILE ASSIGN TO DYNAMIC
              WS-MEMBER-LOAD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMBER-LOAD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "d5.loyalty"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOY-MEMBER-NO
           FILE STATUS IS LOYALTY-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "d5.accrual"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACR-KEY
           FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "d5.accrualrpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD BOARDED-FILE.
         01 BOARDED-RECORD.
            05 BOARDED-BOARDING-PASS   PIC X(10).
            05 BOARDED-SEP1            PIC X(1).
            05 BOARDED-PASSENGER-NAME  PIC X(20).
            05 BOARDED-SEP2            PIC X(1).
            05 BOARDED-BOOKING-REF     PIC X(8).
            05 BOARDED-SEP3            PIC X(1).
            05 BOARDED-SEAT-ID         PIC ZZZ9.
            05 BOARDED-SEP4            PIC X(1).
            05 BOARDED-CLASS           PIC X(1).

         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD.
            05 SCHED-FLIGHT-ID   PIC X(8).
            05 SCHED-SEP1        PIC X(1).
            05 SCHED-INPUT-NAME  PIC X(80).
            05 SCHED-SEP2        PIC X(1).
            05 SCHED-DEP-TIME    PIC X(4).
            05 SCHED-SEP3        PIC X(1).
            05 SCHED-ARR-TIME    PIC X(4).

         FD CLASS-MAP-FILE.
         01 CMAP-RECORD.
            05 CMAP-CLASS PIC X(1).
            05 FILLER     PIC X(1).
            05 CMAP-LOW   PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-HIGH  PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-MILES-FACTOR PIC X(3).

      *> Base miles per flight: flight ID and its great-circle
      *> mileage.
         FD ROUTE-MILES-FILE.
         01 ROUTE-MILES-RECORD.
            05 ROUTE-FLIGHT-ID PIC X(8).
            05 FILLER          PIC X(1).
            05 ROUTE-MILES     PIC X(5).

      *> Loyalty desk enrolments and changes: member number, name,
      *> tier, status. Balances are never loaded.
         FD MEMBER-LOAD-FILE.
         01 MEMBER-LOAD-RECORD.
            05 MLD-MEMBER-NO   PIC X(10).
            05 MLD-MEMBER-NAME PIC X(20).
            05 MLD-TIER        PIC X(1).
            05 MLD-STATUS      PIC X(1).

         FD MASTER-FILE.
         COPY PAXMST01.

         FD LOYALTY-FILE.
         COPY LOYACT01.

         FD ACCRUAL-FILE.
         COPY ACRJRN01.

         FD ACCRUAL-REPORT-FILE.
         01 ACCRUAL-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         01 BOARDED-FILE-STATUS PIC X(2) VALUE "00".
         01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
         01 CMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 ROUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 MEMBER-LOAD-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 LOYALTY-FILE-STATUS PIC X(2) VALUE "00".
         01 ACCRUAL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BOARDED-FILENAME PIC X(100) VALUE "d5.boarded".
         01 WS-SCHEDULE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CMAP-FILENAME PIC X(100) VALUE SPACES.
         01 WS-ROUTE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-MEMBER-LOAD-FILENAME PIC X(100) VALUE SPACES.
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-DEFAULT-MILES-PARM PIC X(9) VALUE SPACES.
         01 WS-DEFAULT-MILES PIC 9(5) VALUE 500.
         01 WS-BASE-MILES PIC 9(5) VALUE 0.
         01 WS-MILES-FACTOR PIC 9(3) VALUE 100.
         01 WS-CREDIT-MILES PIC 9(7) VALUE 0.
         01 WS-SEAT-ID PIC 9(4) VALUE 0.
         01 WS-SEAT-ROW PIC 9(3) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-TS-WORK PIC X(21) VALUE SPACES.
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
         01 WS-FLIGHT-SWITCH PIC X VALUE "Y".
            88 FLIGHT-IS-USABLE VALUE "Y".
            88 FLIGHT-NOT-USABLE VALUE "N".
         01 WS-TRL-SEEN PIC 9 VALUE 0.
         01 WS-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-TRL-HASH PIC 9(9) VALUE 0.
         01 WS-DATA-COUNT PIC 9(9) VALUE 0.
         01 WS-DATA-HASH PIC 9(9) VALUE 0.
         01 WS-INVALID-REASON PIC X(20) VALUE SPACES.
      *> Accrual factor per seat row, hundredths, from the class-map
      *> bands; rows no band covers earn the plain base miles.
         01 ROW-FACTOR-TABLE.
            05 ROW-FACTOR PIC 9(3) OCCURS 128 TIMES.
         01 WS-CMAP-LOW PIC 9(3) VALUE 0.
         01 WS-CMAP-HIGH PIC 9(3) VALUE 0.
         01 WS-CMAP-ROW PIC 9(3) VALUE 0.
         01 WS-BAND-FACTOR PIC 9(3) VALUE 100.
         01 ROUTE-TABLE.
            05 ROUTE-ENTRY OCCURS 256 TIMES.
               10 RTE-FLIGHT-ID PIC X(8).
               10 RTE-MILES     PIC 9(5).
         01 WS-ROUTE-COUNT PIC 9(3) VALUE 0.
         01 WS-ROUTE-IDX PIC 9(3) VALUE 0.
      *> Members credited this run, for the activity section.
         01 MEMBER-ACTIVITY-TABLE.
            05 MEMBER-ACTIVITY-ENTRY OCCURS 2048 TIMES.
               10 MAC-MEMBER-NO PIC X(10).
               10 MAC-NAME      PIC X(20).
               10 MAC-TIER      PIC X(1).
               10 MAC-FLIGHTS   PIC 9(3).
               10 MAC-MILES     PIC 9(7).
               10 MAC-BALANCE   PIC 9(9).
         01 WS-MAC-COUNT PIC 9(4) VALUE 0.
         01 WS-MAC-IDX PIC 9(4) VALUE 0.
         01 WS-MAC-HIT PIC 9(4) VALUE 0.
      *> Boarded passengers whose member number failed, and credits
      *> the journal refused as already made, held for their
      *> sections at the end of the report.
         01 INVALID-MEMBER-TABLE.
            05 INVALID-MEMBER-ENTRY OCCURS 512 TIMES.
               10 IVM-NAME      PIC X(20).
               10 IVM-BOOKING   PIC X(8).
               10 IVM-FLIGHT-ID PIC X(8).
               10 IVM-MEMBER-NO PIC X(10).
               10 IVM-REASON    PIC X(20).
         01 WS-IVM-COUNT PIC 9(3) VALUE 0.
         01 WS-IVM-IDX PIC 9(3) VALUE 0.
         01 RERUN-TABLE.
            05 RERUN-ENTRY OCCURS 512 TIMES.
               10 RRN-BOOKING   PIC X(8).
               10 RRN-FLIGHT-ID PIC X(8).
               10 RRN-MEMBER-NO PIC X(10).
         01 WS-RRN-COUNT PIC 9(3) VALUE 0.
         01 WS-RRN-IDX PIC 9(3) VALUE 0.
         01 WS-SECTION-HEADING PIC X(70).
         01 WS-ACR-HEADING.
            05 FILLER PIC X(22) VALUE "MILEAGE ACCRUAL RUN   ".
            05 WS-ACR-HDG-DATE PIC 9(8).
            05 FILLER PIC X(40) VALUE SPACES.
         01 WS-CREDIT-DETAIL.
            05 WS-CRD-FLIGHT    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-BOOKING   PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-MEMBER    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-CLASS     PIC X(1).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-BASE      PIC ZZZZ9.
            05 FILLER           PIC X(3) VALUE " X ".
            05 WS-CRD-FACTOR    PIC 9.99.
            05 FILLER           PIC X(3) VALUE " = ".
            05 WS-CRD-MILES     PIC Z(6)9.
            05 FILLER           PIC X(17) VALUE SPACES.
         01 WS-RERUN-DETAIL.
            05 WS-RRD-FLIGHT    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-RRD-BOOKING   PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-RRD-MEMBER    PIC X(10).
            05 FILLER           PIC X(42) VALUE SPACES.
         01 WS-ACTIVITY-DETAIL.
            05 WS-ACT-MEMBER    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-ACT-NAME      PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-ACT-TIER      PIC X(1).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-ACT-FLIGHTS   PIC ZZ9.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-ACT-MILES     PIC Z(6)9.
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-ACT-BALANCE   PIC Z(8)9.
            05 FILLER           PIC X(15) VALUE SPACES.
         01 WS-INVALID-DETAIL.
            05 WS-IVD-NAME      PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IVD-BOOKING   PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IVD-FLIGHT    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IVD-MEMBER    PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IVD-REASON    PIC X(20).
         01 WS-SECTION-COUNT PIC 9(5) VALUE 0.
         01 WS-COUNT-LINE.
            05 FILLER PIC X(9) VALUE "   TOTAL ".
            05 WS-COUNT-VALUE PIC ZZZZ9.
            05 FILLER PIC X(56) VALUE SPACES.
         01 WS-TOTAL-LINE.
            05 WS-TOTAL-LABEL PIC X(30).
            05 WS-TOTAL-VALUE PIC Z(8)9.
            05 FILLER         PIC X(31) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-BOARDED-TOTAL UNSIGNED-INT VALUE 0.
         01 WS-CREDITED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-CREDITED-MILES UNSIGNED-INT VALUE 0.
         01 WS-NON-MEMBER-COUNT UNSIGNED-INT VALUE 0.
         01 WS-NO-MASTER-COUNT UNSIGNED-INT VALUE 0.
         01 WS-MEMBERS-LOADED UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-BOARDED-FILENAME FROM ENVIRONMENT "BOARDED-FILE".
           IF WS-BOARDED-FILENAME = SPACES
              MOVE "d5.boarded" TO WS-BOARDED-FILENAME
           END-IF.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-DEFAULT-MILES-PARM FROM ENVIRONMENT "FLIGHT-MILES".
           IF FUNCTION TEST-NUMVAL(WS-DEFAULT-MILES-PARM) = 0
              COMPUTE WS-DEFAULT-MILES =
                 FUNCTION NUMVAL(WS-DEFAULT-MILES-PARM)
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK.
           MOVE WS-TS-WORK(1:8) TO WS-TODAY.

           ACCEPT WS-MEMBER-LOAD-FILENAME
              FROM ENVIRONMENT "MEMBER-LOAD".
           ACCEPT WS-CMAP-FILENAME FROM ENVIRONMENT "CLASS-MAP".
           ACCEPT WS-ROUTE-FILENAME FROM ENVIRONMENT "ROUTE-MILES".
           ACCEPT WS-SCHEDULE-FILENAME
              FROM ENVIRONMENT "FLIGHT-SCHEDULE".

      *> The journal key is booking plus flight; a single-flight run
      *> without a flight ID could not tell tonight's credit from
      *> last week's, so it is refused.
           IF WS-SCHEDULE-FILENAME = SPACES AND WS-FLIGHT-ID = SPACES
              DISPLAY "FLIGHT-ID REQUIRED FOR A SINGLE-FLIGHT RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 003-LOAD-CLASS-FACTORS.
           PERFORM 004-LOAD-ROUTE-MILES.
           PERFORM 005-OPEN-FILES.
           IF WS-MEMBER-LOAD-FILENAME NOT = SPACES
              PERFORM 002-LOAD-MEMBERS
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           MOVE WS-TODAY TO WS-ACR-HDG-DATE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-ACR-HEADING.
           MOVE "MILES CREDITED" TO WS-SECTION-HEADING.
           WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-HEADING.

           IF WS-SCHEDULE-FILENAME NOT = SPACES
              PERFORM 008-RUN-SCHEDULE
           ELSE
              PERFORM 010-ACCRUE-FLIGHT
           END-IF.

           MOVE WS-CREDITED-COUNT TO WS-COUNT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
           PERFORM 020-REPORT-RERUNS.
           PERFORM 021-REPORT-ACTIVITY.
           PERFORM 022-REPORT-INVALID-MEMBERS.
           PERFORM 023-REPORT-TOTALS.
           CLOSE ACCRUAL-REPORT-FILE.

           CLOSE MASTER-FILE.
           CLOSE LOYALTY-FILE.
           CLOSE ACCRUAL-FILE.

           IF WS-IVM-COUNT > 0 AND WS-MAX-SEVERITY < 4
              MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY WS-BOARDED-TOTAL " BOARDED "
              WS-CREDITED-COUNT " CREDITED "
              WS-CREDITED-MILES " MILES".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> A new member number is enrolled with nothing banked; one
      *> already on file takes the new name, tier and status and
      *> keeps its balances.
       002-LOAD-MEMBERS.
           OPEN INPUT MEMBER-LOAD-FILE.
           IF MEMBER-LOAD-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MEMBER LOAD: "
                 WS-MEMBER-LOAD-FILENAME
                 " STATUS=" MEMBER-LOAD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL MEMBER-LOAD-STATUS = "10"
              READ MEMBER-LOAD-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 002A-LOAD-ONE-MEMBER
              END-READ
           END-PERFORM.
           CLOSE MEMBER-LOAD-FILE.
           DISPLAY WS-MEMBERS-LOADED " MEMBER RECORDS LOADED".

       002A-LOAD-ONE-MEMBER.
           IF MEMBER-LOAD-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF MLD-MEMBER-NO = SPACES
              DISPLAY "MEMBER RECORD REJECTED: " MEMBER-LOAD-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE MLD-MEMBER-NO TO LOY-MEMBER-NO.
           READ LOYALTY-FILE
              INVALID KEY
                 MOVE 0 TO LOY-MILES-BALANCE
                 MOVE 0 TO LOY-MILES-LIFETIME
                 MOVE 0 TO LOY-LAST-ACCRUAL
           END-READ.
           MOVE MLD-MEMBER-NAME TO LOY-MEMBER-NAME.
           MOVE MLD-TIER TO LOY-TIER.
           IF NOT TIER-SILVER AND NOT TIER-GOLD AND NOT TIER-PLATINUM
              MOVE "B" TO LOY-TIER
           END-IF.
           IF MLD-STATUS = "C"
              MOVE "C" TO LOY-STATUS
           ELSE
              MOVE "A" TO LOY-STATUS
           END-IF.
           WRITE LOYALTY-RECORD
              INVALID KEY REWRITE LOYALTY-RECORD
           END-WRITE.
           ADD 1 TO WS-MEMBERS-LOADED.

      *> Same bands the seat-assignment jobs read; the optional
      *> fourth column is the band's accrual factor in hundredths.
       003-LOAD-CLASS-FACTORS.
           PERFORM VARYING WS-CMAP-ROW FROM 1 BY 1
                 UNTIL WS-CMAP-ROW > 128
              MOVE 100 TO ROW-FACTOR (WS-CMAP-ROW)
           END-PERFORM.
           IF WS-CMAP-FILENAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLASS-MAP-FILE.
           IF CMAP-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CLASS MAP: " WS-CMAP-FILENAME
                 " STATUS=" CMAP-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CMAP-FILE-STATUS = "10"
              READ CLASS-MAP-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-APPLY-CLASS-LINE
              END-READ
           END-PERFORM.
           CLOSE CLASS-MAP-FILE.

       003A-APPLY-CLASS-LINE.
           IF CMAP-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 100 TO WS-BAND-FACTOR.
           IF FUNCTION TEST-NUMVAL(CMAP-MILES-FACTOR) = 0
              COMPUTE WS-BAND-FACTOR =
                 FUNCTION NUMVAL(CMAP-MILES-FACTOR)
           END-IF.
           COMPUTE WS-CMAP-LOW = FUNCTION NUMVAL(CMAP-LOW).
           COMPUTE WS-CMAP-HIGH = FUNCTION NUMVAL(CMAP-HIGH).
           IF WS-CMAP-HIGH > 127
              MOVE 127 TO WS-CMAP-HIGH
           END-IF.
           PERFORM VARYING WS-CMAP-ROW FROM WS-CMAP-LOW BY 1
                 UNTIL WS-CMAP-ROW > WS-CMAP-HIGH
              MOVE WS-BAND-FACTOR TO ROW-FACTOR (WS-CMAP-ROW + 1)
           END-PERFORM.

       004-LOAD-ROUTE-MILES.
           IF WS-ROUTE-FILENAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ROUTE-MILES-FILE.
           IF ROUTE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN ROUTE MILES: " WS-ROUTE-FILENAME
                 " STATUS=" ROUTE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL ROUTE-FILE-STATUS = "10"
              READ ROUTE-MILES-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-ADD-ROUTE
              END-READ
           END-PERFORM.
           CLOSE ROUTE-MILES-FILE.

       004A-ADD-ROUTE.
           IF ROUTE-MILES-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(ROUTE-MILES) NOT = 0
              DISPLAY "ROUTE MILES REJECTED: " ROUTE-MILES-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF WS-ROUTE-COUNT >= 256
              DISPLAY "ROUTE TABLE FULL, IGNORED: " ROUTE-MILES-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE ROUTE-FLIGHT-ID TO RTE-FLIGHT-ID (WS-ROUTE-COUNT).
           COMPUTE RTE-MILES (WS-ROUTE-COUNT) =
              FUNCTION NUMVAL(ROUTE-MILES).

       005-OPEN-FILES.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MASTER: STATUS=" MASTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O LOYALTY-FILE.
           IF LOYALTY-FILE-STATUS = "35"
              OPEN OUTPUT LOYALTY-FILE
              CLOSE LOYALTY-FILE
              OPEN I-O LOYALTY-FILE
           END-IF.
           IF LOYALTY-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN LOYALTY FILE: STATUS="
                 LOYALTY-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ACCRUAL-FILE.
           IF ACCRUAL-FILE-STATUS = "35"
              OPEN OUTPUT ACCRUAL-FILE
              CLOSE ACCRUAL-FILE
              OPEN I-O ACCRUAL-FILE
           END-IF.
           IF ACCRUAL-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN ACCRUAL JOURNAL: STATUS="
                 ACCRUAL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       008-RUN-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FLIGHT SCHEDULE: "
                 WS-SCHEDULE-FILENAME
                 " STATUS=" SCHEDULE-FILE-STATUS
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SCHEDULE-FILE-STATUS = "10"
              READ SCHEDULE-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 008A-RUN-SCHEDULED-FLIGHT
              END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       008A-RUN-SCHEDULED-FLIGHT.
           IF SCHEDULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SCHED-FLIGHT-ID TO WS-FLIGHT-ID.
           MOVE SPACES TO WS-BOARDED-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".boarded" DELIMITED BY SIZE
              INTO WS-BOARDED-FILENAME
           END-STRING.
           PERFORM 010-ACCRUE-FLIGHT.

      *> The boarded list is proved whole against its trailer before
      *> a single mile moves; a short list would quietly cost the
      *> missing members their credit.
       010-ACCRUE-FLIGHT.
           SET FLIGHT-IS-USABLE TO TRUE.
           PERFORM 011-VERIFY-BOARDED.
           IF FLIGHT-NOT-USABLE
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEFAULT-MILES TO WS-BASE-MILES.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                 UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
              IF RTE-FLIGHT-ID (WS-ROUTE-IDX) = WS-FLIGHT-ID
                 MOVE RTE-MILES (WS-ROUTE-IDX) TO WS-BASE-MILES
              END-IF
           END-PERFORM.

           MOVE "00" TO BOARDED-FILE-STATUS.
           OPEN INPUT BOARDED-FILE.
           PERFORM UNTIL BOARDED-FILE-STATUS = "10"
              READ BOARDED-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 012-ACCRUE-PASSENGER
              END-READ
           END-PERFORM.
           CLOSE BOARDED-FILE.

       011-VERIFY-BOARDED.
           MOVE 0 TO WS-TRL-SEEN.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           MOVE 0 TO WS-DATA-COUNT.
           MOVE 0 TO WS-DATA-HASH.
           MOVE "00" TO BOARDED-FILE-STATUS.
           OPEN INPUT BOARDED-FILE.
           IF BOARDED-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BOARDED FILE: " WS-BOARDED-FILENAME
                 " STATUS=" BOARDED-FILE-STATUS
              SET FLIGHT-NOT-USABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BOARDED-FILE-STATUS = "10"
              READ BOARDED-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 011A-NOTE-BOARDED-RECORD
              END-READ
           END-PERFORM.
           CLOSE BOARDED-FILE.
           IF WS-TRL-SEEN = 1
              IF WS-TRL-COUNT NOT = WS-DATA-COUNT OR
                 WS-TRL-HASH NOT = WS-DATA-HASH
                 DISPLAY "BOARDED CONTROL TOTALS DISAGREE: "
                    WS-BOARDED-FILENAME
                    " TRAILER " WS-TRL-COUNT "/" WS-TRL-HASH
                    " ACTUAL " WS-DATA-COUNT "/" WS-DATA-HASH
                 SET FLIGHT-NOT-USABLE TO TRUE
              END-IF
           END-IF.

       011A-NOTE-BOARDED-RECORD.
           IF BOARDED-RECORD(1:3) = "TRL"
              MOVE 1 TO WS-TRL-SEEN
              COMPUTE WS-TRL-COUNT =
                 FUNCTION NUMVAL(BOARDED-RECORD(5:9))
              COMPUTE WS-TRL-HASH =
                 FUNCTION NUMVAL(BOARDED-RECORD(15:9))
              EXIT PARAGRAPH
           END-IF.
           IF BOARDED-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DATA-COUNT.
           COMPUTE WS-SEAT-ID = FUNCTION NUMVAL(BOARDED-SEAT-ID).
           ADD WS-SEAT-ID TO WS-DATA-HASH.

      *> Booking to member number through the master; member number
      *> to account through d5.loyalty. A booking with no member
      *> number simply earns nothing; one whose number does not lead
      *> to an open account is listed for customer service.
       012-ACCRUE-PASSENGER.
           IF BOARDED-RECORD(1:3) = "TRL" OR BOARDED-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BOARDED-TOTAL.
           MOVE BOARDED-BOOKING-REF TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-MASTER-COUNT
                 EXIT PARAGRAPH
           END-READ.
           IF MASTER-MEMBER-NO = SPACES
              ADD 1 TO WS-NON-MEMBER-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-INVALID-REASON.
           MOVE MASTER-MEMBER-NO TO LOY-MEMBER-NO.
           READ LOYALTY-FILE
              INVALID KEY MOVE "NOT ON FILE" TO WS-INVALID-REASON
           END-READ.
           IF WS-INVALID-REASON = SPACES AND LOY-CLOSED
              MOVE "ACCOUNT CLOSED" TO WS-INVALID-REASON
           END-IF.
           IF WS-INVALID-REASON NOT = SPACES
              PERFORM 013-NOTE-INVALID-MEMBER
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SEAT-ID = FUNCTION NUMVAL(BOARDED-SEAT-ID).
           COMPUTE WS-SEAT-ROW = WS-SEAT-ID / 8.
           MOVE 100 TO WS-MILES-FACTOR.
           IF WS-SEAT-ROW < 128
              MOVE ROW-FACTOR (WS-SEAT-ROW + 1) TO WS-MILES-FACTOR
           END-IF.
           COMPUTE WS-CREDIT-MILES ROUNDED =
              WS-BASE-MILES * WS-MILES-FACTOR / 100.

      *> Journal first: if the key is already there this booking
      *> was credited for this flight on an earlier run.
           MOVE BOARDED-BOOKING-REF TO ACR-BOOKING-REF.
           MOVE WS-FLIGHT-ID TO ACR-FLIGHT-ID.
           MOVE LOY-MEMBER-NO TO ACR-MEMBER-NO.
           MOVE BOARDED-CLASS TO ACR-CLASS.
           MOVE WS-SEAT-ID TO ACR-SEAT-ID.
           MOVE WS-BASE-MILES TO ACR-BASE-MILES.
           MOVE WS-MILES-FACTOR TO ACR-FACTOR.
           MOVE WS-CREDIT-MILES TO ACR-MILES.
           MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK.
           MOVE WS-TS-WORK(1:14) TO ACR-POSTED-TS.
           WRITE ACCRUAL-RECORD
              INVALID KEY
                 PERFORM 014-NOTE-RERUN
                 EXIT PARAGRAPH
           END-WRITE.

           ADD WS-CREDIT-MILES TO LOY-MILES-BALANCE.
           ADD WS-CREDIT-MILES TO LOY-MILES-LIFETIME.
           MOVE WS-TODAY TO LOY-LAST-ACCRUAL.
           REWRITE LOYALTY-RECORD
              INVALID KEY
                 DISPLAY "LOYALTY REWRITE FAILED: " LOY-MEMBER-NO
                    " STATUS=" LOYALTY-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-CREDITED-COUNT.
           ADD WS-CREDIT-MILES TO WS-CREDITED-MILES.

           MOVE WS-FLIGHT-ID TO WS-CRD-FLIGHT.
           MOVE BOARDED-BOOKING-REF TO WS-CRD-BOOKING.
           MOVE LOY-MEMBER-NO TO WS-CRD-MEMBER.
           MOVE BOARDED-CLASS TO WS-CRD-CLASS.
           MOVE WS-BASE-MILES TO WS-CRD-BASE.
           COMPUTE WS-CRD-FACTOR = WS-MILES-FACTOR / 100.
           MOVE WS-CREDIT-MILES TO WS-CRD-MILES.
           WRITE ACCRUAL-REPORT-LINE FROM WS-CREDIT-DETAIL.
           PERFORM 015-NOTE-ACTIVITY.

       013-NOTE-INVALID-MEMBER.
           IF WS-IVM-COUNT >= 512
              DISPLAY "INVALID MEMBER TABLE FULL: " BOARDED-BOOKING-REF
                 " " MASTER-MEMBER-NO " " WS-INVALID-REASON
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IVM-COUNT.
           MOVE BOARDED-PASSENGER-NAME TO IVM-NAME (WS-IVM-COUNT).
           MOVE BOARDED-BOOKING-REF TO IVM-BOOKING (WS-IVM-COUNT).
           MOVE WS-FLIGHT-ID TO IVM-FLIGHT-ID (WS-IVM-COUNT).
           MOVE MASTER-MEMBER-NO TO IVM-MEMBER-NO (WS-IVM-COUNT).
           MOVE WS-INVALID-REASON TO IVM-REASON (WS-IVM-COUNT).

       014-NOTE-RERUN.
           IF WS-RRN-COUNT >= 512
              DISPLAY "ALREADY CREDITED: " BOARDED-BOOKING-REF
                 " " WS-FLIGHT-ID
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RRN-COUNT.
           MOVE BOARDED-BOOKING-REF TO RRN-BOOKING (WS-RRN-COUNT).
           MOVE WS-FLIGHT-ID TO RRN-FLIGHT-ID (WS-RRN-COUNT).
           MOVE LOY-MEMBER-NO TO RRN-MEMBER-NO (WS-RRN-COUNT).

       015-NOTE-ACTIVITY.
           MOVE 0 TO WS-MAC-HIT.
           PERFORM VARYING WS-MAC-IDX FROM 1 BY 1
                 UNTIL WS-MAC-IDX > WS-MAC-COUNT
              IF MAC-MEMBER-NO (WS-MAC-IDX) = LOY-MEMBER-NO
                 MOVE WS-MAC-IDX TO WS-MAC-HIT
              END-IF
           END-PERFORM.
           IF WS-MAC-HIT = 0
              IF WS-MAC-COUNT >= 2048
                 DISPLAY "MEMBER ACTIVITY TABLE FULL: " LOY-MEMBER-NO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MAC-COUNT
              MOVE WS-MAC-COUNT TO WS-MAC-HIT
              MOVE LOY-MEMBER-NO TO MAC-MEMBER-NO (WS-MAC-HIT)
              MOVE LOY-MEMBER-NAME TO MAC-NAME (WS-MAC-HIT)
              MOVE LOY-TIER TO MAC-TIER (WS-MAC-HIT)
              MOVE 0 TO MAC-FLIGHTS (WS-MAC-HIT)
              MOVE 0 TO MAC-MILES (WS-MAC-HIT)
           END-IF.
           ADD 1 TO MAC-FLIGHTS (WS-MAC-HIT).
           ADD WS-CREDIT-MILES TO MAC-MILES (WS-MAC-HIT).
           MOVE LOY-MILES-BALANCE TO MAC-BALANCE (WS-MAC-HIT).

       020-REPORT-RERUNS.
           MOVE "ALREADY CREDITED, NOT REPEATED" TO WS-SECTION-HEADING.
           WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-HEADING.
           PERFORM VARYING WS-RRN-IDX FROM 1 BY 1
                 UNTIL WS-RRN-IDX > WS-RRN-COUNT
              MOVE RRN-FLIGHT-ID (WS-RRN-IDX) TO WS-RRD-FLIGHT
              MOVE RRN-BOOKING (WS-RRN-IDX) TO WS-RRD-BOOKING
              MOVE RRN-MEMBER-NO (WS-RRN-IDX) TO WS-RRD-MEMBER
              WRITE ACCRUAL-REPORT-LINE FROM WS-RERUN-DETAIL
           END-PERFORM.
           MOVE WS-RRN-COUNT TO WS-COUNT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.

       021-REPORT-ACTIVITY.
           MOVE "MEMBER ACTIVITY" TO WS-SECTION-HEADING.
           WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-HEADING.
           PERFORM VARYING WS-MAC-IDX FROM 1 BY 1
                 UNTIL WS-MAC-IDX > WS-MAC-COUNT
              MOVE MAC-MEMBER-NO (WS-MAC-IDX) TO WS-ACT-MEMBER
              MOVE MAC-NAME (WS-MAC-IDX) TO WS-ACT-NAME
              MOVE MAC-TIER (WS-MAC-IDX) TO WS-ACT-TIER
              MOVE MAC-FLIGHTS (WS-MAC-IDX) TO WS-ACT-FLIGHTS
              MOVE MAC-MILES (WS-MAC-IDX) TO WS-ACT-MILES
              MOVE MAC-BALANCE (WS-MAC-IDX) TO WS-ACT-BALANCE
              WRITE ACCRUAL-REPORT-LINE FROM WS-ACTIVITY-DETAIL
           END-PERFORM.
           MOVE WS-MAC-COUNT TO WS-COUNT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.

       022-REPORT-INVALID-MEMBERS.
           MOVE "BOARDED, MEMBER NUMBER DID NOT VALIDATE"
              TO WS-SECTION-HEADING.
           WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-HEADING.
           PERFORM VARYING WS-IVM-IDX FROM 1 BY 1
                 UNTIL WS-IVM-IDX > WS-IVM-COUNT
              MOVE IVM-NAME (WS-IVM-IDX) TO WS-IVD-NAME
              MOVE IVM-BOOKING (WS-IVM-IDX) TO WS-IVD-BOOKING
              MOVE IVM-FLIGHT-ID (WS-IVM-IDX) TO WS-IVD-FLIGHT
              MOVE IVM-MEMBER-NO (WS-IVM-IDX) TO WS-IVD-MEMBER
              MOVE IVM-REASON (WS-IVM-IDX) TO WS-IVD-REASON
              WRITE ACCRUAL-REPORT-LINE FROM WS-INVALID-DETAIL
           END-PERFORM.
           MOVE WS-IVM-COUNT TO WS-COUNT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.

       023-REPORT-TOTALS.
           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           MOVE "PASSENGERS BOARDED" TO WS-TOTAL-LABEL.
           MOVE WS-BOARDED-TOTAL TO WS-TOTAL-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NO MEMBER NUMBER" TO WS-TOTAL-LABEL.
           MOVE WS-NON-MEMBER-COUNT TO WS-TOTAL-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BOOKING NOT ON MASTER" TO WS-TOTAL-LABEL.
           MOVE WS-NO-MASTER-COUNT TO WS-TOTAL-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CREDITS POSTED" TO WS-TOTAL-LABEL.
           MOVE WS-CREDITED-COUNT TO WS-TOTAL-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "MILES CREDITED" TO WS-TOTAL-LABEL.
           MOVE WS-CREDITED-MILES TO WS-TOTAL-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE.
