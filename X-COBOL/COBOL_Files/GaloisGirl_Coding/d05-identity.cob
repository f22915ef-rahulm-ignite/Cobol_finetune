       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-IDN.
       AUTHOR. ANNA KOSIERADZKA.

      *> Duplicate identity screening for revenue management. The
      *> manifest job catches one boarding pass keyed twice; this
      *> catches one person held twice: the same name under two
      *> booking references on one flight, or booked on two flights
      *> of the schedule run whose SCHED-DEP-TIME to SCHED-ARR-TIME
      *> windows overlap, which nobody can fly. Names are compared
      *> on an identity key -- upper case, punctuation and repeated
      *> spaces dropped, name parts put in order -- so "SMITH/JOHN"
      *> meets "john  smith" and "O'HARA, ANN" meets "ANN OHARA". A
      *> booking on two flights that do not overlap is a
      *> connection, not a duplicate, and a flight without schedule
      *> times sits out the overlap check. Each pair is listed with
      *> the seat both holdings occupy so the spare can be released.
      *> FLIGHT-SCHEDULE screens every scheduled flight's
      *> d5.<flight>.manifest; otherwise MANIFEST-FILE (d5.manifest)
      *> is screened on its own. Condition code 4 when a probable
      *> duplicate is listed, 8 when a manifest could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
              WS-SCHEDULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT IDENTITY-FILE ASSIGN TO DYNAMIC
              WS-IDENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IDENTITY-SORT-FILE ASSIGN TO "d5.idnsortwk".

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

         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD.
            05 SCHED-FLIGHT-ID   PIC X(8).
            05 SCHED-SEP1        PIC X(1).
            05 SCHED-INPUT-NAME  PIC X(80).
            05 SCHED-SEP2        PIC X(1).
            05 SCHED-DEP-TIME    PIC X(4).
            05 SCHED-SEP3        PIC X(1).
            05 SCHED-ARR-TIME    PIC X(4).

         FD IDENTITY-FILE.
         01 IDENTITY-LINE PIC X(70).

         SD IDENTITY-SORT-FILE.
         01 IDENTITY-SORT-RECORD.
            05 IDS-KEY        PIC X(20).
            05 IDS-FLIGHT-IDX PIC 9(2).
            05 IDS-BOOKING    PIC X(8).
            05 IDS-PASS       PIC X(10).
            05 IDS-NAME       PIC X(20).
            05 IDS-SEAT-ID    PIC 9(4).

       WORKING-STORAGE SECTION.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE "d5.manifest".
         01 WS-SCHEDULE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-IDENTITY-FILENAME PIC X(100) VALUE "d5.identity".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-RUN-MODE PIC X VALUE "S".
            88 SINGLE-FLIGHT-MODE VALUE "S".
            88 SCHEDULE-MODE VALUE "M".
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
      *> Flights screened, with their schedule windows in minutes
      *> past midnight; an arrival before departure lands next day.
         01 IDN-FLIGHT-TABLE.
            05 IDN-FLIGHT-ENTRY OCCURS 64 TIMES.
               10 IFT-FLIGHT-ID PIC X(8).
               10 IFT-HAS-TIMES PIC 9.
               10 IFT-DEP-MINS  PIC 9(4).
               10 IFT-ARR-MINS  PIC 9(4).
         01 WS-IDN-FLIGHT-COUNT PIC 9(2) VALUE 0.
         01 WS-TIME-WORK PIC 9(4) VALUE 0.
      *> Identity key construction.
         01 WS-NORM-IN PIC X(20) VALUE SPACES.
         01 WS-NORM-CLEAN PIC X(20) VALUE SPACES.
         01 WS-NORM-KEY PIC X(20) VALUE SPACES.
         01 WS-NORM-CHAR PIC X(1) VALUE SPACE.
         01 WS-NORM-IDX PIC 9(2) VALUE 0.
         01 WS-NORM-OUT PIC 9(2) VALUE 0.
         01 WS-NORM-PTR PIC 9(2) VALUE 0.
         01 NORM-PART-TABLE.
            05 NORM-PART PIC X(20) OCCURS 4 TIMES.
         01 WS-NORM-PART-IDX PIC 9 VALUE 0.
         01 WS-NORM-PART-IDX2 PIC 9 VALUE 0.
         01 WS-NORM-SWAP PIC X(20) VALUE SPACES.
      *> One identity key's holdings, gathered from the sort.
         01 IDN-GROUP-TABLE.
            05 IDN-GROUP-ENTRY OCCURS 64 TIMES.
               10 IGT-FLIGHT-IDX PIC 9(2).
               10 IGT-BOOKING    PIC X(8).
               10 IGT-PASS       PIC X(10).
               10 IGT-NAME       PIC X(20).
               10 IGT-SEAT-ID    PIC 9(4).
         01 WS-GROUP-COUNT PIC 9(2) VALUE 0.
         01 WS-GROUP-KEY PIC X(20) VALUE SPACES.
         01 WS-GROUP-IDX PIC 9(2) VALUE 0.
         01 WS-GROUP-IDX2 PIC 9(2) VALUE 0.
         01 WS-GROUP-LISTED PIC 9 VALUE 0.
         01 WS-SORT-EOF PIC X VALUE "N".
            88 IDENTITY-SORT-DONE VALUE "Y".
            88 IDENTITY-SORT-MORE VALUE "N".
         01 WS-F1 PIC 9(2) VALUE 0.
         01 WS-F2 PIC 9(2) VALUE 0.
         01 WS-IDN-HEADING PIC X(70) VALUE
            "PROBABLE DUPLICATE IDENTITIES".
         01 WS-IDN-KEY-LINE.
            05 FILLER           PIC X(9) VALUE "IDENTITY ".
            05 WS-IKL-KEY       PIC X(20).
            05 FILLER           PIC X(4) VALUE " AS ".
            05 WS-IKL-NAME      PIC X(20).
            05 FILLER           PIC X(17) VALUE SPACES.
         01 WS-IDN-DETAIL.
            05 WS-IDD-REASON    PIC X(9).
            05 WS-IDD-FLIGHT-1  PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IDD-BOOKING-1 PIC X(8).
            05 FILLER           PIC X(6) VALUE " SEAT ".
            05 WS-IDD-SEAT-1    PIC ZZZ9.
            05 FILLER           PIC X(3) VALUE " / ".
            05 WS-IDD-FLIGHT-2  PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-IDD-BOOKING-2 PIC X(8).
            05 FILLER           PIC X(6) VALUE " SEAT ".
            05 WS-IDD-SEAT-2    PIC ZZZ9.
            05 FILLER           PIC X(4) VALUE SPACES.
         01 WS-IDN-TOTAL-LINE.
            05 WS-IDN-TOT-LABEL PIC X(30).
            05 WS-IDN-TOT-VALUE PIC Z(8)9.
            05 FILLER           PIC X(31) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-PAX-SCREENED UNSIGNED-INT VALUE 0.
         01 WS-SAME-FLIGHT-COUNT UNSIGNED-INT VALUE 0.
         01 WS-OVERLAP-COUNT UNSIGNED-INT VALUE 0.
         01 WS-IDENTITY-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-MANIFEST-FILENAME FROM ENVIRONMENT "MANIFEST-FILE".
           IF WS-MANIFEST-FILENAME = SPACES
              MOVE "d5.manifest" TO WS-MANIFEST-FILENAME
           END-IF.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-IDENTITY-FILENAME FROM ENVIRONMENT "IDENTITY-FILE".
           IF WS-IDENTITY-FILENAME = SPACES
              MOVE "d5.identity" TO WS-IDENTITY-FILENAME
           END-IF.
           ACCEPT WS-SCHEDULE-FILENAME
              FROM ENVIRONMENT "FLIGHT-SCHEDULE".
           IF WS-SCHEDULE-FILENAME NOT = SPACES
              SET SCHEDULE-MODE TO TRUE
           END-IF.

           OPEN OUTPUT IDENTITY-FILE.
           WRITE IDENTITY-LINE FROM WS-IDN-HEADING.

           SET IDENTITY-SORT-MORE TO TRUE.
           SORT IDENTITY-SORT-FILE
              ON ASCENDING KEY IDS-KEY IDS-FLIGHT-IDX IDS-BOOKING
              INPUT PROCEDURE IS 002-SCREEN-IN
              OUTPUT PROCEDURE IS 004-SCREEN-OUT.

           MOVE "PASSENGERS SCREENED" TO WS-IDN-TOT-LABEL.
           MOVE WS-PAX-SCREENED TO WS-IDN-TOT-VALUE.
           WRITE IDENTITY-LINE FROM WS-IDN-TOTAL-LINE.
           MOVE "IDENTITIES HELD TWICE" TO WS-IDN-TOT-LABEL.
           MOVE WS-IDENTITY-COUNT TO WS-IDN-TOT-VALUE.
           WRITE IDENTITY-LINE FROM WS-IDN-TOTAL-LINE.
           MOVE "SAME FLIGHT PAIRS" TO WS-IDN-TOT-LABEL.
           MOVE WS-SAME-FLIGHT-COUNT TO WS-IDN-TOT-VALUE.
           WRITE IDENTITY-LINE FROM WS-IDN-TOTAL-LINE.
           MOVE "OVERLAPPING FLIGHT PAIRS" TO WS-IDN-TOT-LABEL.
           MOVE WS-OVERLAP-COUNT TO WS-IDN-TOT-VALUE.
           WRITE IDENTITY-LINE FROM WS-IDN-TOTAL-LINE.
           CLOSE IDENTITY-FILE.

           DISPLAY WS-PAX-SCREENED " PASSENGERS SCREENED "
              WS-IDENTITY-COUNT " PROBABLE DUPLICATES".
           IF WS-IDENTITY-COUNT > 0 AND WS-MAX-SEVERITY < 4
              MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> Release every manifested passenger of every flight, keyed by
      *> identity so all of one person's holdings come out together.
       002-SCREEN-IN.
           IF SINGLE-FLIGHT-MODE
              MOVE 1 TO WS-IDN-FLIGHT-COUNT
              MOVE WS-FLIGHT-ID TO IFT-FLIGHT-ID (1)
              MOVE 0 TO IFT-HAS-TIMES (1)
              PERFORM 003-RELEASE-MANIFEST
              EXIT PARAGRAPH
           END-IF.
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
                 NOT AT END PERFORM 002A-SCREEN-SCHEDULED-FLIGHT
              END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       002A-SCREEN-SCHEDULED-FLIGHT.
           IF SCHEDULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-IDN-FLIGHT-COUNT >= 64
              DISPLAY "FLIGHT TABLE FULL, NOT SCREENED: "
                 SCHED-FLIGHT-ID
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IDN-FLIGHT-COUNT.
           MOVE SCHED-FLIGHT-ID TO IFT-FLIGHT-ID (WS-IDN-FLIGHT-COUNT).
           MOVE 0 TO IFT-HAS-TIMES (WS-IDN-FLIGHT-COUNT).
           MOVE 0 TO IFT-DEP-MINS (WS-IDN-FLIGHT-COUNT).
           MOVE 0 TO IFT-ARR-MINS (WS-IDN-FLIGHT-COUNT).
           IF FUNCTION TEST-NUMVAL(SCHED-DEP-TIME) = 0 AND
              FUNCTION TEST-NUMVAL(SCHED-ARR-TIME) = 0
              COMPUTE WS-TIME-WORK = FUNCTION NUMVAL(SCHED-DEP-TIME)
              COMPUTE IFT-DEP-MINS (WS-IDN-FLIGHT-COUNT) =
                 FUNCTION INTEGER(WS-TIME-WORK / 100) * 60 +
                 FUNCTION MOD(WS-TIME-WORK, 100)
              COMPUTE WS-TIME-WORK = FUNCTION NUMVAL(SCHED-ARR-TIME)
              COMPUTE IFT-ARR-MINS (WS-IDN-FLIGHT-COUNT) =
                 FUNCTION INTEGER(WS-TIME-WORK / 100) * 60 +
                 FUNCTION MOD(WS-TIME-WORK, 100)
              IF IFT-ARR-MINS (WS-IDN-FLIGHT-COUNT) <
                    IFT-DEP-MINS (WS-IDN-FLIGHT-COUNT)
                 ADD 1440 TO IFT-ARR-MINS (WS-IDN-FLIGHT-COUNT)
              END-IF
              MOVE 1 TO IFT-HAS-TIMES (WS-IDN-FLIGHT-COUNT)
           END-IF.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(SCHED-FLIGHT-ID) DELIMITED BY SIZE
              ".manifest" DELIMITED BY SIZE
              INTO WS-MANIFEST-FILENAME
           END-STRING.
           PERFORM 003-RELEASE-MANIFEST.

       003-RELEASE-MANIFEST.
           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MANIFEST: " WS-MANIFEST-FILENAME
                 " STATUS=" MANIFEST-FILE-STATUS
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-RELEASE-PASSENGER
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       003A-RELEASE-PASSENGER.
           IF MANIFEST-RECORD(1:3) = "TRL" OR
              MANIFEST-PASSENGER-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE MANIFEST-PASSENGER-NAME TO WS-NORM-IN.
           PERFORM 005-NORMALIZE-NAME.
           IF WS-NORM-KEY = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NORM-KEY TO IDS-KEY.
           MOVE WS-IDN-FLIGHT-COUNT TO IDS-FLIGHT-IDX.
           MOVE MANIFEST-BOOKING-REF TO IDS-BOOKING.
           MOVE MANIFEST-BOARDING-PASS TO IDS-PASS.
           MOVE MANIFEST-PASSENGER-NAME TO IDS-NAME.
           COMPUTE IDS-SEAT-ID = FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           RELEASE IDENTITY-SORT-RECORD.
           ADD 1 TO WS-PAX-SCREENED.

      *> Gather each identity key's holdings and screen them as a
      *> group when the key changes.
       004-SCREEN-OUT.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE SPACES TO WS-GROUP-KEY.
           PERFORM UNTIL IDENTITY-SORT-DONE
              RETURN IDENTITY-SORT-FILE
                 AT END SET IDENTITY-SORT-DONE TO TRUE
                 NOT AT END PERFORM 004A-GATHER-HOLDING
              END-RETURN
           END-PERFORM.
           PERFORM 006-SCREEN-GROUP.

       004A-GATHER-HOLDING.
           IF IDS-KEY NOT = WS-GROUP-KEY
              PERFORM 006-SCREEN-GROUP
              MOVE 0 TO WS-GROUP-COUNT
              MOVE IDS-KEY TO WS-GROUP-KEY
           END-IF.
           IF WS-GROUP-COUNT >= 64
              DISPLAY "IDENTITY GROUP FULL, IGNORED: " IDS-BOOKING
                 " " IDS-NAME
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE IDS-FLIGHT-IDX TO IGT-FLIGHT-IDX (WS-GROUP-COUNT).
           MOVE IDS-BOOKING TO IGT-BOOKING (WS-GROUP-COUNT).
           MOVE IDS-PASS TO IGT-PASS (WS-GROUP-COUNT).
           MOVE IDS-NAME TO IGT-NAME (WS-GROUP-COUNT).
           MOVE IDS-SEAT-ID TO IGT-SEAT-ID (WS-GROUP-COUNT).

      *> Identity key: letters and digits only, apostrophes closed up
      *> (O'HARA is OHARA), other punctuation read as a word break,
      *> then up to four name parts in alphabetical order so the
      *> order the agent keyed surname and given name does not
      *> matter.
       005-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN.
           MOVE SPACES TO WS-NORM-CLEAN.
           MOVE 0 TO WS-NORM-OUT.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                 UNTIL WS-NORM-IDX > 20
              MOVE WS-NORM-IN (WS-NORM-IDX:1) TO WS-NORM-CHAR
              EVALUATE TRUE
                 WHEN WS-NORM-CHAR = "'" OR WS-NORM-CHAR = "`"
                    CONTINUE
                 WHEN WS-NORM-CHAR IS ALPHABETIC-UPPER AND
                      WS-NORM-CHAR NOT = SPACE
                    ADD 1 TO WS-NORM-OUT
                    MOVE WS-NORM-CHAR TO WS-NORM-CLEAN (WS-NORM-OUT:1)
                 WHEN WS-NORM-CHAR IS NUMERIC
                    ADD 1 TO WS-NORM-OUT
                    MOVE WS-NORM-CHAR TO WS-NORM-CLEAN (WS-NORM-OUT:1)
                 WHEN OTHER
                    ADD 1 TO WS-NORM-OUT
                    MOVE SPACE TO WS-NORM-CLEAN (WS-NORM-OUT:1)
              END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO NORM-PART-TABLE.
           MOVE FUNCTION TRIM(WS-NORM-CLEAN) TO WS-NORM-CLEAN.
           UNSTRING WS-NORM-CLEAN DELIMITED BY ALL SPACE
              INTO NORM-PART (1) NORM-PART (2)
                   NORM-PART (3) NORM-PART (4)
           END-UNSTRING.
           PERFORM VARYING WS-NORM-PART-IDX FROM 1 BY 1
                 UNTIL WS-NORM-PART-IDX > 3
              PERFORM VARYING WS-NORM-PART-IDX2 FROM 1 BY 1
                    UNTIL WS-NORM-PART-IDX2 > 3
                 IF NORM-PART (WS-NORM-PART-IDX2 + 1) NOT = SPACES
                    AND NORM-PART (WS-NORM-PART-IDX2) >
                        NORM-PART (WS-NORM-PART-IDX2 + 1)
                    MOVE NORM-PART (WS-NORM-PART-IDX2)
                       TO WS-NORM-SWAP
                    MOVE NORM-PART (WS-NORM-PART-IDX2 + 1)
                       TO NORM-PART (WS-NORM-PART-IDX2)
                    MOVE WS-NORM-SWAP
                       TO NORM-PART (WS-NORM-PART-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-NORM-KEY.
           MOVE 1 TO WS-NORM-PTR.
           PERFORM VARYING WS-NORM-PART-IDX FROM 1 BY 1
                 UNTIL WS-NORM-PART-IDX > 4
              IF NORM-PART (WS-NORM-PART-IDX) NOT = SPACES
                 AND WS-NORM-PTR <= 20
                 IF WS-NORM-PTR > 1
                    ADD 1 TO WS-NORM-PTR
                 END-IF
                 STRING NORM-PART (WS-NORM-PART-IDX)
                    DELIMITED BY SPACE
                    INTO WS-NORM-KEY WITH POINTER WS-NORM-PTR
                 END-STRING
              END-IF
           END-PERFORM.

      *> Every pair within the group: two bookings on one flight, or
      *> two bookings on flights in the air at the same time. The
      *> same booking on two flights is the connection report's
      *> business, and the same booking twice on one flight was
      *> already rejected as a duplicate pass.
       006-SCREEN-GROUP.
           IF WS-GROUP-COUNT < 2
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-GROUP-LISTED.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
              PERFORM VARYING WS-GROUP-IDX2 FROM WS-GROUP-IDX BY 1
                    UNTIL WS-GROUP-IDX2 >= WS-GROUP-COUNT
                 PERFORM 006A-SCREEN-PAIR
              END-PERFORM
           END-PERFORM.

       006A-SCREEN-PAIR.
           MOVE IGT-FLIGHT-IDX (WS-GROUP-IDX) TO WS-F1.
           MOVE IGT-FLIGHT-IDX (WS-GROUP-IDX2 + 1) TO WS-F2.
           IF IGT-BOOKING (WS-GROUP-IDX) =
                 IGT-BOOKING (WS-GROUP-IDX2 + 1)
              EXIT PARAGRAPH
           END-IF.
           IF WS-F1 = WS-F2
              MOVE "SAME FLT " TO WS-IDD-REASON
              ADD 1 TO WS-SAME-FLIGHT-COUNT
           ELSE
              IF IFT-HAS-TIMES (WS-F1) = 0 OR
                 IFT-HAS-TIMES (WS-F2) = 0
                 EXIT PARAGRAPH
              END-IF
              IF IFT-DEP-MINS (WS-F1) >= IFT-ARR-MINS (WS-F2) OR
                 IFT-DEP-MINS (WS-F2) >= IFT-ARR-MINS (WS-F1)
                 EXIT PARAGRAPH
              END-IF
              MOVE "OVERLAP  " TO WS-IDD-REASON
              ADD 1 TO WS-OVERLAP-COUNT
           END-IF.
           IF WS-GROUP-LISTED = 0
              MOVE 1 TO WS-GROUP-LISTED
              ADD 1 TO WS-IDENTITY-COUNT
              MOVE WS-GROUP-KEY TO WS-IKL-KEY
              MOVE IGT-NAME (WS-GROUP-IDX) TO WS-IKL-NAME
              WRITE IDENTITY-LINE FROM WS-IDN-KEY-LINE
           END-IF.
           MOVE IFT-FLIGHT-ID (WS-F1) TO WS-IDD-FLIGHT-1.
           MOVE IGT-BOOKING (WS-GROUP-IDX) TO WS-IDD-BOOKING-1.
           MOVE IGT-SEAT-ID (WS-GROUP-IDX) TO WS-IDD-SEAT-1.
           MOVE IFT-FLIGHT-ID (WS-F2) TO WS-IDD-FLIGHT-2.
           MOVE IGT-BOOKING (WS-GROUP-IDX2 + 1) TO WS-IDD-BOOKING-2.
           MOVE IGT-SEAT-ID (WS-GROUP-IDX2 + 1) TO WS-IDD-SEAT-2.
           WRITE IDENTITY-LINE FROM WS-IDN-DETAIL.
