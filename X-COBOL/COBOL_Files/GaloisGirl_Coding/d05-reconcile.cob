           SELECT DISCREPANCY-FILE ASSIGN TO "d5.discrepancy"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Confirmed-boarded list: the manifest rows the gate actually
      *> scanned, in manifest layout with its own control trailer,
      *> for the jobs that may only act on passengers who flew
      *> (mileage accrual).
           SELECT BOARDED-FILE ASSIGN TO DYNAMIC WS-BOARDED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOARDED-FILE-STATUS.

      *> Cumulative per-class no-show counts, one set appended per
      *> flight reconciled, for the overbooking analysis.
           SELECT NOSHOW-HISTORY-FILE ASSIGN TO DYNAMIC
              WS-NOSHOW-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOSHOW-HIST-STATUS.

      *> Same alert-rules mechanism the manifest job runs at flight
      *> finish, here keyed on the unmatched-scan count.
           SELECT ALERT-RULES-FILE ASSIGN TO DYNAMIC
         FD DISCREPANCY-FILE.
         01 DISCREPANCY-LINE PIC X(70).

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

         FD NOSHOW-HISTORY-FILE.
         COPY NSHIST01.

         FD ALERT-RULES-FILE.
         01 ALERT-RULE-RECORD.
            05 ARL-CONDITION PIC X(10).

       WORKING-STORAGE SECTION.
         COPY SEATRC01.
         COPY TRLREC01.
         01 WS-MAN-TRL-SEEN PIC 9 VALUE 0.
         01 WS-MAN-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-MAN-TRL-HASH PIC 9(9) VALUE 0.
         01 WS-EXEC-OUTPUT PIC X(2000) VALUE SPACES.
         01 WS-EXEC-INTERP PIC X(10) VALUE "sh".
         01 WS-EXEC-PARAMS PIC X(500) VALUE SPACES.
         01 WS-EXEC-CALLER PIC X(30) VALUE "AOC-2020-05-REC".
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 SCAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE "d5.manifest".
         01 WS-SCAN-FILENAME PIC X(100) VALUE "d5.scans".
         01 BOARDED-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BOARDED-FILENAME PIC X(100) VALUE "d5.boarded".
         01 WS-BOARDED-COUNT PIC 9(9) VALUE 0.
         01 WS-BOARDED-HASH PIC 9(9) VALUE 0.
         01 NOSHOW-HIST-STATUS PIC X(2) VALUE "00".
         01 WS-NOSHOW-HIST-FILENAME PIC X(100) VALUE "d5.noshowhist".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 WS-FLIGHT-DATE-PARM PIC X(8) VALUE SPACES.
         01 WS-FLIGHT-DATE PIC 9(8) VALUE 0.
         01 WS-RECON-TS PIC X(21) VALUE SPACES.
         01 NSH-CLASS-TABLE.
            05 NSH-CLASS-ENTRY OCCURS 10 TIMES.
               10 NCT-CLASS      PIC X(1).
               10 NCT-MANIFESTED PIC 9(5).
               10 NCT-NO-SHOWS   PIC 9(5).
         01 WS-NCT-COUNT PIC 9(2) VALUE 0.
         01 WS-NCT-IDX PIC 9(2) VALUE 0.
         01 WS-NCT-HIT PIC 9(2) VALUE 0.
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-PASS       PIC X(10).
               10 ROSTER-NAME       PIC X(20).
               10 ROSTER-BOOKING    PIC X(8).
               10 ROSTER-SEAT-ID    PIC 9(4).
               10 ROSTER-CLASS      PIC X(1).
               10 ROSTER-SCAN-COUNT PIC 9(3).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.

           ACCEPT WS-ALERT-RULES-FILENAME
              FROM ENVIRONMENT "ALERT-RULES".
           ACCEPT WS-BOARDED-FILENAME FROM ENVIRONMENT "BOARDED-FILE".
           IF WS-BOARDED-FILENAME = SPACES
              MOVE "d5.boarded" TO WS-BOARDED-FILENAME
           END-IF.
      *> The no-show history is kept by flight number and date, the
      *> date defaulting to the day of the run as the manifest job's
      *> flight history does.
           ACCEPT WS-NOSHOW-HIST-FILENAME
              FROM ENVIRONMENT "NOSHOW-HISTORY".
           IF WS-NOSHOW-HIST-FILENAME = SPACES
              MOVE "d5.noshowhist" TO WS-NOSHOW-HIST-FILENAME
           END-IF.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           MOVE FUNCTION CURRENT-DATE TO WS-RECON-TS.
           MOVE WS-RECON-TS(1:8) TO WS-FLIGHT-DATE.
           ACCEPT WS-FLIGHT-DATE-PARM FROM ENVIRONMENT "FLIGHT-DATE".
           IF WS-FLIGHT-DATE-PARM IS NUMERIC
              MOVE WS-FLIGHT-DATE-PARM TO WS-FLIGHT-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FLIGHT-DATE) NOT = 0
                 DISPLAY "FLIGHT-DATE INVALID, RUN DATE USED: "
                    WS-FLIGHT-DATE-PARM
                 MOVE WS-RECON-TS(1:8) TO WS-FLIGHT-DATE
              END-IF
           END-IF.

           PERFORM 002-LOAD-ROSTER.
           PERFORM 003-APPLY-SCANS.
           PERFORM 006-REPORT-MULTI-SCANS.
           CLOSE DISCREPANCY-FILE.

           PERFORM 008-WRITE-BOARDED.
           PERFORM 009-RECORD-NO-SHOW-HISTORY.

           IF WS-ALERT-RULES-FILENAME NOT = SPACES
              PERFORM 007-EVALUATE-ALERTS
           END-IF.
           MOVE SPACES TO WS-EXEC-OUTPUT.
           CALL "EXEC_NODEJS" USING WS-EXEC-CODE WS-EXEC-STATUS
              WS-EXEC-OUTPUT WS-EXEC-INTERP WS-EXEC-PARAMS
              WS-EXEC-CALLER
              ON EXCEPTION
                 MOVE -1 TO WS-EXEC-STATUS
           END-CALL.
              TO ROSTER-BOOKING (WS-ROSTER-SIZE).
           COMPUTE ROSTER-SEAT-ID (WS-ROSTER-SIZE) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           MOVE MANIFEST-CLASS TO ROSTER-CLASS (WS-ROSTER-SIZE).
           MOVE 0 TO ROSTER-SCAN-COUNT (WS-ROSTER-SIZE).
           ADD 1 TO WS-MAN-DATA-COUNT.
           ADD ROSTER-SEAT-ID (WS-ROSTER-SIZE)
           END-PERFORM.
           MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE.
           WRITE DISCREPANCY-LINE FROM WS-COUNT-LINE.

      *> One line per manifested passenger scanned at least once --
      *> a repeat scan is still one passenger flown.
       008-WRITE-BOARDED.
           OPEN OUTPUT BOARDED-FILE.
           IF BOARDED-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BOARDED FILE: " WS-BOARDED-FILENAME
                 " STATUS=" BOARDED-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BOARDED-COUNT.
           MOVE 0 TO WS-BOARDED-HASH.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-SCAN-COUNT (WS-ROSTER-IDX) > 0
                 MOVE SPACES TO BOARDED-RECORD
                 MOVE ROSTER-PASS (WS-ROSTER-IDX)
                    TO BOARDED-BOARDING-PASS
                 MOVE ROSTER-NAME (WS-ROSTER-IDX)
                    TO BOARDED-PASSENGER-NAME
                 MOVE ROSTER-BOOKING (WS-ROSTER-IDX)
                    TO BOARDED-BOOKING-REF
                 MOVE ROSTER-SEAT-ID (WS-ROSTER-IDX)
                    TO BOARDED-SEAT-ID
                 MOVE ROSTER-CLASS (WS-ROSTER-IDX) TO BOARDED-CLASS
                 WRITE BOARDED-RECORD
                 ADD 1 TO WS-BOARDED-COUNT
                 ADD ROSTER-SEAT-ID (WS-ROSTER-IDX) TO WS-BOARDED-HASH
              END-IF
           END-PERFORM.
           MOVE WS-BOARDED-COUNT TO TRAILER-REC-COUNT.
           MOVE WS-BOARDED-HASH TO TRAILER-HASH-TOTAL.
           WRITE BOARDED-RECORD FROM TRAILER-RECORD.
           CLOSE BOARDED-FILE.

      *> Per cabin class, how many the manifest carried and how many
      *> never scanned -- the same no-shows 004 lists by name.
       009-RECORD-NO-SHOW-HISTORY.
           IF WS-FLIGHT-ID = SPACES
              DISPLAY "NO-SHOW HISTORY NOT RECORDED: NO FLIGHT-ID"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NCT-COUNT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              PERFORM 009A-COUNT-CLASS
           END-PERFORM.
           MOVE "00" TO NOSHOW-HIST-STATUS.
           OPEN EXTEND NOSHOW-HISTORY-FILE.
           IF NOSHOW-HIST-STATUS = "35"
              OPEN OUTPUT NOSHOW-HISTORY-FILE
           END-IF.
           IF NOSHOW-HIST-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN NO-SHOW HISTORY: "
                 WS-NOSHOW-HIST-FILENAME
                 " STATUS=" NOSHOW-HIST-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-NCT-IDX FROM 1 BY 1
                 UNTIL WS-NCT-IDX > WS-NCT-COUNT
              MOVE WS-FLIGHT-ID TO NSH-FLIGHT-ID
              MOVE WS-FLIGHT-DATE TO NSH-FLIGHT-DATE
              MOVE NCT-CLASS (WS-NCT-IDX) TO NSH-CLASS
              MOVE NCT-MANIFESTED (WS-NCT-IDX) TO NSH-MANIFESTED
              MOVE NCT-NO-SHOWS (WS-NCT-IDX) TO NSH-NO-SHOWS
              MOVE WS-RECON-TS(1:14) TO NSH-RUN-TS
              WRITE NOSHOW-HISTORY-RECORD
           END-PERFORM.
           CLOSE NOSHOW-HISTORY-FILE.

       009A-COUNT-CLASS.
           MOVE 0 TO WS-NCT-HIT.
           PERFORM VARYING WS-NCT-IDX FROM 1 BY 1
                 UNTIL WS-NCT-IDX > WS-NCT-COUNT
              IF NCT-CLASS (WS-NCT-IDX) = ROSTER-CLASS (WS-ROSTER-IDX)
                 MOVE WS-NCT-IDX TO WS-NCT-HIT
              END-IF
           END-PERFORM.
           IF WS-NCT-HIT = 0
              IF WS-NCT-COUNT >= 10
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NCT-COUNT
              MOVE WS-NCT-COUNT TO WS-NCT-HIT
              MOVE ROSTER-CLASS (WS-ROSTER-IDX)
                 TO NCT-CLASS (WS-NCT-HIT)
              MOVE 0 TO NCT-MANIFESTED (WS-NCT-HIT)
              MOVE 0 TO NCT-NO-SHOWS (WS-NCT-HIT)
           END-IF.
           ADD 1 TO NCT-MANIFESTED (WS-NCT-HIT).
           IF ROSTER-SCAN-COUNT (WS-ROSTER-IDX) = 0
              ADD 1 TO NCT-NO-SHOWS (WS-NCT-HIT)
           END-IF.
