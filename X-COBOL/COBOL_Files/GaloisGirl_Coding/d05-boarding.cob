      *> class and a percent-complete figure. Once boarding passes
      *> the final-call threshold, the not-yet-scanned passengers are
      *> listed with their seats -- the list the agents page from.
      *> When the manifest job stamped boarding groups, progress is
      *> also shown per group. Each run with CALL-GROUP set records
      *> that the gate has just called that group, against the scans
      *> so far, in the gate-call log; every scan is then judged
      *> against the calls made before it, and passengers who
      *> scanned before their group was called are listed as out of
      *> sequence.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRESS-FILE ASSIGN TO "d5.boardprog"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOARDING-GROUP-FILE ASSIGN TO DYNAMIC
              WS-BGROUPS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BGROUPS-FILE-STATUS.

           SELECT GATE-CALLS-FILE ASSIGN TO DYNAMIC
              WS-GATECALLS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GATECALLS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD MANIFEST-FILE.
         FD PROGRESS-FILE.
         01 PROGRESS-LINE PIC X(70).

         FD BOARDING-GROUP-FILE.
         COPY BRDGRP01.

      *> One line per group call: the group, then how many scans the
      *> scan file held when it was called.
         FD GATE-CALLS-FILE.
         01 GATE-CALL-RECORD.
            05 GCL-GROUP      PIC 9(2).
            05 GCL-SEP1       PIC X(1).
            05 GCL-AFTER-SCANS PIC 9(9).

       WORKING-STORAGE SECTION.
         01 MANIFEST-FILE-STATUS PIC X(2) VALUE "00".
         01 SCAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MANIFEST-FILENAME PIC X(100) VALUE "d5.manifest".
         01 WS-SCAN-FILENAME PIC X(100) VALUE "d5.scans".
         01 BGROUPS-FILE-STATUS PIC X(2) VALUE "00".
         01 GATECALLS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BGROUPS-FILENAME PIC X(100) VALUE "d5.bgroups".
         01 WS-GATECALLS-FILENAME PIC X(100) VALUE "d5.gatecalls".
         01 ROSTER-TABLE.
            05 ROSTER-ENTRY OCCURS 2048 TIMES.
               10 ROSTER-PASS       PIC X(10).
               10 ROSTER-SEAT-ID    PIC 9(4).
               10 ROSTER-CLASS      PIC X(1).
               10 ROSTER-SCAN-COUNT PIC 9(3).
               10 ROSTER-GROUP      PIC 9(2).
         01 WS-ROSTER-SIZE PIC 9(4) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(4) VALUE 0.
         01 WS-ROSTER-HIT PIC 9(4) VALUE 0.
      *> record area is no longer on hand once the file is closed,
      *> so the lookup never reads it directly.
         01 WS-CLASS-WORK PIC X VALUE SPACE.
      *> Per-group boarding tallies, subscripted by group; group 00
      *> is a passenger the group file does not know (added since
      *> the groups were stamped).
         01 GROUP-PROGRESS-TABLE.
            05 GROUP-PROGRESS-ENTRY OCCURS 100 TIMES.
               10 GPG-BOOKED  PIC 9(5).
               10 GPG-BOARDED PIC 9(5).
         01 WS-GROUPS-SWITCH PIC X VALUE "N".
            88 GROUPS-LOADED VALUE "Y".
            88 GROUPS-ABSENT VALUE "N".
         01 WS-GROUP-IDX PIC 9(3) VALUE 0.
      *> Gate calls in the order they were made.
         01 GATE-CALL-TABLE.
            05 GATE-CALL-ENTRY OCCURS 99 TIMES.
               10 GCT-GROUP       PIC 9(2).
               10 GCT-AFTER-SCANS PIC 9(9).
         01 WS-CALL-COUNT PIC 9(2) VALUE 0.
         01 WS-CALL-IDX PIC 9(2) VALUE 0.
         01 WS-CALLED-GROUP PIC 9(2) VALUE 0.
         01 WS-CALL-GROUP-PARM PIC X(4) VALUE SPACES.
         01 WS-NEW-CALL-GROUP PIC 9(2) VALUE 0.
      *> Passengers whose first scan came before their group was
      *> called, in scan order.
         01 OUT-OF-SEQ-TABLE.
            05 OOS-ENTRY OCCURS 512 TIMES.
               10 OOS-ROSTER-IDX PIC 9(4).
               10 OOS-CALLED     PIC 9(2).
               10 OOS-SCAN-NO    PIC 9(9).
         01 WS-OOS-COUNT PIC 9(3) VALUE 0.
         01 WS-OOS-IDX PIC 9(3) VALUE 0.
         01 WS-FINAL-CALL-PARM PIC X(9) VALUE SPACES.
         01 WS-FINAL-CALL-PCT PIC 9(3) VALUE 80.
         01 WS-BOARDED-PCT PIC 9(3) VALUE 0.
            05 FILLER         PIC X(1) VALUE SPACE.
            05 WS-FIN-CLASS   PIC X(1).
            05 FILLER         PIC X(30) VALUE SPACES.
         01 WS-GROUP-LINE.
            05 FILLER            PIC X(6) VALUE "GROUP ".
            05 WS-GRP-CODE       PIC X(2).
            05 FILLER            PIC X(9) VALUE " BOARDED ".
            05 WS-GRP-BOARDED    PIC ZZZZ9.
            05 FILLER            PIC X(4) VALUE " OF ".
            05 WS-GRP-BOOKED     PIC ZZZZ9.
            05 FILLER            PIC X(39) VALUE SPACES.
         01 WS-CALLED-LINE.
            05 FILLER            PIC X(19) VALUE
               "CALLED UP TO GROUP ".
            05 WS-CLD-GROUP      PIC 9(2).
            05 FILLER            PIC X(49) VALUE SPACES.
         01 WS-OOS-HEADING PIC X(70) VALUE
            "OUT OF SEQUENCE - SCANNED BEFORE GROUP CALLED".
         01 WS-OOS-DETAIL.
            05 WS-OOS-NAME    PIC X(20).
            05 FILLER         PIC X(6) VALUE " SEAT ".
            05 WS-OOS-SEAT    PIC ZZZ9.
            05 FILLER         PIC X(7) VALUE " GROUP ".
            05 WS-OOS-GROUP   PIC 9(2).
            05 FILLER         PIC X(8) VALUE " CALLED ".
            05 WS-OOS-CALLED  PIC 9(2).
            05 FILLER         PIC X(6) VALUE " SCAN ".
            05 WS-OOS-SCAN-NO PIC Z(8)9.
            05 FILLER         PIC X(6) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-SCAN-TOTAL UNSIGNED-INT VALUE 0.
                 FUNCTION NUMVAL(WS-FINAL-CALL-PARM)
           END-IF.

           ACCEPT WS-BGROUPS-FILENAME
              FROM ENVIRONMENT "BOARDING-GROUPS".
           IF WS-BGROUPS-FILENAME = SPACES
              MOVE "d5.bgroups" TO WS-BGROUPS-FILENAME
           END-IF.
           ACCEPT WS-GATECALLS-FILENAME FROM ENVIRONMENT "GATE-CALLS".
           IF WS-GATECALLS-FILENAME = SPACES
              MOVE "d5.gatecalls" TO WS-GATECALLS-FILENAME
           END-IF.
           ACCEPT WS-CALL-GROUP-PARM FROM ENVIRONMENT "CALL-GROUP".
           IF FUNCTION TEST-NUMVAL(WS-CALL-GROUP-PARM) = 0
              COMPUTE WS-NEW-CALL-GROUP =
                 FUNCTION NUMVAL(WS-CALL-GROUP-PARM)
           END-IF.

           PERFORM 002-LOAD-ROSTER.
           PERFORM 002B-LOAD-GROUPS.
           PERFORM 002C-LOAD-GATE-CALLS.
           PERFORM 003-APPLY-SCANS.
           PERFORM 003B-RECORD-GATE-CALL.
           PERFORM 004-WRITE-PROGRESS.

           DISPLAY WS-BOARDED-TOTAL " OF " WS-ROSTER-SIZE
                    MOVE MANIFEST-CLASS
                       TO ROSTER-CLASS (WS-ROSTER-SIZE)
                    MOVE 0 TO ROSTER-SCAN-COUNT (WS-ROSTER-SIZE)
                    MOVE 0 TO ROSTER-GROUP (WS-ROSTER-SIZE)
                    PERFORM 002A-TALLY-BOOKED
                    END-IF
              END-READ
           PERFORM 005-FIND-CLASS-SLOT.
           ADD 1 TO CPG-BOOKED (WS-CLASS-HIT).

      *> Without a group file (no boarding rules for the flight) the
      *> report stays by class only, the historical behavior.
       002B-LOAD-GROUPS.
           SET GROUPS-ABSENT TO TRUE.
           MOVE ALL "0" TO GROUP-PROGRESS-TABLE.
           OPEN INPUT BOARDING-GROUP-FILE.
           IF BGROUPS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           SET GROUPS-LOADED TO TRUE.
           PERFORM UNTIL BGROUPS-FILE-STATUS = "10"
              READ BOARDING-GROUP-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 002D-NOTE-GROUP
              END-READ
           END-PERFORM.
           CLOSE BOARDING-GROUP-FILE.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              COMPUTE WS-GROUP-IDX = ROSTER-GROUP (WS-ROSTER-IDX) + 1
              ADD 1 TO GPG-BOOKED (WS-GROUP-IDX)
           END-PERFORM.

      *> The calls made so far; no log yet means no group has been
      *> called, and nothing can be judged out of sequence.
       002C-LOAD-GATE-CALLS.
           MOVE 0 TO WS-CALL-COUNT.
           OPEN INPUT GATE-CALLS-FILE.
           IF GATECALLS-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GATECALLS-FILE-STATUS = "10"
              READ GATE-CALLS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF GCL-GROUP IS NUMERIC AND
                       GCL-AFTER-SCANS IS NUMERIC AND
                       WS-CALL-COUNT < 99
                       ADD 1 TO WS-CALL-COUNT
                       MOVE GCL-GROUP TO GCT-GROUP (WS-CALL-COUNT)
                       MOVE GCL-AFTER-SCANS
                          TO GCT-AFTER-SCANS (WS-CALL-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GATE-CALLS-FILE.

       002D-NOTE-GROUP.
           IF BGP-GROUP IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-SIZE
              IF ROSTER-PASS (WS-ROSTER-IDX) = BGP-BOARDING-PASS
                 AND ROSTER-BOOKING (WS-ROSTER-IDX) = BGP-BOOKING-REF
                 MOVE BGP-GROUP TO ROSTER-GROUP (WS-ROSTER-IDX)
              END-IF
           END-PERFORM.

      *> A scan file still being written by the gate devices is the
      *> normal case mid-boarding; a missing one just means boarding
      *> has not started.
              END-IF
           END-PERFORM.
           IF WS-ROSTER-HIT > 0
              IF ROSTER-SCAN-COUNT (WS-ROSTER-HIT) = 0
                 PERFORM 003C-CHECK-SEQUENCE
              END-IF
              ADD 1 TO ROSTER-SCAN-COUNT (WS-ROSTER-HIT)
           END-IF.

      *> The call is stamped with the scans already in the file, so
      *> only later scans are judged against it.
       003B-RECORD-GATE-CALL.
           IF WS-NEW-CALL-GROUP = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND GATE-CALLS-FILE.
           IF GATECALLS-FILE-STATUS = "35"
              OPEN OUTPUT GATE-CALLS-FILE
           END-IF.
           MOVE WS-NEW-CALL-GROUP TO GCL-GROUP.
           MOVE SPACE TO GCL-SEP1.
           MOVE WS-SCAN-TOTAL TO GCL-AFTER-SCANS.
           WRITE GATE-CALL-RECORD.
           CLOSE GATE-CALLS-FILE.
           IF WS-CALL-COUNT < 99
              ADD 1 TO WS-CALL-COUNT
              MOVE WS-NEW-CALL-GROUP TO GCT-GROUP (WS-CALL-COUNT)
              MOVE WS-SCAN-TOTAL TO GCT-AFTER-SCANS (WS-CALL-COUNT)
           END-IF.
           DISPLAY "GROUP " WS-NEW-CALL-GROUP " CALLED AFTER SCAN "
              WS-SCAN-TOTAL.

      *> A first scan is in sequence when some call made before it
      *> reached the passenger's group; the gate may call groups
      *> out of order, so the highest group called so far counts.
       003C-CHECK-SEQUENCE.
           IF GROUPS-ABSENT OR WS-CALL-COUNT = 0 OR
              ROSTER-GROUP (WS-ROSTER-HIT) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CALLED-GROUP.
           PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                 UNTIL WS-CALL-IDX > WS-CALL-COUNT
              IF GCT-AFTER-SCANS (WS-CALL-IDX) < WS-SCAN-TOTAL AND
                 GCT-GROUP (WS-CALL-IDX) > WS-CALLED-GROUP
                 MOVE GCT-GROUP (WS-CALL-IDX) TO WS-CALLED-GROUP
              END-IF
           END-PERFORM.
           IF ROSTER-GROUP (WS-ROSTER-HIT) <= WS-CALLED-GROUP
              EXIT PARAGRAPH
           END-IF.
           IF WS-OOS-COUNT >= 512
              DISPLAY "OUT OF SEQUENCE TABLE FULL, NOT LISTED: "
                 ROSTER-BOOKING (WS-ROSTER-HIT)
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OOS-COUNT.
           MOVE WS-ROSTER-HIT TO OOS-ROSTER-IDX (WS-OOS-COUNT).
           MOVE WS-CALLED-GROUP TO OOS-CALLED (WS-OOS-COUNT).
           MOVE WS-SCAN-TOTAL TO OOS-SCAN-NO (WS-OOS-COUNT).

       004-WRITE-PROGRESS.
           MOVE 0 TO WS-BOARDED-TOTAL.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                 MOVE ROSTER-CLASS (WS-ROSTER-IDX) TO WS-CLASS-WORK
                 PERFORM 005-FIND-CLASS-SLOT
                 ADD 1 TO CPG-BOARDED (WS-CLASS-HIT)
                 COMPUTE WS-GROUP-IDX =
                    ROSTER-GROUP (WS-ROSTER-IDX) + 1
                 ADD 1 TO GPG-BOARDED (WS-GROUP-IDX)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-BOARDED-PCT.
           MOVE WS-ROSTER-SIZE TO WS-TOT-BOOKED.
           MOVE WS-BOARDED-PCT TO WS-TOT-PCT.
           WRITE PROGRESS-LINE FROM WS-TOTAL-LINE.
           IF GROUPS-LOADED
              PERFORM 007-WRITE-GROUP-PROGRESS
           END-IF.

           IF WS-BOARDED-PCT >= WS-FINAL-CALL-PCT
              PERFORM 006-WRITE-FINAL-CALL
                 WRITE PROGRESS-LINE FROM WS-FINAL-DETAIL
              END-IF
           END-PERFORM.

      *> Progress per boarding group in calling order, the highest
      *> group called so far, and the out-of-sequence list.
       007-WRITE-GROUP-PROGRESS.
           PERFORM VARYING WS-GROUP-IDX FROM 2 BY 1
                 UNTIL WS-GROUP-IDX > 100
              IF GPG-BOOKED (WS-GROUP-IDX) > 0
                 COMPUTE WS-CALLED-GROUP = WS-GROUP-IDX - 1
                 MOVE WS-CALLED-GROUP TO WS-GRP-CODE
                 MOVE GPG-BOARDED (WS-GROUP-IDX) TO WS-GRP-BOARDED
                 MOVE GPG-BOOKED (WS-GROUP-IDX) TO WS-GRP-BOOKED
                 WRITE PROGRESS-LINE FROM WS-GROUP-LINE
              END-IF
           END-PERFORM.
           IF GPG-BOOKED (1) > 0
              MOVE "--" TO WS-GRP-CODE
              MOVE GPG-BOARDED (1) TO WS-GRP-BOARDED
              MOVE GPG-BOOKED (1) TO WS-GRP-BOOKED
              WRITE PROGRESS-LINE FROM WS-GROUP-LINE
           END-IF.

           IF WS-CALL-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CALLED-GROUP.
           PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
                 UNTIL WS-CALL-IDX > WS-CALL-COUNT
              IF GCT-GROUP (WS-CALL-IDX) > WS-CALLED-GROUP
                 MOVE GCT-GROUP (WS-CALL-IDX) TO WS-CALLED-GROUP
              END-IF
           END-PERFORM.
           MOVE WS-CALLED-GROUP TO WS-CLD-GROUP.
           WRITE PROGRESS-LINE FROM WS-CALLED-LINE.

           IF WS-OOS-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           WRITE PROGRESS-LINE FROM WS-OOS-HEADING.
           PERFORM VARYING WS-OOS-IDX FROM 1 BY 1
                 UNTIL WS-OOS-IDX > WS-OOS-COUNT
              MOVE OOS-ROSTER-IDX (WS-OOS-IDX) TO WS-ROSTER-IDX
              MOVE ROSTER-NAME (WS-ROSTER-IDX) TO WS-OOS-NAME
              MOVE ROSTER-SEAT-ID (WS-ROSTER-IDX) TO WS-OOS-SEAT
              MOVE ROSTER-GROUP (WS-ROSTER-IDX) TO WS-OOS-GROUP
              MOVE OOS-CALLED (WS-OOS-IDX) TO WS-OOS-CALLED
              MOVE OOS-SCAN-NO (WS-OOS-IDX) TO WS-OOS-SCAN-NO
              WRITE PROGRESS-LINE FROM WS-OOS-DETAIL
           END-PERFORM.
