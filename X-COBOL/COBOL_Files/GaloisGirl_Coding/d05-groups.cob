            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

         FD PROPOSAL-FILE.
         01 PROPOSAL-LINE PIC X(70).
              TO AMD-PASSENGER-NAME.
           MOVE ROSTER-BOOKING (GROUP-MEMBER (WS-GROUP-IDX))
              TO AMD-BOOKING-REF.
           MOVE "G" TO AMD-ORIGIN.
           WRITE AMEND-RECORD.
           ADD 1 TO WS-PROPOSED-MOVES.
