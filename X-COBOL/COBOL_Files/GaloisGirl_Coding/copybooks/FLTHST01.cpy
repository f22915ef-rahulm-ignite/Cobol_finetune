      *> Flight performance history, keyed by flight ID and flight
      *> date (YYYYMMDD): one record per flight operated, written by
      *> the manifest job as each flight finishes and rewritten if
      *> the flight is run again the same day. Booked is the roster
      *> count the run was given (the manifested headcount when none
      *> was); boarded is the manifested headcount plus standbys
      *> cleared, less the oversale offload list. Seats offered is
      *> the aircraft configuration's capacity, zero when the run had
      *> no configuration, and the load factors are percentages to
      *> one decimal of the seats offered overall and per cabin.
       01 FLIGHT-HISTORY-RECORD.
          05 FH-KEY.
             10 FH-FLIGHT-ID     PIC X(8).
             10 FH-FLIGHT-DATE   PIC 9(8).
          05 FH-RUN-ID           PIC X(15).
          05 FH-BOOKED           PIC 9(5).
          05 FH-BOARDED          PIC 9(5).
          05 FH-REJECTS          PIC 9(5).
          05 FH-SEATS-OFFERED    PIC 9(5).
          05 FH-LOAD-FACTOR      PIC 9(3)V9.
          05 FH-STANDBY-CLEARED  PIC 9(5).
          05 FH-OFFLOADS         PIC 9(5).
          05 FH-CLASS-COUNT      PIC 9(2).
          05 FH-CLASS-ENTRY OCCURS 10 TIMES.
             10 FH-CLASS-CODE    PIC X(1).
             10 FH-CLASS-SOLD    PIC 9(5).
             10 FH-CLASS-SEATS   PIC 9(5).
             10 FH-CLASS-LF      PIC 9(3)V9.
