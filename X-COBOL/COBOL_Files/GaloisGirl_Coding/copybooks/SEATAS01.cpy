      *> Counter seat assignment, keyed by flight and seat ID, so two
      *> agents can never both hold one seat: the file itself refuses
      *> the second WRITE of the same key. The alternate key, flight
      *> plus booking reference, refuses a second seat for the same
      *> booking the same way. Written by the check-in program as
      *> each pass is issued; the A-action amendment it writes
      *> alongside carries the seat onto the manifest.
       01 SEAT-ASSIGN-RECORD.
          05 SA-SEAT-KEY.
             10 SA-FLIGHT-ID      PIC X(8).
             10 SA-SEAT-ID        PIC 9(4).
          05 SA-BOOKING-KEY.
             10 SA-BOOK-FLIGHT-ID PIC X(8).
             10 SA-BOOKING-REF    PIC X(8).
          05 SA-BOARDING-PASS     PIC X(10).
          05 SA-PASSENGER-NAME    PIC X(20).
          05 SA-AGENT-ID          PIC X(8).
          05 SA-ASSIGNED-TS       PIC X(14).
