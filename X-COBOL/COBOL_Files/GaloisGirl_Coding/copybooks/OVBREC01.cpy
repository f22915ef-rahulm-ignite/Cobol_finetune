      *> Overbooking authorization, one per flight number, day of
      *> week (1 Monday to 7 Sunday) and cabin class, in the fixed
      *> layout reservations loads: the cabin's seats, the bookings
      *> authorized against them, the overbooking that represents,
      *> the no-show rate it was derived from (percent to one
      *> decimal), and the date the recommendation was made.
       01 OVERBOOK-AUTH-RECORD.
          05 OVB-FLIGHT-ID      PIC X(8).
          05 OVB-DAY-OF-WEEK    PIC 9(1).
          05 OVB-CLASS          PIC X(1).
          05 OVB-CAPACITY       PIC 9(4).
          05 OVB-AUTHORIZED     PIC 9(4).
          05 OVB-OVERBOOK       PIC 9(3).
          05 OVB-NO-SHOW-PCT    PIC 9(3)V9.
          05 OVB-EFFECTIVE-DATE PIC 9(8).
