      *> Mileage accrual journal, keyed by booking reference plus
      *> flight: one record per credit ever made, so the key itself
      *> is the guard against crediting the same booking on the same
      *> flight twice when the accrual job is rerun. Carries the
      *> member credited, the cabin class and the figures the credit
      *> was worked from (base miles times the band's factor in
      *> hundredths), and when it was posted.
       01 ACCRUAL-RECORD.
          05 ACR-KEY.
             10 ACR-BOOKING-REF PIC X(8).
             10 ACR-FLIGHT-ID   PIC X(8).
          05 ACR-MEMBER-NO      PIC X(10).
          05 ACR-CLASS          PIC X(1).
          05 ACR-SEAT-ID        PIC 9(4).
          05 ACR-BASE-MILES     PIC 9(5).
          05 ACR-FACTOR         PIC 9(3).
          05 ACR-MILES          PIC 9(7).
          05 ACR-POSTED-TS      PIC X(14).
