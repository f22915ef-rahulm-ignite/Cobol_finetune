      *> Fare coupon record, keyed by booking reference: the flight
      *> the coupon is good for, the fare basis, the amount in the
      *> ticketing currency (two implied decimals), and the coupon
      *> status reservations maintains -- O open, L lifted at the
      *> gate, V void, R refunded. Loaded into d5.fares by the
      *> revenue job's FARE-LOAD step and read by booking reference
      *> the way d5.master and d5.ssr are.
       01 FARE-COUPON-RECORD.
          05 FARE-BOOKING-REF   PIC X(8).
          05 FARE-FLIGHT-ID     PIC X(8).
          05 FARE-BASIS         PIC X(8).
          05 FARE-AMOUNT        PIC 9(7)V9(2).
          05 FARE-CURRENCY      PIC X(3).
          05 FARE-COUPON-STATUS PIC X(1).
             88 COUPON-OPEN     VALUE "O".
             88 COUPON-LIFTED   VALUE "L".
             88 COUPON-VOID     VALUE "V".
             88 COUPON-REFUNDED VALUE "R".
