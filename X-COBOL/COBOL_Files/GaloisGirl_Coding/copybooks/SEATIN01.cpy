      *> Seat inventory, keyed by flight and seat ID (d5.seatinv): the
      *> standing record of every seat the flight has and what it is
      *> doing -- open for sale, held for a booking that is still
      *> paying, assigned to a passenger on the manifest, or blocked
      *> by the aircraft configuration. The manifest build, amendment
      *> mode, standby clearance and rebooking keep it current; the
      *> hold program AOC-2020-05-HLD places and releases holds and
      *> the sweep AOC-2020-05-HSW releases holds that have lapsed.
      *> Gap detection reads the open seats from here. The hold
      *> expiry is a YYYYMMDDHHMMSS timestamp, blank unless held.
       01 SEAT-INVENTORY-RECORD.
          05 SI-KEY.
             10 SI-FLIGHT-ID      PIC X(8).
             10 SI-SEAT-ID        PIC 9(4).
          05 SI-STATUS            PIC X(1).
             88 SI-OPEN              VALUE "O".
             88 SI-HELD              VALUE "H".
             88 SI-ASSIGNED          VALUE "A".
             88 SI-BLOCKED           VALUE "B".
          05 SI-BOOKING-REF       PIC X(8).
          05 SI-HOLD-EXPIRY       PIC X(14).
          05 SI-UPDATED-TS        PIC X(14).
          05 SI-UPDATED-BY        PIC X(16).
