      *> Passenger master change journal record, one per add, change,
      *> or delete against MASTER-RECORD: when (YYYYMMDDHHMMSS plus
      *> hundredths), what (A add, C change, D delete), which
      *> booking, which program and run made it, and the record as
      *> it stood before and after (PAXMST01 layout; the before image
      *> is spaces on an add, the after image spaces on a delete).
      *> Programs fill everything but the timestamp and booking and
      *> CALL "MASTER-JOURNAL", which stamps and appends it to
      *> d5.masterjrnl; AOC-2020-05-HST reads it back.
       01 MASTER-JOURNAL-RECORD.
          05 MJR-TIMESTAMP    PIC X(16).
          05 MJR-ACTION       PIC X(1).
             88 MJR-ADD       VALUE "A".
             88 MJR-CHANGE    VALUE "C".
             88 MJR-DELETE    VALUE "D".
          05 MJR-BOOKING-REF  PIC X(8).
          05 MJR-PROGRAM      PIC X(16).
          05 MJR-RUN-ID       PIC X(15).
          05 MJR-BEFORE-IMAGE PIC X(61).
          05 MJR-AFTER-IMAGE  PIC X(61).
