      *> APIS batch transmission record, one file per departing
      *> flight (d5.<flight>.apis): an H header naming the flight and
      *> its date, a D detail per passenger with a usable travel
      *> document, and a T trailer whose count the receiving system
      *> checks against the details it took in. Fixed 80-byte
      *> records, unused positions blank.
       01 APIS-EXPORT-RECORD.
          05 APX-RECORD-TYPE    PIC X(1).
             88 APX-HEADER          VALUE "H".
             88 APX-DETAIL          VALUE "D".
             88 APX-TRAILER         VALUE "T".
          05 APX-BODY           PIC X(79).
          05 APX-HEADER-BODY REDEFINES APX-BODY.
             10 APX-HDR-FLIGHT-ID   PIC X(8).
             10 APX-HDR-FLIGHT-DATE PIC 9(8).
             10 APX-HDR-CREATED-TS  PIC X(14).
             10 FILLER              PIC X(49).
          05 APX-DETAIL-BODY REDEFINES APX-BODY.
             10 APX-PASSENGER-NAME  PIC X(20).
             10 APX-DOC-TYPE        PIC X(1).
             10 APX-DOC-NUMBER      PIC X(15).
             10 APX-NATIONALITY     PIC X(3).
             10 APX-BIRTH-DATE      PIC 9(8).
             10 APX-GENDER          PIC X(1).
             10 APX-EXPIRY-DATE     PIC 9(8).
             10 APX-BOOKING-REF     PIC X(8).
             10 APX-SEAT-ID         PIC 9(4).
             10 FILLER              PIC X(11).
          05 APX-TRAILER-BODY REDEFINES APX-BODY.
             10 APX-TRL-FLIGHT-ID   PIC X(8).
             10 APX-TRL-COUNT       PIC 9(5).
             10 FILLER              PIC X(66).
