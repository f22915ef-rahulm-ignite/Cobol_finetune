      *> Passenger travel document, keyed by booking reference like
      *> the passenger master (d5.apisdoc), for the advance passenger
      *> information sent on international departures. Maintained by
      *> AOC-2020-05-APD; read by the manifest job when it cuts a
      *> flight's APIS export. Dates are YYYYMMDD; nationality is the
      *> three-letter country code. The dates are carried as display
      *> digits so a keyed-in slip reaches APIS-VALIDATE, which owns
      *> every rule on what makes a document usable.
       01 PASSENGER-DOCUMENT-RECORD.
          05 PDOC-BOOKING-REF   PIC X(8).
          05 PDOC-DOC-TYPE      PIC X(1).
             88 PDOC-PASSPORT       VALUE "P".
             88 PDOC-IDENTITY-CARD  VALUE "I".
             88 PDOC-RESIDENT-CARD  VALUE "A".
             88 PDOC-TYPE-KNOWN     VALUE "P" "I" "A".
          05 PDOC-DOC-NUMBER    PIC X(15).
          05 PDOC-NATIONALITY   PIC X(3).
          05 PDOC-BIRTH-DATE    PIC 9(8).
          05 PDOC-EXPIRY-DATE   PIC 9(8).
          05 PDOC-GENDER        PIC X(1).
             88 PDOC-GENDER-KNOWN   VALUE "M" "F" "X".
