      *> Crew master, one line per crew member, maintained by crew
      *> scheduling as a reference file like the aircraft
      *> configuration. Rank is CP captain, FO first officer, PU
      *> purser or CC cabin crew; status A is active, anything else
      *> (leave, training, left) keeps the member off the roster.
       01 CREW-MASTER-RECORD.
          05 CRM-CREW-ID        PIC X(8).
          05 CRM-SEP1           PIC X(1).
          05 CRM-CREW-NAME      PIC X(20).
          05 CRM-SEP2           PIC X(1).
          05 CRM-RANK           PIC X(2).
             88 CRM-FLIGHT-DECK VALUE "CP" "FO".
             88 CRM-CABIN       VALUE "PU" "CC".
          05 CRM-SEP3           PIC X(1).
          05 CRM-BASE           PIC X(3).
          05 CRM-SEP4           PIC X(1).
          05 CRM-STATUS         PIC X(1).
             88 CRM-ACTIVE      VALUE "A".
