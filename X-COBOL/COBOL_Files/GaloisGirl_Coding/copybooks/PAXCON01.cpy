      *> Passenger contact, keyed by booking reference like the
      *> passenger master (d5.contacts), for telling a passenger of a
      *> disruption before they reach the gate. Maintained by
      *> AOC-2020-05-CON; read by the notification run AOC-2020-05-NTF.
      *> Language is the two-letter code the message templates are
      *> kept under. Nothing is sent unless the passenger opted in;
      *> those who did not are telephoned by the service desk.
       01 PASSENGER-CONTACT-RECORD.
          05 PCON-BOOKING-REF   PIC X(8).
          05 PCON-PHONE         PIC X(20).
          05 PCON-EMAIL         PIC X(50).
          05 PCON-LANGUAGE      PIC X(2).
          05 PCON-OPT-IN        PIC X(1).
             88 PCON-OPTED-IN       VALUE "Y".
             88 PCON-OPTED-OUT      VALUE "N".
             88 PCON-OPT-IN-KNOWN   VALUE "Y" "N".
