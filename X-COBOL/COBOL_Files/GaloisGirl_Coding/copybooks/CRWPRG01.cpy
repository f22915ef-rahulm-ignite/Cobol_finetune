      *> Crew pairing: one line per crew member per scheduled flight
      *> operated, with the duty date (YYYYMMDD) the flight departs
      *> on and the position flown -- CP, FO, PU or CC, as ranks are
      *> coded on the crew master. A crew member's pairings on one
      *> duty date make up one duty day.
       01 CREW-PAIRING-RECORD.
          05 CRP-CREW-ID        PIC X(8).
          05 CRP-SEP1           PIC X(1).
          05 CRP-DUTY-DATE      PIC X(8).
          05 CRP-SEP2           PIC X(1).
          05 CRP-FLIGHT-ID      PIC X(8).
          05 CRP-SEP3           PIC X(1).
          05 CRP-ROLE           PIC X(2).
