      *> Boarding group stamped on each manifested passenger by the
      *> manifest job's boarding-group step (d5.bgroups; d5.<flight>.
      *> bgroups in a schedule run), in manifest order: the manifest
      *> line, then the group the gate calls the passenger in (01
      *> boards first) and the keyword of the rule that placed them
      *> (SSR, CLASS, TIER, ROWS, ALL, or NONE when no rule fit and
      *> the passenger fell to the last group). The boarding monitor
      *> reads it to break progress down by group.
       01 BOARDING-GROUP-RECORD.
          05 BGP-BOARDING-PASS   PIC X(10).
          05 BGP-SEP1            PIC X(1).
          05 BGP-PASSENGER-NAME  PIC X(20).
          05 BGP-SEP2            PIC X(1).
          05 BGP-BOOKING-REF     PIC X(8).
          05 BGP-SEP3            PIC X(1).
          05 BGP-SEAT-ID         PIC ZZZ9.
          05 BGP-SEP4            PIC X(1).
          05 BGP-CLASS           PIC X(1).
          05 BGP-SEP5            PIC X(1).
          05 BGP-GROUP           PIC 9(2).
          05 BGP-SEP6            PIC X(1).
          05 BGP-RULE            PIC X(5).
