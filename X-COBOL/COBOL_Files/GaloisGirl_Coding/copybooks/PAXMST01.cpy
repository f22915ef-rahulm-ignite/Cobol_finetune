      *> by the manifest job (which maintains it as a by-product of
      *> each run), the master maintenance program, and the archival
      *> job. MASTER-STATUS-DATE is the day the status last changed
      *> (YYYYMMDD, zero on records written before it existed) --
      *> a rewrite that leaves the status alone leaves the date
      *> alone, so on an active booking it is the booking date; the
      *> archival job's retention cutoff runs against it.
      *> MASTER-MEMBER-NO links the booking to its frequent-flyer
      *> account in d5.loyalty (spaces when the passenger gave none);
      *> the jobs that rebuild a master record from a manifest line
      *> read the old record first so the link survives. A d5.master
      *> built before the member number was added will not open
      *> under this layout: run AOC-2020-05-CNV once to rewrite it
      *> with the member number blank before any master-using job
      *> touches it.
       01 MASTER-RECORD.
          05 MASTER-BOOKING-REF    PIC X(8).
          05 MASTER-PASSENGER-NAME PIC X(20).
          05 MASTER-SEAT-ID        PIC 9(4).
          05 MASTER-STATUS         PIC X(1).
          05 MASTER-STATUS-DATE    PIC 9(8).
          05 MASTER-MEMBER-NO      PIC X(10).
