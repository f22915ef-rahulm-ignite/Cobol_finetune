      *> No-show history, appended by the reconcile job for each
      *> flight it reconciles: per cabin class, the passengers the
      *> manifest carried and how many of them never scanned at the
      *> gate. A flight reconciled twice leaves two sets; the later
      *> run (by timestamp) is the one that counts.
       01 NOSHOW-HISTORY-RECORD.
          05 NSH-FLIGHT-ID      PIC X(8).
          05 NSH-FLIGHT-DATE    PIC 9(8).
          05 NSH-CLASS          PIC X(1).
          05 NSH-MANIFESTED     PIC 9(5).
          05 NSH-NO-SHOWS       PIC 9(5).
          05 NSH-RUN-TS         PIC X(14).
