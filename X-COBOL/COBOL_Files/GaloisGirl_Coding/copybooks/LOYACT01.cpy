      *> Frequent-flyer account, keyed by member number: the name the
      *> account was enrolled under, the tier (B base, S silver, G
      *> gold, P platinum -- the order upgrade priority follows), the
      *> account status (A active, C closed; a closed account earns
      *> nothing), the spendable and lifetime mileage, and the date
      *> miles were last credited (YYYYMMDD, zero before the first).
      *> Enrolments and tier changes come in through the accrual
      *> job's MEMBER-LOAD step; the balances are only ever moved by
      *> accrual.
       01 LOYALTY-RECORD.
          05 LOY-MEMBER-NO      PIC X(10).
          05 LOY-MEMBER-NAME    PIC X(20).
          05 LOY-TIER           PIC X(1).
             88 TIER-BASE       VALUE "B".
             88 TIER-SILVER     VALUE "S".
             88 TIER-GOLD       VALUE "G".
             88 TIER-PLATINUM   VALUE "P".
          05 LOY-STATUS         PIC X(1).
             88 LOY-ACTIVE      VALUE "A".
             88 LOY-CLOSED      VALUE "C".
          05 LOY-MILES-BALANCE  PIC 9(9).
          05 LOY-MILES-LIFETIME PIC 9(9).
          05 LOY-LAST-ACCRUAL   PIC 9(8).
