              WS-OVERSALE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Operational upgrades made before an oversold cabin is
      *> offloaded: the agents' list, and the same moves as seat-
      *> change amendments (AMEND-RECORD layout, action S) ready to
      *> be fed back through AMEND-FILE.
           SELECT UPGRADE-FILE ASSIGN TO DYNAMIC
              WS-UPGRADE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UPGRADE-AMEND-FILE ASSIGN TO DYNAMIC
              WS-UPGAMD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONNECTIONS-FILE ASSIGN TO "d5.connections"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS SSR-BOOKING-REF
           FILE STATUS IS SSR-FILE-STATUS.

      *> Frequent-flyer accounts, maintained by the accrual job; read
      *> here only for the tier that ranks upgrade candidates.
           SELECT LOYALTY-FILE ASSIGN TO "d5.loyalty"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOY-MEMBER-NO
           FILE STATUS IS LOYALTY-FILE-STATUS.

      *> Per-flight operating statistics kept over time, keyed by
      *> flight and date, for the load-factor trend report.
           SELECT FLIGHT-HISTORY-FILE ASSIGN TO "d5.flthist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FH-KEY
           FILE STATUS IS FLTHIST-FILE-STATUS.

      *> Keyed amendment work file, rebuilt from the manifest at the
      *> start of every amendment run: the sequence key preserves the
      *> manifest's arrival order for the rewrite, the booking
           ALTERNATE RECORD KEY IS AWK-BOOKING WITH DUPLICATES
           FILE STATUS IS AWK-FILE-STATUS.

      *> Standing seat inventory shared across flights and runs: the
      *> build marks every seat of the flight open, assigned or
      *> blocked (holds placed by reservations survive it), and gap
      *> detection reads the open seats back in key order.
           SELECT SEAT-INVENTORY-FILE ASSIGN TO "d5.seatinv"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SI-KEY
           FILE STATUS IS SEATINV-FILE-STATUS.

      *> Read only, for seats given out at a counter whose amendment
      *> has not reached the manifest yet.
           SELECT SEAT-ASSIGN-FILE ASSIGN TO "d5.seatassign"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SA-SEAT-KEY
           ALTERNATE RECORD KEY IS SA-BOOKING-KEY
           FILE STATUS IS SEAT-ASSIGN-STATUS.

      *> Travel documents by booking reference, maintained by the
      *> document maintenance job; read for international departures
      *> to cut the flight's APIS batch file and its hold list.
           SELECT APIS-DOC-FILE ASSIGN TO "d5.apisdoc"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PDOC-BOOKING-REF
           FILE STATUS IS APISDOC-FILE-STATUS.

           SELECT APIS-EXPORT-FILE ASSIGN TO DYNAMIC
              WS-APIS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APIS-HOLD-FILE ASSIGN TO DYNAMIC
              WS-APISHOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Boarding-group rules for the gate's zone boarding; the step
      *> stamps every passenger's group and prints the gate calling
      *> sequence the agents work down.
           SELECT BOARDING-RULES-FILE ASSIGN TO DYNAMIC
              WS-BGRULES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BGRULES-FILE-STATUS.

           SELECT BOARDING-GROUP-FILE ASSIGN TO DYNAMIC
              WS-BGROUPS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GATE-CALL-FILE ASSIGN TO DYNAMIC
              WS-GATECALL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE.
            05 ACFG-VALUE-3 PIC X(8).

      *> Cabin-class map: one line per row band, class code plus the
      *> inclusive row range it covers, and optionally the band's
      *> mileage-accrual factor in hundredths (150 = 1.5 times) for
      *> the loyalty job; the seat-assignment jobs ignore it.
         FD CLASS-MAP-FILE.
         01 CMAP-RECORD.
            05 CMAP-CLASS PIC X(1).
            05 CMAP-LOW   PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-HIGH  PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-MILES-FACTOR PIC X(3).

      *> AMD-ORIGIN names the job that raised the amendment: blank
      *> for one keyed at the desk for the passenger, otherwise K
      *> check-in counter, R rebooking, G group seating, E equipment
      *> swap, P partner passenger list, U this job's upgrade pass.
         FD AMEND-FILE.
         01 AMEND-RECORD.
            05 AMD-ACTION         PIC X(1).
            05 AMD-BOARDING-PASS  PIC X(10).
            05 AMD-PASSENGER-NAME PIC X(20).
            05 AMD-BOOKING-REF    PIC X(8).
            05 AMD-ORIGIN         PIC X(1).

         FD AMEND-REPORT-FILE.
         01 AMEND-REPORT-RECORD.
            05 AWK-CLASS   PIC X(1).
            05 AWK-ACTIVE  PIC 9.

         FD SEAT-INVENTORY-FILE.
         COPY SEATIN01.

         FD SEAT-ASSIGN-FILE.
         COPY SEATAS01.

         FD WATCHLIST-FILE.
         01 WATCHLIST-RECORD.
            05 WL-NAME    PIC X(20).
         FD OVERSALE-FILE.
         01 OVERSALE-LINE PIC X(70).

         FD UPGRADE-FILE.
         01 UPGRADE-LINE PIC X(70).

         FD UPGRADE-AMEND-FILE.
         01 UPGRADE-AMEND-RECORD.
            05 UPA-ACTION         PIC X(1).
            05 UPA-BOARDING-PASS  PIC X(10).
            05 UPA-PASSENGER-NAME PIC X(20).
            05 UPA-BOOKING-REF    PIC X(8).
            05 UPA-ORIGIN         PIC X(1).

         FD LOYALTY-FILE.
         COPY LOYACT01.

         FD FLIGHT-HISTORY-FILE.
         COPY FLTHST01.

         FD APIS-DOC-FILE.
         COPY APSDOC01.

         FD APIS-EXPORT-FILE.
         COPY APSEXP01.

         FD APIS-HOLD-FILE.
         01 APIS-HOLD-LINE PIC X(70).

      *> Boarding-group rules, one per line, tried in file order --
      *> the first that fits a passenger sets the group: the group
      *> number (01 boards first), a keyword, and its values. SSR
      *> code pre-boards a special-service passenger, CLASS code a
      *> cabin, TIER letter a frequent-flyer tier (B S G P), ROWS
      *> low high a row band -- back-to-front boarding is descending
      *> bands in ascending groups -- and ALL catches everyone left.
         FD BOARDING-RULES-FILE.
         01 BGRULE-RECORD.
            05 BGR-GROUP   PIC X(2).
            05 FILLER      PIC X(1).
            05 BGR-KEYWORD PIC X(5).
            05 FILLER      PIC X(1).
            05 BGR-VALUE-1 PIC X(4).
            05 FILLER      PIC X(1).
            05 BGR-VALUE-2 PIC X(4).

         FD BOARDING-GROUP-FILE.
         COPY BRDGRP01.

         FD GATE-CALL-FILE.
         01 GATE-CALL-LINE PIC X(70).

         FD CONNECTIONS-FILE.
         01 CONNECTIONS-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         COPY SEATRC01.
         COPY TRLREC01.
         COPY MSTJRN01.
         01 WS-TRL-SEEN PIC 9 VALUE 0.
         01 WS-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-TRL-HASH PIC 9(9) VALUE 0.
            05 WS-STBY-CNT-VALUE PIC ZZZ9.
            05 FILLER            PIC X(46).
         01 WS-OVERSALE-FILENAME PIC X(100) VALUE "d5.oversale".
         01 WS-UPGRADE-FILENAME PIC X(100) VALUE "d5.upgrades".
         01 WS-UPGAMD-FILENAME PIC X(100) VALUE "d5.upgradeamend".
         01 WS-LOADSHEET-FILENAME PIC X(100) VALUE "d5.loadsheet".
      *> Weight-and-balance zones from the aircraft configuration;
      *> no ZONE lines means no load sheet, the historical behavior.
            05 FILLER          PIC X(44) VALUE SPACES.
         01 WS-WB-WARN-LINE PIC X(70).
         01 SSR-FILE-STATUS PIC X(2) VALUE "00".
         01 LOYALTY-FILE-STATUS PIC X(2) VALUE "00".
      *> Rows holding emergency exits, from EXIT lines in the
      *> aircraft configuration; assistance-class SSR passengers may
      *> not occupy them.
            05 FILLER            PIC X(9) VALUE " MATCHED ".
            05 WS-HELD-DET-TYPE  PIC X(8).
            05 FILLER            PIC X(14) VALUE SPACES.
         01 APISDOC-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-APIS-FILENAME PIC X(100) VALUE "d5.apis".
         01 WS-APISHOLD-FILENAME PIC X(100) VALUE "d5.apishold".
         01 WS-APIS-PARM PIC X(1) VALUE SPACES.
         01 WS-APIS-SWITCH PIC X VALUE "N".
            88 APIS-REQUIRED VALUE "Y".
            88 APIS-NOT-REQUIRED VALUE "N".
         01 WS-APIS-REASON PIC X(20) VALUE SPACES.
         01 WS-APIS-SENT-COUNT PIC 9(4) VALUE 0.
         01 WS-APIS-HOLD-COUNT PIC 9(4) VALUE 0.
         01 WS-APIS-HOLD-DETAIL.
            05 WS-APIS-HOLD-NAME   PIC X(20).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-APIS-HOLD-BOOK   PIC X(8).
            05 FILLER              PIC X(6) VALUE " SEAT ".
            05 WS-APIS-HOLD-SEAT   PIC X(4).
            05 FILLER              PIC X(1) VALUE SPACE.
            05 WS-APIS-HOLD-REASON PIC X(20).
            05 FILLER              PIC X(10) VALUE SPACES.
         01 WS-CREW-SSR-DETAIL.
            05 WS-SSR-DET-SEAT PIC ZZZ9.
            05 FILLER          PIC X(1) VALUE SPACE.
         01 WS-OVSL-TOTAL-OVER PIC S9(9) VALUE 0.
         01 WS-OVSL-CLASS-OVER PIC 9 VALUE 0.
         01 WS-OVSL-SEEN-TOTAL PIC 9(9) VALUE 0.
         01 WS-OVSL-OFFLOAD-COUNT PIC 9(5) VALUE 0.
         01 WS-OVSL-SEEN-TABLE.
            05 WS-OVSL-SEEN PIC 9(9) OCCURS 10 TIMES VALUE 0.
         01 WS-OVSL-HEAD-LINE.
            05 FILLER            PIC X(1).
            05 WS-OVSL-DET-CLASS PIC X(1).
            05 FILLER            PIC X(22).
      *> Passengers in an oversold class, in manifest order, with
      *> what ranks them for an upgrade: loyalty tier (4 platinum
      *> down to 1 base, 0 no account) and booking date.
         01 UPGRADE-CAND-TABLE.
            05 UPGRADE-CAND-ENTRY OCCURS 1024 TIMES.
               10 UPC-PASS      PIC X(10).
               10 UPC-NAME      PIC X(20).
               10 UPC-BOOKING   PIC X(8).
               10 UPC-SEAT      PIC 9(4).
               10 UPC-CLASS     PIC X(1).
               10 UPC-TIER-RANK PIC 9.
               10 UPC-BOOK-DATE PIC 9(8).
               10 UPC-UPGRADED  PIC 9.
         01 WS-UPC-COUNT PIC 9(4) VALUE 0.
         01 WS-UPC-IDX PIC 9(4) VALUE 0.
         01 WS-UPC-BEST PIC 9(4) VALUE 0.
         01 WS-UPGRADE-COUNT PIC 9(4) VALUE 0.
         01 WS-UPG-OVER PIC 9(9) VALUE 0.
         01 WS-UPG-SEAT PIC S9(5) VALUE 0.
         01 WS-UPG-ROW PIC 9(3) VALUE 0.
         01 WS-UPG-OLD-ROW PIC 9(3) VALUE 0.
         01 WS-UPG-PASS PIC X(10) VALUE SPACES.
         01 WS-UPG-ENC-SEAT PIC 9(4) VALUE 0.
         01 WS-UPG-TO-IDX PIC 9(2) VALUE 0.
         01 WS-UPG-MASTER-SWITCH PIC X VALUE "N".
            88 UPG-MASTER-OPEN VALUE "Y".
            88 UPG-MASTER-SHUT VALUE "N".
         01 WS-UPG-LOYALTY-SWITCH PIC X VALUE "N".
            88 UPG-LOYALTY-OPEN VALUE "Y".
            88 UPG-LOYALTY-SHUT VALUE "N".
         01 WS-UPG-SEAT-SWITCH PIC X VALUE "N".
            88 UPGRADE-SEAT-FOUND VALUE "Y".
            88 UPGRADE-SEAT-MISSING VALUE "N".
      *> First (frontmost) row of each class's band; a cabin whose
      *> band starts further forward is a higher cabin.
         01 UPG-FIRST-ROW-TABLE.
            05 UPG-FIRST-ROW PIC 9(3) OCCURS 10 TIMES.
         01 WS-UPG-HEAD-LINE.
            05 FILLER PIC X(35) VALUE
               "OPERATIONAL UPGRADES               ".
            05 FILLER PIC X(35) VALUE SPACES.
         01 WS-UPG-DETAIL.
            05 WS-UPG-DET-NAME     PIC X(20).
            05 FILLER              PIC X(1).
            05 WS-UPG-DET-BOOK     PIC X(8).
            05 FILLER              PIC X(1).
            05 WS-UPG-DET-OLD-CLS  PIC X(1).
            05 FILLER              PIC X(1).
            05 WS-UPG-DET-OLD-SEAT PIC ZZZ9.
            05 WS-UPG-DET-TAG      PIC X(4).
            05 WS-UPG-DET-NEW-CLS  PIC X(1).
            05 FILLER              PIC X(1).
            05 WS-UPG-DET-NEW-SEAT PIC ZZZ9.
            05 FILLER              PIC X(1).
            05 WS-UPG-DET-PASS     PIC X(10).
            05 FILLER              PIC X(13).
         01 WS-UPG-TOTAL-LINE.
            05 FILLER PIC X(9) VALUE "   TOTAL ".
            05 WS-UPG-TOTAL-COUNT PIC ZZZZ9.
            05 FILLER PIC X(56) VALUE SPACES.
         01 RUN-LOG-STATUS PIC X(2) VALUE "00".
         01 ALERT-RULES-STATUS PIC X(2) VALUE "00".
         01 ALERT-LOG-STATUS PIC X(2) VALUE "00".
         01 WS-EXEC-OUTPUT PIC X(2000) VALUE SPACES.
         01 WS-EXEC-INTERP PIC X(10) VALUE "sh".
         01 WS-EXEC-PARAMS PIC X(500) VALUE SPACES.
         01 WS-EXEC-CALLER PIC X(30) VALUE "AOC-2020-05-1".
         01 CMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CMAP-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CLASS-SWITCH PIC X VALUE "N".
         01 WS-AWK-HIT PIC 9 VALUE 0.
         01 WS-AMEND-APPLIED PIC 9(9) VALUE 0.
         01 WS-AMEND-REJECTED PIC 9(9) VALUE 0.
      *> Seat inventory state. An unavailable inventory degrades to
      *> the in-storage occupancy scan, like the master's warning
      *> path; SEAT-HELD marks seats reservations are holding, which
      *> standby clearance and upgrades must leave alone.
         01 SEATINV-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SEATINV-SWITCH PIC X VALUE "N".
            88 SEATINV-OPEN VALUE "Y".
            88 SEATINV-SHUT VALUE "N".
         01 SEAT-HELD-TABLE.
            05 SEAT-HELD PIC 9 OCCURS 1024 TIMES VALUE 0.
         01 SEAT-HELD-TABLE-X REDEFINES SEAT-HELD-TABLE
            PIC X(1024).
         01 WS-INV-SEAT PIC 9(4) VALUE 0.
         01 WS-INV-ROW PIC 9(3) VALUE 0.
         01 WS-INV-BOOKING PIC X(8) VALUE SPACES.
         01 WS-INV-OLD-BOOKING PIC X(8) VALUE SPACES.
      *> The booking each manifested seat was given to, beside
      *> SEAT-PRESENT; blank where the booking is not known (seats
      *> restored from a checkpoint).
         01 SEAT-BOOKING-TABLE.
            05 SEAT-BOOKING PIC X(8) OCCURS 1024 TIMES VALUE SPACES.
         01 SEAT-ASSIGN-STATUS PIC X(2) VALUE "00".
         01 WS-SEAT-ASSIGN-SWITCH PIC X VALUE "N".
            88 SEAT-ASSIGN-OPEN VALUE "Y".
            88 SEAT-ASSIGN-ABSENT VALUE "N".
         01 WS-INV-STATUS PIC X(1) VALUE SPACE.
         01 WS-INV-FOUND PIC 9 VALUE 0.
         01 WS-INV-FLIGHT-SEATS PIC 9(4) VALUE 0.
         01 WS-INV-SEAT-LIMIT PIC 9(4) VALUE 0.
         01 WS-INV-OLD-SEAT PIC 9(4) VALUE 0.
         01 WS-INV-NOW PIC X(14) VALUE SPACES.
         01 WS-INV-NOW-PARTS REDEFINES WS-INV-NOW.
            05 WS-INV-NOW-DATE PIC 9(8).
            05 WS-INV-NOW-HH   PIC 9(2).
            05 WS-INV-NOW-MI   PIC 9(2).
            05 WS-INV-NOW-SS   PIC 9(2).
      *> Upgrades hold the seat they propose until the amendment run
      *> applies the change; SEAT-HOLD-MINUTES sets how long.
         01 WS-HOLD-MINUTES-PARM PIC X(4) VALUE SPACES.
         01 WS-HOLD-MINUTES PIC 9(4) VALUE 60.
         01 WS-HOLD-ABS-MINUTES PIC 9(11) VALUE 0.
         01 WS-HOLD-DAY PIC 9(7) VALUE 0.
         01 WS-HOLD-DAY-MINUTES PIC 9(4) VALUE 0.
         01 WS-HOLD-EXPIRY-WORK.
            05 WS-HOLD-EXP-DATE PIC 9(8).
            05 WS-HOLD-EXP-HH   PIC 9(2).
            05 WS-HOLD-EXP-MI   PIC 9(2).
            05 WS-HOLD-EXP-SS   PIC 9(2).
      *> Boarding-group rules from BOARDING-RULES in file order; none
      *> loaded means no boarding-group step, the historical
      *> behavior. Passengers no rule fits board with the highest
      *> group the rules name.
         01 BGR-TABLE.
            05 BGR-ENTRY OCCURS 50 TIMES.
               10 BGR-TBL-GROUP   PIC 9(2).
               10 BGR-TBL-KEYWORD PIC X(5).
               10 BGR-TBL-VALUE-1 PIC X(4).
               10 BGR-TBL-VALUE-2 PIC X(4).
               10 BGR-TBL-LOW     PIC 9(3).
               10 BGR-TBL-HIGH    PIC 9(3).
         01 WS-BGR-COUNT PIC 9(2) VALUE 0.
         01 WS-BGR-IDX PIC 9(2) VALUE 0.
         01 WS-BGR-LAST-GROUP PIC 9(2) VALUE 0.
         01 BGRULES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BGRULES-FILENAME PIC X(100) VALUE SPACES.
         01 WS-BGROUPS-FILENAME PIC X(100) VALUE "d5.bgroups".
         01 WS-GATECALL-FILENAME PIC X(100) VALUE "d5.callseq".
         01 BGROUP-COUNT-TABLE.
            05 BGROUP-PAX PIC 9(5) OCCURS 99 TIMES.
         01 WS-BG-GROUP PIC 9(2) VALUE 0.
         01 WS-BG-IDX PIC 9(2) VALUE 0.
         01 WS-BG-RULE PIC X(5) VALUE SPACES.
         01 WS-BG-SEAT PIC 9(4) VALUE 0.
         01 WS-BG-ROW PIC 9(3) VALUE 0.
         01 WS-BG-SSR-CODE PIC X(4) VALUE SPACES.
         01 WS-BG-TIER PIC X(1) VALUE SPACE.
         01 WS-BG-TOTAL PIC 9(5) VALUE 0.
         01 WS-BG-DEFINED PIC 9 VALUE 0.
         01 WS-BG-MASTER-SWITCH PIC X VALUE "N".
            88 BG-MASTER-OPEN VALUE "Y".
            88 BG-MASTER-SHUT VALUE "N".
         01 WS-BG-LOYALTY-SWITCH PIC X VALUE "N".
            88 BG-LOYALTY-OPEN VALUE "Y".
            88 BG-LOYALTY-SHUT VALUE "N".
         01 WS-BG-SSR-SWITCH PIC X VALUE "N".
            88 BG-SSR-OPEN VALUE "Y".
            88 BG-SSR-SHUT VALUE "N".
         01 WS-GATECALL-HEADING.
            05 FILLER          PIC X(30) VALUE
               "GATE CALLING SEQUENCE  FLIGHT ".
            05 WS-GC-HDG-FLIGHT PIC X(8).
            05 FILLER          PIC X(32) VALUE SPACES.
         01 WS-GATECALL-GROUP-LINE.
            05 FILLER          PIC X(6) VALUE "GROUP ".
            05 WS-GC-GROUP     PIC 9(2).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-GC-PAX       PIC ZZZZ9.
            05 FILLER          PIC X(11) VALUE " PASSENGERS".
            05 FILLER          PIC X(44) VALUE SPACES.
         01 WS-GATECALL-RULE-LINE.
            05 FILLER          PIC X(4) VALUE SPACES.
            05 WS-GC-KEYWORD   PIC X(5).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-GC-VALUE-1   PIC X(4).
            05 FILLER          PIC X(1) VALUE SPACE.
            05 WS-GC-VALUE-2   PIC X(4).
            05 FILLER          PIC X(51) VALUE SPACES.
         01 WS-GATECALL-TOTAL-LINE.
            05 FILLER          PIC X(17) VALUE "TOTAL PASSENGERS ".
            05 WS-GC-TOTAL     PIC ZZZZ9.
            05 FILLER          PIC X(48) VALUE SPACES.
         01 WS-RUN-MODE PIC X VALUE "S".
            88 SINGLE-FLIGHT-MODE VALUE "S".
            88 SCHEDULE-MODE VALUE "M".
         01 WS-FLIGHT-ID PIC X(8) VALUE SPACES.
         01 FLTHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-FLIGHT-DATE-PARM PIC X(8) VALUE SPACES.
         01 WS-FLIGHT-DATE PIC 9(8) VALUE 0.
         01 WS-FH-BOARDED PIC S9(9) VALUE 0.
         01 WS-FLEET-FLIGHT-COUNT PIC 9(9) VALUE 0.
         01 WS-FLEET-RECORD-COUNT PIC 9(9) VALUE 0.
         01 WS-FLEET-VALID-COUNT PIC 9(9) VALUE 0.
              INTO WS-RUN-ID
           END-STRING.

      *> The flight history is keyed by flight and date. A single-
      *> flight run names its flight in FLIGHT-ID (the schedule run
      *> takes it from each schedule line); FLIGHT-DATE defaults to
      *> the day of the run.
           ACCEPT WS-FLIGHT-ID FROM ENVIRONMENT "FLIGHT-ID".
           ACCEPT WS-FLIGHT-DATE-PARM FROM ENVIRONMENT "FLIGHT-DATE".
           MOVE WS-RUN-START-TS(1:8) TO WS-FLIGHT-DATE.
           IF WS-FLIGHT-DATE-PARM IS NUMERIC
              MOVE WS-FLIGHT-DATE-PARM TO WS-FLIGHT-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FLIGHT-DATE) NOT = 0
                 DISPLAY "FLIGHT-DATE INVALID, RUN DATE USED: "
                    WS-FLIGHT-DATE-PARM
                 MOVE WS-RUN-START-TS(1:8) TO WS-FLIGHT-DATE
              END-IF
           END-IF.

      *> Same trailing-space tolerance as RESTART-COUNT above.
           ACCEPT WS-REJECT-THRESHOLD-PARM
              FROM ENVIRONMENT "REJECT-THRESHOLD-PCT".
                 FUNCTION NUMVAL(WS-REJECT-THRESHOLD-PARM)
           END-IF.

      *> Same trailing-space tolerance as RESTART-COUNT above.
           ACCEPT WS-HOLD-MINUTES-PARM
              FROM ENVIRONMENT "SEAT-HOLD-MINUTES".
           IF FUNCTION TEST-NUMVAL(WS-HOLD-MINUTES-PARM) = 0
              COMPUTE WS-HOLD-MINUTES =
                 FUNCTION NUMVAL(WS-HOLD-MINUTES-PARM)
           END-IF.

      *> The aircraft configuration applies to every processing mode,
      *> so load it ahead of the mode dispatch below.
           ACCEPT WS-ACFG-FILENAME
              PERFORM 032-LOAD-WATCHLIST
           END-IF.

      *> APIS-EXPORT=Y marks an international departure: every flight
      *> of the run then gets its advance passenger information cut
      *> from the document file after the watchlist screen.
           ACCEPT WS-APIS-PARM FROM ENVIRONMENT "APIS-EXPORT".
           IF WS-APIS-PARM = "Y"
              SET APIS-REQUIRED TO TRUE
           END-IF.

      *> Boarding-group rules apply to every mode; without them no
      *> passenger is grouped and no calling sequence is printed.
           ACCEPT WS-BGRULES-FILENAME
              FROM ENVIRONMENT "BOARDING-RULES".
           IF WS-BGRULES-FILENAME NOT = SPACES
              PERFORM 034-LOAD-BOARDING-RULES
           END-IF.

      *> Alert rules are evaluated as each flight finishes; without
      *> a rules file nothing fires, the historical behavior.
           ACCEPT WS-ALERT-RULES-FILENAME
              ".oversale" DELIMITED BY SIZE
              INTO WS-OVERSALE-FILENAME
           END-STRING.
           MOVE SPACES TO WS-UPGRADE-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".upgrades" DELIMITED BY SIZE
              INTO WS-UPGRADE-FILENAME
           END-STRING.
           MOVE SPACES TO WS-UPGAMD-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".upgradeamend" DELIMITED BY SIZE
              INTO WS-UPGAMD-FILENAME
           END-STRING.
           MOVE SPACES TO WS-LOADSHEET-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".heldrpt" DELIMITED BY SIZE
              INTO WS-HELDRPT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-APIS-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".apis" DELIMITED BY SIZE
              INTO WS-APIS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-APISHOLD-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".apishold" DELIMITED BY SIZE
              INTO WS-APISHOLD-FILENAME
           END-STRING.
           MOVE SPACES TO WS-BGROUPS-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".bgroups" DELIMITED BY SIZE
              INTO WS-BGROUPS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-GATECALL-FILENAME.
           STRING "d5." DELIMITED BY SIZE
              FUNCTION TRIM(WS-FLIGHT-ID) DELIMITED BY SIZE
              ".callseq" DELIMITED BY SIZE
              INTO WS-GATECALL-FILENAME
           END-STRING.

      *> Every per-flight accumulator and file status must be cleared
      *> between schedule entries, or flight two would inherit flight
           MOVE "00" TO REJECTS-FILE-STATUS.
           MOVE "00" TO CHECKPOINT-FILE-STATUS.
           MOVE ALL "0" TO SEAT-PRESENT-TABLE-X.
           MOVE SPACES TO SEAT-BOOKING-TABLE.
           MOVE ALL "0" TO ROW-COUNT-TABLE-X.
           MOVE 0 TO SEAT-ID.
           MOVE 0 TO ID-MAX.
           MOVE 0 TO WS-PRE-DATA-COUNT.
           MOVE 0 TO WS-PRE-DATA-HASH.
           MOVE 0 TO WS-STANDBY-SEAT-SUM.
           MOVE 0 TO WS-UPC-COUNT.
           MOVE 0 TO WS-UPGRADE-COUNT.
           MOVE 0 TO WS-OVSL-OFFLOAD-COUNT.

      *> Note the flight and its schedule times before processing
      *> overwrites the SCHEDULE-RECORD buffer; a flight without
              DISPLAY "WARNING: MASTER UNAVAILABLE, STATUS="
                 MASTER-FILE-STATUS
           END-IF.
           PERFORM 033-OPEN-SEAT-INVENTORY.

      *> On a restart, the downstream files already hold every line
      *> written before the original run stopped -- OPEN OUTPUT would
           CLOSE REJECTS-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE MASTER-FILE.
           PERFORM 016-PHASE-CLOCK.
           PERFORM 033B-SYNC-SEAT-INVENTORY.
           PERFORM 004A-WRITE-GAPS-FILE.
           MOVE 2 TO WS-PHASE-IDX.
           MOVE "GAPSCAN" TO WS-PHASE-NAME (2).
           PERFORM 017-PHASE-STOP.

           PERFORM 011-PROCESS-STANDBYS.

      *> downstream consumers (rebooking, reseat proposals) never
      *> hand a cleared standby's seat out again.
           IF WS-STANDBY-CLEARED > 0
              PERFORM 004A-WRITE-GAPS-FILE
           END-IF.

           PERFORM 016-PHASE-CLOCK.
           PERFORM 013-WRITE-LOAD-SHEET.
           PERFORM 014-SCREEN-SSR.
           PERFORM 015-SCREEN-WATCHLIST.
           PERFORM 015C-EXPORT-APIS.
           PERFORM 035-ASSIGN-BOARDING-GROUPS.
           PERFORM 016-PHASE-CLOCK.
           PERFORM 040-WRITE-CREW-MANIFEST.
           MOVE 4 TO WS-PHASE-IDX.
           PERFORM 017-PHASE-STOP.
           PERFORM 060-PUBLISH-SUMMARY-JSON.
           PERFORM 018-WRITE-PHASE-TIMES.
           IF SEATINV-OPEN
              CLOSE SEAT-INVENTORY-FILE
              SET SEATINV-SHUT TO TRUE
           END-IF.

           DISPLAY ID-MAX.

      *> row summary, and the per-class statistics all see the seat
      *> as taken.
           MOVE 1 TO SEAT-PRESENT (WS-STBY-SEAT + 1).
           MOVE STBY-BOOKING TO SEAT-BOOKING (WS-STBY-SEAT + 1).
           ADD 1 TO ROW-COUNT (WS-STBY-ROW + 1).
           ADD 1 TO WS-STANDBY-CLEARED.
           MOVE WS-STBY-SEAT TO WS-INV-SEAT.
           MOVE STBY-BOOKING TO WS-INV-BOOKING.
           PERFORM 033A-ASSIGN-INVENTORY-SEAT.
           ADD WS-STBY-SEAT TO WS-STANDBY-SEAT-SUM.

           MOVE "CLEARED" TO WS-STBY-DET-RESULT.
           MOVE WS-STBY-SEAT TO WS-STBY-DET-SEAT.
           WRITE STANDBY-REPORT-LINE FROM WS-STBY-DETAIL.

      *> Lowest open seat ID that exists on the configured aircraft,
      *> is not held for a booking still paying, and, when a class
      *> map is on hand and the standby asks for a class, sits in a
      *> row of that class.
       011B-FIND-OPEN-SEAT.
           SET STANDBY-SEAT-MISSING TO TRUE.
           PERFORM VARYING WS-STBY-SEAT FROM 0 BY 1
                 UNTIL WS-STBY-SEAT > 1023
                    OR STANDBY-SEAT-FOUND
              IF SEAT-PRESENT (WS-STBY-SEAT + 1) = 0 AND
                 SEAT-VALID (WS-STBY-SEAT + 1) = 1 AND
                 SEAT-HELD (WS-STBY-SEAT + 1) = 0
                 COMPUTE WS-STBY-ROW = WS-STBY-SEAT / 8
                 IF CLASS-MAP-LOADED AND STBY-CLASS NOT = SPACE
                    IF ROW-CLASS (WS-STBY-ROW + 1) = STBY-CLASS
      *> sellable capacity, and runs after 007-WRITE-SUMMARY so the
      *> per-class sold/capacity figures are already computed. The
      *> report only exists when there is an oversale to act on.
      *> An oversold class first upgrades into open seats of a
      *> higher cabin (012B); only what that cannot absorb is left
      *> for the denied boarding list.
       012-REPORT-OVERSALE.
           IF CONFIG-NOT-LOADED
              EXIT PARAGRAPH
                 MOVE 1 TO WS-OVSL-CLASS-OVER
              END-IF
           END-PERFORM.
           IF WS-OVSL-CLASS-OVER = 1 AND CLASS-MAP-LOADED
              PERFORM 012B-RUN-UPGRADES
              MOVE 0 TO WS-OVSL-CLASS-OVER
              PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                    UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                 IF CLASS-STAT-SOLD (WS-CLASS-IDX) >
                       CLASS-STAT-CAPACITY (WS-CLASS-IDX)
                    MOVE 1 TO WS-OVSL-CLASS-OVER
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-OVSL-TOTAL-OVER <= 0 AND WS-OVSL-CLASS-OVER = 0
              EXIT PARAGRAPH
           END-IF.
              IF MANIFEST-CLASS = SPACE
                 EXIT PARAGRAPH
              END-IF
      *> An upgraded passenger has left this class's count already.
              PERFORM VARYING WS-UPC-IDX FROM 1 BY 1
                    UNTIL WS-UPC-IDX > WS-UPC-COUNT
                 IF UPC-UPGRADED (WS-UPC-IDX) = 1 AND
                    UPC-BOOKING (WS-UPC-IDX) = MANIFEST-BOOKING-REF AND
                    UPC-PASS (WS-UPC-IDX) = MANIFEST-BOARDING-PASS
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
              MOVE 0 TO WS-CLASS-IDX
              PERFORM VARYING WS-CMAP-ROW FROM 1 BY 1
                    UNTIL WS-CMAP-ROW > WS-CLASS-COUNT
           MOVE MANIFEST-SEAT-ID TO WS-OVSL-DET-SEAT.
           MOVE MANIFEST-CLASS TO WS-OVSL-DET-CLASS.
           WRITE OVERSALE-LINE FROM WS-OVSL-DETAIL.
           ADD 1 TO WS-OVSL-OFFLOAD-COUNT.

      *> Upgrade run for the oversold classes. Candidates are ranked
      *> by loyalty tier (the member number on the passenger master
      *> leads to d5.loyalty), then by booking date (the master's
      *> status date -- the day the booking went active), then by
      *> manifest order. Each is moved to an open seat in the
      *> nearest higher cabin until the class fits or the cabins
      *> above are full. The occupancy tables move with them so the
      *> denied boarding list, load sheet, and JSON summary see the
      *> flight as it will board; the seat-change amendments carry
      *> the moves onto the manifest and master on the next
      *> amendment run.
       012B-RUN-UPGRADES.
           MOVE 0 TO WS-UPC-COUNT.
           MOVE 0 TO WS-UPGRADE-COUNT.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                 UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
              MOVE 999 TO UPG-FIRST-ROW (WS-CLASS-IDX)
              PERFORM VARYING WS-CMAP-ROW FROM 0 BY 1
                    UNTIL WS-CMAP-ROW > 127
                 IF ROW-CLASS (WS-CMAP-ROW + 1) =
                       CLASS-STAT-CODE (WS-CLASS-IDX) AND
                    WS-CMAP-ROW < UPG-FIRST-ROW (WS-CLASS-IDX)
                    MOVE WS-CMAP-ROW TO UPG-FIRST-ROW (WS-CLASS-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> The master was closed after the main pass; both lookups are
      *> read-only here, and either one missing just leaves its
      *> ranking key at the default (no tier, latest date).
           SET UPG-MASTER-SHUT TO TRUE.
           SET UPG-LOYALTY-SHUT TO TRUE.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
              SET UPG-MASTER-OPEN TO TRUE
           END-IF.
           MOVE "00" TO LOYALTY-FILE-STATUS.
           OPEN INPUT LOYALTY-FILE.
           IF LOYALTY-FILE-STATUS = "00"
              SET UPG-LOYALTY-OPEN TO TRUE
           END-IF.

           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS = "00"
              PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
                 READ MANIFEST-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM 012C-NOTE-UPGRADE-CANDIDATE
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF.
           IF UPG-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF UPG-LOYALTY-OPEN
              CLOSE LOYALTY-FILE
           END-IF.

           OPEN OUTPUT UPGRADE-FILE.
           OPEN OUTPUT UPGRADE-AMEND-FILE.
           WRITE UPGRADE-LINE FROM WS-UPG-HEAD-LINE.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                 UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
              IF CLASS-STAT-SOLD (WS-CLASS-IDX) >
                    CLASS-STAT-CAPACITY (WS-CLASS-IDX)
                 COMPUTE WS-UPG-OVER =
                    CLASS-STAT-SOLD (WS-CLASS-IDX) -
                    CLASS-STAT-CAPACITY (WS-CLASS-IDX)
                 SET UPGRADE-SEAT-FOUND TO TRUE
                 PERFORM 012D-UPGRADE-ONE
                    UNTIL WS-UPG-OVER = 0 OR UPGRADE-SEAT-MISSING
              END-IF
           END-PERFORM.
           MOVE WS-UPGRADE-COUNT TO WS-UPG-TOTAL-COUNT.
           WRITE UPGRADE-LINE FROM WS-UPG-TOTAL-LINE.
           CLOSE UPGRADE-FILE.
           CLOSE UPGRADE-AMEND-FILE.

      *> Upgrades just took open seats; refresh the gap file the same
      *> way standby clearance does.
           IF WS-UPGRADE-COUNT > 0
              PERFORM 004A-WRITE-GAPS-FILE
           END-IF.

       012C-NOTE-UPGRADE-CANDIDATE.
           IF MANIFEST-RECORD(1:3) = "TRL" OR MANIFEST-CLASS = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-UPG-TO-IDX.
           PERFORM VARYING WS-CMAP-ROW FROM 1 BY 1
                 UNTIL WS-CMAP-ROW > WS-CLASS-COUNT
              IF CLASS-STAT-CODE (WS-CMAP-ROW) = MANIFEST-CLASS
                 MOVE WS-CMAP-ROW TO WS-UPG-TO-IDX
              END-IF
           END-PERFORM.
           IF WS-UPG-TO-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           IF CLASS-STAT-SOLD (WS-UPG-TO-IDX) NOT >
                 CLASS-STAT-CAPACITY (WS-UPG-TO-IDX)
              EXIT PARAGRAPH
           END-IF.
           IF WS-UPC-COUNT >= 1024
              DISPLAY "UPGRADE TABLE FULL, IGNORED: "
                 MANIFEST-BOOKING-REF
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-UPC-COUNT.
           MOVE MANIFEST-BOARDING-PASS TO UPC-PASS (WS-UPC-COUNT).
           MOVE MANIFEST-PASSENGER-NAME TO UPC-NAME (WS-UPC-COUNT).
           MOVE MANIFEST-BOOKING-REF TO UPC-BOOKING (WS-UPC-COUNT).
           COMPUTE UPC-SEAT (WS-UPC-COUNT) =
              FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           MOVE MANIFEST-CLASS TO UPC-CLASS (WS-UPC-COUNT).
           MOVE 0 TO UPC-TIER-RANK (WS-UPC-COUNT).
           MOVE 99999999 TO UPC-BOOK-DATE (WS-UPC-COUNT).
           MOVE 0 TO UPC-UPGRADED (WS-UPC-COUNT).

           IF UPG-MASTER-SHUT
              EXIT PARAGRAPH
           END-IF.
           MOVE MANIFEST-BOOKING-REF TO MASTER-BOOKING-REF.
           READ MASTER-FILE
              INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF MASTER-STATUS-DATE > 0
              MOVE MASTER-STATUS-DATE TO UPC-BOOK-DATE (WS-UPC-COUNT)
           END-IF.
           IF UPG-LOYALTY-SHUT OR MASTER-MEMBER-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE MASTER-MEMBER-NO TO LOY-MEMBER-NO.
           READ LOYALTY-FILE
              INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF LOY-CLOSED
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN TIER-PLATINUM
                 MOVE 4 TO UPC-TIER-RANK (WS-UPC-COUNT)
              WHEN TIER-GOLD
                 MOVE 3 TO UPC-TIER-RANK (WS-UPC-COUNT)
              WHEN TIER-SILVER
                 MOVE 2 TO UPC-TIER-RANK (WS-UPC-COUNT)
              WHEN TIER-BASE
                 MOVE 1 TO UPC-TIER-RANK (WS-UPC-COUNT)
           END-EVALUATE.

      *> One upgrade out of the class at WS-CLASS-IDX. The candidate
      *> table is in manifest order, so a strict comparison keeps the
      *> earlier passenger on a full tie.
       012D-UPGRADE-ONE.
           MOVE 0 TO WS-UPC-BEST.
           PERFORM VARYING WS-UPC-IDX FROM 1 BY 1
                 UNTIL WS-UPC-IDX > WS-UPC-COUNT
              IF UPC-CLASS (WS-UPC-IDX) =
                    CLASS-STAT-CODE (WS-CLASS-IDX) AND
                 UPC-UPGRADED (WS-UPC-IDX) = 0
                 IF WS-UPC-BEST = 0
                    MOVE WS-UPC-IDX TO WS-UPC-BEST
                 ELSE
                    IF UPC-TIER-RANK (WS-UPC-IDX) >
                          UPC-TIER-RANK (WS-UPC-BEST) OR
                       (UPC-TIER-RANK (WS-UPC-IDX) =
                          UPC-TIER-RANK (WS-UPC-BEST) AND
                        UPC-BOOK-DATE (WS-UPC-IDX) <
                          UPC-BOOK-DATE (WS-UPC-BEST))
                       MOVE WS-UPC-IDX TO WS-UPC-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-UPC-BEST = 0
              SET UPGRADE-SEAT-MISSING TO TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 012E-FIND-HIGHER-SEAT.
           IF UPGRADE-SEAT-MISSING
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-UPG-SEAT TO WS-UPG-ENC-SEAT.
           CALL "SEAT-ENCODE" USING WS-UPG-ENC-SEAT, WS-UPG-PASS.
           COMPUTE WS-UPG-OLD-ROW = UPC-SEAT (WS-UPC-BEST) / 8.
           MOVE 0 TO WS-UPG-TO-IDX.
           PERFORM VARYING WS-CMAP-ROW FROM 1 BY 1
                 UNTIL WS-CMAP-ROW > WS-CLASS-COUNT
              IF CLASS-STAT-CODE (WS-CMAP-ROW) =
                    ROW-CLASS (WS-UPG-ROW + 1)
                 MOVE WS-CMAP-ROW TO WS-UPG-TO-IDX
              END-IF
           END-PERFORM.

      *> The seat left behind stays marked taken: an oversold cabin
      *> can carry more than one passenger on a seat ID, and only
      *> the amendment run can say which of them really moved.
           MOVE 1 TO SEAT-PRESENT (WS-UPG-ENC-SEAT + 1).
      *> The new seat is only proposed until the amendment run
      *> applies the S transaction, so it is held for the booking
      *> rather than assigned; the amendment turns the hold into the
      *> assignment.
           MOVE WS-UPG-ENC-SEAT TO WS-INV-SEAT.
           MOVE UPC-BOOKING (WS-UPC-BEST) TO WS-INV-BOOKING.
           PERFORM 033D-HOLD-INVENTORY-SEAT.
           ADD 1 TO ROW-COUNT (WS-UPG-ROW + 1).
           IF ROW-COUNT (WS-UPG-OLD-ROW + 1) > 0
              SUBTRACT 1 FROM ROW-COUNT (WS-UPG-OLD-ROW + 1)
           END-IF.
           SUBTRACT 1 FROM CLASS-STAT-SOLD (WS-CLASS-IDX).
           IF WS-UPG-TO-IDX > 0
              ADD 1 TO CLASS-STAT-SOLD (WS-UPG-TO-IDX)
           END-IF.
           MOVE 1 TO UPC-UPGRADED (WS-UPC-BEST).
           ADD 1 TO WS-UPGRADE-COUNT.
           SUBTRACT 1 FROM WS-UPG-OVER.

           MOVE SPACES TO WS-UPG-DETAIL.
           MOVE UPC-NAME (WS-UPC-BEST) TO WS-UPG-DET-NAME.
           MOVE UPC-BOOKING (WS-UPC-BEST) TO WS-UPG-DET-BOOK.
           MOVE UPC-CLASS (WS-UPC-BEST) TO WS-UPG-DET-OLD-CLS.
           MOVE UPC-SEAT (WS-UPC-BEST) TO WS-UPG-DET-OLD-SEAT.
           MOVE " TO " TO WS-UPG-DET-TAG.
           MOVE ROW-CLASS (WS-UPG-ROW + 1) TO WS-UPG-DET-NEW-CLS.
           MOVE WS-UPG-ENC-SEAT TO WS-UPG-DET-NEW-SEAT.
           MOVE WS-UPG-PASS TO WS-UPG-DET-PASS.
           WRITE UPGRADE-LINE FROM WS-UPG-DETAIL.

           MOVE "S" TO UPA-ACTION.
           MOVE WS-UPG-PASS TO UPA-BOARDING-PASS.
           MOVE UPC-NAME (WS-UPC-BEST) TO UPA-PASSENGER-NAME.
           MOVE UPC-BOOKING (WS-UPC-BEST) TO UPA-BOOKING-REF.
           MOVE "U" TO UPA-ORIGIN.
           WRITE UPGRADE-AMEND-RECORD.

      *> Nearest open, sellable seat forward of the class's band that
      *> belongs to another cabin: searching back from the row ahead
      *> of the band finds the cabin immediately above first.
       012E-FIND-HIGHER-SEAT.
           SET UPGRADE-SEAT-MISSING TO TRUE.
           IF UPG-FIRST-ROW (WS-CLASS-IDX) = 0 OR
              UPG-FIRST-ROW (WS-CLASS-IDX) > 127
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-UPG-SEAT = UPG-FIRST-ROW (WS-CLASS-IDX) * 8 - 1.
           PERFORM VARYING WS-UPG-SEAT FROM WS-UPG-SEAT BY -1
                 UNTIL WS-UPG-SEAT < 0
                    OR UPGRADE-SEAT-FOUND
              IF SEAT-PRESENT (WS-UPG-SEAT + 1) = 0 AND
                 SEAT-VALID (WS-UPG-SEAT + 1) = 1 AND
                 SEAT-HELD (WS-UPG-SEAT + 1) = 0
                 COMPUTE WS-UPG-ROW = WS-UPG-SEAT / 8
                 IF ROW-CLASS (WS-UPG-ROW + 1) NOT = SPACE AND
                    ROW-CLASS (WS-UPG-ROW + 1) NOT =
                       CLASS-STAT-CODE (WS-CLASS-IDX)
                    SET UPGRADE-SEAT-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *> The VARYING loop leaves the index one past the hit.
           IF UPGRADE-SEAT-FOUND
              ADD 1 TO WS-UPG-SEAT
              COMPUTE WS-UPG-ROW = WS-UPG-SEAT / 8
           END-IF.

      *> Dispatch load sheet straight from the row occupancy the run
      *> already carries: passengers per configured zone at the
              END-IF
           END-PERFORM.

      *> International departures only: once the watchlist screen
      *> has run, each manifested passenger's travel document is
      *> read by booking reference and judged by APIS-VALIDATE as of
      *> the flight date. A usable document goes to the flight's
      *> APIS batch file for transmission; a missing or unusable one
      *> puts the passenger on the APIS hold list instead, and any
      *> hold grades the run severity 8 so the scheduler holds crew
      *> release just as it does for a watchlist hit.
       015C-EXPORT-APIS.
           IF APIS-NOT-REQUIRED
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-APIS-SENT-COUNT.
           MOVE 0 TO WS-APIS-HOLD-COUNT.
           MOVE "00" TO APISDOC-FILE-STATUS.
           OPEN INPUT APIS-DOC-FILE.
           IF APISDOC-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN DOCUMENT FILE, APIS NOT SENT:"
                 " STATUS=" APISDOC-FILE-STATUS
              IF WS-MAX-SEVERITY < 8
                 MOVE 8 TO WS-MAX-SEVERITY
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              CLOSE APIS-DOC-FILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT APIS-EXPORT-FILE.
           OPEN OUTPUT APIS-HOLD-FILE.
           MOVE SPACES TO APIS-EXPORT-RECORD.
           SET APX-HEADER TO TRUE.
           MOVE WS-FLIGHT-ID TO APX-HDR-FLIGHT-ID.
           MOVE WS-FLIGHT-DATE TO APX-HDR-FLIGHT-DATE.
           MOVE WS-RUN-START-TS TO APX-HDR-CREATED-TS.
           WRITE APIS-EXPORT-RECORD.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 015D-APIS-ONE-PASSENGER
              END-READ
           END-PERFORM.
           MOVE SPACES TO APIS-EXPORT-RECORD.
           SET APX-TRAILER TO TRUE.
           MOVE WS-FLIGHT-ID TO APX-TRL-FLIGHT-ID.
           MOVE WS-APIS-SENT-COUNT TO APX-TRL-COUNT.
           WRITE APIS-EXPORT-RECORD.
           CLOSE MANIFEST-FILE.
           CLOSE APIS-DOC-FILE.
           CLOSE APIS-EXPORT-FILE.
           CLOSE APIS-HOLD-FILE.
           IF WS-APIS-HOLD-COUNT > 0
              DISPLAY WS-APIS-HOLD-COUNT " APIS HOLDS, SEE "
                 FUNCTION TRIM(WS-APISHOLD-FILENAME)
              IF WS-MAX-SEVERITY < 8
                 MOVE 8 TO WS-MAX-SEVERITY
              END-IF
           END-IF.

       015D-APIS-ONE-PASSENGER.
           IF MANIFEST-RECORD(1:3) = "TRL" OR MANIFEST-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-APIS-REASON.
           MOVE MANIFEST-BOOKING-REF TO PDOC-BOOKING-REF.
           READ APIS-DOC-FILE
              INVALID KEY
                 MOVE "NO DOCUMENT ON FILE" TO WS-APIS-REASON
           END-READ.
           IF WS-APIS-REASON = SPACES
              CALL "APIS-VALIDATE" USING PASSENGER-DOCUMENT-RECORD,
                 WS-FLIGHT-DATE, WS-APIS-REASON
           END-IF.
           IF WS-APIS-REASON NOT = SPACES
              ADD 1 TO WS-APIS-HOLD-COUNT
              MOVE MANIFEST-PASSENGER-NAME TO WS-APIS-HOLD-NAME
              MOVE MANIFEST-BOOKING-REF TO WS-APIS-HOLD-BOOK
              MOVE MANIFEST-SEAT-ID TO WS-APIS-HOLD-SEAT
              MOVE WS-APIS-REASON TO WS-APIS-HOLD-REASON
              WRITE APIS-HOLD-LINE FROM WS-APIS-HOLD-DETAIL
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-APIS-SENT-COUNT.
           MOVE SPACES TO APIS-EXPORT-RECORD.
           SET APX-DETAIL TO TRUE.
           MOVE MANIFEST-PASSENGER-NAME TO APX-PASSENGER-NAME.
           MOVE PDOC-DOC-TYPE TO APX-DOC-TYPE.
           MOVE PDOC-DOC-NUMBER TO APX-DOC-NUMBER.
           MOVE PDOC-NATIONALITY TO APX-NATIONALITY.
           MOVE PDOC-BIRTH-DATE TO APX-BIRTH-DATE.
           MOVE PDOC-GENDER TO APX-GENDER.
           MOVE PDOC-EXPIRY-DATE TO APX-EXPIRY-DATE.
           MOVE MANIFEST-BOOKING-REF TO APX-BOOKING-REF.
           COMPUTE APX-SEAT-ID = FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           WRITE APIS-EXPORT-RECORD.

       032-LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE.
           IF WATCHLIST-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: MASTER UNAVAILABLE, STATUS="
                 MASTER-FILE-STATUS
           END-IF.
           PERFORM 033-OPEN-SEAT-INVENTORY.

           OPEN OUTPUT AMEND-REPORT-FILE.
           PERFORM UNTIL AMEND-FILE-STATUS = "10"
           PERFORM 026-REWRITE-MANIFEST.
           PERFORM 027-REBUILD-GAPS.
           CLOSE AMEND-WORK-FILE.
           IF SEATINV-OPEN
              CLOSE SEAT-INVENTORY-FILE
              SET SEATINV-SHUT TO TRUE
           END-IF.
           PERFORM 014-SCREEN-SSR.
           PERFORM 015-SCREEN-WATCHLIST.
           PERFORM 015C-EXPORT-APIS.
           PERFORM 035-ASSIGN-BOARDING-GROUPS.
           PERFORM 040-WRITE-CREW-MANIFEST.

           DISPLAY WS-AMEND-APPLIED " AMENDMENTS APPLIED "
              EXIT PARAGRAPH
           END-IF.
           PERFORM 003B-DECODE-PASS.
           PERFORM 033E-CHECK-SEAT-HOLD.
           IF RECORD-IS-INVALID
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AWK-SEQ.
           MOVE WS-AWK-SEQ TO AWK-SEQ.
           MOVE AMD-BOARDING-PASS TO AWK-PASS.
                 DISPLAY "AMENDMENT WORK REWRITE FAILED, SEQ="
                    AWK-SEQ " STATUS=" AWK-FILE-STATUS
           END-REWRITE.
           MOVE AWK-SEAT-ID TO WS-INV-SEAT.
           MOVE AWK-BOOKING TO WS-INV-BOOKING.
           PERFORM 033K-RELEASE-INVENTORY-SEAT.
           IF MASTER-FILE-STATUS = "00"
              MOVE AWK-BOOKING TO MASTER-BOOKING-REF
              READ MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO MASTER-MEMBER-NO
                    MOVE SPACE TO MASTER-STATUS
                    MOVE SPACES TO MJR-BEFORE-IMAGE
                 NOT INVALID KEY
                    MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE
              END-READ
              MOVE AWK-NAME TO MASTER-PASSENGER-NAME
              MOVE AWK-PASS TO MASTER-BOARDING-PASS
              MOVE AWK-SEAT-ID TO MASTER-SEAT-ID
              IF MASTER-STATUS NOT = "C"
                 MOVE "C" TO MASTER-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO MASTER-STATUS-DATE
              END-IF
              WRITE MASTER-RECORD
                 INVALID KEY REWRITE MASTER-RECORD
              END-WRITE
              PERFORM 029-JOURNAL-MASTER
           END-IF.

       023B-AMEND-SEAT-CHANGE.
              EXIT PARAGRAPH
           END-IF.
           PERFORM 003B-DECODE-PASS.
           PERFORM 033E-CHECK-SEAT-HOLD.
           IF RECORD-IS-INVALID
              EXIT PARAGRAPH
           END-IF.
           MOVE AWK-SEAT-ID TO WS-INV-OLD-SEAT.
           MOVE AMD-BOARDING-PASS TO AWK-PASS.
           MOVE SEAT-ID TO AWK-SEAT-ID.
      *> A seat change can cross a class boundary; remap when the
                 DISPLAY "AMENDMENT WORK REWRITE FAILED, SEQ="
                    AWK-SEQ " STATUS=" AWK-FILE-STATUS
           END-REWRITE.
           IF WS-INV-OLD-SEAT NOT = AWK-SEAT-ID
              MOVE WS-INV-OLD-SEAT TO WS-INV-SEAT
              MOVE AWK-BOOKING TO WS-INV-BOOKING
              PERFORM 033K-RELEASE-INVENTORY-SEAT
           END-IF.
           PERFORM 028-UPSERT-MASTER.

       024-REPORT-AMENDMENT.
              ADD 1 TO WS-AMEND-REJECTED
           ELSE
              MOVE "APPLIED" TO AMDRPT-RESULT
              PERFORM 024A-REPORT-ORIGIN
              ADD 1 TO WS-AMEND-APPLIED
           END-IF.
           WRITE AMEND-REPORT-RECORD.

      *> An applied line names the job that raised the amendment, so
      *> fee billing can tell a passenger's own change from one the
      *> airline made; a desk amendment leaves the reason blank.
       024A-REPORT-ORIGIN.
           EVALUATE AMD-ORIGIN
              WHEN "K"
                 MOVE "ORIGIN CHECK-IN COUNTER" TO AMDRPT-REASON
              WHEN "R"
                 MOVE "ORIGIN REBOOKING" TO AMDRPT-REASON
              WHEN "G"
                 MOVE "ORIGIN GROUP SEATING" TO AMDRPT-REASON
              WHEN "E"
                 MOVE "ORIGIN EQUIPMENT SWAP" TO AMDRPT-REASON
              WHEN "P"
                 MOVE "ORIGIN PARTNER LIST" TO AMDRPT-REASON
              WHEN "U"
                 MOVE "ORIGIN UPGRADE" TO AMDRPT-REASON
              WHEN OTHER
                 MOVE SPACES TO AMDRPT-REASON
           END-EVALUATE.

      *> Keyed read on the booking alternate key; duplicates (a
      *> reissued pass loaded twice, or a cancel already applied)
      *> are walked until an active record turns up. A hit leaves
           WRITE MANIFEST-RECORD FROM TRAILER-RECORD.
           CLOSE MANIFEST-FILE.

      *> The amended roster is also the flight's seat assignments:
      *> every active booking is assigned its seat in the inventory
      *> and the rest of the flight resynchronized from it, so a
      *> cancel or seat change frees the seat left behind, before
      *> the gap file is read back out of the inventory.
       027-REBUILD-GAPS.
           MOVE ALL "0" TO SEAT-PRESENT-TABLE-X.
           MOVE SPACES TO SEAT-BOOKING-TABLE.
           MOVE 0 TO ID-MAX.
           MOVE 0 TO AWK-SEQ.
           START AMEND-WORK-FILE KEY IS NOT LESS THAN AWK-SEQ
                 NOT AT END
                    IF AWK-ACTIVE = 1
                       MOVE 1 TO SEAT-PRESENT (AWK-SEAT-ID + 1)
                       MOVE AWK-BOOKING
                          TO SEAT-BOOKING (AWK-SEAT-ID + 1)
                       IF AWK-SEAT-ID > ID-MAX
                          MOVE AWK-SEAT-ID TO ID-MAX
                       END-IF
                       MOVE AWK-SEAT-ID TO WS-INV-SEAT
                       MOVE AWK-BOOKING TO WS-INV-BOOKING
                       PERFORM 033A-ASSIGN-INVENTORY-SEAT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO AWK-FILE-STATUS.
           PERFORM 033B-SYNC-SEAT-INVENTORY.
           PERFORM 004A-WRITE-GAPS-FILE.

      *> Upserts whatever record sits in the work-record area;
      *> callers leave the entry current before performing.
       028-UPSERT-MASTER.
           IF MASTER-FILE-STATUS = "00"
              MOVE AWK-BOOKING TO MASTER-BOOKING-REF
              READ MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO MASTER-MEMBER-NO
                    MOVE SPACE TO MASTER-STATUS
                    MOVE SPACES TO MJR-BEFORE-IMAGE
                 NOT INVALID KEY
                    MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE
              END-READ
              MOVE AWK-NAME TO MASTER-PASSENGER-NAME
              MOVE AWK-PASS TO MASTER-BOARDING-PASS
              MOVE AWK-SEAT-ID TO MASTER-SEAT-ID
              IF MASTER-STATUS NOT = "A"
                 MOVE "A" TO MASTER-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO MASTER-STATUS-DATE
              END-IF
              WRITE MASTER-RECORD
                 INVALID KEY REWRITE MASTER-RECORD
              END-WRITE
              PERFORM 029-JOURNAL-MASTER
           END-IF.

      *> Journal the upsert just made: an add when the booking was
      *> not on file, a change when it was, nothing when the rewrite
      *> left the record as it was (a rerun of the same input).
       029-JOURNAL-MASTER.
           IF MASTER-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE MASTER-RECORD TO MJR-AFTER-IMAGE.
           IF MJR-AFTER-IMAGE = MJR-BEFORE-IMAGE
              EXIT PARAGRAPH
           END-IF.
           IF MJR-BEFORE-IMAGE = SPACES
              SET MJR-ADD TO TRUE
           ELSE
              SET MJR-CHANGE TO TRUE
           END-IF.
           MOVE "AOC-2020-05-1" TO MJR-PROGRAM.
           MOVE WS-RUN-ID TO MJR-RUN-ID.
           CALL "MASTER-JOURNAL" USING MASTER-JOURNAL-RECORD.

       030-LOAD-AIRCRAFT-CONFIG.
           OPEN INPUT AIRCRAFT-CONFIG-FILE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

           IF WS-RESTART-FLAG NOT = "A" AND WS-RECORD-COUNT > 0
              PERFORM 053-RECORD-FLIGHT-HISTORY
           END-IF.

           IF WS-ALERT-RULES-FILENAME NOT = SPACES
              PERFORM 051-EVALUATE-ALERTS
           END-IF.
           MOVE SPACES TO WS-EXEC-OUTPUT.
           CALL "EXEC_NODEJS" USING WS-EXEC-CODE WS-EXEC-STATUS
              WS-EXEC-OUTPUT WS-EXEC-INTERP WS-EXEC-PARAMS
              WS-EXEC-CALLER
              ON EXCEPTION
                 MOVE -1 TO WS-EXEC-STATUS
           END-CALL.
           WRITE ALERT-LOG-RECORD.
           CLOSE ALERT-LOG-FILE.

      *> One history record per flight operated, upserted so a
      *> flight rerun the same day replaces its earlier figures. The
      *> file is created on first use; a failure costs only the
      *> history, never the flight.
       053-RECORD-FLIGHT-HISTORY.
           IF WS-FLIGHT-ID = SPACES
              DISPLAY "FLIGHT HISTORY NOT RECORDED: NO FLIGHT-ID"
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FLIGHT-HISTORY-FILE.
           IF FLTHIST-FILE-STATUS = "35"
              OPEN OUTPUT FLIGHT-HISTORY-FILE
              CLOSE FLIGHT-HISTORY-FILE
              OPEN I-O FLIGHT-HISTORY-FILE
           END-IF.
           IF FLTHIST-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: FLIGHT HISTORY UNAVAILABLE, STATUS="
                 FLTHIST-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FLIGHT-HISTORY-RECORD.
           MOVE WS-FLIGHT-ID TO FH-FLIGHT-ID.
           MOVE WS-FLIGHT-DATE TO FH-FLIGHT-DATE.
           MOVE WS-RUN-ID TO FH-RUN-ID.
           IF WS-EXPECTED-ROSTER-COUNT > 0
              MOVE WS-EXPECTED-ROSTER-COUNT TO FH-BOOKED
           ELSE
              MOVE WS-VALID-COUNT TO FH-BOOKED
           END-IF.
           COMPUTE WS-FH-BOARDED = WS-VALID-COUNT + WS-STANDBY-CLEARED
              - WS-OVSL-OFFLOAD-COUNT.
           IF WS-FH-BOARDED < 0
              MOVE 0 TO WS-FH-BOARDED
           END-IF.
           MOVE WS-FH-BOARDED TO FH-BOARDED.
           MOVE WS-REJECT-COUNT TO FH-REJECTS.
           MOVE WS-ACFG-CAPACITY TO FH-SEATS-OFFERED.
           MOVE 0 TO FH-LOAD-FACTOR.
           IF WS-ACFG-CAPACITY > 0
              COMPUTE FH-LOAD-FACTOR ROUNDED =
                 WS-FH-BOARDED * 100 / WS-ACFG-CAPACITY
           END-IF.
           MOVE WS-STANDBY-CLEARED TO FH-STANDBY-CLEARED.
           MOVE WS-OVSL-OFFLOAD-COUNT TO FH-OFFLOADS.
           MOVE 0 TO FH-CLASS-COUNT.
           IF CLASS-MAP-LOADED
              MOVE WS-CLASS-COUNT TO FH-CLASS-COUNT
              PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                    UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                 MOVE CLASS-STAT-CODE (WS-CLASS-IDX)
                    TO FH-CLASS-CODE (WS-CLASS-IDX)
                 MOVE CLASS-STAT-SOLD (WS-CLASS-IDX)
                    TO FH-CLASS-SOLD (WS-CLASS-IDX)
                 MOVE CLASS-STAT-CAPACITY (WS-CLASS-IDX)
                    TO FH-CLASS-SEATS (WS-CLASS-IDX)
                 MOVE 0 TO FH-CLASS-LF (WS-CLASS-IDX)
                 IF CLASS-STAT-CAPACITY (WS-CLASS-IDX) > 0
                    COMPUTE FH-CLASS-LF (WS-CLASS-IDX) ROUNDED =
                       CLASS-STAT-SOLD (WS-CLASS-IDX) * 100 /
                       CLASS-STAT-CAPACITY (WS-CLASS-IDX)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-CLASS-IDX FROM FH-CLASS-COUNT BY 1
                 UNTIL WS-CLASS-IDX >= 10
              MOVE SPACE TO FH-CLASS-CODE (WS-CLASS-IDX + 1)
              MOVE 0 TO FH-CLASS-SOLD (WS-CLASS-IDX + 1)
              MOVE 0 TO FH-CLASS-SEATS (WS-CLASS-IDX + 1)
              MOVE 0 TO FH-CLASS-LF (WS-CLASS-IDX + 1)
           END-PERFORM.
           WRITE FLIGHT-HISTORY-RECORD
              INVALID KEY REWRITE FLIGHT-HISTORY-RECORD
           END-WRITE.
           CLOSE FLIGHT-HISTORY-FILE.

       031-LOAD-CLASS-MAP.
           OPEN INPUT CLASS-MAP-FILE.
           IF CMAP-FILE-STATUS NOT = "00"
              END-IF
           END-IF.

      *> The seat inventory is permanent and shared like the master:
      *> created on first use (status 35), updated in place, and an
      *> unavailable inventory degrades to a warning.
       033-OPEN-SEAT-INVENTORY.
           MOVE ALL "0" TO SEAT-HELD-TABLE-X.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INV-NOW.
           SET SEATINV-SHUT TO TRUE.
           OPEN I-O SEAT-INVENTORY-FILE.
           IF SEATINV-FILE-STATUS = "35"
              OPEN OUTPUT SEAT-INVENTORY-FILE
              CLOSE SEAT-INVENTORY-FILE
              OPEN I-O SEAT-INVENTORY-FILE
           END-IF.
           IF SEATINV-FILE-STATUS = "00"
              SET SEATINV-OPEN TO TRUE
           ELSE
              DISPLAY "WARNING: SEAT INVENTORY UNAVAILABLE, STATUS="
                 SEATINV-FILE-STATUS
           END-IF.

      *> Callers set WS-INV-SEAT and WS-INV-BOOKING before performing.
       033A-ASSIGN-INVENTORY-SEAT.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 033H-READ-INVENTORY-SEAT.
           SET SI-ASSIGNED TO TRUE.
           MOVE WS-INV-BOOKING TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.
           MOVE 0 TO SEAT-HELD (WS-INV-SEAT + 1).
           PERFORM 033G-STORE-INVENTORY-SEAT.

      *> Every seat of the flight gets a record: assigned when a
      *> passenger sits in it, blocked when the configuration blocks
      *> it, otherwise open -- except a seat reservations are holding,
      *> which stays held until it is released or swept. Without a
      *> configuration the flight's extent is the highest seat ID
      *> seen, as gap detection always took it. Records outside the
      *> extent are dropped, holds apart.
       033B-SYNC-SEAT-INVENTORY.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           MOVE ALL "0" TO SEAT-HELD-TABLE-X.
           SET SEAT-ASSIGN-ABSENT TO TRUE.
           OPEN INPUT SEAT-ASSIGN-FILE.
           IF SEAT-ASSIGN-STATUS = "00"
              SET SEAT-ASSIGN-OPEN TO TRUE
           END-IF.
           PERFORM 033C-SYNC-ONE-SEAT
              VARYING WS-INV-SEAT FROM 0 BY 1
                 UNTIL WS-INV-SEAT > 1023.
           IF SEAT-ASSIGN-OPEN
              CLOSE SEAT-ASSIGN-FILE
           END-IF.

       033C-SYNC-ONE-SEAT.
           COMPUTE WS-INV-ROW = WS-INV-SEAT / 8.
           PERFORM 033H-READ-INVENTORY-SEAT.
           IF (CONFIG-IS-LOADED AND ROW-VALID (WS-INV-ROW + 1) = 0)
              OR (CONFIG-NOT-LOADED AND WS-INV-SEAT > ID-MAX)
              IF WS-INV-FOUND = 1
                 IF SI-HELD
                    PERFORM 033I-NOTE-LIVE-HOLD
                 ELSE
                    DELETE SEAT-INVENTORY-FILE
                       INVALID KEY CONTINUE
                    END-DELETE
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE SI-STATUS TO WS-INV-STATUS.
           MOVE SI-BOOKING-REF TO WS-INV-OLD-BOOKING.
           EVALUATE TRUE
              WHEN SEAT-PRESENT (WS-INV-SEAT + 1) = 1
      *> 033A already assigned every manifested passenger's seat;
      *> only a seat it could not reach lands here unassigned.
                 IF NOT SI-ASSIGNED
                    SET SI-ASSIGNED TO TRUE
                    MOVE SPACES TO SI-HOLD-EXPIRY
                 END-IF
                 IF SEAT-BOOKING (WS-INV-SEAT + 1) NOT = SPACES
                    MOVE SEAT-BOOKING (WS-INV-SEAT + 1)
                       TO SI-BOOKING-REF
                 END-IF
              WHEN SEAT-VALID (WS-INV-SEAT + 1) = 0
                 SET SI-BLOCKED TO TRUE
                 MOVE SPACES TO SI-BOOKING-REF
                 MOVE SPACES TO SI-HOLD-EXPIRY
              WHEN SI-HELD
                 PERFORM 033I-NOTE-LIVE-HOLD
              WHEN SI-ASSIGNED AND SI-BOOKING-REF NOT = SPACES
                 PERFORM 033J-CONFIRM-COUNTER-SEAT
              WHEN OTHER
                 SET SI-OPEN TO TRUE
                 MOVE SPACES TO SI-BOOKING-REF
                 MOVE SPACES TO SI-HOLD-EXPIRY
           END-EVALUATE.
           IF WS-INV-FOUND = 0 OR SI-STATUS NOT = WS-INV-STATUS
              OR SI-BOOKING-REF NOT = WS-INV-OLD-BOOKING
              PERFORM 033G-STORE-INVENTORY-SEAT
           END-IF.

      *> Callers set WS-INV-SEAT and WS-INV-BOOKING before performing.
       033D-HOLD-INVENTORY-SEAT.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 033F-COMPUTE-HOLD-EXPIRY.
           PERFORM 033H-READ-INVENTORY-SEAT.
           SET SI-HELD TO TRUE.
           MOVE WS-INV-BOOKING TO SI-BOOKING-REF.
           MOVE WS-HOLD-EXPIRY-WORK TO SI-HOLD-EXPIRY.
           MOVE 1 TO SEAT-HELD (WS-INV-SEAT + 1).
           PERFORM 033G-STORE-INVENTORY-SEAT.

      *> A seat reservations are holding for another booking cannot
      *> be given away by an amendment; the holder's own amendment
      *> takes it, and 027's resync turns the hold into the
      *> assignment. A lapsed hold protects nothing. Nor can a seat
      *> assigned to another booking -- a passenger seated there, or
      *> a counter check-in whose amendment is still to come.
       033E-CHECK-SEAT-HOLD.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           MOVE SEAT-ID TO WS-INV-SEAT.
           PERFORM 033H-READ-INVENTORY-SEAT.
           IF WS-INV-FOUND = 1 AND SI-HELD AND
              SI-BOOKING-REF NOT = AMD-BOOKING-REF AND
              SI-HOLD-EXPIRY > WS-INV-NOW
              SET RECORD-IS-INVALID TO TRUE
              MOVE "08" TO WS-REJECT-REASON-CODE
              MOVE "SEAT HELD FOR ANOTHER BOOKING"
                 TO WS-REJECT-REASON-TEXT
           END-IF.
           IF WS-INV-FOUND = 1 AND SI-ASSIGNED AND
              SI-BOOKING-REF NOT = SPACES AND
              SI-BOOKING-REF NOT = AMD-BOOKING-REF
              SET RECORD-IS-INVALID TO TRUE
              MOVE "08" TO WS-REJECT-REASON-CODE
              MOVE "SEAT ASSIGNED TO ANOTHER BOOKING"
                 TO WS-REJECT-REASON-TEXT
           END-IF.

      *> Hold expiry is now plus the hold period, carried across
      *> midnight through the integer day number.
       033F-COMPUTE-HOLD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INV-NOW.
           COMPUTE WS-HOLD-ABS-MINUTES =
              FUNCTION INTEGER-OF-DATE(WS-INV-NOW-DATE) * 1440
              + WS-INV-NOW-HH * 60 + WS-INV-NOW-MI
              + WS-HOLD-MINUTES.
           DIVIDE WS-HOLD-ABS-MINUTES BY 1440
              GIVING WS-HOLD-DAY REMAINDER WS-HOLD-DAY-MINUTES.
           COMPUTE WS-HOLD-EXP-DATE =
              FUNCTION DATE-OF-INTEGER(WS-HOLD-DAY).
           DIVIDE WS-HOLD-DAY-MINUTES BY 60
              GIVING WS-HOLD-EXP-HH REMAINDER WS-HOLD-EXP-MI.
           MOVE WS-INV-NOW-SS TO WS-HOLD-EXP-SS.

      *> 033H left WS-INV-FOUND saying whether the key is on file.
       033G-STORE-INVENTORY-SEAT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SI-UPDATED-TS.
           MOVE "AOC-2020-05-1" TO SI-UPDATED-BY.
           IF WS-INV-FOUND = 1
              REWRITE SEAT-INVENTORY-RECORD
                 INVALID KEY
                    DISPLAY "SEAT INVENTORY REWRITE FAILED, SEAT="
                       SI-SEAT-ID " STATUS=" SEATINV-FILE-STATUS
              END-REWRITE
           ELSE
              WRITE SEAT-INVENTORY-RECORD
                 INVALID KEY
                    DISPLAY "SEAT INVENTORY WRITE FAILED, SEAT="
                       SI-SEAT-ID " STATUS=" SEATINV-FILE-STATUS
              END-WRITE
           END-IF.

      *> A seat assigned to a booking that is not on the manifest
      *> stays assigned only while the counter's claim on it stands
      *> in d5.seatassign: the check-in amendment is still to come.
      *> Anything else is left over and goes back on sale.
       033J-CONFIRM-COUNTER-SEAT.
           IF SEAT-ASSIGN-OPEN
              MOVE WS-FLIGHT-ID TO SA-FLIGHT-ID
              MOVE WS-INV-SEAT TO SA-SEAT-ID
              READ SEAT-ASSIGN-FILE
                 INVALID KEY MOVE SPACES TO SA-BOOKING-REF
              END-READ
              IF SA-BOOKING-REF = SI-BOOKING-REF
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           SET SI-OPEN TO TRUE.
           MOVE SPACES TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.

      *> An amendment that moves or cancels a booking gives up its
      *> old seat in the inventory at once, so a later amendment in
      *> the same run can take it. Callers set WS-INV-SEAT and
      *> WS-INV-BOOKING; a seat held or assigned for anyone else is
      *> left alone.
       033K-RELEASE-INVENTORY-SEAT.
           IF SEATINV-SHUT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 033H-READ-INVENTORY-SEAT.
           IF WS-INV-FOUND = 0 OR NOT SI-ASSIGNED OR
              SI-BOOKING-REF NOT = WS-INV-BOOKING
              EXIT PARAGRAPH
           END-IF.
           SET SI-OPEN TO TRUE.
           MOVE SPACES TO SI-BOOKING-REF.
           MOVE SPACES TO SI-HOLD-EXPIRY.
           PERFORM 033G-STORE-INVENTORY-SEAT.

      *> Keyed read of this flight's WS-INV-SEAT; a seat not on file
      *> comes back as a blank record under its key.
       033H-READ-INVENTORY-SEAT.
           MOVE WS-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE WS-INV-SEAT TO SI-SEAT-ID.
           READ SEAT-INVENTORY-FILE
              INVALID KEY
                 MOVE 0 TO WS-INV-FOUND
                 MOVE SPACE TO SI-STATUS
                 MOVE SPACES TO SI-BOOKING-REF
                 MOVE SPACES TO SI-HOLD-EXPIRY
              NOT INVALID KEY
                 MOVE 1 TO WS-INV-FOUND
           END-READ.

      *> Only a hold still running keeps standby clearance and
      *> upgrades off the seat; a lapsed one waits for the sweep.
       033I-NOTE-LIVE-HOLD.
           IF SI-HOLD-EXPIRY > WS-INV-NOW
              MOVE 1 TO SEAT-HELD (WS-INV-SEAT + 1)
           END-IF.

       034-LOAD-BOARDING-RULES.
           OPEN INPUT BOARDING-RULES-FILE.
           IF BGRULES-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BOARDING RULES: "
                 WS-BGRULES-FILENAME
                 " STATUS=" BGRULES-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL BGRULES-FILE-STATUS = "10"
              READ BOARDING-RULES-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 034A-APPLY-BOARDING-RULE
              END-READ
           END-PERFORM.
           CLOSE BOARDING-RULES-FILE.

      *> A rule that cannot be applied is reported and skipped, so a
      *> typo costs one rule and not the whole boarding plan.
       034A-APPLY-BOARDING-RULE.
           IF BGRULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF BGR-GROUP IS NOT NUMERIC OR BGR-GROUP = "00"
              DISPLAY "BOARDING RULE IGNORED, BAD GROUP: "
                 BGRULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           EVALUATE BGR-KEYWORD
              WHEN "SSR"
              WHEN "CLASS"
              WHEN "TIER"
                 IF BGR-VALUE-1 = SPACES
                    DISPLAY "BOARDING RULE IGNORED, NO VALUE: "
                       BGRULE-RECORD
                    EXIT PARAGRAPH
                 END-IF
              WHEN "ROWS"
                 IF FUNCTION TEST-NUMVAL(BGR-VALUE-1) NOT = 0 OR
                    FUNCTION TEST-NUMVAL(BGR-VALUE-2) NOT = 0
                    DISPLAY "BOARDING RULE IGNORED, BAD ROWS: "
                       BGRULE-RECORD
                    EXIT PARAGRAPH
                 END-IF
              WHEN "ALL"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "BOARDING RULE IGNORED, BAD KEYWORD: "
                    BGRULE-RECORD
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-BGR-COUNT >= 50
              DISPLAY "BOARDING RULE TABLE FULL, IGNORED: "
                 BGRULE-RECORD
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BGR-COUNT.
           MOVE BGR-GROUP TO BGR-TBL-GROUP (WS-BGR-COUNT).
           MOVE BGR-KEYWORD TO BGR-TBL-KEYWORD (WS-BGR-COUNT).
           MOVE BGR-VALUE-1 TO BGR-TBL-VALUE-1 (WS-BGR-COUNT).
           MOVE BGR-VALUE-2 TO BGR-TBL-VALUE-2 (WS-BGR-COUNT).
           MOVE 0 TO BGR-TBL-LOW (WS-BGR-COUNT).
           MOVE 0 TO BGR-TBL-HIGH (WS-BGR-COUNT).
           IF BGR-KEYWORD = "ROWS"
              COMPUTE BGR-TBL-LOW (WS-BGR-COUNT) =
                 FUNCTION NUMVAL(BGR-VALUE-1)
              COMPUTE BGR-TBL-HIGH (WS-BGR-COUNT) =
                 FUNCTION NUMVAL(BGR-VALUE-2)
           END-IF.
           IF BGR-TBL-GROUP (WS-BGR-COUNT) > WS-BGR-LAST-GROUP
              MOVE BGR-TBL-GROUP (WS-BGR-COUNT) TO WS-BGR-LAST-GROUP
           END-IF.

      *> Stamp a boarding group on every passenger of the finished
      *> manifest and print the gate's calling sequence. The SSR,
      *> master and loyalty files are read-only here; any one that
      *> is missing only means its rules never fit.
       035-ASSIGN-BOARDING-GROUPS.
           IF WS-BGR-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO MANIFEST-FILE-STATUS.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.

           SET BG-SSR-SHUT TO TRUE.
           SET BG-MASTER-SHUT TO TRUE.
           SET BG-LOYALTY-SHUT TO TRUE.
           MOVE "00" TO SSR-FILE-STATUS.
           OPEN INPUT SSR-FILE.
           IF SSR-FILE-STATUS = "00"
              SET BG-SSR-OPEN TO TRUE
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS = "00"
              SET BG-MASTER-OPEN TO TRUE
           END-IF.
           MOVE "00" TO LOYALTY-FILE-STATUS.
           OPEN INPUT LOYALTY-FILE.
           IF LOYALTY-FILE-STATUS = "00"
              SET BG-LOYALTY-OPEN TO TRUE
           END-IF.

           MOVE ALL "0" TO BGROUP-COUNT-TABLE.
           MOVE 0 TO WS-BG-TOTAL.
           OPEN OUTPUT BOARDING-GROUP-FILE.
           PERFORM UNTIL MANIFEST-FILE-STATUS = "10"
              READ MANIFEST-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 035A-GROUP-ONE-PASSENGER
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           CLOSE BOARDING-GROUP-FILE.
           IF BG-SSR-OPEN
              CLOSE SSR-FILE
           END-IF.
           IF BG-MASTER-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF BG-LOYALTY-OPEN
              CLOSE LOYALTY-FILE
           END-IF.

           PERFORM 035C-WRITE-GATE-CALL.

       035A-GROUP-ONE-PASSENGER.
           IF MANIFEST-RECORD(1:3) = "TRL"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BG-SEAT = FUNCTION NUMVAL(MANIFEST-SEAT-ID).
           COMPUTE WS-BG-ROW = WS-BG-SEAT / 8.

           MOVE SPACES TO WS-BG-SSR-CODE.
           IF BG-SSR-OPEN
              MOVE MANIFEST-BOOKING-REF TO SSR-BOOKING-REF
              READ SSR-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE SSR-CODE TO WS-BG-SSR-CODE
              END-READ
           END-IF.

      *> Tier as 012C-NOTE-UPGRADE-CANDIDATE finds it: through the
      *> master's member number, and never from a closed account.
           MOVE SPACE TO WS-BG-TIER.
           IF BG-MASTER-OPEN
              MOVE MANIFEST-BOOKING-REF TO MASTER-BOOKING-REF
              READ MASTER-FILE
                 INVALID KEY MOVE SPACES TO MASTER-MEMBER-NO
              END-READ
              IF BG-LOYALTY-OPEN AND MASTER-MEMBER-NO NOT = SPACES
                 MOVE MASTER-MEMBER-NO TO LOY-MEMBER-NO
                 READ LOYALTY-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF NOT LOY-CLOSED
                          MOVE LOY-TIER TO WS-BG-TIER
                       END-IF
                 END-READ
              END-IF
           END-IF.

           MOVE 0 TO WS-BG-GROUP.
           PERFORM 035B-MATCH-BOARDING-RULE
              VARYING WS-BGR-IDX FROM 1 BY 1
              UNTIL WS-BGR-IDX > WS-BGR-COUNT OR WS-BG-GROUP > 0.
           IF WS-BG-GROUP = 0
              MOVE WS-BGR-LAST-GROUP TO WS-BG-GROUP
              MOVE "NONE" TO WS-BG-RULE
           END-IF.

           MOVE MANIFEST-BOARDING-PASS TO BGP-BOARDING-PASS.
           MOVE SPACE TO BGP-SEP1.
           MOVE MANIFEST-PASSENGER-NAME TO BGP-PASSENGER-NAME.
           MOVE SPACE TO BGP-SEP2.
           MOVE MANIFEST-BOOKING-REF TO BGP-BOOKING-REF.
           MOVE SPACE TO BGP-SEP3.
           MOVE WS-BG-SEAT TO BGP-SEAT-ID.
           MOVE SPACE TO BGP-SEP4.
           MOVE MANIFEST-CLASS TO BGP-CLASS.
           MOVE SPACE TO BGP-SEP5.
           MOVE WS-BG-GROUP TO BGP-GROUP.
           MOVE SPACE TO BGP-SEP6.
           MOVE WS-BG-RULE TO BGP-RULE.
           WRITE BOARDING-GROUP-RECORD.
           ADD 1 TO BGROUP-PAX (WS-BG-GROUP).
           ADD 1 TO WS-BG-TOTAL.

       035B-MATCH-BOARDING-RULE.
           EVALUATE BGR-TBL-KEYWORD (WS-BGR-IDX)
              WHEN "SSR"
                 IF WS-BG-SSR-CODE = BGR-TBL-VALUE-1 (WS-BGR-IDX)
                    MOVE BGR-TBL-GROUP (WS-BGR-IDX) TO WS-BG-GROUP
                 END-IF
              WHEN "CLASS"
                 IF MANIFEST-CLASS NOT = SPACE AND
                    MANIFEST-CLASS = BGR-TBL-VALUE-1 (WS-BGR-IDX)
                    MOVE BGR-TBL-GROUP (WS-BGR-IDX) TO WS-BG-GROUP
                 END-IF
              WHEN "TIER"
                 IF WS-BG-TIER NOT = SPACE AND
                    WS-BG-TIER = BGR-TBL-VALUE-1 (WS-BGR-IDX)
                    MOVE BGR-TBL-GROUP (WS-BGR-IDX) TO WS-BG-GROUP
                 END-IF
              WHEN "ROWS"
                 IF WS-BG-ROW >= BGR-TBL-LOW (WS-BGR-IDX) AND
                    WS-BG-ROW <= BGR-TBL-HIGH (WS-BGR-IDX)
                    MOVE BGR-TBL-GROUP (WS-BGR-IDX) TO WS-BG-GROUP
                 END-IF
              WHEN "ALL"
                 MOVE BGR-TBL-GROUP (WS-BGR-IDX) TO WS-BG-GROUP
           END-EVALUATE.
           IF WS-BG-GROUP > 0
              MOVE BGR-TBL-KEYWORD (WS-BGR-IDX) TO WS-BG-RULE
           END-IF.

      *> The calling sequence: every group the rules name, in the
      *> order the gate calls them, with its passenger count and the
      *> rules that fill it.
       035C-WRITE-GATE-CALL.
           OPEN OUTPUT GATE-CALL-FILE.
           MOVE WS-FLIGHT-ID TO WS-GC-HDG-FLIGHT.
           WRITE GATE-CALL-LINE FROM WS-GATECALL-HEADING.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                 UNTIL WS-BG-IDX > WS-BGR-LAST-GROUP
              MOVE 0 TO WS-BG-DEFINED
              PERFORM VARYING WS-BGR-IDX FROM 1 BY 1
                    UNTIL WS-BGR-IDX > WS-BGR-COUNT
                 IF BGR-TBL-GROUP (WS-BGR-IDX) = WS-BG-IDX
                    MOVE 1 TO WS-BG-DEFINED
                 END-IF
              END-PERFORM
              IF WS-BG-DEFINED = 1
                 MOVE WS-BG-IDX TO WS-GC-GROUP
                 MOVE BGROUP-PAX (WS-BG-IDX) TO WS-GC-PAX
                 WRITE GATE-CALL-LINE FROM WS-GATECALL-GROUP-LINE
                 PERFORM VARYING WS-BGR-IDX FROM 1 BY 1
                       UNTIL WS-BGR-IDX > WS-BGR-COUNT
                    IF BGR-TBL-GROUP (WS-BGR-IDX) = WS-BG-IDX
                       MOVE BGR-TBL-KEYWORD (WS-BGR-IDX)
                          TO WS-GC-KEYWORD
                       MOVE BGR-TBL-VALUE-1 (WS-BGR-IDX)
                          TO WS-GC-VALUE-1
                       MOVE BGR-TBL-VALUE-2 (WS-BGR-IDX)
                          TO WS-GC-VALUE-2
                       WRITE GATE-CALL-LINE
                          FROM WS-GATECALL-RULE-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE WS-BG-TOTAL TO WS-GC-TOTAL.
           WRITE GATE-CALL-LINE FROM WS-GATECALL-TOTAL-LINE.
           CLOSE GATE-CALL-FILE.

      *> Electronic copy of the post-flight numbers for the ops
      *> dashboard: the same statistics d5.summary prints, formatted
      *> as JSON and handed to the script bridge for delivery. A
           MOVE 0 TO WS-EXEC-STATUS.
           CALL "EXEC_NODEJS" USING WS-EXEC-CODE WS-EXEC-STATUS
              WS-EXEC-OUTPUT WS-EXEC-INTERP WS-EXEC-PARAMS
              WS-EXEC-CALLER
              ON EXCEPTION
                 MOVE -1 TO WS-EXEC-STATUS
           END-CALL.

      *> Upsert into the keyed passenger master: a booking reference
      *> already on file (a reissued boarding pass, or a prior run)
      *> is overwritten with the latest decode, keeping the member
      *> number already on file; the status date moves only when the
      *> status itself does, so an active booking keeps the date it
      *> went active. Every add or change is journaled with its
      *> before image. Skipped when the master could not be opened
      *> (degrade-to-warning path).
              IF MASTER-FILE-STATUS = "00"
                 MOVE BOOKING-REFERENCE TO MASTER-BOOKING-REF
                 READ MASTER-FILE
                    INVALID KEY
                       MOVE SPACES TO MASTER-MEMBER-NO
                       MOVE SPACE TO MASTER-STATUS
                       MOVE SPACES TO MJR-BEFORE-IMAGE
                    NOT INVALID KEY
                       MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE
                 END-READ
                 MOVE PASSENGER-NAME TO MASTER-PASSENGER-NAME
                 MOVE BOARDING-PASS TO MASTER-BOARDING-PASS
                 MOVE SEAT-ID TO MASTER-SEAT-ID
                 IF MASTER-STATUS NOT = "A"
                    MOVE "A" TO MASTER-STATUS
                    MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MASTER-STATUS-DATE
                 END-IF
                 WRITE MASTER-RECORD
                    INVALID KEY REWRITE MASTER-RECORD
                 END-WRITE
                 PERFORM 029-JOURNAL-MASTER
              END-IF

      *> The passenger's boarding pass is the assignment; it takes
      *> the seat in the inventory even over a reservations hold.
              MOVE SEAT-ID TO WS-INV-SEAT
              MOVE BOOKING-REFERENCE TO WS-INV-BOOKING
              PERFORM 033A-ASSIGN-INVENTORY-SEAT

              IF SEAT-PRESENT (SEAT-ID + 1) = 1
                 MOVE BOARDING-PASS TO EXCEPTIONS-BOARDING-PASS
                 MOVE SPACE TO EXCEPTIONS-SEP1
              END-IF

              MOVE 1 TO SEAT-PRESENT (SEAT-ID + 1)
              MOVE BOOKING-REFERENCE TO SEAT-BOOKING (SEAT-ID + 1)

              IF SEAT-ID > ID-MAX THEN
                MOVE SEAT-ID TO ID-MAX
              WRITE GAPS-RECORD
           END-IF.

      *> The gap file lists the flight's open seats as the inventory
      *> has them, in seat order; held, assigned and blocked seats
      *> are not gaps. Only when the inventory is unavailable, or
      *> holds nothing for the flight, does the list fall back to
      *> the in-storage occupancy scan.
       004A-WRITE-GAPS-FILE.
           OPEN OUTPUT GAPS-FILE.
           MOVE 0 TO WS-INV-FLIGHT-SEATS.
           IF SEATINV-OPEN
              PERFORM 004B-REPORT-INVENTORY-GAPS
           END-IF.
           IF WS-INV-FLIGHT-SEATS = 0
              PERFORM 004-REPORT-GAPS
                 VARYING GAP-SEAT-ID FROM 0 BY 1
                    UNTIL GAP-SEAT-ID > ID-MAX
           END-IF.
           CLOSE GAPS-FILE.

       004B-REPORT-INVENTORY-GAPS.
           MOVE WS-FLIGHT-ID TO SI-FLIGHT-ID.
           MOVE 0 TO SI-SEAT-ID.
           START SEAT-INVENTORY-FILE KEY IS NOT LESS THAN SI-KEY
              INVALID KEY MOVE "10" TO SEATINV-FILE-STATUS
           END-START.
           PERFORM UNTIL SEATINV-FILE-STATUS NOT = "00"
              READ SEAT-INVENTORY-FILE NEXT
                 AT END CONTINUE
                 NOT AT END
                    IF SI-FLIGHT-ID NOT = WS-FLIGHT-ID
                       MOVE "10" TO SEATINV-FILE-STATUS
                    ELSE
                       ADD 1 TO WS-INV-FLIGHT-SEATS
                       IF SI-OPEN
                          MOVE SI-SEAT-ID TO GAPS-SEAT-ID
                          MOVE SPACE TO GAPS-SEP1
                          MOVE "UNASSIGNED SEAT ID" TO GAPS-MESSAGE
                          WRITE GAPS-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO SEATINV-FILE-STATUS.

       005-WRITE-CHECKPOINT.
      *> Persist the full running state, not just ID-MAX, so a restart
      *> resumes with correct gap/duplicate detection and summary
