       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-CRW.
       AUTHOR. ANNA KOSIERADZKA.

      *> Crew legality check. Every crew pairing (CREW-PAIRING,
      *> d5.crewpairing) is laid against the flight schedule's
      *> departure and arrival times and the crew master (CREW-MASTER,
      *> d5.crewmaster), and each crew member's duty day -- report
      *> time before the first departure to release after the last
      *> arrival -- is held to the limits in the crew rules file
      *> (CREW-RULES, d5.crewrules): maximum duty hours, maximum
      *> sectors, minimum rest since the previous duty's release.
      *> Each flight operated is then checked for its flight deck
      *> and for the cabin crew its aircraft type's seat count
      *> requires. Exceptions go to d5.crewlegal. Condition code 8
      *> when any duty or flight is illegal (or an input cannot be
      *> read), so the job stream holds the steps behind it; 4 when
      *> only data problems -- a flight without times or equipment,
      *> a pairing that matches nothing -- were found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
              WS-SCHEDULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT CREW-MASTER-FILE ASSIGN TO DYNAMIC
              WS-CREW-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREW-MASTER-STATUS.

           SELECT CREW-PAIRING-FILE ASSIGN TO DYNAMIC
              WS-CREW-PAIRING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREW-PAIRING-STATUS.

           SELECT CREW-RULES-FILE ASSIGN TO DYNAMIC
              WS-CREW-RULES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREW-RULES-STATUS.

           SELECT CREW-LEGAL-FILE ASSIGN TO "d5.crewlegal"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUTY-SORT-FILE ASSIGN TO "d5.crwsortwk".

       DATA DIVISION.
       FILE SECTION.
         FD SCHEDULE-FILE.
         01 SCHEDULE-RECORD.
            05 SCHED-FLIGHT-ID   PIC X(8).
            05 SCHED-SEP1        PIC X(1).
            05 SCHED-INPUT-NAME  PIC X(80).
            05 SCHED-SEP2        PIC X(1).
            05 SCHED-DEP-TIME    PIC X(4).
            05 SCHED-SEP3        PIC X(1).
            05 SCHED-ARR-TIME    PIC X(4).

         FD CREW-MASTER-FILE.
         COPY CRWMST01.

         FD CREW-PAIRING-FILE.
         COPY CRWPRG01.

      *> Crew rules, keyword lines in the aircraft configuration's
      *> layout: DUTY maximum duty hours, REST minimum rest hours
      *> (both may carry decimals), SECTR maximum sectors a duty,
      *> REPRT and RLEAS the report and release allowances in
      *> minutes, DECK the flight deck a flight needs, RATIO the
      *> seats one cabin crew member covers. ACFT lines give an
      *> aircraft type and its seat count, EQUIP lines the type each
      *> scheduled flight is operated with.
         FD CREW-RULES-FILE.
         01 CRULE-RECORD.
            05 CRULE-KEYWORD PIC X(5).
            05 FILLER        PIC X(1).
            05 CRULE-VALUE-1 PIC X(8).
            05 FILLER        PIC X(1).
            05 CRULE-VALUE-2 PIC X(8).

         FD CREW-LEGAL-FILE.
         01 CREW-LEGAL-LINE PIC X(70).

         SD DUTY-SORT-FILE.
         01 DUTY-SORT-RECORD.
            05 DSR-CREW-ID    PIC X(8).
            05 DSR-DUTY-DATE  PIC 9(8).
            05 DSR-DEP-ABS    PIC 9(11).
            05 DSR-ARR-ABS    PIC 9(11).
            05 DSR-FLIGHT-ID  PIC X(8).

       WORKING-STORAGE SECTION.
         01 SCHEDULE-FILE-STATUS PIC X(2) VALUE "00".
         01 CREW-MASTER-STATUS PIC X(2) VALUE "00".
         01 CREW-PAIRING-STATUS PIC X(2) VALUE "00".
         01 CREW-RULES-STATUS PIC X(2) VALUE "00".
         01 WS-SCHEDULE-FILENAME PIC X(100) VALUE SPACES.
         01 WS-CREW-MASTER-FILENAME PIC X(100) VALUE "d5.crewmaster".
         01 WS-CREW-PAIRING-FILENAME PIC X(100)
            VALUE "d5.crewpairing".
         01 WS-CREW-RULES-FILENAME PIC X(100) VALUE "d5.crewrules".
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
         01 WS-SEVERITY PIC 9(4) VALUE 0.
      *> Limits, in minutes, with the rules file's defaults.
         01 WS-MAX-DUTY-MINS PIC 9(5) VALUE 780.
         01 WS-MIN-REST-MINS PIC 9(5) VALUE 600.
         01 WS-MAX-SECTORS PIC 9(3) VALUE 6.
         01 WS-REPORT-MINS PIC 9(4) VALUE 60.
         01 WS-RELEASE-MINS PIC 9(4) VALUE 30.
         01 WS-MIN-DECK PIC 9(2) VALUE 2.
         01 WS-SEATS-PER-CABIN PIC 9(4) VALUE 50.
         01 WS-HOURS-WORK PIC 9(3)V9(2) VALUE 0.
      *> Aircraft types and their seat counts.
         01 ACFT-TYPE-TABLE.
            05 ACFT-TYPE-ENTRY OCCURS 32 TIMES.
               10 ATT-TYPE  PIC X(8).
               10 ATT-SEATS PIC 9(4).
         01 WS-ATT-COUNT PIC 9(2) VALUE 0.
         01 WS-ATT-IDX PIC 9(2) VALUE 0.
      *> Flight to aircraft type, from the EQUIP lines.
         01 EQUIP-TABLE.
            05 EQUIP-ENTRY OCCURS 64 TIMES.
               10 EQT-FLIGHT-ID PIC X(8).
               10 EQT-TYPE      PIC X(8).
         01 WS-EQT-COUNT PIC 9(2) VALUE 0.
         01 WS-EQT-IDX PIC 9(2) VALUE 0.
      *> Scheduled flights, times in minutes past midnight; an
      *> arrival before departure lands next day.
         01 CRW-FLIGHT-TABLE.
            05 CRW-FLIGHT-ENTRY OCCURS 64 TIMES.
               10 CFT-FLIGHT-ID PIC X(8).
               10 CFT-HAS-TIMES PIC 9.
               10 CFT-DEP-MINS  PIC 9(4).
               10 CFT-ARR-MINS  PIC 9(4).
               10 CFT-TYPE      PIC X(8).
               10 CFT-SEATS     PIC 9(4).
         01 WS-CFT-COUNT PIC 9(2) VALUE 0.
         01 WS-CFT-IDX PIC 9(2) VALUE 0.
         01 WS-CFT-HIT PIC 9(2) VALUE 0.
         01 WS-TIME-WORK PIC 9(4) VALUE 0.
      *> Crew master, as loaded.
         01 CREW-TABLE.
            05 CREW-ENTRY OCCURS 1024 TIMES.
               10 CRT-CREW-ID PIC X(8).
               10 CRT-RANK    PIC X(2).
               10 CRT-STATUS  PIC X(1).
         01 WS-CRT-COUNT PIC 9(4) VALUE 0.
         01 WS-CRT-IDX PIC 9(4) VALUE 0.
         01 WS-CRT-HIT PIC 9(4) VALUE 0.
      *> Crew complement counted per flight and duty date.
         01 COMPLEMENT-TABLE.
            05 COMPLEMENT-ENTRY OCCURS 1024 TIMES.
               10 CMT-FLIGHT-IDX PIC 9(2).
               10 CMT-DUTY-DATE  PIC 9(8).
               10 CMT-DECK       PIC 9(3).
               10 CMT-CABIN      PIC 9(3).
         01 WS-CMT-COUNT PIC 9(4) VALUE 0.
         01 WS-CMT-IDX PIC 9(4) VALUE 0.
         01 WS-CMT-HIT PIC 9(4) VALUE 0.
      *> Crew members already counted, by flight and duty date.
         01 COUNTED-CREW-TABLE.
            05 COUNTED-CREW-ENTRY OCCURS 4096 TIMES.
               10 CCT-CREW-ID    PIC X(8).
               10 CCT-FLIGHT-IDX PIC 9(2).
               10 CCT-DUTY-DATE  PIC 9(8).
         01 WS-CCT-COUNT PIC 9(4) VALUE 0.
         01 WS-CCT-IDX PIC 9(4) VALUE 0.
         01 WS-CCT-HIT PIC 9(4) VALUE 0.
      *> Duty dates the pairing file covers.
         01 DUTY-DATE-TABLE.
            05 DUTY-DATE-ENTRY PIC 9(8) OCCURS 62 TIMES.
         01 WS-DDT-COUNT PIC 9(2) VALUE 0.
         01 WS-DDT-IDX PIC 9(2) VALUE 0.
         01 WS-DDT-HIT PIC 9(2) VALUE 0.
         01 WS-PAIR-DATE PIC 9(8) VALUE 0.
         01 WS-PAIR-OK PIC 9 VALUE 0.
         01 WS-CABIN-NEEDED PIC 9(3) VALUE 0.
      *> The duty being built from the sorted pairings.
         01 WS-SORT-EOF PIC X VALUE "N".
            88 DUTY-SORT-DONE VALUE "Y".
            88 DUTY-SORT-MORE VALUE "N".
         01 WS-DUTY-ACTIVE PIC 9 VALUE 0.
         01 WS-DUTY-CREW-ID PIC X(8) VALUE SPACES.
         01 WS-DUTY-DATE PIC 9(8) VALUE 0.
         01 WS-DUTY-START PIC 9(11) VALUE 0.
         01 WS-DUTY-END PIC 9(11) VALUE 0.
         01 WS-DUTY-LAST-ARR PIC 9(11) VALUE 0.
         01 WS-DUTY-LAST-FLIGHT PIC X(8) VALUE SPACES.
         01 WS-DUTY-SECTORS PIC 9(3) VALUE 0.
         01 WS-PREV-DUTY-END PIC 9(11) VALUE 0.
         01 WS-DUTY-MINS PIC 9(11) VALUE 0.
         01 WS-REST-MINS PIC S9(11) VALUE 0.
         01 WS-EDIT-HOURS PIC ZZ9.99.
         01 WS-EDIT-COUNT PIC ZZ9.
         01 WS-EDIT-COUNT-2 PIC ZZ9.
         01 WS-CRW-HEADING PIC X(70) VALUE
            "CREW LEGALITY EXCEPTIONS".
         01 WS-CRW-COLUMNS PIC X(70) VALUE
            "CREW     DATE     FLIGHT   EXCEPTION".
         01 WS-CRW-DETAIL.
            05 WS-CRD-CREW-ID   PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-DATE      PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-FLIGHT    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-CRD-MESSAGE   PIC X(43).
         01 WS-CRW-TOTAL-LINE.
            05 WS-CRW-TOT-LABEL PIC X(30).
            05 WS-CRW-TOT-VALUE PIC Z(8)9.
            05 FILLER           PIC X(31) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-PAIRINGS-READ UNSIGNED-INT VALUE 0.
         01 WS-DUTIES-CHECKED UNSIGNED-INT VALUE 0.
         01 WS-FLIGHTS-CHECKED UNSIGNED-INT VALUE 0.
         01 WS-ILLEGAL-COUNT UNSIGNED-INT VALUE 0.
         01 WS-WARNING-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-SCHEDULE-FILENAME
              FROM ENVIRONMENT "FLIGHT-SCHEDULE".
           ACCEPT WS-CREW-MASTER-FILENAME
              FROM ENVIRONMENT "CREW-MASTER".
           IF WS-CREW-MASTER-FILENAME = SPACES
              MOVE "d5.crewmaster" TO WS-CREW-MASTER-FILENAME
           END-IF.
           ACCEPT WS-CREW-PAIRING-FILENAME
              FROM ENVIRONMENT "CREW-PAIRING".
           IF WS-CREW-PAIRING-FILENAME = SPACES
              MOVE "d5.crewpairing" TO WS-CREW-PAIRING-FILENAME
           END-IF.
           ACCEPT WS-CREW-RULES-FILENAME FROM ENVIRONMENT "CREW-RULES".
           IF WS-CREW-RULES-FILENAME = SPACES
              MOVE "d5.crewrules" TO WS-CREW-RULES-FILENAME
           END-IF.

           IF WS-SCHEDULE-FILENAME = SPACES
              DISPLAY "FLIGHT-SCHEDULE NOT GIVEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 002-LOAD-CREW-RULES.
           PERFORM 003-LOAD-SCHEDULE.
           PERFORM 004-LOAD-CREW-MASTER.

           MOVE "00" TO CREW-PAIRING-STATUS.
           OPEN INPUT CREW-PAIRING-FILE.
           IF CREW-PAIRING-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CREW PAIRING: "
                 WS-CREW-PAIRING-FILENAME
                 " STATUS=" CREW-PAIRING-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CREW-PAIRING-FILE.

           OPEN OUTPUT CREW-LEGAL-FILE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-HEADING.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-COLUMNS.

           SET DUTY-SORT-MORE TO TRUE.
           SORT DUTY-SORT-FILE
              ON ASCENDING KEY DSR-CREW-ID DSR-DUTY-DATE DSR-DEP-ABS
                 DSR-FLIGHT-ID
              INPUT PROCEDURE IS 005-PAIRINGS-IN
              OUTPUT PROCEDURE IS 006-DUTIES-OUT.

           PERFORM 008-CHECK-COMPLEMENTS.

           MOVE "PAIRINGS READ" TO WS-CRW-TOT-LABEL.
           MOVE WS-PAIRINGS-READ TO WS-CRW-TOT-VALUE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-TOTAL-LINE.
           MOVE "DUTY DAYS CHECKED" TO WS-CRW-TOT-LABEL.
           MOVE WS-DUTIES-CHECKED TO WS-CRW-TOT-VALUE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-TOTAL-LINE.
           MOVE "FLIGHTS CHECKED" TO WS-CRW-TOT-LABEL.
           MOVE WS-FLIGHTS-CHECKED TO WS-CRW-TOT-VALUE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-TOTAL-LINE.
           MOVE "LEGALITY EXCEPTIONS" TO WS-CRW-TOT-LABEL.
           MOVE WS-ILLEGAL-COUNT TO WS-CRW-TOT-VALUE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-TOTAL-LINE.
           MOVE "DATA WARNINGS" TO WS-CRW-TOT-LABEL.
           MOVE WS-WARNING-COUNT TO WS-CRW-TOT-VALUE.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-TOTAL-LINE.
           CLOSE CREW-LEGAL-FILE.

           DISPLAY WS-PAIRINGS-READ " PAIRINGS READ "
              WS-ILLEGAL-COUNT " LEGALITY EXCEPTIONS".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> Without a rules file the defaults stand: 13 hours' duty,
      *> 10 hours' rest, 6 sectors, report 60 and release 30
      *> minutes, two on the flight deck, one cabin crew member per
      *> 50 seats -- but then no flight has equipment to check its
      *> cabin crew against.
       002-LOAD-CREW-RULES.
           MOVE "00" TO CREW-RULES-STATUS.
           OPEN INPUT CREW-RULES-FILE.
           IF CREW-RULES-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CREW RULES, DEFAULTS USED: "
                 WS-CREW-RULES-FILENAME
                 " STATUS=" CREW-RULES-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CREW-RULES-STATUS = "10"
              READ CREW-RULES-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 002A-APPLY-RULE-LINE
              END-READ
           END-PERFORM.
           CLOSE CREW-RULES-FILE.

       002A-APPLY-RULE-LINE.
           IF CRULE-KEYWORD NOT = SPACES AND
              CRULE-KEYWORD NOT = "ACFT " AND
              CRULE-KEYWORD NOT = "EQUIP" AND
              FUNCTION TEST-NUMVAL(CRULE-VALUE-1) NOT = 0
              DISPLAY "CREW RULE VALUE NOT NUMERIC, IGNORED: "
                 CRULE-RECORD
              EXIT PARAGRAPH
           END-IF.
           EVALUATE CRULE-KEYWORD
              WHEN "DUTY "
                 COMPUTE WS-HOURS-WORK = FUNCTION NUMVAL(CRULE-VALUE-1)
                 COMPUTE WS-MAX-DUTY-MINS = WS-HOURS-WORK * 60
              WHEN "REST "
                 COMPUTE WS-HOURS-WORK = FUNCTION NUMVAL(CRULE-VALUE-1)
                 COMPUTE WS-MIN-REST-MINS = WS-HOURS-WORK * 60
              WHEN "SECTR"
                 COMPUTE WS-MAX-SECTORS =
                    FUNCTION NUMVAL(CRULE-VALUE-1)
              WHEN "REPRT"
                 COMPUTE WS-REPORT-MINS =
                    FUNCTION NUMVAL(CRULE-VALUE-1)
              WHEN "RLEAS"
                 COMPUTE WS-RELEASE-MINS =
                    FUNCTION NUMVAL(CRULE-VALUE-1)
              WHEN "DECK "
                 COMPUTE WS-MIN-DECK = FUNCTION NUMVAL(CRULE-VALUE-1)
              WHEN "RATIO"
                 COMPUTE WS-SEATS-PER-CABIN =
                    FUNCTION NUMVAL(CRULE-VALUE-1)
                 IF WS-SEATS-PER-CABIN = 0
                    MOVE 50 TO WS-SEATS-PER-CABIN
                 END-IF
              WHEN "ACFT "
                 IF WS-ATT-COUNT >= 32 OR
                    FUNCTION TEST-NUMVAL(CRULE-VALUE-2) NOT = 0
                    DISPLAY "AIRCRAFT TYPE IGNORED: " CRULE-RECORD
                 ELSE
                    ADD 1 TO WS-ATT-COUNT
                    MOVE CRULE-VALUE-1 TO ATT-TYPE (WS-ATT-COUNT)
                    COMPUTE ATT-SEATS (WS-ATT-COUNT) =
                       FUNCTION NUMVAL(CRULE-VALUE-2)
                 END-IF
              WHEN "EQUIP"
                 IF WS-EQT-COUNT >= 64
                    DISPLAY "EQUIPMENT TABLE FULL, IGNORED: "
                       CRULE-RECORD
                 ELSE
                    ADD 1 TO WS-EQT-COUNT
                    MOVE CRULE-VALUE-1 TO EQT-FLIGHT-ID (WS-EQT-COUNT)
                    MOVE CRULE-VALUE-2 TO EQT-TYPE (WS-EQT-COUNT)
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "UNKNOWN CREW RULE KEYWORD: " CRULE-KEYWORD
           END-EVALUATE.

       003-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FLIGHT SCHEDULE: "
                 WS-SCHEDULE-FILENAME
                 " STATUS=" SCHEDULE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL SCHEDULE-FILE-STATUS = "10"
              READ SCHEDULE-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003A-NOTE-SCHEDULED-FLIGHT
              END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       003A-NOTE-SCHEDULED-FLIGHT.
           IF SCHEDULE-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CFT-COUNT >= 64
              DISPLAY "FLIGHT TABLE FULL, NOT CHECKED: "
                 SCHED-FLIGHT-ID
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CFT-COUNT.
           MOVE SCHED-FLIGHT-ID TO CFT-FLIGHT-ID (WS-CFT-COUNT).
           MOVE 0 TO CFT-HAS-TIMES (WS-CFT-COUNT).
           MOVE 0 TO CFT-DEP-MINS (WS-CFT-COUNT).
           MOVE 0 TO CFT-ARR-MINS (WS-CFT-COUNT).
           MOVE SPACES TO CFT-TYPE (WS-CFT-COUNT).
           MOVE 0 TO CFT-SEATS (WS-CFT-COUNT).
           IF FUNCTION TEST-NUMVAL(SCHED-DEP-TIME) = 0 AND
              FUNCTION TEST-NUMVAL(SCHED-ARR-TIME) = 0
              COMPUTE WS-TIME-WORK = FUNCTION NUMVAL(SCHED-DEP-TIME)
              COMPUTE CFT-DEP-MINS (WS-CFT-COUNT) =
                 FUNCTION INTEGER(WS-TIME-WORK / 100) * 60 +
                 FUNCTION MOD(WS-TIME-WORK, 100)
              COMPUTE WS-TIME-WORK = FUNCTION NUMVAL(SCHED-ARR-TIME)
              COMPUTE CFT-ARR-MINS (WS-CFT-COUNT) =
                 FUNCTION INTEGER(WS-TIME-WORK / 100) * 60 +
                 FUNCTION MOD(WS-TIME-WORK, 100)
              IF CFT-ARR-MINS (WS-CFT-COUNT) <
                    CFT-DEP-MINS (WS-CFT-COUNT)
                 ADD 1440 TO CFT-ARR-MINS (WS-CFT-COUNT)
              END-IF
              MOVE 1 TO CFT-HAS-TIMES (WS-CFT-COUNT)
           END-IF.
           PERFORM VARYING WS-EQT-IDX FROM 1 BY 1
                 UNTIL WS-EQT-IDX > WS-EQT-COUNT
              IF EQT-FLIGHT-ID (WS-EQT-IDX) = SCHED-FLIGHT-ID
                 MOVE EQT-TYPE (WS-EQT-IDX)
                    TO CFT-TYPE (WS-CFT-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                 UNTIL WS-ATT-IDX > WS-ATT-COUNT
              IF CFT-TYPE (WS-CFT-COUNT) NOT = SPACES AND
                 ATT-TYPE (WS-ATT-IDX) = CFT-TYPE (WS-CFT-COUNT)
                 MOVE ATT-SEATS (WS-ATT-IDX)
                    TO CFT-SEATS (WS-CFT-COUNT)
              END-IF
           END-PERFORM.

       004-LOAD-CREW-MASTER.
           OPEN INPUT CREW-MASTER-FILE.
           IF CREW-MASTER-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CREW MASTER: "
                 WS-CREW-MASTER-FILENAME
                 " STATUS=" CREW-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CREW-MASTER-STATUS = "10"
              READ CREW-MASTER-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 004A-NOTE-CREW-MEMBER
              END-READ
           END-PERFORM.
           CLOSE CREW-MASTER-FILE.

       004A-NOTE-CREW-MEMBER.
           IF CREW-MASTER-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-CRT-COUNT >= 1024
              DISPLAY "CREW TABLE FULL, IGNORED: " CRM-CREW-ID
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CRT-COUNT.
           MOVE CRM-CREW-ID TO CRT-CREW-ID (WS-CRT-COUNT).
           MOVE CRM-RANK TO CRT-RANK (WS-CRT-COUNT).
           MOVE CRM-STATUS TO CRT-STATUS (WS-CRT-COUNT).

      *> Check each pairing against the master and the schedule,
      *> count it into its flight's complement, and release it with
      *> its times made absolute (minutes from the calendar's day
      *> one) so duties crossing midnight and rest across days
      *> compare directly.
       005-PAIRINGS-IN.
           OPEN INPUT CREW-PAIRING-FILE.
           PERFORM UNTIL CREW-PAIRING-STATUS = "10"
              READ CREW-PAIRING-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 005A-CHECK-PAIRING
              END-READ
           END-PERFORM.
           CLOSE CREW-PAIRING-FILE.

       005A-CHECK-PAIRING.
           IF CREW-PAIRING-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIRINGS-READ.
           MOVE SPACES TO WS-CRW-DETAIL.
           MOVE CRP-CREW-ID TO WS-CRD-CREW-ID.
           MOVE CRP-DUTY-DATE TO WS-CRD-DATE.
           MOVE CRP-FLIGHT-ID TO WS-CRD-FLIGHT.
           MOVE 0 TO WS-PAIR-DATE.
           IF CRP-DUTY-DATE IS NUMERIC
              MOVE CRP-DUTY-DATE TO WS-PAIR-DATE
           END-IF.
           IF WS-PAIR-DATE = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-PAIR-DATE) NOT = 0
              MOVE "DUTY DATE INVALID, PAIRING IGNORED"
                 TO WS-CRD-MESSAGE
              MOVE 4 TO WS-SEVERITY
              PERFORM 007-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CFT-HIT.
           PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                 UNTIL WS-CFT-IDX > WS-CFT-COUNT
              IF CFT-FLIGHT-ID (WS-CFT-IDX) = CRP-FLIGHT-ID
                 MOVE WS-CFT-IDX TO WS-CFT-HIT
              END-IF
           END-PERFORM.
           IF WS-CFT-HIT = 0
              MOVE "FLIGHT NOT ON SCHEDULE, PAIRING IGNORED"
                 TO WS-CRD-MESSAGE
              MOVE 4 TO WS-SEVERITY
              PERFORM 007-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.

      *> A pairing for an unknown or inactive member, or in a
      *> position the member's rank does not hold, is illegal and
      *> does not count toward the flight's complement.
           MOVE 0 TO WS-CRT-HIT.
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                 UNTIL WS-CRT-IDX > WS-CRT-COUNT
              IF CRT-CREW-ID (WS-CRT-IDX) = CRP-CREW-ID
                 MOVE WS-CRT-IDX TO WS-CRT-HIT
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-PAIR-OK.
           MOVE 8 TO WS-SEVERITY.
           EVALUATE TRUE
              WHEN WS-CRT-HIT = 0
                 MOVE "CREW MEMBER NOT ON CREW MASTER"
                    TO WS-CRD-MESSAGE
                 MOVE 0 TO WS-PAIR-OK
              WHEN CRT-STATUS (WS-CRT-HIT) NOT = "A"
                 MOVE "CREW MEMBER NOT ACTIVE" TO WS-CRD-MESSAGE
                 MOVE 0 TO WS-PAIR-OK
              WHEN CRP-ROLE = "CP" AND CRT-RANK (WS-CRT-HIT) = "CP"
                 CONTINUE
              WHEN CRP-ROLE = "FO" AND
                   (CRT-RANK (WS-CRT-HIT) = "CP" OR
                    CRT-RANK (WS-CRT-HIT) = "FO")
                 CONTINUE
              WHEN CRP-ROLE = "PU" AND CRT-RANK (WS-CRT-HIT) = "PU"
                 CONTINUE
              WHEN CRP-ROLE = "CC" AND
                   (CRT-RANK (WS-CRT-HIT) = "PU" OR
                    CRT-RANK (WS-CRT-HIT) = "CC")
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-CRD-MESSAGE
                 STRING "RANK " DELIMITED BY SIZE
                    CRT-RANK (WS-CRT-HIT) DELIMITED BY SIZE
                    " CANNOT FLY POSITION " DELIMITED BY SIZE
                    CRP-ROLE DELIMITED BY SIZE
                    INTO WS-CRD-MESSAGE
                 END-STRING
                 MOVE 0 TO WS-PAIR-OK
           END-EVALUATE.
           IF WS-PAIR-OK = 0
              PERFORM 007-WRITE-EXCEPTION
           ELSE
              PERFORM 005B-COUNT-COMPLEMENT
           END-IF.

           IF CFT-HAS-TIMES (WS-CFT-HIT) = 0
              MOVE "NO SCHEDULE TIMES, DUTY NOT CHECKED"
                 TO WS-CRD-MESSAGE
              MOVE 4 TO WS-SEVERITY
              PERFORM 007-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE CRP-CREW-ID TO DSR-CREW-ID.
           MOVE WS-PAIR-DATE TO DSR-DUTY-DATE.
           COMPUTE DSR-DEP-ABS =
              FUNCTION INTEGER-OF-DATE(WS-PAIR-DATE) * 1440 +
              CFT-DEP-MINS (WS-CFT-HIT).
           COMPUTE DSR-ARR-ABS =
              FUNCTION INTEGER-OF-DATE(WS-PAIR-DATE) * 1440 +
              CFT-ARR-MINS (WS-CFT-HIT).
           MOVE CRP-FLIGHT-ID TO DSR-FLIGHT-ID.
           RELEASE DUTY-SORT-RECORD.

      *> A member paired twice on the same flight and date counts
      *> once; 006A reports the repeat when the duty is built.
       005B-COUNT-COMPLEMENT.
           MOVE 0 TO WS-CCT-HIT.
           PERFORM VARYING WS-CCT-IDX FROM 1 BY 1
                 UNTIL WS-CCT-IDX > WS-CCT-COUNT OR WS-CCT-HIT > 0
              IF CCT-CREW-ID (WS-CCT-IDX) = CRP-CREW-ID AND
                 CCT-FLIGHT-IDX (WS-CCT-IDX) = WS-CFT-HIT AND
                 CCT-DUTY-DATE (WS-CCT-IDX) = WS-PAIR-DATE
                 MOVE WS-CCT-IDX TO WS-CCT-HIT
              END-IF
           END-PERFORM.
           IF WS-CCT-HIT > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CCT-COUNT < 4096
              ADD 1 TO WS-CCT-COUNT
              MOVE CRP-CREW-ID TO CCT-CREW-ID (WS-CCT-COUNT)
              MOVE WS-CFT-HIT TO CCT-FLIGHT-IDX (WS-CCT-COUNT)
              MOVE WS-PAIR-DATE TO CCT-DUTY-DATE (WS-CCT-COUNT)
           ELSE
              DISPLAY "COUNTED CREW TABLE FULL, NOT CHECKED: "
                 CREW-PAIRING-RECORD
           END-IF.
           MOVE 0 TO WS-DDT-HIT.
           PERFORM VARYING WS-DDT-IDX FROM 1 BY 1
                 UNTIL WS-DDT-IDX > WS-DDT-COUNT
              IF DUTY-DATE-ENTRY (WS-DDT-IDX) = WS-PAIR-DATE
                 MOVE WS-DDT-IDX TO WS-DDT-HIT
              END-IF
           END-PERFORM.
           IF WS-DDT-HIT = 0 AND WS-DDT-COUNT < 62
              ADD 1 TO WS-DDT-COUNT
              MOVE WS-PAIR-DATE TO DUTY-DATE-ENTRY (WS-DDT-COUNT)
           END-IF.
           MOVE 0 TO WS-CMT-HIT.
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                 UNTIL WS-CMT-IDX > WS-CMT-COUNT
              IF CMT-FLIGHT-IDX (WS-CMT-IDX) = WS-CFT-HIT AND
                 CMT-DUTY-DATE (WS-CMT-IDX) = WS-PAIR-DATE
                 MOVE WS-CMT-IDX TO WS-CMT-HIT
              END-IF
           END-PERFORM.
           IF WS-CMT-HIT = 0
              IF WS-CMT-COUNT >= 1024
                 DISPLAY "COMPLEMENT TABLE FULL, IGNORED: "
                    CREW-PAIRING-RECORD
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CMT-COUNT
              MOVE WS-CMT-COUNT TO WS-CMT-HIT
              MOVE WS-CFT-HIT TO CMT-FLIGHT-IDX (WS-CMT-HIT)
              MOVE WS-PAIR-DATE TO CMT-DUTY-DATE (WS-CMT-HIT)
              MOVE 0 TO CMT-DECK (WS-CMT-HIT)
              MOVE 0 TO CMT-CABIN (WS-CMT-HIT)
           END-IF.
           IF CRP-ROLE = "CP" OR CRP-ROLE = "FO"
              ADD 1 TO CMT-DECK (WS-CMT-HIT)
           ELSE
              ADD 1 TO CMT-CABIN (WS-CMT-HIT)
           END-IF.

      *> Pairings come back by crew member, duty date and departure:
      *> one duty day per member and date, rest measured from the
      *> member's previous release.
       006-DUTIES-OUT.
           MOVE 0 TO WS-DUTY-ACTIVE.
           MOVE SPACES TO WS-DUTY-CREW-ID.
           PERFORM UNTIL DUTY-SORT-DONE
              RETURN DUTY-SORT-FILE
                 AT END SET DUTY-SORT-DONE TO TRUE
                 NOT AT END PERFORM 006A-ADD-SECTOR
              END-RETURN
           END-PERFORM.
           IF WS-DUTY-ACTIVE = 1
              PERFORM 006B-FINISH-DUTY
           END-IF.

       006A-ADD-SECTOR.
           IF WS-DUTY-ACTIVE = 1 AND
              (DSR-CREW-ID NOT = WS-DUTY-CREW-ID OR
               DSR-DUTY-DATE NOT = WS-DUTY-DATE)
              PERFORM 006B-FINISH-DUTY
           END-IF.
           IF DSR-CREW-ID NOT = WS-DUTY-CREW-ID
              MOVE 0 TO WS-PREV-DUTY-END
           END-IF.
           MOVE SPACES TO WS-CRW-DETAIL.
           MOVE DSR-CREW-ID TO WS-CRD-CREW-ID.
           MOVE DSR-DUTY-DATE TO WS-CRD-DATE.
           MOVE DSR-FLIGHT-ID TO WS-CRD-FLIGHT.
           MOVE 8 TO WS-SEVERITY.
           IF WS-DUTY-ACTIVE = 0
              MOVE 1 TO WS-DUTY-ACTIVE
              MOVE DSR-CREW-ID TO WS-DUTY-CREW-ID
              MOVE DSR-DUTY-DATE TO WS-DUTY-DATE
              COMPUTE WS-DUTY-START = DSR-DEP-ABS - WS-REPORT-MINS
              MOVE 0 TO WS-DUTY-SECTORS
              IF WS-PREV-DUTY-END > 0
                 COMPUTE WS-REST-MINS =
                    WS-DUTY-START - WS-PREV-DUTY-END
                 IF WS-REST-MINS < WS-MIN-REST-MINS
                    IF WS-REST-MINS < 0
                       MOVE 0 TO WS-REST-MINS
                    END-IF
                    COMPUTE WS-EDIT-HOURS = WS-REST-MINS / 60
                    MOVE SPACES TO WS-CRD-MESSAGE
                    STRING "REST " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-HOURS) DELIMITED BY SIZE
                       " HRS BEFORE DUTY, BELOW MINIMUM"
                          DELIMITED BY SIZE
                       INTO WS-CRD-MESSAGE
                    END-STRING
                    PERFORM 007-WRITE-EXCEPTION
                 END-IF
              END-IF
           ELSE
              IF DSR-FLIGHT-ID = WS-DUTY-LAST-FLIGHT
                 MOVE "PAIRED TWICE ON FLIGHT, REPEAT IGNORED"
                    TO WS-CRD-MESSAGE
                 MOVE 4 TO WS-SEVERITY
                 PERFORM 007-WRITE-EXCEPTION
                 EXIT PARAGRAPH
              END-IF
              IF DSR-DEP-ABS < WS-DUTY-LAST-ARR
                 MOVE SPACES TO WS-CRD-MESSAGE
                 STRING "DEPARTS BEFORE " DELIMITED BY SIZE
                    WS-DUTY-LAST-FLIGHT DELIMITED BY SPACE
                    " ARRIVES" DELIMITED BY SIZE
                    INTO WS-CRD-MESSAGE
                 END-STRING
                 PERFORM 007-WRITE-EXCEPTION
              END-IF
           END-IF.
           ADD 1 TO WS-DUTY-SECTORS.
           IF DSR-ARR-ABS > WS-DUTY-LAST-ARR OR WS-DUTY-SECTORS = 1
              MOVE DSR-ARR-ABS TO WS-DUTY-LAST-ARR
           END-IF.
           MOVE DSR-FLIGHT-ID TO WS-DUTY-LAST-FLIGHT.
           COMPUTE WS-DUTY-END = WS-DUTY-LAST-ARR + WS-RELEASE-MINS.

       006B-FINISH-DUTY.
           ADD 1 TO WS-DUTIES-CHECKED.
           MOVE SPACES TO WS-CRW-DETAIL.
           MOVE WS-DUTY-CREW-ID TO WS-CRD-CREW-ID.
           MOVE WS-DUTY-DATE TO WS-CRD-DATE.
           MOVE WS-DUTY-LAST-FLIGHT TO WS-CRD-FLIGHT.
           MOVE 8 TO WS-SEVERITY.
           COMPUTE WS-DUTY-MINS = WS-DUTY-END - WS-DUTY-START.
           IF WS-DUTY-MINS > WS-MAX-DUTY-MINS
              COMPUTE WS-EDIT-HOURS = WS-DUTY-MINS / 60
              MOVE SPACES TO WS-CRD-MESSAGE
              STRING "DUTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-HOURS) DELIMITED BY SIZE
                 " HRS EXCEEDS MAXIMUM" DELIMITED BY SIZE
                 INTO WS-CRD-MESSAGE
              END-STRING
              PERFORM 007-WRITE-EXCEPTION
           END-IF.
           IF WS-DUTY-SECTORS > WS-MAX-SECTORS
              MOVE WS-DUTY-SECTORS TO WS-EDIT-COUNT
              MOVE SPACES TO WS-CRD-MESSAGE
              STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 " SECTORS EXCEEDS MAXIMUM" DELIMITED BY SIZE
                 INTO WS-CRD-MESSAGE
              END-STRING
              PERFORM 007-WRITE-EXCEPTION
           END-IF.
           MOVE WS-DUTY-END TO WS-PREV-DUTY-END.
           MOVE 0 TO WS-DUTY-ACTIVE.

      *> WS-SEVERITY 8 marks a legality exception, 4 a data warning.
       007-WRITE-EXCEPTION.
           WRITE CREW-LEGAL-LINE FROM WS-CRW-DETAIL.
           IF WS-SEVERITY >= 8
              ADD 1 TO WS-ILLEGAL-COUNT
           ELSE
              ADD 1 TO WS-WARNING-COUNT
           END-IF.
           IF WS-SEVERITY > WS-MAX-SEVERITY
              MOVE WS-SEVERITY TO WS-MAX-SEVERITY
           END-IF.

      *> Every scheduled flight on every duty date the pairings
      *> cover: crewed at all, enough on the flight deck, and one
      *> cabin crew member for each RATIO seats (part of one counts)
      *> of its aircraft type.
       008-CHECK-COMPLEMENTS.
           PERFORM VARYING WS-DDT-IDX FROM 1 BY 1
                 UNTIL WS-DDT-IDX > WS-DDT-COUNT
              PERFORM VARYING WS-CFT-IDX FROM 1 BY 1
                    UNTIL WS-CFT-IDX > WS-CFT-COUNT
                 PERFORM 008A-CHECK-FLIGHT-CREW
              END-PERFORM
           END-PERFORM.

       008A-CHECK-FLIGHT-CREW.
           ADD 1 TO WS-FLIGHTS-CHECKED.
           MOVE SPACES TO WS-CRW-DETAIL.
           MOVE DUTY-DATE-ENTRY (WS-DDT-IDX) TO WS-CRD-DATE.
           MOVE CFT-FLIGHT-ID (WS-CFT-IDX) TO WS-CRD-FLIGHT.
           MOVE 0 TO WS-CMT-HIT.
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                 UNTIL WS-CMT-IDX > WS-CMT-COUNT
              IF CMT-FLIGHT-IDX (WS-CMT-IDX) = WS-CFT-IDX AND
                 CMT-DUTY-DATE (WS-CMT-IDX) =
                    DUTY-DATE-ENTRY (WS-DDT-IDX)
                 MOVE WS-CMT-IDX TO WS-CMT-HIT
              END-IF
           END-PERFORM.
           MOVE 8 TO WS-SEVERITY.
           IF WS-CMT-HIT = 0
              MOVE "FLIGHT HAS NO CREW ASSIGNED" TO WS-CRD-MESSAGE
              PERFORM 007-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           IF CMT-DECK (WS-CMT-HIT) < WS-MIN-DECK
              MOVE CMT-DECK (WS-CMT-HIT) TO WS-EDIT-COUNT
              MOVE WS-MIN-DECK TO WS-EDIT-COUNT-2
              MOVE SPACES TO WS-CRD-MESSAGE
              STRING "FLIGHT DECK " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                 " REQUIRED" DELIMITED BY SIZE
                 INTO WS-CRD-MESSAGE
              END-STRING
              PERFORM 007-WRITE-EXCEPTION
           END-IF.
           IF CFT-SEATS (WS-CFT-IDX) = 0
              MOVE "NO EQUIPMENT, CABIN CREW NOT CHECKED"
                 TO WS-CRD-MESSAGE
              MOVE 4 TO WS-SEVERITY
              PERFORM 007-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CABIN-NEEDED =
              (CFT-SEATS (WS-CFT-IDX) + WS-SEATS-PER-CABIN - 1)
              / WS-SEATS-PER-CABIN.
           IF CMT-CABIN (WS-CMT-HIT) < WS-CABIN-NEEDED
              MOVE CMT-CABIN (WS-CMT-HIT) TO WS-EDIT-COUNT
              MOVE WS-CABIN-NEEDED TO WS-EDIT-COUNT-2
              MOVE SPACES TO WS-CRD-MESSAGE
              STRING "CABIN CREW " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                 " REQUIRED FOR " DELIMITED BY SIZE
                 CFT-TYPE (WS-CFT-IDX) DELIMITED BY SPACE
                 INTO WS-CRD-MESSAGE
              END-STRING
              PERFORM 007-WRITE-EXCEPTION
           END-IF.
