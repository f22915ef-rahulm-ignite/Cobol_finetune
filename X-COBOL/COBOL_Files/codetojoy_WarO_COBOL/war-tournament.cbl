           SELECT SIMULATION-FILE ASSIGN TO "war-simulation.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TUNING-FILE ASSIGN TO "war-tuning.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LEADERBOARD-FILE.
      *> plus one PLAYER line per entrant (name and strategy). When
      *> the file is absent the classic built-in five-player lineup
      *> still runs, so the weekly job needs no recompile either way.
      *> A PLAYER line may go on to give that player's own prize and
      *> opponent-bid cut-offs, as found by a tuning run; left blank,
      *> strategy-max uses its house values. A TABLE line sets how
      *> many players share each match when WAR-MODE=TABLE.
       FD ROSTER-FILE.
       01 ROSTER-DEF-RECORD.
          05 DEF-KEYWORD PIC X(8).
          05 DEF-NAME    PIC X(6).
          05 FILLER      PIC X(1).
          05 DEF-NUMBER  PIC X(2).
          05 FILLER      PIC X(1).
          05 DEF-PRIZE-THRESHOLD PIC X(2).
          05 FILLER      PIC X(1).
          05 DEF-OPP-THRESHOLD   PIC X(2).

      *> Season standings carried across tournament runs; the counts
      *> are written zero-padded so the file reads straight back in.
          05 DECK-B-CARD    PIC 9(2) OCCURS 13 TIMES.
          05 FILLER         PIC X(1).
          05 DECK-PRIZE     PIC 9(2) OCCURS 13 TIMES.
          05 FILLER         PIC X(1).
          05 DECK-A-PRIZE-TH PIC 9(2).
          05 FILLER         PIC X(1).
          05 DECK-A-OPP-TH  PIC 9(2).
          05 FILLER         PIC X(1).
          05 DECK-B-PRIZE-TH PIC 9(2).
          05 FILLER         PIC X(1).
          05 DECK-B-OPP-TH  PIC 9(2).
      *> A table match is one line tagged *TABLE where the first
      *> player's name would be: the prize draw, then every seat's
      *> player, strategy, cut-offs, and dealt hand.
       01 DECK-TABLE-RECORD.
          05 DT-MATCH-NUM   PIC 9(4).
          05 FILLER         PIC X(1).
          05 DT-TAG         PIC X(6).
             88 DT-TABLE-MATCH VALUE "*TABLE".
          05 FILLER         PIC X(1).
          05 DT-SEATS       PIC 9(1).
          05 FILLER         PIC X(1).
          05 DT-HAND-SIZE   PIC 9(2).
          05 FILLER         PIC X(1).
          05 DT-PRIZE       PIC 9(2) OCCURS 13 TIMES.
          05 DT-SEAT OCCURS 5 TIMES.
             10 FILLER      PIC X(1).
             10 DT-NAME     PIC X(6).
             10 FILLER      PIC X(1).
             10 DT-STRAT    PIC 9(1).
             10 FILLER      PIC X(1).
             10 DT-PRIZE-TH PIC 9(2).
             10 FILLER      PIC X(1).
             10 DT-OPP-TH   PIC 9(2).
             10 FILLER      PIC X(1).
             10 DT-CARD     PIC 9(2) OCCURS 13 TIMES.

       FD BRACKET-FILE.
       01 BRACKET-LINE PIC X(60).
       FD SIMULATION-FILE.
       01 SIMULATION-LINE PIC X(60).

       FD TUNING-FILE.
       01 TUNING-LINE PIC X(80).

      *> One record per match played: who met whom, under which
      *> strategies, and the points each side took. The aggregates on
      *> the leaderboard and season files come from these; keeping
       01 WS-MODE-PARM PIC X(9) VALUE SPACES.
          88 KNOCKOUT-MODE VALUE "KNOCKOUT ".
          88 SIMULATE-MODE VALUE "SIMULATE ".
          88 TUNE-MODE VALUE "TUNE     ".
          88 TABLE-MODE VALUE "TABLE    ".
       01 WS-SIM-SWITCH PIC X VALUE "N".
          88 SIMULATION-RUNNING VALUE "Y".
          88 SIMULATION-IDLE VALUE "N".
          05 WS-SIM-TOTAL-RUNS PIC Z(5)9.
          05 FILLER            PIC X(21) VALUE SPACES.

      *> Threshold tuning: one roster player's prize and opponent-bid
      *> cut-offs are swept from WAR-TUNE-FROM to WAR-TUNE-TO, with a
      *> batch of WAR-SIM-RUNS passes against every other roster
      *> player at each setting. A prize-aware player never looks at
      *> the opponent cut-off, so only its prize cut-off is swept.
       01 WS-TUNE-PLAYER-PARM PIC X(9) VALUE SPACES.
       01 WS-TUNE-FROM-PARM PIC X(9) VALUE SPACES.
       01 WS-TUNE-FROM PIC 9(2) VALUE 1.
       01 WS-TUNE-TO-PARM PIC X(9) VALUE SPACES.
       01 WS-TUNE-TO PIC 9(2) VALUE 13.
       01 TUNE-IDX PIC 9(2) VALUE 0.
       01 TUNE-PRIZE-TH PIC 9(2) VALUE 0.
       01 TUNE-OPP-TH PIC 9(2) VALUE 0.
       01 TUNE-OPP-FROM PIC 9(2) VALUE 0.
       01 TUNE-OPP-TO PIC 9(2) VALUE 0.
       01 TUNE-RUN PIC 9(6) VALUE 0.
       01 TUNE-MATCHES PIC 9(7) VALUE 0.
       01 TUNE-WINS PIC 9(7) VALUE 0.
       01 TUNE-POINTS PIC 9(9) VALUE 0.
       01 TUNE-GRID-COUNT PIC 9(3) VALUE 0.
       01 TUNE-BEST PIC 9(3) VALUE 0.
       01 G PIC 9(3).
       01 TUNE-GRID-TABLE.
          05 TUNE-GRID-ENTRY OCCURS 169 TIMES.
             10 TG-PRIZE-TH   PIC 9(2).
             10 TG-OPP-TH     PIC 9(2).
             10 TG-MATCHES    PIC 9(7).
             10 TG-WINS       PIC 9(7).
             10 TG-WIN-PCT    PIC 9(3)V9.
             10 TG-AVG-POINTS PIC 9(3)V99.
       01 WS-TUNE-HEAD-LINE.
          05 FILLER            PIC X(7) VALUE "TUNING ".
          05 WS-TUNE-HEAD-NAME PIC X(6).
          05 FILLER            PIC X(10) VALUE " STRATEGY ".
          05 WS-TUNE-HEAD-STRAT PIC 9.
          05 FILLER            PIC X(6) VALUE " RUNS ".
          05 WS-TUNE-HEAD-RUNS PIC Z(5)9.
          05 FILLER            PIC X(4) VALUE " VS ".
          05 WS-TUNE-HEAD-OPPS PIC Z9.
          05 FILLER            PIC X(10) VALUE " OPPONENTS".
          05 FILLER            PIC X(28) VALUE SPACES.
       01 WS-TUNE-GRID-LINE.
          05 FILLER            PIC X(9) VALUE "PRIZE TH ".
          05 WS-TUNE-PRIZE-TH  PIC Z9.
          05 FILLER            PIC X(8) VALUE " OPP TH ".
          05 WS-TUNE-OPP-TH    PIC Z9.
          05 FILLER            PIC X(9) VALUE " MATCHES ".
          05 WS-TUNE-MATCHES   PIC Z(6)9.
          05 FILLER            PIC X(9) VALUE " WIN PCT ".
          05 WS-TUNE-WIN-PCT   PIC ZZ9.9.
          05 FILLER            PIC X(9) VALUE " AVG PTS ".
          05 WS-TUNE-AVG-POINTS PIC ZZ9.99.
          05 WS-TUNE-BEST-TAG  PIC X(7).
          05 FILLER            PIC X(7) VALUE SPACES.
      *> The winning setting, laid out as the roster line to enter.
       01 WS-TUNE-BEST-LINE.
          05 FILLER            PIC X(14) VALUE "BEST SETTING: ".
          05 FILLER            PIC X(9) VALUE "PLAYER   ".
          05 WS-TUNE-BEST-NAME PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TUNE-BEST-STRAT PIC 99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TUNE-BEST-PRIZE PIC 99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-TUNE-BEST-OPP  PIC 99.
          05 FILLER            PIC X(42) VALUE SPACES.

      *> Knockout bracket state: the current round's slots hold
      *> roster indexes (0 is a bye), folded pair-by-pair into the
      *> next round until one slot remains.
          05 TBL-TOTAL-POINTS PIC 9(4) VALUE 0.
          05 TBL-WINS         PIC 9(3) VALUE 0.
          05 TBL-LOSSES       PIC 9(3) VALUE 0.
          05 TBL-PRIZE-TH     PIC 9(2) VALUE 0.
          05 TBL-OPP-TH       PIC 9(2) VALUE 0.

       01 TBL-SWAP-REC.
          05 SWAP-NAME         PIC X(6).
          05 SWAP-TOTAL-POINTS PIC 9(4).
          05 SWAP-WINS         PIC 9(3).
          05 SWAP-LOSSES       PIC 9(3).
          05 SWAP-PRIZE-TH     PIC 9(2).
          05 SWAP-OPP-TH       PIC 9(2).

       01 WS-PLAYER-A.
          05 WS-A-NAME     PIC X(6).
          05 WS-A-POINTS   PIC 9(2).
          05 WS-A-STRATEGY PIC 9(1).
          05 WS-A-OPP-BID  PIC 9(2) VALUE 0.
          05 WS-A-PRIZE-TH PIC 9(2) VALUE 0.
          05 WS-A-OPP-TH   PIC 9(2) VALUE 0.
          05 WS-A-TABLE-COUNT PIC 9(1) VALUE 0.
          05 WS-A-TABLE-BID PIC 9(2) OCCURS 4 TIMES VALUE 0.
          05 WS-A-HAND     PIC 9(2) OCCURS 13 TIMES.

       01 WS-PLAYER-B.
          05 WS-B-POINTS   PIC 9(2).
          05 WS-B-STRATEGY PIC 9(1).
          05 WS-B-OPP-BID  PIC 9(2) VALUE 0.
          05 WS-B-PRIZE-TH PIC 9(2) VALUE 0.
          05 WS-B-OPP-TH   PIC 9(2) VALUE 0.
          05 WS-B-TABLE-COUNT PIC 9(1) VALUE 0.
          05 WS-B-TABLE-BID PIC 9(2) OCCURS 4 TIMES VALUE 0.
          05 WS-B-HAND     PIC 9(2) OCCURS 13 TIMES.

      *> Table play: each cycle the roster is shuffled and dealt
      *> round the tables, TOURNAMENT-TABLE-SIZE seats to a table as
      *> near as the numbers allow, never fewer than three nor more
      *> than five. Each seat is a player record as strategy-max
      *> takes it.
       78 TABLE-MAX-SEATS VALUE 5.
       01 TOURNAMENT-TABLE-SIZE PIC 9(1) VALUE 4.
       01 TABLE-COUNT PIC 9(2) VALUE 0.
       01 TABLE-NUM PIC 9(2) VALUE 0.
       01 TABLE-SEATS PIC 9(1) VALUE 0.
       01 TABLE-MOST-SEATS PIC 9(2) VALUE 0.
       01 SEAT PIC 9(1).
       01 OTHER-SEAT PIC 9(1).
       01 OPP-SLOT PIC 9(1).
       01 TOP-BID PIC 9(2).
       01 TOP-SEAT PIC 9(1).
       01 TOP-BID-COUNT PIC 9(1).
       01 SHUFFLE-I PIC 9(2).
       01 SHUFFLE-J PIC 9(2).
       01 SHUFFLE-HOLD PIC 9(2).
       01 SEATING-TABLE.
          05 SEATING-ORDER PIC 9(2) OCCURS 20 TIMES.
       01 TABLE-SEAT-TABLE.
          05 TABLE-SEAT-ENTRY OCCURS 5 TIMES.
             10 TABLE-SEAT-IDX    PIC 9(2).
             10 TABLE-SEAT-BEFORE PIC 9(4).
       01 WS-TABLE-PLAYERS.
          05 WS-SEAT-PLAYER OCCURS 5 TIMES.
             10 WS-S-NAME        PIC X(6).
             10 WS-S-BID         PIC 9(2).
             10 WS-S-POINTS      PIC 9(2).
             10 WS-S-STRATEGY    PIC 9(1).
             10 WS-S-OPP-BID     PIC 9(2).
             10 WS-S-PRIZE-TH    PIC 9(2).
             10 WS-S-OPP-TH      PIC 9(2).
             10 WS-S-TABLE-COUNT PIC 9(1).
             10 WS-S-TABLE-BID   PIC 9(2) OCCURS 4 TIMES.
             10 WS-S-HAND        PIC 9(2) OCCURS 13 TIMES.

       01 WS-LEADER-LINE.
          05 WS-LEADER-RANK    PIC Z9.
          05 WS-LEADER-SEP1    PIC X(1).
              STOP RUN
           END-IF.

      *> WAR-MODE=TUNE sweeps one player's strategy cut-offs and
      *> reports the win rate at each setting, in storage only like
      *> a simulation.
           IF TUNE-MODE
              PERFORM LOAD-ROSTER
              PERFORM RUN-TUNING
              STOP RUN
           END-IF.

           PERFORM LOAD-ROSTER.
           PERFORM LOAD-SEASON.
           OPEN OUTPUT DECK-FILE.
           END-IF.

      *> WAR-MODE=KNOCKOUT plays a single-elimination bracket in
      *> place of the round-robin, and WAR-MODE=TABLE seats three to
      *> five players at each match; anything else keeps the classic
      *> all-plays-all cycles.
           IF TABLE-MODE AND TOURNAMENT-NUM-PLAYERS < 3
              DISPLAY "TABLE PLAY NEEDS AT LEAST 3 PLAYERS,"
                 " PLAYING ROUND-ROBIN"
              MOVE SPACES TO WS-MODE-PARM
           END-IF.
           EVALUATE TRUE
              WHEN KNOCKOUT-MODE
                 PERFORM RUN-KNOCKOUT
              WHEN TABLE-MODE
                 PERFORM RUN-TABLES
              WHEN OTHER
                 PERFORM VARYING CYCLE-NUM FROM 1 BY 1
                       UNTIL CYCLE-NUM > TOURNAMENT-CYCLES
                    PERFORM VARYING P FROM 1 BY 1
                          UNTIL P > TOURNAMENT-NUM-PLAYERS
                       PERFORM VARYING Q FROM 1 BY 1
                             UNTIL Q > TOURNAMENT-NUM-PLAYERS
                          IF Q > P
                             PERFORM PLAY-MATCH
                          END-IF
                       END-PERFORM
                    END-PERFORM
                 END-PERFORM
           END-EVALUATE.
           CLOSE DECK-FILE.
           CLOSE RESULTS-FILE.
           PERFORM RANK-PLAYERS.
                 IF TOURNAMENT-HAND-SIZE < 1
                    MOVE 1 TO TOURNAMENT-HAND-SIZE
                 END-IF
              WHEN "TABLE   "
                 MOVE FUNCTION NUMVAL(DEF-NUMBER)
                    TO TOURNAMENT-TABLE-SIZE
                 IF TOURNAMENT-TABLE-SIZE > TABLE-MAX-SEATS
                    MOVE TABLE-MAX-SEATS TO TOURNAMENT-TABLE-SIZE
                 END-IF
                 IF TOURNAMENT-TABLE-SIZE < 3
                    MOVE 3 TO TOURNAMENT-TABLE-SIZE
                 END-IF
              WHEN "CYCLES  "
                 MOVE FUNCTION NUMVAL(DEF-NUMBER)
                    TO TOURNAMENT-CYCLES
                    MOVE DEF-NAME TO TBL-NAME (TOURNAMENT-NUM-PLAYERS)
                    MOVE FUNCTION NUMVAL(DEF-NUMBER)
                       TO TBL-STRATEGY (TOURNAMENT-NUM-PLAYERS)
                    MOVE 0 TO TBL-PRIZE-TH (TOURNAMENT-NUM-PLAYERS)
                    IF DEF-PRIZE-THRESHOLD NOT = SPACES AND
                       FUNCTION TEST-NUMVAL(DEF-PRIZE-THRESHOLD) = 0
                       MOVE FUNCTION NUMVAL(DEF-PRIZE-THRESHOLD)
                          TO TBL-PRIZE-TH (TOURNAMENT-NUM-PLAYERS)
                    END-IF
                    MOVE 0 TO TBL-OPP-TH (TOURNAMENT-NUM-PLAYERS)
                    IF DEF-OPP-THRESHOLD NOT = SPACES AND
                       FUNCTION TEST-NUMVAL(DEF-OPP-THRESHOLD) = 0
                       MOVE FUNCTION NUMVAL(DEF-OPP-THRESHOLD)
                          TO TBL-OPP-TH (TOURNAMENT-NUM-PLAYERS)
                    END-IF
                 END-IF
              WHEN SPACES
                 CONTINUE
           MOVE TBL-NAME (P) TO WS-A-NAME.
           MOVE TBL-STRATEGY (P) TO WS-A-STRATEGY.
           MOVE 0 TO WS-A-OPP-BID.
           MOVE TBL-PRIZE-TH (P) TO WS-A-PRIZE-TH.
           MOVE TBL-OPP-TH (P) TO WS-A-OPP-TH.
           MOVE TBL-NAME (Q) TO WS-B-NAME.
           MOVE TBL-STRATEGY (Q) TO WS-B-STRATEGY.
           MOVE 0 TO WS-B-OPP-BID.
           MOVE TBL-PRIZE-TH (Q) TO WS-B-PRIZE-TH.
           MOVE TBL-OPP-TH (Q) TO WS-B-OPP-TH.

      *> Snapshot the deal before play consumes the hands; the prize
      *> draw joins the record round by round below.
           MOVE WS-B-NAME TO DECK-B-NAME.
           MOVE WS-B-STRATEGY TO DECK-B-STRAT.
           MOVE TOURNAMENT-HAND-SIZE TO DECK-HAND-SIZE.
           MOVE WS-A-PRIZE-TH TO DECK-A-PRIZE-TH.
           MOVE WS-A-OPP-TH TO DECK-A-OPP-TH.
           MOVE WS-B-PRIZE-TH TO DECK-B-PRIZE-TH.
           MOVE WS-B-OPP-TH TO DECK-B-OPP-TH.
           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-MAX-HAND
              MOVE 0 TO DECK-A-CARD (H)
              WRITE RESULT-RECORD
           END-IF.

      *> Table tournament: every cycle reshuffles the seating so the
      *> same players do not keep meeting at the same table. The
      *> table count is the roster over the table size, raised until
      *> no table would need more than five seats.
       RUN-TABLES.
           COMPUTE TABLE-COUNT =
              TOURNAMENT-NUM-PLAYERS / TOURNAMENT-TABLE-SIZE.
           IF TABLE-COUNT < 1
              MOVE 1 TO TABLE-COUNT
           END-IF.
           COMPUTE TABLE-MOST-SEATS =
              (TOURNAMENT-NUM-PLAYERS + TABLE-COUNT - 1) / TABLE-COUNT.
           PERFORM UNTIL TABLE-MOST-SEATS <= TABLE-MAX-SEATS
              ADD 1 TO TABLE-COUNT
              COMPUTE TABLE-MOST-SEATS =
                 (TOURNAMENT-NUM-PLAYERS + TABLE-COUNT - 1)
                 / TABLE-COUNT
           END-PERFORM.
           PERFORM VARYING CYCLE-NUM FROM 1 BY 1
                 UNTIL CYCLE-NUM > TOURNAMENT-CYCLES
              PERFORM SHUFFLE-SEATING
              PERFORM VARYING TABLE-NUM FROM 1 BY 1
                    UNTIL TABLE-NUM > TABLE-COUNT
                 MOVE 0 TO TABLE-SEATS
                 PERFORM VARYING SHUFFLE-I FROM TABLE-NUM
                       BY TABLE-COUNT
                       UNTIL SHUFFLE-I > TOURNAMENT-NUM-PLAYERS
                    ADD 1 TO TABLE-SEATS
                    MOVE SEATING-ORDER (SHUFFLE-I)
                       TO TABLE-SEAT-IDX (TABLE-SEATS)
                 END-PERFORM
                 PERFORM PLAY-TABLE-MATCH
              END-PERFORM
           END-PERFORM.

       SHUFFLE-SEATING.
           PERFORM VARYING SHUFFLE-I FROM 1 BY 1
                 UNTIL SHUFFLE-I > TOURNAMENT-NUM-PLAYERS
              MOVE SHUFFLE-I TO SEATING-ORDER (SHUFFLE-I)
           END-PERFORM.
           PERFORM VARYING SHUFFLE-I FROM TOURNAMENT-NUM-PLAYERS BY -1
                 UNTIL SHUFFLE-I < 2
              COMPUTE SHUFFLE-J =
                 FUNCTION MOD(FUNCTION RANDOM * 1000, SHUFFLE-I) + 1
              MOVE SEATING-ORDER (SHUFFLE-I) TO SHUFFLE-HOLD
              MOVE SEATING-ORDER (SHUFFLE-J)
                 TO SEATING-ORDER (SHUFFLE-I)
              MOVE SHUFFLE-HOLD TO SEATING-ORDER (SHUFFLE-J)
           END-PERFORM.

      *> One table match: TABLE-SEATS players, roster indexes in
      *> TABLE-SEAT-IDX, each dealt a hand and bidding on every prize
      *> card of the hand.
       PLAY-TABLE-MATCH.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              MOVE TABLE-SEAT-IDX (SEAT) TO P
              MOVE TBL-TOTAL-POINTS (P) TO TABLE-SEAT-BEFORE (SEAT)
              MOVE TBL-NAME (P) TO WS-S-NAME (SEAT)
              MOVE TBL-STRATEGY (P) TO WS-S-STRATEGY (SEAT)
              MOVE TBL-PRIZE-TH (P) TO WS-S-PRIZE-TH (SEAT)
              MOVE TBL-OPP-TH (P) TO WS-S-OPP-TH (SEAT)
              MOVE 0 TO WS-S-OPP-BID (SEAT)
              MOVE 0 TO WS-S-TABLE-COUNT (SEAT)
              PERFORM VARYING H FROM 1 BY 1
                    UNTIL H > TOURNAMENT-MAX-HAND
                 MOVE 0 TO WS-S-HAND (SEAT, H)
              END-PERFORM
              PERFORM VARYING H FROM 1 BY 1
                    UNTIL H > TOURNAMENT-HAND-SIZE
                 COMPUTE WS-S-HAND (SEAT, H) =
                    FUNCTION MOD(FUNCTION RANDOM * 1000,
                       TOURNAMENT-CARD-MAX) + 1
              END-PERFORM
           END-PERFORM.

      *> Snapshot the deal before play consumes the hands, as a
      *> head-to-head match does.
           ADD 1 TO WS-MATCH-NUM.
           MOVE SPACES TO DECK-TABLE-RECORD.
           MOVE WS-MATCH-NUM TO DT-MATCH-NUM.
           SET DT-TABLE-MATCH TO TRUE.
           MOVE TABLE-SEATS TO DT-SEATS.
           MOVE TOURNAMENT-HAND-SIZE TO DT-HAND-SIZE.
           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-MAX-HAND
              MOVE 0 TO DT-PRIZE (H)
           END-PERFORM.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              MOVE WS-S-NAME (SEAT) TO DT-NAME (SEAT)
              MOVE WS-S-STRATEGY (SEAT) TO DT-STRAT (SEAT)
              MOVE WS-S-PRIZE-TH (SEAT) TO DT-PRIZE-TH (SEAT)
              MOVE WS-S-OPP-TH (SEAT) TO DT-OPP-TH (SEAT)
              PERFORM VARYING H FROM 1 BY 1
                    UNTIL H > TOURNAMENT-MAX-HAND
                 MOVE WS-S-HAND (SEAT, H) TO DT-CARD (SEAT, H)
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-HAND-SIZE
              COMPUTE PRIZE-CARD =
                 FUNCTION MOD(FUNCTION RANDOM * 1000,
                    TOURNAMENT-CARD-MAX) + 1
              MOVE PRIZE-CARD TO DT-PRIZE (H)
              PERFORM PLAY-TABLE-ROUND
           END-PERFORM.
           WRITE DECK-TABLE-RECORD.

      *> The results file stays head-to-head: a table match is
      *> written as one record for every pair of seats, each with
      *> the points the two took at the table, so the head-to-head
      *> grid shows who finished ahead of whom.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              PERFORM VARYING OTHER-SEAT FROM SEAT BY 1
                    UNTIL OTHER-SEAT > TABLE-SEATS
                 IF OTHER-SEAT > SEAT
                    MOVE SPACES TO RESULT-RECORD
                    MOVE WS-MATCH-NUM TO RES-MATCH-NUM
                    MOVE WS-S-NAME (SEAT) TO RES-A-NAME
                    MOVE WS-S-STRATEGY (SEAT) TO RES-A-STRAT
                    MOVE WS-S-NAME (OTHER-SEAT) TO RES-B-NAME
                    MOVE WS-S-STRATEGY (OTHER-SEAT) TO RES-B-STRAT
                    MOVE TABLE-SEAT-IDX (SEAT) TO P
                    MOVE TABLE-SEAT-IDX (OTHER-SEAT) TO Q
                    COMPUTE RES-A-POINTS =
                       TBL-TOTAL-POINTS (P) - TABLE-SEAT-BEFORE (SEAT)
                    COMPUTE RES-B-POINTS =
                       TBL-TOTAL-POINTS (Q) -
                       TABLE-SEAT-BEFORE (OTHER-SEAT)
                    WRITE RESULT-RECORD
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Every seat bids on PRIZE-CARD, the bids are scored, and each
      *> seat is then shown all the others' bids for the next round.
       PLAY-TABLE-ROUND.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              CALL "strategy-max" USING TOURNAMENT-HAND-SIZE,
                 PRIZE-CARD, WS-SEAT-PLAYER (SEAT)
           END-PERFORM.
           PERFORM SCORE-TABLE-ROUND.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              MOVE 0 TO OPP-SLOT
              PERFORM VARYING OTHER-SEAT FROM 1 BY 1
                    UNTIL OTHER-SEAT > TABLE-SEATS
                 IF OTHER-SEAT NOT = SEAT
                    ADD 1 TO OPP-SLOT
                    MOVE WS-S-BID (OTHER-SEAT)
                       TO WS-S-TABLE-BID (SEAT, OPP-SLOT)
                 END-IF
              END-PERFORM
              MOVE OPP-SLOT TO WS-S-TABLE-COUNT (SEAT)
           END-PERFORM.

      *> The single highest bid takes the prize card's face value and
      *> every other seat loses the round. When two or more seats
      *> share the highest bid nobody takes it, the table's version
      *> of the head-to-head stalemate.
       SCORE-TABLE-ROUND.
           MOVE 0 TO TOP-BID.
           MOVE 0 TO TOP-SEAT.
           MOVE 0 TO TOP-BID-COUNT.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              IF WS-S-BID (SEAT) > TOP-BID
                 MOVE WS-S-BID (SEAT) TO TOP-BID
                 MOVE SEAT TO TOP-SEAT
                 MOVE 1 TO TOP-BID-COUNT
              ELSE
                 IF WS-S-BID (SEAT) = TOP-BID AND TOP-BID > 0
                    ADD 1 TO TOP-BID-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           IF TOP-BID-COUNT = 1
              PERFORM VARYING SEAT FROM 1 BY 1
                    UNTIL SEAT > TABLE-SEATS
                 MOVE TABLE-SEAT-IDX (SEAT) TO P
                 IF SEAT = TOP-SEAT
                    ADD PRIZE-CARD TO TBL-TOTAL-POINTS (P)
                    ADD 1 TO TBL-WINS (P)
                 ELSE
                    ADD 1 TO TBL-LOSSES (P)
                 END-IF
              END-PERFORM
           END-IF.

      *> Replays one persisted match: same hands, same prize draw,
      *> same strategy calls, with each round's bids displayed so two
      *> analysts can audit the outcome together.
                 NOT AT END
                    IF DECK-MATCH-NUM = WS-REPLAY-MATCH
                       SET REPLAY-MATCH-FOUND TO TRUE
                       IF DT-TABLE-MATCH
                          PERFORM REPLAY-TABLE-MATCH
                       ELSE
                          PERFORM REPLAY-FOUND-MATCH
                       END-IF
                       MOVE "10" TO DECK-FILE-STATUS
                    END-IF
              END-READ
           MOVE DECK-B-NAME TO WS-B-NAME.
           MOVE DECK-B-STRAT TO WS-B-STRATEGY.
           MOVE 0 TO WS-B-OPP-BID.
      *> Decks written before per-player cut-offs carry none; those
      *> matches were played on the house values.
           IF DECK-A-PRIZE-TH NOT NUMERIC
              MOVE 0 TO DECK-A-PRIZE-TH
           END-IF.
           IF DECK-A-OPP-TH NOT NUMERIC
              MOVE 0 TO DECK-A-OPP-TH
           END-IF.
           IF DECK-B-PRIZE-TH NOT NUMERIC
              MOVE 0 TO DECK-B-PRIZE-TH
           END-IF.
           IF DECK-B-OPP-TH NOT NUMERIC
              MOVE 0 TO DECK-B-OPP-TH
           END-IF.
           MOVE DECK-A-PRIZE-TH TO WS-A-PRIZE-TH.
           MOVE DECK-A-OPP-TH TO WS-A-OPP-TH.
           MOVE DECK-B-PRIZE-TH TO WS-B-PRIZE-TH.
           MOVE DECK-B-OPP-TH TO WS-B-OPP-TH.
           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-HAND-SIZE
              MOVE DECK-A-CARD (H) TO WS-A-HAND (H)
           DISPLAY "FINAL " TBL-NAME (1) " " TBL-TOTAL-POINTS (1)
              " " TBL-NAME (2) " " TBL-TOTAL-POINTS (2).

       REPLAY-TABLE-MATCH.
           DISPLAY "REPLAY TABLE MATCH " DT-MATCH-NUM ":".
           MOVE DT-HAND-SIZE TO TOURNAMENT-HAND-SIZE.
           MOVE DT-SEATS TO TABLE-SEATS.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              DISPLAY "  " DT-NAME (SEAT) " (STRATEGY "
                 DT-STRAT (SEAT) ")"
              MOVE SEAT TO TABLE-SEAT-IDX (SEAT)
              MOVE DT-NAME (SEAT) TO TBL-NAME (SEAT)
              MOVE DT-STRAT (SEAT) TO TBL-STRATEGY (SEAT)
              MOVE 0 TO TBL-TOTAL-POINTS (SEAT)
              MOVE 0 TO TBL-WINS (SEAT)
              MOVE 0 TO TBL-LOSSES (SEAT)
              MOVE DT-NAME (SEAT) TO WS-S-NAME (SEAT)
              MOVE DT-STRAT (SEAT) TO WS-S-STRATEGY (SEAT)
              MOVE DT-PRIZE-TH (SEAT) TO WS-S-PRIZE-TH (SEAT)
              MOVE DT-OPP-TH (SEAT) TO WS-S-OPP-TH (SEAT)
              MOVE 0 TO WS-S-OPP-BID (SEAT)
              MOVE 0 TO WS-S-TABLE-COUNT (SEAT)
              PERFORM VARYING H FROM 1 BY 1
                    UNTIL H > TOURNAMENT-HAND-SIZE
                 MOVE DT-CARD (SEAT, H) TO WS-S-HAND (SEAT, H)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-HAND-SIZE
              MOVE DT-PRIZE (H) TO PRIZE-CARD
              PERFORM PLAY-TABLE-ROUND
              DISPLAY "ROUND " H " PRIZE " PRIZE-CARD WITH NO ADVANCING
              PERFORM VARYING SEAT FROM 1 BY 1
                    UNTIL SEAT > TABLE-SEATS
                 DISPLAY " " WS-S-NAME (SEAT) " BID " WS-S-BID (SEAT)
                    WITH NO ADVANCING
              END-PERFORM
              DISPLAY " "
           END-PERFORM.
           DISPLAY "FINAL" WITH NO ADVANCING.
           PERFORM VARYING SEAT FROM 1 BY 1 UNTIL SEAT > TABLE-SEATS
              DISPLAY " " TBL-NAME (SEAT) " " TBL-TOTAL-POINTS (SEAT)
                 WITH NO ADVANCING
           END-PERFORM.
           DISPLAY " ".

       DEAL-HAND-A.
           PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > TOURNAMENT-HAND-SIZE
           MOVE TBL-TOTAL-POINTS (SCAN-IDX) TO SWAP-TOTAL-POINTS.
           MOVE TBL-WINS (SCAN-IDX) TO SWAP-WINS.
           MOVE TBL-LOSSES (SCAN-IDX) TO SWAP-LOSSES.
           MOVE TBL-PRIZE-TH (SCAN-IDX) TO SWAP-PRIZE-TH.
           MOVE TBL-OPP-TH (SCAN-IDX) TO SWAP-OPP-TH.

           MOVE TBL-NAME (SCAN-IDX + 1) TO TBL-NAME (SCAN-IDX).
           MOVE TBL-STRATEGY (SCAN-IDX + 1) TO TBL-STRATEGY (SCAN-IDX).
              TO TBL-TOTAL-POINTS (SCAN-IDX).
           MOVE TBL-WINS (SCAN-IDX + 1) TO TBL-WINS (SCAN-IDX).
           MOVE TBL-LOSSES (SCAN-IDX + 1) TO TBL-LOSSES (SCAN-IDX).
           MOVE TBL-PRIZE-TH (SCAN-IDX + 1) TO TBL-PRIZE-TH (SCAN-IDX).
           MOVE TBL-OPP-TH (SCAN-IDX + 1) TO TBL-OPP-TH (SCAN-IDX).

           MOVE SWAP-NAME TO TBL-NAME (SCAN-IDX + 1).
           MOVE SWAP-STRATEGY TO TBL-STRATEGY (SCAN-IDX + 1).
           MOVE SWAP-TOTAL-POINTS TO TBL-TOTAL-POINTS (SCAN-IDX + 1).
           MOVE SWAP-WINS TO TBL-WINS (SCAN-IDX + 1).
           MOVE SWAP-LOSSES TO TBL-LOSSES (SCAN-IDX + 1).
           MOVE SWAP-PRIZE-TH TO TBL-PRIZE-TH (SCAN-IDX + 1).
           MOVE SWAP-OPP-TH TO TBL-OPP-TH (SCAN-IDX + 1).

       WRITE-LEADERBOARD.
           OPEN OUTPUT LEADERBOARD-FILE.
              WRITE SIMULATION-LINE FROM WS-SIM-TITLE-LINE
           END-PERFORM.
           CLOSE SIMULATION-FILE.

      *> One tuning run: pick the player (WAR-TUNE-PLAYER, else the
      *> first prize- or opponent-aware entrant), play a batch at
      *> every grid point, and report. With WAR-SIM-SEED set, every
      *> grid point is reseeded so each setting meets the same deals
      *> and the comparison is between cut-offs, not luck.
       RUN-TUNING.
           SET SIMULATION-RUNNING TO TRUE.
           ACCEPT WS-SIM-RUNS-PARM FROM ENVIRONMENT "WAR-SIM-RUNS".
           IF FUNCTION TEST-NUMVAL(WS-SIM-RUNS-PARM) = 0
              COMPUTE WS-SIM-RUNS =
                 FUNCTION NUMVAL(WS-SIM-RUNS-PARM)
           END-IF.
           IF WS-SIM-RUNS < 1
              MOVE 1 TO WS-SIM-RUNS
           END-IF.
           ACCEPT WS-SIM-SEED-PARM FROM ENVIRONMENT "WAR-SIM-SEED".
           IF FUNCTION TEST-NUMVAL(WS-SIM-SEED-PARM) = 0
              COMPUTE WS-SIM-SEED =
                 FUNCTION NUMVAL(WS-SIM-SEED-PARM)
           END-IF.
           ACCEPT WS-TUNE-FROM-PARM FROM ENVIRONMENT "WAR-TUNE-FROM".
           IF FUNCTION TEST-NUMVAL(WS-TUNE-FROM-PARM) = 0
              COMPUTE WS-TUNE-FROM =
                 FUNCTION NUMVAL(WS-TUNE-FROM-PARM)
           END-IF.
           ACCEPT WS-TUNE-TO-PARM FROM ENVIRONMENT "WAR-TUNE-TO".
           IF FUNCTION TEST-NUMVAL(WS-TUNE-TO-PARM) = 0
              COMPUTE WS-TUNE-TO =
                 FUNCTION NUMVAL(WS-TUNE-TO-PARM)
           END-IF.
           IF WS-TUNE-FROM < 1
              MOVE 1 TO WS-TUNE-FROM
           END-IF.
           IF WS-TUNE-TO > TOURNAMENT-CARD-MAX
              MOVE TOURNAMENT-CARD-MAX TO WS-TUNE-TO
           END-IF.
           IF WS-TUNE-FROM > WS-TUNE-TO
              DISPLAY "TUNING RANGE " WS-TUNE-FROM "-" WS-TUNE-TO
                 " IS EMPTY"
              STOP RUN
           END-IF.

           ACCEPT WS-TUNE-PLAYER-PARM FROM ENVIRONMENT
              "WAR-TUNE-PLAYER".
           MOVE 0 TO TUNE-IDX.
           PERFORM VARYING P FROM 1 BY 1
                 UNTIL P > TOURNAMENT-NUM-PLAYERS OR TUNE-IDX > 0
              IF WS-TUNE-PLAYER-PARM = SPACES
                 IF TBL-STRATEGY (P) = 4 OR TBL-STRATEGY (P) = 5
                    MOVE P TO TUNE-IDX
                 END-IF
              ELSE
                 IF TBL-NAME (P) = WS-TUNE-PLAYER-PARM (1:6)
                    MOVE P TO TUNE-IDX
                 END-IF
              END-IF
           END-PERFORM.
           IF TUNE-IDX = 0
              DISPLAY "NO PLAYER TO TUNE: " WS-TUNE-PLAYER-PARM
              STOP RUN
           END-IF.
           IF TBL-STRATEGY (TUNE-IDX) NOT = 4 AND
              TBL-STRATEGY (TUNE-IDX) NOT = 5
              DISPLAY TBL-NAME (TUNE-IDX) " PLAYS STRATEGY "
                 TBL-STRATEGY (TUNE-IDX) ", WHICH HAS NO CUT-OFFS"
              STOP RUN
           END-IF.
           IF TBL-STRATEGY (TUNE-IDX) = 4
              MOVE TBL-OPP-TH (TUNE-IDX) TO TUNE-OPP-FROM
              MOVE TBL-OPP-TH (TUNE-IDX) TO TUNE-OPP-TO
           ELSE
              MOVE WS-TUNE-FROM TO TUNE-OPP-FROM
              MOVE WS-TUNE-TO TO TUNE-OPP-TO
           END-IF.

           MOVE 0 TO TUNE-GRID-COUNT.
           MOVE 0 TO TUNE-BEST.
           PERFORM VARYING TUNE-PRIZE-TH FROM WS-TUNE-FROM BY 1
                 UNTIL TUNE-PRIZE-TH > WS-TUNE-TO
              PERFORM VARYING TUNE-OPP-TH FROM TUNE-OPP-FROM BY 1
                    UNTIL TUNE-OPP-TH > TUNE-OPP-TO
                 PERFORM TUNE-GRID-POINT
              END-PERFORM
           END-PERFORM.

           PERFORM WRITE-TUNING-REPORT.
           DISPLAY TUNE-GRID-COUNT " SETTINGS TUNED FOR "
              TBL-NAME (TUNE-IDX).

      *> One setting: WAR-SIM-RUNS passes, each a match against every
      *> other roster player from zeroed standings. A drawn match
      *> counts as played but not won.
       TUNE-GRID-POINT.
           IF WS-SIM-SEED > 0
              COMPUTE WS-SIM-SEED-WASTE =
                 FUNCTION RANDOM(WS-SIM-SEED)
           END-IF.
           MOVE TUNE-PRIZE-TH TO TBL-PRIZE-TH (TUNE-IDX).
           MOVE TUNE-OPP-TH TO TBL-OPP-TH (TUNE-IDX).
           MOVE 0 TO TUNE-MATCHES.
           MOVE 0 TO TUNE-WINS.
           MOVE 0 TO TUNE-POINTS.
           PERFORM VARYING TUNE-RUN FROM 1 BY 1
                 UNTIL TUNE-RUN > WS-SIM-RUNS
              PERFORM VARYING Q FROM 1 BY 1
                    UNTIL Q > TOURNAMENT-NUM-PLAYERS
                 IF Q NOT = TUNE-IDX
                    PERFORM PLAY-TUNING-MATCH
                 END-IF
              END-PERFORM
           END-PERFORM.

           ADD 1 TO TUNE-GRID-COUNT.
           MOVE TUNE-PRIZE-TH TO TG-PRIZE-TH (TUNE-GRID-COUNT).
           MOVE TUNE-OPP-TH TO TG-OPP-TH (TUNE-GRID-COUNT).
           MOVE TUNE-MATCHES TO TG-MATCHES (TUNE-GRID-COUNT).
           MOVE TUNE-WINS TO TG-WINS (TUNE-GRID-COUNT).
           MOVE 0 TO TG-WIN-PCT (TUNE-GRID-COUNT).
           MOVE 0 TO TG-AVG-POINTS (TUNE-GRID-COUNT).
           IF TUNE-MATCHES > 0
              COMPUTE TG-WIN-PCT (TUNE-GRID-COUNT) ROUNDED =
                 TUNE-WINS * 100 / TUNE-MATCHES
              COMPUTE TG-AVG-POINTS (TUNE-GRID-COUNT) ROUNDED =
                 TUNE-POINTS / TUNE-MATCHES
           END-IF.
      *> Best is the highest win rate, then the most points; on a
      *> dead heat the lower setting found first keeps it.
           IF TUNE-BEST = 0
              MOVE TUNE-GRID-COUNT TO TUNE-BEST
           ELSE
              IF TG-WIN-PCT (TUNE-GRID-COUNT) > TG-WIN-PCT (TUNE-BEST)
                 OR (TG-WIN-PCT (TUNE-GRID-COUNT) =
                       TG-WIN-PCT (TUNE-BEST) AND
                     TG-AVG-POINTS (TUNE-GRID-COUNT) >
                       TG-AVG-POINTS (TUNE-BEST))
                 MOVE TUNE-GRID-COUNT TO TUNE-BEST
              END-IF
           END-IF.

       PLAY-TUNING-MATCH.
           MOVE TUNE-IDX TO P.
           MOVE 0 TO TBL-TOTAL-POINTS (P).
           MOVE 0 TO TBL-TOTAL-POINTS (Q).
           PERFORM PLAY-MATCH.
           ADD 1 TO TUNE-MATCHES.
           ADD TBL-TOTAL-POINTS (P) TO TUNE-POINTS.
           IF TBL-TOTAL-POINTS (P) > TBL-TOTAL-POINTS (Q)
              ADD 1 TO TUNE-WINS
           END-IF.

       WRITE-TUNING-REPORT.
           OPEN OUTPUT TUNING-FILE.
           MOVE TBL-NAME (TUNE-IDX) TO WS-TUNE-HEAD-NAME.
           MOVE TBL-STRATEGY (TUNE-IDX) TO WS-TUNE-HEAD-STRAT.
           MOVE WS-SIM-RUNS TO WS-TUNE-HEAD-RUNS.
           COMPUTE WS-TUNE-HEAD-OPPS = TOURNAMENT-NUM-PLAYERS - 1.
           WRITE TUNING-LINE FROM WS-TUNE-HEAD-LINE.
           PERFORM VARYING G FROM 1 BY 1
                 UNTIL G > TUNE-GRID-COUNT
              MOVE TG-PRIZE-TH (G) TO WS-TUNE-PRIZE-TH
              MOVE TG-OPP-TH (G) TO WS-TUNE-OPP-TH
              MOVE TG-MATCHES (G) TO WS-TUNE-MATCHES
              MOVE TG-WIN-PCT (G) TO WS-TUNE-WIN-PCT
              MOVE TG-AVG-POINTS (G) TO WS-TUNE-AVG-POINTS
              IF G = TUNE-BEST
                 MOVE " <-BEST" TO WS-TUNE-BEST-TAG
              ELSE
                 MOVE SPACES TO WS-TUNE-BEST-TAG
              END-IF
              WRITE TUNING-LINE FROM WS-TUNE-GRID-LINE
           END-PERFORM.
           MOVE TBL-NAME (TUNE-IDX) TO WS-TUNE-BEST-NAME.
           MOVE TBL-STRATEGY (TUNE-IDX) TO WS-TUNE-BEST-STRAT.
           MOVE TG-PRIZE-TH (TUNE-BEST) TO WS-TUNE-BEST-PRIZE.
           MOVE TG-OPP-TH (TUNE-BEST) TO WS-TUNE-BEST-OPP.
           WRITE TUNING-LINE FROM WS-TUNE-BEST-LINE.
           CLOSE TUNING-FILE.
