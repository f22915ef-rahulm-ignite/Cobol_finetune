          01 WS-HAND-STATUS PIC X VALUE "N".
             88 HAND-IS-EMPTY VALUE "Y".
             88 HAND-HAS-CARDS VALUE "N".
          01 PRIZE-THRESHOLD PIC 9(2) VALUE 0.
          01 OPPONENT-THRESHOLD PIC 9(2) VALUE 0.
          01 TOP-OPPONENT-BID PIC 9(2) VALUE 0.
          01 OPP-IDX PIC 9(1).

       LINKAGE SECTION.
      *> House cut-offs for the prize- and opponent-aware strategies,
      *> used whenever the player record leaves its own at zero.
       78 PRIZE-CARD-THRESHOLD    VALUE 7.
       78 OPPONENT-BID-THRESHOLD VALUE 7.
       78 MAX-HAND-SIZE           VALUE 13.
       78 MAX-TABLE-OPPONENTS     VALUE 4.
       01 HAND-SIZE PIC 9(2).
       01 PRIZE-CARD PIC 9(2).
       01 PLAYER-REC.
         02 PLAYER-POINTS PIC 9(2).
         02 PLAYER-STRATEGY PIC 9(1).
         02 OPPONENT-LAST-BID PIC 9(2).
         02 PLAYER-PRIZE-THRESHOLD PIC 9(2).
         02 PLAYER-OPPONENT-THRESHOLD PIC 9(2).
      *> At a table of three or more, the last bid of every other
      *> seat; zero count for a head-to-head match, where
      *> OPPONENT-LAST-BID alone carries the one opponent's bid.
         02 PLAYER-TABLE-COUNT PIC 9(1).
         02 PLAYER-TABLE-BID PIC 9(2) OCCURS MAX-TABLE-OPPONENTS TIMES.
         02 PLAYER-HAND PIC 9(2)
            OCCURS 1 TO MAX-HAND-SIZE TIMES DEPENDING ON HAND-SIZE.

       PROCEDURE DIVISION USING HAND-SIZE, PRIZE-CARD, PLAYER-REC.
          MOVE 0 TO PLAYER-BID.
          PERFORM SET-THRESHOLDS.
          PERFORM CHECK-HAND-EXHAUSTED.
          IF HAND-HAS-CARDS
             EVALUATE PLAYER-STRATEGY
          GOBACK
          .

      *> Each player may carry tuned cut-offs from the roster; zero
      *> means the house value.
       SET-THRESHOLDS.
          MOVE PLAYER-PRIZE-THRESHOLD TO PRIZE-THRESHOLD.
          IF PRIZE-THRESHOLD = 0
             MOVE PRIZE-CARD-THRESHOLD TO PRIZE-THRESHOLD
          END-IF.
          MOVE PLAYER-OPPONENT-THRESHOLD TO OPPONENT-THRESHOLD.
          IF OPPONENT-THRESHOLD = 0
             MOVE OPPONENT-BID-THRESHOLD TO OPPONENT-THRESHOLD
          END-IF.

      *> A player with no cards left (every OCCURS slot already zeroed
      *> by a prior SELECT-*) forfeits the bid instead of falling into
      *> FIND-MAX with a stale IDX-MAX-CARD from the last call.
      *> Strategy 4: prize-aware bidding. Burn a top card only when the
      *> prize on offer is worth it; otherwise conserve the hand.
       STRATEGY-PRIZE-AWARE.
          IF PRIZE-CARD > PRIZE-THRESHOLD
             PERFORM STRATEGY-MAX-CARD
          ELSE
             PERFORM STRATEGY-MIN-CARD
      *> Strategy 5: bluff/counter-bluff play. A cheap prize that the
      *> opponent has been chasing with big bids is a losing fight -
      *> underbid and save our strong cards for a prize worth winning.
      *> At a table the fight is against whoever bid highest last time.
       STRATEGY-OPPONENT-AWARE.
          PERFORM FIND-TOP-OPPONENT-BID.
          IF PRIZE-CARD <= PRIZE-THRESHOLD AND
             TOP-OPPONENT-BID > OPPONENT-THRESHOLD
             PERFORM STRATEGY-MIN-CARD
          ELSE
             PERFORM STRATEGY-MAX-CARD
          END-IF.

       FIND-TOP-OPPONENT-BID.
          MOVE OPPONENT-LAST-BID TO TOP-OPPONENT-BID.
          PERFORM VARYING OPP-IDX FROM 1 BY 1
                UNTIL OPP-IDX > PLAYER-TABLE-COUNT
             IF PLAYER-TABLE-BID (OPP-IDX) > TOP-OPPONENT-BID
                MOVE PLAYER-TABLE-BID (OPP-IDX) TO TOP-OPPONENT-BID
             END-IF
          END-PERFORM.
