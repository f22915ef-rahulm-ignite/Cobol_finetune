       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-TRD.
       AUTHOR. ANNA KOSIERADZKA.

      *> Load-factor trend report from the flight history file
      *> d5.flthist the manifest job keeps. For each flight number
      *> the operated flights are rolled up by week (Monday start)
      *> or calendar month -- TREND-PERIOD W or M, weekly when not
      *> given -- showing flights operated, booked, boarded, seats
      *> offered, the period's load factor and its movement on the
      *> period before, and the load factor of each cabin. A period
      *> more than TREND-BAND-PCT (default 10) points below or above
      *> TREND-TARGET-PCT (default 80) is marked UNDER or OVER, and a
      *> flight whose every period in the report is on the same side
      *> of the band, over at least TREND-MIN-PERIODS periods
      *> (default 2), is flagged consistently under or over target
      *> for network planning. TREND-FROM-DATE and TREND-TO-DATE
      *> (YYYYMMDD) limit the report window. Condition code 4 when
      *> any flight is flagged, 8 when the history cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-HISTORY-FILE ASSIGN TO "d5.flthist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FH-KEY
           FILE STATUS IS FLTHIST-FILE-STATUS.

           SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD FLIGHT-HISTORY-FILE.
         COPY FLTHST01.

         FD TREND-FILE.
         01 TREND-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         01 FLTHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TREND-FILENAME PIC X(100) VALUE "d5.trend".
         01 WS-MAX-SEVERITY PIC 9(4) VALUE 0.
         01 WS-PERIOD-PARM PIC X(1) VALUE "W".
            88 TREND-WEEKLY VALUE "W".
            88 TREND-MONTHLY VALUE "M".
         01 WS-NUM-PARM PIC X(9) VALUE SPACES.
         01 WS-TARGET-PCT PIC 9(3)V9 VALUE 80.
         01 WS-BAND-PCT PIC 9(3)V9 VALUE 10.
         01 WS-MIN-PERIODS PIC 9(3) VALUE 2.
         01 WS-FROM-DATE PIC 9(8) VALUE 0.
         01 WS-TO-DATE PIC 9(8) VALUE 99999999.
         01 WS-DATE-PARM PIC X(8) VALUE SPACES.
         01 WS-DAY-NUMBER PIC 9(7) VALUE 0.
         01 WS-PERIOD-KEY PIC 9(8) VALUE 0.
      *> The flight and period being accumulated.
         01 WS-CUR-FLIGHT PIC X(8) VALUE SPACES.
         01 WS-CUR-PERIOD PIC 9(8) VALUE 0.
         01 WS-PER-FLIGHTS PIC 9(5) VALUE 0.
         01 WS-PER-BOOKED PIC 9(7) VALUE 0.
         01 WS-PER-BOARDED PIC 9(7) VALUE 0.
         01 WS-PER-SEATS PIC 9(7) VALUE 0.
         01 WS-PER-LF PIC 9(3)V9 VALUE 0.
         01 PER-CLASS-TABLE.
            05 PER-CLASS-ENTRY OCCURS 10 TIMES.
               10 PCL-CODE  PIC X(1).
               10 PCL-SOLD  PIC 9(7).
               10 PCL-SEATS PIC 9(7).
         01 WS-PER-CLASS-COUNT PIC 9(2) VALUE 0.
         01 WS-PCL-IDX PIC 9(2) VALUE 0.
         01 WS-PCL-HIT PIC 9(2) VALUE 0.
         01 WS-FH-IDX PIC 9(2) VALUE 0.
         01 WS-PRIOR-LF PIC 9(3)V9 VALUE 0.
         01 WS-HAVE-PRIOR PIC 9 VALUE 0.
         01 WS-FLT-PERIODS PIC 9(3) VALUE 0.
         01 WS-FLT-UNDER PIC 9(3) VALUE 0.
         01 WS-FLT-OVER PIC 9(3) VALUE 0.
         01 WS-LOW-BAND PIC S9(3)V9 VALUE 0.
         01 WS-HIGH-BAND PIC 9(4)V9 VALUE 0.
         01 WS-TRD-TITLE.
            05 FILLER            PIC X(20) VALUE
               "LOAD FACTOR TREND - ".
            05 WS-TRD-TITLE-PER  PIC X(7).
            05 FILLER            PIC X(9) VALUE " TARGET  ".
            05 WS-TRD-TITLE-TGT  PIC ZZ9.9.
            05 FILLER            PIC X(9) VALUE "%  BAND  ".
            05 WS-TRD-TITLE-BAND PIC ZZ9.9.
            05 FILLER            PIC X(15) VALUE "%".
         01 WS-TRD-FLIGHT-HEAD.
            05 FILLER            PIC X(7) VALUE "FLIGHT ".
            05 WS-TFH-FLIGHT     PIC X(8).
            05 FILLER            PIC X(55) VALUE SPACES.
         01 WS-TRD-COLUMNS.
            05 FILLER PIC X(30) VALUE
               "PERIOD    FLT  BOOKED  BOARDED".
            05 FILLER PIC X(40) VALUE
               "   SEATS  LOAD%  CHANGE  FLAG".
         01 WS-TRD-PERIOD-LINE.
            05 WS-TPL-PERIOD     PIC X(8).
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-FLIGHTS    PIC ZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-BOOKED     PIC Z(5)9.
            05 FILLER            PIC X(3) VALUE SPACES.
            05 WS-TPL-BOARDED    PIC Z(5)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-SEATS      PIC Z(5)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-LF         PIC ZZ9.9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-CHANGE     PIC +++9.9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TPL-FLAG       PIC X(5).
            05 FILLER            PIC X(10) VALUE SPACES.
         01 WS-TRD-CLASS-LINE.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 FILLER            PIC X(6) VALUE "CLASS ".
            05 WS-TCL-CLASS      PIC X(1).
            05 FILLER            PIC X(13) VALUE SPACES.
            05 WS-TCL-SOLD       PIC Z(5)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TCL-SEATS      PIC Z(5)9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-TCL-LF         PIC ZZ9.9.
            05 FILLER            PIC X(25) VALUE SPACES.
         01 WS-TRD-FLAG-LINE.
            05 FILLER            PIC X(4) VALUE SPACES.
            05 WS-TFL-TEXT       PIC X(30).
            05 FILLER            PIC X(4) VALUE " IN ".
            05 WS-TFL-PERIODS    PIC ZZ9.
            05 FILLER            PIC X(29) VALUE " PERIODS".
         01 WS-TRD-TOTAL-LINE.
            05 WS-TRD-TOT-LABEL  PIC X(30).
            05 WS-TRD-TOT-VALUE  PIC Z(8)9.
            05 FILLER            PIC X(31) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-HISTORY-READ UNSIGNED-INT VALUE 0.
         01 WS-FLIGHTS-REPORTED UNSIGNED-INT VALUE 0.
         01 WS-FLAGGED-UNDER UNSIGNED-INT VALUE 0.
         01 WS-FLAGGED-OVER UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-READ-PARAMETERS.

           OPEN INPUT FLIGHT-HISTORY-FILE.
           IF FLTHIST-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN FLIGHT HISTORY: d5.flthist STATUS="
                 FLTHIST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT TREND-FILE.
           IF TREND-WEEKLY
              MOVE "WEEKLY" TO WS-TRD-TITLE-PER
           ELSE
              MOVE "MONTHLY" TO WS-TRD-TITLE-PER
           END-IF.
           MOVE WS-TARGET-PCT TO WS-TRD-TITLE-TGT.
           MOVE WS-BAND-PCT TO WS-TRD-TITLE-BAND.
           WRITE TREND-LINE FROM WS-TRD-TITLE.

      *> The history is keyed flight then date, so a straight read
      *> delivers each flight's days in order for the control break.
           PERFORM UNTIL FLTHIST-FILE-STATUS = "10"
              READ FLIGHT-HISTORY-FILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END PERFORM 003-PROCESS-HISTORY
              END-READ
           END-PERFORM.
           IF WS-CUR-FLIGHT NOT = SPACES
              PERFORM 005-FINISH-FLIGHT
           END-IF.
           CLOSE FLIGHT-HISTORY-FILE.

           MOVE "HISTORY RECORDS IN WINDOW" TO WS-TRD-TOT-LABEL.
           MOVE WS-HISTORY-READ TO WS-TRD-TOT-VALUE.
           WRITE TREND-LINE FROM WS-TRD-TOTAL-LINE.
           MOVE "FLIGHTS REPORTED" TO WS-TRD-TOT-LABEL.
           MOVE WS-FLIGHTS-REPORTED TO WS-TRD-TOT-VALUE.
           WRITE TREND-LINE FROM WS-TRD-TOTAL-LINE.
           MOVE "CONSISTENTLY UNDER TARGET" TO WS-TRD-TOT-LABEL.
           MOVE WS-FLAGGED-UNDER TO WS-TRD-TOT-VALUE.
           WRITE TREND-LINE FROM WS-TRD-TOTAL-LINE.
           MOVE "CONSISTENTLY OVER TARGET" TO WS-TRD-TOT-LABEL.
           MOVE WS-FLAGGED-OVER TO WS-TRD-TOT-VALUE.
           WRITE TREND-LINE FROM WS-TRD-TOTAL-LINE.
           CLOSE TREND-FILE.

           DISPLAY WS-FLIGHTS-REPORTED " FLIGHTS REPORTED "
              WS-FLAGGED-UNDER " UNDER " WS-FLAGGED-OVER " OVER".
           IF WS-FLAGGED-UNDER > 0 OR WS-FLAGGED-OVER > 0
              MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> Same trailing-space tolerance the manifest job gives its
      *> numeric parameters.
       002-READ-PARAMETERS.
           ACCEPT WS-TREND-FILENAME FROM ENVIRONMENT "TREND-FILE".
           IF WS-TREND-FILENAME = SPACES
              MOVE "d5.trend" TO WS-TREND-FILENAME
           END-IF.
           ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "TREND-PERIOD".
           MOVE FUNCTION UPPER-CASE(WS-PERIOD-PARM) TO WS-PERIOD-PARM.
           IF NOT TREND-MONTHLY
              SET TREND-WEEKLY TO TRUE
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "TREND-TARGET-PCT".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-TARGET-PCT = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "TREND-BAND-PCT".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-BAND-PCT = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           MOVE SPACES TO WS-NUM-PARM.
           ACCEPT WS-NUM-PARM FROM ENVIRONMENT "TREND-MIN-PERIODS".
           IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0
              COMPUTE WS-MIN-PERIODS = FUNCTION NUMVAL(WS-NUM-PARM)
           END-IF.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "TREND-FROM-DATE".
           IF WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-FROM-DATE
           END-IF.
           MOVE SPACES TO WS-DATE-PARM.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "TREND-TO-DATE".
           IF WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-TO-DATE
           END-IF.
           COMPUTE WS-LOW-BAND = WS-TARGET-PCT - WS-BAND-PCT.
           COMPUTE WS-HIGH-BAND = WS-TARGET-PCT + WS-BAND-PCT.

       003-PROCESS-HISTORY.
           IF FH-FLIGHT-DATE < WS-FROM-DATE OR
              FH-FLIGHT-DATE > WS-TO-DATE
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FH-FLIGHT-DATE) NOT = 0
              DISPLAY "HISTORY DATE INVALID, SKIPPED: " FH-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HISTORY-READ.
      *> Week periods start on the Monday: day 1 of the integer
      *> calendar, 1 January 1601, was a Monday.
           IF TREND-WEEKLY
              COMPUTE WS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(FH-FLIGHT-DATE)
              COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER -
                 FUNCTION MOD(WS-DAY-NUMBER - 1, 7)
              COMPUTE WS-PERIOD-KEY =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           ELSE
              COMPUTE WS-PERIOD-KEY = FH-FLIGHT-DATE / 100
           END-IF.

           IF FH-FLIGHT-ID NOT = WS-CUR-FLIGHT
              IF WS-CUR-FLIGHT NOT = SPACES
                 PERFORM 005-FINISH-FLIGHT
              END-IF
              MOVE FH-FLIGHT-ID TO WS-CUR-FLIGHT
              MOVE 0 TO WS-FLT-PERIODS
              MOVE 0 TO WS-FLT-UNDER
              MOVE 0 TO WS-FLT-OVER
              MOVE 0 TO WS-HAVE-PRIOR
              MOVE WS-CUR-FLIGHT TO WS-TFH-FLIGHT
              MOVE SPACES TO TREND-LINE
              WRITE TREND-LINE
              WRITE TREND-LINE FROM WS-TRD-FLIGHT-HEAD
              WRITE TREND-LINE FROM WS-TRD-COLUMNS
              ADD 1 TO WS-FLIGHTS-REPORTED
              PERFORM 006-START-PERIOD
           ELSE
              IF WS-PERIOD-KEY NOT = WS-CUR-PERIOD
                 PERFORM 004-PRINT-PERIOD
                 PERFORM 006-START-PERIOD
              END-IF
           END-IF.

           ADD 1 TO WS-PER-FLIGHTS.
           ADD FH-BOOKED TO WS-PER-BOOKED.
           ADD FH-BOARDED TO WS-PER-BOARDED.
           ADD FH-SEATS-OFFERED TO WS-PER-SEATS.
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                 UNTIL WS-FH-IDX > FH-CLASS-COUNT OR WS-FH-IDX > 10
              PERFORM 003A-ADD-CLASS
           END-PERFORM.

       003A-ADD-CLASS.
           MOVE 0 TO WS-PCL-HIT.
           PERFORM VARYING WS-PCL-IDX FROM 1 BY 1
                 UNTIL WS-PCL-IDX > WS-PER-CLASS-COUNT
              IF PCL-CODE (WS-PCL-IDX) = FH-CLASS-CODE (WS-FH-IDX)
                 MOVE WS-PCL-IDX TO WS-PCL-HIT
              END-IF
           END-PERFORM.
           IF WS-PCL-HIT = 0
              IF WS-PER-CLASS-COUNT >= 10
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PER-CLASS-COUNT
              MOVE WS-PER-CLASS-COUNT TO WS-PCL-HIT
              MOVE FH-CLASS-CODE (WS-FH-IDX) TO PCL-CODE (WS-PCL-HIT)
              MOVE 0 TO PCL-SOLD (WS-PCL-HIT)
              MOVE 0 TO PCL-SEATS (WS-PCL-HIT)
           END-IF.
           ADD FH-CLASS-SOLD (WS-FH-IDX) TO PCL-SOLD (WS-PCL-HIT).
           ADD FH-CLASS-SEATS (WS-FH-IDX) TO PCL-SEATS (WS-PCL-HIT).

      *> A period without configured seats has no load factor; it is
      *> listed but neither marked nor counted toward the flag.
       004-PRINT-PERIOD.
           MOVE SPACES TO WS-TRD-PERIOD-LINE.
           IF TREND-WEEKLY
              MOVE WS-CUR-PERIOD TO WS-TPL-PERIOD
           ELSE
              MOVE WS-CUR-PERIOD(3:6) TO WS-TPL-PERIOD
           END-IF.
           MOVE WS-PER-FLIGHTS TO WS-TPL-FLIGHTS.
           MOVE WS-PER-BOOKED TO WS-TPL-BOOKED.
           MOVE WS-PER-BOARDED TO WS-TPL-BOARDED.
           MOVE WS-PER-SEATS TO WS-TPL-SEATS.
           IF WS-PER-SEATS > 0
              COMPUTE WS-PER-LF ROUNDED =
                 WS-PER-BOARDED * 100 / WS-PER-SEATS
              MOVE WS-PER-LF TO WS-TPL-LF
              IF WS-HAVE-PRIOR = 1
                 COMPUTE WS-TPL-CHANGE = WS-PER-LF - WS-PRIOR-LF
              END-IF
              MOVE WS-PER-LF TO WS-PRIOR-LF
              MOVE 1 TO WS-HAVE-PRIOR
              ADD 1 TO WS-FLT-PERIODS
              EVALUATE TRUE
                 WHEN WS-PER-LF < WS-LOW-BAND
                    MOVE "UNDER" TO WS-TPL-FLAG
                    ADD 1 TO WS-FLT-UNDER
                 WHEN WS-PER-LF > WS-HIGH-BAND
                    MOVE "OVER" TO WS-TPL-FLAG
                    ADD 1 TO WS-FLT-OVER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           WRITE TREND-LINE FROM WS-TRD-PERIOD-LINE.
           PERFORM VARYING WS-PCL-IDX FROM 1 BY 1
                 UNTIL WS-PCL-IDX > WS-PER-CLASS-COUNT
              MOVE PCL-CODE (WS-PCL-IDX) TO WS-TCL-CLASS
              MOVE PCL-SOLD (WS-PCL-IDX) TO WS-TCL-SOLD
              MOVE PCL-SEATS (WS-PCL-IDX) TO WS-TCL-SEATS
              MOVE 0 TO WS-TCL-LF
              IF PCL-SEATS (WS-PCL-IDX) > 0
                 COMPUTE WS-TCL-LF ROUNDED =
                    PCL-SOLD (WS-PCL-IDX) * 100 / PCL-SEATS (WS-PCL-IDX)
              END-IF
              WRITE TREND-LINE FROM WS-TRD-CLASS-LINE
           END-PERFORM.

       005-FINISH-FLIGHT.
           PERFORM 004-PRINT-PERIOD.
           IF WS-FLT-PERIODS < WS-MIN-PERIODS OR WS-FLT-PERIODS = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLT-PERIODS TO WS-TFL-PERIODS.
           IF WS-FLT-UNDER = WS-FLT-PERIODS
              MOVE "*** CONSISTENTLY UNDER TARGET" TO WS-TFL-TEXT
              WRITE TREND-LINE FROM WS-TRD-FLAG-LINE
              ADD 1 TO WS-FLAGGED-UNDER
           END-IF.
           IF WS-FLT-OVER = WS-FLT-PERIODS
              MOVE "*** CONSISTENTLY OVER TARGET" TO WS-TFL-TEXT
              WRITE TREND-LINE FROM WS-TRD-FLAG-LINE
              ADD 1 TO WS-FLAGGED-OVER
           END-IF.

       006-START-PERIOD.
           MOVE WS-PERIOD-KEY TO WS-CUR-PERIOD.
           MOVE 0 TO WS-PER-FLIGHTS.
           MOVE 0 TO WS-PER-BOOKED.
           MOVE 0 TO WS-PER-BOARDED.
           MOVE 0 TO WS-PER-SEATS.
           MOVE 0 TO WS-PER-CLASS-COUNT.
