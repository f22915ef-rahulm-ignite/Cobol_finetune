       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-05-HST.
       AUTHOR. ANNA KOSIERADZKA.

      *> Passenger master history, read back from the change journal
      *> every master-updating job writes through MASTER-JOURNAL.
      *> HISTORY-BOOKING lists every add, change, and delete made to
      *> one booking reference, oldest first, with the program and
      *> run that made it and the record before and after.
      *> ASOF-TIMESTAMP (YYYYMMDD, optionally HHMMSS too) rebuilds
      *> the master as it stood at that moment into a separate keyed
      *> file (ASOF-MASTER, default d5.masterasof): the live master
      *> is copied, then every journaled change made after the
      *> moment is backed out, newest first, by restoring its before
      *> image. A date alone means the end of that day. The live
      *> master is only ever read. Either or both may be asked for
      *> in one run; the report is d5.historyrpt.
      *> Condition code 4 when the booking has no journal entries, 8
      *> when the journal or master cannot be read or nothing was
      *> asked for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "d5.master"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MASTER-BOOKING-REF
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ASOF-FILE ASSIGN TO DYNAMIC WS-ASOF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASOF-BOOKING-REF
           FILE STATUS IS ASOF-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO "d5.hstsortwk".

           SELECT HISTORY-REPORT-FILE ASSIGN TO "d5.historyrpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD JOURNAL-FILE.
         COPY MSTJRN01.

         FD MASTER-FILE.
         COPY PAXMST01.

      *> Same layout as MASTER-RECORD; only the key is named.
         FD ASOF-FILE.
         01 ASOF-RECORD.
            05 ASOF-BOOKING-REF PIC X(8).
            05 FILLER           PIC X(53).

      *> Journal entries later than the as-of moment, newest first;
      *> the arrival sequence breaks ties within a hundredth.
         SD SORT-FILE.
         01 SORT-RECORD.
            05 SORT-TIMESTAMP    PIC X(16).
            05 SORT-SEQ          PIC 9(9).
            05 SORT-BEFORE-IMAGE PIC X(61).
            05 SORT-AFTER-IMAGE  PIC X(61).

         FD HISTORY-REPORT-FILE.
         01 HISTORY-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         01 JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 ASOF-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JOURNAL-FILENAME PIC X(100) VALUE "d5.masterjrnl".
         01 WS-ASOF-FILENAME PIC X(100) VALUE "d5.masterasof".
         01 WS-HISTORY-BOOKING PIC X(8) VALUE SPACES.
         01 WS-ASOF-PARM PIC X(14) VALUE SPACES.
         01 WS-ASOF-TS PIC X(16) VALUE SPACES.
         01 WS-ASOF-LEN PIC 9(2) VALUE 0.
         01 WS-FIRST-JOURNAL-TS PIC X(16) VALUE SPACES.
         01 WS-MAX-SEVERITY PIC 9 VALUE 0.
         01 WS-SORT-EOF PIC X VALUE "N".
            88 HST-SORT-DONE VALUE "Y".
            88 HST-SORT-MORE VALUE "N".
      *> A journal image broken into its PAXMST01 fields for print;
      *> seat and date stay alphanumeric so a blank image prints
      *> blank.
         01 HST-IMAGE.
            05 HST-IMG-BOOK   PIC X(8).
            05 HST-IMG-NAME   PIC X(20).
            05 HST-IMG-PASS   PIC X(10).
            05 HST-IMG-SEAT   PIC X(4).
            05 HST-IMG-STATUS PIC X(1).
            05 HST-IMG-DATE   PIC X(8).
            05 HST-IMG-MEMBER PIC X(10).
         01 WS-SECTION-HEADING PIC X(70).
         01 WS-HST-HEADING.
            05 FILLER PIC X(22) VALUE "PASSENGER MASTER HIST ".
            05 WS-HST-HDG-DATE PIC X(8).
            05 FILLER PIC X(40) VALUE SPACES.
         01 WS-HST-ENTRY-LINE.
            05 WS-HST-ENT-TS      PIC X(14).
            05 FILLER             PIC X(1) VALUE SPACE.
            05 WS-HST-ENT-ACTION  PIC X(6).
            05 FILLER             PIC X(1) VALUE SPACE.
            05 WS-HST-ENT-PROGRAM PIC X(16).
            05 FILLER             PIC X(1) VALUE SPACE.
            05 WS-HST-ENT-RUN-ID  PIC X(15).
            05 FILLER             PIC X(16) VALUE SPACES.
         01 WS-HST-IMAGE-LINE.
            05 WS-HST-IMG-LABEL  PIC X(9).
            05 WS-HST-IMG-NAME   PIC X(20).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-HST-IMG-PASS   PIC X(10).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-HST-IMG-SEAT   PIC X(4).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-HST-IMG-STATUS PIC X(1).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-HST-IMG-DATE   PIC X(8).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-HST-IMG-MEMBER PIC X(10).
            05 FILLER            PIC X(3) VALUE SPACES.
         01 WS-HST-LABEL-LINE.
            05 WS-HST-LBL-TEXT  PIC X(25).
            05 WS-HST-LBL-VALUE PIC X(16).
            05 FILLER           PIC X(29) VALUE SPACES.
         01 WS-COUNT-LINE.
            05 FILLER PIC X(9) VALUE "   TOTAL ".
            05 WS-COUNT-VALUE PIC ZZZZ9.
            05 FILLER PIC X(56) VALUE SPACES.
         01 WS-TOTAL-LINE.
            05 WS-TOT-LABEL PIC X(25).
            05 WS-TOT-VALUE PIC Z(8)9.
            05 FILLER       PIC X(36) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 WS-BOOKING-COUNT UNSIGNED-INT VALUE 0.
         01 WS-JOURNAL-SEQ UNSIGNED-INT VALUE 0.
         01 WS-COPIED-COUNT UNSIGNED-INT VALUE 0.
         01 WS-BACKED-OUT-COUNT UNSIGNED-INT VALUE 0.
         01 WS-ASOF-COUNT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT "MASTER-JOURNAL".
           IF WS-JOURNAL-FILENAME = SPACES
              MOVE "d5.masterjrnl" TO WS-JOURNAL-FILENAME
           END-IF.
           ACCEPT WS-ASOF-FILENAME FROM ENVIRONMENT "ASOF-MASTER".
           IF WS-ASOF-FILENAME = SPACES
              MOVE "d5.masterasof" TO WS-ASOF-FILENAME
           END-IF.
           ACCEPT WS-HISTORY-BOOKING FROM ENVIRONMENT "HISTORY-BOOKING".
           ACCEPT WS-ASOF-PARM FROM ENVIRONMENT "ASOF-TIMESTAMP".

           IF WS-HISTORY-BOOKING = SPACES AND WS-ASOF-PARM = SPACES
              DISPLAY "SET HISTORY-BOOKING AND/OR ASOF-TIMESTAMP"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Whatever the as-of parameter leaves off (the time, or the
      *> seconds) is filled with nines, so the moment named is the
      *> last instant of the day, hour, or minute given.
           IF WS-ASOF-PARM NOT = SPACES
              MOVE ALL "9" TO WS-ASOF-TS
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ASOF-PARM))
                 TO WS-ASOF-LEN
              IF FUNCTION TEST-NUMVAL(WS-ASOF-PARM) NOT = 0
                 OR WS-ASOF-LEN < 8
                 DISPLAY "ASOF-TIMESTAMP NOT YYYYMMDD[HHMMSS]: "
                    WS-ASOF-PARM
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ASOF-PARM(1:WS-ASOF-LEN)
                 TO WS-ASOF-TS(1:WS-ASOF-LEN)
           END-IF.

           OPEN OUTPUT HISTORY-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HST-HDG-DATE.
           WRITE HISTORY-REPORT-LINE FROM WS-HST-HEADING.

           IF WS-HISTORY-BOOKING NOT = SPACES
              PERFORM 002-REPORT-BOOKING
           END-IF.
           IF WS-ASOF-PARM NOT = SPACES AND WS-MAX-SEVERITY < 8
              PERFORM 003-RECONSTRUCT-MASTER
           END-IF.

           CLOSE HISTORY-REPORT-FILE.
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *> Journal order is the order the changes were made in, so a
      *> straight read lists the booking's history oldest first.
       002-REPORT-BOOKING.
           MOVE SPACES TO WS-SECTION-HEADING.
           STRING "CHANGES TO BOOKING " DELIMITED BY SIZE
              WS-HISTORY-BOOKING DELIMITED BY SIZE
              INTO WS-SECTION-HEADING
           END-STRING.
           WRITE HISTORY-REPORT-LINE FROM WS-SECTION-HEADING.

           MOVE "00" TO JOURNAL-FILE-STATUS.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN JOURNAL: " WS-JOURNAL-FILENAME
                 " STATUS=" JOURNAL-FILE-STATUS
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL JOURNAL-FILE-STATUS = "10"
              READ JOURNAL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF MJR-BOOKING-REF = WS-HISTORY-BOOKING
                       PERFORM 002A-REPORT-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           MOVE WS-BOOKING-COUNT TO WS-COUNT-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-BOOKING-COUNT = 0 AND WS-MAX-SEVERITY < 4
              MOVE 4 TO WS-MAX-SEVERITY
           END-IF.

       002A-REPORT-ENTRY.
           ADD 1 TO WS-BOOKING-COUNT.
           MOVE MJR-TIMESTAMP(1:14) TO WS-HST-ENT-TS.
           EVALUATE TRUE
              WHEN MJR-ADD
                 MOVE "ADD" TO WS-HST-ENT-ACTION
              WHEN MJR-CHANGE
                 MOVE "CHANGE" TO WS-HST-ENT-ACTION
              WHEN MJR-DELETE
                 MOVE "DELETE" TO WS-HST-ENT-ACTION
              WHEN OTHER
                 MOVE MJR-ACTION TO WS-HST-ENT-ACTION
           END-EVALUATE.
           MOVE MJR-PROGRAM TO WS-HST-ENT-PROGRAM.
           MOVE MJR-RUN-ID TO WS-HST-ENT-RUN-ID.
           WRITE HISTORY-REPORT-LINE FROM WS-HST-ENTRY-LINE.

           IF MJR-BEFORE-IMAGE NOT = SPACES
              MOVE "  BEFORE " TO WS-HST-IMG-LABEL
              MOVE MJR-BEFORE-IMAGE TO HST-IMAGE
              PERFORM 002B-WRITE-IMAGE
           END-IF.
           IF MJR-AFTER-IMAGE NOT = SPACES
              MOVE "  AFTER  " TO WS-HST-IMG-LABEL
              MOVE MJR-AFTER-IMAGE TO HST-IMAGE
              PERFORM 002B-WRITE-IMAGE
           END-IF.

       002B-WRITE-IMAGE.
           MOVE HST-IMG-NAME TO WS-HST-IMG-NAME.
           MOVE HST-IMG-PASS TO WS-HST-IMG-PASS.
           MOVE HST-IMG-SEAT TO WS-HST-IMG-SEAT.
           MOVE HST-IMG-STATUS TO WS-HST-IMG-STATUS.
           MOVE HST-IMG-DATE TO WS-HST-IMG-DATE.
           MOVE HST-IMG-MEMBER TO WS-HST-IMG-MEMBER.
           WRITE HISTORY-REPORT-LINE FROM WS-HST-IMAGE-LINE.

      *> Copy the live master, then back out everything journaled
      *> after the moment, newest first: an add is undone by
      *> deleting the booking, a change or delete by putting the
      *> before image back.
       003-RECONSTRUCT-MASTER.
           MOVE SPACES TO WS-SECTION-HEADING.
           STRING "MASTER AS OF " DELIMITED BY SIZE
              WS-ASOF-TS(1:14) DELIMITED BY SIZE
              INTO WS-SECTION-HEADING
           END-STRING.
           WRITE HISTORY-REPORT-LINE FROM WS-SECTION-HEADING.

           MOVE "00" TO MASTER-FILE-STATUS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN MASTER: STATUS=" MASTER-FILE-STATUS
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO JOURNAL-FILE-STATUS.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN JOURNAL: " WS-JOURNAL-FILENAME
                 " STATUS=" JOURNAL-FILE-STATUS
              CLOSE MASTER-FILE
              MOVE 8 TO WS-MAX-SEVERITY
              EXIT PARAGRAPH
           END-IF.
           CLOSE JOURNAL-FILE.

           OPEN OUTPUT ASOF-FILE.
           PERFORM UNTIL MASTER-FILE-STATUS = "10"
              READ MASTER-FILE
                 AT END CONTINUE
                 NOT AT END
                    WRITE ASOF-RECORD FROM MASTER-RECORD
                    ADD 1 TO WS-COPIED-COUNT
              END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           CLOSE ASOF-FILE.
           MOVE WS-COPIED-COUNT TO WS-ASOF-COUNT.

           OPEN I-O ASOF-FILE.
           SET HST-SORT-MORE TO TRUE.
           SORT SORT-FILE ON DESCENDING KEY SORT-TIMESTAMP
                             DESCENDING KEY SORT-SEQ
              INPUT PROCEDURE IS 003A-SELECT-LATER-CHANGES
              OUTPUT PROCEDURE IS 003B-BACK-OUT-CHANGES.
           CLOSE ASOF-FILE.

      *> Bookings no change has touched since before the journal
      *> began are carried as they stand today; say where that
      *> horizon is so a moment older than it is read for what it
      *> is.
           MOVE "JOURNAL BEGINS" TO WS-HST-LBL-TEXT.
           MOVE WS-FIRST-JOURNAL-TS(1:14) TO WS-HST-LBL-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-HST-LABEL-LINE.
           MOVE "RECORDS ON LIVE MASTER" TO WS-TOT-LABEL.
           MOVE WS-COPIED-COUNT TO WS-TOT-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CHANGES BACKED OUT" TO WS-TOT-LABEL.
           MOVE WS-BACKED-OUT-COUNT TO WS-TOT-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "RECORDS AS OF" TO WS-TOT-LABEL.
           MOVE WS-ASOF-COUNT TO WS-TOT-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-TOTAL-LINE.

       003A-SELECT-LATER-CHANGES.
           MOVE 0 TO WS-JOURNAL-SEQ.
           MOVE "00" TO JOURNAL-FILE-STATUS.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JOURNAL-FILE-STATUS = "10"
              READ JOURNAL-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM 003C-NOTE-JOURNAL-ENTRY
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       003B-BACK-OUT-CHANGES.
           PERFORM UNTIL HST-SORT-DONE
              RETURN SORT-FILE
                 AT END SET HST-SORT-DONE TO TRUE
                 NOT AT END PERFORM 003D-BACK-OUT-ONE
              END-RETURN
           END-PERFORM.

       003C-NOTE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-SEQ.
           IF WS-JOURNAL-SEQ = 1
              MOVE MJR-TIMESTAMP TO WS-FIRST-JOURNAL-TS
           END-IF.
           IF MJR-TIMESTAMP NOT > WS-ASOF-TS
              EXIT PARAGRAPH
           END-IF.
           MOVE MJR-TIMESTAMP TO SORT-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ TO SORT-SEQ.
           MOVE MJR-BEFORE-IMAGE TO SORT-BEFORE-IMAGE.
           MOVE MJR-AFTER-IMAGE TO SORT-AFTER-IMAGE.
           RELEASE SORT-RECORD.

       003D-BACK-OUT-ONE.
           ADD 1 TO WS-BACKED-OUT-COUNT.
           IF SORT-BEFORE-IMAGE = SPACES
              MOVE SORT-AFTER-IMAGE(1:8) TO ASOF-BOOKING-REF
              DELETE ASOF-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SUBTRACT 1 FROM WS-ASOF-COUNT
              END-DELETE
           ELSE
              MOVE SORT-BEFORE-IMAGE TO ASOF-RECORD
              WRITE ASOF-RECORD
                 INVALID KEY REWRITE ASOF-RECORD
                 NOT INVALID KEY ADD 1 TO WS-ASOF-COUNT
              END-WRITE
           END-IF.
