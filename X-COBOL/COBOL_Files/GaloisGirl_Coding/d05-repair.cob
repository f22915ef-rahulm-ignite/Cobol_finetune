            05 CMAP-LOW   PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-HIGH  PIC X(3).
            05 FILLER     PIC X(1).
            05 CMAP-MILES-FACTOR PIC X(3).

         FD MASTER-FILE.
         COPY PAXMST01.
       WORKING-STORAGE SECTION.
         COPY SEATRC01.
         COPY TRLREC01.
         COPY MSTJRN01.
         01 WS-RUN-ID PIC X(15) VALUE SPACES.
         01 WS-MAN-TRL-SEEN PIC 9 VALUE 0.
         01 WS-MAN-TRL-COUNT PIC 9(9) VALUE 0.
         01 WS-MAN-TRL-HASH PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
      *> Run ID on every master journal entry this run makes, in the
      *> manifest job's R-plus-timestamp form.
           MOVE "R" TO WS-RUN-ID(1:1).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID(2:14).

           ACCEPT WS-REJECTS-FILENAME FROM ENVIRONMENT "REJECTS-FILE".
           IF WS-REJECTS-FILENAME = SPACES
              MOVE "d5.rejects" TO WS-REJECTS-FILENAME

           IF MASTER-FILE-STATUS = "00"
              MOVE REJECTS-BOOKING-REF TO MASTER-BOOKING-REF
              READ MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO MASTER-MEMBER-NO
                    MOVE SPACE TO MASTER-STATUS
                    MOVE SPACES TO MJR-BEFORE-IMAGE
                 NOT INVALID KEY
                    MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE
              END-READ
              MOVE REJECTS-PASSENGER-NAME TO MASTER-PASSENGER-NAME
              MOVE WS-WORK-PASS TO MASTER-BOARDING-PASS
              MOVE SEAT-ID TO MASTER-SEAT-ID
              IF MASTER-STATUS NOT = "A"
                 MOVE "A" TO MASTER-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO MASTER-STATUS-DATE
              END-IF
              WRITE MASTER-RECORD
                 INVALID KEY REWRITE MASTER-RECORD
              END-WRITE
              PERFORM 003C-JOURNAL-MASTER
           END-IF.

      *> Same rules the manifest job applies, through the same shared
              WS-DECODE-FLAG, WS-DECODE-REASON.
           MOVE SEAT-ID-OUT TO SEAT-ID.

      *> Same journaling rule as the manifest job's upserts: add or
      *> change with the before image, nothing for an unchanged
      *> record.
       003C-JOURNAL-MASTER.
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
           MOVE "AOC-2020-05-RPR" TO MJR-PROGRAM.
           MOVE WS-RUN-ID TO MJR-RUN-ID.
           CALL "MASTER-JOURNAL" USING MASTER-JOURNAL-RECORD.

      *> Reads the manifest as it stands: verifies the last control
      *> trailer against the records actually present and keeps the
      *> totals as the base the post-append trailer builds on. A
