            05 HIST-STATUS         PIC X(1).
            05 HIST-SEP5           PIC X(1).
            05 HIST-STATUS-DATE    PIC 9(8).
            05 HIST-SEP6           PIC X(1).
            05 HIST-MEMBER-NO      PIC X(10).

         FD ARCHIVE-REPORT-FILE.
         01 ARCHIVE-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
         COPY MSTJRN01.
         01 WS-RUN-ID PIC X(15) VALUE SPACES.
         01 MASTER-FILE-STATUS PIC X(2) VALUE "00".
         01 HISTORY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-HISTORY-FILENAME PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       001-MAIN.
      *> Run ID on every master journal entry this run makes, in the
      *> manifest job's R-plus-timestamp form.
           MOVE "R" TO WS-RUN-ID(1:1).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID(2:14).

      *> Retention window in days; cancellations younger than it stay
      *> on the live master. Same trailing-space tolerance the
      *> manifest job's env parameters get.
              EXIT PARAGRAPH
           END-IF.

      *> The record comes off the master first: one the delete
      *> leaves in place is kept, and neither journaled nor moved
      *> to history. DELETE leaves the record area as it was read.
      *> The file is read sequentially, so the outcome is in the
      *> file status rather than an INVALID KEY.
           MOVE MASTER-RECORD TO MJR-BEFORE-IMAGE.
           DELETE MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
              DISPLAY "PURGE FAILED, KEPT: " MASTER-BOOKING-REF
                 " STATUS=" MASTER-FILE-STATUS
              ADD 1 TO WS-KEPT-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
           SET MJR-DELETE TO TRUE.
           MOVE SPACES TO MJR-AFTER-IMAGE.
           MOVE "AOC-2020-05-ARC" TO MJR-PROGRAM.
           MOVE WS-RUN-ID TO MJR-RUN-ID.
           CALL "MASTER-JOURNAL" USING MASTER-JOURNAL-RECORD.

           MOVE MASTER-BOOKING-REF TO HIST-BOOKING-REF.
           MOVE SPACE TO HIST-SEP1.
           MOVE MASTER-PASSENGER-NAME TO HIST-PASSENGER-NAME.
           MOVE MASTER-STATUS TO HIST-STATUS.
           MOVE SPACE TO HIST-SEP5.
           MOVE MASTER-STATUS-DATE TO HIST-STATUS-DATE.
           MOVE SPACE TO HIST-SEP6.
           MOVE MASTER-MEMBER-NO TO HIST-MEMBER-NO.
           WRITE HISTORY-RECORD.

           MOVE MASTER-BOOKING-REF TO WS-ARC-DET-BOOK.
           MOVE MASTER-PASSENGER-NAME TO WS-ARC-DET-NAME.
           MOVE MASTER-STATUS-DATE TO WS-ARC-DET-DATE.
           WRITE ARCHIVE-REPORT-LINE FROM WS-ARC-DETAIL.
