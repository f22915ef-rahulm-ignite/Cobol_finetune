       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-JOURNAL.
       AUTHOR. ANNA KOSIERADZKA.

      *> Callable passenger master journal service. Every program
      *> that adds, changes, or deletes a MASTER-RECORD hands the
      *> before and after images here right after the keyed write,
      *> and this appends them, timestamped, to the journal -- so
      *> the manifest job, master maintenance, the reject repair,
      *> and the archival purge all leave the same trail. The file
      *> is opened and closed around each entry, so a job that ends
      *> abnormally never loses what it already journaled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD JOURNAL-FILE.
         01 JOURNAL-LINE PIC X(178).

       WORKING-STORAGE SECTION.
         01 JOURNAL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JOURNAL-FILENAME PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
         COPY MSTJRN01.

       PROCEDURE DIVISION USING MASTER-JOURNAL-RECORD.
       001-JOURNAL.
      *> Working storage survives between calls, so the file name is
      *> looked up on the first entry of the run only.
           IF WS-JOURNAL-FILENAME = SPACES
              ACCEPT WS-JOURNAL-FILENAME
                 FROM ENVIRONMENT "MASTER-JOURNAL"
              IF WS-JOURNAL-FILENAME = SPACES
                 MOVE "d5.masterjrnl" TO WS-JOURNAL-FILENAME
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:16) TO MJR-TIMESTAMP.
           IF MJR-AFTER-IMAGE NOT = SPACES
              MOVE MJR-AFTER-IMAGE(1:8) TO MJR-BOOKING-REF
           ELSE
              MOVE MJR-BEFORE-IMAGE(1:8) TO MJR-BOOKING-REF
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: MASTER JOURNAL UNAVAILABLE, STATUS="
                 JOURNAL-FILE-STATUS " BOOKING=" MJR-BOOKING-REF
              GOBACK
           END-IF.
           WRITE JOURNAL-LINE FROM MASTER-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           GOBACK.
