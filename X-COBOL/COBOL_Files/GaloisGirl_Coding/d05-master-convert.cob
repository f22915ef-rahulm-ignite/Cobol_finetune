       AUTHOR. ANNA KOSIERADZKA.

      *> One-time passenger-master conversion for the
      *> MASTER-MEMBER-NO widening of PAXMST01: a d5.master built on
      *> the old 51-byte layout will not open under the new FD at
      *> all, so this job reads it under the old layout, rewrites
      *> every record in the new one with the member number blank
      *> (no frequent-flyer link until maintenance supplies one),
      *> and swaps the converted file in, keeping the original as
      *> d5.master.preconv. Run once before the first post-widening
      *> run of any master-using job; running it against an
      *> already-converted master refuses cleanly because the
      *> old-layout open fails. (The earlier MASTER-STATUS-DATE
      *> conversion from 43 bytes has been run everywhere and is not
      *> repeated here.)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *> The master record exactly as it stood before the member
      *> number was added; this FD is the only place the old layout
      *> survives.
         FD OLD-MASTER-FILE.
         01 OLD-MASTER-RECORD.
            05 OLD-BOARDING-PASS  PIC X(10).
            05 OLD-SEAT-ID        PIC 9(4).
            05 OLD-STATUS         PIC X(1).
            05 OLD-STATUS-DATE    PIC 9(8).

         FD NEW-MASTER-FILE.
         COPY PAXMST01.
                 MOVE OLD-BOARDING-PASS TO MASTER-BOARDING-PASS
                 MOVE OLD-SEAT-ID TO MASTER-SEAT-ID
                 MOVE OLD-STATUS TO MASTER-STATUS
                 MOVE OLD-STATUS-DATE TO MASTER-STATUS-DATE
                 MOVE SPACES TO MASTER-MEMBER-NO
                 WRITE MASTER-RECORD
                 ADD 1 TO WS-CONVERTED-COUNT
           END-READ.
