       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIS-VALIDATE.
       AUTHOR. ANNA KOSIERADZKA.

      *> Callable travel-document check, shared by the document
      *> maintenance program (as of the day it runs) and the manifest
      *> job's APIS export (as of the flight date), so a document is
      *> judged by one set of rules wherever it is looked at. Returns
      *> spaces in VALIDATE-REASON for a usable document, otherwise
      *> the first fault found.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 1.
         01 NUMBER-LENGTH UNSIGNED-INT VALUE 0.
         01 DATE-WORK PIC 9(8) VALUE 0.

       LINKAGE SECTION.
         COPY APSDOC01.
         01 VALIDATE-AS-OF PIC 9(8).
         01 VALIDATE-REASON PIC X(20).

       PROCEDURE DIVISION USING PASSENGER-DOCUMENT-RECORD,
           VALIDATE-AS-OF, VALIDATE-REASON.
       001-VALIDATE.
           MOVE SPACES TO VALIDATE-REASON.
           IF PDOC-BOOKING-REF = SPACES
              MOVE "NO BOOKING REF" TO VALIDATE-REASON
              GOBACK
           END-IF.
           IF NOT PDOC-TYPE-KNOWN
              MOVE "BAD DOCUMENT TYPE" TO VALIDATE-REASON
              GOBACK
           END-IF.

      *> Document numbers are letters and digits, left-justified, no
      *> embedded blanks: what the machine-readable zone carries.
           MOVE 0 TO NUMBER-LENGTH.
           PERFORM VARYING I FROM 15 BY -1 UNTIL I < 1
              IF NUMBER-LENGTH = 0 AND PDOC-DOC-NUMBER(I:1) NOT = SPACE
                 MOVE I TO NUMBER-LENGTH
              END-IF
           END-PERFORM.
           IF NUMBER-LENGTH < 5
              MOVE "BAD DOCUMENT NUMBER" TO VALIDATE-REASON
              GOBACK
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUMBER-LENGTH
              IF PDOC-DOC-NUMBER(I:1) IS NOT ALPHABETIC-UPPER AND
                 PDOC-DOC-NUMBER(I:1) IS NOT NUMERIC
                 MOVE "BAD DOCUMENT NUMBER" TO VALIDATE-REASON
              END-IF
              IF PDOC-DOC-NUMBER(I:1) = SPACE
                 MOVE "BAD DOCUMENT NUMBER" TO VALIDATE-REASON
              END-IF
           END-PERFORM.
           IF VALIDATE-REASON NOT = SPACES
              GOBACK
           END-IF.

           IF PDOC-NATIONALITY IS NOT ALPHABETIC-UPPER OR
              PDOC-NATIONALITY(3:1) = SPACE OR
              PDOC-NATIONALITY(1:1) = SPACE
              MOVE "BAD NATIONALITY" TO VALIDATE-REASON
              GOBACK
           END-IF.

           IF PDOC-BIRTH-DATE IS NOT NUMERIC
              MOVE "BAD BIRTH DATE" TO VALIDATE-REASON
              GOBACK
           END-IF.
           MOVE PDOC-BIRTH-DATE TO DATE-WORK.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-WORK) NOT = 0
              MOVE "BAD BIRTH DATE" TO VALIDATE-REASON
              GOBACK
           END-IF.
           IF DATE-WORK > VALIDATE-AS-OF
              MOVE "BIRTH DATE AHEAD" TO VALIDATE-REASON
              GOBACK
           END-IF.

      *> A document must still be valid on the day it is used; one
      *> expiring that very day is accepted.
           IF PDOC-EXPIRY-DATE IS NOT NUMERIC
              MOVE "BAD EXPIRY DATE" TO VALIDATE-REASON
              GOBACK
           END-IF.
           MOVE PDOC-EXPIRY-DATE TO DATE-WORK.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-WORK) NOT = 0
              MOVE "BAD EXPIRY DATE" TO VALIDATE-REASON
              GOBACK
           END-IF.
           IF DATE-WORK < VALIDATE-AS-OF
              MOVE "DOCUMENT EXPIRED" TO VALIDATE-REASON
              GOBACK
           END-IF.

           IF NOT PDOC-GENDER-KNOWN
              MOVE "BAD GENDER" TO VALIDATE-REASON
           END-IF.
           GOBACK.
