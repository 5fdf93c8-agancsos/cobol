000180*                A RERUN OF THIS UTILITY. A CARD WITH A      *
000190*                BLANK CODE OR A BAD ACTIVE FLAG IS          *
000200*                REPORTED AND SKIPPED.                       *
000201* 2026-09-10 AG  THE SEED CARD CARRIES TWO MORE COLUMNS      *
000202*                AFTER THE ACTIVE FLAG - THE STATION'S       *
000203*                STUCK-READING COUNT (3 DIGITS) AND MAXIMUM  *
000204*                RATE OF CHANGE (DEGREES C PER HOUR, 999V999 *
000205*                UNSIGNED) FOR TEMPCVT'S SENSOR-HEALTH       *
000206*                CHECKS. BLANK COLUMNS LOAD AS ZERO, MEANING *
000207*                THE SHOP DEFAULT; ANYTHING ELSE NOT NUMERIC *
000208*                MAKES THE CARD BAD.                         *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000390     05  SEED-DESC              PIC X(20).
000400     05  SEED-LOCATION          PIC X(20).
000410     05  SEED-ACTIVE            PIC X(01).
000411     05  SEED-STUCK-COUNT       PIC 9(03).
000412     05  SEED-STUCK-COUNT-X REDEFINES SEED-STUCK-COUNT
000413                                PIC X(03).
000414     05  SEED-MAX-RATE          PIC 9(3)V9(3).
000415     05  SEED-MAX-RATE-X REDEFINES SEED-MAX-RATE
000416                                PIC X(06).
000420     05  FILLER                 PIC X(26).
000430 FD  STATION-FILE
000440     RECORD CONTAINS 80 CHARACTERS.
000450     COPY TMPSNREC.
000750         DISPLAY 'TMPSTNMT: BAD STATION CARD "' SEED-CODE
000760             '" - SKIPPED'
000770         ADD 1 TO WS-SKIPPED-COUNT
000775         GO TO 0010-NEXT-CARD.
000780     IF SEED-STUCK-COUNT-X = SPACES
000781         MOVE ZEROS TO SEED-STUCK-COUNT-X.
000782     IF SEED-MAX-RATE-X = SPACES
000783         MOVE ZEROS TO SEED-MAX-RATE-X.
000784     IF SEED-STUCK-COUNT NOT NUMERIC
000785         OR SEED-MAX-RATE NOT NUMERIC
000786         DISPLAY 'TMPSTNMT: BAD HEALTH LIMITS ON CARD "'
000787             SEED-CODE '" - SKIPPED'
000788         ADD 1 TO WS-SKIPPED-COUNT
000789         GO TO 0010-NEXT-CARD.
000790     MOVE SPACES TO STATION-RECORD.
000800     MOVE SEED-CODE TO STN-CODE.
000810     MOVE SEED-DESC TO STN-DESC.
000820     MOVE SEED-LOCATION TO STN-LOCATION.
000830     MOVE SEED-ACTIVE TO STN-ACTIVE.
000833     MOVE SEED-STUCK-COUNT TO STN-STUCK-COUNT.
000836     MOVE SEED-MAX-RATE TO STN-MAX-RATE.
000840     WRITE STATION-RECORD
000850         INVALID KEY
000860             DISPLAY 'TMPSTNMT: DUPLICATE STATION CODE '
