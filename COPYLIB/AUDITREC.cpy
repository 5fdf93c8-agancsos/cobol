000110*                FILE (AUDITLOG) ON COMPLETION SO THE NIGHTLY*
000120*                RUN LEAVES A SINGLE PLACE TO CONFIRM WHAT   *
000130*                RAN, WHEN, AND HOW MANY RECORDS IT TOUCHED. *
000131* 2026-08-09 AG  CORRECTED FILLER WIDTH - THE RECORD SUMMED   *
000132*                TO 78 BYTES AGAINST THE 80-BYTE RECORD       *
000133*                CONTAINS DECLARED AT EVERY CALL SITE.        *
000134* 2026-08-22 AG  ADDED THE FOO/BAR/FOOBAR DISTRIBUTION COUNTS *
000135*                FOOBAR NOW REPORTS WITH ITS ENTRY. ONLY      *
000136*                FOOBAR FILLS THEM; EVERY OTHER WRITER LEAVES *
000138*                THEM AS SPACES, SO READERS TEST THEM NUMERIC.*
000139* 2026-08-22 AG  ADDED READ/WRITTEN/REJECTED COUNTS SO EVERY  *
000141*                STEP REPORTS ITS INPUT-TO-OUTPUT BALANCE AND  *
000154*                (OR BY A STANDALONE RUN OUTSIDE THE DRIVER)  *
000155*                CARRY SPACES OR ZERO - READERS TEST NUMERIC  *
000156*                AND TREAT THEM AS ATTEMPT ZERO.              *
000157* 2026-10-15 AG  ADDED THE FEED QUALITY FIELDS, CARVED FROM   *
000158*                THE FILLER, FOR THE MONTHLY FEED SCORECARD   *
000159*                (FEEDSCOR). THE READER OF EACH SUPPLIER FEED *
000160*                (FOOBAR FOR FOOBNUMS, MINMAX FOR MMVALUES,   *
000161*                TEMPCVT FOR TMPREAD, MULTIDCOB FOR MDROSTXN) *
000162*                NOW RECORDS WHETHER THE FEED'S CONTROL       *
000163*                TRAILER AGREED (G) OR NOT (B), HOW MANY FEED *
000164*                RECORDS IT RECEIVED AND HOW MANY IT          *
000165*                REJECTED. EVERY OTHER WRITER, AND EVERY      *
000166*                ENTRY WRITTEN BEFORE THIS CHANGE, LEAVES     *
000167*                THEM AS SPACES.                              *
000168*----------------------------------------------------------*
000169 01  AUDIT-RECORD.
000170     05  AUD-PROGRAM-ID         PIC X(10).
000171     05  AUD-RUN-DATE           PIC 9(08).
000180     05  AUD-RUN-TIME           PIC 9(08).
000190     05  AUD-RECORD-COUNT       PIC 9(09).
000200     05  AUD-COMPLETION-STATUS  PIC X(02).
000238     05  AUD-BAR-COUNT          PIC 9(05).
000239     05  AUD-FOOBAR-COUNT       PIC 9(05).
000240     05  AUD-RUN-ID             PIC 9(04).
000250     05  AUD-FEED-TRAILER       PIC X(01).
000260         88  AUD-FEED-TRAILER-OK        VALUE "G".
000270         88  AUD-FEED-TRAILER-BAD       VALUE "B".
000280     05  AUD-FEED-READ          PIC 9(07).
000290     05  AUD-FEED-REJECTS       PIC 9(07).
000300     05  FILLER                 PIC X(02).
