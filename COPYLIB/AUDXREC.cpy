000010*----------------------------------------------------------*
000020* AUDXREC - INDEXED AUDIT STORE RECORD (AUDINDEX).          *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. KEYED COMPANION TO THE       *
000100*                SEQUENTIAL AUDIT FILE SO THE READERS CAN GO *
000110*                STRAIGHT TO THE ENTRIES THEY WANT INSTEAD   *
000120*                OF PASSING AUDITLOG (AND THE AUDARCH        *
000130*                ARCHIVES) END TO END. EACH RECORD CARRIES   *
000140*                ONE AUDITLOG ENTRY (AUDITREC IMAGE,         *
000150*                UNCHANGED) BEHIND TWO KEYS: THE PRIMARY KEY *
000160*                IS PROGRAM, RUN DATE, RUN IDENTIFIER AND A  *
000170*                SEQUENCE NUMBER THAT KEEPS TWO ENTRIES FOR  *
000180*                THE SAME PROGRAM IN THE SAME ATTEMPT APART; *
000190*                THE ALTERNATE KEY (DUPLICATES ALLOWED, HELD *
000200*                IN THE ORDER WRITTEN) IS RUN DATE AND RUN   *
000210*                IDENTIFIER, FOR THE NIGHTLY READERS THAT    *
000220*                WANT ONE ATTEMPT'S ENTRIES. AN ENTRY WITH A *
000230*                MISSING RUN DATE OR RUN IDENTIFIER IS KEYED *
000240*                AS ZERO. WRITTEN BY AUDXPOST AS EACH ENTRY  *
000250*                IS APPENDED TO AUDITLOG AND REBUILT BY      *
000260*                AUDXBLD; AUDITLOG STAYS THE SYSTEM OF       *
000270*                RECORD.                                     *
000280*----------------------------------------------------------*
000290 01  AUDX-RECORD.
000300     05  AUDX-KEY.
000310         10  AUDX-PROGRAM-ID    PIC X(10).
000320         10  AUDX-RUN-DATE      PIC 9(08).
000330         10  AUDX-RUN-ID        PIC 9(04).
000340         10  AUDX-SEQ           PIC 9(04).
000350     05  AUDX-DATE-KEY.
000360         10  AUDX-DK-RUN-DATE   PIC 9(08).
000370         10  AUDX-DK-RUN-ID     PIC 9(04).
000380     05  AUDX-ENTRY             PIC X(100).
000390     05  FILLER                 PIC X(12).
