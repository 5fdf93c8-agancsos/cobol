000010*----------------------------------------------------------*
000020* RQSTREC - ON-REQUEST JOB QUEUE RECORD (RQSTQUE).          *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE QUEUED REQUEST FOR A     *
000100*                DAYTIME PROGRAM TO BE RUN BY NITEBATCH      *
000110*                AFTER THE SCHEDULED STEPS: THE PROGRAM, THE *
000120*                SELECTION CARD TO STAGE FOR IT, WHO ASKED   *
000130*                AND AT WHAT PRIORITY (1 IS RUN FIRST, 9     *
000140*                LAST). FILED BY RQSTADD, WHICH STAMPS THE   *
000150*                REQUEST NUMBER (FILING TIME) AND THE        *
000160*                BUSINESS DATE. NITEBATCH TAKES A REQUEST    *
000170*                OFF THE QUEUE ONCE IT HAS RUN OR BEEN       *
000180*                REJECTED; A REQUEST DEFERRED FOR LACK OF    *
000190*                WINDOW STAYS FOR THE NEXT NIGHT.            *
000200*----------------------------------------------------------*
000210 01  RQST-RECORD.
000220     05  RQST-ID                PIC 9(08).
000230     05  RQST-FILED-DATE        PIC 9(08).
000240     05  RQST-PROGRAM           PIC X(08).
000250     05  RQST-REQUESTER         PIC X(10).
000260     05  RQST-PRIORITY          PIC 9(01).
000270     05  RQST-CARD              PIC X(80).
000280     05  FILLER                 PIC X(05).
