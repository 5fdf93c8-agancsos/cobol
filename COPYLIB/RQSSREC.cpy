000010*----------------------------------------------------------*
000020* RQSSREC - ON-REQUEST JOB STATUS RECORD (RQSTSTAT).        *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. WHAT BECAME OF ONE QUEUED    *
000100*                REQUEST ON ONE NIGHT, APPENDED BY NITEBATCH *
000110*                AND REPORTED BY RQSTRPT: RAN CLEAN (C), RAN *
000120*                AND ENDED WITH A NONZERO RETURN CODE (F),   *
000130*                DEFERRED TO THE NEXT NIGHT (D) OR REJECTED  *
000140*                (R), WITH THE RETURN CODE, START AND END    *
000150*                TIMES AND A SHORT REASON. A REQUEST         *
000160*                DEFERRED FOR SEVERAL NIGHTS HAS ONE RECORD  *
000170*                PER NIGHT.                                  *
000180*----------------------------------------------------------*
000190 01  RQSS-RECORD.
000200     05  RQSS-RUN-DATE          PIC 9(08).
000210     05  RQSS-RUN-ID            PIC 9(04).
000220     05  RQSS-REQUEST-ID        PIC 9(08).
000230     05  RQSS-FILED-DATE        PIC 9(08).
000240     05  RQSS-PROGRAM           PIC X(08).
000250     05  RQSS-REQUESTER         PIC X(10).
000260     05  RQSS-PRIORITY          PIC 9(01).
000270     05  RQSS-OUTCOME           PIC X(01).
000280         88  RQSS-COMPLETED               VALUE "C".
000290         88  RQSS-FAILED                  VALUE "F".
000300         88  RQSS-DEFERRED                VALUE "D".
000310         88  RQSS-REJECTED                VALUE "R".
000320     05  RQSS-RETURN-CODE       PIC 9(04).
000330     05  RQSS-START-TIME        PIC 9(08).
000340     05  RQSS-END-TIME          PIC 9(08).
000350     05  RQSS-ELAPSED           PIC 9(07).
000360     05  RQSS-REASON            PIC X(30).
000370     05  FILLER                 PIC X(15).
