000010*----------------------------------------------------------*
000020* MDSVCREC - SERVICE-PERIOD HISTORY RECORD (MDSVCHST).      *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-09-30.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-09-30 AG  FIRST VERSION. ONE CLOSED PERIOD OF         *
000100*                SERVICE, KEYED BY EMPLOYEE NUMBER AND       *
000110*                PERIOD NUMBER (1 = THE FIRST PERIOD         *
000120*                CLOSED). WRITTEN BY MULTIDCOB WHEN A REHIRE *
000130*                TRANSACTION REOPENS AN ENDED EMPLOYEE: THE  *
000140*                MASTER'S OLD START/END, TENURE, NAME AND    *
000150*                DEPARTMENT MOVE HERE, WITH THE RUN DATE AND *
000160*                OPERATOR THAT CLOSED THE PERIOD. THE        *
000170*                PERIOD'S DAYS ARE ALSO ADDED TO             *
000180*                MSTR-PRIOR-DAYS ON THE MASTER.              *
000190*----------------------------------------------------------*
000200 01  SVC-RECORD.
000210     05  SVC-KEY.
000220         10  SVC-EMPNO          PIC 9(06).
000230         10  SVC-PERIOD         PIC 9(02).
000240     05  SVC-NAME               PIC X(20).
000250     05  SVC-START              PIC 9(08).
000260     05  SVC-END                PIC 9(08).
000270     05  SVC-DURATION           PIC 9(06).
000280     05  SVC-DEPT               PIC X(04).
000290     05  SVC-CLOSED-DATE        PIC 9(08).
000300     05  SVC-OPER-ID            PIC X(03).
000310     05  FILLER                 PIC X(15).
