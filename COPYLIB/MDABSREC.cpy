000010*----------------------------------------------------------*
000020* MDABSREC - EMPLOYEE ABSENCE HISTORY RECORD (MDABSHST).    *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-09.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-09 AG  FIRST VERSION. ONE RECORDED ABSENCE, KEYED  *
000100*                BY EMPLOYEE NUMBER AND FIRST DAY OF         *
000110*                ABSENCE, WRITTEN BY MDABSUP FROM THE HR     *
000120*                ABSENCE FEED (MDABSTXN). CARRIES THE        *
000130*                ABSENCE TYPE (V VACATION, S SICK, L LEAVE   *
000140*                OF ABSENCE), THE LAST DAY, THE BUSINESS     *
000150*                DAYS IT COST (ADDBDAYS CALENDAR), THE       *
000160*                EMPLOYEE'S DEPARTMENT WHEN IT WAS RECORDED  *
000170*                - SO THE MONTHLY REPORT (MDABSRPT) STAYS    *
000180*                RIGHT AFTER A TRANSFER - AND THE OPERATOR   *
000190*                AND RUN DATE THAT RECORDED IT. MDSNAPS      *
000200*                READS IT FOR LEAVES OF ABSENCE IN FORCE.    *
000210*----------------------------------------------------------*
000220 01  ABS-RECORD.
000230     05  ABS-KEY.
000240         10  ABS-EMPNO          PIC 9(06).
000250         10  ABS-FROM           PIC 9(08).
000260     05  ABS-TO                 PIC 9(08).
000270     05  ABS-TYPE               PIC X(01).
000280         88  ABS-IS-VACATION            VALUE "V".
000290         88  ABS-IS-SICK                VALUE "S".
000300         88  ABS-IS-LEAVE               VALUE "L".
000310     05  ABS-BUS-DAYS           PIC 9(04).
000320     05  ABS-DEPT               PIC X(04).
000330     05  ABS-OPER-ID            PIC X(03).
000340     05  ABS-RECORDED           PIC 9(08).
000350     05  FILLER                 PIC X(38).
