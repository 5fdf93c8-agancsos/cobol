000010*----------------------------------------------------------*
000020* FPERLNK - FISCAL PERIOD LOOKUP RESULT (GETFPER).          *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. WHAT GETFPER RETURNS FOR A   *
000100*                DATE, COPIED BY THE SERVICE INTO ITS        *
000110*                LINKAGE SECTION AND BY EVERY CALLER INTO    *
000120*                WORKING-STORAGE: WHETHER THE FISCAL         *
000130*                CALENDAR COVERS THE DATE AT ALL, THE FISCAL *
000140*                YEAR, PERIOD AND QUARTER, THE PERIOD'S      *
000150*                FIRST AND LAST DATES, THE FIRST DATES OF    *
000160*                ITS QUARTER AND YEAR (FOR TO-DATE           *
000170*                ROLL-UPS), AND WHETHER THE DATE IS THE LAST *
000180*                DAY OF THE PERIOD, OF THE QUARTER, OR OF    *
000190*                THE YEAR. A DATE THE CALENDAR DOES NOT      *
000200*                COVER COMES BACK NOT FOUND WITH EVERYTHING  *
000210*                ELSE ZERO OR N.                             *
000220*----------------------------------------------------------*
000230 01  FPER-RESULT.
000240     05  FPER-FOUND-SW          PIC X(01).
000250         88  FPER-FOUND                   VALUE "Y".
000260     05  FPER-YEAR              PIC 9(04).
000270     05  FPER-PERIOD            PIC 9(02).
000280     05  FPER-QUARTER           PIC 9(01).
000290     05  FPER-START-DATE        PIC 9(08).
000300     05  FPER-END-DATE          PIC 9(08).
000310     05  FPER-QTR-START-DATE    PIC 9(08).
000320     05  FPER-YEAR-START-DATE   PIC 9(08).
000330     05  FPER-PERIOD-END-SW     PIC X(01).
000340         88  FPER-IS-PERIOD-END           VALUE "Y".
000350     05  FPER-QTR-END-SW        PIC X(01).
000360         88  FPER-IS-QTR-END              VALUE "Y".
000370     05  FPER-YEAR-END-SW       PIC X(01).
000380         88  FPER-IS-YEAR-END             VALUE "Y".
