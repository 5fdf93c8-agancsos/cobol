000010*----------------------------------------------------------*
000020* FISCREC - FISCAL CALENDAR RECORD (FISCCAL).               *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE FISCAL PERIOD PER CARD:  *
000100*                THE FISCAL YEAR, THE PERIOD WITHIN IT, THE  *
000110*                QUARTER IT BELONGS TO, AND ITS FIRST AND    *
000120*                LAST CALENDAR DATES IN THE SHOP'S DATEFLD   *
000130*                LAYOUT. PERIODS NEED NOT FOLLOW CALENDAR    *
000140*                MONTHS. THE LAST PERIOD OF A QUARTER, AND   *
000150*                OF A YEAR, IS THE ONE WITH THE LATEST END   *
000160*                DATE - NOTHING ELSE ON THE CARD MARKS IT.   *
000170*                READ BY THE GETFPER SERVICE ONLY.           *
000180*----------------------------------------------------------*
000190 01  FSC-RECORD.
000200     05  FSC-YEAR               PIC 9(04).
000210     05  FSC-PERIOD             PIC 9(02).
000220     05  FSC-QUARTER            PIC 9(01).
000230     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000240         ==:PREFIX:== BY ==FSC-START==.
000250     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
000260         ==:PREFIX:== BY ==FSC-END==.
000270     05  FILLER                 PIC X(57).
