000010*----------------------------------------------------------*
000020* TMPHLREC - SENSOR-HEALTH EXCEPTION RECORD (TMPHLTH).      *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-09-10.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-09-10 AG  FIRST VERSION. ONE RECORD PER READING THAT  *
000100*                TEMPCVT'S SENSOR-HEALTH CHECKS FLAGGED -    *
000110*                KEPT APART FROM THE RANGE EXCEPTIONS ON     *
000120*                TMPEXCP BECAUSE THE FOLLOW-UP IS A SENSOR   *
000130*                VISIT, NOT A DATA QUESTION. HLT-CHECK SAYS  *
000140*                WHICH TEST FIRED: 'S' A VALUE HELD FOR THE  *
000150*                STATION'S STUCK COUNT OF CONSECUTIVE        *
000160*                READINGS (HLT-RUN-LENGTH), 'R' A CHANGE     *
000170*                FROM THE STATION'S PREVIOUS READING FASTER  *
000180*                THAN ITS RATE LIMIT (HLT-RATE, DEGREES C    *
000190*                PER HOUR). TEMPERATURES ARE THE CALIBRATED  *
000200*                READING IN CELSIUS; THE PREVIOUS READING    *
000210*                MAY BE LAST NIGHT'S, FROM TMPHIST.          *
000220*----------------------------------------------------------*
000230 01  HEALTH-RECORD.
000240     05  HLT-STATION            PIC X(04).
000250     05  HLT-READING-DATE       PIC X(08).
000260     05  HLT-READING-TIME       PIC X(06).
000270     05  HLT-CHECK              PIC X(01).
000280         88  HLT-STUCK-SENSOR           VALUE "S".
000290         88  HLT-RATE-OF-CHANGE         VALUE "R".
000300     05  HLT-REASON             PIC X(20).
000310     05  HLT-TEMP-C             PIC S9(4)V9(3)
000320                                SIGN LEADING SEPARATE.
000330     05  HLT-PREV-TEMP-C        PIC S9(4)V9(3)
000340                                SIGN LEADING SEPARATE.
000350     05  HLT-PREV-DATE          PIC X(08).
000360     05  HLT-PREV-TIME          PIC X(06).
000370     05  HLT-RUN-LENGTH         PIC 9(03).
000380     05  HLT-RATE               PIC 9(4)V9(3).
000390     05  FILLER                 PIC X(01).
