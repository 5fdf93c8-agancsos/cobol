000010*----------------------------------------------------------*
000020* BDREGREC - BUSINESS-DATE CHANGE REGISTER (BDATEREG).      *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE ATTEMPT TO MOVE THE      *
000100*                BUSINESS DATE (BUSNDATE), APPENDED BY       *
000110*                SETBDATE FOR EVERY CARD IT IS GIVEN AND BY  *
000120*                NITECTCH FOR EVERY DATE IT CATCHES UP, AND  *
000130*                LISTED FOR THE MORNING PACK BY BDREGRPT:    *
000140*                WHEN IT WAS TRIED (SYSTEM DATE AND TIME),   *
000150*                BY WHICH PROGRAM, THE DATE BEFORE AND THE   *
000160*                DATE ASKED FOR, THE OPERATOR, REASON CODE   *
000170*                AND OVERRIDE FLAG FROM THE CARD, WHETHER IT *
000180*                WAS ACCEPTED (A) OR REFUSED (R) AND WHY,    *
000190*                AND THE OPERATOR'S OWN NOTE. THE DATE       *
000200*                BEFORE IS ZERO WHEN THERE WAS NO BUSNDATE.  *
000210*----------------------------------------------------------*
000220 01  BDR-RECORD.
000230     05  BDR-LOG-DATE           PIC 9(08).
000240     05  BDR-LOG-TIME           PIC 9(08).
000250     05  BDR-PROGRAM            PIC X(08).
000260     05  BDR-OLD-DATE           PIC 9(08).
000270     05  BDR-NEW-DATE           PIC 9(08).
000280     05  BDR-OPERATOR           PIC X(03).
000290     05  BDR-REASON             PIC X(04).
000300     05  BDR-OVERRIDE           PIC X(01).
000310     05  BDR-OUTCOME            PIC X(01).
000320         88  BDR-ACCEPTED                 VALUE "A".
000330         88  BDR-REFUSED                  VALUE "R".
000340     05  BDR-MESSAGE            PIC X(30).
000350     05  BDR-NOTE               PIC X(30).
000360     05  FILLER                 PIC X(11).
