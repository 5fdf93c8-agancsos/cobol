000010*----------------------------------------------------------*
000020* MDLVBREC - LEAVE BALANCE RECORD (MDLVBAL).                *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-09.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-09 AG  FIRST VERSION. ONE EMPLOYEE'S LEAVE FOR ONE *
000100*                CALENDAR YEAR, KEYED BY EMPLOYEE NUMBER AND *
000110*                YEAR, KEPT BY MDABSUP. THE VACATION AND     *
000120*                SICK ALLOWANCES ARE SET FROM THE MDLVPARM   *
000130*                CARD WHEN THE YEAR'S RECORD IS FIRST        *
000140*                CREATED AND NOT TOUCHED AGAIN, SO A LATER   *
000150*                CHANGE TO THE CARD DOES NOT REWRITE A YEAR  *
000160*                ALREADY UNDER WAY. DAYS TAKEN ARE BUSINESS  *
000170*                DAYS; AN ABSENCE THAT CROSSES NEW YEAR IS   *
000180*                CHARGED TO EACH YEAR FOR ITS OWN DAYS.      *
000190*                LEAVE OF ABSENCE HAS NO ALLOWANCE AND IS    *
000200*                ONLY COUNTED. THE BALANCE IS THE ALLOWANCE  *
000210*                LESS THE DAYS TAKEN.                        *
000220*----------------------------------------------------------*
000230 01  LVB-RECORD.
000240     05  LVB-KEY.
000250         10  LVB-EMPNO          PIC 9(06).
000260         10  LVB-YEAR           PIC 9(04).
000270     05  LVB-VAC-ALLOW          PIC 9(03).
000280     05  LVB-VAC-TAKEN          PIC 9(03).
000290     05  LVB-SICK-ALLOW         PIC 9(03).
000300     05  LVB-SICK-TAKEN         PIC 9(03).
000310     05  LVB-LOA-TAKEN          PIC 9(03).
000320     05  LVB-LAST-DATE          PIC 9(08).
000330     05  FILLER                 PIC X(47).
