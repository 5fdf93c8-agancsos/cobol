000010*----------------------------------------------------------*
000020* MDHCAREC - AUTHORIZED HEADCOUNT CARD (MDHCAUTH).          *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-07.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-07 AG  FIRST VERSION. ONE AUTHORIZED-HEADCOUNT     *
000100*                CARD: THE HEADCOUNT FINANCE HAS APPROVED    *
000110*                FOR A DEPARTMENT FROM AN EFFECTIVE DATE ON, *
000120*                WITH FINANCE'S APPROVAL REFERENCE. A        *
000130*                DEPARTMENT MAY HAVE SEVERAL CARDS SO A      *
000140*                BUDGET CHANGE CAN BE KEYED AHEAD OF TIME;   *
000150*                THE CARD IN FORCE ON A BUSINESS DATE IS THE *
000160*                ONE WITH THE LATEST EFFECTIVE DATE NOT      *
000170*                AFTER IT (THE LATER CARD IN THE FILE WHEN   *
000180*                TWO SHARE A DATE). A DEPARTMENT WITH NO     *
000190*                CARD IN FORCE HAS NO BUDGET AND IS NOT      *
000200*                CHECKED. READ BY MULTIDCOB (OVER-HIRE       *
000210*                WARNINGS) AND MDHCVAR (VARIANCE REPORT).    *
000220*----------------------------------------------------------*
000230 01  HCA-RECORD.
000240     05  HCA-DEPT               PIC X(04).
000250     05  HCA-EFF-DATE           PIC 9(08).
000260     05  HCA-AUTH-COUNT         PIC 9(05).
000270     05  HCA-APPROVAL-REF       PIC X(10).
000280     05  FILLER                 PIC X(53).
