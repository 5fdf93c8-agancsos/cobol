000010*----------------------------------------------------------*
000020* MSGLGREC - MESSAGE LANGUAGE CARD (MSGLANG).               *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE CARD PER LANGUAGE THE    *
000100*                SHOP SERVES OPERATOR MESSAGES IN, BY        *
000110*                TWO-BYTE CODE (EN, FR, ...) WITH A          *
000120*                DESCRIPTIVE NAME. THE FIRST CARD IS THE     *
000130*                SHOP DEFAULT LANGUAGE, USED WHEN A CALLER   *
000140*                ASKS FOR NONE AND AS THE FALLBACK WHEN A    *
000150*                TRANSLATION IS MISSING; WITHOUT THE FILE    *
000160*                THE SHOP RUNS IN ENGLISH (EN) ONLY. READ BY *
000170*                SUBSUB AND BY MSGAUDIT, WHICH CHECKS EVERY  *
000180*                KEY IS TRANSLATED INTO EVERY LANGUAGE       *
000190*                LISTED HERE.                                *
000200*----------------------------------------------------------*
000210 01  LANG-RECORD.
000220     05  LANG-CODE              PIC X(02).
000230     05  FILLER                 PIC X(01).
000240     05  LANG-NAME              PIC X(20).
000250     05  FILLER                 PIC X(57).
