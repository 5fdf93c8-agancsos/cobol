000010*----------------------------------------------------------*
000020* MSGFLDS - NAMED SUBSTITUTION FIELDS FOR SUBSUB.           *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. THE SIXTH ARGUMENT TO THE    *
000100*                MESSAGE SUBROUTINE (SUBSUB), FOR THE        *
000110*                MULTI-LINE LETTER TEMPLATES ON MSGCAT (KEYS *
000120*                BEGINNING L). THE CALLER SETS THE LINE      *
000130*                WANTED AND THE FIELD VALUES; SUBSUB RETURNS *
000140*                THAT LINE WITH &NAME, &EMPNO, &DEPT, &MGR,  *
000150*                &START AND &TENURE FILLED IN (LEADING AND   *
000160*                TRAILING SPACES DROPPED), WHETHER ANOTHER   *
000170*                LINE FOLLOWS, AND, WHEN A FIELD THE LINE    *
000180*                USES IS BLANK, ITS NAME WITH STATUS 91.     *
000190*                CALLERS THAT ONLY SEND ONE-LINE MESSAGES    *
000200*                PASS IT UNTOUCHED.                          *
000210*----------------------------------------------------------*
000220 01  MSGF-FIELDS.
000230     05  MSGF-LINE-NUMBER       PIC 9(03).
000240     05  MSGF-MORE-SW           PIC X(01).
000250         88  MSGF-MORE-LINES            VALUE "Y".
000260     05  MSGF-MISSING-FIELD     PIC X(08).
000270     05  MSGF-EMPNO             PIC X(06).
000280     05  MSGF-NAME              PIC X(20).
000290     05  MSGF-DEPT-NAME         PIC X(20).
000300     05  MSGF-MANAGER           PIC X(20).
000310     05  MSGF-START             PIC X(10).
000320     05  MSGF-TENURE            PIC X(09).
