000010*----------------------------------------------------------*
000020* MSGCTREC - MESSAGE CATALOG RECORD (MSGCAT).               *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE SHARED LAYOUT FOR THE    *
000100*                HAND-EDITED MESSAGE CATALOG, COPIED BY THE  *
000110*                MESSAGE SUBROUTINE (SUBSUB) AND THE CATALOG *
000120*                AUDIT (MSGAUDIT) INSTEAD OF THE TWO HAND    *
000130*                COPIES. A KEY MAY NOW APPEAR ONCE PER       *
000140*                LANGUAGE: THE LANGUAGE CODE RIDES IN THE    *
000150*                LAST TWO COLUMNS, CARVED FROM THE END OF    *
000160*                THE TEXT (NOW 72 BYTES). A BLANK CODE IS    *
000170*                THE SHOP DEFAULT LANGUAGE (THE FIRST CARD   *
000180*                ON MSGLANG), SO A CATALOG WRITTEN BEFORE    *
000190*                LANGUAGES EXISTED READS AS THE DEFAULT      *
000200*                LANGUAGE UNCHANGED.                         *
000201* 2026-10-15 AG  KEYS BEGINNING L ARE LETTER TEMPLATES       *
000202*                (CAT-KEY-IS-LETTER): THE KEY REPEATS ONCE   *
000203*                PER LINE OF THE LETTER, IN CATALOG ORDER,   *
000204*                EVERY LINE CARRYING THE LETTER'S MESSAGE    *
000205*                NUMBER, AND A BLANK TEXT IS A BLANK LINE OF *
000206*                THE LETTER. SUBSUB FILLS THEIR NAMED FIELDS *
000207*                FROM MSGFLDS.                               *
000210*----------------------------------------------------------*
000220 01  CAT-RECORD.
000230     05  CAT-MSG-KEY            PIC X(02).
000232     05  CAT-MSG-KEY-R REDEFINES CAT-MSG-KEY.
000234         10  CAT-KEY-CLASS      PIC X(01).
000236             88  CAT-KEY-IS-LETTER      VALUE "L".
000238         10  FILLER             PIC X(01).
000240     05  CAT-MSG-NUMBER         PIC 9(04).
000250     05  CAT-MSG-TEXT           PIC X(72).
000260     05  CAT-MSG-LANG           PIC X(02).
