000010*----------------------------------------------------------*
000020* MMGRPREC - MINMAX GROUP MASTER RECORD (MMGROUP).          *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. ONE SHARED LAYOUT FOR THE    *
000100*                INDEXED MINMAX GROUP MASTER, COPIED BY THE  *
000110*                BUILDER (MMGRPMT) AND THE VALIDATING READER *
000120*                (MINMAX). EACH ENTRY IS EITHER A READING    *
000130*                GROUP (TYPE 'G', THE KEY MMVALUES RECORDS   *
000140*                CARRY) OR A CATEGORY (TYPE 'C') THAT GROUPS *
000150*                AND OTHER CATEGORIES ROLL UP INTO. THE      *
000160*                ACTIVE FLAG IS 'A' OR 'I' - A READING FOR A *
000170*                GROUP THAT IS UNKNOWN, INACTIVE OR A        *
000180*                CATEGORY IS REJECTED. GRP-PARENT IS THE     *
000190*                CATEGORY THIS ENTRY ROLLS UP INTO (BLANK AT *
000200*                THE TOP); MMGRPMT REFUSES A TREE WITH AN    *
000210*                UNKNOWN PARENT, A PARENT THAT IS NOT A      *
000220*                CATEGORY, OR A CYCLE.                       *
000230*----------------------------------------------------------*
000240 01  GRP-RECORD.
000250     05  GRP-CODE               PIC X(10).
000260     05  GRP-DESC               PIC X(30).
000270     05  GRP-TYPE               PIC X(01).
000280         88  GRP-IS-GROUP               VALUE "G".
000290         88  GRP-IS-CATEGORY            VALUE "C".
000300     05  GRP-ACTIVE             PIC X(01).
000310         88  GRP-IS-ACTIVE              VALUE "A".
000320         88  GRP-IS-INACTIVE            VALUE "I".
000330     05  GRP-PARENT             PIC X(10).
000340     05  FILLER                 PIC X(28).
