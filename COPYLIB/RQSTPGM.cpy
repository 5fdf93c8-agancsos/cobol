000010*----------------------------------------------------------*
000020* RQSTPGM - PROGRAMS THAT MAY BE QUEUED ON REQUEST.         *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-15.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-15 AG  FIRST VERSION. THE DAYTIME INQUIRY AND      *
000100*                EXTRACT PROGRAMS THAT RQSTADD WILL FILE AND *
000110*                NITEBATCH WILL RUN FROM THE REQUEST QUEUE,  *
000120*                EACH WITH THE NAME OF THE SELECTION CARD    *
000130*                FILE NITEBATCH STAGES THE REQUEST'S CARD    *
000140*                INTO (BLANK WHEN THE PROGRAM TAKES NO       *
000150*                CARD). UPDATE PROGRAMS AND ANYTHING WHOSE   *
000160*                OUTPUT IS A MORNING PACK SECTION ARE        *
000170*                DELIBERATELY NOT ON THE LIST. TO ADD A      *
000180*                PROGRAM, ADD A FILLER LINE AND RAISE THE    *
000190*                OCCURS AND RQPG-COUNT TOGETHER.             *
000200*----------------------------------------------------------*
000210 01  RQPG-VALUES.
000220     05  FILLER                 PIC X(16)
000230         VALUE 'AUDRPT  AUDRSEL '.
000240     05  FILLER                 PIC X(16)
000250         VALUE 'MDABSRPT        '.
000260     05  FILLER                 PIC X(16)
000270         VALUE 'MDASOF  MDASPARM'.
000280     05  FILLER                 PIC X(16)
000290         VALUE 'MDEXTRT MDXSEL  '.
000300     05  FILLER                 PIC X(16)
000310         VALUE 'MDJRNRPT        '.
000320     05  FILLER                 PIC X(16)
000330         VALUE 'MDMILES MDMSPARM'.
000340     05  FILLER                 PIC X(16)
000350         VALUE 'MDORGRPT        '.
000360     05  FILLER                 PIC X(16)
000370         VALUE 'MMTRDRPTMMTRPARM'.
000380     05  FILLER                 PIC X(16)
000390         VALUE 'PRMINQ  PRMINQIN'.
000400     05  FILLER                 PIC X(16)
000410         VALUE 'TMPEXTRTTMPXPARM'.
000420     05  FILLER                 PIC X(16)
000430         VALUE 'TMPINQ  TMPINQIN'.
000440     05  FILLER                 PIC X(16)
000450         VALUE 'WEEKOPS         '.
000460 01  RQPG-TABLE REDEFINES RQPG-VALUES.
000470     05  RQPG-ENTRY OCCURS 12 TIMES.
000480         10  RQPG-PROGRAM       PIC X(08).
000490         10  RQPG-CARD-NAME     PIC X(08).
000500 01  RQPG-COUNT                 PIC 9(02) VALUE 12.
