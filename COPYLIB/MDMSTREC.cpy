000140*                CORRUPTED IMAGES BACK INTO THE ROSTER. THE  *
000150*                START/END DATE FIELDS MIRROR THE DATEFLD    *
000160*                SHAPE INLINE - A NESTED COPY WITH REPLACING *
000163*                IS NOT AVAILABLE INSIDE A COPY MEMBER.      *
000166* 2026-09-30 AG  ADDED MSTR-PRIOR-PERIODS AND                *
000170*                MSTR-PRIOR-DAYS FROM THE FILLER: THE NUMBER *
000171*                OF CLOSED SERVICE PERIODS BEFORE THE        *
000172*                CURRENT ONE AND THEIR TOTAL DAYS. A REHIRE  *
000173*                MOVES THE CLOSED PERIOD TO THE SERVICE      *
000174*                HISTORY (MDSVCHST, MDSVCREC) AND ADDS IT    *
000175*                HERE, SO CUMULATIVE SERVICE IS              *
000176*                MSTR-PRIOR-DAYS + MSTR-DURATION. RECORDS    *
000177*                WRITTEN BEFORE THE FIELDS EXISTED CARRY     *
000178*                SPACES - READERS TREAT A NON-NUMERIC VALUE  *
000179*                AS ZERO.                                    *
000180*----------------------------------------------------------*
000190 01  MASTER-RECORD.
000200     05  MSTR-EMPNO             PIC 9(06).
000320     05  MSTR-STATUS            PIC X(01).
000330         88  MSTR-IS-ACTIVE             VALUE "A".
000340         88  MSTR-IS-ENDED              VALUE "E".
000343     05  MSTR-PRIOR-PERIODS     PIC 9(02).
000346     05  MSTR-PRIOR-DAYS        PIC 9(06).
000350     05  FILLER                 PIC X(19).
