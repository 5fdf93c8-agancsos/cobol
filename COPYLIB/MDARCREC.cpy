000010*----------------------------------------------------------*
000020* MDARCREC - INACTIVE-EMPLOYEE ARCHIVE RECORD (MDRSTARC).   *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-08.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-08 AG  FIRST VERSION. ONE RECORD OF THE INDEXED    *
000100*                INACTIVE-EMPLOYEE ARCHIVE WRITTEN BY        *
000110*                MDPURGE: A LONG-ENDED EMPLOYEE'S MDMSTREC   *
000120*                RECORD MOVED OFF THE LIVE ROSTER BYTE FOR   *
000130*                BYTE, SO A RECORD CAN GO BACK (MDBACKOUT)   *
000140*                WITHOUT CONVERSION. ONLY THE TWO KEYS ARE   *
000150*                BROKEN OUT - ARCH-EMPNO (PRIME) AND         *
000160*                ARCH-NAME (ALTERNATE, WITH DUPLICATES); THE *
000170*                REST OF THE IMAGE IS READ THROUGH MDMSTREC. *
000180*                AN EMPLOYEE NUMBER ON THE ARCHIVE STAYS     *
000190*                RESERVED - MULTIDCOB REFUSES TO ADD IT TO   *
000200*                THE ROSTER AGAIN.                           *
000210*----------------------------------------------------------*
000220 01  ARCH-RECORD.
000230     05  ARCH-EMPNO             PIC 9(06).
000240     05  ARCH-NAME              PIC X(20).
000250     05  ARCH-DETAIL            PIC X(54).
