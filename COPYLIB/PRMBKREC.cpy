000010*----------------------------------------------------------*
000020* PRMBKREC - PRIME BLOCK MASTER RECORD (PRMBLOK).           *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-11.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-11 AG  FIRST VERSION. THE BLOCK ORGANIZATION OF    *
000100*                THE PRIME MASTER. EACH RECORD HOLDS ONE     *
000110*                FIXED BLOCK OF 1,000 CONSECUTIVE INTEGERS   *
000120*                AS A STRING OF PRIMALITY FLAGS, KEYED BY    *
000130*                BLOCK NUMBER - BLOCK N COVERS N*1000        *
000140*                THROUGH N*1000+999, AND FLAG I IS THE       *
000150*                NUMBER N*1000+I-1. A FLAG IS '1' FOR A      *
000160*                PRIME AND '0' OTHERWISE; FLAGS ABOVE THE    *
000170*                PRMHIWTR HIGH-WATER MARK ARE '0' AND MEAN   *
000180*                NOT YET SCANNED. THE PRIME COUNT IS THE     *
000190*                NUMBER OF '1' FLAGS, KEPT SO DENSITY AND    *
000200*                ACCUMULATED COUNTS NEED NOT RE-TALLY THE    *
000210*                FLAGS. ONE RECORD REPLACES THE DOZENS OF    *
000220*                PER-PRIME RECORDS PRMMAST HOLDS FOR THE     *
000230*                SAME STRETCH. THE ORGANIZATION IN FORCE IS  *
000240*                RECORDED ON PRMHIWTR AND SET BY PRMCONV.    *
000250*----------------------------------------------------------*
000260 01  PRMBLOK-RECORD.
000270     05  PB-BLOCK-NO            PIC 9(08).
000280     05  PB-PRIME-COUNT         PIC 9(04).
000290     05  PB-FLAGS.
000300         10  PB-FLAG            PIC X(01) OCCURS 1000 TIMES.
000310     05  FILLER                 PIC X(12).
