000010*----------------------------------------------------------*
000020* TMPCLREC - STATION CALIBRATION MASTER RECORD (TMPCALIB).  *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-09-08.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-09-08 AG  FIRST VERSION. ONE SHARED LAYOUT FOR THE    *
000100*                INDEXED CALIBRATION MASTER, COPIED BY THE   *
000110*                MAINTENANCE UTILITY (TMPCALMT), THE LOOKUP  *
000120*                SERVICE (TMPCALLK) AND THE HISTORY LISTING  *
000130*                (TMPCALHS). THE KEY IS THE STATION CODE     *
000140*                (TMPSNREC STN-CODE) PLUS THE DATE THE       *
000150*                FACTOR TAKES EFFECT, SO A STATION KEEPS     *
000160*                EVERY FACTOR IT HAS EVER HAD AND THE ONE IN *
000170*                FORCE ON A DATE IS THE LATEST ENTRY AT OR   *
000180*                BEFORE IT. CALIBRATED = RAW * MULTIPLIER +  *
000190*                OFFSET, IN THE READING'S OWN INPUT SCALE.   *
000200*                THE EFFECTIVE DATE MIRRORS THE DATEFLD      *
000210*                SHAPE INLINE - A NESTED COPY WITH REPLACING *
000220*                IS NOT AVAILABLE INSIDE A COPY MEMBER.      *
000230*----------------------------------------------------------*
000240 01  CALIB-RECORD.
000250     05  CAL-KEY.
000260         10  CAL-STATION        PIC X(04).
000270         10  CAL-EFF-DATE.
000280             15  CAL-EFF-DATE-CCYY PIC 9(4).
000290             15  CAL-EFF-DATE-MM   PIC 9(2).
000300             15  CAL-EFF-DATE-DD   PIC 9(2).
000310     05  CAL-OFFSET             PIC S9(3)V9(3)
000320                                SIGN LEADING SEPARATE.
000330     05  CAL-MULTIPLIER         PIC 9(1)V9(4).
000340     05  CAL-ENTERED-DATE       PIC 9(08).
000350     05  CAL-REFERENCE          PIC X(20).
000360     05  FILLER                 PIC X(28).
