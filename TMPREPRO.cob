000248*                NOW TAKES FROM THE TMPREAD FEED. BLANK ON   *
000249*                REJECTS WRITTEN BEFORE THE FEED CARRIED     *
000250*                THE STAMP.                                  *
000251* 2026-09-08 AG  CORRECTED READINGS ARE CALIBRATED THROUGH   *
000252*                THE SAME TMPCALLK SERVICE TEMPCVT USES      *
000253*                BEFORE THEY CONVERT, AND THEIR HISTORY      *
000254*                RECORDS CARRY THE SAME RAW VALUE AND        *
000255*                FACTOR TRAIL, SO A REPROCESSED READING IS   *
000256*                ADJUSTED EXACTLY AS IT WOULD HAVE BEEN THE  *
000257*                FIRST TIME.                                 *
000258* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000259*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000260*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000261*                THE READERS CAN FIND IT BY KEY.             *
000262*----------------------------------------------------------*
000263 ENVIRONMENT DIVISION.
000264 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT REJECT-FILE ASSIGN TO "TMPREJ"
000290         ORGANIZATION IS LINE SEQUENTIAL
000428     SELECT PARM-FILE ASSIGN TO "TMPPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000432         FILE STATUS IS WS-PARM-STATUS.
000436 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REJECT-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000868     05  PARM-HIGH-RANGE        PIC S9(4)V9(3)
000870                                SIGN LEADING SEPARATE.
000872     05  FILLER                 PIC X(64).
000874 WORKING-STORAGE SECTION.
000876 01  WS-REJECT-STATUS           PIC X(02) VALUE "00".
000880     88  WS-REJECT-OK                     VALUE "00".
000890     88  WS-REJECT-EOF                    VALUE "10".
000900 01  WS-CORR-STATUS             PIC X(02) VALUE "00".
001228 01  WS-EXCEPTION-REASON        PIC X(20).
001229 01  WS-EXC-COUNT               PIC 9(09) VALUE 0.
001230 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001231 01  WS-RAW-TEMP                PIC S9(4)V9(3) VALUE 0.
001232 01  WS-CAL-TEMP                PIC S9(4)V9(3) VALUE 0.
001233 01  WS-CAL-OFFSET              PIC S9(3)V9(3) VALUE 0.
001234 01  WS-CAL-MULT                PIC 9(1)V9(4) VALUE 1.
001235 01  WS-CAL-EFF-DATE            PIC 9(08) VALUE 0.
001236 01  WS-CAL-RDG-DATE            PIC 9(08) VALUE 0.
001237 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
001255     PERFORM 1100-READ-RANGE-PARM THRU 1100-EXIT.
001347     CLOSE PARM-FILE.
001348 1100-EXIT.
001349     EXIT.
001352*----------------------------------------------------------*
001355* 1000-LOAD-CORRECTIONS - LOAD THE CORRECTIONS CARD FILE    *
001360* INTO A SMALL TABLE KEYED BY THE REJECT SEQUENCE NUMBER.   *
001370* NO CARD FILE MEANS EVERY REJECT GOES TO THE RESIDUAL.     *
001380*----------------------------------------------------------*
002430* CONVERSION TEMPCONVERT USES, THEN ONE HISTORY RECORD      *
002440* FLAGGED 'C' SO THE CORRECTION IS DISTINGUISHABLE.         *
002450*----------------------------------------------------------*
002453 2300-CONVERT-AND-LOG.
002456*    CALIBRATE FIRST, EXACTLY AS TEMPCVT DOES - THE FACTOR IN
002460*    FORCE ON THE DATE THE READING WAS TAKEN.
002461     MOVE WS-TEMP-IN TO WS-RAW-TEMP.
002462     IF REJ-READING-DATE NUMERIC
002463         MOVE REJ-READING-DATE TO WS-CAL-RDG-DATE
002464     ELSE
002465         MOVE WS-RUN-DATE-NUM TO WS-CAL-RDG-DATE.
002466     CALL 'TMPCALLK' USING REJ-STATION WS-CAL-RDG-DATE
002467         WS-RAW-TEMP WS-CAL-TEMP WS-CAL-OFFSET WS-CAL-MULT
002468         WS-CAL-EFF-DATE.
002469     MOVE WS-CAL-TEMP TO WS-TEMP-IN.
002470     EVALUATE WS-CF-IN
002480         WHEN 'C'
002490             MOVE WS-TEMP-IN TO WS-CELSIUS-WORK
002725     MOVE REJ-STATION TO HIST-STATION.
002726     MOVE REJ-READING-DATE TO HIST-READING-DATE.
002727     MOVE REJ-READING-TIME TO HIST-READING-TIME.
002729     MOVE WS-RAW-TEMP TO HIST-RAW-TEMP.
002731     MOVE WS-CAL-OFFSET TO HIST-CAL-OFFSET.
002733     MOVE WS-CAL-MULT TO HIST-CAL-MULTIPLIER.
002735     MOVE WS-CAL-EFF-DATE TO HIST-CAL-EFF-DATE.
002737     MOVE 'C' TO HIST-CORR-FLAG.
002740     WRITE HISTORY-RECORD.
002750     IF NOT WS-HISTORY-OK
002760         MOVE 'TMPHIST' TO WS-ERRH-FILE-NAME
002916     MOVE REJ-READING-DATE TO EXC-READING-DATE.
002917     MOVE REJ-READING-TIME TO EXC-READING-TIME.
002918     WRITE EXCEPTION-RECORD.
002919     IF NOT WS-EXCEPTION-OK
002920         MOVE 'TMPEXCP' TO WS-ERRH-FILE-NAME
002921         MOVE 'WRITE' TO WS-ERRH-OPERATION
002922         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002923             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002924             WS-EXCEPTION-STATUS WS-ERRH-SEVERITY.
002925     ADD 1 TO WS-EXC-COUNT.
002926     DISPLAY 'TMPREPRO: EXCEPTION - ' WS-EXCEPTION-REASON
002927         ' FOR ' WS-TEMP-IN ' ' WS-CF-IN '/'
002928         WS-TEMP-OUT-NUM ' ' WS-CF-OUT.
002929 2350-EXIT.
002930     EXIT.
002931*----------------------------------------------------------*
002932* 2400-WRITE-RESIDUAL - COPY THE STILL-BAD REJECT TO THE    *
002933* RESIDUAL FILE WITH THE REASON IT REMAINS BAD.             *
002934*----------------------------------------------------------*
002935 2400-WRITE-RESIDUAL.
002940     MOVE SPACES TO RESID-RECORD.
002950     MOVE REJ-TEMP TO RES-TEMP.
002960     MOVE REJ-CF-IN TO RES-CF-IN.
003130*----------------------------------------------------------*
003140 9000-WRITE-AUDIT.
003150     MOVE SPACES TO AUDIT-RECORD.
003153     CALL 'GETRUNID' USING WS-RUN-ID.
003156     MOVE WS-RUN-ID TO AUD-RUN-ID.
003160     MOVE 'TMPREPRO' TO AUD-PROGRAM-ID.
003170     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
003180     ACCEPT AUD-RUN-TIME FROM TIME.
003320         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003330             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003340             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
003343     IF WS-AUDIT-OK
003346         CALL 'AUDXPOST' USING AUDIT-RECORD.
003350     CLOSE AUDIT-FILE.
003360 9000-EXIT.
003370     EXIT.
