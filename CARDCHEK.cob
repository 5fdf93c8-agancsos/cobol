000220*                REPORTED AS WARNINGS AND THE BATCH RUNS.    *
000230*                A MISSING CARD FILE IS ALWAYS FINE - EVERY  *
000240*                OWNER HAS A COMPILED-IN FALLBACK. FINDING   *
000241*                CARD ERRORS AT 19:00 BEATS 02:00.           *
000242* 2026-09-10 AG  TMPPARM GAINED TEMPCVT'S DEFAULT STUCK-     *
000243*                READING COUNT AND RATE LIMIT. TEMPCVT       *
000244*                GUARDS BOTH, SO A NON-BLANK, NON-NUMERIC    *
000245*                COLUMN IS A WARNING (THE DEFAULT APPLIES).  *
000250* 2026-09-18 AG  TMPPARM GAINED TEMPCVT'S CHECKPOINT         *
000251*                INTERVAL, ALSO GUARDED - A BAD COLUMN IS A  *
000252*                WARNING.                                    *
000253* 2026-10-08 AG  THE ROSTER RETENTION CARD (MDPGPARM, YEARS  *
000254*                AN ENDED EMPLOYEE STAYS ON MDROSTER BEFORE  *
000255*                MDPURGE ARCHIVES THEM) IS CHECKED TOO.      *
000256*                MDPURGE GUARDS THE FIELD, SO A NON-NUMERIC  *
000257*                VALUE IS A WARNING (THE DEFAULT 7 YEARS     *
000258*                APPLIES).                                   *
000259* 2026-10-10 AG  THE LEAVE ALLOWANCE CARD (MDLVPARM, THE     *
000260*                VACATION AND SICK DAYS A NEW MDLVBAL        *
000261*                BALANCE RECORD STARTS WITH) IS CHECKED TOO. *
000262*                MDABSUP GUARDS BOTH FIELDS, SO A            *
000263*                NON-NUMERIC VALUE IS A WARNING (THE DEFAULT *
000264*                20 OR 10 DAYS APPLIES).                     *
000265* 2026-10-11 AG  FOOBPARM CHECK NOW ALSO COVERS THE NEW      *
000266*                FACTOR COLUMN (21) - ANYTHING BUT BLANK, Y  *
000267*                OR N IS A WARNING, SINCE FOOBAR JUST LEAVES *
000268*                THE FACTORIZATION OFF.                      *
000269*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000590     05  CK-FB-DIVISOR-1        PIC 9(05).
000600     05  CK-FB-DIVISOR-2        PIC 9(05).
000610     05  CK-FB-EXPECTED        PIC 9(05).
000620     05  CK-FB-FACTOR-SW        PIC X(01).
000625     05  FILLER                 PIC X(59).
000630 01  CARD-PRMPARM REDEFINES CARD-RECORD.
000640     05  CK-PR-MAXNUM           PIC 9(10).
000650     05  CK-PR-SCAN-MODE        PIC X(01).
000740                                SIGN LEADING SEPARATE.
000750     05  CK-TP-HIGH-RANGE       PIC S9(4)V9(3)
000760                                SIGN LEADING SEPARATE.
000761     05  CK-TP-STUCK-COUNT      PIC 9(03).
000762     05  CK-TP-STUCK-COUNT-X REDEFINES CK-TP-STUCK-COUNT
000763                                PIC X(03).
000764     05  CK-TP-MAX-RATE         PIC 9(3)V9(3).
000765     05  CK-TP-MAX-RATE-X REDEFINES CK-TP-MAX-RATE
000766                                PIC X(06).
000767     05  CK-TP-CKPT-INTERVAL    PIC 9(05).
000768     05  CK-TP-CKPT-INTERVAL-X REDEFINES CK-TP-CKPT-INTERVAL
000769                                PIC X(05).
000770     05  FILLER                 PIC X(50).
000780 01  CARD-GENPARM REDEFINES CARD-RECORD.
000790     05  CK-GP-BASE-NAME        PIC X(08).
000800     05  CK-GP-KEEP-GENS        PIC 9(03).
000830 01  CARD-KEEPDAYS REDEFINES CARD-RECORD.
000840     05  CK-KD-KEEP-DAYS        PIC 9(03).
000850     05  FILLER                 PIC X(77).
000851 01  CARD-KEEPYEARS REDEFINES CARD-RECORD.
000852     05  CK-KY-KEEP-YEARS       PIC 9(02).
000853     05  FILLER                 PIC X(78).
000854 01  CARD-LVPARM REDEFINES CARD-RECORD.
000855     05  CK-LV-VAC-DAYS         PIC 9(03).
000856     05  CK-LV-SICK-DAYS        PIC 9(03).
000857     05  FILLER                 PIC X(74).
000860 FD  RPT-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  RPT-RECORD                 PIC X(80).
001280     PERFORM 2800-CHECK-KEEPDAYS THRU 2800-EXIT.
001290     MOVE 'TMPHPARM' TO WS-CARD-NAME.
001300     PERFORM 2800-CHECK-KEEPDAYS THRU 2800-EXIT.
001303     PERFORM 2850-CHECK-MDPGPARM THRU 2850-EXIT.
001306     PERFORM 2860-CHECK-MDLVPARM THRU 2860-EXIT.
001310     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001320     CLOSE RPT-FILE.
001330     IF WS-SEVERE-COUNT > 0
002640         MOVE 'S' TO WS-PROBLEM-SEV
002650         MOVE 'EXPECTED TOTAL NOT NUMERIC' TO WS-PROBLEM-TEXT
002660         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
002661     IF CK-FB-FACTOR-SW NOT = SPACE
002662         AND CK-FB-FACTOR-SW NOT = 'Y'
002663         AND CK-FB-FACTOR-SW NOT = 'N'
002664         MOVE 'W' TO WS-PROBLEM-SEV
002665         MOVE 'FACTOR COLUMN NOT BLANK, Y OR N - NO FACTORS'
002666             TO WS-PROBLEM-TEXT
002667         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
002670 2390-CHECK-DONE.
002680     CLOSE CARD-FILE.
002690 2300-EXIT.
003400* 2600-CHECK-TMPPARM - TEMPCVT COMPARES THE HIGH RANGE      *
003410* WITHOUT A NUMERIC GUARD, SO NON-NUMERIC COLUMNS ARE       *
003420* SEVERE, AND A LOW RANGE ABOVE THE HIGH WOULD FLAG EVERY   *
003430* READING (WARNING). THE HEALTH LIMITS ARE GUARDED, SO BAD   *
003433* ONES ARE WARNINGS, AS IS A BAD CHECKPOINT INTERVAL; BLANK *
003436* MEANS THE COMPILED DEFAULT.                               *
003440*----------------------------------------------------------*
003450 2600-CHECK-TMPPARM.
003460     MOVE 'TMPPARM' TO WS-CARD-NAME.
003670         MOVE 'W' TO WS-PROBLEM-SEV
003680         MOVE 'LOW RANGE ABOVE HIGH RANGE'
003690             TO WS-PROBLEM-TEXT
003691         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
003692     IF CK-TP-STUCK-COUNT-X NOT = SPACES
003693         AND CK-TP-STUCK-COUNT NOT NUMERIC
003694         MOVE 'W' TO WS-PROBLEM-SEV
003695         MOVE 'STUCK COUNT NOT NUMERIC - DEFAULT 6 APPLIES'
003696             TO WS-PROBLEM-TEXT
003697         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
003698     IF CK-TP-MAX-RATE-X NOT = SPACES
003699         AND CK-TP-MAX-RATE NOT NUMERIC
003700         MOVE 'W' TO WS-PROBLEM-SEV
003701         MOVE 'RATE LIMIT NOT NUMERIC - DEFAULT 20.000 APPLIES'
003702             TO WS-PROBLEM-TEXT
003703         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
003704     IF CK-TP-CKPT-INTERVAL-X NOT = SPACES
003705         AND CK-TP-CKPT-INTERVAL NOT NUMERIC
003706         MOVE 'W' TO WS-PROBLEM-SEV
003707         MOVE 'CKPT INTERVAL NOT NUMERIC - DEFAULT 100 APPLIES'
003708             TO WS-PROBLEM-TEXT
003709         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
003710 2690-CHECK-DONE.
003720     CLOSE CARD-FILE.
003730 2600-EXIT.
004230         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
004240     CLOSE CARD-FILE.
004250 2800-EXIT.
004253     EXIT.
004256*----------------------------------------------------------*
004260* 2850-CHECK-MDPGPARM - THE ROSTER RETENTION CARD: YEARS AN *
004261* ENDED EMPLOYEE STAYS ON MDROSTER. MDPURGE GUARDS THE      *
004262* FIELD, SO A BAD ONE IS A WARNING: THE DEFAULT WOULD       *
004263* APPLY.                                                    *
004264*----------------------------------------------------------*
004265 2850-CHECK-MDPGPARM.
004266     MOVE 'MDPGPARM' TO WS-CARD-NAME.
004267     OPEN INPUT CARD-FILE.
004268     IF NOT WS-CARD-OK
004269         GO TO 2850-EXIT.
004270     ADD 1 TO WS-CARDS-SEEN.
004271     READ CARD-FILE.
004272     IF WS-CARD-OK AND CK-KY-KEEP-YEARS NOT NUMERIC
004273         MOVE 'W' TO WS-PROBLEM-SEV
004274         MOVE 'KEEP YEARS NOT NUMERIC - DEFAULT 7 APPLIES'
004275             TO WS-PROBLEM-TEXT
004276         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
004277     CLOSE CARD-FILE.
004278 2850-EXIT.
004279     EXIT.
004280*----------------------------------------------------------*
004281* 2860-CHECK-MDLVPARM - THE LEAVE ALLOWANCE CARD: VACATION  *
004282* AND SICK DAYS A NEW BALANCE RECORD STARTS THE YEAR WITH.  *
004283* MDABSUP GUARDS BOTH FIELDS, SO A BAD ONE IS A WARNING:    *
004284* THE DEFAULT WOULD APPLY.                                  *
004285*----------------------------------------------------------*
004286 2860-CHECK-MDLVPARM.
004287     MOVE 'MDLVPARM' TO WS-CARD-NAME.
004288     OPEN INPUT CARD-FILE.
004289     IF NOT WS-CARD-OK
004290         GO TO 2860-EXIT.
004291     ADD 1 TO WS-CARDS-SEEN.
004292     READ CARD-FILE.
004293     IF WS-CARD-OK AND CK-LV-VAC-DAYS NOT NUMERIC
004294         MOVE 'W' TO WS-PROBLEM-SEV
004295         MOVE 'VACATION DAYS NOT NUMERIC - DEFAULT 20 APPLIES'
004296             TO WS-PROBLEM-TEXT
004297         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
004298     IF WS-CARD-OK AND CK-LV-SICK-DAYS NOT NUMERIC
004299         MOVE 'W' TO WS-PROBLEM-SEV
004300         MOVE 'SICK DAYS NOT NUMERIC - DEFAULT 10 APPLIES'
004301             TO WS-PROBLEM-TEXT
004302         PERFORM 7000-REPORT-PROBLEM THRU 7000-EXIT.
004303     CLOSE CARD-FILE.
004304 2860-EXIT.
004305     EXIT.
004306*----------------------------------------------------------*
004307* 7000-REPORT-PROBLEM - ONE PROBLEM LINE TO SYSOUT AND THE  *
004308* REPORT, AND THE RIGHT COUNTER BUMPED.                     *
004309*----------------------------------------------------------*
004310 7000-REPORT-PROBLEM.
004320     MOVE WS-CARD-NAME TO WS-PL-CARD.
004330     IF WS-PROBLEM-IS-SEVERE
