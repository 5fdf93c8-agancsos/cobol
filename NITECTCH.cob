000230*                NITESTEP TABLE, OR THE STANDING LIST WHEN   *
000240*                THERE IS NONE) ARE CANCELED SO EACH DATE    *
000250*                STARTS WITH FRESH WORKING STORAGE, EXACTLY  *
000253*                AS IF THE NIGHTS HAD RUN AS SEPARATE JOBS.  *
000256* 2026-10-02 AG  THE STANDING PROGRAM LIST NOW INCLUDES THE  *
000260*                PAYROLL INTERFACE SENDER AND ITS            *
000261*                ACKNOWLEDGMENT RECONCILIATION (MDPAYIF,     *
000262*                MDPAYRCN), IN STEP WITH THE DRIVER'S        *
000263*                DEFAULT SEQUENCE, SO BOTH START EACH        *
000264*                CAUGHT-UP DATE WITH FRESH COUNTERS.         *
000265* 2026-10-07 AG  THE STANDING PROGRAM LIST NOW INCLUDES THE  *
000266*                HEADCOUNT VARIANCE REPORT (MDHCVAR), IN     *
000267*                STEP WITH THE DRIVER'S DEFAULT SEQUENCE, SO *
000268*                IT STARTS EACH CAUGHT-UP DATE WITH FRESH    *
000269*                COUNTERS.                                   *
000270* 2026-10-08 AG  THE STANDING PROGRAM LIST NOW INCLUDES THE  *
000271*                ROSTER RETENTION PURGE (MDPURGE), IN STEP   *
000272*                WITH THE DRIVER'S DEFAULT SEQUENCE.         *
000273* 2026-10-09 AG  THE STANDING PROGRAM LIST NOW INCLUDES THE  *
000274*                ROSTER MASTER INTEGRITY CHECK (MDVERIFY),   *
000275*                IN STEP WITH THE DRIVER'S DEFAULT SEQUENCE. *
000276* 2026-10-10 AG  THE STANDING PROGRAM LIST NOW INCLUDES THE  *
000277*                ABSENCE UPDATE (MDABSUP), IN STEP WITH THE  *
000278*                DRIVER'S DEFAULT SEQUENCE.                  *
000279* 2026-10-15 AG  EVERY CATCH-UP CYCLE'S MOVE OF BUSNDATE IS  *
000280*                NOW LOGGED ON THE BUSINESS-DATE CHANGE      *
000281*                REGISTER (BDATEREG) WITH THE DATE BEFORE    *
000282*                AND AFTER AND REASON CODE CTCH, AS SETBDATE *
000283*                LOGS ITS OWN.                               *
000284* 2026-10-15 AG  THE FISCAL CALENDAR SERVICE (GETFPER) IS    *
000285*                CANCELED BETWEEN CYCLES WITH THE OTHER      *
000286*                SHARED SERVICES, SO EACH CAUGHT-UP DATE     *
000287*                RELOADS FISCCAL.                            *
000288*----------------------------------------------------------*
000289 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CARD-FILE ASSIGN TO "NITECUPC"
000370     SELECT STEP-FILE ASSIGN TO "NITESTEP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STEP-STATUS.
000392     SELECT BDR-FILE ASSIGN TO "BDATEREG"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS WS-BDR-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CARD-FILE
000570     05  STEP-IN-NAME           PIC X(10).
000580     05  STEP-IN-PROGRAM        PIC X(12).
000590     05  FILLER                 PIC X(55).
000592 FD  BDR-FILE
000594     RECORD CONTAINS 120 CHARACTERS.
000596     COPY BDREGREC.
000600 WORKING-STORAGE SECTION.
000610 01  WS-CARD-STATUS             PIC X(02) VALUE "00".
000620     88  WS-CARD-OK                       VALUE "00".
000650 01  WS-STEP-STATUS             PIC X(02) VALUE "00".
000660     88  WS-STEP-FILE-OK                  VALUE "00".
000670     88  WS-STEP-FILE-EOF                 VALUE "10".
000673 01  WS-BDR-STATUS              PIC X(02) VALUE "00".
000676     88  WS-BDR-OK                        VALUE "00".
000680 01  WS-START-DATE              PIC 9(08) VALUE 0.
000690 01  WS-TODAY-NUM               PIC 9(08) VALUE 0.
000700 01  WS-CYCLE-DATE              PIC 9(08) VALUE 0.
000720     05  WS-CYC-CCYY            PIC 9(04).
000730     05  WS-CYC-MM              PIC 9(02).
000740     05  WS-CYC-DD              PIC 9(02).
000745 01  WS-OLD-DATE                PIC 9(08) VALUE 0.
000750 01  WS-CYCLE-INT               PIC 9(08) VALUE 0.
000760 01  WS-CYCLE-RC                PIC S9(09) VALUE 0.
000770 01  WS-CYCLES-RUN              PIC 9(03) VALUE 0.
001770     IF WS-PGM-COUNT > 0
001780         GO TO 1500-EXIT.
001790 1550-DEFAULT-LIST.
001800     MOVE 16 TO WS-PGM-COUNT.
001810     MOVE 'AUDARCH'     TO WS-PGM-ENTRY (1).
001820     MOVE 'FOOBAR'      TO WS-PGM-ENTRY (2).
001830     MOVE 'PRIMES'      TO WS-PGM-ENTRY (3).
001840     MOVE 'HELLOWORLD'  TO WS-PGM-ENTRY (4).
001850     MOVE 'MDBACKUP'    TO WS-PGM-ENTRY (5).
001855     MOVE 'MDPURGE'     TO WS-PGM-ENTRY (6).
001860     MOVE 'MULTIDCOB'   TO WS-PGM-ENTRY (7).
001861     MOVE 'MDABSUP'     TO WS-PGM-ENTRY (8).
001862     MOVE 'MDPAYIF'     TO WS-PGM-ENTRY (9).
001863     MOVE 'MDPAYRCN'    TO WS-PGM-ENTRY (10).
001864     MOVE 'MDHCVAR'     TO WS-PGM-ENTRY (11).
001865     MOVE 'MDVERIFY'    TO WS-PGM-ENTRY (12).
001870     MOVE 'TEMPCONVERT' TO WS-PGM-ENTRY (13).
001880     MOVE 'TMPREPRO'    TO WS-PGM-ENTRY (14).
001890     MOVE 'BALCHECK'    TO WS-PGM-ENTRY (15).
001900     MOVE 'MORNDASH'    TO WS-PGM-ENTRY (16).
001910 1500-EXIT.
001920     EXIT.
001930*----------------------------------------------------------*
001960* WRITES, SO EVERY STEP STAMPS THE DATE BEING CAUGHT UP.    *
001970*----------------------------------------------------------*
001980 2000-SET-BUSINESS-DATE.
001981     MOVE 0 TO WS-OLD-DATE.
001982     OPEN INPUT BDATE-FILE.
001983     IF WS-BDATE-OK
001984         READ BDATE-FILE
001985         IF WS-BDATE-OK AND BD-DATE NUMERIC
001986             MOVE BD-DATE TO WS-OLD-DATE
001987         END-IF
001988         CLOSE BDATE-FILE.
001990     OPEN OUTPUT BDATE-FILE.
002000     IF NOT WS-BDATE-OK
002010         DISPLAY 'NITECTCH: COULD NOT SET BUSNDATE - '
002080     MOVE WS-CYC-DD   TO BD-DATE-DD.
002090     WRITE BDATE-RECORD.
002100     CLOSE BDATE-FILE.
002105     PERFORM 2100-LOG-CHANGE THRU 2100-EXIT.
002110 2000-EXIT.
002112     EXIT.
002114*----------------------------------------------------------*
002116* 2100-LOG-CHANGE - EVERY MOVE OF THE BUSINESS DATE GOES   *
002118* ON THE CHANGE REGISTER (BDATEREG), THE CATCH-UP'S AS     *
002120* WELL AS SETBDATE'S. THE CATCH-UP IS ITSELF THE AUTHORITY *
002121* FOR ITS MOVES, SO THERE IS NO OPERATOR; A REGISTER THAT  *
002122* CANNOT BE WRITTEN IS REPORTED BUT DOES NOT STOP THE      *
002123* CATCH-UP.                                                *
002124*----------------------------------------------------------*
002125 2100-LOG-CHANGE.
002126     OPEN EXTEND BDR-FILE.
002127     IF NOT WS-BDR-OK
002128         CLOSE BDR-FILE
002129         OPEN OUTPUT BDR-FILE.
002130     IF NOT WS-BDR-OK
002131         DISPLAY 'NITECTCH: COULD NOT LOG THE CHANGE ON '
002132             'BDATEREG - STATUS ' WS-BDR-STATUS
002133         GO TO 2100-EXIT.
002134     MOVE SPACES TO BDR-RECORD.
002135     ACCEPT BDR-LOG-DATE FROM DATE YYYYMMDD.
002136     ACCEPT BDR-LOG-TIME FROM TIME.
002137     MOVE 'NITECTCH' TO BDR-PROGRAM.
002138     MOVE WS-OLD-DATE TO BDR-OLD-DATE.
002139     MOVE WS-CYCLE-DATE TO BDR-NEW-DATE.
002140     MOVE 'CTCH' TO BDR-REASON.
002141     MOVE "N" TO BDR-OVERRIDE.
002142     MOVE "A" TO BDR-OUTCOME.
002143     MOVE 'CATCH-UP CYCLE' TO BDR-MESSAGE.
002144     WRITE BDR-RECORD.
002145     CLOSE BDR-FILE.
002146 2100-EXIT.
002147     EXIT.
002148*----------------------------------------------------------*
002149* 3000-CANCEL-PROGRAMS - FRESH WORKING STORAGE FOR THE NEXT *
002150* CYCLE: CANCEL THE DRIVER, EVERY STEP PROGRAM, AND THE     *
002160* SHARED SERVICES, SO EACH DATE RUNS AS IF IT WERE ITS OWN  *
002170* JOB. GETBDATE IN PARTICULAR MUST RE-READ BUSNDATE.        *
002294*    ADDBDAYS CACHES THE NITEHOL LIST ON ITS FIRST CALL -
002296*    IT MUST RELOAD PER CYCLE LIKE EVERY OTHER SERVICE.
002298     CANCEL 'ADDBDAYS'.
002299     CANCEL 'GETFPER'.
002300     CANCEL 'ERRHANDLE'.
002310     CANCEL 'SUBSUB'.
002320 3000-EXIT.
