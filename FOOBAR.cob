000264*                NUMBER OF RECORDS PROCESSED AND A RESTART SKIPS     *
000265*                THAT MANY INPUT RECORDS; A NON-NUMERIC INPUT        *
000266*                RECORD IS FLAGGED AND SKIPPED.                      *
000267* 2026-08-22 AG  1200-CLASSIFY-NUMBER NOW COUNTS EACH LABEL AND      *
000268*                THE REPORT ENDS WITH A TRAILER SECTION GIVING THE   *
000269*                FOO/BAR/FOOBAR TOTALS AND THEIR PERCENTAGES OF      *
000270*                FB-ACTUAL-COUNT, AND THE THREE TOTALS ARE CARRIED   *
000271*                ON THE AUDIT ENTRY, SO A SKEWED RUN SURFACES ON     *
000272*                THE REPORT INSTEAD OF BEING HAND-COUNTED.           *
000273* 2026-08-22 AG  THE THREE LABEL COUNTERS ARE NOW CARRIED ON THE     *
000274*                CHECKPOINT AND RESTORED ON A RESTART, SO THE        *
000275*                TRAILER AND THE AUDIT DISTRIBUTION COVER THE WHOLE  *
000276*                RUN AND THE PERCENTAGES SUM TO 100 AGAIN.           *
000277* 2026-08-22 AG  REPORT-RECORD IS NOW SPACE-FILLED BEFORE EACH       *
000278*                DETAIL LINE IS BUILT - THE FD'S OWN VALUE SPACES    *
000279*                CLAUSES ARE NOT HONORED AT RUN TIME, SO THE FILLER  *
000280*                BETWEEN COUNT AND LABEL WAS CARRYING A RESIDUAL     *
000281*                BYTE OF THE COLUMN-TITLE LINE ONTO EVERY DETAIL     *
000282*                LINE.                                               *
000283* 2026-08-22 AG  THE FILE-MODE CHECKPOINT NOW COUNTS RECORDS READ    *
000284*                (INCLUDING NON-NUMERIC ONES SKIPPED) AND CARRIES    *
000285*                THE RUNNING BAD-RECORD COUNT, SO A RESTART SKIPS    *
000286*                EXACTLY THE RECORDS ALREADY CONSUMED INSTEAD OF     *
000287*                RE-CLASSIFYING LINES ONTO THE EXTENDED REPORT. THE  *
000288*                AUDIT ENTRY NOW REPORTS EVERY FOOBNUMS RECORD READ  *
000289*                AND COUNTS THE SKIPPED NON-NUMERIC ONES AS          *
000290*                REJECTS, SO A BAD INPUT RECORD SHOWS UP IN THE      *
000291*                BALCHECK BALANCE INSTEAD OF VANISHING.              *
000292* 2026-09-02 AG  THE FOOBNUMS FEED NOW CARRIES THE SHOP-STANDARD     *
000293*                CONTROL TRAILER (FEEDTRLR - RECORD COUNT AND A      *
000294*                HASH TOTAL OVER THE CONTROL NUMBERS, WRITTEN BY     *
000295*                THE SENDER INSTEAD OF OPS KEYING AN EXPECTED        *
000296*                TOTAL INTO FOOBPARM). FILE MODE RECOGNIZES AND      *
000297*                VERIFIES IT; A MISSING TRAILER OR A COUNT/HASH      *
000298*                MISMATCH ENDS THE RUN WITH THE WARNING RETURN       *
000299*                CODE 4 AND AUDIT STATUS 04, THE SAME AS AN          *
000300*                OUT-OF-BALANCE RECONCILIATION. THE FOOBPARM         *
000301*                EXPECTED TOTAL STILL WORKS FOR SEQUENCE MODE.       *
000302* 2026-10-11 AG  ADDED AN OPTIONAL FACTORIZATION COLUMN. A 'Y' IN    *
000303*                THE NEW FACTOR COLUMN OF THE PARAMETER CARD         *
000304*                (FOOBPARM, COLUMN 21) ADDS EACH CONTROL NUMBER'S    *
000305*                PRIME FACTORIZATION TO ITS FOOBOUT DETAIL LINE,     *
000306*                AFTER THE LABEL, FROM THE SHARED PRMFACT SERVICE    *
000307*                OVER THE PRIME MASTER, SO A LABEL CAN BE CHECKED    *
000308*                AGAINST THE NUMBER'S ACTUAL FACTORS. A NUMBER       *
000309*                BEYOND WHAT THE PRIME MASTER CAN FACTOR SAYS SO IN  *
000310*                THE COLUMN INSTEAD. THE COUNT AND LABEL COLUMNS ARE *
000311*                UNCHANGED, SO FOOBCOMP READS THE REPORT AS BEFORE.  *
000312* 2026-10-15 AG  ADDED LABEL RECONCILIATION FOR FILE MODE. A         *
000313*                FOOBNUMS RECORD MAY NOW CARRY THE SENDER'S EXPECTED *
000314*                LABEL (COLUMNS 6-12, BLANK WHEN NOT SUPPLIED).      *
000315*                EVERY NUMBER WHOSE EXPECTED LABEL DISAGREES WITH    *
000316*                THE ONE 1200-CLASSIFY-NUMBER ASSIGNED UNDER THE     *
000317*                DIVISORS IN FORCE IS WRITTEN TO THE NEW MISMATCH    *
000318*                FILE (FOOBMISM) WITH THE NUMBER, BOTH LABELS AND    *
000319*                THE TWO DIVISORS. THE LABELS CHECKED AND THE        *
000320*                MISMATCHES FOUND ARE ADDED TO THE REPORT TRAILER    *
000321*                AND CARRIED ON THE CHECKPOINT, AND ANY MISMATCH     *
000322*                ENDS THE RUN WITH THE WARNING RETURN CODE 4 AND     *
000323*                AUDIT STATUS 04, SO A MIS-KEYED DIVISOR CARD IS     *
000324*                CAUGHT THE SAME NIGHT.                              *
000325* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO THE     *
000326*                INDEXED AUDIT STORE (AUDINDEX) THROUGH AUDXPOST     *
000327*                ONCE IT IS SAFELY ON AUDITLOG, SO THE READERS CAN   *
000328*                FIND IT BY KEY.                                     *
000329* 2026-10-15 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE FOOBNUMS FEED  *
000330*                QUALITY FIELDS (TRAILER AGREED OR NOT, NUMBERS      *
000331*                RECEIVED, NUMBERS REJECTED) FOR THE MONTHLY FEED    *
000332*                SCORECARD. LEFT BLANK WHEN NO FEED WAS READ.        *
000333*----------------------------------------------------------*
000334 ENVIRONMENT DIVISION.
000335 INPUT-OUTPUT SECTION.
000336 FILE-CONTROL.
000337     SELECT PARM-FILE ASSIGN TO "FOOBPARM"
000338         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
000341         ORGANIZATION IS LINE SEQUENTIAL
000342         FILE STATUS IS WS-REPORT-STATUS.
000343     SELECT CKPT-FILE ASSIGN TO "FOOBCKPT"
000344         ORGANIZATION IS LINE SEQUENTIAL
000345         FILE STATUS IS WS-CKPT-STATUS.
000346     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS WS-AUDIT-STATUS.
000349     SELECT NUMBERS-FILE ASSIGN TO "FOOBNUMS"
000350         ORGANIZATION IS LINE SEQUENTIAL
000351         FILE STATUS IS WS-NUMS-STATUS.
000352     SELECT MISMATCH-FILE ASSIGN TO "FOOBMISM"
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS WS-MISM-STATUS.
000355 DATA DIVISION.
000356 FILE SECTION.
000357 FD  PARM-FILE
000358     RECORD CONTAINS 80 CHARACTERS.
000360 01  PARM-RECORD.
000370     05  PARM-MAX-CHECKS        PIC 9(05).
000375     05  PARM-DIVISOR-1         PIC 9(05).
000376     05  PARM-DIVISOR-2         PIC 9(05).
000377     05  PARM-EXPECTED-TOTAL    PIC 9(05).
000380     05  PARM-FACTOR-SW         PIC X(01).
000385     05  FILLER                 PIC X(59).
000390 FD  REPORT-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410 01  REPORT-RECORD.
000420     05  RPT-COUNT              PIC 9(05).
000430     05  FILLER                 PIC X(03) VALUE SPACES.
000440     05  RPT-LABEL              PIC X(07).
000450     05  FILLER                 PIC X(02) VALUE SPACES.
000455     05  RPT-FACTORS            PIC X(63).
000460 FD  CKPT-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  CKPT-RECORD.
000482     05  CKPT-LAST-COUNT        PIC 9(05).
000484     05  CKPT-BAD-COUNT         PIC 9(05).
000486     05  CKPT-FOO-COUNT         PIC 9(05).
000488     05  CKPT-BAR-COUNT         PIC 9(05).
000490     05  CKPT-FOOBAR-COUNT      PIC 9(05).
000492     05  CKPT-CHECKED-COUNT     PIC 9(05).
000494     05  CKPT-MISMATCH-COUNT    PIC 9(05).
000496     05  FILLER                 PIC X(45).
000497 FD  AUDIT-FILE
000498     RECORD CONTAINS 100 CHARACTERS.
000499     COPY AUDITREC.
000501     RECORD CONTAINS 80 CHARACTERS.
000502 01  NUMBERS-RECORD.
000503     05  NUM-IN-VALUE           PIC 9(05).
000504     05  NUM-IN-EXPECTED        PIC X(07).
000505     05  FILLER                 PIC X(68).
000506     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
000507         ==:PREFIX:== BY ==NUM-TRL==.
000508 FD  MISMATCH-FILE
000509     RECORD CONTAINS 80 CHARACTERS.
000510 01  MISMATCH-RECORD.
000511     05  MIS-NUMBER             PIC 9(05).
000512     05  FILLER                 PIC X(01).
000513     05  MIS-EXPECTED           PIC X(07).
000514     05  FILLER                 PIC X(01).
000515     05  MIS-ASSIGNED           PIC X(07).
000516     05  FILLER                 PIC X(01).
000517     05  MIS-DIVISOR-1          PIC 9(05).
000518     05  FILLER                 PIC X(01).
000519     05  MIS-DIVISOR-2          PIC 9(05).
000520     05  FILLER                 PIC X(47).
000521 WORKING-STORAGE SECTION.
000522 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000530     88  WS-PARM-OK                       VALUE "00".
000540     88  WS-PARM-EOF                       VALUE "10".
000550 01  WS-REPORT-STATUS           PIC X(02) VALUE "00".
000609 01  WS-ERRH-OPERATION          PIC X(06).
000610 01  WS-ERRH-SEVERITY           PIC X(02).
000611     88  WS-ERRH-SEVERE                    VALUE "08".
000615 01  WS-CKPT-INTERVAL           PIC 9(05) VALUE 100.
000620 01  WS-CKPT-DUE                PIC 9(05).
000630 01  WS-CKPT-DUE-R              PIC 9(05).
000631 01  MAX-CHECKS PIC 9(5) VALUE 15 COMP-3.
000632 01  FB-DIVISOR-1 PIC 9(5) VALUE 2 COMP-3.
000633 01  FB-DIVISOR-2 PIC 9(5) VALUE 3 COMP-3.
000634 01  FB-COUNT   PIC 9(5) VALUE 1 COMP-3.
000635 01  FB-EXPECTED-TOTAL PIC 9(5) VALUE 0 COMP-3.
000636 01  FB-ACTUAL-COUNT   PIC 9(5) VALUE 0 COMP-3.
000637 01  R          PIC 9(5) COMP-3.
000638 01  T          PIC 9(5) COMP-3.
000639 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000640 01  WS-NUMS-STATUS             PIC X(02) VALUE "00".
000641     88  WS-NUMS-FILE-OK                   VALUE "00".
000642     88  WS-NUMS-EOF                       VALUE "10".
000643 01  WS-MISM-STATUS             PIC X(02) VALUE "00".
000644     88  WS-MISM-OK                        VALUE "00".
000645 01  WS-ASSIGNED-LABEL          PIC X(07) VALUE SPACES.
000646 01  WS-FILE-MODE-SW            PIC X(01) VALUE "N".
000647     88  WS-FILE-MODE                      VALUE "Y".
000648 01  WS-FACTOR-SW               PIC X(01) VALUE "N".
000649     88  WS-FACTORS-WANTED                 VALUE "Y".
000650 01  WS-FACT-FUNCTION           PIC X(01) VALUE 'F'.
000651 01  WS-FACT-NUMBER             PIC 9(18) VALUE 0.
000652 01  WS-FACT-RESULT             PIC X(02) VALUE SPACES.
000653 01  WS-FACT-COUNT              PIC 9(02) VALUE 0.
000654 01  WS-FACT-TEXT               PIC X(100) VALUE SPACES.
000655 01  WS-SKIP-COUNT              PIC 9(05) VALUE 0.
000656 01  WS-NUMS-SKIPPED            PIC 9(05) VALUE 0.
000657 01  WS-NUMS-PROCESSED          PIC 9(05) VALUE 0.
000658 01  WS-NUMS-TOTAL              PIC 9(05) VALUE 0.
000659 01  WS-NUMS-READ               PIC 9(05) VALUE 0.
000660 01  WS-NUMS-BAD                PIC 9(05) VALUE 0.
000661 01  WS-CKPT-BAD-SAVED          PIC 9(05) VALUE 0.
000662 01  WS-CKPT-VALUE              PIC 9(05) VALUE 0.
000663 01  WS-TRL-FOUND-SW            PIC X(01) VALUE "N".
000664     88  WS-TRL-FOUND                      VALUE "Y".
000665 01  WS-TRL-BAD-SW              PIC X(01) VALUE "N".
000666     88  WS-TRL-BAD                        VALUE "Y".
000667 01  WS-TRL-EXP-COUNT           PIC 9(09) VALUE 0.
000668 01  WS-TRL-EXP-HASH            PIC 9(13) VALUE 0.
000669 01  WS-FD-HASH                 PIC 9(13) VALUE 0.
000670 01  WS-NUMS-ALL-READ           PIC 9(09) VALUE 0.
000671 01  FB-FOO-COUNT    PIC 9(5) VALUE 0 COMP-3.
000672 01  FB-BAR-COUNT    PIC 9(5) VALUE 0 COMP-3.
000673 01  FB-FOOBAR-COUNT PIC 9(5) VALUE 0 COMP-3.
000674 01  FB-CHECKED-COUNT  PIC 9(5) VALUE 0 COMP-3.
000680 01  FB-MISMATCH-COUNT PIC 9(5) VALUE 0 COMP-3.
000681 01  WS-TRAILER-LINE.
000682     05  WS-TRL-LABEL           PIC X(08).
000683     05  WS-TRL-COUNT           PIC ZZ,ZZ9.
000687     05  FILLER                 PIC X(55) VALUE SPACES.
000688 01  WS-TRL-WORK-PCT            PIC 9(03)V9(1) VALUE 0.
000689 01  WS-TRL-WORK-COUNT          PIC 9(05) VALUE 0.
000690 01  WS-REPORT-NAME             PIC X(16)
000691         VALUE 'FOOBOUT.00000000'.
000692 01  WS-REPORT-NAME-R REDEFINES WS-REPORT-NAME.
000693     05  FILLER                 PIC X(08).
000694     05  WS-REPORT-GEN-DATE     PIC 9(08).
000695     COPY RPTHDFT.
000696 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000697 PROCEDURE DIVISION.
000698 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000702     IF WS-FILE-MODE
000704         PERFORM 1100-PROCESS-NUMBER THRU 1100-EXIT
000705             UNTIL WS-NUMS-EOF
000706         CLOSE NUMBERS-FILE
000707         CLOSE MISMATCH-FILE
000708         COMPUTE FB-ACTUAL-COUNT =
000709             WS-SKIP-COUNT + WS-NUMS-READ - WS-NUMS-BAD
000710         PERFORM 8100-VERIFY-TRAILER THRU 8100-EXIT
000711     ELSE
000712         PERFORM FOOBAR UNTIL FB-COUNT > MAX-CHECKS
000713         COMPUTE FB-ACTUAL-COUNT = FB-COUNT - 1.
000714     PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT.
000715     PERFORM 8500-PRINT-DISTRIBUTION THRU 8500-EXIT.
000716     IF WS-FACTORS-WANTED
000717         MOVE 'C' TO WS-FACT-FUNCTION
000718         CALL 'PRMFACT' USING WS-FACT-FUNCTION WS-FACT-NUMBER
000719             WS-FACT-RESULT WS-FACT-COUNT WS-FACT-TEXT.
000720     CLOSE CKPT-FILE.
000730     OPEN OUTPUT CKPT-FILE.
000740     CLOSE CKPT-FILE.
000750     CLOSE REPORT-FILE.
000752     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
000754     IF WS-OUT-OF-BALANCE OR WS-TRL-BAD
000755         OR FB-MISMATCH-COUNT > 0
000756         MOVE 4 TO RETURN-CODE
000758     ELSE
000759         MOVE 0 TO RETURN-CODE.
000898         MOVE PARM-DIVISOR-2 TO FB-DIVISOR-2.
000899     IF WS-PARM-OK AND PARM-EXPECTED-TOTAL > 0
000901         MOVE PARM-EXPECTED-TOTAL TO FB-EXPECTED-TOTAL.
000903     IF WS-PARM-OK AND PARM-FACTOR-SW = "Y"
000905         MOVE "Y" TO WS-FACTOR-SW.
000907     CLOSE PARM-FILE.
000910 1010-CHECK-RESTART.
000920     OPEN INPUT CKPT-FILE.
000930     IF WS-CKPT-OK
000974             IF CKPT-FOOBAR-COUNT NUMERIC
000975                 MOVE CKPT-FOOBAR-COUNT TO FB-FOOBAR-COUNT
000976             END-IF
000977             IF CKPT-CHECKED-COUNT NUMERIC
000978                 MOVE CKPT-CHECKED-COUNT TO FB-CHECKED-COUNT
000979             END-IF
000980             IF CKPT-MISMATCH-COUNT NUMERIC
000981                 MOVE CKPT-MISMATCH-COUNT TO FB-MISMATCH-COUNT
000982             END-IF
000983             SET WS-RESTARTED TO TRUE
000984         END-IF
000990         CLOSE CKPT-FILE
001000     END-IF.
001010     IF WS-RESTARTED
001020         OPEN EXTEND REPORT-FILE
001022         MOVE SPACES TO REPORT-RECORD
001023     ELSE
001024         OPEN OUTPUT REPORT-FILE
001025         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001026 1020-CHECK-NUMBERS.
001027     OPEN INPUT NUMBERS-FILE.
001028     IF WS-NUMS-FILE-OK
001029         MOVE "Y" TO WS-FILE-MODE-SW
001030         IF WS-RESTARTED
001031             COMPUTE WS-SKIP-COUNT = FB-COUNT - 1
001032             MOVE WS-CKPT-BAD-SAVED TO WS-NUMS-BAD.
001033     IF WS-FILE-MODE
001034         PERFORM 1030-OPEN-MISMATCHES THRU 1030-EXIT.
001035 1000-EXIT.
001036     EXIT.
001037*----------------------------------------------------------*
001038* 1030-OPEN-MISMATCHES - FILE MODE ONLY: THE LABEL         *
001039* MISMATCH FILE, EXTENDED ON A RESTART THE SAME WAY AS THE *
001040* REPORT.                                                  *
001041*----------------------------------------------------------*
001042 1030-OPEN-MISMATCHES.
001043     IF WS-RESTARTED
001044         OPEN EXTEND MISMATCH-FILE
001045     ELSE
001046         OPEN OUTPUT MISMATCH-FILE.
001047     IF NOT WS-MISM-OK
001048         MOVE 'FOOBMISM' TO WS-ERRH-FILE-NAME
001049         MOVE 'OPEN' TO WS-ERRH-OPERATION
001050         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001051             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001052             WS-MISM-STATUS WS-ERRH-SEVERITY
001053         GO TO 9999-ABEND.
001054 1030-EXIT.
001060     EXIT.
001062*----------------------------------------------------------*
001064* 0500-PRINT-HEADER - WRITE THE SHOP-STANDARD HEADER AND     *
001078     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
001080     MOVE RPT-HEADER-RECORD TO REPORT-RECORD.
001082     WRITE REPORT-RECORD.
001083     IF WS-FACTORS-WANTED
001084         MOVE 'COUNT  LABEL    PRIME FACTORS'
001085             TO RPTTL-COLUMN-TITLES
001086     ELSE
001087         MOVE 'COUNT  LABEL' TO RPTTL-COLUMN-TITLES.
001088     MOVE RPT-TITLE-RECORD TO REPORT-RECORD.
001089     WRITE REPORT-RECORD.
001090     ADD 1 TO RPT-PAGE-NUMBER.
001092     MOVE 0 TO RPT-LINES-ON-PAGE.
001094 0500-EXIT.
001096     EXIT.
001097*----------------------------------------------------------*
001098* FOOBAR - SEQUENCE MODE: CLASSIFY THE CURRENT GENERATED   *
001099* CONTROL NUMBER, CHECKPOINT ON THE INTERVAL, AND STEP TO  *
001100* THE NEXT NUMBER.                                         *
001110*----------------------------------------------------------*
001120 FOOBAR.
001125     PERFORM 1200-CLASSIFY-NUMBER THRU 1200-EXIT.
001126     DIVIDE FB-COUNT BY WS-CKPT-INTERVAL
001127         GIVING WS-CKPT-DUE REMAINDER WS-CKPT-DUE-R.
001128     IF WS-CKPT-DUE-R = 0
001129         MOVE FB-COUNT TO WS-CKPT-VALUE
001130         PERFORM 1500-WRITE-CHECKPOINT THRU 1500-EXIT.
001131     ADD 1 TO FB-COUNT.
001132*----------------------------------------------------------*
001133* 1100-PROCESS-NUMBER - FILE MODE: READ ONE CONTROL NUMBER  *
001134* FROM FOOBNUMS AND CLASSIFY IT. A RESTART SKIPS THE        *
001135* RECORDS THE CHECKPOINT SAYS WERE ALREADY PROCESSED, AND   *
001136* THE CHECKPOINT TRACKS RECORDS PROCESSED RATHER THAN THE   *
001137* NUMBER VALUE SINCE THE LIST CAN ARRIVE IN ANY ORDER.      *
001138*----------------------------------------------------------*
001139 1100-PROCESS-NUMBER.
001140     READ NUMBERS-FILE
001141         AT END
001142             GO TO 1100-EXIT.
001143*    THE SENDER'S CONTROL TRAILER IS NOT A CONTROL NUMBER -
001144*    CAPTURE ITS COUNT AND HASH FOR THE END-OF-RUN CHECK.
001145     IF NUM-TRL-PRESENT
001146         MOVE "Y" TO WS-TRL-FOUND-SW
001147         IF NUM-TRL-RECORD-COUNT NUMERIC
001148             MOVE NUM-TRL-RECORD-COUNT TO WS-TRL-EXP-COUNT
001149         END-IF
001150         IF NUM-TRL-HASH-TOTAL NUMERIC
001151             MOVE NUM-TRL-HASH-TOTAL TO WS-TRL-EXP-HASH
001152         END-IF
001153         GO TO 1100-EXIT.
001154     IF WS-NUMS-SKIPPED < WS-SKIP-COUNT
001155         ADD 1 TO WS-NUMS-SKIPPED
001156         GO TO 1100-EXIT.
001157*    THE CHECKPOINT COUNTS RECORDS READ, NOT RECORDS
001158*    CLASSIFIED, SO THE RESTART SKIP ABOVE AND THE COUNT
001159*    CHECKPOINTED BELOW MEASURE THE SAME THING EVEN WHEN
001160*    NON-NUMERIC RECORDS ARE IN THE FILE.
001161     ADD 1 TO WS-NUMS-READ.
001162     IF NUM-IN-VALUE NOT NUMERIC
001163         ADD 1 TO WS-NUMS-BAD
001164         DISPLAY 'FOOBAR: NON-NUMERIC CONTROL NUMBER SKIPPED'
001165     ELSE
001166         COMPUTE WS-FD-HASH = WS-FD-HASH + NUM-IN-VALUE
001167         MOVE NUM-IN-VALUE TO FB-COUNT
001168         PERFORM 1200-CLASSIFY-NUMBER THRU 1200-EXIT
001169         IF NUM-IN-EXPECTED NOT = SPACES
001170             PERFORM 1300-CHECK-EXPECTED THRU 1300-EXIT
001171         END-IF
001172         ADD 1 TO WS-NUMS-PROCESSED
001173     END-IF.
001174     COMPUTE WS-NUMS-TOTAL =
001175         WS-SKIP-COUNT + WS-NUMS-READ.
001176     DIVIDE WS-NUMS-TOTAL BY WS-CKPT-INTERVAL
001177         GIVING WS-CKPT-DUE REMAINDER WS-CKPT-DUE-R.
001178     IF WS-CKPT-DUE-R = 0
001179         MOVE WS-NUMS-TOTAL TO WS-CKPT-VALUE
001180         PERFORM 1500-WRITE-CHECKPOINT THRU 1500-EXIT.
001181 1100-EXIT.
001182     EXIT.
001183*----------------------------------------------------------*
001184* 1200-CLASSIFY-NUMBER - CLASSIFY THE CONTROL NUMBER IN     *
001185* FB-COUNT AGAINST THE TWO DIVISORS AND WRITE THE RESULT    *
001186* BOTH TO SYSOUT AND TO THE ARCHIVE REPORT (FOOBOUT).       *
001187* SHARED BY THE GENERATED-SEQUENCE AND FILE INPUT MODES.    *
001188*----------------------------------------------------------*
001189 1200-CLASSIFY-NUMBER.
001190     MOVE SPACES TO REPORT-RECORD.
001191     DIVIDE FB-COUNT BY FB-DIVISOR-1 GIVING R REMAINDER T.
001192     IF T IS EQUAL TO 0 THEN
001193         DISPLAY FB-COUNT ' : FOO'
001194         MOVE 'FOO' TO RPT-LABEL
001195         ADD 1 TO FB-FOO-COUNT
001196     ELSE
001197         DIVIDE FB-COUNT BY FB-DIVISOR-2 GIVING R REMAINDER T
001198         IF T IS EQUAL TO 0 THEN
001199             DISPLAY FB-COUNT ' : BAR'
001200             MOVE 'BAR' TO RPT-LABEL
001201             ADD 1 TO FB-BAR-COUNT
001202         ELSE
001203             DISPLAY FB-COUNT ' : FOOBAR'
001204             MOVE 'FOOBAR' TO RPT-LABEL
001205             ADD 1 TO FB-FOOBAR-COUNT.
001206     MOVE RPT-LABEL TO WS-ASSIGNED-LABEL.
001207     MOVE FB-COUNT TO RPT-COUNT.
001208     IF WS-FACTORS-WANTED
001209         PERFORM 1250-FACTOR-NUMBER THRU 1250-EXIT.
001210     WRITE REPORT-RECORD.
001211     IF NOT WS-REPORT-OK
001212         MOVE 'FOOBOUT' TO WS-ERRH-FILE-NAME
001213         MOVE 'WRITE' TO WS-ERRH-OPERATION
001214         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001215             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001216             WS-REPORT-STATUS WS-ERRH-SEVERITY
001217         IF WS-ERRH-SEVERE
001218             GO TO 9999-ABEND.
001219     ADD 1 TO RPT-LINES-ON-PAGE.
001220     IF RPT-LINES-ON-PAGE >= RPT-LINES-PER-PAGE
001221         PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001222 1200-EXIT.
001223     EXIT.
001224*----------------------------------------------------------*
001225* 1250-FACTOR-NUMBER - THE CONTROL NUMBER'S PRIME            *
001226* FACTORIZATION, FROM THE SHARED PRMFACT SERVICE, INTO THE   *
001227* FACTORS COLUMN OF THE DETAIL LINE BEING BUILT. WHEN THE    *
001228* NUMBER CANNOT BE FACTORED THE COLUMN CARRIES THE REASON.   *
001229*----------------------------------------------------------*
001230 1250-FACTOR-NUMBER.
001231     MOVE 'F' TO WS-FACT-FUNCTION.
001232     MOVE FB-COUNT TO WS-FACT-NUMBER.
001233     CALL 'PRMFACT' USING WS-FACT-FUNCTION WS-FACT-NUMBER
001234         WS-FACT-RESULT WS-FACT-COUNT WS-FACT-TEXT.
001235     MOVE WS-FACT-TEXT TO RPT-FACTORS.
001236 1250-EXIT.
001237     EXIT.
001238*----------------------------------------------------------*
001239* 1300-CHECK-EXPECTED - FILE MODE: THE SENDER SUPPLIED THE *
001240* LABEL IT EXPECTS. WHEN IT DISAGREES WITH THE ONE JUST    *
001241* ASSIGNED UNDER THE DIVISORS IN FORCE, WRITE THE NUMBER,  *
001242* BOTH LABELS AND THE DIVISORS TO THE MISMATCH FILE.       *
001243*----------------------------------------------------------*
001244 1300-CHECK-EXPECTED.
001245     ADD 1 TO FB-CHECKED-COUNT.
001246     IF NUM-IN-EXPECTED = WS-ASSIGNED-LABEL
001247         GO TO 1300-EXIT.
001248     ADD 1 TO FB-MISMATCH-COUNT.
001249     DISPLAY 'FOOBAR: *** LABEL MISMATCH ' FB-COUNT
001250         ' EXPECTED ' NUM-IN-EXPECTED
001251         ' ASSIGNED ' WS-ASSIGNED-LABEL.
001252     MOVE SPACES TO MISMATCH-RECORD.
001253     MOVE FB-COUNT TO MIS-NUMBER.
001254     MOVE NUM-IN-EXPECTED TO MIS-EXPECTED.
001255     MOVE WS-ASSIGNED-LABEL TO MIS-ASSIGNED.
001256     MOVE FB-DIVISOR-1 TO MIS-DIVISOR-1.
001257     MOVE FB-DIVISOR-2 TO MIS-DIVISOR-2.
001258     WRITE MISMATCH-RECORD.
001259     IF NOT WS-MISM-OK
001260         MOVE 'FOOBMISM' TO WS-ERRH-FILE-NAME
001261         MOVE 'WRITE' TO WS-ERRH-OPERATION
001262         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001263             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001264             WS-MISM-STATUS WS-ERRH-SEVERITY
001265         IF WS-ERRH-SEVERE
001266             GO TO 9999-ABEND.
001267 1300-EXIT.
001268     EXIT.
001312*----------------------------------------------------------*
001314* 8000-RECONCILE-TOTALS - COMPARE THE NUMBER OF RECORDS     *
001316* ACTUALLY PROCESSED AGAINST THE EXPECTED CONTROL TOTAL ON  *
001365             MOVE "Y" TO WS-TRL-BAD-SW.
001366 8100-EXIT.
001367     EXIT.
001368*----------------------------------------------------------*
001369* 8500-PRINT-DISTRIBUTION - TRAILER SECTION: HOW THE RUN    *
001370* BROKE DOWN BY LABEL, WITH EACH LABEL'S SHARE OF           *
001371* FB-ACTUAL-COUNT, SO A SKEWED RATIO IS VISIBLE ON THE      *
001372* REPORT ITSELF.                                            *
001373*----------------------------------------------------------*
001374 8500-PRINT-DISTRIBUTION.
001375     MOVE SPACES TO REPORT-RECORD.
001376     WRITE REPORT-RECORD.
001377     MOVE 'CLASSIFICATION DISTRIBUTION' TO REPORT-RECORD.
001378     WRITE REPORT-RECORD.
001379     MOVE 'FOO' TO WS-TRL-LABEL.
001380     MOVE FB-FOO-COUNT TO WS-TRL-WORK-COUNT.
001381     PERFORM 8510-WRITE-TRAILER-LINE THRU 8510-EXIT.
001382     MOVE 'BAR' TO WS-TRL-LABEL.
001383     MOVE FB-BAR-COUNT TO WS-TRL-WORK-COUNT.
001384     PERFORM 8510-WRITE-TRAILER-LINE THRU 8510-EXIT.
001385     MOVE 'FOOBAR' TO WS-TRL-LABEL.
001386     MOVE FB-FOOBAR-COUNT TO WS-TRL-WORK-COUNT.
001387     PERFORM 8510-WRITE-TRAILER-LINE THRU 8510-EXIT.
001388     IF WS-FILE-MODE
001397         PERFORM 8520-PRINT-RECONCILIATION THRU 8520-EXIT.
001398 8500-EXIT.
001399     EXIT.
001400*----------------------------------------------------------*
001422             GO TO 9999-ABEND.
001423 8510-EXIT.
001424     EXIT.
001425*----------------------------------------------------------*
001426* 8520-PRINT-RECONCILIATION - FILE MODE: HOW MANY NUMBERS  *
001427* CAME WITH AN EXPECTED LABEL AND HOW MANY OF THOSE        *
001428* DISAGREED WITH THE LABEL ASSIGNED, EACH AS A SHARE OF    *
001429* FB-ACTUAL-COUNT LIKE THE DISTRIBUTION ABOVE.             *
001430*----------------------------------------------------------*
001431 8520-PRINT-RECONCILIATION.
001432     MOVE SPACES TO REPORT-RECORD.
001433     WRITE REPORT-RECORD.
001434     MOVE 'LABEL RECONCILIATION' TO REPORT-RECORD.
001435     WRITE REPORT-RECORD.
001436     MOVE 'CHECKED' TO WS-TRL-LABEL.
001437     MOVE FB-CHECKED-COUNT TO WS-TRL-WORK-COUNT.
001438     PERFORM 8510-WRITE-TRAILER-LINE THRU 8510-EXIT.
001439     MOVE 'MISMATCH' TO WS-TRL-LABEL.
001440     MOVE FB-MISMATCH-COUNT TO WS-TRL-WORK-COUNT.
001441     PERFORM 8510-WRITE-TRAILER-LINE THRU 8510-EXIT.
001442     DISPLAY 'FOOBAR: ' FB-CHECKED-COUNT ' LABEL(S) CHECKED, '
001443         FB-MISMATCH-COUNT ' MISMATCH(ES) TO FOOBMISM.'.
001444 8520-EXIT.
001445     EXIT.
001446*----------------------------------------------------------*
001447* 1500-WRITE-CHECKPOINT - SAVE THE LAST COMPLETED COUNT SO *
001448* A RESTART CAN RESUME WITHOUT REPROCESSING THE WHOLE RUN. *
001449*----------------------------------------------------------*
001450 1500-WRITE-CHECKPOINT.
001451     OPEN OUTPUT CKPT-FILE.
001452     MOVE SPACES TO CKPT-RECORD.
001453     MOVE WS-CKPT-VALUE TO CKPT-LAST-COUNT.
001454     MOVE WS-NUMS-BAD TO CKPT-BAD-COUNT.
001455     MOVE FB-FOO-COUNT TO CKPT-FOO-COUNT.
001456     MOVE FB-BAR-COUNT TO CKPT-BAR-COUNT.
001457     MOVE FB-FOOBAR-COUNT TO CKPT-FOOBAR-COUNT.
001458     MOVE FB-CHECKED-COUNT TO CKPT-CHECKED-COUNT.
001459     MOVE FB-MISMATCH-COUNT TO CKPT-MISMATCH-COUNT.
001460     WRITE CKPT-RECORD.
001461     IF NOT WS-CKPT-OK
001462         MOVE 'FOOBCKPT' TO WS-ERRH-FILE-NAME
001463         MOVE 'WRITE' TO WS-ERRH-OPERATION
001464         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001465             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001466             WS-CKPT-STATUS WS-ERRH-SEVERITY
001467         IF WS-ERRH-SEVERE
001468             GO TO 9999-ABEND.
001469     CLOSE CKPT-FILE.
001470 1500-EXIT.
001471     EXIT.
001472*----------------------------------------------------------*
001473* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
001474* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
001475* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT.              *
001476*----------------------------------------------------------*
001480 9000-WRITE-AUDIT.
001481     MOVE SPACES TO AUDIT-RECORD.
001484     CALL 'GETRUNID' USING WS-RUN-ID.
001487     MOVE WS-RUN-ID TO AUD-RUN-ID.
001490     MOVE 'FOOBAR' TO AUD-PROGRAM-ID.
001500     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
001510     ACCEPT AUD-RUN-TIME FROM TIME.
001511     MOVE FB-ACTUAL-COUNT TO AUD-RECORD-COUNT.
001512     IF WS-FILE-MODE
001513         COMPUTE AUD-READ-COUNT =
001514             WS-SKIP-COUNT + WS-NUMS-READ
001515         MOVE FB-ACTUAL-COUNT TO AUD-WRITTEN-COUNT
001516         MOVE WS-NUMS-BAD TO AUD-REJECT-COUNT
001517         MOVE AUD-READ-COUNT TO AUD-FEED-READ
001518         MOVE WS-NUMS-BAD TO AUD-FEED-REJECTS
001519         IF WS-TRL-BAD
001520             SET AUD-FEED-TRAILER-BAD TO TRUE
001521         ELSE
001522             SET AUD-FEED-TRAILER-OK TO TRUE
001524         END-IF
001525     ELSE
001526         MOVE FB-ACTUAL-COUNT TO AUD-READ-COUNT
001527         MOVE FB-ACTUAL-COUNT TO AUD-WRITTEN-COUNT
001528         MOVE 0 TO AUD-REJECT-COUNT.
001529     MOVE FB-FOO-COUNT TO AUD-FOO-COUNT.
001530     MOVE FB-BAR-COUNT TO AUD-BAR-COUNT.
001531     MOVE FB-FOOBAR-COUNT TO AUD-FOOBAR-COUNT.
001532     IF WS-OUT-OF-BALANCE OR WS-TRL-BAD
001533         OR FB-MISMATCH-COUNT > 0
001534         SET AUD-STATUS-WARNING TO TRUE
001535     ELSE
001536         SET AUD-STATUS-OK TO TRUE.
001540     OPEN EXTEND AUDIT-FILE.
001550     IF NOT WS-AUDIT-OK
001560         CLOSE AUDIT-FILE
001588         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
001590             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001592             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
001594     IF WS-AUDIT-OK
001596         CALL 'AUDXPOST' USING AUDIT-RECORD.
001598     CLOSE AUDIT-FILE.
001600 9000-EXIT.
001610     EXIT.
001612*----------------------------------------------------------*
