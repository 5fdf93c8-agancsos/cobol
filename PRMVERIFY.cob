000230*                MISSING FROM THE MASTER IS REPORTED. THE    *
000240*                DISCREPANCY REPORT GOES TO PRMVRPT AND A    *
000250*                RUN WITH FINDINGS ENDS WITH THE WARNING     *
000251*                RETURN CODE 4 AND AUDIT STATUS 04.          *
000252* 2026-10-11 AG  WHEN PRMHIWTR SHOWS THE MASTER HAS BEEN     *
000253*                CONVERTED TO THE BLOCK ORGANIZATION         *
000254*                (PRMBLOK), THE CHECK IS ONE PASS OVER THE   *
000255*                BLOCKS: EVERY FLAG SET IS RE-TESTED AS      *
000256*                BEFORE (DELETE MODE CLEARS THE FLAG AND     *
000260*                REWRITES THE BLOCK), EVERY FLAG CLEAR UP TO *
000261*                THE HIGH-WATER MARK IS TESTED FOR A MISSING *
000262*                PRIME, AND A BLOCK ABSENT BELOW THE MARK OR *
000263*                WITH A STORED COUNT THAT DISAGREES WITH ITS *
000264*                FLAGS IS A BLOCK FAULT. DELETE MODE ALSO    *
000265*                CORRECTS A WRONG STORED COUNT.              *
000266* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000267*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000268*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000269*                THE READERS CAN FIND IT BY KEY.             *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PM-PRIME
000350         FILE STATUS IS WS-MASTER-STATUS.
000351     SELECT BLOCK-FILE ASSIGN TO "PRMBLOK"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS PB-BLOCK-NO
000355         FILE STATUS IS WS-BLOCK-STATUS.
000360     SELECT HIWATER-FILE ASSIGN TO "PRMHIWTR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-HIWATER-STATUS.
000520 01  MASTER-RECORD.
000530     05  PM-PRIME               PIC 9(10).
000540     05  FILLER                 PIC X(70).
000542 FD  BLOCK-FILE
000544     RECORD CONTAINS 1024 CHARACTERS.
000546     COPY PRMBKREC.
000550 FD  HIWATER-FILE
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  HIWATER-RECORD.
000580     05  HW-LAST-SCANNED        PIC 9(10).
000590     05  HW-MASTER-ORG          PIC X(01).
000595     05  FILLER                 PIC X(69).
000600 FD  PARM-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  PARM-RECORD.
000720 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000730     88  WS-MASTER-OK                     VALUE "00".
000740     88  WS-MASTER-EOF                    VALUE "10".
000743 01  WS-BLOCK-STATUS            PIC X(02) VALUE "00".
000746     88  WS-BLOCK-OK                      VALUE "00".
000750 01  WS-HIWATER-STATUS          PIC X(02) VALUE "00".
000760     88  WS-HIWATER-OK                    VALUE "00".
000770 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000870     88  WS-ERRH-SEVERE                   VALUE "08".
000880 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000890 01  WS-HIWATER                 PIC 9(10) VALUE 0.
000893 01  WS-MASTER-ORG              PIC X(01) VALUE SPACE.
000896     88  WS-BLOCK-ORG                     VALUE "B".
000900 01  WS-DELETE-SW               PIC X(01) VALUE "N".
000910     88  WS-DELETE-MODE                   VALUE "Y".
000920 01  WS-TEST-NUM                PIC 9(10) VALUE 0.
001000 01  WS-DELETED-COUNT           PIC 9(09) VALUE 0.
001010 01  WS-MISSING-COUNT           PIC 9(09) VALUE 0.
001020 01  WS-DISCREP-COUNT           PIC 9(09) VALUE 0.
001021 01  WS-BLOCK-FAULT-COUNT       PIC 9(09) VALUE 0.
001022 01  WS-BV-EXPECT               PIC 9(08) VALUE 0.
001023 01  WS-BV-UPTO                 PIC 9(08) VALUE 0.
001024 01  WS-BV-LAST                 PIC 9(08) VALUE 0.
001025 01  WS-BV-FIRST-NUM            PIC 9(10) VALUE 0.
001026 01  WS-BV-SUB                  PIC 9(04) VALUE 0.
001027 01  WS-BV-FLAGGED              PIC 9(04) VALUE 0.
001028 01  WS-BV-CLEARED              PIC 9(04) VALUE 0.
001030 01  WS-FOUND-SW                PIC X(01) VALUE "N".
001040     88  WS-PROBE-FOUND                   VALUE "Y".
001050 01  WS-DISCREP-LINE.
001170     PERFORM 2000-VERIFY-ENTRIES THRU 2000-EXIT.
001180     PERFORM 3000-CHECK-MISSING THRU 3000-EXIT.
001190     COMPUTE WS-DISCREP-COUNT =
001200         WS-COMPOSITE-COUNT + WS-MISSING-COUNT
001205         + WS-BLOCK-FAULT-COUNT.
001210     DISPLAY 'PRMVERIFY: ' WS-ENTRY-COUNT ' ENTRIES, '
001220         WS-COMPOSITE-COUNT ' COMPOSITE, '
001230         WS-MISSING-COUNT ' MISSING, '
001240         WS-DELETED-COUNT ' DELETED.'.
001242     IF WS-BLOCK-ORG
001244         DISPLAY 'PRMVERIFY: ' WS-BLOCK-FAULT-COUNT
001246             ' BLOCK FAULTS ON THE BLOCK MASTER.'.
001250     CLOSE RPT-FILE.
001260     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001270     IF WS-DISCREP-COUNT > 0
001410         READ HIWATER-FILE
001420         IF WS-HIWATER-OK AND HW-LAST-SCANNED NUMERIC
001430             MOVE HW-LAST-SCANNED TO WS-HIWATER
001435             MOVE HW-MASTER-ORG TO WS-MASTER-ORG
001440         END-IF
001450         CLOSE HIWATER-FILE
001460     END-IF.
001800* AND, UNDER OPERATOR CONTROL ONLY, DELETED.                *
001810*----------------------------------------------------------*
001820 2000-VERIFY-ENTRIES.
001822     IF WS-BLOCK-ORG
001824         PERFORM 2500-VERIFY-BLOCKS THRU 2500-EXIT
001826         GO TO 2000-EXIT.
001830     IF WS-DELETE-MODE
001840         OPEN I-O MASTER-FILE
001850     ELSE
002210 2090-WALK-DONE.
002220     CLOSE MASTER-FILE.
002230 2000-EXIT.
002231     EXIT.
002232*----------------------------------------------------------*
002233* 2500-VERIFY-BLOCKS - BOTH CHECKS IN ONE PASS OVER THE    *
002234* BLOCK MASTER. EVERY FLAG SET IS RE-TESTED LIKE A MASTER  *
002235* ENTRY; EVERY FLAG CLEAR UP TO THE HIGH-WATER MARK IS     *
002236* TESTED AND, WHEN PRIME, IS MISSING. THE BLOCKS MUST RUN  *
002237* UNBROKEN FROM BLOCK 0 TO THE ONE HOLDING THE MARK, AND   *
002240* EACH STORED PRIME COUNT MUST MATCH ITS FLAGS. UNDER      *
002241* DELETE MODE A COMPOSITE'S FLAG IS CLEARED AND THE BLOCK  *
002242* REWRITTEN WITH ITS COUNT PUT RIGHT.                      *
002243*----------------------------------------------------------*
002244 2500-VERIFY-BLOCKS.
002245     IF WS-DELETE-MODE
002246         OPEN I-O BLOCK-FILE
002247     ELSE
002248         OPEN INPUT BLOCK-FILE.
002249     IF NOT WS-BLOCK-OK
002250         DISPLAY 'PRMVERIFY: PRIME MASTER UNAVAILABLE - '
002251             'STATUS ' WS-BLOCK-STATUS
002252         MOVE 'NO MASTER TO VERIFY' TO RPT-RECORD
002253         WRITE RPT-RECORD
002254         GO TO 2500-EXIT.
002255     MOVE 0 TO WS-BV-EXPECT.
002256     DIVIDE WS-HIWATER BY 1000 GIVING WS-BV-LAST.
002257 2510-READ-NEXT.
002258     READ BLOCK-FILE NEXT RECORD
002259         AT END
002260             GO TO 2580-WALK-DONE.
002261     IF PB-BLOCK-NO > WS-BV-EXPECT
002262         COMPUTE WS-BV-UPTO = PB-BLOCK-NO - 1
002263         PERFORM 2700-MISSING-BLOCKS THRU 2700-EXIT.
002264     COMPUTE WS-BV-EXPECT = PB-BLOCK-NO + 1.
002265     COMPUTE WS-BV-FIRST-NUM = PB-BLOCK-NO * 1000.
002266     MOVE 0 TO WS-BV-FLAGGED.
002267     MOVE 0 TO WS-BV-CLEARED.
002268     MOVE 0 TO WS-BV-SUB.
002269 2520-NEXT-FLAG.
002270     IF WS-BV-SUB NOT < 1000
002271         GO TO 2560-END-OF-BLOCK.
002272     ADD 1 TO WS-BV-SUB.
002273     COMPUTE WS-TEST-NUM = WS-BV-FIRST-NUM + WS-BV-SUB - 1.
002274     IF PB-FLAG (WS-BV-SUB) = '1'
002275         ADD 1 TO WS-BV-FLAGGED
002276         PERFORM 2600-CHECK-SET-FLAG THRU 2600-EXIT
002277     ELSE
002278         IF WS-TEST-NUM NOT > WS-HIWATER
002279             PERFORM 2650-CHECK-CLEAR-FLAG THRU 2650-EXIT.
002280     GO TO 2520-NEXT-FLAG.
002281 2560-END-OF-BLOCK.
002282     IF WS-BV-FLAGGED NOT = PB-PRIME-COUNT
002283         ADD 1 TO WS-BLOCK-FAULT-COUNT
002284         MOVE 'BAD COUNT' TO WS-DL-KIND
002285         MOVE PB-BLOCK-NO TO WS-DL-NUMBER
002286         MOVE 'BLOCK PRIME COUNT WRONG' TO WS-DL-NOTE
002287         PERFORM 4900-PUT-LINE THRU 4900-EXIT
002288         DISPLAY 'PRMVERIFY: *** BLOCK ' PB-BLOCK-NO
002289             ' STORED COUNT ' PB-PRIME-COUNT
002290             ' BUT ' WS-BV-FLAGGED ' FLAGS SET'.
002291     IF NOT WS-DELETE-MODE
002292         GO TO 2510-READ-NEXT.
002293     IF WS-BV-CLEARED = 0
002294         AND WS-BV-FLAGGED = PB-PRIME-COUNT
002295         GO TO 2510-READ-NEXT.
002296     MOVE 0 TO PB-PRIME-COUNT.
002297     INSPECT PB-FLAGS TALLYING PB-PRIME-COUNT FOR ALL '1'.
002298     REWRITE PRMBLOK-RECORD
002299         INVALID KEY
002300             DISPLAY 'PRMVERIFY: REWRITE FAILED FOR BLOCK '
002301                 PB-BLOCK-NO
002302         NOT INVALID KEY
002303             ADD WS-BV-CLEARED TO WS-DELETED-COUNT
002304     END-REWRITE.
002305     GO TO 2510-READ-NEXT.
002306 2580-WALK-DONE.
002307     IF WS-BV-EXPECT NOT > WS-BV-LAST
002308         MOVE WS-BV-LAST TO WS-BV-UPTO
002309         PERFORM 2700-MISSING-BLOCKS THRU 2700-EXIT.
002310     CLOSE BLOCK-FILE.
002311 2500-EXIT.
002312     EXIT.
002313*----------------------------------------------------------*
002314* 2600-CHECK-SET-FLAG - A FLAG SET IS A MASTER ENTRY:      *
002315* RE-TEST IT, AND REPORT IT WHEN COMPOSITE. UNDER DELETE   *
002316* MODE THE FLAG IS CLEARED HERE; THE BLOCK IS REWRITTEN AT *
002317* ITS END.                                                 *
002318*----------------------------------------------------------*
002319 2600-CHECK-SET-FLAG.
002320     ADD 1 TO WS-ENTRY-COUNT.
002321     PERFORM 5000-TEST-PRIME THRU 5000-EXIT.
002322     IF WS-IS-PRIME
002323         GO TO 2600-EXIT.
002324     ADD 1 TO WS-COMPOSITE-COUNT.
002325     MOVE 'COMPOSITE' TO WS-DL-KIND.
002326     MOVE WS-TEST-NUM TO WS-DL-NUMBER.
002327     IF WS-DELETE-MODE
002328         MOVE 'FLAG CLEARED' TO WS-DL-NOTE
002329         MOVE '0' TO PB-FLAG (WS-BV-SUB)
002330         ADD 1 TO WS-BV-CLEARED
002331     ELSE
002332         MOVE 'ENTRY KEPT - REPORT ONLY' TO WS-DL-NOTE.
002333     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002334     DISPLAY 'PRMVERIFY: *** COMPOSITE ENTRY ' WS-TEST-NUM
002335         ' ON THE MASTER'.
002336 2600-EXIT.
002337     EXIT.
002338*----------------------------------------------------------*
002339* 2650-CHECK-CLEAR-FLAG - A FLAG CLEAR AT OR BELOW THE     *
002340* HIGH-WATER MARK MUST NOT BE A PRIME.                     *
002341*----------------------------------------------------------*
002342 2650-CHECK-CLEAR-FLAG.
002343     PERFORM 5000-TEST-PRIME THRU 5000-EXIT.
002344     IF NOT WS-IS-PRIME
002345         GO TO 2650-EXIT.
002346     ADD 1 TO WS-MISSING-COUNT.
002347     MOVE 'MISSING' TO WS-DL-KIND.
002348     MOVE WS-TEST-NUM TO WS-DL-NUMBER.
002349     MOVE 'PRIME NOT ON THE MASTER' TO WS-DL-NOTE.
002350     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002351     DISPLAY 'PRMVERIFY: *** PRIME ' WS-TEST-NUM
002352         ' MISSING FROM THE MASTER'.
002353 2650-EXIT.
002354     EXIT.
002355*----------------------------------------------------------*
002356* 2700-MISSING-BLOCKS - BLOCKS WS-BV-EXPECT THRU           *
002357* WS-BV-UPTO ARE NOT ON THE MASTER. EACH ONE AT OR BELOW   *
002358* THE BLOCK HOLDING THE HIGH-WATER MARK IS A BLOCK FAULT;  *
002359* ITS PRIMES ARE NOT REPORTED ONE BY ONE.                  *
002360*----------------------------------------------------------*
002361 2700-MISSING-BLOCKS.
002362     IF WS-BV-EXPECT > WS-BV-UPTO
002363         OR WS-BV-EXPECT > WS-BV-LAST
002364         GO TO 2700-EXIT.
002365     ADD 1 TO WS-BLOCK-FAULT-COUNT.
002366     MOVE 'NO BLOCK' TO WS-DL-KIND.
002367     MOVE WS-BV-EXPECT TO WS-DL-NUMBER.
002368     MOVE 'BLOCK NOT ON THE MASTER' TO WS-DL-NOTE.
002369     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002370     DISPLAY 'PRMVERIFY: *** BLOCK ' WS-BV-EXPECT
002371         ' MISSING FROM THE MASTER'.
002372     ADD 1 TO WS-BV-EXPECT.
002373     GO TO 2700-MISSING-BLOCKS.
002374 2700-EXIT.
002375     EXIT.
002376*----------------------------------------------------------*
002377* 3000-CHECK-MISSING - EVERY PRIME UP TO THE HIGH-WATER     *
002378* MARK MUST BE ON THE MASTER. EACH CANDIDATE IS TRIAL-      *
002379* DIVIDED AND, WHEN PRIME, PROBED WITH ONE KEYED READ.      *
002380* NO HIGH-WATER MARK MEANS NOTHING WAS EVER SCANNED AND     *
002381* THERE IS NOTHING TO BE MISSING.                           *
002382*----------------------------------------------------------*
002383 3000-CHECK-MISSING.
002384     IF WS-HIWATER = 0 OR WS-BLOCK-ORG
002385         GO TO 3000-EXIT.
002386     OPEN INPUT MASTER-FILE.
002387     IF NOT WS-MASTER-OK
002388         GO TO 3000-EXIT.
002389     MOVE 2 TO WS-TEST-NUM.
002390 3010-NEXT-CANDIDATE.
002400     IF WS-TEST-NUM > WS-HIWATER
002410         GO TO 3090-CHECK-DONE.
003120*----------------------------------------------------------*
003130 9000-WRITE-AUDIT.
003140     MOVE SPACES TO AUDIT-RECORD.
003143     CALL 'GETRUNID' USING WS-RUN-ID.
003146     MOVE WS-RUN-ID TO AUD-RUN-ID.
003150     MOVE 'PRMVERIFY' TO AUD-PROGRAM-ID.
003160     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
003170     ACCEPT AUD-RUN-TIME FROM TIME.
003350         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003360             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003370             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
003373     IF WS-AUDIT-OK
003376         CALL 'AUDXPOST' USING AUDIT-RECORD.
003380     CLOSE AUDIT-FILE.
003390 9000-EXIT.
003400     EXIT.
