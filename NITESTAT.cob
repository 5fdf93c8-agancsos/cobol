000228*                TWICE WITH CONFLICTING STATUSES - EXACTLY   *
000229*                THE RERUN SITUATION THE OPERATOR RUNS THIS  *
000230*                INQUIRY IN.                                 *
000231* 2026-10-02 AG  THE STANDING STEP LIST NOW INCLUDES MDPAYIF *
000232*                AND MDPAYRCN (THE PAYROLL INTERFACE AND ITS *
000233*                RECONCILIATION), IN STEP WITH THE DRIVER'S  *
000234*                DEFAULT SEQUENCE, SO A NIGHT WITHOUT A      *
000235*                NITESTEP FILE STILL SHOWS THEIR STATUS.     *
000236* 2026-10-07 AG  THE STANDING STEP LIST NOW INCLUDES MDHCVAR *
000237*                (THE HEADCOUNT VARIANCE REPORT), IN STEP    *
000238*                WITH THE DRIVER'S DEFAULT SEQUENCE, SO A    *
000239*                NIGHT WITHOUT A NITESTEP FILE STILL SHOWS   *
000240*                ITS STATUS.                                 *
000241* 2026-10-08 AG  THE STANDING STEP LIST NOW INCLUDES MDPURGE *
000242*                (THE ROSTER RETENTION PURGE), IN STEP WITH  *
000243*                THE DRIVER'S DEFAULT SEQUENCE.              *
000244* 2026-10-09 AG  THE STANDING STEP LIST NOW INCLUDES         *
000245*                MDVERIFY (THE ROSTER MASTER INTEGRITY       *
000246*                CHECK), IN STEP WITH THE DRIVER'S DEFAULT   *
000247*                SEQUENCE.                                   *
000248* 2026-10-10 AG  THE STANDING STEP LIST NOW INCLUDES MDABSUP *
000249*                (THE ABSENCE AND LEAVE UPDATE), IN STEP     *
000250*                WITH THE DRIVER'S DEFAULT SEQUENCE.         *
000251* 2026-10-15 AG  TONIGHT'S ENTRIES ARE NOW READ BY KEY FROM  *
000252*                THE INDEXED AUDIT STORE (AUDINDEX) WHEN IT  *
000253*                IS THERE: THE LATEST ATTEMPT IS THE LAST    *
000254*                RUN IDENTIFIER FILED UNDER THE BUSINESS     *
000255*                DATE AND ONLY THAT DATE'S ENTRIES ARE       *
000256*                LISTED, INSTEAD OF TWO PASSES OVER THE      *
000257*                WHOLE OF AUDITLOG. WITHOUT THE INDEX THE    *
000258*                AUDITLOG SCAN RUNS AS BEFORE.               *
000259*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000261 INPUT-OUTPUT SECTION.
000262 FILE-CONTROL.
000270     SELECT LOCK-FILE ASSIGN TO "NITELOCK"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-LOCK-STATUS.
000330     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-AUDIT-STATUS.
000351     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS AUDX-KEY
000355         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000356             WITH DUPLICATES
000357         FILE STATUS IS WS-AUDX-STATUS.
000360     SELECT STEP-FILE ASSIGN TO "NITESTEP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-STEP-STATUS.
000560 FD  AUDIT-FILE
000570     RECORD CONTAINS 100 CHARACTERS.
000580     COPY AUDITREC.
000582 FD  AUDX-FILE
000584     RECORD CONTAINS 150 CHARACTERS.
000586     COPY AUDXREC.
000590 FD  STEP-FILE
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  STEP-IN-RECORD.
000790 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000800     88  WS-AUDIT-OK                      VALUE "00".
000810     88  WS-AUDIT-EOF                     VALUE "10".
000812 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000814     88  WS-AUDX-OK                       VALUE "00" "02".
000816 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
000818     88  WS-USE-INDEX                     VALUE "Y".
000820 01  WS-STEP-STATUS             PIC X(02) VALUE "00".
000830     88  WS-STEP-FILE-OK                  VALUE "00".
000840     88  WS-STEP-FILE-EOF                 VALUE "10".
002010 3000-SHOW-AUDIT-STEPS.
002012     PERFORM 3500-FIND-LATEST-ATTEMPT THRU 3500-EXIT.
002020     DISPLAY 'NITESTAT - COMPLETED STEPS (AUDITLOG):'.
002022     IF WS-USE-INDEX
002024         PERFORM 3100-INDEX-SCAN THRU 3100-EXIT
002026         GO TO 3095-SHOW-COUNTS.
002030     OPEN INPUT AUDIT-FILE.
002040     IF NOT WS-AUDIT-OK
002050         DISPLAY '    (NO AUDIT FILE)'
002090         AT END
002100             GO TO 3090-SHOW-DONE.
002110     IF AUD-RUN-DATE NOT NUMERIC
002111         GO TO 3010-READ-NEXT.
002112     IF AUD-RUN-DATE NOT = WS-RUN-DATE-NUM
002113         GO TO 3010-READ-NEXT.
002114     PERFORM 3050-TAKE-ENTRY THRU 3050-EXIT.
002115     GO TO 3010-READ-NEXT.
002116 3090-SHOW-DONE.
002117     CLOSE AUDIT-FILE.
002118 3095-SHOW-COUNTS.
002119     IF WS-AUD-STEP-CNT = 0
002120         DISPLAY '    (NONE YET TONIGHT)'.
002121     IF WS-SUPERSEDED-COUNT > 0
002122         DISPLAY '    (' WS-SUPERSEDED-COUNT
002123             ' SUPERSEDED ENTRY(S) FROM AN EARLIER '
002124             'ATTEMPT NOT SHOWN)'.
002125 3000-EXIT.
002126     EXIT.
002127*----------------------------------------------------------*
002128* 3050-TAKE-ENTRY - ONE OF TONIGHT'S ENTRIES, FROM         *
002129* AUDITLOG OR FROM THE INDEX: LIST IT IF IT BELONGS TO THE *
002130* LATEST ATTEMPT, OTHERWISE COUNT IT AS SUPERSEDED.        *
002131*----------------------------------------------------------*
002132 3050-TAKE-ENTRY.
002141*    ONLY THE LATEST ATTEMPT BELONGS ON THE STATUS - A
002142*    SAME-DATE RERUN SUPERSEDES THE FAILED ATTEMPT'S
002143*    ENTRIES, WHICH ARE COUNTED AND SHOWN ONCE BELOW.
002147         MOVE 0 TO WS-ENTRY-RUN-ID.
002148     IF WS-ENTRY-RUN-ID NOT = WS-MAX-RUN-ID
002149         ADD 1 TO WS-SUPERSEDED-COUNT
002150         GO TO 3050-EXIT.
002151     ADD 1 TO WS-AUD-STEP-CNT.
002160     MOVE AUD-RECORD-COUNT TO WS-AUD-COUNT.
002170     DISPLAY '    ' AUD-PROGRAM-ID ' COUNT ' WS-AUD-COUNT
002180         ' STATUS ' AUD-COMPLETION-STATUS.
002181 3050-EXIT.
002182     EXIT.
002183*----------------------------------------------------------*
002184* 3100-INDEX-SCAN - THE SAME LISTING BY KEY: START THE     *
002185* INDEX AT THE BUSINESS DATE ON ITS DATE KEY AND TAKE      *
002186* ENTRIES UNTIL THE DATE CHANGES. NO OTHER NIGHT'S ENTRIES *
002187* ARE READ.                                                *
002188*----------------------------------------------------------*
002189 3100-INDEX-SCAN.
002190     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
002191     MOVE 0 TO AUDX-DK-RUN-ID.
002192     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
002193         INVALID KEY
002194             GO TO 3190-INDEX-DONE
002195     END-START.
002196 3110-READ-NEXT.
002197     READ AUDX-FILE NEXT RECORD
002198         AT END
002199             GO TO 3190-INDEX-DONE.
002200     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
002201         GO TO 3190-INDEX-DONE.
002202     MOVE AUDX-ENTRY TO AUDIT-RECORD.
002203     PERFORM 3050-TAKE-ENTRY THRU 3050-EXIT.
002204     GO TO 3110-READ-NEXT.
002205 3190-INDEX-DONE.
002206     CLOSE AUDX-FILE.
002207 3100-EXIT.
002208     EXIT.
002209*----------------------------------------------------------*
002210* 3500-FIND-LATEST-ATTEMPT - PRE-PASS OVER TONIGHT'S AUDIT  *
002211* ENTRIES FOR THE HIGHEST RUN IDENTIFIER, SO THE LISTING    *
002212* KEEPS EXACTLY THAT ATTEMPT - THE SAME RULE MORNDASH AND   *
002213* BALCHECK APPLY. ENTRIES WITHOUT THE FIELD COUNT AS        *
002214* ATTEMPT ZERO.                                             *
002215*----------------------------------------------------------*
002216 3500-FIND-LATEST-ATTEMPT.
002217     MOVE 0 TO WS-MAX-RUN-ID.
002218     MOVE "N" TO WS-USE-INDEX-SW.
002219     OPEN INPUT AUDX-FILE.
002220     IF WS-AUDX-OK
002221         MOVE "Y" TO WS-USE-INDEX-SW
002222         PERFORM 3550-INDEX-LATEST-ATTEMPT THRU 3550-EXIT
002259         GO TO 3500-EXIT.
002260     OPEN INPUT AUDIT-FILE.
002261     IF NOT WS-AUDIT-OK
002262         GO TO 3500-EXIT.
002277 3500-EXIT.
002278     EXIT.
002279*----------------------------------------------------------*
002280* 3550-INDEX-LATEST-ATTEMPT - THE SAME PRE-PASS BY KEY:    *
002281* TONIGHT'S RUN IDENTIFIERS COME OFF THE INDEX'S DATE KEY  *
002282* IN ASCENDING ORDER, SO THE LAST ONE FILED UNDER THE      *
002283* BUSINESS DATE IS THE LATEST ATTEMPT. THE INDEX IS LEFT   *
002284* OPEN FOR 3000-SHOW-AUDIT-STEPS.                          *
002285*----------------------------------------------------------*
002286 3550-INDEX-LATEST-ATTEMPT.
002287     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
002288     MOVE 0 TO AUDX-DK-RUN-ID.
002289     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
002290         INVALID KEY
002291             GO TO 3550-EXIT
002292     END-START.
002293 3560-READ-NEXT.
002294     READ AUDX-FILE NEXT RECORD
002295         AT END
002296             GO TO 3550-EXIT.
002297     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
002298         GO TO 3550-EXIT.
002299     MOVE AUDX-DK-RUN-ID TO WS-MAX-RUN-ID.
002300     GO TO 3560-READ-NEXT.
002301 3550-EXIT.
002302     EXIT.
002303*----------------------------------------------------------*
002304* 4000-SHOW-CURRENT-STEP - THE FIRST ENABLED STEP OF THE    *
002305* SEQUENCE NOT YET ON THE CHECKPOINT IS PRESUMABLY THE ONE  *
002306* EXECUTING NOW (A CALENDAR-SKIPPED STEP MAKES THE GUESS    *
002307* ONE EARLY - HENCE PRESUMABLY). ONLY MEANINGFUL WHILE A    *
002310* RUN IS LIVE.                                              *
002320*----------------------------------------------------------*
002330 4000-SHOW-CURRENT-STEP.
002900     PERFORM 4200-SORT-STEPS THRU 4200-EXIT.
002910     GO TO 4100-EXIT.
002920 4150-DEFAULT-STEPS.
002930     MOVE 16 TO WS-STEP-COUNT.
002940     MOVE 'AUDARCH'   TO WS-ST-NAME (1).
002950     MOVE 'FOOBAR'    TO WS-ST-NAME (2).
002960     MOVE 'PRIMES'    TO WS-ST-NAME (3).
002970     MOVE 'MINMAX'    TO WS-ST-NAME (4).
002980     MOVE 'MDBACKUP'  TO WS-ST-NAME (5).
002985     MOVE 'MDPURGE'   TO WS-ST-NAME (6).
002990     MOVE 'MULTIDCOB' TO WS-ST-NAME (7).
002991     MOVE 'MDABSUP'   TO WS-ST-NAME (8).
002992     MOVE 'MDPAYIF'   TO WS-ST-NAME (9).
002993     MOVE 'MDPAYRCN'  TO WS-ST-NAME (10).
002994     MOVE 'MDHCVAR'   TO WS-ST-NAME (11).
002995     MOVE 'MDVERIFY'  TO WS-ST-NAME (12).
003000     MOVE 'TEMPCVT'   TO WS-ST-NAME (13).
003010     MOVE 'TMPREPRO'  TO WS-ST-NAME (14).
003020     MOVE 'BALCHECK'  TO WS-ST-NAME (15).
003030     MOVE 'MORNDASH'  TO WS-ST-NAME (16).
003040     MOVE 1 TO WS-STEP-SUB.
003050 4160-DEFAULT-FLAGS.
003060     IF WS-STEP-SUB > WS-STEP-COUNT
