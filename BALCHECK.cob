000221*                EACH MISMATCH GOES ON BALRPT AND THE STEP    *
000222*                ENDS WITH THE WARNING RETURN CODE 4. TRUST,  *
000223*                BUT COUNT.                                   *
000224* 2026-09-16 AG  TEMPCVT MAY NOW RUN ONCE PER TMPREAD         *
000225*                DELIVERY IN A DAY. ITS WRITTEN COUNTS ARE    *
000226*                ADDED ACROSS THE DAY'S ENTRIES, SINCE        *
000227*                TMPHIST HOLDS THEM ALL. TMPREJ HOLDS ONLY    *
000228*                THE LAST DELIVERY PROCESSED, SO ITS CLAIM    *
000229*                IS THE REJECT COUNT OF THE LAST ENTRY THAT   *
000230*                READ ANYTHING - A REFUSED DELIVERY READS     *
000231*                NOTHING AND LEAVES TMPREJ ALONE.             *
000232* 2026-10-15 AG  TONIGHT'S ENTRIES ARE NOW READ BY KEY FROM   *
000233*                THE INDEXED AUDIT STORE (AUDINDEX) WHEN IT   *
000234*                IS THERE: THE LATEST ATTEMPT IS THE LAST RUN *
000235*                IDENTIFIER FILED UNDER THE BUSINESS DATE AND *
000236*                ONLY THAT DATE'S ENTRIES ARE BALANCED,       *
000237*                INSTEAD OF TWO PASSES OVER THE WHOLE OF      *
000238*                AUDITLOG. WITHOUT THE INDEX THE AUDITLOG     *
000239*                SCAN RUNS AS BEFORE. BALCHECK'S OWN ENTRY IS *
000240*                ALSO POSTED TO THE INDEX THROUGH AUDXPOST.   *
000241* 2026-10-15 AG  EACH NIGHT'S BALRPT IS NOW ALSO KEPT AS A    *
000242*                DATED GENERATION (BALRPT.CCYYMMDD) ONCE IT   *
000243*                IS CLOSED, SO THE BALANCE HISTORY SURVIVES   *
000244*                THE NEXT NIGHT'S RUN FOR THE MONTHLY         *
000245*                SERVICE-LEVEL SCORECARD. BALRPT ITSELF IS    *
000246*                UNCHANGED FOR MORNDASH AND RPTPACK; OLD      *
000247*                GENERATIONS ARE PURGED BY GENMAINT. A        *
000248*                GENERATION THAT CANNOT BE WRITTEN IS         *
000249*                REPORTED ON SYSOUT AND DOES NOT FAIL THE     *
000250*                STEP.                                        *
000251* 2026-10-15 AG  TEMPCVT NOW APPENDS EACH LATER DELIVERY OF   *
000252*                THE DAY TO TMPREJ INSTEAD OF REPLACING IT,   *
000253*                SO TMPREJ IS NOW BALANCED AGAINST THE SUM OF *
000254*                THE REJECT COUNTS OF ALL THE DAY'S TEMPCVT   *
000255*                ENTRIES, LIKE TMPHIST, RATHER THAN THE LAST  *
000256*                ENTRY THAT READ ANYTHING. A REFUSED DELIVERY *
000257*                STILL ADDS NOTHING.                          *
000258*----------------------------------------------------------*
000259 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000261 FILE-CONTROL.
000262     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000263         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-AUDIT-STATUS.
000271     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS DYNAMIC
000274         RECORD KEY IS AUDX-KEY
000275         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000276             WITH DUPLICATES
000277         FILE STATUS IS WS-AUDX-STATUS.
000280     SELECT RPT-FILE ASSIGN TO "BALRPT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RPT-STATUS.
000314     SELECT SUBRPT-FILE ASSIGN TO "SUBRPT"
000315         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-SUBRPT-STATUS.
000318     SELECT BALH-FILE ASSIGN USING WS-BALH-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000322         FILE STATUS IS WS-BALH-STATUS.
000324 DATA DIVISION.
000326 FILE SECTION.
000330 FD  AUDIT-FILE
000340     RECORD CONTAINS 100 CHARACTERS.
000350     COPY AUDITREC.
000352 FD  AUDX-FILE
000354     RECORD CONTAINS 150 CHARACTERS.
000356     COPY AUDXREC.
000360 FD  RPT-FILE
000370     RECORD CONTAINS 80 CHARACTERS.
000380 01  RPT-RECORD                 PIC X(80).
000399 FD  SUBRPT-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000401 01  SUBRPT-RECORD              PIC X(80).
000402 FD  BALH-FILE
000403     RECORD CONTAINS 80 CHARACTERS.
000404 01  BALH-RECORD                PIC X(80).
000405 WORKING-STORAGE SECTION.
000406 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000410     88  WS-AUDIT-OK                      VALUE "00".
000420     88  WS-AUDIT-EOF                     VALUE "10".
000422 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000424     88  WS-AUDX-OK                       VALUE "00" "02".
000426 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
000428     88  WS-USE-INDEX                     VALUE "Y".
000430 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000440     88  WS-RPT-OK                        VALUE "00".
000450 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'BALCHECK'.
000500 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
000510 01  WS-CHECKED-COUNT           PIC 9(09) VALUE 0.
000520 01  WS-LEAK-COUNT              PIC 9(09) VALUE 0.
000523 01  WS-UNCHECKED-COUNT         PIC 9(09) VALUE 0.
000526 01  WS-EXPECTED-OUT            PIC 9(10) VALUE 0.
000530 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
000531     88  WS-PARM-OK                       VALUE "00".
000532 01  WS-GEN-STATUS              PIC X(02) VALUE "00".
000539     88  WS-REJ-OK                        VALUE "00".
000540     88  WS-REJ-EOF                       VALUE "10".
000541 01  WS-SUBRPT-STATUS           PIC X(02) VALUE "00".
000542     88  WS-SUBRPT-OK                     VALUE "00".
000543     88  WS-SUBRPT-EOF                    VALUE "10".
000544 01  WS-BALH-STATUS             PIC X(02) VALUE "00".
000545     88  WS-BALH-OK                       VALUE "00".
000546 01  WS-BALH-NAME               PIC X(15)
000547         VALUE 'BALRPT.00000000'.
000548 01  WS-BALH-NAME-R REDEFINES WS-BALH-NAME.
000549     05  FILLER                 PIC X(07).
000550     05  WS-BALH-DATE           PIC 9(08).
000551 01  WS-BALH-COUNT              PIC 9(05) VALUE 0.
000552 01  WS-PHYS-MODE-SW            PIC X(01) VALUE "N".
000553     88  WS-PHYSICAL-MODE                 VALUE "Y".
000554 01  WS-GEN-NAME                PIC X(16) VALUE SPACES.
000555 01  WS-PHYS-COUNT              PIC 9(09) VALUE 0.
000556 01  WS-PHYS-BAD-COUNT          PIC 9(03) VALUE 0.
000557 01  WS-HIST-DATE-NUM           PIC 9(08) VALUE 0.
000558*    THE LATEST ATTEMPT'S AUDIT CLAIMS, CAPTURED DURING THE
000559*    BALANCE PASS SO THE PHYSICAL COUNTS HAVE SOMETHING TO
000560*    BE PROVED AGAINST. A PROGRAM ABSENT TONIGHT IS SIMPLY
000561*    NOT CHECKED.
000562 01  WS-AUD-FOOB-WRITTEN        PIC 9(09) VALUE 0.
000563 01  WS-AUD-FOOB-SEEN-SW        PIC X(01) VALUE "N".
000564     88  WS-AUD-FOOB-SEEN                 VALUE "Y".
000565 01  WS-AUD-TCVT-WRITTEN        PIC 9(09) VALUE 0.
000566 01  WS-AUD-TCVT-REJECTS        PIC 9(09) VALUE 0.
000567 01  WS-AUD-TCVT-SEEN-SW        PIC X(01) VALUE "N".
000568     88  WS-AUD-TCVT-SEEN                 VALUE "Y".
000569 01  WS-AUD-TREP-WRITTEN        PIC 9(09) VALUE 0.
000570 01  WS-AUD-TREP-SEEN-SW        PIC X(01) VALUE "N".
000571     88  WS-AUD-TREP-SEEN                 VALUE "Y".
000572 01  WS-AUD-MM-WRITTEN          PIC 9(09) VALUE 0.
000573 01  WS-AUD-MM-SEEN-SW          PIC X(01) VALUE "N".
000574     88  WS-AUD-MM-SEEN                   VALUE "Y".
000575 01  WS-AUD-SUBM-WRITTEN        PIC 9(09) VALUE 0.
000576 01  WS-AUD-SUBM-SEEN-SW        PIC X(01) VALUE "N".
000577     88  WS-AUD-SUBM-SEEN                 VALUE "Y".
000578 01  WS-AUD-CLAIM               PIC 9(09) VALUE 0.
000579 01  WS-PHYS-LINE.
000580     05  FILLER                 PIC X(01) VALUE SPACES.
000581     05  WS-PH-LABEL            PIC X(10).
000582     05  FILLER                 PIC X(07) VALUE ' AUDIT '.
000583     05  WS-PH-AUDIT            PIC 9(09).
000584     05  FILLER                 PIC X(08) VALUE ' ACTUAL '.
000585     05  WS-PH-ACTUAL           PIC 9(09).
000586     05  FILLER                 PIC X(02) VALUE SPACES.
000587     05  WS-PH-TAG              PIC X(14).
000588     05  FILLER                 PIC X(20) VALUE SPACES.
000589 01  WS-MAX-RUN-ID              PIC 9(04) VALUE 0.
000590 01  WS-ENTRY-RUN-ID            PIC 9(04) VALUE 0.
000591 01  WS-SUPERSEDED-COUNT        PIC 9(04) VALUE 0.
000592 01  WS-BAL-LINE.
000593     05  FILLER                 PIC X(01) VALUE SPACES.
000594     05  WS-BAL-PGM             PIC X(10).
000595     05  FILLER                 PIC X(02) VALUE SPACES.
000596     05  WS-BAL-READ            PIC 9(09).
000600     05  FILLER                 PIC X(02) VALUE SPACES.
000610     05  WS-BAL-WRITTEN         PIC 9(09).
000620     05  FILLER                 PIC X(02) VALUE SPACES.
000796         PERFORM 4000-PHYSICAL-CHECKS THRU 4000-EXIT.
000800     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
000810     CLOSE RPT-FILE.
000815     PERFORM 3500-KEEP-GENERATION THRU 3500-EXIT.
000820     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
000830     IF WS-LEAK-COUNT > 0 OR WS-PHYS-BAD-COUNT > 0
000840         MOVE 4 TO RETURN-CODE
001170*----------------------------------------------------------*
001180 2000-CHECK-BALANCES.
001185     PERFORM 1900-FIND-LATEST-ATTEMPT THRU 1900-EXIT.
001186     IF WS-USE-INDEX
001187         PERFORM 2100-INDEX-SCAN THRU 2100-EXIT
001188         GO TO 2095-SHOW-SUPERSEDED.
001190     OPEN INPUT AUDIT-FILE.
001200     IF NOT WS-AUDIT-OK
001210         MOVE 'NO AUDIT FILE TO BALANCE' TO RPT-RECORD
001270             GO TO 2090-CHECK-DONE.
001280     IF AUD-RUN-DATE NOT NUMERIC
001290         GO TO 2010-READ-NEXT.
001291     IF AUD-RUN-DATE NOT = WS-RUN-DATE-NUM
001292         GO TO 2010-READ-NEXT.
001293     PERFORM 2060-TAKE-ENTRY THRU 2060-EXIT.
001294     GO TO 2010-READ-NEXT.
001295 2090-CHECK-DONE.
001296     CLOSE AUDIT-FILE.
001297 2095-SHOW-SUPERSEDED.
001298     IF WS-SUPERSEDED-COUNT > 0
001299         DISPLAY 'BALCHECK: ' WS-SUPERSEDED-COUNT
001300             ' SUPERSEDED ENTRY(S) FROM AN EARLIER '
001301             'ATTEMPT SKIPPED.'.
001302 2000-EXIT.
001303     EXIT.
001304*----------------------------------------------------------*
001305* 2060-TAKE-ENTRY - ONE OF TONIGHT'S ENTRIES, FROM         *
001306* AUDITLOG OR FROM THE INDEX: BALANCE IT AND PRINT ITS     *
001307* LINE IF IT BELONGS TO THE LATEST ATTEMPT, OTHERWISE      *
001308* COUNT IT AS SUPERSEDED.                                  *
001309*----------------------------------------------------------*
001310 2060-TAKE-ENTRY.
001311*    A FAILED ATTEMPT'S ENTRIES WERE SUPERSEDED BY THE
001312*    RERUN - BALANCING THEM TOO WOULD DOUBLE EVERY STEP.
001313     IF AUD-RUN-ID NUMERIC
001316         MOVE 0 TO WS-ENTRY-RUN-ID.
001317     IF WS-ENTRY-RUN-ID NOT = WS-MAX-RUN-ID
001318         ADD 1 TO WS-SUPERSEDED-COUNT
001319         GO TO 2060-EXIT.
001322     PERFORM 2050-CAPTURE-COUNTS THRU 2050-EXIT.
001325     MOVE SPACES TO WS-BAL-LINE.
001330     MOVE AUD-PROGRAM-ID TO WS-BAL-PGM.
001340     IF AUD-READ-COUNT NUMERIC
001350         AND AUD-WRITTEN-COUNT NUMERIC
001640             WS-RPT-STATUS WS-ERRH-SEVERITY
001650         IF WS-ERRH-SEVERE
001660             GO TO 9999-ABEND.
001661 2060-EXIT.
001662     EXIT.
001663*----------------------------------------------------------*
001664* 2100-INDEX-SCAN - THE SAME BALANCING BY KEY: START THE   *
001665* INDEX AT THE BUSINESS DATE ON ITS DATE KEY AND TAKE      *
001666* ENTRIES UNTIL THE DATE CHANGES. NO OTHER NIGHT'S ENTRIES *
001667* ARE READ.                                                *
001668*----------------------------------------------------------*
001669 2100-INDEX-SCAN.
001670     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
001671     MOVE 0 TO AUDX-DK-RUN-ID.
001672     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
001673         INVALID KEY
001674             GO TO 2190-INDEX-DONE
001675     END-START.
001676 2110-READ-NEXT.
001677     READ AUDX-FILE NEXT RECORD
001678         AT END
001679             GO TO 2190-INDEX-DONE.
001680     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
001681         GO TO 2190-INDEX-DONE.
001682     MOVE AUDX-ENTRY TO AUDIT-RECORD.
001683     PERFORM 2060-TAKE-ENTRY THRU 2060-EXIT.
001684     GO TO 2110-READ-NEXT.
001685 2190-INDEX-DONE.
001686     CLOSE AUDX-FILE.
001687 2100-EXIT.
001688     EXIT.
001712*----------------------------------------------------------*
001714* 1900-FIND-LATEST-ATTEMPT - PRE-PASS OVER TONIGHT'S AUDIT  *
001716* ENTRIES FOR THE HIGHEST RUN IDENTIFIER, SO THE BALANCE    *
001720* FIELD COUNT AS ATTEMPT ZERO.                              *
001722*----------------------------------------------------------*
001724 1900-FIND-LATEST-ATTEMPT.
001725     MOVE 0 TO WS-MAX-RUN-ID.
001726     MOVE "N" TO WS-USE-INDEX-SW.
001727     OPEN INPUT AUDX-FILE.
001728     IF WS-AUDX-OK
001729         MOVE "Y" TO WS-USE-INDEX-SW
001730         PERFORM 1950-INDEX-LATEST-ATTEMPT THRU 1950-EXIT
001731         GO TO 1900-EXIT.
001732     OPEN INPUT AUDIT-FILE.
001733     IF NOT WS-AUDIT-OK
001734         GO TO 1900-EXIT.
001735 1910-READ-NEXT.
001736     READ AUDIT-FILE
001738         AT END
001740             GO TO 1990-FIND-DONE.
001758 1990-FIND-DONE.
001760     CLOSE AUDIT-FILE.
001762 1900-EXIT.
001763     EXIT.
001764*----------------------------------------------------------*
001765* 1950-INDEX-LATEST-ATTEMPT - THE SAME PRE-PASS BY KEY:    *
001766* TONIGHT'S RUN IDENTIFIERS COME OFF THE INDEX'S DATE KEY  *
001767* IN ASCENDING ORDER, SO THE LAST ONE FILED UNDER THE      *
001768* BUSINESS DATE IS THE LATEST ATTEMPT. THE INDEX IS LEFT   *
001769* OPEN FOR 2000-CHECK-BALANCES.                            *
001770*----------------------------------------------------------*
001771 1950-INDEX-LATEST-ATTEMPT.
001772     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
001773     MOVE 0 TO AUDX-DK-RUN-ID.
001774     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
001775         INVALID KEY
001776             GO TO 1950-EXIT
001777     END-START.
001778 1960-READ-NEXT.
001779     READ AUDX-FILE NEXT RECORD
001780         AT END
001781             GO TO 1950-EXIT.
001782     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
001783         GO TO 1950-EXIT.
001784     MOVE AUDX-DK-RUN-ID TO WS-MAX-RUN-ID.
001785     GO TO 1960-READ-NEXT.
001786 1950-EXIT.
001787     EXIT.
001788*----------------------------------------------------------*
001789* 2050-CAPTURE-COUNTS - REMEMBER THE AUDIT CLAIMS THE       *
001790* PHYSICAL MODE WILL PROVE AGAINST THE FILES. ONLY ENTRIES  *
001791* WITH READABLE BALANCE COUNTS ARE CAPTURED.                *
001792* TEMPCVT RUNS ONCE PER DELIVERY, SO ITS WRITTEN COUNTS ADD *
001793* UP, AND SO DO ITS REJECTS - EVERY DELIVERY OF THE DAY     *
001794* APPENDS TO TMPREJ.                                        *
001795*----------------------------------------------------------*
001796 2050-CAPTURE-COUNTS.
001797     IF AUD-WRITTEN-COUNT NOT NUMERIC
001798         GO TO 2050-EXIT.
001799     EVALUATE AUD-PROGRAM-ID
001800         WHEN 'FOOBAR'
001801             MOVE AUD-WRITTEN-COUNT TO WS-AUD-FOOB-WRITTEN
001802             MOVE "Y" TO WS-AUD-FOOB-SEEN-SW
001803         WHEN 'TEMPCVT'
001804             ADD AUD-WRITTEN-COUNT TO WS-AUD-TCVT-WRITTEN
001805             IF AUD-REJECT-COUNT NUMERIC
001806                 ADD AUD-REJECT-COUNT TO WS-AUD-TCVT-REJECTS
001807             END-IF
001808             MOVE "Y" TO WS-AUD-TCVT-SEEN-SW
001809         WHEN 'TMPREPRO'
001810             MOVE AUD-WRITTEN-COUNT TO WS-AUD-TREP-WRITTEN
001811             MOVE "Y" TO WS-AUD-TREP-SEEN-SW
001812         WHEN 'MINMAX'
001813             MOVE AUD-WRITTEN-COUNT TO WS-AUD-MM-WRITTEN
001814             MOVE "Y" TO WS-AUD-MM-SEEN-SW
001815         WHEN 'SUBMAIN'
001816             MOVE AUD-WRITTEN-COUNT TO WS-AUD-SUBM-WRITTEN
001818             MOVE "Y" TO WS-AUD-SUBM-SEEN-SW
001820         WHEN OTHER
002228             GO TO 9999-ABEND.
002230 4900-EXIT.
002232     EXIT.
002242*----------------------------------------------------------*
002252* 3000-PRINT-SUMMARY - ONE TOTALS LINE: ENTRIES CHECKED,     *
002262* LEAKS FLAGGED, AND ENTRIES THAT COULD NOT BE CHECKED.      *
002272*----------------------------------------------------------*
002282 3000-PRINT-SUMMARY.
002292     MOVE WS-CHECKED-COUNT TO WS-SUM-CHECKED.
002302     MOVE WS-LEAK-COUNT TO WS-SUM-LEAKS.
002312     MOVE WS-UNCHECKED-COUNT TO WS-SUM-UNCHECKED.
002322     MOVE WS-SUM-LINE TO RPT-RECORD.
002332     WRITE RPT-RECORD.
002342     DISPLAY 'BALCHECK: ' WS-CHECKED-COUNT ' CHECKED, '
002352         WS-LEAK-COUNT ' LEAKS, '
002362         WS-UNCHECKED-COUNT ' NOT CHECKED.'.
002372 3000-EXIT.
002382     EXIT.
002392*----------------------------------------------------------*
002402* 3500-KEEP-GENERATION - COPY TONIGHT'S CLOSED BALRPT TO   *
002412* ITS DATED GENERATION, THE SAME RECORD-FOR-RECORD COPY    *
002422* GENMAINT USES TO PRESENT A GENERATION. THE HISTORY IS A  *
002432* CONVENIENCE, NOT THE CHECK ITSELF, SO A FAILURE HERE IS  *
002442* ONLY REPORTED.                                           *
002452*----------------------------------------------------------*
002462 3500-KEEP-GENERATION.
002472     MOVE WS-RUN-DATE-NUM TO WS-BALH-DATE.
002482     OPEN INPUT RPT-FILE.
002492     IF NOT WS-RPT-OK
002502         DISPLAY 'BALCHECK: BALRPT NOT REOPENED - NO GENERATION '
002512             'KEPT'
002522         GO TO 3500-EXIT.
002532     OPEN OUTPUT BALH-FILE.
002542     IF NOT WS-BALH-OK
002552         DISPLAY 'BALCHECK: ' WS-BALH-NAME ' NOT OPENED - NO '
002562             'GENERATION KEPT'
002572         CLOSE RPT-FILE
002582         GO TO 3500-EXIT.
002592     MOVE 0 TO WS-BALH-COUNT.
002602 3510-COPY-NEXT.
002612     READ RPT-FILE
002622         AT END
002632             GO TO 3590-COPY-DONE.
002642     MOVE RPT-RECORD TO BALH-RECORD.
002652     WRITE BALH-RECORD.
002662     ADD 1 TO WS-BALH-COUNT.
002672     GO TO 3510-COPY-NEXT.
002682 3590-COPY-DONE.
002692     CLOSE RPT-FILE.
002702     CLOSE BALH-FILE.
002712     DISPLAY 'BALCHECK: BALRPT KEPT AS ' WS-BALH-NAME ' ('
002722         WS-BALH-COUNT ' LINES).'.
002732 3500-EXIT.
002742     EXIT.
002752*----------------------------------------------------------*
002762* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
002772* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
002782* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT. A RUN THAT   *
002792* FLAGGED LEAKS CARRIES THE WARNING COMPLETION STATUS.        *
002802*----------------------------------------------------------*
002812 9000-WRITE-AUDIT.
002822     MOVE SPACES TO AUDIT-RECORD.
002832     CALL 'GETRUNID' USING WS-RUN-ID.
002842     MOVE WS-RUN-ID TO AUD-RUN-ID.
002852     MOVE 'BALCHECK' TO AUD-PROGRAM-ID.
002862     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002872     ACCEPT AUD-RUN-TIME FROM TIME.
002882     MOVE WS-CHECKED-COUNT TO AUD-RECORD-COUNT.
002892     IF WS-LEAK-COUNT > 0 OR WS-PHYS-BAD-COUNT > 0
002902         SET AUD-STATUS-WARNING TO TRUE
002912     ELSE
002922         SET AUD-STATUS-OK TO TRUE.
002932     MOVE WS-CHECKED-COUNT TO AUD-READ-COUNT.
002942     MOVE WS-CHECKED-COUNT TO AUD-WRITTEN-COUNT.
002952     MOVE 0 TO AUD-REJECT-COUNT.
002962     OPEN EXTEND AUDIT-FILE.
002972     IF NOT WS-AUDIT-OK
002982         CLOSE AUDIT-FILE
002992         OPEN OUTPUT AUDIT-FILE.
003002     WRITE AUDIT-RECORD.
003012     IF NOT WS-AUDIT-OK
003022         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
003032         MOVE 'WRITE' TO WS-ERRH-OPERATION
003042         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003052             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003062             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
003072     IF WS-AUDIT-OK
003082         CALL 'AUDXPOST' USING AUDIT-RECORD.
003092     CLOSE AUDIT-FILE.
003102 9000-EXIT.
003112     EXIT.
003122*----------------------------------------------------------*
003132* 9999-ABEND - A FILE ERROR ERRHANDLE CLASSIFIED AS SEVERE   *
003142* WAS HIT ON THE REPORT FILE. END THE RUN WITH A NONZERO     *
003152* RETURN-CODE SO THE NIGHTLY BATCH DRIVER SEES THE STEP AS   *
003162* FAILED.                                                    *
003172*----------------------------------------------------------*
003182 9999-ABEND.
003192     DISPLAY 'BALCHECK: ABENDING - UNRECOVERABLE FILE ERROR.'.
003202     CLOSE RPT-FILE.
003212     MOVE 16 TO RETURN-CODE.
003222     GOBACK.
