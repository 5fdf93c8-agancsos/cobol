000258*                OF DOUBLING STEPS WITH CONFLICTING           *
000259*                STATUSES. ENTRIES WITHOUT THE FIELD COUNT    *
000260*                AS ATTEMPT ZERO.                             *
000261* 2026-09-10 AG  TEMPCVT'S NEW SENSOR-HEALTH EXCEPTIONS       *
000262*                (TMPHLTH - STUCK SENSORS AND RATE-OF-CHANGE  *
000263*                SPIKES) ARE COUNTED ON THEIR OWN DASHBOARD   *
000264*                LINE, APART FROM THE OUT-OF-RANGE EXCEPTIONS *
000265*                ON TMPEXCP, AND FOLDED INTO THE VERDICT.     *
000266* 2026-10-15 AG  TONIGHT'S ENTRIES ARE NOW READ BY KEY FROM   *
000267*                THE INDEXED AUDIT STORE (AUDINDEX) WHEN IT   *
000268*                IS THERE: THE LATEST ATTEMPT IS THE LAST RUN *
000269*                IDENTIFIER FILED UNDER THE BUSINESS DATE AND *
000270*                ONLY THAT DATE'S ENTRIES ARE READ, INSTEAD   *
000271*                OF TWO PASSES OVER THE WHOLE OF AUDITLOG.    *
000272*                WITHOUT THE INDEX THE AUDITLOG SCAN RUNS AS  *
000273*                BEFORE. THE DASHBOARD'S OWN ENTRY IS ALSO    *
000274*                POSTED TO THE INDEX THROUGH AUDXPOST.        *
000275*----------------------------------------------------------*
000276 ENVIRONMENT DIVISION.
000277 INPUT-OUTPUT SECTION.
000278 FILE-CONTROL.
000279     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-AUDIT-STATUS.
000291     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS AUDX-KEY
000295         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000296             WITH DUPLICATES
000297         FILE STATUS IS WS-AUDX-STATUS.
000300     SELECT EXCP-FILE ASSIGN TO "TMPEXCP"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-EXCP-STATUS.
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REJ-STATUS.
000360     SELECT TREND-FILE ASSIGN TO "MMTREND"
000361         ORGANIZATION IS LINE SEQUENTIAL
000362         FILE STATUS IS WS-TREND-STATUS.
000364     SELECT BAL-FILE ASSIGN TO "BALRPT"
000366         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-BAL-STATUS.
000375         FILE STATUS IS WS-MMEXCP-STATUS.
000376     SELECT MISS-FILE ASSIGN TO "TMPMISS"
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS WS-MISS-STATUS.
000380     SELECT HLTH-FILE ASSIGN TO "TMPHLTH"
000381         ORGANIZATION IS LINE SEQUENTIAL
000382         FILE STATUS IS WS-HLTH-STATUS.
000383     SELECT ALERT-FILE ASSIGN TO "NITEALRT"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-ALERT-STATUS.
000390     SELECT RPT-FILE ASSIGN TO "MORNRPT"
000440 FD  AUDIT-FILE
000450     RECORD CONTAINS 100 CHARACTERS.
000460     COPY AUDITREC.
000462 FD  AUDX-FILE
000464     RECORD CONTAINS 150 CHARACTERS.
000466     COPY AUDXREC.
000470 FD  EXCP-FILE
000480     RECORD CONTAINS 80 CHARACTERS.
000490 01  EXCP-RECORD                PIC X(80).
000550 01  TREND-RECORD.
000560     05  TRND-MINV              PIC 9(3)V9(3).
000570     05  TRND-MAXV              PIC 9(3)V9(3).
000572     05  TRND-DIRECTION         PIC X(10).
000574     05  FILLER                 PIC X(58).
000576 FD  BAL-FILE
000578     RECORD CONTAINS 80 CHARACTERS.
000580 01  BAL-RECORD                 PIC X(80).
000583 01  MMREJ-RECORD               PIC X(80).
000584 FD  MMEXCP-FILE
000585     RECORD CONTAINS 80 CHARACTERS.
000586 01  MMEXCP-RECORD              PIC X(80).
000587 FD  MISS-FILE
000588     RECORD CONTAINS 80 CHARACTERS.
000589 01  MISS-RECORD                PIC X(80).
000590 FD  HLTH-FILE
000591     RECORD CONTAINS 80 CHARACTERS.
000592 01  HLTH-RECORD                PIC X(80).
000593 FD  ALERT-FILE
000594     RECORD CONTAINS 80 CHARACTERS.
000596 01  ALERT-RECORD               PIC X(80).
000600 FD  RPT-FILE
000640 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000650     88  WS-AUDIT-OK                      VALUE "00".
000660     88  WS-AUDIT-EOF                     VALUE "10".
000662 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000664     88  WS-AUDX-OK                       VALUE "00" "02".
000666 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
000668     88  WS-USE-INDEX                     VALUE "Y".
000670 01  WS-EXCP-STATUS             PIC X(02) VALUE "00".
000680     88  WS-EXCP-OK                       VALUE "00".
000690     88  WS-EXCP-EOF                      VALUE "10".
000700 01  WS-REJ-STATUS              PIC X(02) VALUE "00".
000710     88  WS-REJ-OK                        VALUE "00".
000720     88  WS-REJ-EOF                       VALUE "10".
000722 01  WS-TREND-STATUS            PIC X(02) VALUE "00".
000724     88  WS-TREND-OK                      VALUE "00".
000726 01  WS-BAL-STATUS              PIC X(02) VALUE "00".
000727     88  WS-BAL-OK                        VALUE "00".
000728     88  WS-BAL-EOF                       VALUE "10".
000734     88  WS-MMEXCP-EOF                    VALUE "10".
000736 01  WS-MISS-STATUS             PIC X(02) VALUE "00".
000738     88  WS-MISS-OK                       VALUE "00".
000739     88  WS-MISS-EOF                      VALUE "10".
000740 01  WS-HLTH-STATUS             PIC X(02) VALUE "00".
000741     88  WS-HLTH-OK                       VALUE "00".
000742     88  WS-HLTH-EOF                      VALUE "10".
000743 01  WS-ALERT-STATUS            PIC X(02) VALUE "00".
000744     88  WS-ALERT-OK                      VALUE "00".
000746     88  WS-ALERT-EOF                     VALUE "10".
000750 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000900 01  WS-EXCP-COUNT              PIC 9(09) VALUE 0.
000910 01  WS-REJ-COUNT               PIC 9(09) VALUE 0.
000912 01  WS-ALERT-COUNT             PIC 9(09) VALUE 0.
000913 01  WS-MISS-COUNT              PIC 9(09) VALUE 0.
000914 01  WS-HLTH-COUNT              PIC 9(09) VALUE 0.
000915 01  WS-LEAK-COUNT              PIC 9(09) VALUE 0.
000916 01  WS-MAX-RUN-ID              PIC 9(04) VALUE 0.
000917 01  WS-ENTRY-RUN-ID            PIC 9(04) VALUE 0.
000918 01  WS-SUPERSEDED-COUNT        PIC 9(04) VALUE 0.
000921 01  WS-MMREJ-COUNT             PIC 9(09) VALUE 0.
000924 01  WS-MMEXCP-COUNT            PIC 9(09) VALUE 0.
000927 01  WS-BAD-STEP-COUNT          PIC 9(02) VALUE 0.
000930 01  WS-HAVE-TREND-SW           PIC X(01) VALUE "N".
000940     88  WS-HAVE-TREND                    VALUE "Y".
000942 01  WS-TREND-MINV              PIC 9(3)V9(3) VALUE 0.
001300     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT.
001310     PERFORM 3000-COUNT-EXCEPTIONS THRU 3000-EXIT.
001320     PERFORM 3100-COUNT-REJECTS THRU 3100-EXIT.
001321     PERFORM 3150-COUNT-MISSING THRU 3150-EXIT.
001322     PERFORM 3180-COUNT-HEALTH THRU 3180-EXIT.
001323     PERFORM 3400-COUNT-LEAKS THRU 3400-EXIT.
001324     PERFORM 3500-COUNT-MM-FILES THRU 3500-EXIT.
001325     PERFORM 3300-COUNT-ALERTS THRU 3300-EXIT.
001690*----------------------------------------------------------*
001700 2000-SCAN-AUDIT.
001705     PERFORM 1900-FIND-LATEST-ATTEMPT THRU 1900-EXIT.
001706     IF WS-USE-INDEX
001707         PERFORM 2100-INDEX-SCAN THRU 2100-EXIT
001708         GO TO 2000-EXIT.
001710     OPEN INPUT AUDIT-FILE.
001720     IF NOT WS-AUDIT-OK
001730         GO TO 2000-EXIT.
001750     READ AUDIT-FILE
001760         AT END
001770             GO TO 2090-SCAN-DONE.
001771     IF AUD-RUN-DATE NOT NUMERIC
001772         GO TO 2010-READ-NEXT.
001773     IF AUD-RUN-DATE NOT = WS-RUN-DATE-NUM
001774         GO TO 2010-READ-NEXT.
001775     PERFORM 2050-TAKE-ENTRY THRU 2050-EXIT.
001776     GO TO 2010-READ-NEXT.
001777 2090-SCAN-DONE.
001778     CLOSE AUDIT-FILE.
001779 2000-EXIT.
001780     EXIT.
001781*----------------------------------------------------------*
001782* 2050-TAKE-ENTRY - ONE OF TONIGHT'S ENTRIES, FROM         *
001783* AUDITLOG OR FROM THE INDEX: KEEP IT IN THE STEP TABLE IF *
001784* IT BELONGS TO THE LATEST ATTEMPT, OTHERWISE COUNT IT AS  *
001785* SUPERSEDED.                                              *
001786*----------------------------------------------------------*
001787 2050-TAKE-ENTRY.
001791*    ONLY THE LATEST ATTEMPT'S ENTRIES BELONG ON THE
001792*    DASHBOARD - A SAME-DATE RERUN SUPERSEDES THE FAILED
001793*    ATTEMPT'S ENTRIES, WHICH ARE COUNTED AND SHOWN ONCE.
001797         MOVE 0 TO WS-ENTRY-RUN-ID.
001798     IF WS-ENTRY-RUN-ID NOT = WS-MAX-RUN-ID
001799         ADD 1 TO WS-SUPERSEDED-COUNT
001800         GO TO 2050-EXIT.
001801     IF WS-STEP-COUNT < 20
001810         ADD 1 TO WS-STEP-COUNT
001820         MOVE AUD-PROGRAM-ID TO WS-DB-PGM (WS-STEP-COUNT)
001850             TO WS-DB-STATUS (WS-STEP-COUNT)
001860         IF AUD-COMPLETION-STATUS NOT = "00"
001870             ADD 1 TO WS-BAD-STEP-COUNT.
001871 2050-EXIT.
001872     EXIT.
001873*----------------------------------------------------------*
001874* 2100-INDEX-SCAN - THE SAME COLLECTION BY KEY: START THE  *
001875* INDEX AT THE BUSINESS DATE ON ITS DATE KEY AND TAKE      *
001876* ENTRIES UNTIL THE DATE CHANGES. NO OTHER NIGHT'S ENTRIES *
001877* ARE READ.                                                *
001878*----------------------------------------------------------*
001879 2100-INDEX-SCAN.
001880     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
001881     MOVE 0 TO AUDX-DK-RUN-ID.
001882     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
001883         INVALID KEY
001884             GO TO 2190-INDEX-DONE
001885     END-START.
001886 2110-READ-NEXT.
001887     READ AUDX-FILE NEXT RECORD
001888         AT END
001889             GO TO 2190-INDEX-DONE.
001890     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
001891         GO TO 2190-INDEX-DONE.
001892     MOVE AUDX-ENTRY TO AUDIT-RECORD.
001893     PERFORM 2050-TAKE-ENTRY THRU 2050-EXIT.
001894     GO TO 2110-READ-NEXT.
001895 2190-INDEX-DONE.
001896     CLOSE AUDX-FILE.
001897 2100-EXIT.
001898     EXIT.
001899*----------------------------------------------------------*
001900* 1900-FIND-LATEST-ATTEMPT - PRE-PASS OVER TONIGHT'S AUDIT  *
001901* ENTRIES FOR THE HIGHEST RUN IDENTIFIER, SO THE SCAN CAN   *
001902* KEEP EXACTLY THAT ATTEMPT. ENTRIES WITHOUT THE FIELD      *
001903* (OLDER RECORDS, STANDALONE RUNS) COUNT AS ATTEMPT ZERO.   *
001904*----------------------------------------------------------*
001905 1900-FIND-LATEST-ATTEMPT.
001906     MOVE 0 TO WS-MAX-RUN-ID.
001907     MOVE "N" TO WS-USE-INDEX-SW.
001908     OPEN INPUT AUDX-FILE.
001909     IF WS-AUDX-OK
001910         MOVE "Y" TO WS-USE-INDEX-SW
001911         PERFORM 1950-INDEX-LATEST-ATTEMPT THRU 1950-EXIT
001928         GO TO 1900-EXIT.
001929     OPEN INPUT AUDIT-FILE.
001930     IF NOT WS-AUDIT-OK
001931         GO TO 1900-EXIT.
001945     CLOSE AUDIT-FILE.
001946 1900-EXIT.
001947     EXIT.
001948*----------------------------------------------------------*
001949* 1950-INDEX-LATEST-ATTEMPT - THE SAME PRE-PASS BY KEY:    *
001950* TONIGHT'S RUN IDENTIFIERS COME OFF THE INDEX'S DATE KEY  *
001951* IN ASCENDING ORDER, SO THE LAST ONE FILED UNDER THE      *
001952* BUSINESS DATE IS THE LATEST ATTEMPT. THE INDEX IS LEFT   *
001953* OPEN FOR 2000-SCAN-AUDIT.                                *
001954*----------------------------------------------------------*
001955 1950-INDEX-LATEST-ATTEMPT.
001956     MOVE WS-RUN-DATE-NUM TO AUDX-DK-RUN-DATE.
001957     MOVE 0 TO AUDX-DK-RUN-ID.
001958     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
001959         INVALID KEY
001960             GO TO 1950-EXIT
001961     END-START.
001962 1960-READ-NEXT.
001963     READ AUDX-FILE NEXT RECORD
001964         AT END
001965             GO TO 1950-EXIT.
001966     IF AUDX-DK-RUN-DATE NOT = WS-RUN-DATE-NUM
001967         GO TO 1950-EXIT.
001968     MOVE AUDX-DK-RUN-ID TO WS-MAX-RUN-ID.
001969     GO TO 1960-READ-NEXT.
001970 1950-EXIT.
001971     EXIT.
001972*----------------------------------------------------------*
001973* 3000-COUNT-EXCEPTIONS - COUNT THE RECORDS ON THE TEMPCVT   *
001974* EXCEPTION REPORT. A MISSING FILE COUNTS AS ZERO.           *
001975*----------------------------------------------------------*
001976 3000-COUNT-EXCEPTIONS.
001980     OPEN INPUT EXCP-FILE.
001990     IF NOT WS-EXCP-OK
002000         GO TO 3000-EXIT.
002210         AT END
002220             GO TO 3190-COUNT-DONE.
002230     ADD 1 TO WS-REJ-COUNT.
002231     GO TO 3110-READ-NEXT.
002232 3190-COUNT-DONE.
002233     CLOSE REJ-FILE.
002234 3100-EXIT.
002235     EXIT.
002236*----------------------------------------------------------*
002237* 3150-COUNT-MISSING - COUNT THE ACTIVE STATIONS TEMPCVT    *
002238* REPORTED SILENT TONIGHT (TMPMISS). A MISSING FILE COUNTS  *
002239* AS ZERO.                                                  *
002240*----------------------------------------------------------*
002241 3150-COUNT-MISSING.
002242     OPEN INPUT MISS-FILE.
002243     IF NOT WS-MISS-OK
002244         GO TO 3150-EXIT.
002245 3160-READ-NEXT.
002246     READ MISS-FILE
002247         AT END
002248             GO TO 3170-COUNT-DONE.
002249     ADD 1 TO WS-MISS-COUNT.
002250     GO TO 3160-READ-NEXT.
002251 3170-COUNT-DONE.
002252     CLOSE MISS-FILE.
002253 3150-EXIT.
002254     EXIT.
002255*----------------------------------------------------------*
002256* 3180-COUNT-HEALTH - COUNT TEMPCVT'S SENSOR-HEALTH         *
002257* EXCEPTIONS (TMPHLTH), KEPT APART FROM THE RANGE           *
002258* EXCEPTIONS. A MISSING FILE COUNTS AS ZERO.                *
002259*----------------------------------------------------------*
002260 3180-COUNT-HEALTH.
002261     OPEN INPUT HLTH-FILE.
002262     IF NOT WS-HLTH-OK
002263         GO TO 3180-EXIT.
002264 3185-READ-NEXT.
002265     READ HLTH-FILE
002266         AT END
002267             GO TO 3189-COUNT-DONE.
002268     ADD 1 TO WS-HLTH-COUNT.
002269     GO TO 3185-READ-NEXT.
002270 3189-COUNT-DONE.
002271     CLOSE HLTH-FILE.
002272 3180-EXIT.
002273     EXIT.
002274*----------------------------------------------------------*
002282* 3300-COUNT-ALERTS - COUNT THE ALERTS STILL UNACKNOWLEDGED *
002283* ON NITEALRT, WHATEVER NIGHT RAISED THEM - NITEACK MOVES   *
002284* WORKED ALERTS OFF, SO ANYTHING HERE IS UNWORKED AND MUST  *
002351     CLOSE MMEXCP-FILE.
002352 3500-EXIT.
002353     EXIT.
002354*----------------------------------------------------------*
002355* 3200-READ-TREND - PICK UP THE RANGE TREND MINMAX PERSISTED *
002356* THIS RUN (MIN/MAX AND THE DIRECTION AGAINST THE PRIOR      *
002357* RUN). A MISSING TREND FILE IS REPORTED AS NO TREND.        *
002358*----------------------------------------------------------*
002359 3200-READ-TREND.
002360     OPEN INPUT TREND-FILE.
002361     IF NOT WS-TREND-OK
002370         GO TO 3200-EXIT.
002380     READ TREND-FILE
002390         AT END
002770     MOVE WS-EXCP-COUNT TO WS-DCL-COUNT.
002780     MOVE WS-DASH-CNT-LINE TO WS-RPT-LINE.
002790     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002792     MOVE 'SENSOR HLTH(TMPHLTH)' TO WS-DCL-LABEL.
002794     MOVE WS-HLTH-COUNT TO WS-DCL-COUNT.
002796     MOVE WS-DASH-CNT-LINE TO WS-RPT-LINE.
002798     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002800     MOVE 'REJECTS    (TMPREJ) ' TO WS-DCL-LABEL.
002801     MOVE WS-REJ-COUNT TO WS-DCL-COUNT.
002802     MOVE WS-DASH-CNT-LINE TO WS-RPT-LINE.
002803     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
002806     IF WS-SUPERSEDED-COUNT > 0
002807         MOVE 'SUPERSEDED ENTRIES  ' TO WS-DCL-LABEL
002808         MOVE WS-SUPERSEDED-COUNT TO WS-DCL-COUNT
003012     IF WS-ALERT-COUNT > 0
003014         MOVE 'REVIEW' TO WS-VERDICT.
003016     IF WS-MISS-COUNT > 0
003017         MOVE 'REVIEW' TO WS-VERDICT.
003018     IF WS-HLTH-COUNT > 0
003019         MOVE 'REVIEW' TO WS-VERDICT.
003020     IF WS-LEAK-COUNT > 0
003022         MOVE 'REVIEW' TO WS-VERDICT.
003024     IF WS-MMREJ-COUNT > 0 OR WS-MMEXCP-COUNT > 0
003026         MOVE 'REVIEW' TO WS-VERDICT.
003028     MOVE WS-VERDICT TO WS-DVL-VERDICT.
003030     MOVE WS-DASH-VERDICT-LINE TO WS-RPT-LINE.
003040     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
003050 4000-EXIT.
003290*----------------------------------------------------------*
003300 9000-WRITE-AUDIT.
003310     MOVE SPACES TO AUDIT-RECORD.
003313     CALL 'GETRUNID' USING WS-RUN-ID.
003316     MOVE WS-RUN-ID TO AUD-RUN-ID.
003320     MOVE 'MORNDASH' TO AUD-PROGRAM-ID.
003330     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
003340     ACCEPT AUD-RUN-TIME FROM TIME.
003450         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
003460             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
003470             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
003473     IF WS-AUDIT-OK
003476         CALL 'AUDXPOST' USING AUDIT-RECORD.
003480     CLOSE AUDIT-FILE.
003490 9000-EXIT.
003500     EXIT.
