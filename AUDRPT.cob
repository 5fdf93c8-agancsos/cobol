000206*                BE RUN OVER A DATED ARCHIVE FILE WRITTEN BY  *
000208*                AUDARCH (AUDARCH.CCYYMMDD) INSTEAD OF THE    *
000209*                HOT AUDITLOG. BLANK MEANS AUDITLOG.          *
000210* 2026-10-15 AG  WITH NO SOURCE ON THE SELECTION CARD THE     *
000211*                REPORT NOW READS THE INDEXED AUDIT STORE     *
000212*                (AUDINDEX) BY KEY - BY PROGRAM AND DATE WHEN *
000213*                A PROGRAM IS SELECTED, OTHERWISE BY DATE     *
000214*                FROM THE FIRST SELECTED DATE - INSTEAD OF    *
000215*                PASSING ALL OF AUDITLOG. THE INDEX HOLDS     *
000216*                ARCHIVED ENTRIES TOO, SO A RANGE REACHING    *
000217*                PAST AUDITLOG'S RETENTION NOW REPORTS THEM   *
000218*                WITHOUT NAMING EACH ARCHIVE. A NAMED SOURCE, *
000219*                OR NO INDEX, IS PASSED IN FULL AS BEFORE.    *
000220*----------------------------------------------------------*
000221 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-SOURCE
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-AUDIT-STATUS.
000271     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS DYNAMIC
000274         RECORD KEY IS AUDX-KEY
000275         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000276             WITH DUPLICATES
000277         FILE STATUS IS WS-AUDX-STATUS.
000280     SELECT SEL-FILE ASSIGN TO "AUDRSEL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-SEL-STATUS.
000360 FD  AUDIT-FILE
000370     RECORD CONTAINS 100 CHARACTERS.
000380     COPY AUDITREC.
000382 FD  AUDX-FILE
000384     RECORD CONTAINS 150 CHARACTERS.
000386     COPY AUDXREC.
000390 FD  SEL-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410 01  SEL-RECORD.
000510 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000520     88  WS-AUDIT-OK                      VALUE "00".
000530     88  WS-AUDIT-EOF                     VALUE "10".
000532 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000534     88  WS-AUDX-OK                       VALUE "00" "02".
000536 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
000538     88  WS-USE-INDEX                     VALUE "Y".
000540 01  WS-SEL-STATUS              PIC X(02) VALUE "00".
000550     88  WS-SEL-OK                        VALUE "00".
000560 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
001810* LINE FOR EVERY ENTRY THE SELECTION CARD MATCHES, AND ROLL  *
001820* EACH MATCH INTO ITS PROGRAM'S TOTALS.                      *
001830*----------------------------------------------------------*
001835 2000-REPORT-AUDIT.
001840     MOVE "N" TO WS-USE-INDEX-SW.
001841     IF WS-AUDIT-SOURCE = 'AUDITLOG'
001842         OPEN INPUT AUDX-FILE
001843         IF WS-AUDX-OK
001844             MOVE "Y" TO WS-USE-INDEX-SW
001845         END-IF
001846     END-IF.
001847     IF WS-USE-INDEX
001848         PERFORM 2300-INDEX-SCAN THRU 2300-EXIT
001849         GO TO 2095-REPORT-NONE.
001850     OPEN INPUT AUDIT-FILE.
001860     IF NOT WS-AUDIT-OK
001870         MOVE 'NO AUDIT HISTORY ON FILE' TO RPT-RECORD
001910     READ AUDIT-FILE
001920         AT END
001930             GO TO 2090-REPORT-DONE.
002005     PERFORM 2050-TAKE-ENTRY THRU 2050-EXIT.
002080     GO TO 2010-READ-NEXT.
002090 2090-REPORT-DONE.
002100     CLOSE AUDIT-FILE.
002105 2095-REPORT-NONE.
002110     IF WS-MATCH-COUNT = 0
002120         MOVE 'NO AUDIT ENTRIES MATCHED THE SELECTION'
002130             TO RPT-RECORD
002140         WRITE RPT-RECORD.
002150 2000-EXIT.
002160     EXIT.
002161*----------------------------------------------------------*
002162* 2050-TAKE-ENTRY - ONE ENTRY FROM THE AUDIT FILE OR THE   *
002163* INDEX: APPLY THE SELECTION CARD, AND PRINT AND ROLL THE  *
002164* ENTRY IF IT MATCHES.                                     *
002165*----------------------------------------------------------*
002166 2050-TAKE-ENTRY.
002167     IF AUD-RUN-DATE NOT NUMERIC
002168         GO TO 2050-EXIT.
002169     IF AUD-RUN-DATE < WS-SEL-DATE-FROM
002170         OR AUD-RUN-DATE > WS-SEL-DATE-TO
002171         GO TO 2050-EXIT.
002172     IF WS-SEL-PROGRAM NOT = SPACES
002173         AND AUD-PROGRAM-ID NOT = WS-SEL-PROGRAM
002174         GO TO 2050-EXIT.
002175     IF WS-SEL-STATUS-CODE NOT = SPACES
002176         AND AUD-COMPLETION-STATUS NOT = WS-SEL-STATUS-CODE
002177         GO TO 2050-EXIT.
002178     ADD 1 TO WS-MATCH-COUNT.
002179     PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT.
002180     PERFORM 2200-ROLL-TOTALS THRU 2200-EXIT.
002181 2050-EXIT.
002182     EXIT.
002183*----------------------------------------------------------*
002184* 2300-INDEX-SCAN - THE SAME PASS BY KEY. A SELECTED       *
002185* PROGRAM STARTS THE INDEX AT THAT PROGRAM AND THE FIRST   *
002186* SELECTED DATE AND STOPS AT THE NEXT PROGRAM; OTHERWISE   *
002187* THE DATE KEY STARTS AT THE FIRST SELECTED DATE. EITHER   *
002188* WAY THE PASS ENDS PAST THE LAST SELECTED DATE.           *
002189*----------------------------------------------------------*
002190 2300-INDEX-SCAN.
002191     IF WS-SEL-PROGRAM NOT = SPACES
002192         MOVE WS-SEL-PROGRAM TO AUDX-PROGRAM-ID
002193         MOVE WS-SEL-DATE-FROM TO AUDX-RUN-DATE
002194         MOVE 0 TO AUDX-RUN-ID AUDX-SEQ
002195         START AUDX-FILE KEY IS NOT LESS THAN AUDX-KEY
002196             INVALID KEY
002197                 GO TO 2390-INDEX-DONE
002198         END-START
002199     ELSE
002200         MOVE WS-SEL-DATE-FROM TO AUDX-DK-RUN-DATE
002201         MOVE 0 TO AUDX-DK-RUN-ID
002202         START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
002203             INVALID KEY
002204                 GO TO 2390-INDEX-DONE
002205         END-START
002206     END-IF.
002207 2310-READ-NEXT.
002208     READ AUDX-FILE NEXT RECORD
002209         AT END
002210             GO TO 2390-INDEX-DONE.
002211     IF WS-SEL-PROGRAM NOT = SPACES
002212         AND AUDX-PROGRAM-ID NOT = WS-SEL-PROGRAM
002213         GO TO 2390-INDEX-DONE.
002214     IF AUDX-RUN-DATE > WS-SEL-DATE-TO
002215         GO TO 2390-INDEX-DONE.
002216     MOVE AUDX-ENTRY TO AUDIT-RECORD.
002217     PERFORM 2050-TAKE-ENTRY THRU 2050-EXIT.
002218     GO TO 2310-READ-NEXT.
002219 2390-INDEX-DONE.
002220     CLOSE AUDX-FILE.
002221 2300-EXIT.
002222     EXIT.
002223*----------------------------------------------------------*
002224* 2100-PRINT-DETAIL - ONE REPORT LINE FOR A MATCHED ENTRY,   *
002225* WITH THE SHOP'S PAGE-BREAK HANDLING.                       *
002226*----------------------------------------------------------*
002227 2100-PRINT-DETAIL.
002228     MOVE AUD-PROGRAM-ID TO WS-DET-PGM.
002230     MOVE AUD-RUN-DATE TO WS-DET-DATE.
002240     MOVE AUD-RUN-TIME TO WS-DET-TIME.
002250     MOVE AUD-RECORD-COUNT TO WS-DET-COUNT.
