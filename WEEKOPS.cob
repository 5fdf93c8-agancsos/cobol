000200*                USES THE SHOP-STANDARD RPTHDFT HEADER. LIKE  *
000210*                AUDRPT AND ERRRPT THIS IS A REPORTER ONLY -  *
000220*                IT WRITES NO AUDIT ENTRY OF ITS OWN.         *
000221* 2026-10-15 AG  THE FORTNIGHT'S ENTRIES ARE NOW READ BY KEY *
000222*                FROM THE INDEXED AUDIT STORE (AUDINDEX)     *
000223*                WHEN IT IS THERE - IT HOLDS HOT AND         *
000224*                ARCHIVED ENTRIES ALIKE, SO ONE START AT THE *
000225*                PERIOD'S FIRST DATE REPLACES THE PASS OVER  *
000226*                AUDITLOG AND THE FOURTEEN ARCHIVE OPENS.    *
000227*                WITHOUT THE INDEX BOTH SCANS RUN AS BEFORE. *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000270     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-AUDIT-STATUS.
000291     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS AUDX-KEY
000295         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000296             WITH DUPLICATES
000297         FILE STATUS IS WS-AUDX-STATUS.
000300     SELECT ARCH-FILE ASSIGN USING WS-ARCHIVE-NAME
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ARCH-STATUS.
000380 FD  AUDIT-FILE
000390     RECORD CONTAINS 100 CHARACTERS.
000400     COPY AUDITREC.
000402 FD  AUDX-FILE
000404     RECORD CONTAINS 150 CHARACTERS.
000406     COPY AUDXREC.
000410 FD  ARCH-FILE
000420     RECORD CONTAINS 100 CHARACTERS.
000430 01  ARCH-RECORD                PIC X(100).
000480 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000490     88  WS-AUDIT-OK                      VALUE "00".
000500     88  WS-AUDIT-EOF                     VALUE "10".
000502 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000504     88  WS-AUDX-OK                       VALUE "00" "02".
000506 01  WS-USE-INDEX-SW            PIC X(01) VALUE "N".
000508     88  WS-USE-INDEX                     VALUE "Y".
000510 01  WS-ARCH-STATUS             PIC X(02) VALUE "00".
000520     88  WS-ARCH-OK                       VALUE "00".
000530     88  WS-ARCH-EOF                      VALUE "10".
001880* AUDIT FILE LEAVES THE TABLE EMPTY.                         *
001890*----------------------------------------------------------*
001900 2000-SCAN-HOT-AUDIT.
001901     MOVE "N" TO WS-USE-INDEX-SW.
001902     OPEN INPUT AUDX-FILE.
001903     IF WS-AUDX-OK
001904         MOVE "Y" TO WS-USE-INDEX-SW
001905         PERFORM 2100-INDEX-SCAN THRU 2100-EXIT
001906         GO TO 2000-EXIT.
001910     OPEN INPUT AUDIT-FILE.
001920     IF NOT WS-AUDIT-OK
001930         GO TO 2000-EXIT.
002000 2090-SCAN-DONE.
002010     CLOSE AUDIT-FILE.
002020 2000-EXIT.
002021     EXIT.
002022*----------------------------------------------------------*
002023* 2100-INDEX-SCAN - THE WHOLE PERIOD BY KEY: START THE     *
002024* INDEX AT THE PRIOR WEEK'S FIRST NIGHT ON ITS DATE KEY    *
002025* AND ROLL EVERY ENTRY UP TO THE BUSINESS DATE. ARCHIVED   *
002026* ENTRIES ARE STILL ON THE INDEX, SO 3000-SCAN-ARCHIVES IS *
002027* NOT NEEDED.                                              *
002028*----------------------------------------------------------*
002029 2100-INDEX-SCAN.
002030     MOVE WS-PRI-START-NUM TO AUDX-DK-RUN-DATE.
002031     MOVE 0 TO AUDX-DK-RUN-ID.
002032     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
002033         INVALID KEY
002034             GO TO 2190-INDEX-DONE
002035     END-START.
002036 2110-READ-NEXT.
002037     READ AUDX-FILE NEXT RECORD
002038         AT END
002039             GO TO 2190-INDEX-DONE.
002040     IF AUDX-DK-RUN-DATE > WS-RUN-DATE-NUM
002041         GO TO 2190-INDEX-DONE.
002042     MOVE AUDX-ENTRY TO AUDIT-RECORD.
002043     PERFORM 2500-ROLL-ENTRY THRU 2500-EXIT.
002044     GO TO 2110-READ-NEXT.
002045 2190-INDEX-DONE.
002046     CLOSE AUDX-FILE.
002047 2100-EXIT.
002048     EXIT.
002049*----------------------------------------------------------*
002050* 3000-SCAN-ARCHIVES - ANY ARCHIVE WRITTEN DURING THE PERIOD *
002060* MAY HOLD ENTRIES THE RETENTION WINDOW ROLLED OUT OF THE    *
002070* HOT FILE. EACH DAY'S AUDARCH.CCYYMMDD IS TRIED IN TURN;    *
002100* OUT OF THE WEEK TABLE.                                     *
002110*----------------------------------------------------------*
002120 3000-SCAN-ARCHIVES.
002123     IF WS-USE-INDEX
002126         GO TO 3000-EXIT.
002130     COMPUTE WS-SCAN-INT = WS-END-INT - 13.
002140 3010-NEXT-DAY.
002150     IF WS-SCAN-INT > WS-END-INT
