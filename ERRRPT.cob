000203*                FAILURES INSTEAD OF WAITING FOR SOMEONE TO  *
000204*                READ THE PATTERN SECTION. ERRLOG RETENTION  *
000205*                ITSELF IS THE NEW ERRARCH UTILITY'S JOB.    *
000206* 2026-10-15 AG  THE PARAMETER CARD NOW ALSO TAKES AN        *
000207*                OPTIONAL SOURCE FILE NAME (COLUMNS 6-21) SO *
000208*                THE REPORT CAN BE RUN OVER A FILE RECALLED  *
000209*                FROM THE ERRARCH ARCHIVES BY ARCRECAL, OR   *
000210*                OVER ONE DATED ARCHIVE, INSTEAD OF THE LIVE *
000211*                ERRLOG. BLANK MEANS ERRLOG. A RUN OVER A    *
000212*                NAMED SOURCE IS AN INVESTIGATION AND RAISES *
000213*                NO NITEALRT ALERTS.                         *
000214*----------------------------------------------------------*
000215 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT ERRLOG-FILE ASSIGN USING WS-ERRLOG-SOURCE
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-ERRLOG-STATUS.
000270     SELECT RPT-FILE ASSIGN TO "ERRRPOUT"
000440 FD  RPT-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  RPT-RECORD                 PIC X(80).
000461 FD  PARM-FILE
000462     RECORD CONTAINS 80 CHARACTERS.
000463 01  PARM-RECORD.
000464     05  PARM-ALERT-NIGHTS      PIC 9(02).
000465     05  PARM-WINDOW-DAYS       PIC 9(03).
000466     05  PARM-SOURCE            PIC X(16).
000467     05  FILLER                 PIC X(59).
000468 FD  ALERT-FILE
000469     RECORD CONTAINS 80 CHARACTERS.
000470 01  ALERT-RECORD.
000645 01  WS-ALERT-NIGHTS            PIC 9(02) VALUE 3.
000646 01  WS-WINDOW-DAYS             PIC 9(03) VALUE 14.
000647 01  WS-CUTOFF-NUM              PIC 9(08) VALUE 0.
000648 01  WS-ERRLOG-SOURCE           PIC X(16) VALUE 'ERRLOG'.
000649 01  WS-ALERT-TIME              PIC 9(08) VALUE 0.
000650 01  WS-ALERTED-COUNT           PIC 9(03) VALUE 0.
000651 01  WS-RUN-DATE-R.
000652     05  WS-RD-CCYY             PIC 9(04).
000653     05  WS-RD-MM               PIC 9(02).
000654     05  WS-RD-DD               PIC 9(02).
000655 01  WS-DETAIL-LINE.
000660     05  FILLER                 PIC X(01) VALUE SPACES.
000670     05  WS-DET-PGM             PIC X(10).
000680     05  FILLER                 PIC X(02) VALUE SPACES.
001083                 AND PARM-WINDOW-DAYS > 0
001084                 MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
001085             END-IF
001086             IF PARM-SOURCE NOT = SPACES
001087                 MOVE PARM-SOURCE TO WS-ERRLOG-SOURCE
001088             END-IF
001089         END-IF
001090         CLOSE PARM-FILE
001091     END-IF.
001092     COMPUTE WS-CUTOFF-NUM =
001093         FUNCTION DATE-OF-INTEGER(
001094             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
001095             - WS-WINDOW-DAYS).
001096     OPEN OUTPUT RPT-FILE.
001097     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
001100 1000-EXIT.
001110     EXIT.
001120*----------------------------------------------------------*
002410* THE PATTERN'S PROGRAM; THE DETAIL IS ON THIS REPORT.      *
002420*----------------------------------------------------------*
002430 3500-ESCALATE-PATTERNS.
002433     IF WS-ERRLOG-SOURCE NOT = 'ERRLOG'
002436         GO TO 3500-EXIT.
002440     IF WS-PAT-COUNTT = 0
002450         GO TO 3500-EXIT.
002460     MOVE 1 TO WS-PAT-SUB.
