000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDXPOST.
000030 AUTHOR.        A GANCSOS.
000040 INSTALLATION.  BATCH CONTROL UNIT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15 AG  FIRST VERSION. SHOP-WIDE POSTING SERVICE  *
000110*                FOR THE INDEXED AUDIT STORE (AUDINDEX,    *
000120*                AUDXREC LAYOUT), IN THE GETRUNID STYLE.   *
000130*                EVERY AUDITLOG WRITER CALLS IT WITH THE   *
000140*                ENTRY IT HAS JUST APPENDED, SO THE INDEX  *
000150*                IS LOADED AS THE ENTRIES ARE WRITTEN. THE *
000160*                ENTRY IS KEYED ON PROGRAM, RUN DATE AND   *
000170*                RUN IDENTIFIER, WITH THE NEXT FREE        *
000180*                SEQUENCE NUMBER WHEN THE SAME PROGRAM HAS *
000190*                ALREADY POSTED IN THE SAME ATTEMPT. A     *
000200*                MISSING INDEX IS CREATED. AUDITLOG IS THE *
000210*                SYSTEM OF RECORD: AN INDEX THAT CANNOT BE *
000220*                OPENED OR WRITTEN IS LOGGED THROUGH       *
000230*                ERRHANDLE AND THE CALLER CARRIES ON -     *
000240*                AUDXBLD PUTS THE INDEX BACK FROM AUDITLOG *
000250*                AND THE ARCHIVES.                         *
000260*----------------------------------------------------------*
000270* CALLED AS:  CALL 'AUDXPOST' USING <AUDIT-RECORD>.        *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AUDX-KEY
000360         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-AUDX-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AUDX-FILE
000420     RECORD CONTAINS 150 CHARACTERS.
000430     COPY AUDXREC.
000440 WORKING-STORAGE SECTION.
000450 01  WS-AUDX-STATUS             PIC X(02) VALUE "00".
000460     88  WS-AUDX-OK                       VALUE "00" "02".
000470     88  WS-AUDX-DUPLICATE                VALUE "22".
000480 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'AUDXPOST'.
000490 01  WS-ERRH-FILE-NAME          PIC X(08) VALUE 'AUDINDEX'.
000500 01  WS-ERRH-OPERATION          PIC X(06).
000510 01  WS-ERRH-SEVERITY           PIC X(02).
000520     COPY AUDITREC.
000530 LINKAGE SECTION.
000540 01  AUDXP-ENTRY                PIC X(100).
000550 PROCEDURE DIVISION USING AUDXP-ENTRY.
000560 0000-AUDXPOST-MAIN.
000570     MOVE AUDXP-ENTRY TO AUDIT-RECORD.
000580     OPEN I-O AUDX-FILE.
000590     IF NOT WS-AUDX-OK
000600         OPEN OUTPUT AUDX-FILE
000610         CLOSE AUDX-FILE
000620         OPEN I-O AUDX-FILE.
000630     IF NOT WS-AUDX-OK
000640         MOVE 'OPEN' TO WS-ERRH-OPERATION
000650         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
000660             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
000670             WS-AUDX-STATUS WS-ERRH-SEVERITY
000680         GO TO 0000-EXIT.
000690     MOVE SPACES TO AUDX-RECORD.
000700     MOVE AUD-PROGRAM-ID TO AUDX-PROGRAM-ID.
000710     IF AUD-RUN-DATE NUMERIC
000720         MOVE AUD-RUN-DATE TO AUDX-RUN-DATE
000730     ELSE
000740         MOVE 0 TO AUDX-RUN-DATE.
000750     IF AUD-RUN-ID NUMERIC
000760         MOVE AUD-RUN-ID TO AUDX-RUN-ID
000770     ELSE
000780         MOVE 0 TO AUDX-RUN-ID.
000790     MOVE 1 TO AUDX-SEQ.
000800     MOVE AUDX-RUN-DATE TO AUDX-DK-RUN-DATE.
000810     MOVE AUDX-RUN-ID TO AUDX-DK-RUN-ID.
000820     MOVE AUDIT-RECORD TO AUDX-ENTRY.
000830*    THE SAME PROGRAM POSTING TWICE IN ONE ATTEMPT TAKES THE
000840*    NEXT SEQUENCE NUMBER UNDER THE SAME PROGRAM/DATE/RUN.
000850 0010-WRITE-ENTRY.
000860     WRITE AUDX-RECORD
000870         INVALID KEY
000880             IF WS-AUDX-DUPLICATE AND AUDX-SEQ < 9999
000890                 ADD 1 TO AUDX-SEQ
000900                 GO TO 0010-WRITE-ENTRY
000910             END-IF
000920     END-WRITE.
000930     IF NOT WS-AUDX-OK
000940         MOVE 'WRITE' TO WS-ERRH-OPERATION
000950         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
000960             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
000970             WS-AUDX-STATUS WS-ERRH-SEVERITY.
000980     CLOSE AUDX-FILE.
000990 0000-EXIT.
001000     EXIT PROGRAM.
