000254*                RECORD COUNT AND A HASH TOTAL OVER THE      *
000255*                VALUE FIELD TIMES 1000) SO MINMAX CAN       *
000256*                PROVE THE TRANSFER ARRIVED WHOLE.           *
000257* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000258*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000259*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000260*                THE READERS CAN FIND IT BY KEY.             *
000261*----------------------------------------------------------*
000262 ENVIRONMENT DIVISION.
000263 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT HISTORY-FILE ASSIGN USING WS-HIST-SOURCE
000290         ORGANIZATION IS LINE SEQUENTIAL
001824             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
001826             WS-VALUES-STATUS WS-ERRH-SEVERITY.
001828     CLOSE VALUES-FILE.
001829 2000-EXIT.
001830     EXIT.
001840*----------------------------------------------------------*
001850* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
001890*----------------------------------------------------------*
001900 9000-WRITE-AUDIT.
001910     MOVE SPACES TO AUDIT-RECORD.
001913     CALL 'GETRUNID' USING WS-RUN-ID.
001916     MOVE WS-RUN-ID TO AUD-RUN-ID.
001920     MOVE 'TMPEXTRT' TO AUD-PROGRAM-ID.
001930     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
001940     ACCEPT AUD-RUN-TIME FROM TIME.
002080         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002090             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002100             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002103     IF WS-AUDIT-OK
002106         CALL 'AUDXPOST' USING AUDIT-RECORD.
002110     CLOSE AUDIT-FILE.
002120 9000-EXIT.
002130     EXIT.
