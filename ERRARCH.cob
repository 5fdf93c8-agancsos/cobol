000180*                PATTERN COUNTS STOP GETTING SLOWER AND      *
000190*                STALER TOGETHER. ENTRIES WITH AN            *
000200*                UNREADABLE DATE STAY IN THE HOT FILE.       *
000202* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000204*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000206*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000208*                THE READERS CAN FIND IT BY KEY.             *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
002270*----------------------------------------------------------*
002280 9000-WRITE-AUDIT.
002290     MOVE SPACES TO AUDIT-RECORD.
002293     CALL 'GETRUNID' USING WS-RUN-ID.
002296     MOVE WS-RUN-ID TO AUD-RUN-ID.
002300     MOVE 'ERRARCH' TO AUD-PROGRAM-ID.
002310     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002320     ACCEPT AUD-RUN-TIME FROM TIME.
002480         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002490             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002500             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002503     IF WS-AUDIT-OK
002506         CALL 'AUDXPOST' USING AUDIT-RECORD.
002510     CLOSE AUDIT-FILE.
002520 9000-EXIT.
002530     EXIT.
