000220*                RANGE. RECORDS WITH AN UNREADABLE RUN DATE  *
000230*                STAY IN THE HOT FILE RATHER THAN GUESSED    *
000240*                AT.                                         *
000242* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000244*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000246*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000248*                THE READERS CAN FIND IT BY KEY.             *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
002320*----------------------------------------------------------*
002330 9000-WRITE-AUDIT.
002340     MOVE SPACES TO AUDIT-RECORD.
002343     CALL 'GETRUNID' USING WS-RUN-ID.
002346     MOVE WS-RUN-ID TO AUD-RUN-ID.
002350     MOVE 'TMPHARCH' TO AUD-PROGRAM-ID.
002360     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002370     ACCEPT AUD-RUN-TIME FROM TIME.
002530         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002540             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002550             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002553     IF WS-AUDIT-OK
002556         CALL 'AUDXPOST' USING AUDIT-RECORD.
002560     CLOSE AUDIT-FILE.
002570 9000-EXIT.
002580     EXIT.
