000210*                SENDER WHILE THERE IS STILL NIGHT LEFT      *
000220*                INSTEAD OF FINDING A QUIET FALLBACK AT      *
000230*                BREAKFAST.                                  *
000232* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000234*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000236*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000238*                THE READERS CAN FIND IT BY KEY.             *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
002250*----------------------------------------------------------*
002260 9000-WRITE-AUDIT.
002270     MOVE SPACES TO AUDIT-RECORD.
002273     CALL 'GETRUNID' USING WS-RUN-ID.
002276     MOVE WS-RUN-ID TO AUD-RUN-ID.
002280     MOVE 'FEEDREG' TO AUD-PROGRAM-ID.
002290     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002300     ACCEPT AUD-RUN-TIME FROM TIME.
002480         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002490             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002500             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002503     IF WS-AUDIT-OK
002506         CALL 'AUDXPOST' USING AUDIT-RECORD.
002510     CLOSE AUDIT-FILE.
002520 9000-EXIT.
002530     EXIT.
