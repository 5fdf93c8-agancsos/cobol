000212* 2026-08-22 AG  THE MASTER RECORD LAYOUT NOW COMES FROM    *
000213*                THE SHARED COPYBOOK MDMSTREC INSTEAD OF A  *
000214*                HAND COPY.                                 *
000215* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED   *
000216*                TO THE INDEXED AUDIT STORE (AUDINDEX)      *
000217*                THROUGH AUDXPOST ONCE IT IS SAFELY ON      *
000218*                AUDITLOG, SO THE READERS CAN FIND IT BY    *
000219*                KEY.                                       *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
002210*----------------------------------------------------------*
002220 9000-WRITE-AUDIT.
002230     MOVE SPACES TO AUDIT-RECORD.
002233     CALL 'GETRUNID' USING WS-RUN-ID.
002236     MOVE WS-RUN-ID TO AUD-RUN-ID.
002240     MOVE 'MDBACKUP' TO AUD-PROGRAM-ID.
002250     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002260     ACCEPT AUD-RUN-TIME FROM TIME.
002430         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002440             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002450             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002453     IF WS-AUDIT-OK
002456         CALL 'AUDXPOST' USING AUDIT-RECORD.
002460     CLOSE AUDIT-FILE.
002470 9000-EXIT.
002480     EXIT.
