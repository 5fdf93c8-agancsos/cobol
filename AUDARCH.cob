000200*                (AUDRPT) CAN BE POINTED AT AN ARCHIVE.       *
000210*                ENTRIES WITH AN UNREADABLE RUN DATE ARE      *
000220*                KEPT IN THE HOT FILE RATHER THAN GUESSED AT. *
000221* 2026-10-15 AG  ITS OWN COMPLETION ENTRY IS NOW ALSO POSTED *
000222*                TO THE INDEXED AUDIT STORE (AUDINDEX)       *
000223*                THROUGH AUDXPOST. ARCHIVING DOES NOT TOUCH  *
000224*                THE INDEX: IT COVERS HOT AND ARCHIVED       *
000225*                ENTRIES ALIKE, WHICH IS WHAT AUDXBLD        *
000226*                REBUILDS IT FROM.                           *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
002140*----------------------------------------------------------*
002150 9000-WRITE-AUDIT.
002160     MOVE SPACES TO AUDIT-RECORD.
002163     CALL 'GETRUNID' USING WS-RUN-ID.
002166     MOVE WS-RUN-ID TO AUD-RUN-ID.
002170     MOVE 'AUDARCH' TO AUD-PROGRAM-ID.
002180     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002190     ACCEPT AUD-RUN-TIME FROM TIME.
002206     COMPUTE AUD-WRITTEN-COUNT =
002208         WS-ARCHIVED-COUNT + WS-KEPT-COUNT.
002210     MOVE 0 TO AUD-REJECT-COUNT.
002215     SET AUD-STATUS-OK TO TRUE.
002220     OPEN EXTEND AUDIT-FILE.
002230     IF NOT WS-AUDIT-OK
002240         CLOSE AUDIT-FILE
002300         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002310             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002320             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002323     IF WS-AUDIT-OK
002326         CALL 'AUDXPOST' USING AUDIT-RECORD.
002330     CLOSE AUDIT-FILE.
002340 9000-EXIT.
002350     EXIT.
