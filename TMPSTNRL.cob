000230*                TMPSTWRP. THE MODE CARD (TMPSRPRM) IS 'R'   *
000240*                ROLL-UP (THE DEFAULT), 'W' WEEKLY REPORT,   *
000250*                OR 'B' BOTH.                                *
000252* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000254*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000256*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000258*                THE READERS CAN FIND IT BY KEY.             *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
005630         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005640             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005650             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
005653     IF WS-AUDIT-OK
005656         CALL 'AUDXPOST' USING AUDIT-RECORD.
005660     CLOSE AUDIT-FILE.
005670 9000-EXIT.
005680     EXIT.
