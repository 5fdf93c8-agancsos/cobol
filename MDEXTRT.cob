000210*                EXTRACT FILE (MDXOUT, MDMSTREC SHAPE) FOR   *
000220*                DOWNSTREAM USE. AD HOC ROSTER QUESTIONS     *
000230*                STOP BEING PROGRAM CHANGES.                 *
000231* 2026-09-30 AG  THE REPORT LINE NOW SHOWS CUMULATIVE        *
000232*                SERVICE (MSTR-PRIOR-DAYS FROM EARLIER       *
000233*                PERIODS PLUS THE CURRENT MSTR-DURATION)     *
000234*                BESIDE THE CURRENT-PERIOD TENURE, SO A      *
000235*                REHIRED EMPLOYEE'S FIRST PERIOD COUNTS      *
000236*                WHERE BENEFITS ELIGIBILITY LOOKS. THE FLAT  *
000237*                EXTRACT CARRIES THE NEW MASTER FIELDS AS IT *
000238*                ALWAYS CARRIED THE WHOLE RECORD.            *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000900 01  WS-SELECTED-COUNT          PIC 9(09) VALUE 0.
000910 01  WS-MSTR-START-NUM          PIC 9(08) VALUE 0.
000920 01  WS-MSTR-END-NUM            PIC 9(08) VALUE 0.
000925 01  WS-CUM-DAYS                PIC 9(07) VALUE 0.
000930 01  WS-DETAIL-LINE.
000940     05  FILLER                 PIC X(01) VALUE SPACES.
000950     05  WS-DET-EMPNO           PIC 9(06).
001050     05  WS-DET-END             PIC 9999/99/99.
001060     05  FILLER                 PIC X(01) VALUE SPACES.
001070     05  WS-DET-DURATION        PIC ZZZZZ9.
001073     05  FILLER                 PIC X(01) VALUE SPACES.
001076     05  WS-DET-CUM-DAYS        PIC ZZZZZZ9.
001080     05  FILLER                 PIC X(09) VALUE SPACES.
001090     COPY RPTHDFT.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001830     WRITE RPT-RECORD.
001840     MOVE 'EMPNO  NAME                 DEPT S START-END TENURE'
001850         TO RPTTL-COLUMN-TITLES.
001855     MOVE 'CUM SVC' TO RPTTL-COLUMN-TITLES (54 : 7).
001860     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
001870     WRITE RPT-RECORD.
001880     ADD 1 TO RPT-PAGE-NUMBER.
002540     MOVE WS-MSTR-START-NUM TO WS-DET-START.
002550     MOVE WS-MSTR-END-NUM TO WS-DET-END.
002560     MOVE MSTR-DURATION TO WS-DET-DURATION.
002561     IF MSTR-PRIOR-DAYS NUMERIC
002562         COMPUTE WS-CUM-DAYS = MSTR-PRIOR-DAYS + MSTR-DURATION
002563     ELSE
002564         MOVE MSTR-DURATION TO WS-CUM-DAYS.
002565     MOVE WS-CUM-DAYS TO WS-DET-CUM-DAYS.
002570     MOVE WS-DETAIL-LINE TO RPT-RECORD.
002580     WRITE RPT-RECORD.
002590     IF NOT WS-RPT-OK
