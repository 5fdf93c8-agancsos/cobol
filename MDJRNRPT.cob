000200*                END DATE, THE ANSWER IS NOW A REPORT        *
000210*                (MDJRNOUT) INSTEAD OF A FILE DUMP AND A     *
000220*                SQUINT. THE IMAGE FIELDS MIRROR MDMSTREC    *
000223*                INLINE UNDER WS-BEF-/WS-AFT- PREFIXES.      *
000226* 2026-10-08 AG  A PURGE ENTRY (ACTION P, WRITTEN BY         *
000230*                MDPURGE) IS REPORTED AS PURGE WITH THE      *
000231*                ARCHIVED EMPLOYEE FROM ITS BEFORE-IMAGE,    *
000232*                AND THE TOTALS LINE COUNTS PURGES           *
000233*                SEPARATELY.                                 *
000234* 2026-10-15 AG  A RESTORE ENTRY (ACTION U, WRITTEN BY       *
000235*                MULTIDCOB WHEN A REHIRE BRINGS AN EMPLOYEE  *
000236*                BACK OFF THE ARCHIVE) NOW PRINTS AS RESTORE *
000237*                AND HAS ITS OWN TOTAL INSTEAD OF FALLING    *
000238*                INTO OTHER. THE ACTION COLUMN IS ONE BYTE   *
000239*                WIDER TO HOLD THE WORD.                     *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000750 01  WS-ADD-COUNT               PIC 9(05) VALUE 0.
000760 01  WS-CHG-COUNT               PIC 9(05) VALUE 0.
000770 01  WS-DEL-COUNT               PIC 9(05) VALUE 0.
000773 01  WS-PRG-COUNT               PIC 9(05) VALUE 0.
000776 01  WS-RST-COUNT               PIC 9(05) VALUE 0.
000780 01  WS-OTHER-COUNT             PIC 9(05) VALUE 0.
000790 01  WS-ENTRY-COUNT             PIC 9(05) VALUE 0.
000800 01  WS-ACTION-WORD             PIC X(07) VALUE SPACES.
000810 01  WS-ENTRY-LINE.
000820     05  FILLER                 PIC X(01) VALUE SPACES.
000830     05  WS-EL-ACTION           PIC X(07).
000840     05  FILLER                 PIC X(01) VALUE SPACES.
000850     05  WS-EL-EMPNO            PIC 9(06).
000860     05  FILLER                 PIC X(01) VALUE SPACES.
000870     05  WS-EL-NAME             PIC X(20).
000872     05  FILLER                 PIC X(05) VALUE ' OPR '.
000874     05  WS-EL-OPER             PIC X(03).
000880     05  FILLER                 PIC X(36) VALUE SPACES.
000890 01  WS-FIELD-LINE.
000900     05  FILLER                 PIC X(04) VALUE SPACES.
000910     05  WS-FL-FIELD            PIC X(08).
001010     05  WS-TL-CHGS             PIC ZZZZ9.
001020     05  FILLER                 PIC X(09) VALUE '  DELETES'.
001030     05  WS-TL-DELS             PIC ZZZZ9.
001032     05  FILLER                 PIC X(08) VALUE '  PURGES'.
001034     05  WS-TL-PRGS             PIC ZZZZ9.
001036     05  FILLER                 PIC X(10) VALUE '  RESTORES'.
001038     05  WS-TL-RSTS             PIC ZZZZ9.
001040     05  FILLER                 PIC X(07) VALUE '  OTHER'.
001050     05  WS-TL-OTHER            PIC ZZZZ9.
001070     COPY RPTHDFT.
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001900             MOVE 'DELETE' TO WS-ACTION-WORD
001910             ADD 1 TO WS-DEL-COUNT
001920             MOVE WS-BEF-EMPNO TO WS-EL-EMPNO
001925             MOVE WS-BEF-NAME TO WS-EL-NAME
001930         WHEN 'P'
001931             MOVE 'PURGE' TO WS-ACTION-WORD
001932             ADD 1 TO WS-PRG-COUNT
001933             MOVE WS-BEF-EMPNO TO WS-EL-EMPNO
001934             MOVE WS-BEF-NAME TO WS-EL-NAME
001935         WHEN 'U'
001936             MOVE 'RESTORE' TO WS-ACTION-WORD
001937             ADD 1 TO WS-RST-COUNT
001938             MOVE WS-AFT-EMPNO TO WS-EL-EMPNO
001939             MOVE WS-AFT-NAME TO WS-EL-NAME
001940         WHEN OTHER
001950             MOVE '??????' TO WS-ACTION-WORD
001960             ADD 1 TO WS-OTHER-COUNT
002560     MOVE WS-ADD-COUNT TO WS-TL-ADDS.
002570     MOVE WS-CHG-COUNT TO WS-TL-CHGS.
002580     MOVE WS-DEL-COUNT TO WS-TL-DELS.
002583     MOVE WS-PRG-COUNT TO WS-TL-PRGS.
002586     MOVE WS-RST-COUNT TO WS-TL-RSTS.
002590     MOVE WS-OTHER-COUNT TO WS-TL-OTHER.
002600     MOVE WS-TOTAL-LINE TO RPT-RECORD.
002610     WRITE RPT-RECORD.
