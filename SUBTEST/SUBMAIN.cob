000150*                INSTEAD OF CALLING IT ONCE WITH ONE LITERAL. *
000160*                A MISSING NAMES FILE FALLS BACK TO THE PRIOR *
000170*                SINGLE HARDCODED NAME.                       *
000171* 2026-08-09 AG  WRITES ONE ENTRY TO THE SHARED AUDIT FILE      *
000172*                (AUDITLOG) ON COMPLETION USING THE SHOP'S      *
000173*                COMMON AUDIT-RECORD COPYBOOK (AUDITREC).       *
000174* 2026-08-09 AG  THE WRITE TO AUDITLOG NOW CALLS THE SHOP'S      *
000176*                SHARED ERRHANDLE SUBPROGRAM ON A BAD FILE       *
000178*                STATUS INSTEAD OF IGNORING IT.                 *
000197*                RPTHDFT HEADER SO THE RESULT CAN BE ARCHIVED AND  *
000198*                HANDED DOWNSTREAM INSTEAD OF SCROLLING BY IN THE  *
000199*                JOB LOG.                                          *
000200* 2026-10-15 AG  SUBNAMES RECORDS MAY NOW ASK FOR THE MESSAGE IN A *
000201*                PARTICULAR LANGUAGE (NAM-IN-LANG, COLUMNS 33-34,  *
000202*                CARVED FROM THE FILLER), PASSED TO SUBSUB AS ITS  *
000203*                NEW FIFTH ARGUMENT. A BLANK CODE, AND THE NO-FILE *
000204*                GREETING, USE THE SHOP DEFAULT LANGUAGE.          *
000205* 2026-10-15 AG  SUBSUB NOW TAKES A SIXTH ARGUMENT, THE NAMED      *
000206*                SUBSTITUTION FIELDS FOR ITS LETTER TEMPLATES      *
000207*                (MSGFLDS); PASSED HERE UNUSED, SINCE THESE ARE    *
000208*                ONE-LINE MESSAGES.                                *
000209* 2026-10-15 AG  THE AUDIT ENTRY IS NOW ALSO POSTED TO THE INDEXED *
000210*                AUDIT STORE (AUDINDEX) THROUGH AUDXPOST ONCE IT   *
000211*                IS SAFELY ON AUDITLOG, AS EVERY OTHER AUDITING    *
000212*                PROGRAM DOES.                                     *
000213*----------------------------------------------------------*
000214 ENVIRONMENT DIVISION.
000215 INPUT-OUTPUT SECTION.
000216 FILE-CONTROL.
000220     SELECT NAMES-FILE ASSIGN TO "SUBNAMES"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-NAMES-STATUS.
000290 01  NAMES-RECORD.
000300     05  NAM-IN-NAME            PIC A(30).
000305     05  NAM-IN-MSG-TYPE        PIC X(02).
000307     05  NAM-IN-LANG            PIC X(02).
000309     05  FILLER                 PIC X(46).
000312 FD  AUDIT-FILE
000314     RECORD CONTAINS 100 CHARACTERS.
000316     COPY AUDITREC.
000340     88  WS-NAMES-OK                      VALUE "00".
000350     88  WS-NAMES-EOF                     VALUE "10".
000352 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000353     88  WS-AUDIT-OK                      VALUE "00".
000354 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'SUBMAIN'.
000355 01  WS-ERRH-FILE-NAME          PIC X(08).
000356 01  WS-ERRH-OPERATION          PIC X(06).
000357 01  WS-ERRH-SEVERITY           PIC X(02).
000358 01  WS-NAMES-PROCESSED        PIC 9(09) VALUE 0.
000359 01  WS-RUN-DATE-NUM           PIC 9(08) VALUE 0.
000360 01  WS-INPUT1 PIC A(30) VALUE 'ABEL GANCSOS'.
000361 01  WS-MSG-TYPE                PIC X(02) VALUE "GR".
000362 01  WS-MSG-LANG                PIC X(02) VALUE SPACES.
000363     COPY MSGFLDS.
000364 01  WS-CALL-STATUS             PIC X(02).
000366     88  WS-CALL-STATUS-OK                VALUE "00".
000367 01  WS-MSG-TEXT                PIC X(80) VALUE SPACES.
000369     88  WS-RPT-OK                        VALUE "00".
000370     COPY RPTHDFT.
000371 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
000375 PROCEDURE DIVISION.
000380 MAIN.
000382     PERFORM 0500-OPEN-REPORT THRU 0500-EXIT.
000390     OPEN INPUT NAMES-FILE.
000500     WRITE RPT-RECORD.
000502 0500-EXIT.
000504     EXIT.
000505*----------------------------------------------------------*
000506* 1000-PROCESS-NAME - READ ONE NAME AND CALL SUBSUB WITH IT. *
000507*----------------------------------------------------------*
000510 1000-PROCESS-NAME.
000520     READ NAMES-FILE
000530         AT END
000540             GO TO 1000-EXIT.
000550     MOVE NAM-IN-NAME TO WS-INPUT1.
000551     MOVE NAM-IN-LANG TO WS-MSG-LANG.
000552     IF NAM-IN-MSG-TYPE = SPACES
000554         MOVE "GR" TO WS-MSG-TYPE
000556     ELSE
000630*----------------------------------------------------------*
000640 1900-CALL-SUBSUB.
000660     CALL 'SUBSUB' USING WS-INPUT1 WS-MSG-TYPE WS-CALL-STATUS
000662         WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS.
000670     IF NOT WS-CALL-STATUS-OK
000680         DISPLAY '** SUBMAIN ERROR - SUBSUB FAILED FOR '
000690             WS-INPUT1 ' STATUS ' WS-CALL-STATUS
000760*----------------------------------------------------------*
000770 9000-WRITE-AUDIT.
000771     MOVE SPACES TO AUDIT-RECORD.
000774     CALL 'GETRUNID' USING WS-RUN-ID.
000777     MOVE WS-RUN-ID TO AUD-RUN-ID.
000780     MOVE 'SUBMAIN' TO AUD-PROGRAM-ID.
000790     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
000792     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
000878         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
000880             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
000882             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
000884     IF WS-AUDIT-OK
000886         CALL 'AUDXPOST' USING AUDIT-RECORD.
000888     CLOSE AUDIT-FILE.
000890 9000-EXIT.
000900     EXIT.
