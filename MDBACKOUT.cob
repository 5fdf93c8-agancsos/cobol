000207*                FALSE LEAK ON MULTI-PASS BACKOUTS), AND AN  *
000208*                UNOPENABLE MASTER ADDS TO THE FAILURE       *
000209*                COUNT INSTEAD OF OVERWRITING IT.            *
000210* 2026-10-08 AG  A PURGE ENTRY (ACTION P, WRITTEN BY MDPURGE *
000211*                WHEN A LONG-ENDED EMPLOYEE IS MOVED TO THE  *
000212*                INACTIVE-EMPLOYEE ARCHIVE) IS NOW REVERSED: *
000213*                THE BEFORE-IMAGE GOES BACK ON THE ROSTER    *
000214*                AND THE ARCHIVE COPY (MDRSTARC) IS REMOVED, *
000215*                SO THE EMPLOYEE NUMBER IS NO LONGER HELD AS *
000216*                RESERVED.                                   *
000217* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000218*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000219*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000220*                THE READERS CAN FIND IT BY KEY.             *
000221* 2026-10-15 AG  A RESTORE ENTRY (ACTION U, WRITTEN BY       *
000222*                MULTIDCOB WHEN A REHIRE BRINGS AN EMPLOYEE  *
000223*                BACK OFF THE ARCHIVE) IS NOW REVERSED: THE  *
000224*                AFTER-IMAGE GOES BACK ON MDRSTARC AND THE   *
000225*                EMPLOYEE COMES OFF THE ROSTER.              *
000226*----------------------------------------------------------*
000227 ENVIRONMENT DIVISION.
000228 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT JRNL-FILE ASSIGN TO "MDJRNL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000340         ALTERNATE RECORD KEY IS MSTR-NAME
000350             WITH DUPLICATES
000360         FILE STATUS IS WS-MASTER-STATUS.
000361     SELECT ARCH-FILE ASSIGN TO "MDRSTARC"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS ARCH-EMPNO
000365         ALTERNATE RECORD KEY IS ARCH-NAME
000366             WITH DUPLICATES
000367         FILE STATUS IS WS-ARCH-STATUS.
000370     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000550 FD  MASTER-FILE
000560     RECORD CONTAINS 80 CHARACTERS.
000570     COPY MDMSTREC.
000597 FD  ARCH-FILE
000624     RECORD CONTAINS 80 CHARACTERS.
000651     COPY MDARCREC.
000680 FD  AUDIT-FILE
000690     RECORD CONTAINS 100 CHARACTERS.
000700     COPY AUDITREC.
000760     88  WS-PARM-OK                       VALUE "00".
000770 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
000780     88  WS-MASTER-OK                     VALUE "00".
000782 01  WS-ARCH-STATUS             PIC X(02) VALUE "00".
000784     88  WS-ARCH-OK                       VALUE "00".
000786 01  WS-ARCH-OPEN-SW            PIC X(01) VALUE "N".
000788     88  WS-ARCH-OPEN                     VALUE "Y".
000790 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
000800     88  WS-AUDIT-OK                      VALUE "00".
000810 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MDBACKOUT'.
001378     CLOSE JRNL-FILE.
001380 1500-EXIT.
001382     EXIT.
001383*----------------------------------------------------------*
001384* 2000-LOAD-JOURNAL - COLLECT ONE BLOCK OF THE NAMED RUN'S  *
001385* JOURNAL ENTRIES: THE FIRST WS-SKIP-MATCHES MATCHES ARE    *
001386* PASSED OVER AND THE NEXT (UP TO 200) ARE LOADED, SO THE   *
001390* PASS LOOP WORKS THROUGH THE JOURNAL FROM THE NEWEST       *
001400* BLOCK BACKWARDS.                                          *
001410*----------------------------------------------------------*
001650*----------------------------------------------------------*
001660* 3000-REVERSE-CHANGES - WALK THE COLLECTED ENTRIES FROM    *
001670* THE NEWEST BACK TO THE OLDEST: AN ADD IS DELETED, A       *
001680* CHANGE OR DELETE HAS ITS BEFORE-IMAGE PUT BACK, AND A     *
001685* PURGE IS TAKEN BACK OFF THE ARCHIVE AS WELL.              *
001690*----------------------------------------------------------*
001700 3000-REVERSE-CHANGES.
001710     OPEN I-O MASTER-FILE.
001730         DISPLAY 'MDBACKOUT: MASTER FILE UNAVAILABLE'
001740         ADD WS-JT-COUNT TO WS-FAILED-COUNT
001750         GO TO 3000-EXIT.
001752     MOVE "N" TO WS-ARCH-OPEN-SW.
001754     OPEN I-O ARCH-FILE.
001756     IF WS-ARCH-OK
001758         MOVE "Y" TO WS-ARCH-OPEN-SW.
001760     MOVE WS-JT-COUNT TO WS-JT-SUB.
001770 3010-NEXT-ENTRY.
001780     IF WS-JT-SUB < 1
001840             PERFORM 3200-REVERSE-CHANGE THRU 3200-EXIT
001850         WHEN 'D'
001860             PERFORM 3300-REVERSE-DELETE THRU 3300-EXIT
001862         WHEN 'P'
001864             PERFORM 3400-REVERSE-PURGE THRU 3400-EXIT
001866         WHEN 'U'
001868             PERFORM 3500-REVERSE-RESTORE THRU 3500-EXIT
001870         WHEN OTHER
001880             DISPLAY 'MDBACKOUT: UNKNOWN JOURNAL ACTION '
001890                 WS-JT-ACTION (WS-JT-SUB)
001920     SUBTRACT 1 FROM WS-JT-SUB.
001930     GO TO 3010-NEXT-ENTRY.
001940 3090-REVERSE-DONE.
001943     IF WS-ARCH-OPEN
001946         CLOSE ARCH-FILE.
001950     CLOSE MASTER-FILE.
001960 3000-EXIT.
001970     EXIT.
002420             ADD 1 TO WS-REVERSED-COUNT
002430     END-WRITE.
002440 3300-EXIT.
002442     EXIT.
002444*----------------------------------------------------------*
002446* 3400-REVERSE-PURGE - THE PURGED EMPLOYEE GOES BACK ON THE *
002450* ROSTER FROM THE BEFORE-IMAGE AND COMES OFF THE ARCHIVE.   *
002451* AN ARCHIVE THAT COULD NOT BE OPENED LEAVES THE COPY THERE *
002452* AND SAYS SO; THE ROSTER RESTORE STILL STANDS.             *
002453*----------------------------------------------------------*
002454 3400-REVERSE-PURGE.
002455     MOVE WS-JT-BEFORE (WS-JT-SUB) TO MASTER-RECORD.
002456     WRITE MASTER-RECORD
002457         INVALID KEY
002458             DISPLAY 'MDBACKOUT: COULD NOT REVERSE PURGE OF '
002459                 MSTR-EMPNO
002460             ADD 1 TO WS-FAILED-COUNT
002461             GO TO 3400-EXIT
002462     END-WRITE.
002463     ADD 1 TO WS-REVERSED-COUNT.
002464     IF NOT WS-ARCH-OPEN
002465         DISPLAY 'MDBACKOUT: ARCHIVE UNAVAILABLE - '
002466             MSTR-EMPNO ' STILL ON MDRSTARC'
002467         GO TO 3400-EXIT.
002468     MOVE MSTR-EMPNO TO ARCH-EMPNO.
002469     DELETE ARCH-FILE RECORD
002470         INVALID KEY
002471             DISPLAY 'MDBACKOUT: ' MSTR-EMPNO
002472                 ' WAS NOT ON MDRSTARC'
002473     END-DELETE.
002474 3400-EXIT.
002475     EXIT.
002476*----------------------------------------------------------*
002477* 3500-REVERSE-RESTORE - AN EMPLOYEE BROUGHT BACK OFF THE   *
002478* ARCHIVE FOR A REHIRE GOES BACK ON IT FROM THE AFTER-IMAGE *
002479* AND COMES OFF THE ROSTER. WITHOUT THE ARCHIVE THE ROSTER  *
002480* COPY IS LEFT ALONE - IT IS THE ONLY ONE.                  *
002481*----------------------------------------------------------*
002482 3500-REVERSE-RESTORE.
002483     MOVE WS-JT-AFTER (WS-JT-SUB) TO MASTER-RECORD.
002484     IF NOT WS-ARCH-OPEN
002485         DISPLAY 'MDBACKOUT: ARCHIVE UNAVAILABLE - COULD NOT '
002486             'REVERSE RESTORE OF ' MSTR-EMPNO
002487         ADD 1 TO WS-FAILED-COUNT
002488         GO TO 3500-EXIT.
002489     MOVE MASTER-RECORD TO ARCH-RECORD.
002490     WRITE ARCH-RECORD
002491         INVALID KEY
002492             DISPLAY 'MDBACKOUT: ' MSTR-EMPNO
002493                 ' WAS ALREADY ON MDRSTARC'
002494     END-WRITE.
002495     DELETE MASTER-FILE
002496         INVALID KEY
002497             DISPLAY 'MDBACKOUT: COULD NOT REVERSE RESTORE OF '
002498                 MSTR-EMPNO
002499             ADD 1 TO WS-FAILED-COUNT
002500         NOT INVALID KEY
002501             ADD 1 TO WS-REVERSED-COUNT
002502     END-DELETE.
002503 3500-EXIT.
002504     EXIT.
002505*----------------------------------------------------------*
002506* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
002507* SHOP-WIDE AUDIT FILE. CHANGES REVERSED BALANCE AGAINST     *
002508* ENTRIES COLLECTED PLUS FAILURES.                           *
002509*----------------------------------------------------------*
002510 9000-WRITE-AUDIT.
002520     MOVE SPACES TO AUDIT-RECORD.
002523     CALL 'GETRUNID' USING WS-RUN-ID.
002526     MOVE WS-RUN-ID TO AUD-RUN-ID.
002530     MOVE 'MDBACKOUT' TO AUD-PROGRAM-ID.
002540     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
002550     ACCEPT AUD-RUN-TIME FROM TIME.
002720         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
002730             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
002740             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
002743     IF WS-AUDIT-OK
002746         CALL 'AUDXPOST' USING AUDIT-RECORD.
002750     CLOSE AUDIT-FILE.
002760 9000-EXIT.
002770     EXIT.
