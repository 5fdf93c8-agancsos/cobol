000210*                NUMBER ON MDMOVRPT. THE MDJRNL JOURNAL      *
000220*                TECHNICALLY HOLDS ALL OF THIS, BUT NOBODY   *
000230*                CAN READ 180-BYTE IMAGES AT A MORNING       *
000231*                MEETING.                                    *
000232* 2026-10-10 AG  EMPLOYEES ON A LEAVE OF ABSENCE ARE NO      *
000233*                LONGER COUNTED AS SIMPLY ACTIVE. AN ACTIVE  *
000234*                EMPLOYEE WITH A TYPE L ABSENCE ON THE       *
000235*                ABSENCE HISTORY (MDABSHST, WRITTEN BY       *
000236*                MDABSUP) COVERING THE BUSINESS DATE IS ON   *
000237*                LEAVE: FLAGGED ON THE 'E' RECORD            *
000240*                (SNP-ON-LEAVE) AND COUNTED IN THE NEW       *
000241*                ON-LEAVE HEADCOUNT ON THE 'D' RECORD AND    *
000242*                THE DEPARTMENT SUMMARY INSTEAD OF THE       *
000243*                ACTIVE ONE. BOTH FIELDS COME OUT OF THE     *
000244*                FILLER. WITH NO ABSENCE HISTORY NOBODY IS   *
000245*                SHOWN ON LEAVE.                             *
000246* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO *
000247*                THE INDEXED AUDIT STORE (AUDINDEX) THROUGH  *
000248*                AUDXPOST ONCE IT IS SAFELY ON AUDITLOG, SO  *
000249*                THE READERS CAN FIND IT BY KEY.             *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000390     SELECT PRIOR-FILE ASSIGN USING WS-PRIOR-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRIOR-STATUS.
000411     SELECT ABS-FILE ASSIGN TO "MDABSHST"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS ABS-KEY
000415         FILE STATUS IS WS-ABS-STATUS.
000420     SELECT RPT-FILE ASSIGN TO "MDMOVRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.
000620     05  SNP-STATUS             PIC X(01).
000630     05  SNP-ACTIVE-COUNT       PIC 9(05).
000640     05  SNP-ENDED-COUNT        PIC 9(05).
000645     05  SNP-ON-LEAVE           PIC X(01).
000650     05  SNP-LEAVE-COUNT        PIC 9(05).
000655     05  FILLER                 PIC X(32).
000660 FD  PRIOR-FILE
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  PRIOR-RECORD.
000720     05  PRI-DEPT               PIC X(04).
000730     05  PRI-STATUS             PIC X(01).
000740     05  FILLER                 PIC X(48).
000742 FD  ABS-FILE
000744     RECORD CONTAINS 80 CHARACTERS.
000746     COPY MDABSREC.
000750 FD  RPT-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  RPT-RECORD                 PIC X(80).
000870 01  WS-PRIOR-STATUS            PIC X(02) VALUE "00".
000880     88  WS-PRIOR-OK                      VALUE "00".
000890     88  WS-PRIOR-EOF                     VALUE "10".
000893 01  WS-ABS-STATUS              PIC X(02) VALUE "00".
000896     88  WS-ABS-OK                        VALUE "00".
000900 01  WS-RPT-STATUS              PIC X(02) VALUE "00".
000910     88  WS-RPT-OK                        VALUE "00".
000920 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
001100 01  WS-RUN-DATE-INT            PIC 9(08) VALUE 0.
001110 01  WS-SCAN-INT                PIC 9(08) VALUE 0.
001120 01  WS-SCAN-DAYS               PIC 9(03) VALUE 0.
001122 01  WS-ABS-SW                  PIC X(01) VALUE "N".
001124     88  WS-ABS-AVAILABLE                 VALUE "Y".
001126 01  WS-ON-LEAVE-SW             PIC X(01) VALUE "N".
001128     88  WS-ON-LEAVE                      VALUE "Y".
001130 01  WS-PRIOR-FOUND-SW          PIC X(01) VALUE "N".
001140     88  WS-PRIOR-FOUND                   VALUE "Y".
001150*    THE PRIOR SNAPSHOT'S EMPLOYEES, EACH WITH A MATCHED
001300     05  WS-DC-ENTRY OCCURS 30 TIMES.
001310         10  WS-DC-DEPT         PIC X(04).
001320         10  WS-DC-ACTIVE       PIC 9(05).
001325         10  WS-DC-LEAVE        PIC 9(05).
001330         10  WS-DC-ENDED        PIC 9(05).
001340 01  WS-DC-COUNT                PIC 9(02) VALUE 0.
001350 01  WS-DC-SUB                  PIC 9(02) VALUE 0.
001390 01  WS-JOINER-COUNT            PIC 9(05) VALUE 0.
001400 01  WS-LEAVER-COUNT            PIC 9(05) VALUE 0.
001410 01  WS-XFER-COUNT              PIC 9(05) VALUE 0.
001415 01  WS-LEAVE-COUNT             PIC 9(05) VALUE 0.
001420 01  WS-MOVE-LINE.
001430     05  FILLER                 PIC X(01) VALUE SPACES.
001440     05  WS-MV-KIND             PIC X(08).
001540     05  WS-DL-DEPT             PIC X(04).
001550     05  FILLER                 PIC X(09) VALUE '  ACTIVE '.
001560     05  WS-DL-ACTIVE           PIC ZZZZ9.
001563     05  FILLER                 PIC X(11) VALUE '  ON LEAVE '.
001566     05  WS-DL-LEAVE            PIC ZZZZ9.
001570     05  FILLER                 PIC X(08) VALUE '  ENDED '.
001580     05  WS-DL-ENDED            PIC ZZZZ9.
001590     05  FILLER                 PIC X(32) VALUE SPACES.
001600     COPY RPTHDFT.
001605 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
001610 PROCEDURE DIVISION.
001680     DISPLAY 'MDSNAPS: ' WS-EMP-COUNT ' EMPLOYEE(S), '
001690         WS-JOINER-COUNT ' JOINER(S), '
001700         WS-LEAVER-COUNT ' LEAVER(S), '
001706         WS-XFER-COUNT ' TRANSFER(S), '
001712         WS-LEAVE-COUNT ' ON LEAVE.'.
001720     CLOSE RPT-FILE.
001730     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
001740     MOVE 0 TO RETURN-CODE.
002000         TO RPTTL-COLUMN-TITLES.
002010     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
002020     WRITE RPT-RECORD.
002021     OPEN INPUT ABS-FILE.
002022     IF WS-ABS-OK
002023         MOVE "Y" TO WS-ABS-SW
002024     ELSE
002025         DISPLAY 'MDSNAPS: NO ABSENCE HISTORY (MDABSHST) - '
002026             'NOBODY SHOWN ON LEAVE'.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------*
002900     MOVE MSTR-NAME TO SNP-NAME.
002910     MOVE MSTR-DEPT TO SNP-DEPT.
002920     MOVE MSTR-STATUS TO SNP-STATUS.
002923     PERFORM 3300-CHECK-LEAVE THRU 3300-EXIT.
002926     MOVE WS-ON-LEAVE-SW TO SNP-ON-LEAVE.
002930     MOVE 0 TO SNP-ACTIVE-COUNT.
002940     MOVE 0 TO SNP-ENDED-COUNT.
002945     MOVE 0 TO SNP-LEAVE-COUNT.
002950     WRITE SNAP-RECORD.
002960     ADD 1 TO WS-SNAP-WRITTEN.
002970     PERFORM 3100-ROLL-DEPT THRU 3100-EXIT.
002990     GO TO 3010-READ-NEXT.
003000 3090-WALK-DONE.
003010     CLOSE MASTER-FILE.
003013     IF WS-ABS-AVAILABLE
003016         CLOSE ABS-FILE.
003020 3000-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050* 3100-ROLL-DEPT - COUNT THE EMPLOYEE JUST WALKED INTO HIS  *
003060* DEPARTMENT'S ACTIVE, ON-LEAVE OR ENDED HEADCOUNT.         *
003070*----------------------------------------------------------*
003080 3100-ROLL-DEPT.
003090     MOVE 0 TO WS-DC-FOUND-SUB.
003230         MOVE MSTR-DEPT TO WS-DC-DEPT (WS-DC-FOUND-SUB)
003240         MOVE 0 TO WS-DC-ACTIVE (WS-DC-FOUND-SUB)
003250         MOVE 0 TO WS-DC-ENDED (WS-DC-FOUND-SUB)
003255         MOVE 0 TO WS-DC-LEAVE (WS-DC-FOUND-SUB)
003260     ELSE
003270         GO TO 3100-EXIT.
003280 3130-ROLL-IN.
003285     IF NOT MSTR-IS-ACTIVE
003290         ADD 1 TO WS-DC-ENDED (WS-DC-FOUND-SUB)
003295     ELSE
003300         IF WS-ON-LEAVE
003305             ADD 1 TO WS-DC-LEAVE (WS-DC-FOUND-SUB)
003310             ADD 1 TO WS-LEAVE-COUNT
003315         ELSE
003320             ADD 1 TO WS-DC-ACTIVE (WS-DC-FOUND-SUB).
003330 3100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------*
003770         PERFORM 4900-PUT-LINE THRU 4900-EXIT
003780         ADD 1 TO WS-XFER-COUNT.
003790 3200-EXIT.
003793     EXIT.
003796*----------------------------------------------------------*
003800* 3300-CHECK-LEAVE - AN ACTIVE EMPLOYEE IS ON LEAVE WHEN A  *
003801* TYPE L ABSENCE ON THE HISTORY RUNS OVER THE BUSINESS      *
003802* DATE. THE HISTORY IS IN FIRST-DAY ORDER PER EMPLOYEE, SO  *
003803* THE SEARCH STOPS AT THE FIRST ABSENCE STARTING AFTER IT.  *
003804*----------------------------------------------------------*
003805 3300-CHECK-LEAVE.
003806     MOVE "N" TO WS-ON-LEAVE-SW.
003807     IF NOT WS-ABS-AVAILABLE OR NOT MSTR-IS-ACTIVE
003808         GO TO 3300-EXIT.
003809     MOVE MSTR-EMPNO TO ABS-EMPNO.
003810     MOVE 0 TO ABS-FROM.
003811     START ABS-FILE KEY IS NOT LESS THAN ABS-KEY
003812         INVALID KEY
003813             GO TO 3300-EXIT
003814     END-START.
003815 3310-READ-NEXT.
003816     READ ABS-FILE NEXT RECORD
003817         AT END
003818             GO TO 3300-EXIT.
003819     IF ABS-EMPNO NOT = MSTR-EMPNO
003820         OR ABS-FROM > WS-RUN-DATE-NUM
003821         GO TO 3300-EXIT.
003822     IF ABS-IS-LEAVE AND ABS-TO NOT < WS-RUN-DATE-NUM
003823         MOVE "Y" TO WS-ON-LEAVE-SW
003824         GO TO 3300-EXIT.
003825     GO TO 3310-READ-NEXT.
003826 3300-EXIT.
003827     EXIT.
003828*----------------------------------------------------------*
003829* 4000-REPORT-LEAVERS - ANY PRIOR-SNAPSHOT EMPLOYEE NEVER   *
003830* MATCHED TONIGHT LEFT THE ROSTER.                          *
003840*----------------------------------------------------------*
003850 4000-REPORT-LEAVERS.
004130         GO TO 5000-EXIT.
004140     MOVE SPACES TO RPT-RECORD.
004150     WRITE RPT-RECORD.
004160     MOVE 'HEADCOUNT BY DEPARTMENT (ACTIVE / ON LEAVE / ENDED):'
004170         TO RPT-RECORD.
004180     WRITE RPT-RECORD.
004190     MOVE 1 TO WS-DC-SUB.
004260     MOVE WS-DC-DEPT (WS-DC-SUB) TO SNP-DEPT.
004270     MOVE WS-DC-ACTIVE (WS-DC-SUB) TO SNP-ACTIVE-COUNT.
004280     MOVE WS-DC-ENDED (WS-DC-SUB) TO SNP-ENDED-COUNT.
004285     MOVE WS-DC-LEAVE (WS-DC-SUB) TO SNP-LEAVE-COUNT.
004290     WRITE SNAP-RECORD.
004300     ADD 1 TO WS-SNAP-WRITTEN.
004310     MOVE WS-DC-DEPT (WS-DC-SUB) TO WS-DL-DEPT.
004320     MOVE WS-DC-ACTIVE (WS-DC-SUB) TO WS-DL-ACTIVE.
004330     MOVE WS-DC-ENDED (WS-DC-SUB) TO WS-DL-ENDED.
004335     MOVE WS-DC-LEAVE (WS-DC-SUB) TO WS-DL-LEAVE.
004340     MOVE WS-DEPT-LINE TO RPT-RECORD.
004350     WRITE RPT-RECORD.
004360     ADD 1 TO WS-DC-SUB.
004630*----------------------------------------------------------*
004640 9000-WRITE-AUDIT.
004650     MOVE SPACES TO AUDIT-RECORD.
004653     CALL 'GETRUNID' USING WS-RUN-ID.
004656     MOVE WS-RUN-ID TO AUD-RUN-ID.
004660     MOVE 'MDSNAPS' TO AUD-PROGRAM-ID.
004670     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
004680     ACCEPT AUD-RUN-TIME FROM TIME.
004820         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
004830             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
004840             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
004843     IF WS-AUDIT-OK
004846         CALL 'AUDXPOST' USING AUDIT-RECORD.
004850     CLOSE AUDIT-FILE.
004860 9000-EXIT.
004870     EXIT.
