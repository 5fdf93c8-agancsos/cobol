000140*                STARTING THE NEXT SO A BAD STEP STOPS THE   *
000150*                BATCH INSTEAD OF RUNNING THE REST BLIND.    *
000160*----------------------------------------------------------*
000170* 2026-08-09 AG  ADDED A RUN-SUMMARY BANNER (START/END TIME    *
000180*                AND RECORDS PROCESSED PER STEP) PRINTED AT    *
000190*                THE END OF THE RUN, SO OPS CAN SEE HOW LONG    *
000200*                THE NIGHT'S BATCH TOOK AND WHAT IT PROCESSED   *
000210*                WITHOUT ADDING UP FIVE SEPARATE JOB LOGS. THE   *
000220*                PER-STEP COUNTS ARE PULLED FROM THE LAST FIVE   *
000230*                ENTRIES THIS RUN APPENDED TO THE SHARED AUDIT   *
000240*                FILE (AUDITLOG).                                *
000250* 2026-08-09 AG  8000-CHECK-STEP NOW COUNTS HOW MANY STEPS         *
000260*                ACTUALLY RAN THIS TIME (WS-STEPS-RUN), AND        *
000270*                7100-LOAD-LAST5/7200-DISPLAY-LAST5 REPORT ONLY    *
000280*                THAT MANY TRAILING AUDITLOG ENTRIES INSTEAD OF    *
000290*                ALWAYS ASSUMING THE LAST FIVE BELONG TO THIS      *
000300*                RUN - WHEN AN EARLIER STEP FAILED AND LATER       *
000310*                STEPS NEVER RAN, THE OLD LOGIC MISREPORTED A      *
000320*                PRIOR RUN'S LEFTOVER ENTRIES AS TODAY'S.          *
000330* 2026-08-22 AG  ADDED A BATCH-LEVEL CHECKPOINT FILE (NITECKPT).    *
000340*                EVERY STEP THAT COMPLETES CLEAN APPENDS ITS NAME   *
000350*                AND RUN DATE THERE, AND A RERUN AFTER A MID-RUN    *
000360*                FAILURE SKIPS THE STEPS ALREADY ON FILE AND        *
000370*                RESUMES AT THE ONE THAT FAILED. A RUN THAT ENDS    *
000380*                FULLY OK CLEARS THE FILE SO THE NEXT NIGHT STARTS  *
000390*                FRESH. FOOBAR KEEPS ITS OWN INTERNAL FOOBCKPT      *
000400*                RESTART WITHIN ITS STEP - THIS IS THE STEP-TO-     *
000410*                STEP RESTART AROUND IT.                            *
000420* 2026-08-22 AG  THE STEP SEQUENCE IS NOW DATA-DRIVEN. THE FIVE     *
000430*                HARDCODED RUN PARAGRAPHS ARE REPLACED BY A STEP    *
000440*                TABLE LOADED FROM A CONTROL FILE (NITESTEP -      *
000450*                SEQUENCE, STEP NAME, PROGRAM, ENABLED FLAG, AND   *
000460*                A CONTINUE-ON-FAILURE FLAG FOR OPTIONAL STEPS),   *
000470*                SO OPS CAN HOLD A STEP OUT OF TONIGHT'S RUN OR    *
000480*                ADD A NEW PROGRAM AS A DATA CHANGE. A MISSING     *
000490*                CONTROL FILE FALLS BACK TO THE COMPILED-IN        *
000500*                STANDING FIVE-STEP SEQUENCE SO AN UNCHANGED SHOP  *
000510*                STILL RUNS. AN OPTIONAL STEP THAT FAILS LEAVES    *
000520*                THE BATCH RUNNING AND THE RUN ENDS WITH THE       *
000530*                WARNING RETURN CODE 4 INSTEAD OF 16.              *
000540* 2026-08-22 AG  ADDED A RUN CALENDAR. A SCHEDULE FILE (NITECAL)   *
000550*                SAYS PER STEP WHETHER IT RUNS DAILY, ON A DAY OF  *
000560*                THE WEEK, OR ON A DAY OF THE MONTH, EACH ENTRY    *
000570*                EFFECTIVE-DATED WITH THE SHOP'S DATEFLD LAYOUT,   *
000580*                AND A HOLIDAY LIST (NITEHOL) PUSHES WORK THAT     *
000590*                LANDS ON A HOLIDAY TO THE NEXT BUSINESS DAY.      *
000600*                EACH STEP IS CHECKED AGAINST THE CALENDAR BEFORE  *
000610*                IT RUNS; A STEP WITH NO CALENDAR ENTRY (OR A      *
000620*                MISSING CALENDAR FILE) RUNS EVERY NIGHT AS        *
000630*                BEFORE. DAILY STEPS RUN EVEN ON A HOLIDAY - THE   *
000640*                PUSH APPLIES TO WEEKLY/MONTHLY WORK.              *
000650* 2026-08-22 AG  EACH STEP'S START/END TIME IS NOW CAPTURED        *
000660*                AROUND ITS CALL AND THE RUN SUMMARY SHOWS THE     *
000670*                ELAPSED TIME PER STEP, SO A LATE NIGHT CAN BE     *
000680*                TRACED TO THE STEP THAT ATE THE WINDOW. THE       *
000690*                WHOLE SUMMARY IS ALSO WRITTEN TO A REPORT FILE    *
000700*                (NITERPT) WITH THE SHOP-STANDARD RPTHDFT HEADER   *
000710*                INSTEAD OF LIVING ONLY IN SYSOUT, AND THE TOTAL   *
000720*                ELAPSED TIME IS COMPARED AGAINST A BATCH-WINDOW   *
000730*                LIMIT IN MINUTES FROM A PARAMETER CARD            *
000740*                (NITEPARM) - AN OVERRUN ENDS THE RUN WITH THE     *
000750*                WARNING RETURN CODE 4. NO CARD OR A ZERO LIMIT    *
000760*                SKIPS THE CHECK.                                  *
000770* 2026-08-22 AG  ADDED A RUN LOCK (NITELOCK). THE RUN DATE AND     *
000780*                TIME ARE WRITTEN TO THE LOCK FILE AT START AND    *
000790*                THE FILE IS EMPTIED AT NORMAL END; A SECOND       *
000800*                START WHILE A LIVE LOCK EXISTS REFUSES TO RUN     *
000810*                (RETURN CODE 16) SO TWO CONCURRENT RUNS CANNOT    *
000820*                INTERLEAVE AUDITLOG ENTRIES OR CLOBBER EACH       *
000830*                OTHER'S CHECKPOINTS. A LOCK DATED BEFORE TODAY    *
000840*                IS REPORTED AS STALE - LEFT BY A CRASHED RUN -    *
000850*                AND THE OPERATOR REMOVES NITELOCK TO PROCEED.     *
000860* 2026-08-22 AG  ANY STEP THAT ENDS WITH A NONZERO RETURN CODE     *
000870*                (INCLUDING FOOBAR'S OUT-OF-BALANCE WARNING 4)     *
000880*                NOW ALSO WRITES ONE RECORD TO AN OPERATOR ALERT   *
000890*                FILE (NITEALRT) - STEP NAME, RETURN CODE, RUN     *
000900*                DATE/TIME IN THE SHOP'S DATEFLD SHAPE, AND HOW    *
000910*                MANY STEPS HAD COMPLETED - SO THE MORNING SHIFT   *
000920*                CHECKS ONE SMALL FILE INSTEAD OF PAGING THROUGH   *
000930*                SYSOUT FOR THE 8000-CHECK-STEP DISPLAY.           *
000940* 2026-08-22 AG  THE MORNING OPERATIONS DASHBOARD (MORNDASH) IS    *
000950*                NOW THE STANDING LAST STEP OF THE COMPILED-IN     *
000960*                DEFAULT SEQUENCE, SO EVERY NIGHT ENDS WITH THE    *
000970*                ONE-PAGE STATUS REPORT. SHOPS RUNNING FROM A      *
000980*                NITESTEP CONTROL FILE ADD IT THERE.               *
000990* 2026-08-22 AG  THE AUDIT ARCHIVAL UTILITY (AUDARCH) IS NOW THE   *
001000*                STANDING FIRST STEP OF THE DEFAULT SEQUENCE, SO   *
001010*                THE NIGHT'S READERS OF AUDITLOG ONLY EVER SEE     *
001020*                THE RECENT RETENTION WINDOW.                      *
001030* 2026-08-22 AG  THE BALANCING STEP (BALCHECK) NOW RUNS AT THE     *
001040*                END OF THE DEFAULT SEQUENCE, JUST AHEAD OF        *
001050*                MORNDASH SO THE DASHBOARD STAYS LAST. IT IS       *
001060*                MARKED OPTIONAL - A BALANCE WARNING MUST NOT      *
001070*                STOP THE DASHBOARD FROM PRINTING.                 *
001080* 2026-08-22 AG  THE REJECT REPROCESSOR (TMPREPRO) NOW RUNS AS     *
001090*                THE STANDING STEP AFTER TEMPCVT SO CORRECTED      *
001100*                REJECTS CYCLE BACK INTO HISTORY THE SAME NIGHT.   *
001110* 2026-08-22 AG  THE ROSTER BACKUP (MDBACKUP) NOW RUNS AS THE      *
001120*                STANDING STEP JUST AHEAD OF MULTIDCOB, SO EVERY   *
001130*                NIGHT'S MAINTENANCE HAS A DATED UNLOAD TO FALL    *
001140*                BACK ON.                                          *
001150* 2026-08-22 AG  CHECKPOINT ENTRIES WHOSE RUN DATE IS NOT TODAY'S  *
001160*                BUSINESS DATE ARE NOW REPORTED AND IGNORED - A    *
001170*                FAILED RUN LEFT UNRERUN NO LONGER MAKES THE NEXT  *
001180*                NIGHT SILENTLY SKIP THE STEPS IT HAD COMPLETED.   *
001190* 2026-08-22 AG  THE RUN-SUMMARY COUNTS TABLE GREW FROM 5 TO 20    *
001200*                SLOTS TO MATCH THE STEP TABLE - THE SUMMARY WAS   *
001210*                SHOWING ONLY THE LAST FIVE OF A TEN-STEP NIGHT.   *
001220* 2026-08-22 AG  THE NITEPARM/NITECAL/NITEHOL CARD READERS NOW     *
001230*                TEST THEIR HAND-KEYED FIELDS NUMERIC BEFORE ANY   *
001240*                ARITHMETIC OR COMPARISON - A MALFORMED CARD IS    *
001250*                REPORTED AND IGNORED INSTEAD OF ABENDING THE     *
001260*                BATCH DRIVER AT STARTUP. A BLANK CALENDAR         *
001270*                EFFECTIVE DATE MEANS EFFECTIVE FROM THE START.    *
001280* 2026-08-22 AG  THE RUN DATE NOW COMES FROM THE SHOP'S            *
001290*                BUSINESS-DATE SERVICE (GETBDATE, READING THE      *
001300*                BUSNDATE CONTROL FILE SET BY SETBDATE) INSTEAD    *
001310*                OF ACCEPT FROM DATE, SO A RERUN OF A PRIOR        *
001320*                PROCESSING DAY LOCKS, SCHEDULES, CHECKPOINTS,     *
001330*                AND ALERTS UNDER THAT DAY'S DATE.                 *
001340* 2026-09-01 AG  EACH NITESTEP ENTRY MAY NOW NAME UP TO TWO    *
001350*                PREDECESSOR STEPS. A STEP WHOSE PREDECESSOR   *
001360*                WAS HELD, SKIPPED BY THE RUN CALENDAR, FAILED *
001370*                AS AN OPTIONAL STEP, OR ITSELF SKIPPED FOR A  *
001380*                PREDECESSOR IS SKIPPED AND REPORTED INSTEAD   *
001390*                OF RUNNING AGAINST STALE DATA - HOLDING       *
001400*                TEMPCVT NO LONGER LETS TMPREPRO AND TMPEXTRT  *
001410*                CHEW ON YESTERDAY'S TMPREJ/TMPHIST. A STEP    *
001420*                ALREADY COMPLETED ON THE CHECKPOINT COUNTS    *
001430*                AS A SATISFIED PREDECESSOR.                   *
001440* 2026-09-01 AG  EACH NITESTEP ENTRY MAY NOW ALSO CARRY A      *
001450*                RETRY COUNT AND A RETRY-WAIT IN SECONDS. A    *
001460*                STEP THAT ENDS NONZERO IS CANCELED (SO ITS    *
001470*                WORKING STORAGE STARTS FRESH) AND RE-CALLED   *
001480*                UP TO THAT MANY TIMES, WAITING BETWEEN        *
001490*                ATTEMPTS, BEFORE THE ALERT RECORD AND THE     *
001500*                8000-CHECK-STEP FAILURE PATH FIRE - A FILE    *
001510*                BRIEFLY LOCKED BY A LATE TRANSFER NO LONGER   *
001520*                COSTS AN OPERATOR CALLOUT. ZERO RETRIES (THE  *
001530*                DEFAULT) KEEPS THE OLD ONE-SHOT BEHAVIOR.     *
001540* 2026-09-01 AG  PER-STEP ELAPSED TIMES ARE NOW PERSISTED TO A *
001550*                TIMING HISTORY FILE (NITETIMS - RUN DATE,     *
001560*                STEP, SECONDS) INSTEAD OF DYING WITH THE RUN, *
001570*                AND AT START OF RUN TONIGHT'S TOTAL IS        *
001580*                PROJECTED FROM EACH SCHEDULED STEP'S AVERAGE  *
001590*                OVER THE LAST FOURTEEN DAYS OF HISTORY. A     *
001600*                PROJECTION OVER THE NITEPARM WINDOW WARNS THE *
001610*                OPERATOR IMMEDIATELY - NOT AFTER THE WINDOW   *
001620*                IS ALREADY BLOWN. NO WINDOW CARD OR NO        *
001630*                HISTORY SKIPS THE PROJECTION.                 *
001640* 2026-09-02 AG  0050-TAKE-LOCK NOW MINTS A RUN IDENTIFIER     *
001650*                (NITERUNID CONTROL FILE - RUN DATE PLUS AN    *
001660*                ATTEMPT NUMBER THAT BUMPS ON A SAME-DATE      *
001670*                RERUN). EVERY AUDITLOG WRITER STAMPS IT VIA   *
001680*                THE NEW GETRUNID SERVICE, SO MORNDASH AND     *
001690*                BALCHECK CAN REPORT EXACTLY ONE ATTEMPT AND   *
001700*                LABEL SUPERSEDED ENTRIES INSTEAD OF MIXING    *
001710*                TWO ATTEMPTS UNDER ONE AUD-RUN-DATE. THE      *
001720*                AUDIT RECORD GROWS TO 100 BYTES WITH THIS     *
001730*                RELEASE (SHARED AUDITREC COPYBOOK).           *
001740* 2026-09-02 AG  A CHECKPOINT RESUME NO LONGER BUMPS THE RUN   *
001750*                IDENTIFIER - THE RESUMED RUN FINISHES THE     *
001760*                SAME ATTEMPT, SO THE STEPS THAT COMPLETED     *
001770*                BEFORE THE FAILURE KEEP COUNTING ON THE       *
001780*                DASHBOARD AND IN BALCHECK INSTEAD OF BEING    *
001790*                DISCARDED AS SUPERSEDED. 0080-MINT-RUN-ID     *
001800*                NOW RUNS AFTER THE CHECKPOINT LOAD AND TESTS  *
001810*                IT. THE CHECKPOINT SKIP MESSAGE ALSO MOVED    *
001820*                FROM 0200-CHECK-STEP-DONE TO 6000-RUN-STEP    *
001830*                SO THE START-OF-RUN PROJECTION (WHICH ALSO    *
001840*                TESTS THE CHECKPOINT) STOPS PRINTING EVERY    *
001850*                SKIP TWICE.                                   *
001860* 2026-10-02 AG  THE STANDING STEP SEQUENCE NOW SENDS THE      *
001870*                NIGHT'S ROSTER CHANGES TO PAYROLL (MDPAYIF,   *
001880*                SEQUENCE 045, AFTER MULTIDCOB) AND RECONCILES *
001890*                PAYROLL'S ACKNOWLEDGMENTS (MDPAYRCN, SEQUENCE *
001900*                047). BOTH ARE OPTIONAL - AN UNANSWERED OR    *
001910*                REJECTED PAYROLL FILE IS A WARNING FOR THE    *
001920*                MORNING, NOT A REASON TO HOLD THE TEMPERATURE *
001930*                STEPS.                                        *
001940* 2026-10-07 AG  THE STANDING STEP SEQUENCE NOW RUNS THE       *
001950*                HEADCOUNT VARIANCE REPORT (MDHCVAR, SEQUENCE  *
001960*                048) AFTER ROSTER MAINTENANCE, SO FINANCE     *
001970*                SEES VACANCIES AND OVER-HIRES AGAINST THE     *
001980*                NIGHT'S APPLIED CHANGES. IT IS OPTIONAL - A   *
001990*                MISSING BUDGET FILE IS A WARNING FOR THE      *
002000*                MORNING, NOT A REASON TO HOLD THE TEMPERATURE *
002010*                STEPS.                                        *
002020* 2026-10-08 AG  THE STANDING STEP SEQUENCE NOW RUNS THE       *
002030*                ROSTER RETENTION PURGE (MDPURGE, SEQUENCE     *
002040*                038) AFTER THE ROSTER BACKUP AND BEFORE       *
002050*                MAINTENANCE. IT NAMES MDBACKUP AS ITS         *
002060*                PREDECESSOR - NOBODY IS PURGED WITHOUT        *
002070*                TONIGHT'S BACKUP - AND IS OPTIONAL, SO AN     *
002080*                EMPLOYEE LEFT ON THE ROSTER DOES NOT HOLD UP  *
002090*                MAINTENANCE.                                  *
002100* 2026-10-09 AG  THE STANDING STEP SEQUENCE NOW RUNS THE       *
002110*                ROSTER MASTER INTEGRITY CHECK (MDVERIFY,      *
002120*                SEQUENCE 049) AFTER THE VARIANCE REPORT. IT   *
002130*                NAMES MULTIDCOB AS ITS PREDECESSOR, SO IT     *
002140*                VERIFIES THE MASTER AS TONIGHT'S MAINTENANCE  *
002150*                LEFT IT, AND IS OPTIONAL - ITS WARNING RETURN *
002160*                CODE RAISES AN ALERT WITHOUT HOLDING THE      *
002170*                TEMPERATURE STEPS.                            *
002180* 2026-10-10 AG  THE STANDING STEP SEQUENCE NOW RECORDS HR'S   *
002190*                ABSENCES (MDABSUP, SEQUENCE 042) RIGHT AFTER  *
002200*                ROSTER MAINTENANCE. IT NAMES MULTIDCOB AS ITS *
002210*                PREDECESSOR, SO TONIGHT'S HIRES AND LEAVERS   *
002220*                ARE ON THE MASTER IT VALIDATES AGAINST, AND   *
002230*                IS OPTIONAL - A REFUSED ABSENCE OR A MISSING  *
002240*                FEED IS A WARNING FOR THE MORNING, NOT A      *
002250*                REASON TO HOLD THE PAYROLL OR TEMPERATURE     *
002260*                STEPS.                                        *
002270* 2026-10-15 AG  THE RUN SUMMARY'S RECORDS-PER-STEP LINES NOW  *
002280*                COME FROM THE INDEXED AUDIT STORE (AUDINDEX)  *
002290*                WHEN IT IS THERE: 7100-LOAD-LAST5 STARTS AT   *
002300*                TONIGHT'S DATE AND THIS ATTEMPT'S RUN         *
002310*                IDENTIFIER AND TAKES EXACTLY THAT ATTEMPT'S   *
002320*                ENTRIES, INSTEAD OF READING ALL OF AUDITLOG   *
002330*                AND GUESSING FROM THE TRAILING ENTRIES.       *
002340*                WITHOUT THE INDEX THE TRAILING-ENTRY LOGIC    *
002350*                RUNS AS BEFORE.                               *
002360* 2026-10-15 AG  AFTER THE SCHEDULED STEPS THE RUN NOW WORKS   *
002370*                THE ON-REQUEST JOB QUEUE (RQSTQUE, FILED BY   *
002380*                RQSTADD): REQUESTS RUN IN PRIORITY ORDER,     *
002390*                OLDEST FIRST WITHIN A PRIORITY, EACH WITH ITS *
002400*                OWN SELECTION CARD STAGED INTO THE PROGRAM'S  *
002410*                CARD FILE (RQSTPGM) AND THE STANDING CARD PUT *
002420*                BACK AFTERWARDS, AND ONLY WHILE THE NITEPARM  *
002430*                WINDOW HAS ROOM FOR THE PROGRAM'S AVERAGE RUN *
002440*                TIME. A REQUEST THAT DOES NOT FIT, OR EVERY   *
002450*                REQUEST WHEN A SCHEDULED STEP FAILED, STAYS   *
002460*                QUEUED FOR THE NEXT NIGHT. EACH REQUEST'S     *
002470*                OUTCOME AND RETURN CODE GO TO RQSTSTAT,       *
002480*                RQSTRPT REPORTS THEM FOR THE MORNING PACK,    *
002490*                AND THE RUN SUMMARY COUNTS THEM. A FAILED     *
002500*                REQUEST DOES NOT CHANGE THE BATCH RETURN      *
002510*                CODE.                                         *
002520* 2026-10-15 AG  AT THE END OF THE RUN BDREGRPT NOW LISTS THE  *
002530*                BUSINESS-DATE CHANGE REGISTER (BDATEREG) FOR  *
002540*                THE MORNING PACK, AFTER RQSTRPT. IT DOES NOT  *
002550*                CHANGE THE BATCH RETURN CODE.                 *
002560* 2026-10-15 AG  THE RUN CALENDAR (NITECAL) TAKES THREE FISCAL *
002570*                FREQUENCIES: P RUNS A STEP ON THE LAST DAY OF *
002580*                EACH FISCAL PERIOD, Q ON THE LAST DAY OF EACH *
002590*                FISCAL QUARTER AND Y ON THE LAST DAY OF THE   *
002600*                FISCAL YEAR, AS THE NEW GETFPER SERVICE READS *
002610*                THE FISCAL CALENDAR (FISCCAL). A FISCAL END   *
002620*                THAT FALLS ON A HOLIDAY IS PUSHED TO THE NEXT *
002630*                BUSINESS DAY LIKE MONTHLY WORK. WITH NO       *
002640*                FISCAL CALENDAR A FISCAL ENTRY NEVER COMES    *
002650*                DUE.                                          *
002660* 2026-10-15 AG  ADDED A REHEARSAL MODE. AN R IN COLUMN 5 OF   *
002670*                NITEPARM AND A TEST FILE PREFIX IN COLUMNS    *
002680*                7-36 RUN THE FULL STEP SEQUENCE WITH EVERY    *
002690*                FILE OPENED FROM THEN ON - BY THIS DRIVER AND *
002700*                BY EVERY STEP IT CALLS: MDROSTER, PRMMAST,    *
002710*                TMPHIST, AUDITLOG, NITEALRT, THE GENERATIONS  *
002720*                AND THE REST - TAKEN FROM UNDER THE PREFIX    *
002730*                THROUGH THE RUNTIME'S FILE PATH               *
002740*                (COB_FILE_PATH), SO THE PRODUCTION MASTERS,   *
002750*                CHECKPOINT, LOCK AND BUSINESS DATE ARE NEVER  *
002760*                OPENED. AN R WITHOUT A PREFIX REFUSES TO      *
002770*                START. EVERY RUN NOW LEAVES ITS STEP OUTCOMES *
002780*                AND RETURN CODES ON NITERSLT; A REHEARSAL     *
002790*                READS PRODUCTION'S NITERSLT AND THAT NIGHT'S  *
002800*                AUDITLOG COUNTS BEFORE SWITCHING OVER, AND    *
002810*                ENDS ITS SUMMARY WITH A STEP-BY-STEP AND      *
002820*                PROGRAM-BY-PROGRAM COMPARISON. A DIFFERENCE   *
002830*                RAISES A CLEAN REHEARSAL'S RETURN CODE TO THE *
002840*                WARNING 4.                                    *
002850*----------------------------------------------------------*
002860 ENVIRONMENT DIVISION.
002870 CONFIGURATION SECTION.
002880 INPUT-OUTPUT SECTION.
002890 FILE-CONTROL.
002900     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS WS-AUDIT-STATUS.
002930     SELECT AUDX-FILE ASSIGN TO "AUDINDEX"
002940         ORGANIZATION IS INDEXED
002950         ACCESS MODE IS DYNAMIC
002960         RECORD KEY IS AUDX-KEY
002970         ALTERNATE RECORD KEY IS AUDX-DATE-KEY
002980             WITH DUPLICATES
002990         FILE STATUS IS WS-AUDX-STATUS.
003000     SELECT CKPT-FILE ASSIGN TO "NITECKPT"
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS WS-CKPT-STATUS.
003030     SELECT STEP-FILE ASSIGN TO "NITESTEP"
003040         ORGANIZATION IS LINE SEQUENTIAL
003050         FILE STATUS IS WS-STEP-STATUS.
003060     SELECT CAL-FILE ASSIGN TO "NITECAL"
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-CAL-STATUS.
003090     SELECT HOL-FILE ASSIGN TO "NITEHOL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS WS-HOL-STATUS.
003120     SELECT RPT-FILE ASSIGN TO "NITERPT"
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-RPT-STATUS.
003150     SELECT PARM-FILE ASSIGN TO "NITEPARM"
003160         ORGANIZATION IS LINE SEQUENTIAL
003170         FILE STATUS IS WS-PARM-STATUS.
003180     SELECT LOCK-FILE ASSIGN TO "NITELOCK"
003190         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-LOCK-STATUS.
003210     SELECT ALERT-FILE ASSIGN TO "NITEALRT"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-ALERT-STATUS.
003240     SELECT TIMS-FILE ASSIGN TO "NITETIMS"
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS WS-TIMS-STATUS.
003270     SELECT RUNID-FILE ASSIGN TO "NITERUNID"
003280         ORGANIZATION IS LINE SEQUENTIAL
003290         FILE STATUS IS WS-RUNID-STATUS.
003300     SELECT RQST-FILE ASSIGN TO "RQSTQUE"
003310         ORGANIZATION IS LINE SEQUENTIAL
003320         FILE STATUS IS WS-RQST-STATUS.
003330     SELECT RQSS-FILE ASSIGN TO "RQSTSTAT"
003340         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS WS-RQSS-STATUS.
003360     SELECT RSLT-FILE ASSIGN TO "NITERSLT"
003370         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-RSLT-STATUS.
003390     SELECT CARD-FILE ASSIGN USING WS-CARD-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003410         FILE STATUS IS WS-CARD-STATUS.
003420 DATA DIVISION.
003430 FILE SECTION.
003440 FD  AUDIT-FILE
003450     RECORD CONTAINS 100 CHARACTERS.
003460     COPY AUDITREC.
003470 FD  AUDX-FILE
003480     RECORD CONTAINS 150 CHARACTERS.
003490     COPY AUDXREC.
003500 FD  CKPT-FILE
003510     RECORD CONTAINS 80 CHARACTERS.
003520 01  CKPT-RECORD.
003530     05  CKPT-STEP-NAME         PIC X(10).
003540     05  CKPT-RUN-DATE          PIC 9(08).
003550     05  FILLER                 PIC X(62).
003560 FD  STEP-FILE
003570     RECORD CONTAINS 80 CHARACTERS.
003580 01  STEP-IN-RECORD.
003590     05  STEP-IN-SEQ            PIC 9(03).
003600     05  STEP-IN-NAME           PIC X(10).
003610     05  STEP-IN-PROGRAM        PIC X(12).
003620     05  STEP-IN-ENABLED        PIC X(01).
003630     05  STEP-IN-OPTIONAL       PIC X(01).
003640     05  STEP-IN-PRED1          PIC X(10).
003650     05  STEP-IN-PRED2          PIC X(10).
003660     05  STEP-IN-RETRIES        PIC 9(01).
003670     05  STEP-IN-RETRY-WAIT     PIC 9(03).
003680     05  FILLER                 PIC X(29).
003690 FD  CAL-FILE
003700     RECORD CONTAINS 80 CHARACTERS.
003710 01  CAL-RECORD.
003720     05  CAL-STEP-NAME          PIC X(10).
003730     05  CAL-FREQ               PIC X(01).
003740     05  CAL-DOW                PIC 9(01).
003750     05  CAL-DOM                PIC 9(02).
003760     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
003770         ==:PREFIX:== BY ==CAL-EFF-DATE==.
003780     05  FILLER                 PIC X(58).
003790 FD  HOL-FILE
003800     RECORD CONTAINS 80 CHARACTERS.
003810 01  HOL-RECORD.
003820     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
003830         ==:PREFIX:== BY ==HOL-DATE==.
003840     05  FILLER                 PIC X(72).
003850 FD  RPT-FILE
003860     RECORD CONTAINS 80 CHARACTERS.
003870 01  RPT-RECORD                 PIC X(80).
003880 FD  PARM-FILE
003890     RECORD CONTAINS 80 CHARACTERS.
003900 01  PARM-RECORD.
003910     05  PARM-WINDOW-MINS       PIC 9(04).
003920     05  PARM-RUN-MODE          PIC X(01).
003930         88  PARM-REHEARSAL                 VALUE "R".
003940     05  FILLER                 PIC X(01).
003950     05  PARM-REH-PREFIX        PIC X(30).
003960     05  FILLER                 PIC X(44).
003970 FD  LOCK-FILE
003980     RECORD CONTAINS 80 CHARACTERS.
003990 01  LOCK-RECORD.
004000     05  LOCK-RUN-DATE          PIC 9(08).
004010     05  LOCK-RUN-TIME          PIC 9(08).
004020     05  FILLER                 PIC X(64).
004030 FD  ALERT-FILE
004040     RECORD CONTAINS 80 CHARACTERS.
004050 01  ALERT-RECORD.
004060     05  ALRT-STEP-NAME         PIC X(10).
004070     05  ALRT-RETURN-CODE       PIC 9(04).
004080     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
004090         ==:PREFIX:== BY ==ALRT-RUN-DATE==.
004100     05  ALRT-RUN-TIME          PIC 9(08).
004110     05  ALRT-STEPS-DONE        PIC 9(02).
004120     05  FILLER                 PIC X(48).
004130 FD  RUNID-FILE
004140     RECORD CONTAINS 80 CHARACTERS.
004150 01  RUNID-RECORD.
004160     05  RUNID-DATE             PIC 9(08).
004170     05  RUNID-ATTEMPT          PIC 9(04).
004180     05  FILLER                 PIC X(68).
004190 FD  TIMS-FILE
004200     RECORD CONTAINS 80 CHARACTERS.
004210 01  TIMS-RECORD.
004220     05  TIMS-RUN-DATE          PIC 9(08).
004230     05  TIMS-STEP-NAME         PIC X(10).
004240     05  TIMS-ELAPSED           PIC 9(07).
004250     05  FILLER                 PIC X(55).
004260 FD  RSLT-FILE
004270     RECORD CONTAINS 80 CHARACTERS.
004280 01  RSLT-RECORD.
004290     05  RSLT-RUN-DATE          PIC 9(08).
004300     05  RSLT-RUN-ID            PIC 9(04).
004310     05  RSLT-STEP-NAME         PIC X(10).
004320     05  RSLT-OUTCOME           PIC X(01).
004330     05  RSLT-RETURN-CODE       PIC 9(04).
004340     05  FILLER                 PIC X(53).
004350 FD  RQST-FILE
004360     RECORD CONTAINS 120 CHARACTERS.
004370     COPY RQSTREC.
004380 FD  RQSS-FILE
004390     RECORD CONTAINS 120 CHARACTERS.
004400     COPY RQSSREC.
004410 FD  CARD-FILE
004420     RECORD CONTAINS 80 CHARACTERS.
004430 01  CARD-RECORD            PIC X(80).
004440 WORKING-STORAGE SECTION.
004450 01  WS-STEP-RC             PIC S9(09) VALUE 0.
004460 01  WS-BATCH-STATUS-SW     PIC X(01) VALUE "Y".
004470     88  WS-BATCH-OK                  VALUE "Y".
004480 01  WS-STEP-NAME           PIC X(10).
004490 01  WS-AUDIT-STATUS        PIC X(02) VALUE "00".
004500     88  WS-AUDIT-OK                  VALUE "00".
004510     88  WS-AUDIT-EOF                 VALUE "10".
004520 01  WS-AUDX-STATUS         PIC X(02) VALUE "00".
004530     88  WS-AUDX-OK                   VALUE "00" "02".
004540 01  WS-BATCH-START-TIME    PIC 9(08).
004550 01  WS-BATCH-END-TIME      PIC 9(08).
004560 01  WS-LAST5-TABLE.
004570     05  WS-LAST5-ENTRY OCCURS 20 TIMES.
004580         10  WS-L5-PGM      PIC X(10).
004590         10  WS-L5-CNT      PIC 9(09).
004600 01  WS-L5-SUB              PIC 9(02) VALUE 0.
004610 01  WS-L5-DISP-SUB         PIC 9(02).
004620 01  WS-L5-COUNT            PIC 9(02) VALUE 0.
004630 01  WS-L5-SHOWN            PIC 9(02) VALUE 0.
004640 01  WS-STEPS-RUN           PIC 9(02) VALUE 0.
004650 01  WS-L5-CALC-SUB         PIC S9(02) VALUE 0.
004660 01  WS-CKPT-STATUS         PIC X(02) VALUE "00".
004670     88  WS-CKPT-OK                   VALUE "00".
004680     88  WS-CKPT-EOF                  VALUE "10".
004690 01  WS-CKPT-TABLE.
004700     05  WS-CKPT-ENTRY OCCURS 20 TIMES.
004710         10  WS-CKPT-DONE-STEP  PIC X(10).
004720 01  WS-CKPT-COUNT          PIC 9(02) VALUE 0.
004730 01  WS-CKPT-SUB            PIC 9(02) VALUE 0.
004740 01  WS-STEP-DONE-SW        PIC X(01) VALUE "N".
004750     88  WS-STEP-DONE                 VALUE "Y".
004760 01  WS-CKPT-DATE           PIC 9(08).
004770 01  WS-STEP-STATUS         PIC X(02) VALUE "00".
004780     88  WS-STEP-FILE-OK              VALUE "00".
004790     88  WS-STEP-FILE-EOF             VALUE "10".
004800 01  WS-STEP-TABLE.
004810     05  WS-STEP-ENTRY OCCURS 20 TIMES.
004820         10  WS-ST-SEQ          PIC 9(03).
004830         10  WS-ST-NAME         PIC X(10).
004840         10  WS-ST-PROGRAM      PIC X(12).
004850         10  WS-ST-ENABLED      PIC X(01).
004860             88  WS-ST-IS-ENABLED     VALUE "Y".
004870         10  WS-ST-OPTIONAL     PIC X(01).
004880             88  WS-ST-IS-OPTIONAL    VALUE "Y".
004890         10  WS-ST-PRED1        PIC X(10).
004900         10  WS-ST-PRED2        PIC X(10).
004910         10  WS-ST-RETRIES      PIC 9(01).
004920         10  WS-ST-RETRY-WAIT   PIC 9(03).
004930         10  WS-ST-OUTCOME      PIC X(01).
004940             88  WS-ST-COMPLETED      VALUE "C".
004950             88  WS-ST-HELD           VALUE "H".
004960             88  WS-ST-UNSCHEDULED    VALUE "N".
004970             88  WS-ST-FAILED         VALUE "F".
004980             88  WS-ST-PRED-SKIPPED   VALUE "P".
004990         10  WS-ST-RC           PIC 9(04).
005000 01  WS-STEP-COUNT          PIC 9(02) VALUE 0.
005010 01  WS-STEP-SUB            PIC 9(02) VALUE 0.
005020 01  WS-SORT-SUB            PIC 9(02) VALUE 0.
005030 01  WS-SORT-LIMIT          PIC 9(02) VALUE 0.
005040 01  WS-SORT-SWAPPED-SW     PIC X(01) VALUE "N".
005050     88  WS-SORT-SWAPPED              VALUE "Y".
005060 01  WS-SORT-WORK-ENTRY     PIC X(56).
005070 01  WS-RUN-PROGRAM         PIC X(12).
005080 01  WS-PRED-NAME           PIC X(10).
005090 01  WS-PRED-SUB            PIC 9(02) VALUE 0.
005100 01  WS-PRED-RUNNABLE-SW    PIC X(01) VALUE "Y".
005110     88  WS-PRED-RUNNABLE             VALUE "Y".
005120 01  WS-ATTEMPT-NUM         PIC 9(02) VALUE 0.
005130 01  WS-RETRY-WAIT          PIC 9(03) VALUE 0.
005140 01  WS-RUNID-STATUS        PIC X(02) VALUE "00".
005150     88  WS-RUNID-OK                  VALUE "00".
005160 01  WS-RUN-ATTEMPT         PIC 9(04) VALUE 0.
005170 01  WS-TIMS-STATUS         PIC X(02) VALUE "00".
005180     88  WS-TIMS-OK                   VALUE "00".
005190     88  WS-TIMS-EOF                  VALUE "10".
005200 01  WS-TH-TABLE.
005210     05  WS-TH-ENTRY OCCURS 30 TIMES.
005220         10  WS-TH-NAME         PIC X(10).
005230         10  WS-TH-TOTAL        PIC 9(10).
005240         10  WS-TH-RUNS         PIC 9(05).
005250 01  WS-TH-COUNT            PIC 9(02) VALUE 0.
005260 01  WS-TH-SUB              PIC 9(02) VALUE 0.
005270 01  WS-TH-FOUND-SUB        PIC 9(02) VALUE 0.
005280 01  WS-TH-CUTOFF-NUM       PIC 9(08) VALUE 0.
005290 01  WS-TH-AVG              PIC 9(07) VALUE 0.
005300 01  WS-PROJ-SECS           PIC 9(08) VALUE 0.
005310 01  WS-PROJ-SUB            PIC 9(02) VALUE 0.
005320 01  WS-PROJ-DISP           PIC Z,ZZZ,ZZ9.
005330 01  WS-WNDW-DISP           PIC Z,ZZZ,ZZ9.
005340 01  WS-STEP-OPTIONAL-SW    PIC X(01) VALUE "N".
005350     88  WS-STEP-OPTIONAL             VALUE "Y".
005360 01  WS-OPT-FAIL-SW         PIC X(01) VALUE "N".
005370     88  WS-OPT-STEP-FAILED           VALUE "Y".
005380 01  WS-CAL-STATUS          PIC X(02) VALUE "00".
005390     88  WS-CAL-OK                    VALUE "00".
005400     88  WS-CAL-EOF                   VALUE "10".
005410 01  WS-HOL-STATUS          PIC X(02) VALUE "00".
005420     88  WS-HOL-OK                    VALUE "00".
005430     88  WS-HOL-EOF                   VALUE "10".
005440 01  WS-CAL-TABLE.
005450     05  WS-CAL-ENTRY OCCURS 20 TIMES.
005460         10  WS-CAL-STEP        PIC X(10).
005470         10  WS-CAL-FREQ        PIC X(01).
005480             88  WS-CAL-IS-DAILY      VALUE "D".
005490             88  WS-CAL-IS-WEEKLY     VALUE "W".
005500             88  WS-CAL-IS-MONTHLY    VALUE "M".
005510             88  WS-CAL-IS-FISC-PERIOD VALUE "P".
005520             88  WS-CAL-IS-FISC-QTR   VALUE "Q".
005530             88  WS-CAL-IS-FISC-YEAR  VALUE "Y".
005540             88  WS-CAL-IS-FISCAL     VALUE "P" "Q" "Y".
005550         10  WS-CAL-RUN-DOW     PIC 9(01).
005560         10  WS-CAL-RUN-DOM     PIC 9(02).
005570         10  WS-CAL-EFF-NUM     PIC 9(08).
005580 01  WS-CAL-COUNT           PIC 9(02) VALUE 0.
005590 01  WS-CAL-SUB             PIC 9(02) VALUE 0.
005600 01  WS-CAL-FOUND-SUB       PIC 9(02) VALUE 0.
005610 01  WS-HOL-TABLE.
005620     05  WS-HOL-ENTRY OCCURS 50 TIMES.
005630         10  WS-HOL-NUM         PIC 9(08).
005640 01  WS-HOL-COUNT           PIC 9(02) VALUE 0.
005650 01  WS-HOL-SUB             PIC 9(02) VALUE 0.
005660 01  WS-TODAY-NUM           PIC 9(08) VALUE 0.
005670 01  WS-TODAY-INT           PIC 9(08) VALUE 0.
005680 01  WS-CHK-DATE-NUM        PIC 9(08) VALUE 0.
005690 01  WS-CHK-HOLIDAY-SW      PIC X(01) VALUE "N".
005700     88  WS-CHK-IS-HOLIDAY            VALUE "Y".
005710 01  WS-SCAN-INT            PIC 9(08) VALUE 0.
005720 01  WS-SCAN-NUM            PIC 9(08) VALUE 0.
005730 01  WS-SCAN-DOW            PIC 9(01) VALUE 0.
005740 01  WS-SCAN-DD             PIC 9(02) VALUE 0.
005750     COPY FPERLNK.
005760 01  WS-DOW-WORK            PIC 9(08) VALUE 0.
005770 01  WS-SCHEDULED-SW        PIC X(01) VALUE "Y".
005780     88  WS-STEP-SCHEDULED            VALUE "Y".
005790 01  WS-CAL-EFF-WORK        PIC 9(08) VALUE 0.
005800 01  WS-RPT-STATUS          PIC X(02) VALUE "00".
005810     88  WS-RPT-OK                    VALUE "00".
005820 01  WS-PARM-STATUS         PIC X(02) VALUE "00".
005830     88  WS-PARM-OK                   VALUE "00".
005840 01  WS-RPT-OPEN-SW         PIC X(01) VALUE "N".
005850     88  WS-RPT-IS-OPEN               VALUE "Y".
005860 01  WS-WINDOW-MINS         PIC 9(04) VALUE 0.
005870 01  WS-WINDOW-SECS         PIC 9(07) VALUE 0.
005880 01  WS-OVERRUN-SW          PIC X(01) VALUE "N".
005890     88  WS-WINDOW-OVERRUN            VALUE "Y".
005900 01  WS-STEP-START-TIME     PIC 9(08).
005910 01  WS-STEP-END-TIME       PIC 9(08).
005920 01  WS-TIME-TABLE.
005930     05  WS-TIME-ENTRY OCCURS 20 TIMES.
005940         10  WS-TM-NAME         PIC X(10).
005950         10  WS-TM-ELAPSED      PIC 9(07).
005960 01  WS-TIME-COUNT          PIC 9(02) VALUE 0.
005970 01  WS-TIME-SUB            PIC 9(02) VALUE 0.
005980 01  WS-ELAP-START          PIC 9(08).
005990 01  WS-ELAP-START-R REDEFINES WS-ELAP-START.
006000     05  WS-ELAP-START-HH   PIC 9(02).
006010     05  WS-ELAP-START-MM   PIC 9(02).
006020     05  WS-ELAP-START-SS   PIC 9(02).
006030     05  WS-ELAP-START-CC   PIC 9(02).
006040 01  WS-ELAP-END            PIC 9(08).
006050 01  WS-ELAP-END-R REDEFINES WS-ELAP-END.
006060     05  WS-ELAP-END-HH     PIC 9(02).
006070     05  WS-ELAP-END-MM     PIC 9(02).
006080     05  WS-ELAP-END-SS     PIC 9(02).
006090     05  WS-ELAP-END-CC     PIC 9(02).
006100 01  WS-ELAP-START-SECS     PIC 9(07).
006110 01  WS-ELAP-END-SECS       PIC 9(07).
006120 01  WS-ELAP-SECS           PIC 9(07).
006130 01  WS-TOTAL-ELAP-SECS     PIC 9(07) VALUE 0.
006140 01  WS-RPT-LINE            PIC X(80).
006150 01  WS-SUM-TIME-LINE.
006160     05  WS-STL-LABEL       PIC X(28).
006170     05  WS-STL-TIME        PIC 9(08).
006180     05  FILLER             PIC X(44) VALUE SPACES.
006190 01  WS-SUM-STEP-LINE.
006200     05  FILLER             PIC X(04) VALUE SPACES.
006210     05  WS-SSL-NAME        PIC X(10).
006220     05  FILLER             PIC X(03) VALUE SPACES.
006230     05  WS-SSL-ELAPSED     PIC Z,ZZZ,ZZ9.
006240     05  WS-SSL-TAG         PIC X(10) VALUE ' SECS'.
006250     05  FILLER             PIC X(44) VALUE SPACES.
006260 01  WS-SUM-CNT-LINE.
006270     05  FILLER             PIC X(04) VALUE SPACES.
006280     05  WS-SCL-NAME        PIC X(10).
006290     05  FILLER             PIC X(03) VALUE ' : '.
006300     05  WS-SCL-COUNT       PIC 9(09).
006310     05  FILLER             PIC X(54) VALUE SPACES.
006320 01  WS-SUM-WINDOW-LINE.
006330     05  FILLER             PIC X(14) VALUE 'TOTAL ELAPSED '.
006340     05  WS-SWL-TOTAL       PIC Z,ZZZ,ZZ9.
006350     05  FILLER             PIC X(14) VALUE ' SECS, WINDOW '.
006360     05  WS-SWL-WINDOW      PIC Z,ZZZ,ZZ9.
006370     05  WS-SWL-TAG         PIC X(26) VALUE ' SECS'.
006380     05  FILLER             PIC X(08) VALUE SPACES.
006390 01  WS-LOCK-STATUS         PIC X(02) VALUE "00".
006400     88  WS-LOCK-OK                   VALUE "00".
006410     88  WS-LOCK-EOF                  VALUE "10".
006420 01  WS-LOCK-TAKEN-SW       PIC X(01) VALUE "N".
006430     88  WS-LOCK-TAKEN                VALUE "Y".
006440 01  WS-LOCK-TIME           PIC 9(08).
006450 01  WS-ALERT-STATUS        PIC X(02) VALUE "00".
006460     88  WS-ALERT-OK                  VALUE "00".
006470 01  WS-STEPS-COMPLETED     PIC 9(02) VALUE 0.
006480 01  WS-ALERT-TIME          PIC 9(08).
006490 01  WS-RQST-STATUS         PIC X(02) VALUE "00".
006500     88  WS-RQST-OK                   VALUE "00".
006510 01  WS-RQSS-STATUS         PIC X(02) VALUE "00".
006520     88  WS-RQSS-OK                   VALUE "00".
006530 01  WS-CARD-STATUS         PIC X(02) VALUE "00".
006540     88  WS-CARD-OK                   VALUE "00".
006550 01  WS-CARD-NAME           PIC X(08) VALUE SPACES.
006560*    TONIGHT'S ON-REQUEST QUEUE, IN THE ORDER IT WILL BE RUN.
006570 01  WS-RQ-TABLE.
006580     05  WS-RQ-ENTRY OCCURS 99 TIMES.
006590         10  WS-RQ-REQUEST  PIC X(120).
006600         10  WS-RQ-PRIORITY PIC 9(01).
006610         10  WS-RQ-STATE    PIC X(01).
006620             88  WS-RQ-IS-QUEUED      VALUE "Q".
006630             88  WS-RQ-IS-DEFERRED    VALUE "D".
006640             88  WS-RQ-IS-DONE        VALUE "X".
006650 01  WS-RQ-SWAP             PIC X(122).
006660 01  WS-RQ-SWAPPED-SW       PIC X(01) VALUE "N".
006670     88  WS-RQ-SWAPPED                VALUE "Y".
006680 01  WS-RQ-COUNT            PIC 9(03) VALUE 0.
006690 01  WS-RQ-SUB              PIC 9(03) VALUE 0.
006700 01  WS-RQ-NEXT-SUB         PIC 9(03) VALUE 0.
006710 01  WS-RQ-WRITE-SUB        PIC 9(03) VALUE 0.
006720 01  WS-RQ-OVERFLOW         PIC 9(03) VALUE 0.
006730 01  WS-RQ-RAN-COUNT        PIC 9(03) VALUE 0.
006740 01  WS-RQ-FAIL-COUNT       PIC 9(03) VALUE 0.
006750 01  WS-RQ-DEFER-COUNT      PIC 9(03) VALUE 0.
006760 01  WS-RQ-REJECT-COUNT     PIC 9(03) VALUE 0.
006770 01  WS-RQ-OUTCOME          PIC X(01) VALUE SPACE.
006780 01  WS-RQ-REASON           PIC X(30) VALUE SPACES.
006790 01  WS-RQ-RC               PIC 9(04) VALUE 0.
006800 01  WS-RQ-START-TIME       PIC 9(08) VALUE 0.
006810 01  WS-RQ-END-TIME         PIC 9(08) VALUE 0.
006820 01  WS-RQ-ELAPSED          PIC 9(07) VALUE 0.
006830 01  WS-RQ-NEED-SECS        PIC 9(07) VALUE 0.
006840 01  WS-RQ-SAVE-NAME        PIC X(10) VALUE SPACES.
006850 01  WS-PG-SUB              PIC 9(02) VALUE 0.
006860 01  WS-PG-FOUND-SW         PIC X(01) VALUE "N".
006870     88  WS-PG-FOUND                  VALUE "Y".
006880*    THE STANDING CARD A REQUEST'S CARD DISPLACES, PUT BACK
006890*    AFTER THE REQUEST HAS RUN.
006900 01  WS-CARD-SAVE-TABLE.
006910     05  WS-CARD-SAVE-LINE  PIC X(80) OCCURS 20 TIMES.
006920 01  WS-CARD-SAVE-COUNT     PIC 9(02) VALUE 0.
006930 01  WS-CARD-SAVE-SUB       PIC 9(02) VALUE 0.
006940 01  WS-CARD-STAGED-SW      PIC X(01) VALUE "N".
006950     88  WS-CARD-STAGED               VALUE "Y".
006960 01  WS-SUM-RQST-LINE.
006970     05  FILLER             PIC X(17)
006980             VALUE 'ON-REQUEST JOBS: '.
006990     05  WS-SRL-RAN         PIC ZZ9.
007000     05  FILLER             PIC X(06) VALUE ' RAN, '.
007010     05  WS-SRL-FAILED      PIC ZZ9.
007020     05  FILLER             PIC X(09) VALUE ' FAILED, '.
007030     05  WS-SRL-DEFERRED    PIC ZZ9.
007040     05  FILLER             PIC X(11) VALUE ' DEFERRED, '.
007050     05  WS-SRL-REJECTED    PIC ZZ9.
007060     05  FILLER             PIC X(09) VALUE ' REJECTED'.
007070     05  FILLER             PIC X(16) VALUE SPACES.
007080 01  WS-RSLT-STATUS         PIC X(02) VALUE "00".
007090     88  WS-RSLT-OK                   VALUE "00".
007100 01  WS-REHEARSAL-SW        PIC X(01) VALUE "N".
007110     88  WS-REHEARSAL                 VALUE "Y".
007120 01  WS-REH-REFUSED-SW      PIC X(01) VALUE "N".
007130     88  WS-REH-REFUSED               VALUE "Y".
007140 01  WS-REH-PREFIX          PIC X(30) VALUE SPACES.
007150 01  WS-PROD-FILE-PATH      PIC X(80) VALUE SPACES.
007160*    THE LAST PRODUCTION NIGHT, FROM ITS NITERSLT, FOR A
007170*    REHEARSAL TO BE COMPARED AGAINST, AND BOTH RUNS' AUDITLOG
007180*    RECORD COUNTS PER PROGRAM.
007190 01  WS-BASE-FOUND-SW       PIC X(01) VALUE "N".
007200     88  WS-BASE-FOUND                VALUE "Y".
007210 01  WS-BASE-DATE           PIC 9(08) VALUE 0.
007220 01  WS-BASE-RUN-ID         PIC 9(04) VALUE 0.
007230 01  WS-BR-TABLE.
007240     05  WS-BR-ENTRY OCCURS 20 TIMES.
007250         10  WS-BR-NAME         PIC X(10).
007260         10  WS-BR-OUTCOME      PIC X(01).
007270         10  WS-BR-RC           PIC 9(04).
007280         10  WS-BR-MATCHED      PIC X(01).
007290             88  WS-BR-IS-MATCHED     VALUE "Y".
007300 01  WS-BR-COUNT            PIC 9(02) VALUE 0.
007310 01  WS-BR-SUB              PIC 9(02) VALUE 0.
007320 01  WS-BR-FOUND-SUB        PIC 9(02) VALUE 0.
007330 01  WS-AC-TABLE.
007340     05  WS-AC-ENTRY OCCURS 30 TIMES.
007350         10  WS-AC-PGM          PIC X(10).
007360         10  WS-AC-PROD         PIC 9(09).
007370         10  WS-AC-REH          PIC 9(09).
007380 01  WS-AC-COUNT            PIC 9(02) VALUE 0.
007390 01  WS-AC-SUB              PIC 9(02) VALUE 0.
007400 01  WS-TALLY-DATE          PIC 9(08) VALUE 0.
007410 01  WS-TALLY-RUN-ID        PIC 9(04) VALUE 0.
007420 01  WS-TALLY-SIDE          PIC X(01) VALUE SPACE.
007430     88  WS-TALLY-PROD                VALUE "P".
007440 01  WS-DIFF-STEPS          PIC 9(02) VALUE 0.
007450 01  WS-DIFF-COUNTS         PIC 9(02) VALUE 0.
007460 01  WS-CMP-TITLE-LINE.
007470     05  FILLER             PIC X(34)
007480             VALUE 'REHEARSAL AGAINST PRODUCTION NIGHT'.
007490     05  FILLER             PIC X(01) VALUE SPACES.
007500     05  WS-CTL-DATE        PIC 9(08).
007510     05  FILLER             PIC X(05) VALUE ' RUN '.
007520     05  WS-CTL-RUN-ID      PIC 9(04).
007530     05  FILLER             PIC X(28) VALUE SPACES.
007540 01  WS-CMP-STEP-LINE.
007550     05  FILLER             PIC X(04) VALUE SPACES.
007560     05  WS-CSL-NAME        PIC X(10).
007570     05  FILLER             PIC X(07) VALUE '  PROD '.
007580     05  WS-CSL-PROD-OUT    PIC X(01).
007590     05  FILLER             PIC X(01) VALUE SPACES.
007600     05  WS-CSL-PROD-RC     PIC X(04).
007610     05  FILLER             PIC X(06) VALUE '  REH '.
007620     05  WS-CSL-REH-OUT     PIC X(01).
007630     05  FILLER             PIC X(01) VALUE SPACES.
007640     05  WS-CSL-REH-RC      PIC X(04).
007650     05  WS-CSL-TAG         PIC X(14).
007660     05  FILLER             PIC X(27) VALUE SPACES.
007670 01  WS-CMP-CNT-LINE.
007680     05  FILLER             PIC X(04) VALUE SPACES.
007690     05  WS-CCL-NAME        PIC X(10).
007700     05  FILLER             PIC X(07) VALUE '  PROD '.
007710     05  WS-CCL-PROD        PIC Z(08)9.
007720     05  FILLER             PIC X(06) VALUE '  REH '.
007730     05  WS-CCL-REH         PIC Z(08)9.
007740     05  WS-CCL-TAG         PIC X(14).
007750     05  FILLER             PIC X(21) VALUE SPACES.
007760 01  WS-CMP-TOTAL-LINE.
007770     05  FILLER             PIC X(23)
007780             VALUE 'REHEARSAL DIFFERENCES: '.
007790     05  WS-CTT-STEPS       PIC Z9.
007800     05  FILLER             PIC X(18) VALUE ' STEP RESULT(S), '.
007810     05  WS-CTT-COUNTS      PIC Z9.
007820     05  FILLER             PIC X(16) VALUE ' AUDIT COUNT(S)'.
007830     05  FILLER             PIC X(19) VALUE SPACES.
007840     COPY RQSTPGM.
007850     COPY RPTHDFT.
007860 PROCEDURE DIVISION.
007870 0000-MAINLINE.
007880     DISPLAY 'NITEBATCH - NIGHTLY BATCH RUN STARTING'.
007890     PERFORM 0900-READ-PARM THRU 0900-EXIT.
007900     IF WS-REHEARSAL
007910         PERFORM 0950-START-REHEARSAL THRU 0950-EXIT
007920         IF WS-REH-REFUSED
007930             MOVE 16 TO RETURN-CODE
007940             GOBACK
007950         END-IF
007960     END-IF.
007970     PERFORM 0050-TAKE-LOCK THRU 0050-EXIT.
007980     IF NOT WS-LOCK-TAKEN
007990         MOVE 16 TO RETURN-CODE
008000         GOBACK.
008010     ACCEPT WS-BATCH-START-TIME FROM TIME.
008020     PERFORM 0100-LOAD-CHECKPOINT THRU 0100-EXIT.
008030     PERFORM 0080-MINT-RUN-ID THRU 0080-EXIT.
008040     PERFORM 0300-LOAD-STEPS THRU 0300-EXIT.
008050     PERFORM 0500-LOAD-CALENDAR THRU 0500-EXIT.
008060     PERFORM 1000-PROJECT-WINDOW THRU 1000-EXIT.
008070     MOVE 1 TO WS-STEP-SUB.
008080     PERFORM 6000-RUN-STEP THRU 6000-EXIT
008090         UNTIL WS-STEP-SUB > WS-STEP-COUNT
008100            OR NOT WS-BATCH-OK.
008110     PERFORM 6500-RUN-REQUESTS THRU 6500-EXIT.
008120     IF WS-BATCH-OK
008130         DISPLAY 'NITEBATCH - NIGHTLY BATCH RUN COMPLETED OK'
008140         PERFORM 8300-CLEAR-CHECKPOINT THRU 8300-EXIT
008150         IF WS-OPT-STEP-FAILED
008160             DISPLAY 'NITEBATCH - WARNING - AN OPTIONAL STEP '
008170                 'FAILED THIS RUN'
008180             MOVE 4 TO RETURN-CODE
008190         ELSE
008200             MOVE 0 TO RETURN-CODE
008210         END-IF
008220     ELSE
008230         DISPLAY 'NITEBATCH - NIGHTLY BATCH RUN FAILED AT '
008240             WS-STEP-NAME
008250         MOVE 16 TO RETURN-CODE
008260     END-IF.
008270     ACCEPT WS-BATCH-END-TIME FROM TIME.
008280     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
008290     PERFORM 8500-WRITE-RESULTS THRU 8500-EXIT.
008300     IF WS-WINDOW-OVERRUN AND RETURN-CODE = 0
008310         MOVE 4 TO RETURN-CODE.
008320     IF WS-REHEARSAL
008330         AND WS-DIFF-STEPS + WS-DIFF-COUNTS > 0
008340         AND RETURN-CODE = 0
008350         MOVE 4 TO RETURN-CODE.
008360     PERFORM 0060-RELEASE-LOCK THRU 0060-EXIT.
008370     IF WS-REHEARSAL
008380         PERFORM 0970-END-REHEARSAL THRU 0970-EXIT.
008390     GOBACK.
008400*----------------------------------------------------------*
008410* 0050-TAKE-LOCK - REFUSE TO START WHILE A LIVE LOCK EXISTS. *
008420* THE LOCK FILE (NITELOCK) CARRIES THE HOLDING RUN'S DATE    *
008430* AND TIME; A LOCK DATED BEFORE TODAY IS CALLED OUT AS STALE *
008440* (A CRASHED RUN NEVER RELEASED IT) SO THE OPERATOR KNOWS TO *
008450* REMOVE NITELOCK RATHER THAN WAIT. WHEN NO LIVE LOCK IS     *
008460* FOUND THE RUN WRITES ITS OWN DATE/TIME AND PROCEEDS.       *
008470*----------------------------------------------------------*
008480 0050-TAKE-LOCK.
008490     CALL 'GETBDATE' USING WS-TODAY-NUM.
008500     ACCEPT WS-LOCK-TIME FROM TIME.
008510     OPEN INPUT LOCK-FILE.
008520     IF NOT WS-LOCK-OK
008530         GO TO 0070-WRITE-LOCK.
008540     READ LOCK-FILE
008550         AT END
008560             CLOSE LOCK-FILE
008570             GO TO 0070-WRITE-LOCK.
008580     IF LOCK-RUN-DATE < WS-TODAY-NUM
008590         DISPLAY 'NITEBATCH - *** STALE RUN LOCK DATED '
008600             LOCK-RUN-DATE ' AT ' LOCK-RUN-TIME
008610             ' - PRIOR RUN MAY HAVE CRASHED'
008620         DISPLAY 'NITEBATCH - REMOVE NITELOCK TO RUN'
008630     ELSE
008640         DISPLAY 'NITEBATCH - *** RUN LOCK HELD BY RUN OF '
008650             LOCK-RUN-DATE ' AT ' LOCK-RUN-TIME
008660             ' - ANOTHER RUN MAY STILL BE ACTIVE'.
008670     DISPLAY 'NITEBATCH - START REFUSED'.
008680     CLOSE LOCK-FILE.
008690     GO TO 0050-EXIT.
008700 0070-WRITE-LOCK.
008710     OPEN OUTPUT LOCK-FILE.
008720     MOVE SPACES TO LOCK-RECORD.
008730     MOVE WS-TODAY-NUM TO LOCK-RUN-DATE.
008740     MOVE WS-LOCK-TIME TO LOCK-RUN-TIME.
008750     WRITE LOCK-RECORD.
008760     CLOSE LOCK-FILE.
008770     MOVE "Y" TO WS-LOCK-TAKEN-SW.
008780 0050-EXIT.
008790     EXIT.
008800*----------------------------------------------------------*
008810* 0080-MINT-RUN-ID - EVERY ATTEMPT AT A BUSINESS DATE GETS   *
008820* ITS OWN IDENTIFIER, BUT A CHECKPOINT RESUME IS NOT A NEW   *
008830* ATTEMPT: THE STEPS ALREADY ON NITECKPT WROTE THEIR AUDIT   *
008840* ENTRIES UNDER THE CURRENT IDENTIFIER, AND BUMPING IT       *
008850* WOULD MAKE THE MORNING READERS DISCARD THEM AS            *
008860* SUPERSEDED. SO: TODAY'S CHECKPOINT ENTRIES PRESENT MEANS   *
008870* KEEP THE MINTED IDENTIFIER AND FINISH THE SAME ATTEMPT; A  *
008880* FRESH START BUMPS A SAME-DATE IDENTIFIER AND STARTS A NEW  *
008890* DATE AT ONE. RUNS AFTER 0100-LOAD-CHECKPOINT FOR THAT      *
008900* REASON. THE STEPS PICK THE IDENTIFIER UP THROUGH THE       *
008910* GETRUNID SERVICE AND STAMP THEIR AUDITLOG ENTRIES.         *
008920*----------------------------------------------------------*
008930 0080-MINT-RUN-ID.
008940     MOVE 1 TO WS-RUN-ATTEMPT.
008950     OPEN INPUT RUNID-FILE.
008960     IF WS-RUNID-OK
008970         READ RUNID-FILE
008980         IF WS-RUNID-OK
008990             AND RUNID-DATE NUMERIC
009000             AND RUNID-ATTEMPT NUMERIC
009010             AND RUNID-DATE = WS-TODAY-NUM
009020             IF WS-CKPT-COUNT > 0
009030                 MOVE RUNID-ATTEMPT TO WS-RUN-ATTEMPT
009040             ELSE
009050                 COMPUTE WS-RUN-ATTEMPT = RUNID-ATTEMPT + 1
009060             END-IF
009070         END-IF
009080         CLOSE RUNID-FILE
009090     END-IF.
009100     OPEN OUTPUT RUNID-FILE.
009110     MOVE SPACES TO RUNID-RECORD.
009120     MOVE WS-TODAY-NUM TO RUNID-DATE.
009130     MOVE WS-RUN-ATTEMPT TO RUNID-ATTEMPT.
009140     WRITE RUNID-RECORD.
009150     CLOSE RUNID-FILE.
009160     IF WS-CKPT-COUNT > 0
009170         DISPLAY 'NITEBATCH - RESUME - KEEPING RUN '
009180             'IDENTIFIER ' WS-RUN-ATTEMPT ' FOR '
009190             WS-TODAY-NUM
009200     ELSE
009210         DISPLAY 'NITEBATCH - RUN IDENTIFIER '
009220             WS-RUN-ATTEMPT ' FOR ' WS-TODAY-NUM.
009230 0080-EXIT.
009240     EXIT.
009250*----------------------------------------------------------*
009260* 0060-RELEASE-LOCK - EMPTY THE LOCK FILE AT NORMAL END OF   *
009270* RUN SO THE NEXT START FINDS NO LIVE LOCK.                  *
009280*----------------------------------------------------------*
009290 0060-RELEASE-LOCK.
009300     OPEN OUTPUT LOCK-FILE.
009310     CLOSE LOCK-FILE.
009320 0060-EXIT.
009330     EXIT.
009340*----------------------------------------------------------*
009350* 0300-LOAD-STEPS - BUILD THE RUN'S STEP TABLE. THE CONTROL  *
009360* FILE (NITESTEP) CARRIES SEQUENCE, STEP NAME, PROGRAM TO    *
009370* CALL, AN ENABLED FLAG, AND A CONTINUE-ON-FAILURE FLAG PER  *
009380* STEP, SO OPS CAN REORDER, HOLD, OR ADD A STEP AS A DATA    *
009390* CHANGE. A MISSING OR EMPTY CONTROL FILE FALLS BACK TO THE  *
009400* COMPILED-IN STANDING FIVE-STEP SEQUENCE, THE SAME WAY THE  *
009410* STEP PROGRAMS FALL BACK WHEN THEIR PARAMETER CARDS ARE    *
009420* MISSING. NOTE THE MINMAX STEP'S PROGRAM IS HELLOWORLD -    *
009430* THAT PROGRAM-ID HAS NEVER BEEN RENAMED.                    *
009440*----------------------------------------------------------*
009450 0300-LOAD-STEPS.
009460     OPEN INPUT STEP-FILE.
009470     IF NOT WS-STEP-FILE-OK
009480         GO TO 0350-DEFAULT-STEPS.
009490 0310-READ-NEXT.
009500     READ STEP-FILE
009510         AT END
009520             GO TO 0340-LOAD-DONE.
009530     IF WS-STEP-COUNT < 20
009540         ADD 1 TO WS-STEP-COUNT
009550         MOVE STEP-IN-SEQ      TO WS-ST-SEQ (WS-STEP-COUNT)
009560         MOVE STEP-IN-NAME     TO WS-ST-NAME (WS-STEP-COUNT)
009570         MOVE STEP-IN-PROGRAM  TO WS-ST-PROGRAM (WS-STEP-COUNT)
009580         MOVE STEP-IN-ENABLED  TO WS-ST-ENABLED (WS-STEP-COUNT)
009590         MOVE STEP-IN-OPTIONAL TO WS-ST-OPTIONAL (WS-STEP-COUNT)
009600         MOVE STEP-IN-PRED1    TO WS-ST-PRED1 (WS-STEP-COUNT)
009610         MOVE STEP-IN-PRED2    TO WS-ST-PRED2 (WS-STEP-COUNT)
009620         MOVE SPACE            TO WS-ST-OUTCOME (WS-STEP-COUNT)
009630         MOVE 0                TO WS-ST-RC (WS-STEP-COUNT)
009640*        THESE ARE HAND-KEYED COLUMNS - A BLANK OR MALFORMED
009650*        RETRY POLICY MEANS THE OLD ONE-SHOT BEHAVIOR.
009660         IF STEP-IN-RETRIES NUMERIC
009670             MOVE STEP-IN-RETRIES
009680                 TO WS-ST-RETRIES (WS-STEP-COUNT)
009690         ELSE
009700             MOVE 0 TO WS-ST-RETRIES (WS-STEP-COUNT)
009710         END-IF
009720         IF STEP-IN-RETRY-WAIT NUMERIC
009730             MOVE STEP-IN-RETRY-WAIT
009740                 TO WS-ST-RETRY-WAIT (WS-STEP-COUNT)
009750         ELSE
009760             MOVE 0 TO WS-ST-RETRY-WAIT (WS-STEP-COUNT)
009770         END-IF
009780     ELSE
009790         DISPLAY 'NITEBATCH - STEP TABLE FULL - '
009800             STEP-IN-NAME ' IGNORED'.
009810     GO TO 0310-READ-NEXT.
009820 0340-LOAD-DONE.
009830     CLOSE STEP-FILE.
009840     IF WS-STEP-COUNT = 0
009850         GO TO 0350-DEFAULT-STEPS.
009860     PERFORM 0400-SORT-STEPS THRU 0400-EXIT.
009870     GO TO 0300-EXIT.
009880 0350-DEFAULT-STEPS.
009890     DISPLAY 'NITEBATCH - NO STEP CONTROL FILE - USING THE '
009900         'STANDING STEP SEQUENCE'.
009910     MOVE 16 TO WS-STEP-COUNT.
009920     MOVE 005         TO WS-ST-SEQ (1).
009930     MOVE 'AUDARCH'   TO WS-ST-NAME (1) WS-ST-PROGRAM (1).
009940     MOVE 010         TO WS-ST-SEQ (2).
009950     MOVE 'FOOBAR'    TO WS-ST-NAME (2) WS-ST-PROGRAM (2).
009960     MOVE 020         TO WS-ST-SEQ (3).
009970     MOVE 'PRIMES'    TO WS-ST-NAME (3) WS-ST-PROGRAM (3).
009980     MOVE 030         TO WS-ST-SEQ (4).
009990     MOVE 'MINMAX'    TO WS-ST-NAME (4).
010000     MOVE 'HELLOWORLD' TO WS-ST-PROGRAM (4).
010010     MOVE 035         TO WS-ST-SEQ (5).
010020     MOVE 'MDBACKUP'  TO WS-ST-NAME (5) WS-ST-PROGRAM (5).
010030     MOVE 038         TO WS-ST-SEQ (6).
010040     MOVE 'MDPURGE'   TO WS-ST-NAME (6) WS-ST-PROGRAM (6).
010050     MOVE 040         TO WS-ST-SEQ (7).
010060     MOVE 'MULTIDCOB' TO WS-ST-NAME (7) WS-ST-PROGRAM (7).
010070     MOVE 042         TO WS-ST-SEQ (8).
010080     MOVE 'MDABSUP'   TO WS-ST-NAME (8) WS-ST-PROGRAM (8).
010090     MOVE 045         TO WS-ST-SEQ (9).
010100     MOVE 'MDPAYIF'   TO WS-ST-NAME (9) WS-ST-PROGRAM (9).
010110     MOVE 047         TO WS-ST-SEQ (10).
010120     MOVE 'MDPAYRCN'  TO WS-ST-NAME (10) WS-ST-PROGRAM (10).
010130     MOVE 048         TO WS-ST-SEQ (11).
010140     MOVE 'MDHCVAR'   TO WS-ST-NAME (11) WS-ST-PROGRAM (11).
010150     MOVE 049         TO WS-ST-SEQ (12).
010160     MOVE 'MDVERIFY'  TO WS-ST-NAME (12) WS-ST-PROGRAM (12).
010170     MOVE 050         TO WS-ST-SEQ (13).
010180     MOVE 'TEMPCVT'   TO WS-ST-NAME (13).
010190     MOVE 'TEMPCONVERT' TO WS-ST-PROGRAM (13).
010200     MOVE 052         TO WS-ST-SEQ (14).
010210     MOVE 'TMPREPRO'  TO WS-ST-NAME (14) WS-ST-PROGRAM (14).
010220     MOVE 055         TO WS-ST-SEQ (15).
010230     MOVE 'BALCHECK'  TO WS-ST-NAME (15) WS-ST-PROGRAM (15).
010240     MOVE 060         TO WS-ST-SEQ (16).
010250     MOVE 'MORNDASH'  TO WS-ST-NAME (16) WS-ST-PROGRAM (16).
010260     MOVE 1 TO WS-STEP-SUB.
010270 0360-DEFAULT-FLAGS.
010280     IF WS-STEP-SUB > WS-STEP-COUNT
010290         GO TO 0370-FLAGS-DONE.
010300     MOVE 'Y' TO WS-ST-ENABLED (WS-STEP-SUB).
010310     MOVE 'N' TO WS-ST-OPTIONAL (WS-STEP-SUB).
010320     MOVE SPACES TO WS-ST-PRED1 (WS-STEP-SUB).
010330     MOVE SPACES TO WS-ST-PRED2 (WS-STEP-SUB).
010340     MOVE SPACE TO WS-ST-OUTCOME (WS-STEP-SUB).
010350     MOVE 0 TO WS-ST-RC (WS-STEP-SUB).
010360     MOVE 0 TO WS-ST-RETRIES (WS-STEP-SUB).
010370     MOVE 0 TO WS-ST-RETRY-WAIT (WS-STEP-SUB).
010380     ADD 1 TO WS-STEP-SUB.
010390     GO TO 0360-DEFAULT-FLAGS.
010400 0370-FLAGS-DONE.
010410*    A BALANCE WARNING FROM BALCHECK MUST NOT STOP MORNDASH.
010420     MOVE 'Y' TO WS-ST-OPTIONAL (15).
010430*    THE REJECT REPROCESSOR ONLY MAKES SENSE AGAINST THE
010440*    REJECTS TEMPCVT WROTE TONIGHT.
010450     MOVE 'TEMPCVT' TO WS-ST-PRED1 (14).
010460*    NEVER PURGE WITHOUT TONIGHT'S ROSTER BACKUP; A PURGE
010470*    THAT LEAVES SOMEONE BEHIND MUST NOT HOLD MAINTENANCE.
010480     MOVE 'MDBACKUP' TO WS-ST-PRED1 (6).
010490     MOVE 'Y' TO WS-ST-OPTIONAL (6).
010500*    ABSENCES ARE CHECKED AGAINST THE MASTER AS TONIGHT'S
010510*    MAINTENANCE LEFT IT; A REFUSED ONE ONLY WARNS.
010520     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (8).
010530     MOVE 'Y' TO WS-ST-OPTIONAL (8).
010540*    PAYROLL IS SENT ONLY WHAT MAINTENANCE ACTUALLY APPLIED;
010550*    NEITHER PAYROLL STEP'S WARNINGS MAY HOLD UP THE REST.
010560     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (9).
010570     MOVE 'Y' TO WS-ST-OPTIONAL (9).
010580     MOVE 'Y' TO WS-ST-OPTIONAL (10).
010590*    THE VARIANCE REPORT COUNTS WHAT MAINTENANCE LEFT ON
010600*    THE MASTER AND ONLY WARNS.
010610     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (11).
010620     MOVE 'Y' TO WS-ST-OPTIONAL (11).
010630*    THE INTEGRITY CHECK VERIFIES WHAT MAINTENANCE LEFT
010640*    ON THE MASTER; ITS FINDINGS ARE AN ALERT, NOT A STOP.
010650     MOVE 'MULTIDCOB' TO WS-ST-PRED1 (12).
010660     MOVE 'Y' TO WS-ST-OPTIONAL (12).
010670 0300-EXIT.
010680     EXIT.
010690*----------------------------------------------------------*
010700* 0400-SORT-STEPS - ORDER THE LOADED STEP TABLE BY ITS       *
010710* SEQUENCE FIELD SO THE CONTROL FILE DOES NOT HAVE TO BE     *
010720* KEPT PHYSICALLY SORTED. SIMPLE EXCHANGE SORT - THE TABLE   *
010730* NEVER HOLDS MORE THAN 20 ENTRIES.                          *
010740*----------------------------------------------------------*
010750 0400-SORT-STEPS.
010760     IF WS-STEP-COUNT < 2
010770         GO TO 0400-EXIT.
010780 0410-SORT-PASS.
010790     MOVE "N" TO WS-SORT-SWAPPED-SW.
010800     MOVE 1 TO WS-SORT-SUB.
010810     COMPUTE WS-SORT-LIMIT = WS-STEP-COUNT - 1.
010820 0420-SORT-NEXT.
010830     IF WS-SORT-SUB > WS-SORT-LIMIT
010840         GO TO 0430-PASS-DONE.
010850     IF WS-ST-SEQ (WS-SORT-SUB) > WS-ST-SEQ (WS-SORT-SUB + 1)
010860         MOVE WS-STEP-ENTRY (WS-SORT-SUB)
010870             TO WS-SORT-WORK-ENTRY
010880         MOVE WS-STEP-ENTRY (WS-SORT-SUB + 1)
010890             TO WS-STEP-ENTRY (WS-SORT-SUB)
010900         MOVE WS-SORT-WORK-ENTRY
010910             TO WS-STEP-ENTRY (WS-SORT-SUB + 1)
010920         MOVE "Y" TO WS-SORT-SWAPPED-SW.
010930     ADD 1 TO WS-SORT-SUB.
010940     GO TO 0420-SORT-NEXT.
010950 0430-PASS-DONE.
010960     IF WS-SORT-SWAPPED
010970         GO TO 0410-SORT-PASS.
010980 0400-EXIT.
010990     EXIT.
011000*----------------------------------------------------------*
011010* 0500-LOAD-CALENDAR - LOAD THE RUN CALENDAR (NITECAL) AND   *
011020* HOLIDAY LIST (NITEHOL) AND CAPTURE TODAY'S DATE AND ITS    *
011030* DAY NUMBER. A MISSING CALENDAR OR HOLIDAY FILE LEAVES THE  *
011040* TABLES EMPTY, WHICH MEANS EVERY STEP RUNS EVERY NIGHT AS   *
011050* IT ALWAYS HAS. CALENDAR ENTRIES WITH AN EFFECTIVE DATE     *
011060* AFTER TODAY ARE IGNORED.                                   *
011070*----------------------------------------------------------*
011080 0500-LOAD-CALENDAR.
011090     COMPUTE WS-TODAY-INT =
011100         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
011110     OPEN INPUT CAL-FILE.
011120     IF NOT WS-CAL-OK
011130         GO TO 0530-LOAD-HOLIDAYS.
011140 0510-READ-NEXT.
011150     READ CAL-FILE
011160         AT END
011170             GO TO 0520-CAL-DONE.
011180*    THESE ARE HAND-KEYED CARDS - A MALFORMED ONE IS
011190*    REPORTED AND IGNORED, NEVER ALLOWED TO ABEND THE
011200*    BATCH DRIVER AT STARTUP. A BLANK EFFECTIVE DATE
011210*    MEANS EFFECTIVE FROM THE BEGINNING.
011220     IF CAL-EFF-DATE = SPACES
011230         MOVE 0 TO WS-CAL-EFF-WORK
011240     ELSE
011250         IF CAL-EFF-DATE-CCYY NOT NUMERIC
011260             OR CAL-EFF-DATE-MM NOT NUMERIC
011270             OR CAL-EFF-DATE-DD NOT NUMERIC
011280             DISPLAY 'NITEBATCH - BAD CALENDAR CARD FOR '
011290                 CAL-STEP-NAME ' - IGNORED'
011300             GO TO 0510-READ-NEXT
011310         ELSE
011320             COMPUTE WS-CAL-EFF-WORK =
011330                 CAL-EFF-DATE-CCYY * 10000 +
011340                 CAL-EFF-DATE-MM * 100 + CAL-EFF-DATE-DD
011350         END-IF
011360     END-IF.
011370     IF WS-CAL-EFF-WORK > WS-TODAY-NUM
011380         GO TO 0510-READ-NEXT.
011390     IF (CAL-FREQ = 'W' AND CAL-DOW NOT NUMERIC)
011400         OR (CAL-FREQ = 'M' AND CAL-DOM NOT NUMERIC)
011410         DISPLAY 'NITEBATCH - BAD CALENDAR CARD FOR '
011420             CAL-STEP-NAME ' - IGNORED'
011430         GO TO 0510-READ-NEXT.
011440     IF WS-CAL-COUNT < 20
011450         ADD 1 TO WS-CAL-COUNT
011460         MOVE CAL-STEP-NAME TO WS-CAL-STEP (WS-CAL-COUNT)
011470         MOVE CAL-FREQ      TO WS-CAL-FREQ (WS-CAL-COUNT)
011480         IF CAL-DOW NUMERIC
011490             MOVE CAL-DOW TO WS-CAL-RUN-DOW (WS-CAL-COUNT)
011500         ELSE
011510             MOVE 0 TO WS-CAL-RUN-DOW (WS-CAL-COUNT)
011520         END-IF
011530         IF CAL-DOM NUMERIC
011540             MOVE CAL-DOM TO WS-CAL-RUN-DOM (WS-CAL-COUNT)
011550         ELSE
011560             MOVE 0 TO WS-CAL-RUN-DOM (WS-CAL-COUNT)
011570         END-IF
011580         MOVE WS-CAL-EFF-WORK
011590             TO WS-CAL-EFF-NUM (WS-CAL-COUNT).
011600     GO TO 0510-READ-NEXT.
011610 0520-CAL-DONE.
011620     CLOSE CAL-FILE.
011630 0530-LOAD-HOLIDAYS.
011640     OPEN INPUT HOL-FILE.
011650     IF NOT WS-HOL-OK
011660         GO TO 0500-EXIT.
011670 0540-READ-NEXT.
011680     READ HOL-FILE
011690         AT END
011700             GO TO 0550-HOL-DONE.
011710     IF HOL-DATE-CCYY NOT NUMERIC
011720         OR HOL-DATE-MM NOT NUMERIC
011730         OR HOL-DATE-DD NOT NUMERIC
011740         DISPLAY 'NITEBATCH - BAD HOLIDAY CARD - IGNORED'
011750         GO TO 0540-READ-NEXT.
011760     IF WS-HOL-COUNT < 50
011770         ADD 1 TO WS-HOL-COUNT
011780         COMPUTE WS-HOL-NUM (WS-HOL-COUNT) =
011790             HOL-DATE-CCYY * 10000 +
011800             HOL-DATE-MM * 100 + HOL-DATE-DD.
011810     GO TO 0540-READ-NEXT.
011820 0550-HOL-DONE.
011830     CLOSE HOL-FILE.
011840 0500-EXIT.
011850     EXIT.
011860*----------------------------------------------------------*
011870* 0600-CHECK-STEP-SCHEDULE - DECIDE WHETHER THE STEP IN      *
011880* WS-STEP-NAME IS DUE TONIGHT. NO CALENDAR ENTRY OR A DAILY  *
011890* ENTRY MEANS IT RUNS. A WEEKLY/MONTHLY ENTRY RUNS ON ITS    *
011900* SCHEDULED DAY WHEN THAT DAY IS A BUSINESS DAY; WHEN THE    *
011910* SCHEDULED DAY FELL ON A HOLIDAY (OR A RUN OF HOLIDAYS),    *
011920* THE WORK IS PICKED UP TONIGHT IF TONIGHT IS THE NEXT       *
011930* BUSINESS DAY AFTER IT. ON A HOLIDAY ITSELF, WEEKLY AND     *
011940* MONTHLY WORK IS HELD OVER.                                 *
011950* A FISCAL ENTRY (P, Q OR Y) IS DUE ON THE LAST DAY OF A    *
011960* FISCAL PERIOD, QUARTER OR YEAR AS THE GETFPER SERVICE     *
011970* READS THE FISCAL CALENDAR, WITH THE SAME HOLIDAY PUSH.    *
011980* DAY-OF-WEEK CONVENTION: 1 = MONDAY ... 7 = SUNDAY.         *
011990*----------------------------------------------------------*
012000 0600-CHECK-STEP-SCHEDULE.
012010     MOVE "Y" TO WS-SCHEDULED-SW.
012020     IF WS-CAL-COUNT = 0
012030         GO TO 0600-EXIT.
012040     MOVE 0 TO WS-CAL-FOUND-SUB.
012050     MOVE 1 TO WS-CAL-SUB.
012060 0610-FIND-NEXT.
012070     IF WS-CAL-SUB > WS-CAL-COUNT
012080         GO TO 0620-FIND-DONE.
012090     IF WS-CAL-STEP (WS-CAL-SUB) = WS-STEP-NAME
012100         IF WS-CAL-FOUND-SUB = 0
012110             MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
012120         ELSE
012130             IF WS-CAL-EFF-NUM (WS-CAL-SUB) >
012140                WS-CAL-EFF-NUM (WS-CAL-FOUND-SUB)
012150                 MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB.
012160     ADD 1 TO WS-CAL-SUB.
012170     GO TO 0610-FIND-NEXT.
012180 0620-FIND-DONE.
012190     IF WS-CAL-FOUND-SUB = 0
012200         GO TO 0600-EXIT.
012210     IF WS-CAL-IS-DAILY (WS-CAL-FOUND-SUB)
012220         GO TO 0600-EXIT.
012230     MOVE WS-TODAY-NUM TO WS-CHK-DATE-NUM.
012240     PERFORM 0700-CHECK-HOLIDAY THRU 0700-EXIT.
012250     IF WS-CHK-IS-HOLIDAY
012260         MOVE "N" TO WS-SCHEDULED-SW
012270         GO TO 0600-EXIT.
012280     MOVE WS-TODAY-INT TO WS-SCAN-INT.
012290     MOVE WS-TODAY-NUM TO WS-SCAN-NUM.
012300 0630-TEST-DAY.
012310     COMPUTE WS-DOW-WORK =
012320         FUNCTION MOD(WS-SCAN-INT, 7).
012330     IF WS-DOW-WORK = 0
012340         MOVE 7 TO WS-SCAN-DOW
012350     ELSE
012360         MOVE WS-DOW-WORK TO WS-SCAN-DOW.
012370     COMPUTE WS-SCAN-DD =
012380         FUNCTION MOD(WS-SCAN-NUM, 100).
012390     IF WS-CAL-IS-WEEKLY (WS-CAL-FOUND-SUB)
012400         IF WS-SCAN-DOW = WS-CAL-RUN-DOW (WS-CAL-FOUND-SUB)
012410             GO TO 0600-EXIT.
012420     IF WS-CAL-IS-MONTHLY (WS-CAL-FOUND-SUB)
012430         IF WS-SCAN-DD = WS-CAL-RUN-DOM (WS-CAL-FOUND-SUB)
012440             GO TO 0600-EXIT.
012450     IF WS-CAL-IS-FISCAL (WS-CAL-FOUND-SUB)
012460         CALL 'GETFPER' USING WS-SCAN-NUM FPER-RESULT
012470         IF (WS-CAL-IS-FISC-PERIOD (WS-CAL-FOUND-SUB)
012480                 AND FPER-IS-PERIOD-END)
012490             OR (WS-CAL-IS-FISC-QTR (WS-CAL-FOUND-SUB)
012500                 AND FPER-IS-QTR-END)
012510             OR (WS-CAL-IS-FISC-YEAR (WS-CAL-FOUND-SUB)
012520                 AND FPER-IS-YEAR-END)
012530             GO TO 0600-EXIT.
012540*    STEP NOT DUE ON THE DAY JUST TESTED. IF THE DAY BEFORE
012550*    WAS A HOLIDAY ITS WORK ROLLS FORWARD TO TONIGHT, SO TEST
012560*    IT TOO; THE SCAN STOPS AT THE FIRST EARLIER BUSINESS DAY.
012570     SUBTRACT 1 FROM WS-SCAN-INT.
012580     COMPUTE WS-SCAN-NUM =
012590         FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
012600     MOVE WS-SCAN-NUM TO WS-CHK-DATE-NUM.
012610     PERFORM 0700-CHECK-HOLIDAY THRU 0700-EXIT.
012620     IF WS-CHK-IS-HOLIDAY
012630         GO TO 0630-TEST-DAY.
012640     MOVE "N" TO WS-SCHEDULED-SW.
012650 0600-EXIT.
012660     EXIT.
012670*----------------------------------------------------------*
012680* 0700-CHECK-HOLIDAY - SET WS-CHK-IS-HOLIDAY WHEN THE DATE   *
012690* IN WS-CHK-DATE-NUM APPEARS ON THE LOADED HOLIDAY LIST.     *
012700*----------------------------------------------------------*
012710 0700-CHECK-HOLIDAY.
012720     MOVE "N" TO WS-CHK-HOLIDAY-SW.
012730     IF WS-HOL-COUNT = 0
012740         GO TO 0700-EXIT.
012750     MOVE 1 TO WS-HOL-SUB.
012760 0710-CHECK-NEXT.
012770     IF WS-HOL-SUB > WS-HOL-COUNT
012780         GO TO 0700-EXIT.
012790     IF WS-HOL-NUM (WS-HOL-SUB) = WS-CHK-DATE-NUM
012800         MOVE "Y" TO WS-CHK-HOLIDAY-SW
012810         GO TO 0700-EXIT.
012820     ADD 1 TO WS-HOL-SUB.
012830     GO TO 0710-CHECK-NEXT.
012840 0700-EXIT.
012850     EXIT.
012860*----------------------------------------------------------*
012870* 6000-RUN-STEP - RUN ONE ENTRY OF THE STEP TABLE: HONOR THE *
012880* ENABLED FLAG, SKIP A STEP THE CHECKPOINT FILE SAYS IS      *
012890* ALREADY DONE, CALL THE STEP'S PROGRAM, AND CHECK ITS       *
012900* RETURN CODE.                                               *
012910*----------------------------------------------------------*
012920 6000-RUN-STEP.
012930     MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-STEP-NAME.
012940     MOVE WS-ST-PROGRAM (WS-STEP-SUB) TO WS-RUN-PROGRAM.
012950     MOVE WS-ST-OPTIONAL (WS-STEP-SUB) TO WS-STEP-OPTIONAL-SW.
012960     IF NOT WS-ST-IS-ENABLED (WS-STEP-SUB)
012970         DISPLAY 'NITEBATCH - ' WS-STEP-NAME
012980             ' HELD - DISABLED ON STEP CONTROL FILE'
012990         MOVE 'H' TO WS-ST-OUTCOME (WS-STEP-SUB)
013000         GO TO 6090-NEXT-STEP.
013010     PERFORM 0600-CHECK-STEP-SCHEDULE THRU 0600-EXIT.
013020     IF NOT WS-STEP-SCHEDULED
013030         DISPLAY 'NITEBATCH - ' WS-STEP-NAME
013040             ' NOT SCHEDULED TODAY PER RUN CALENDAR'
013050         MOVE 'N' TO WS-ST-OUTCOME (WS-STEP-SUB)
013060         GO TO 6090-NEXT-STEP.
013070     PERFORM 0200-CHECK-STEP-DONE THRU 0200-EXIT.
013080     IF WS-STEP-DONE
013090         DISPLAY 'NITEBATCH - ' WS-STEP-NAME
013100             ' SKIPPED - COMPLETED BY PRIOR RUN'
013110         MOVE 'C' TO WS-ST-OUTCOME (WS-STEP-SUB)
013120         GO TO 6090-NEXT-STEP.
013130     PERFORM 0250-CHECK-PREDECESSORS THRU 0250-EXIT.
013140     IF NOT WS-PRED-RUNNABLE
013150         DISPLAY 'NITEBATCH - ' WS-STEP-NAME
013160             ' SKIPPED - PREDECESSOR ' WS-PRED-NAME
013170             ' DID NOT COMPLETE THIS RUN'
013180         MOVE 'P' TO WS-ST-OUTCOME (WS-STEP-SUB)
013190         GO TO 6090-NEXT-STEP.
013200     DISPLAY 'NITEBATCH - STARTING ' WS-STEP-NAME.
013210     ACCEPT WS-STEP-START-TIME FROM TIME.
013220     MOVE 0 TO WS-ATTEMPT-NUM.
013230 6010-CALL-STEP.
013240     ADD 1 TO WS-ATTEMPT-NUM.
013250     MOVE 0 TO RETURN-CODE.
013260     CALL WS-RUN-PROGRAM.
013270     MOVE RETURN-CODE TO WS-STEP-RC.
013280*    A TRANSIENT FAILURE (A FILE STILL LOCKED BY A LATE
013290*    TRANSFER, THE AUDITLOG OPEN FALLBACK) GETS THE STEP'S
013300*    CONFIGURED RETRIES BEFORE THE FAILURE IS DECLARED. THE
013310*    STEP IS CANCELED FIRST SO THE RE-CALL STARTS WITH FRESH
013320*    WORKING STORAGE INSTEAD OF THE FAILED ATTEMPT'S.
013330     IF WS-STEP-RC NOT = 0
013340         AND WS-ATTEMPT-NUM NOT >
013350             WS-ST-RETRIES (WS-STEP-SUB)
013360         DISPLAY 'NITEBATCH - ' WS-STEP-NAME ' ATTEMPT '
013370             WS-ATTEMPT-NUM ' ENDED WITH RETURN CODE '
013380             WS-STEP-RC ' - RETRYING'
013390         CANCEL WS-RUN-PROGRAM
013400         MOVE WS-ST-RETRY-WAIT (WS-STEP-SUB)
013410             TO WS-RETRY-WAIT
013420         IF WS-RETRY-WAIT > 0
013430             CALL 'C$SLEEP' USING WS-RETRY-WAIT
013440         END-IF
013450         GO TO 6010-CALL-STEP.
013460     ACCEPT WS-STEP-END-TIME FROM TIME.
013470     PERFORM 6100-RECORD-STEP-TIME THRU 6100-EXIT.
013480     PERFORM 8000-CHECK-STEP THRU 8000-EXIT.
013490 6090-NEXT-STEP.
013500     ADD 1 TO WS-STEP-SUB.
013510 6000-EXIT.
013520     EXIT.
013530*----------------------------------------------------------*
013540* 6500-RUN-REQUESTS - AFTER THE SCHEDULED STEPS, WORK THE  *
013550* ON-REQUEST QUEUE (RQSTQUE) IN PRIORITY ORDER, OLDEST     *
013560* FIRST WITHIN A PRIORITY. EVERY REQUEST TAKEN UP GETS A   *
013570* STATUS RECORD ON RQSTSTAT; RQSTRPT THEN REPORTS THE      *
013580* NIGHT'S REQUESTS AND BDREGRPT LISTS THE WEEK'S           *
013590* BUSINESS-DATE CHANGES FOR THE MORNING PACK. NOTHING HERE *
013600* CHANGES THE BATCH RETURN CODE.                           *
013610*----------------------------------------------------------*
013620 6500-RUN-REQUESTS.
013630     MOVE WS-STEP-NAME TO WS-RQ-SAVE-NAME.
013640     OPEN EXTEND RQSS-FILE.
013650     IF NOT WS-RQSS-OK
013660         CLOSE RQSS-FILE
013670         OPEN OUTPUT RQSS-FILE.
013680     PERFORM 6600-LOAD-QUEUE THRU 6600-EXIT.
013690     IF WS-RQ-COUNT = 0
013700         DISPLAY 'NITEBATCH - NO ON-REQUEST JOBS QUEUED'
013710         GO TO 6580-QUEUE-DONE.
013720     IF NOT WS-BATCH-OK
013730         DISPLAY 'NITEBATCH - ' WS-RQ-COUNT ' ON-REQUEST JOB(S) '
013740             'HELD FOR THE NEXT RUN - SCHEDULED STEPS FAILED'.
013750     MOVE 1 TO WS-RQ-SUB.
013760 6510-NEXT-REQUEST.
013770     IF WS-RQ-SUB > WS-RQ-COUNT
013780         GO TO 6580-QUEUE-DONE.
013790     PERFORM 6700-TAKE-REQUEST THRU 6700-EXIT.
013800     ADD 1 TO WS-RQ-SUB.
013810     GO TO 6510-NEXT-REQUEST.
013820 6580-QUEUE-DONE.
013830     CLOSE RQSS-FILE.
013840     MOVE WS-RQ-SAVE-NAME TO WS-STEP-NAME.
013850     MOVE 0 TO RETURN-CODE.
013860     CALL 'RQSTRPT'.
013870     MOVE 0 TO RETURN-CODE.
013880     CALL 'BDREGRPT'.
013890     MOVE 0 TO RETURN-CODE.
013900 6500-EXIT.
013910     EXIT.
013920*----------------------------------------------------------*
013930* 6600-LOAD-QUEUE - READ THE QUEUE INTO THE REQUEST TABLE  *
013940* AND PUT IT IN RUN ORDER. A BLANK PRIORITY RUNS AS 5.     *
013950* REQUESTS PAST THE TABLE'S 99 ARE REJECTED, SO THE        *
013960* REQUESTER FILES THEM AGAIN, AND DROPPED FROM THE QUEUE.  *
013970* NO QUEUE FILE MEANS NO REQUESTS.                         *
013980*----------------------------------------------------------*
013990 6600-LOAD-QUEUE.
014000     MOVE 0 TO WS-RQ-COUNT WS-RQ-OVERFLOW.
014010     OPEN INPUT RQST-FILE.
014020     IF NOT WS-RQST-OK
014030         GO TO 6600-EXIT.
014040 6610-READ-NEXT.
014050     READ RQST-FILE
014060         AT END
014070             GO TO 6620-LOAD-DONE.
014080     IF RQST-RECORD = SPACES
014090         GO TO 6610-READ-NEXT.
014100     IF WS-RQ-COUNT NOT < 99
014110         ADD 1 TO WS-RQ-OVERFLOW WS-RQ-REJECT-COUNT
014120         MOVE 'R' TO WS-RQ-OUTCOME
014130         MOVE 'QUEUE OVER 99 - FILE AGAIN' TO WS-RQ-REASON
014140         MOVE 0 TO WS-RQ-RC WS-RQ-START-TIME WS-RQ-END-TIME
014150             WS-RQ-ELAPSED
014160         PERFORM 6900-WRITE-STATUS THRU 6900-EXIT
014170         GO TO 6610-READ-NEXT.
014180     ADD 1 TO WS-RQ-COUNT.
014190     MOVE RQST-RECORD TO WS-RQ-REQUEST (WS-RQ-COUNT).
014200     IF RQST-PRIORITY NUMERIC AND RQST-PRIORITY > 0
014210         MOVE RQST-PRIORITY TO WS-RQ-PRIORITY (WS-RQ-COUNT)
014220     ELSE
014230         MOVE 5 TO WS-RQ-PRIORITY (WS-RQ-COUNT).
014240     MOVE 'Q' TO WS-RQ-STATE (WS-RQ-COUNT).
014250     GO TO 6610-READ-NEXT.
014260 6620-LOAD-DONE.
014270     CLOSE RQST-FILE.
014280     IF WS-RQ-OVERFLOW > 0
014290         PERFORM 6800-REWRITE-QUEUE THRU 6800-EXIT.
014300     PERFORM 6650-SORT-QUEUE THRU 6650-EXIT.
014310 6600-EXIT.
014320     EXIT.
014330*----------------------------------------------------------*
014340* 6650-SORT-QUEUE - BUBBLE THE REQUEST TABLE INTO PRIORITY *
014350* ORDER. ONLY A STRICTLY LOWER PRIORITY NUMBER MOVES UP,   *
014360* SO REQUESTS OF THE SAME PRIORITY KEEP THEIR FILING       *
014370* ORDER.                                                   *
014380*----------------------------------------------------------*
014390 6650-SORT-QUEUE.
014400     IF WS-RQ-COUNT < 2
014410         GO TO 6650-EXIT.
014420 6660-SORT-PASS.
014430     MOVE "N" TO WS-RQ-SWAPPED-SW.
014440     MOVE 1 TO WS-RQ-SUB.
014450 6670-SORT-NEXT.
014460     IF WS-RQ-SUB NOT < WS-RQ-COUNT
014470         GO TO 6680-PASS-DONE.
014480     COMPUTE WS-RQ-NEXT-SUB = WS-RQ-SUB + 1.
014490     IF WS-RQ-PRIORITY (WS-RQ-SUB) >
014500         WS-RQ-PRIORITY (WS-RQ-NEXT-SUB)
014510         MOVE WS-RQ-ENTRY (WS-RQ-SUB) TO WS-RQ-SWAP
014520         MOVE WS-RQ-ENTRY (WS-RQ-NEXT-SUB)
014530             TO WS-RQ-ENTRY (WS-RQ-SUB)
014540         MOVE WS-RQ-SWAP TO WS-RQ-ENTRY (WS-RQ-NEXT-SUB)
014550         MOVE "Y" TO WS-RQ-SWAPPED-SW.
014560     ADD 1 TO WS-RQ-SUB.
014570     GO TO 6670-SORT-NEXT.
014580 6680-PASS-DONE.
014590     IF WS-RQ-SWAPPED
014600         GO TO 6660-SORT-PASS.
014610 6650-EXIT.
014620     EXIT.
014630*----------------------------------------------------------*
014640* 6700-TAKE-REQUEST - ONE QUEUED REQUEST. IT IS DEFERRED   *
014650* WHEN A SCHEDULED STEP FAILED OR THE WINDOW HAS NO ROOM   *
014660* FOR THE PROGRAM'S AVERAGE RUN TIME, AND REJECTED WHEN    *
014670* THE PROGRAM IS NOT ONE THAT MAY BE QUEUED OR ITS CARD    *
014680* CANNOT BE STAGED. OTHERWISE IT RUNS THE WAY A STEP DOES  *
014690* - CANCELED FIRST FOR FRESH WORKING STORAGE, TIMED, AND   *
014700* ITS RETURN CODE KEPT. A REQUEST THAT IS FINISHED WITH    *
014710* COMES OFF THE QUEUE STRAIGHT AWAY, SO A RERUN NEVER RUNS *
014720* IT TWICE.                                                *
014730*----------------------------------------------------------*
014740 6700-TAKE-REQUEST.
014750     MOVE WS-RQ-REQUEST (WS-RQ-SUB) TO RQST-RECORD.
014760     MOVE 0 TO WS-RQ-RC WS-RQ-START-TIME WS-RQ-END-TIME
014770         WS-RQ-ELAPSED.
014780     IF NOT WS-BATCH-OK
014790         MOVE 'D' TO WS-RQ-OUTCOME
014800         MOVE 'SCHEDULED STEPS DID NOT FINISH' TO WS-RQ-REASON
014810         GO TO 6790-RECORD-OUTCOME.
014820     PERFORM 6710-FIND-PROGRAM THRU 6710-EXIT.
014830     IF NOT WS-PG-FOUND
014840         MOVE 'R' TO WS-RQ-OUTCOME
014850         MOVE 'PROGRAM NOT RUN ON REQUEST' TO WS-RQ-REASON
014860         GO TO 6790-RECORD-OUTCOME.
014870     IF WS-WINDOW-SECS > 0
014880         PERFORM 6720-WINDOW-NEED THRU 6720-EXIT
014890         IF WS-RQ-NEED-SECS > WS-WINDOW-SECS
014900             MOVE 'D' TO WS-RQ-OUTCOME
014910             MOVE 'NO ROOM LEFT IN BATCH WINDOW'
014920                 TO WS-RQ-REASON
014930             DISPLAY 'NITEBATCH - REQUEST ' RQST-ID ' ('
014940                 RQST-PROGRAM ') DEFERRED - NO ROOM LEFT IN '
014950                 'THE BATCH WINDOW'
014960             GO TO 6790-RECORD-OUTCOME.
014970     MOVE RQPG-CARD-NAME (WS-PG-SUB) TO WS-CARD-NAME.
014980     IF WS-CARD-NAME NOT = SPACES
014990         PERFORM 6730-STAGE-CARD THRU 6730-EXIT
015000         IF NOT WS-CARD-STAGED
015010             MOVE 'R' TO WS-RQ-OUTCOME
015020             MOVE 'CARD FILE COULD NOT BE STAGED'
015030                 TO WS-RQ-REASON
015040             GO TO 6790-RECORD-OUTCOME.
015050     MOVE RQST-PROGRAM TO WS-RUN-PROGRAM WS-STEP-NAME.
015060     DISPLAY 'NITEBATCH - STARTING REQUEST ' RQST-ID ' - '
015070         RQST-PROGRAM ' FOR ' RQST-REQUESTER.
015080     ACCEPT WS-STEP-START-TIME FROM TIME.
015090     CANCEL WS-RUN-PROGRAM.
015100     MOVE 0 TO RETURN-CODE.
015110     CALL WS-RUN-PROGRAM.
015120     MOVE RETURN-CODE TO WS-STEP-RC.
015130     ACCEPT WS-STEP-END-TIME FROM TIME.
015140     PERFORM 6100-RECORD-STEP-TIME THRU 6100-EXIT.
015150     IF WS-CARD-NAME NOT = SPACES
015160         PERFORM 6760-RESTORE-CARD THRU 6760-EXIT.
015170     MOVE WS-STEP-START-TIME TO WS-RQ-START-TIME.
015180     MOVE WS-STEP-END-TIME TO WS-RQ-END-TIME.
015190     MOVE WS-ELAP-SECS TO WS-RQ-ELAPSED.
015200     MOVE WS-STEP-RC TO WS-RQ-RC.
015210     IF WS-STEP-RC = 0
015220         MOVE 'C' TO WS-RQ-OUTCOME
015230         MOVE SPACES TO WS-RQ-REASON
015240     ELSE
015250         MOVE 'F' TO WS-RQ-OUTCOME
015260         MOVE 'ENDED WITH NONZERO RETURN CODE' TO WS-RQ-REASON
015270         DISPLAY 'NITEBATCH - REQUEST ' RQST-ID ' ('
015280             RQST-PROGRAM ') ENDED WITH RETURN CODE '
015290             WS-STEP-RC.
015300 6790-RECORD-OUTCOME.
015310     PERFORM 6900-WRITE-STATUS THRU 6900-EXIT.
015320     IF WS-RQ-OUTCOME = 'D'
015330         MOVE 'D' TO WS-RQ-STATE (WS-RQ-SUB)
015340         ADD 1 TO WS-RQ-DEFER-COUNT
015350         GO TO 6700-EXIT.
015360     IF WS-RQ-OUTCOME = 'C'
015370         ADD 1 TO WS-RQ-RAN-COUNT.
015380     IF WS-RQ-OUTCOME = 'F'
015390         ADD 1 TO WS-RQ-FAIL-COUNT.
015400     IF WS-RQ-OUTCOME = 'R'
015410         ADD 1 TO WS-RQ-REJECT-COUNT.
015420     MOVE 'X' TO WS-RQ-STATE (WS-RQ-SUB).
015430     PERFORM 6800-REWRITE-QUEUE THRU 6800-EXIT.
015440 6700-EXIT.
015450     EXIT.
015460*----------------------------------------------------------*
015470* 6710-FIND-PROGRAM - LOOK THE REQUESTED PROGRAM UP ON THE *
015480* LIST OF PROGRAMS THAT MAY BE QUEUED (RQSTPGM). WS-PG-SUB *
015490* IS LEFT ON THE MATCHING ENTRY.                           *
015500*----------------------------------------------------------*
015510 6710-FIND-PROGRAM.
015520     MOVE "N" TO WS-PG-FOUND-SW.
015530     MOVE 1 TO WS-PG-SUB.
015540 6715-FIND-NEXT.
015550     IF WS-PG-SUB > RQPG-COUNT
015560         GO TO 6710-EXIT.
015570     IF RQPG-PROGRAM (WS-PG-SUB) = RQST-PROGRAM
015580         MOVE "Y" TO WS-PG-FOUND-SW
015590         GO TO 6710-EXIT.
015600     ADD 1 TO WS-PG-SUB.
015610     GO TO 6715-FIND-NEXT.
015620 6710-EXIT.
015630     EXIT.
015640*----------------------------------------------------------*
015650* 6720-WINDOW-NEED - WHERE THE RUN WOULD STAND IF THE      *
015660* REQUEST RAN NOW: THE SECONDS ALREADY USED SINCE THE RUN  *
015670* STARTED PLUS THE PROGRAM'S AVERAGE FROM THE TIMING       *
015680* HISTORY. A PROGRAM WITH NO HISTORY ADDS NOTHING AND RUNS *
015690* WHILE ANY WINDOW IS LEFT.                                *
015700*----------------------------------------------------------*
015710 6720-WINDOW-NEED.
015720     MOVE WS-BATCH-START-TIME TO WS-ELAP-START.
015730     ACCEPT WS-ELAP-END FROM TIME.
015740     PERFORM 6200-COMPUTE-ELAPSED THRU 6200-EXIT.
015750     MOVE RQST-PROGRAM TO WS-STEP-NAME.
015760     PERFORM 1200-AVERAGE-FOR-STEP THRU 1200-EXIT.
015770     COMPUTE WS-RQ-NEED-SECS = WS-ELAP-SECS + WS-TH-AVG.
015780     IF WS-ELAP-SECS NOT < WS-WINDOW-SECS
015790         COMPUTE WS-RQ-NEED-SECS = WS-WINDOW-SECS + 1.
015800 6720-EXIT.
015810     EXIT.
015820*----------------------------------------------------------*
015830* 6730-STAGE-CARD - KEEP WHATEVER THE PROGRAM'S CARD FILE  *
015840* HOLDS NOW (UP TO 20 CARDS), THEN REPLACE IT WITH THE     *
015850* REQUEST'S CARD. WS-CARD-STAGED IS LEFT OFF WHEN THE CARD *
015860* FILE CANNOT BE WRITTEN, SO THE PROGRAM NEVER RUNS        *
015870* AGAINST A STALE CARD.                                    *
015880*----------------------------------------------------------*
015890 6730-STAGE-CARD.
015900     MOVE "N" TO WS-CARD-STAGED-SW.
015910     MOVE 0 TO WS-CARD-SAVE-COUNT.
015920     OPEN INPUT CARD-FILE.
015930     IF NOT WS-CARD-OK
015940         GO TO 6740-WRITE-CARD.
015950 6735-SAVE-NEXT.
015960     READ CARD-FILE
015970         AT END
015980             GO TO 6738-SAVE-DONE.
015990     IF WS-CARD-SAVE-COUNT < 20
016000         ADD 1 TO WS-CARD-SAVE-COUNT
016010         MOVE CARD-RECORD
016020             TO WS-CARD-SAVE-LINE (WS-CARD-SAVE-COUNT).
016030     GO TO 6735-SAVE-NEXT.
016040 6738-SAVE-DONE.
016050     CLOSE CARD-FILE.
016060 6740-WRITE-CARD.
016070     OPEN OUTPUT CARD-FILE.
016080     IF NOT WS-CARD-OK
016090         DISPLAY 'NITEBATCH - *** CARD FILE ' WS-CARD-NAME
016100             ' COULD NOT BE STAGED FOR REQUEST ' RQST-ID
016110         GO TO 6730-EXIT.
016120     MOVE RQST-CARD TO CARD-RECORD.
016130     WRITE CARD-RECORD.
016140     CLOSE CARD-FILE.
016150     MOVE "Y" TO WS-CARD-STAGED-SW.
016160 6730-EXIT.
016170     EXIT.
016180*----------------------------------------------------------*
016190* 6760-RESTORE-CARD - PUT THE STANDING CARD BACK. WHERE    *
016200* THERE WAS NO CARD FILE BEFORE, AN EMPTY ONE IS LEFT,     *
016210* WHICH EVERY PROGRAM ON THE RQSTPGM LIST READS AS NO      *
016220* CARD.                                                    *
016230*----------------------------------------------------------*
016240 6760-RESTORE-CARD.
016250     OPEN OUTPUT CARD-FILE.
016260     IF NOT WS-CARD-OK
016270         GO TO 6760-EXIT.
016280     MOVE 0 TO WS-CARD-SAVE-SUB.
016290 6765-RESTORE-NEXT.
016300     IF WS-CARD-SAVE-SUB NOT < WS-CARD-SAVE-COUNT
016310         GO TO 6768-RESTORE-DONE.
016320     ADD 1 TO WS-CARD-SAVE-SUB.
016330     MOVE WS-CARD-SAVE-LINE (WS-CARD-SAVE-SUB) TO CARD-RECORD.
016340     WRITE CARD-RECORD.
016350     GO TO 6765-RESTORE-NEXT.
016360 6768-RESTORE-DONE.
016370     CLOSE CARD-FILE.
016380 6760-EXIT.
016390     EXIT.
016400*----------------------------------------------------------*
016410* 6800-REWRITE-QUEUE - WRITE THE QUEUE BACK WITH ONLY THE  *
016420* REQUESTS STILL WAITING - NOT YET TAKEN UP, OR DEFERRED   *
016430* TO THE NEXT NIGHT.                                       *
016440*----------------------------------------------------------*
016450 6800-REWRITE-QUEUE.
016460     OPEN OUTPUT RQST-FILE.
016470     IF NOT WS-RQST-OK
016480         GO TO 6800-EXIT.
016490     MOVE 1 TO WS-RQ-WRITE-SUB.
016500 6810-WRITE-NEXT.
016510     IF WS-RQ-WRITE-SUB > WS-RQ-COUNT
016520         GO TO 6820-WRITE-DONE.
016530     IF NOT WS-RQ-IS-DONE (WS-RQ-WRITE-SUB)
016540         MOVE WS-RQ-REQUEST (WS-RQ-WRITE-SUB) TO RQST-RECORD
016550         WRITE RQST-RECORD.
016560     ADD 1 TO WS-RQ-WRITE-SUB.
016570     GO TO 6810-WRITE-NEXT.
016580 6820-WRITE-DONE.
016590     CLOSE RQST-FILE.
016600 6800-EXIT.
016610     EXIT.
016620*----------------------------------------------------------*
016630* 6900-WRITE-STATUS - ONE RQSTSTAT RECORD FOR THE REQUEST  *
016640* IN RQST-RECORD. A FAILURE HERE MUST NOT STOP THE BATCH.  *
016650*----------------------------------------------------------*
016660 6900-WRITE-STATUS.
016670     MOVE SPACES TO RQSS-RECORD.
016680     MOVE WS-TODAY-NUM TO RQSS-RUN-DATE.
016690     MOVE WS-RUN-ATTEMPT TO RQSS-RUN-ID.
016700     IF RQST-ID NUMERIC
016710         MOVE RQST-ID TO RQSS-REQUEST-ID
016720     ELSE
016730         MOVE 0 TO RQSS-REQUEST-ID.
016740     IF RQST-FILED-DATE NUMERIC
016750         MOVE RQST-FILED-DATE TO RQSS-FILED-DATE
016760     ELSE
016770         MOVE 0 TO RQSS-FILED-DATE.
016780     MOVE RQST-PROGRAM TO RQSS-PROGRAM.
016790     MOVE RQST-REQUESTER TO RQSS-REQUESTER.
016800     IF RQST-PRIORITY NUMERIC AND RQST-PRIORITY > 0
016810         MOVE RQST-PRIORITY TO RQSS-PRIORITY
016820     ELSE
016830         MOVE 5 TO RQSS-PRIORITY.
016840     MOVE WS-RQ-OUTCOME TO RQSS-OUTCOME.
016850     MOVE WS-RQ-RC TO RQSS-RETURN-CODE.
016860     MOVE WS-RQ-START-TIME TO RQSS-START-TIME.
016870     MOVE WS-RQ-END-TIME TO RQSS-END-TIME.
016880     MOVE WS-RQ-ELAPSED TO RQSS-ELAPSED.
016890     MOVE WS-RQ-REASON TO RQSS-REASON.
016900     WRITE RQSS-RECORD.
016910 6900-EXIT.
016920     EXIT.
016930*----------------------------------------------------------*
016940* 6100-RECORD-STEP-TIME - COMPUTE THE ELAPSED SECONDS FOR    *
016950* THE STEP JUST CALLED AND SAVE THEM FOR THE RUN SUMMARY.    *
016960*----------------------------------------------------------*
016970 6100-RECORD-STEP-TIME.
016980     MOVE WS-STEP-START-TIME TO WS-ELAP-START.
016990     MOVE WS-STEP-END-TIME TO WS-ELAP-END.
017000     PERFORM 6200-COMPUTE-ELAPSED THRU 6200-EXIT.
017010     IF WS-TIME-COUNT < 20
017020         ADD 1 TO WS-TIME-COUNT
017030         MOVE WS-STEP-NAME TO WS-TM-NAME (WS-TIME-COUNT)
017040         MOVE WS-ELAP-SECS TO WS-TM-ELAPSED (WS-TIME-COUNT).
017050     PERFORM 6150-WRITE-TIMING THRU 6150-EXIT.
017060 6100-EXIT.
017070     EXIT.
017080*----------------------------------------------------------*
017090* 6150-WRITE-TIMING - PERSIST THE STEP'S ELAPSED TIME TO    *
017100* THE TIMING HISTORY FILE SO THE NUMBERS SURVIVE THE RUN    *
017110* AND FEED THE START-OF-RUN PROJECTION. SAME EXTEND-WITH-   *
017120* OUTPUT-FALLBACK OPEN THE AUDITLOG WRITERS USE; A FAILURE  *
017130* HERE MUST NOT STOP THE BATCH.                             *
017140*----------------------------------------------------------*
017150 6150-WRITE-TIMING.
017160     OPEN EXTEND TIMS-FILE.
017170     IF NOT WS-TIMS-OK
017180         CLOSE TIMS-FILE
017190         OPEN OUTPUT TIMS-FILE.
017200     IF NOT WS-TIMS-OK
017210         GO TO 6150-EXIT.
017220     MOVE SPACES TO TIMS-RECORD.
017230     MOVE WS-TODAY-NUM TO TIMS-RUN-DATE.
017240     MOVE WS-STEP-NAME TO TIMS-STEP-NAME.
017250     MOVE WS-ELAP-SECS TO TIMS-ELAPSED.
017260     WRITE TIMS-RECORD.
017270     CLOSE TIMS-FILE.
017280 6150-EXIT.
017290     EXIT.
017300*----------------------------------------------------------*
017310* 6200-COMPUTE-ELAPSED - ELAPSED WHOLE SECONDS BETWEEN TWO   *
017320* HHMMSSCC TIME STAMPS, ALLOWING FOR A RUN THAT CROSSES      *
017330* MIDNIGHT BY ADDING A DAY WHEN THE END READS EARLIER THAN   *
017340* THE START.                                                 *
017350*----------------------------------------------------------*
017360 6200-COMPUTE-ELAPSED.
017370     COMPUTE WS-ELAP-START-SECS =
017380         WS-ELAP-START-HH * 3600 +
017390         WS-ELAP-START-MM * 60 + WS-ELAP-START-SS.
017400     COMPUTE WS-ELAP-END-SECS =
017410         WS-ELAP-END-HH * 3600 +
017420         WS-ELAP-END-MM * 60 + WS-ELAP-END-SS.
017430     IF WS-ELAP-END-SECS < WS-ELAP-START-SECS
017440         ADD 86400 TO WS-ELAP-END-SECS.
017450     COMPUTE WS-ELAP-SECS =
017460         WS-ELAP-END-SECS - WS-ELAP-START-SECS.
017470 6200-EXIT.
017480     EXIT.
017490*----------------------------------------------------------*
017500* 0900-READ-PARM - PICK UP THE BATCH-WINDOW LIMIT IN MINUTES *
017510* FROM THE PARAMETER CARD (NITEPARM). A MISSING CARD OR A    *
017520* ZERO LIMIT LEAVES THE WINDOW CHECK OFF, THE SAME WAY THE   *
017530* STEP PROGRAMS TREAT THEIR OWN MISSING CARDS. THE SAME    *
017540* CARD ASKS FOR A REHEARSAL AND NAMES ITS TEST FILE PREFIX;*
017550* IT IS READ FIRST, BEFORE ANY OTHER FILE IS OPENED.       *
017560*----------------------------------------------------------*
017570 0900-READ-PARM.
017580     OPEN INPUT PARM-FILE.
017590     IF NOT WS-PARM-OK
017600         GO TO 0900-EXIT.
017610     READ PARM-FILE.
017620     IF WS-PARM-OK AND PARM-WINDOW-MINS NUMERIC
017630         AND PARM-WINDOW-MINS > 0
017640         MOVE PARM-WINDOW-MINS TO WS-WINDOW-MINS
017650         COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.
017660     IF WS-PARM-OK AND PARM-REHEARSAL
017670         MOVE "Y" TO WS-REHEARSAL-SW
017680         MOVE PARM-REH-PREFIX TO WS-REH-PREFIX.
017690     CLOSE PARM-FILE.
017700 0900-EXIT.
017710     EXIT.
017720*----------------------------------------------------------*
017730* 0950-START-REHEARSAL - BEFORE ANYTHING ELSE IS OPENED:   *
017740* REFUSE A REHEARSAL WITHOUT A TEST FILE PREFIX, TAKE THE  *
017750* LAST PRODUCTION NIGHT'S RESULTS AND AUDITLOG COUNTS      *
017760* WHILE THE PRODUCTION FILES ARE STILL THE ONES IN VIEW,   *
017770* THEN POINT THE RUNTIME'S FILE PATH AT THE PREFIX. FROM   *
017780* HERE ON EVERY OPEN - THE LOCK, THE CHECKPOINT, THE       *
017790* BUSINESS DATE, AND EVERY MASTER AND GENERATION A STEP    *
017800* TOUCHES - FINDS THE TEST COPY.                           *
017810*----------------------------------------------------------*
017820 0950-START-REHEARSAL.
017830     IF WS-REH-PREFIX = SPACES
017840         DISPLAY 'NITEBATCH - REHEARSAL ASKED FOR WITH NO TEST '
017850             'FILE PREFIX ON NITEPARM'
017860         DISPLAY 'NITEBATCH - START REFUSED'
017870         MOVE "Y" TO WS-REH-REFUSED-SW
017880         GO TO 0950-EXIT.
017890     DISPLAY 'NITEBATCH - *** REHEARSAL RUN AGAINST TEST FILES '
017900         'UNDER ' WS-REH-PREFIX.
017910     PERFORM 0960-LOAD-PRODUCTION-RESULTS THRU 0960-EXIT.
017920     DISPLAY 'COB_FILE_PATH' UPON ENVIRONMENT-NAME.
017930     ACCEPT WS-PROD-FILE-PATH FROM ENVIRONMENT-VALUE.
017940     IF WS-PROD-FILE-PATH = SPACES
017950         MOVE '.' TO WS-PROD-FILE-PATH.
017960     DISPLAY 'COB_FILE_PATH' UPON ENVIRONMENT-NAME.
017970     DISPLAY WS-REH-PREFIX UPON ENVIRONMENT-VALUE.
017980 0950-EXIT.
017990     EXIT.
018000*----------------------------------------------------------*
018010* 0960-LOAD-PRODUCTION-RESULTS - THE STEP OUTCOMES AND     *
018020* RETURN CODES THE LAST PRODUCTION NIGHT LEFT ON NITERSLT, *
018030* AND THAT NIGHT'S AUDITLOG COUNTS BY PROGRAM UNDER ITS    *
018040* RUN DATE AND IDENTIFIER. NO NITERSLT LEAVES NOTHING TO   *
018050* COMPARE AGAINST; THE REHEARSAL STILL RUNS.               *
018060*----------------------------------------------------------*
018070 0960-LOAD-PRODUCTION-RESULTS.
018080     OPEN INPUT RSLT-FILE.
018090     IF NOT WS-RSLT-OK
018100         DISPLAY 'NITEBATCH - NO PRODUCTION RESULTS ON NITERSLT '
018110             '- NOTHING TO COMPARE THE REHEARSAL AGAINST'
018120         GO TO 0960-EXIT.
018130 0965-READ-NEXT.
018140     READ RSLT-FILE
018150         AT END
018160             GO TO 0968-RESULTS-DONE.
018170     IF RSLT-RUN-DATE NOT NUMERIC
018180         OR RSLT-RUN-ID NOT NUMERIC
018190         OR RSLT-RETURN-CODE NOT NUMERIC
018200         GO TO 0965-READ-NEXT.
018210     IF WS-BR-COUNT = 0
018220         MOVE RSLT-RUN-DATE TO WS-BASE-DATE
018230         MOVE RSLT-RUN-ID TO WS-BASE-RUN-ID.
018240     IF WS-BR-COUNT < 20
018250         ADD 1 TO WS-BR-COUNT
018260         MOVE RSLT-STEP-NAME TO WS-BR-NAME (WS-BR-COUNT)
018270         MOVE RSLT-OUTCOME TO WS-BR-OUTCOME (WS-BR-COUNT)
018280         MOVE RSLT-RETURN-CODE TO WS-BR-RC (WS-BR-COUNT)
018290         MOVE "N" TO WS-BR-MATCHED (WS-BR-COUNT).
018300     GO TO 0965-READ-NEXT.
018310 0968-RESULTS-DONE.
018320     CLOSE RSLT-FILE.
018330     IF WS-BR-COUNT = 0
018340         GO TO 0960-EXIT.
018350     MOVE "Y" TO WS-BASE-FOUND-SW.
018360     MOVE WS-BASE-DATE TO WS-TALLY-DATE.
018370     MOVE WS-BASE-RUN-ID TO WS-TALLY-RUN-ID.
018380     MOVE "P" TO WS-TALLY-SIDE.
018390     PERFORM 7600-TALLY-AUDIT THRU 7600-EXIT.
018400 0960-EXIT.
018410     EXIT.
018420*----------------------------------------------------------*
018430* 0970-END-REHEARSAL - POINT THE RUNTIME'S FILE PATH BACK  *
018440* WHERE IT WAS BEFORE THE REHEARSAL.                       *
018450*----------------------------------------------------------*
018460 0970-END-REHEARSAL.
018470     DISPLAY 'COB_FILE_PATH' UPON ENVIRONMENT-NAME.
018480     DISPLAY WS-PROD-FILE-PATH UPON ENVIRONMENT-VALUE.
018490     DISPLAY 'NITEBATCH - *** REHEARSAL RUN ENDED - PRODUCTION '
018500         'FILES NOT TOUCHED'.
018510 0970-EXIT.
018520     EXIT.
018530*----------------------------------------------------------*
018540* 1000-PROJECT-WINDOW - BEFORE ANY STEP RUNS, PROJECT       *
018550* TONIGHT'S TOTAL ELAPSED TIME FROM THE TIMING HISTORY:     *
018560* EACH STEP THAT IS ENABLED, SCHEDULED, AND NOT ALREADY ON  *
018570* THE CHECKPOINT CONTRIBUTES ITS AVERAGE ELAPSED SECONDS    *
018580* OVER THE LAST FOURTEEN DAYS. A PROJECTION OVER THE        *
018590* CONFIGURED WINDOW WARNS THE OPERATOR NOW, WHILE THERE IS  *
018600* STILL TIME TO ACT. NO WINDOW, NO HISTORY FILE, OR A STEP  *
018610* WITH NO HISTORY SIMPLY CONTRIBUTES NOTHING.               *
018620*----------------------------------------------------------*
018630 1000-PROJECT-WINDOW.
018640     IF WS-WINDOW-SECS = 0
018650         GO TO 1000-EXIT.
018660     PERFORM 1100-LOAD-TIMING-HISTORY THRU 1100-EXIT.
018670     IF WS-TH-COUNT = 0
018680         GO TO 1000-EXIT.
018690     MOVE 0 TO WS-PROJ-SECS.
018700     MOVE 1 TO WS-PROJ-SUB.
018710 1010-NEXT-STEP.
018720     IF WS-PROJ-SUB > WS-STEP-COUNT
018730         GO TO 1020-PROJECT-DONE.
018740     MOVE WS-ST-NAME (WS-PROJ-SUB) TO WS-STEP-NAME.
018750     IF NOT WS-ST-IS-ENABLED (WS-PROJ-SUB)
018760         GO TO 1015-BUMP-STEP.
018770     PERFORM 0600-CHECK-STEP-SCHEDULE THRU 0600-EXIT.
018780     IF NOT WS-STEP-SCHEDULED
018790         GO TO 1015-BUMP-STEP.
018800     PERFORM 0200-CHECK-STEP-DONE THRU 0200-EXIT.
018810     IF WS-STEP-DONE
018820         GO TO 1015-BUMP-STEP.
018830     PERFORM 1200-AVERAGE-FOR-STEP THRU 1200-EXIT.
018840     ADD WS-TH-AVG TO WS-PROJ-SECS.
018850 1015-BUMP-STEP.
018860     ADD 1 TO WS-PROJ-SUB.
018870     GO TO 1010-NEXT-STEP.
018880 1020-PROJECT-DONE.
018890     MOVE WS-PROJ-SECS TO WS-PROJ-DISP.
018900     MOVE WS-WINDOW-SECS TO WS-WNDW-DISP.
018910     IF WS-PROJ-SECS > WS-WINDOW-SECS
018920         DISPLAY 'NITEBATCH - *** PROJECTED RUN TIME '
018930             WS-PROJ-DISP ' SECS EXCEEDS THE '
018940             WS-WNDW-DISP ' SEC BATCH WINDOW'
018950         DISPLAY 'NITEBATCH - *** REVIEW TONIGHT''S STEP '
018960             'LIST BEFORE THE WINDOW IS BLOWN'
018970     ELSE
018980         DISPLAY 'NITEBATCH - PROJECTED RUN TIME '
018990             WS-PROJ-DISP ' SECS WITHIN THE '
019000             WS-WNDW-DISP ' SEC BATCH WINDOW'.
019010 1000-EXIT.
019020     EXIT.
019030*----------------------------------------------------------*
019040* 1100-LOAD-TIMING-HISTORY - ROLL THE LAST FOURTEEN DAYS OF *
019050* THE TIMING HISTORY FILE INTO PER-STEP TOTALS. A MISSING   *
019060* FILE (FIRST NIGHT WITH THE FEATURE) LEAVES THE TABLE      *
019070* EMPTY AND THE PROJECTION IS SKIPPED.                      *
019080*----------------------------------------------------------*
019090 1100-LOAD-TIMING-HISTORY.
019100     COMPUTE WS-TH-CUTOFF-NUM =
019110         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 14).
019120     OPEN INPUT TIMS-FILE.
019130     IF NOT WS-TIMS-OK
019140         GO TO 1100-EXIT.
019150 1110-READ-NEXT.
019160     READ TIMS-FILE
019170         AT END
019180             GO TO 1190-LOAD-DONE.
019190     IF TIMS-RUN-DATE NOT NUMERIC
019200         OR TIMS-ELAPSED NOT NUMERIC
019210         GO TO 1110-READ-NEXT.
019220     IF TIMS-RUN-DATE < WS-TH-CUTOFF-NUM
019230         GO TO 1110-READ-NEXT.
019240     PERFORM 1150-ROLL-TIMING THRU 1150-EXIT.
019250     GO TO 1110-READ-NEXT.
019260 1190-LOAD-DONE.
019270     CLOSE TIMS-FILE.
019280 1100-EXIT.
019290     EXIT.
019300*----------------------------------------------------------*
019310* 1150-ROLL-TIMING - ONE HISTORY RECORD INTO ITS STEP'S     *
019320* SLOT OF THE PER-STEP TOTALS TABLE.                        *
019330*----------------------------------------------------------*
019340 1150-ROLL-TIMING.
019350     MOVE 0 TO WS-TH-FOUND-SUB.
019360     MOVE 1 TO WS-TH-SUB.
019370 1160-FIND-NEXT.
019380     IF WS-TH-SUB > WS-TH-COUNT
019390         GO TO 1170-FIND-DONE.
019400     IF WS-TH-NAME (WS-TH-SUB) = TIMS-STEP-NAME
019410         MOVE WS-TH-SUB TO WS-TH-FOUND-SUB
019420         GO TO 1170-FIND-DONE.
019430     ADD 1 TO WS-TH-SUB.
019440     GO TO 1160-FIND-NEXT.
019450 1170-FIND-DONE.
019460     IF WS-TH-FOUND-SUB = 0
019470         IF WS-TH-COUNT < 30
019480             ADD 1 TO WS-TH-COUNT
019490             MOVE WS-TH-COUNT TO WS-TH-FOUND-SUB
019500             MOVE TIMS-STEP-NAME
019510                 TO WS-TH-NAME (WS-TH-FOUND-SUB)
019520             MOVE 0 TO WS-TH-TOTAL (WS-TH-FOUND-SUB)
019530             MOVE 0 TO WS-TH-RUNS (WS-TH-FOUND-SUB)
019540         ELSE
019550             GO TO 1150-EXIT.
019560     ADD TIMS-ELAPSED TO WS-TH-TOTAL (WS-TH-FOUND-SUB).
019570     ADD 1 TO WS-TH-RUNS (WS-TH-FOUND-SUB).
019580 1150-EXIT.
019590     EXIT.
019600*----------------------------------------------------------*
019610* 1200-AVERAGE-FOR-STEP - AVERAGE ELAPSED SECONDS FOR THE   *
019620* STEP IN WS-STEP-NAME, ZERO WHEN IT HAS NO RECENT HISTORY. *
019630*----------------------------------------------------------*
019640 1200-AVERAGE-FOR-STEP.
019650     MOVE 0 TO WS-TH-AVG.
019660     MOVE 1 TO WS-TH-SUB.
019670 1210-FIND-NEXT.
019680     IF WS-TH-SUB > WS-TH-COUNT
019690         GO TO 1200-EXIT.
019700     IF WS-TH-NAME (WS-TH-SUB) = WS-STEP-NAME
019710         IF WS-TH-RUNS (WS-TH-SUB) > 0
019720             COMPUTE WS-TH-AVG ROUNDED =
019730                 WS-TH-TOTAL (WS-TH-SUB) /
019740                 WS-TH-RUNS (WS-TH-SUB)
019750         END-IF
019760         GO TO 1200-EXIT.
019770     ADD 1 TO WS-TH-SUB.
019780     GO TO 1210-FIND-NEXT.
019790 1200-EXIT.
019800     EXIT.
019810*----------------------------------------------------------*
019820* 7000-PRINT-SUMMARY - DISPLAY THE START/END TIME FOR THE    *
019830* WHOLE RUN AND THE RECORD COUNT EACH STEP REPORTED TO THE   *
019840* SHARED AUDIT FILE, SO THE NIGHT'S RESULTS CAN BE READ FROM *
019850* ONE PLACE INSTEAD OF FIVE SEPARATE JOB LOGS.               *
019860*----------------------------------------------------------*
019870 7000-PRINT-SUMMARY.
019880     OPEN OUTPUT RPT-FILE.
019890     IF WS-RPT-OK
019900         MOVE "Y" TO WS-RPT-OPEN-SW
019910         PERFORM 0800-PRINT-RPT-HEADER THRU 0800-EXIT
019920     ELSE
019930         DISPLAY 'NITEBATCH - SUMMARY REPORT FILE UNAVAILABLE '
019940             '- SUMMARY TO SYSOUT ONLY'.
019950     MOVE SPACES TO WS-RPT-LINE.
019960     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
019970     MOVE 'NITEBATCH - NIGHTLY BATCH RUN SUMMARY'
019980         TO WS-RPT-LINE.
019990     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020000     MOVE 'RUN STARTED AT' TO WS-STL-LABEL.
020010     MOVE WS-BATCH-START-TIME TO WS-STL-TIME.
020020     MOVE WS-SUM-TIME-LINE TO WS-RPT-LINE.
020030     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020040     MOVE 'RUN ENDED   AT' TO WS-STL-LABEL.
020050     MOVE WS-BATCH-END-TIME TO WS-STL-TIME.
020060     MOVE WS-SUM-TIME-LINE TO WS-RPT-LINE.
020070     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020080     PERFORM 7300-REPORT-STEP-TIMES THRU 7300-EXIT.
020090     PERFORM 7100-LOAD-LAST5 THRU 7100-EXIT.
020100     IF WS-L5-COUNT > 0
020110         MOVE 'RECORDS PROCESSED PER STEP:' TO WS-RPT-LINE
020120         PERFORM 7900-PUT-LINE THRU 7900-EXIT
020130         PERFORM 7200-DISPLAY-LAST5 THRU 7200-EXIT
020140     ELSE
020150         MOVE 'NO AUDIT HISTORY FOUND TO SUMMARIZE.'
020160             TO WS-RPT-LINE
020170         PERFORM 7900-PUT-LINE THRU 7900-EXIT
020180     END-IF.
020190     IF WS-RQ-COUNT > 0 OR WS-RQ-OVERFLOW > 0
020200         MOVE WS-RQ-RAN-COUNT TO WS-SRL-RAN
020210         MOVE WS-RQ-FAIL-COUNT TO WS-SRL-FAILED
020220         MOVE WS-RQ-DEFER-COUNT TO WS-SRL-DEFERRED
020230         MOVE WS-RQ-REJECT-COUNT TO WS-SRL-REJECTED
020240         MOVE WS-SUM-RQST-LINE TO WS-RPT-LINE
020250         PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020260     IF WS-REHEARSAL
020270         PERFORM 7500-COMPARE-PRODUCTION THRU 7500-EXIT.
020280     PERFORM 7400-CHECK-WINDOW THRU 7400-EXIT.
020290     IF WS-RPT-IS-OPEN
020300         CLOSE RPT-FILE.
020310 7000-EXIT.
020320     EXIT.
020330*----------------------------------------------------------*
020340* 0800-PRINT-RPT-HEADER - SHOP-STANDARD HEADER AND COLUMN-   *
020350* TITLE LINES AT THE TOP OF THE RUN-SUMMARY REPORT.          *
020360*----------------------------------------------------------*
020370 0800-PRINT-RPT-HEADER.
020380     MOVE 'NITEBATCH' TO RPTHD-PROGRAM-NAME.
020390     MOVE WS-TODAY-NUM TO RPTHD-RUN-DATE.
020400     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
020410     MOVE RPT-HEADER-RECORD TO RPT-RECORD.
020420     WRITE RPT-RECORD.
020430     MOVE 'NIGHTLY BATCH RUN SUMMARY' TO RPTTL-COLUMN-TITLES.
020440     MOVE RPT-TITLE-RECORD TO RPT-RECORD.
020450     WRITE RPT-RECORD.
020460     ADD 1 TO RPT-PAGE-NUMBER.
020470     MOVE 0 TO RPT-LINES-ON-PAGE.
020480 0800-EXIT.
020490     EXIT.
020500*----------------------------------------------------------*
020510* 7300-REPORT-STEP-TIMES - ONE LINE PER STEP RUN TONIGHT     *
020520* WITH ITS ELAPSED SECONDS, AND A RUNNING TOTAL FOR THE      *
020530* WINDOW CHECK.                                              *
020540*----------------------------------------------------------*
020550 7300-REPORT-STEP-TIMES.
020560     IF WS-TIME-COUNT = 0
020570         GO TO 7300-EXIT.
020580     MOVE 'ELAPSED TIME PER STEP:' TO WS-RPT-LINE.
020590     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020600     MOVE 0 TO WS-TOTAL-ELAP-SECS.
020610     MOVE 1 TO WS-TIME-SUB.
020620 7310-NEXT-TIME.
020630     IF WS-TIME-SUB > WS-TIME-COUNT
020640         GO TO 7300-EXIT.
020650     MOVE WS-TM-NAME (WS-TIME-SUB) TO WS-SSL-NAME.
020660     MOVE WS-TM-ELAPSED (WS-TIME-SUB) TO WS-SSL-ELAPSED.
020670     MOVE ' SECS' TO WS-SSL-TAG.
020680     MOVE WS-SUM-STEP-LINE TO WS-RPT-LINE.
020690     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020700     ADD WS-TM-ELAPSED (WS-TIME-SUB) TO WS-TOTAL-ELAP-SECS.
020710     ADD 1 TO WS-TIME-SUB.
020720     GO TO 7310-NEXT-TIME.
020730 7300-EXIT.
020740     EXIT.
020750*----------------------------------------------------------*
020760* 7400-CHECK-WINDOW - COMPARE THE WHOLE RUN'S ELAPSED TIME   *
020770* AGAINST THE CONFIGURED BATCH WINDOW AND FLAG AN OVERRUN.   *
020780* THE RUN'S OWN WALL-CLOCK TIME (START TO END) IS USED, NOT  *
020790* THE SUM OF STEP TIMES, SO SKIPPED-STEP OVERHEAD COUNTS.    *
020800*----------------------------------------------------------*
020810 7400-CHECK-WINDOW.
020820     MOVE WS-BATCH-START-TIME TO WS-ELAP-START.
020830     MOVE WS-BATCH-END-TIME TO WS-ELAP-END.
020840     PERFORM 6200-COMPUTE-ELAPSED THRU 6200-EXIT.
020850     IF WS-WINDOW-SECS = 0
020860         GO TO 7400-EXIT.
020870     MOVE WS-ELAP-SECS TO WS-SWL-TOTAL.
020880     MOVE WS-WINDOW-SECS TO WS-SWL-WINDOW.
020890     IF WS-ELAP-SECS > WS-WINDOW-SECS
020900         MOVE "Y" TO WS-OVERRUN-SW
020910         MOVE ' SECS - *** WINDOW OVERRUN' TO WS-SWL-TAG
020920     ELSE
020930         MOVE ' SECS - WITHIN WINDOW' TO WS-SWL-TAG.
020940     MOVE WS-SUM-WINDOW-LINE TO WS-RPT-LINE.
020950     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
020960 7400-EXIT.
020970     EXIT.
020980*----------------------------------------------------------*
020990* 7500-COMPARE-PRODUCTION - THE END OF A REHEARSAL'S       *
021000* SUMMARY: EACH STEP'S OUTCOME AND RETURN CODE BESIDE THE  *
021010* LAST PRODUCTION NIGHT'S, THEN EACH PROGRAM'S AUDITLOG    *
021020* RECORD COUNT BESIDE PRODUCTION'S, EVERY DIFFERENCE       *
021030* FLAGGED AND COUNTED. OUTCOMES ARE C COMPLETED, F FAILED, *
021040* H HELD, N NOT SCHEDULED, P PREDECESSOR SKIPPED, BLANK    *
021050* NOT REACHED.                                             *
021060*----------------------------------------------------------*
021070 7500-COMPARE-PRODUCTION.
021080     MOVE SPACES TO WS-RPT-LINE.
021090     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021100     IF NOT WS-BASE-FOUND
021110         MOVE 'REHEARSAL - NO PRODUCTION NIGHT ON NITERSLT TO '
021120             TO WS-RPT-LINE
021130         MOVE 'COMPARE AGAINST' TO WS-RPT-LINE (49:15)
021140         PERFORM 7900-PUT-LINE THRU 7900-EXIT
021150         GO TO 7500-EXIT.
021160     MOVE WS-TODAY-NUM TO WS-TALLY-DATE.
021170     MOVE WS-RUN-ATTEMPT TO WS-TALLY-RUN-ID.
021180     MOVE "R" TO WS-TALLY-SIDE.
021190     PERFORM 7600-TALLY-AUDIT THRU 7600-EXIT.
021200     MOVE WS-BASE-DATE TO WS-CTL-DATE.
021210     MOVE WS-BASE-RUN-ID TO WS-CTL-RUN-ID.
021220     MOVE WS-CMP-TITLE-LINE TO WS-RPT-LINE.
021230     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021240     MOVE 'STEP OUTCOME AND RETURN CODE:' TO WS-RPT-LINE.
021250     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021260     MOVE 1 TO WS-STEP-SUB.
021270 7510-NEXT-STEP.
021280     IF WS-STEP-SUB > WS-STEP-COUNT
021290         GO TO 7520-UNMATCHED-STEPS.
021300     MOVE WS-ST-NAME (WS-STEP-SUB) TO WS-CSL-NAME.
021310     MOVE WS-ST-OUTCOME (WS-STEP-SUB) TO WS-CSL-REH-OUT.
021320     MOVE WS-ST-RC (WS-STEP-SUB) TO WS-CSL-REH-RC.
021330     MOVE '-' TO WS-CSL-PROD-OUT.
021340     MOVE '----' TO WS-CSL-PROD-RC.
021350     MOVE 0 TO WS-BR-FOUND-SUB.
021360     MOVE 1 TO WS-BR-SUB.
021370 7512-FIND-BASE.
021380     IF WS-BR-SUB > WS-BR-COUNT
021390         GO TO 7514-SHOW-STEP.
021400     IF WS-BR-NAME (WS-BR-SUB) = WS-ST-NAME (WS-STEP-SUB)
021410         MOVE WS-BR-SUB TO WS-BR-FOUND-SUB
021420         GO TO 7514-SHOW-STEP.
021430     ADD 1 TO WS-BR-SUB.
021440     GO TO 7512-FIND-BASE.
021450 7514-SHOW-STEP.
021460     IF WS-BR-FOUND-SUB > 0
021470         MOVE "Y" TO WS-BR-MATCHED (WS-BR-FOUND-SUB)
021480         MOVE WS-BR-OUTCOME (WS-BR-FOUND-SUB) TO WS-CSL-PROD-OUT
021490         MOVE WS-BR-RC (WS-BR-FOUND-SUB) TO WS-CSL-PROD-RC.
021500     PERFORM 7550-PUT-STEP-LINE THRU 7550-EXIT.
021510     ADD 1 TO WS-STEP-SUB.
021520     GO TO 7510-NEXT-STEP.
021530*    STEPS PRODUCTION RAN THAT THE REHEARSAL DID NOT HAVE.
021540 7520-UNMATCHED-STEPS.
021550     MOVE 1 TO WS-BR-SUB.
021560 7522-NEXT-BASE.
021570     IF WS-BR-SUB > WS-BR-COUNT
021580         GO TO 7530-COUNTS.
021590     IF WS-BR-IS-MATCHED (WS-BR-SUB)
021600         GO TO 7524-BUMP-BASE.
021610     MOVE WS-BR-NAME (WS-BR-SUB) TO WS-CSL-NAME.
021620     MOVE WS-BR-OUTCOME (WS-BR-SUB) TO WS-CSL-PROD-OUT.
021630     MOVE WS-BR-RC (WS-BR-SUB) TO WS-CSL-PROD-RC.
021640     MOVE '-' TO WS-CSL-REH-OUT.
021650     MOVE '----' TO WS-CSL-REH-RC.
021660     PERFORM 7550-PUT-STEP-LINE THRU 7550-EXIT.
021670 7524-BUMP-BASE.
021680     ADD 1 TO WS-BR-SUB.
021690     GO TO 7522-NEXT-BASE.
021700 7530-COUNTS.
021710     MOVE 'AUDITLOG RECORD COUNTS:' TO WS-RPT-LINE.
021720     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021730     MOVE 1 TO WS-AC-SUB.
021740 7532-NEXT-COUNT.
021750     IF WS-AC-SUB > WS-AC-COUNT
021760         GO TO 7540-TOTALS.
021770     MOVE WS-AC-PGM (WS-AC-SUB) TO WS-CCL-NAME.
021780     MOVE WS-AC-PROD (WS-AC-SUB) TO WS-CCL-PROD.
021790     MOVE WS-AC-REH (WS-AC-SUB) TO WS-CCL-REH.
021800     IF WS-AC-PROD (WS-AC-SUB) = WS-AC-REH (WS-AC-SUB)
021810         MOVE SPACES TO WS-CCL-TAG
021820     ELSE
021830         MOVE '  *** DIFFERS' TO WS-CCL-TAG
021840         ADD 1 TO WS-DIFF-COUNTS.
021850     MOVE WS-CMP-CNT-LINE TO WS-RPT-LINE.
021860     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021870     ADD 1 TO WS-AC-SUB.
021880     GO TO 7532-NEXT-COUNT.
021890 7540-TOTALS.
021900     MOVE WS-DIFF-STEPS TO WS-CTT-STEPS.
021910     MOVE WS-DIFF-COUNTS TO WS-CTT-COUNTS.
021920     MOVE WS-CMP-TOTAL-LINE TO WS-RPT-LINE.
021930     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
021940 7500-EXIT.
021950     EXIT.
021960*----------------------------------------------------------*
021970* 7550-PUT-STEP-LINE - ONE STEP'S COMPARISON LINE, FLAGGED *
021980* WHEN THE OUTCOME OR RETURN CODE DIFFERS FROM PRODUCTION. *
021990*----------------------------------------------------------*
022000 7550-PUT-STEP-LINE.
022010     IF WS-CSL-PROD-OUT = WS-CSL-REH-OUT
022020         AND WS-CSL-PROD-RC = WS-CSL-REH-RC
022030         MOVE SPACES TO WS-CSL-TAG
022040     ELSE
022050         MOVE '  *** DIFFERS' TO WS-CSL-TAG
022060         ADD 1 TO WS-DIFF-STEPS.
022070     MOVE WS-CMP-STEP-LINE TO WS-RPT-LINE.
022080     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
022090 7550-EXIT.
022100     EXIT.
022110*----------------------------------------------------------*
022120* 7600-TALLY-AUDIT - ADD UP ONE RUN'S AUDITLOG RECORD      *
022130* COUNTS BY PROGRAM - THE ENTRIES UNDER WS-TALLY-DATE AND  *
022140* WS-TALLY-RUN-ID - INTO THE PRODUCTION OR THE REHEARSAL   *
022150* COLUMN OF THE COUNTS TABLE. A PROGRAM SEEN FOR THE FIRST *
022160* TIME IS ADDED WITH ZERO IN THE OTHER COLUMN.             *
022170*----------------------------------------------------------*
022180 7600-TALLY-AUDIT.
022190     OPEN INPUT AUDIT-FILE.
022200     IF NOT WS-AUDIT-OK
022210         GO TO 7600-EXIT.
022220 7610-READ-NEXT.
022230     READ AUDIT-FILE
022240         AT END
022250             GO TO 7690-TALLY-DONE.
022260     IF AUD-RUN-DATE NOT NUMERIC
022270         OR AUD-RUN-ID NOT NUMERIC
022280         OR AUD-RECORD-COUNT NOT NUMERIC
022290         GO TO 7610-READ-NEXT.
022300     IF AUD-RUN-DATE NOT = WS-TALLY-DATE
022310         OR AUD-RUN-ID NOT = WS-TALLY-RUN-ID
022320         GO TO 7610-READ-NEXT.
022330     MOVE 1 TO WS-AC-SUB.
022340 7620-FIND-PROGRAM.
022350     IF WS-AC-SUB > WS-AC-COUNT
022360         GO TO 7630-ADD-PROGRAM.
022370     IF WS-AC-PGM (WS-AC-SUB) = AUD-PROGRAM-ID
022380         GO TO 7640-ADD-COUNT.
022390     ADD 1 TO WS-AC-SUB.
022400     GO TO 7620-FIND-PROGRAM.
022410 7630-ADD-PROGRAM.
022420     IF WS-AC-COUNT NOT < 30
022430         GO TO 7610-READ-NEXT.
022440     ADD 1 TO WS-AC-COUNT.
022450     MOVE WS-AC-COUNT TO WS-AC-SUB.
022460     MOVE AUD-PROGRAM-ID TO WS-AC-PGM (WS-AC-SUB).
022470     MOVE 0 TO WS-AC-PROD (WS-AC-SUB) WS-AC-REH (WS-AC-SUB).
022480 7640-ADD-COUNT.
022490     IF WS-TALLY-PROD
022500         ADD AUD-RECORD-COUNT TO WS-AC-PROD (WS-AC-SUB)
022510     ELSE
022520         ADD AUD-RECORD-COUNT TO WS-AC-REH (WS-AC-SUB).
022530     GO TO 7610-READ-NEXT.
022540 7690-TALLY-DONE.
022550     CLOSE AUDIT-FILE.
022560 7600-EXIT.
022570     EXIT.
022580*----------------------------------------------------------*
022590* 7900-PUT-LINE - ONE SUMMARY LINE TO BOTH SYSOUT AND THE    *
022600* RUN-SUMMARY REPORT FILE (WHEN IT COULD BE OPENED).         *
022610*----------------------------------------------------------*
022620 7900-PUT-LINE.
022630     DISPLAY WS-RPT-LINE.
022640     IF WS-RPT-IS-OPEN
022650         MOVE WS-RPT-LINE TO RPT-RECORD
022660         WRITE RPT-RECORD.
022670 7900-EXIT.
022680     EXIT.
022690*----------------------------------------------------------*
022700* 7100-LOAD-LAST5 - READ THE SHARED AUDIT FILE TO THE END,   *
022710* KEEPING ONLY THE LAST FEW ENTRIES IN A SMALL CIRCULAR       *
022720* TABLE. THE TABLE HOLDS AT MOST 20 SLOTS - SIZED TO THE STEP  *
022730* TABLE - BUT ONLY THE LAST                                     *
022740* WS-STEPS-RUN OF THEM (THE STEPS 8000-CHECK-STEP ACTUALLY    *
022750* SAW RUN THIS TIME) ARE COUNTED AS THIS RUN'S - A PRIOR      *
022760* RUN'S LEFTOVER ENTRIES DO NOT GET MISREPORTED AS TODAY'S    *
022770* WHEN AN EARLIER STEP FAILED AND LATER STEPS NEVER RAN.      *
022780* WS-L5-SUB ALWAYS POINTS AT THE SLOT THAT WAS WRITTEN MOST   *
022790* RECENTLY WHEN THE READ ENDS.                                *
022800*----------------------------------------------------------*
022810 7100-LOAD-LAST5.
022820     OPEN INPUT AUDX-FILE.
022830     IF WS-AUDX-OK
022840         GO TO 7150-INDEX-LOAD.
022850     OPEN INPUT AUDIT-FILE.
022860     IF NOT WS-AUDIT-OK
022870         GO TO 7100-EXIT.
022880 7110-READ-NEXT.
022890     READ AUDIT-FILE
022900         AT END
022910             GO TO 7100-CLOSE.
022920     ADD 1 TO WS-L5-SUB.
022930     IF WS-L5-SUB > 20
022940         MOVE 1 TO WS-L5-SUB.
022950     MOVE AUD-PROGRAM-ID TO WS-L5-PGM (WS-L5-SUB).
022960     MOVE AUD-RECORD-COUNT TO WS-L5-CNT (WS-L5-SUB).
022970     IF WS-L5-COUNT < WS-STEPS-RUN AND WS-L5-COUNT < 20
022980         ADD 1 TO WS-L5-COUNT.
022990     GO TO 7110-READ-NEXT.
023000 7100-CLOSE.
023010     CLOSE AUDIT-FILE.
023020     GO TO 7100-EXIT.
023030*    BY KEY: THIS ATTEMPT'S ENTRIES SIT TOGETHER UNDER TONIGHT'S
023040*    DATE AND RUN IDENTIFIER, IN THE ORDER THE STEPS WROTE THEM.
023050 7150-INDEX-LOAD.
023060     MOVE WS-TODAY-NUM TO AUDX-DK-RUN-DATE.
023070     MOVE WS-RUN-ATTEMPT TO AUDX-DK-RUN-ID.
023080     START AUDX-FILE KEY IS NOT LESS THAN AUDX-DATE-KEY
023090         INVALID KEY
023100             GO TO 7190-INDEX-CLOSE
023110     END-START.
023120 7160-READ-NEXT.
023130     READ AUDX-FILE NEXT RECORD
023140         AT END
023150             GO TO 7190-INDEX-CLOSE.
023160     IF AUDX-DK-RUN-DATE NOT = WS-TODAY-NUM
023170         OR AUDX-DK-RUN-ID NOT = WS-RUN-ATTEMPT
023180         GO TO 7190-INDEX-CLOSE.
023190     MOVE AUDX-ENTRY TO AUDIT-RECORD.
023200     ADD 1 TO WS-L5-SUB.
023210     IF WS-L5-SUB > 20
023220         MOVE 1 TO WS-L5-SUB.
023230     MOVE AUD-PROGRAM-ID TO WS-L5-PGM (WS-L5-SUB).
023240     MOVE AUD-RECORD-COUNT TO WS-L5-CNT (WS-L5-SUB).
023250     IF WS-L5-COUNT < 20
023260         ADD 1 TO WS-L5-COUNT.
023270     GO TO 7160-READ-NEXT.
023280 7190-INDEX-CLOSE.
023290     CLOSE AUDX-FILE.
023300 7100-EXIT.
023310     EXIT.
023320*----------------------------------------------------------*
023330* 7200-DISPLAY-LAST5 - WALK THE CIRCULAR TABLE STARTING AT    *
023340* THE OLDEST OF THIS RUN'S WS-L5-COUNT SLOTS SO THE ENTRIES   *
023350* ARE DISPLAYED OLDEST TO NEWEST, I.E. IN THE ORDER THE STEPS *
023360* ACTUALLY RAN.                                              *
023370*----------------------------------------------------------*
023380 7200-DISPLAY-LAST5.
023390     COMPUTE WS-L5-CALC-SUB = WS-L5-SUB - WS-L5-COUNT + 1.
023400     IF WS-L5-CALC-SUB < 1
023410         ADD 20 TO WS-L5-CALC-SUB.
023420     MOVE WS-L5-CALC-SUB TO WS-L5-DISP-SUB.
023430     MOVE 0 TO WS-L5-SHOWN.
023440 7210-SHOW-NEXT.
023450     MOVE WS-L5-PGM (WS-L5-DISP-SUB) TO WS-SCL-NAME.
023460     MOVE WS-L5-CNT (WS-L5-DISP-SUB) TO WS-SCL-COUNT.
023470     MOVE WS-SUM-CNT-LINE TO WS-RPT-LINE.
023480     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
023490     ADD 1 TO WS-L5-SHOWN.
023500     ADD 1 TO WS-L5-DISP-SUB.
023510     IF WS-L5-DISP-SUB > 20
023520         MOVE 1 TO WS-L5-DISP-SUB.
023530     IF WS-L5-SHOWN < WS-L5-COUNT
023540         GO TO 7210-SHOW-NEXT.
023550 7200-EXIT.
023560     EXIT.
023570*----------------------------------------------------------*
023580* 8000-CHECK-STEP - COMMON COMPLETION CHECK. A NON-ZERO     *
023590* RETURN-CODE FROM THE STEP JUST CALLED FLAGS THE WHOLE     *
023600* BATCH AS NOT OK SO NO FURTHER STEPS ARE STARTED, UNLESS   *
023610* THE STEP TABLE MARKS THE STEP OPTIONAL - THEN THE FAILURE *
023620* IS NOTED AND THE BATCH RUNS ON. ALSO COUNTS THIS RUN'S    *
023630* COMPLETED STEPS SO 7100-LOAD-LAST5 KNOWS HOW MANY         *
023640* TRAILING AUDITLOG ENTRIES ARE ACTUALLY THIS RUN'S.        *
023650*----------------------------------------------------------*
023660 8000-CHECK-STEP.
023670     ADD 1 TO WS-STEPS-RUN.
023680     MOVE WS-STEP-RC TO WS-ST-RC (WS-STEP-SUB).
023690     IF WS-STEP-RC NOT = 0
023700         MOVE 'F' TO WS-ST-OUTCOME (WS-STEP-SUB)
023710         PERFORM 8400-WRITE-ALERT THRU 8400-EXIT
023720         IF WS-STEP-OPTIONAL
023730             MOVE "Y" TO WS-OPT-FAIL-SW
023740             DISPLAY 'NITEBATCH - ' WS-STEP-NAME
023750                 ' FAILED WITH RETURN CODE ' WS-STEP-RC
023760                 ' - OPTIONAL STEP, BATCH CONTINUES'
023770         ELSE
023780             MOVE "N" TO WS-BATCH-STATUS-SW
023790             DISPLAY 'NITEBATCH - ' WS-STEP-NAME
023800                 ' ENDED WITH RETURN CODE ' WS-STEP-RC
023810         END-IF
023820     ELSE
023830         MOVE 'C' TO WS-ST-OUTCOME (WS-STEP-SUB)
023840         ADD 1 TO WS-STEPS-COMPLETED
023850         DISPLAY 'NITEBATCH - ' WS-STEP-NAME ' COMPLETED OK'
023860         PERFORM 8200-WRITE-CHECKPOINT THRU 8200-EXIT
023870     END-IF.
023880 8000-EXIT.
023890     EXIT.
023900*----------------------------------------------------------*
023910* 0100-LOAD-CHECKPOINT - READ THE BATCH CHECKPOINT FILE     *
023920* (NITECKPT) INTO A SMALL TABLE OF STEP NAMES. ENTRIES ARE  *
023930* LEFT BEHIND BY A PRIOR RUN THAT FAILED MID-BATCH; A RUN   *
023940* THAT ENDED FULLY OK CLEARS THE FILE, SO ANY ENTRY FOUND   *
023950* HERE MEANS THIS RUN IS A RESTART AND THE NAMED STEPS ARE  *
023960* TO BE SKIPPED. A MISSING FILE MEANS A NORMAL FRESH START. *
023970* AN ENTRY WHOSE RUN DATE IS NOT TODAY'S BUSINESS DATE IS   *
023980* LEFT OVER FROM A FAILED RUN THAT WAS NEVER RERUN - IT IS  *
023990* REPORTED AND IGNORED, SO TONIGHT'S STEPS ALL RUN AGAINST  *
024000* TONIGHT'S DATA INSTEAD OF BEING SILENTLY SKIPPED.         *
024010*----------------------------------------------------------*
024020 0100-LOAD-CHECKPOINT.
024030     OPEN INPUT CKPT-FILE.
024040     IF NOT WS-CKPT-OK
024050         GO TO 0100-EXIT.
024060 0110-READ-NEXT.
024070     READ CKPT-FILE
024080         AT END
024090             GO TO 0190-LOAD-DONE.
024100     IF CKPT-RUN-DATE NOT NUMERIC
024110         OR CKPT-RUN-DATE NOT = WS-TODAY-NUM
024120         DISPLAY 'NITEBATCH - *** CHECKPOINT FOR '
024130             CKPT-STEP-NAME ' DATED ' CKPT-RUN-DATE
024140             ' IS NOT FOR TODAY - IGNORED'
024150         GO TO 0110-READ-NEXT.
024160     IF WS-CKPT-COUNT < 20
024170         ADD 1 TO WS-CKPT-COUNT
024180         MOVE CKPT-STEP-NAME TO
024190             WS-CKPT-DONE-STEP (WS-CKPT-COUNT).
024200     GO TO 0110-READ-NEXT.
024210 0190-LOAD-DONE.
024220     CLOSE CKPT-FILE.
024230     IF WS-CKPT-COUNT > 0
024240         DISPLAY 'NITEBATCH - RESTART DETECTED - '
024250             WS-CKPT-COUNT ' STEP(S) ALREADY COMPLETED '
024260             'WILL BE SKIPPED'.
024270 0100-EXIT.
024280     EXIT.
024290*----------------------------------------------------------*
024300* 0200-CHECK-STEP-DONE - SET WS-STEP-DONE WHEN THE STEP     *
024310* ABOUT TO RUN (WS-STEP-NAME) IS ALREADY ON THE CHECKPOINT  *
024320* FILE FROM THE FAILED PRIOR RUN, SO THE RERUN RESUMES AT   *
024330* THE STEP THAT FAILED INSTEAD OF REDOING FINISHED WORK.    *
024340* SILENT ON PURPOSE - THE WINDOW PROJECTION TESTS THE       *
024350* CHECKPOINT TOO, AND THE SKIP MESSAGE BELONGS TO THE ONE   *
024360* PLACE THAT ACTUALLY SKIPS (6000-RUN-STEP).                *
024370*----------------------------------------------------------*
024380 0200-CHECK-STEP-DONE.
024390     MOVE "N" TO WS-STEP-DONE-SW.
024400     IF WS-CKPT-COUNT = 0
024410         GO TO 0200-EXIT.
024420     MOVE 1 TO WS-CKPT-SUB.
024430 0210-CHECK-NEXT.
024440     IF WS-CKPT-SUB > WS-CKPT-COUNT
024450         GO TO 0200-EXIT.
024460     IF WS-CKPT-DONE-STEP (WS-CKPT-SUB) = WS-STEP-NAME
024470         MOVE "Y" TO WS-STEP-DONE-SW
024480         GO TO 0200-EXIT.
024490     ADD 1 TO WS-CKPT-SUB.
024500     GO TO 0210-CHECK-NEXT.
024510 0200-EXIT.
024520     EXIT.
024530*----------------------------------------------------------*
024540* 0250-CHECK-PREDECESSORS - A STEP NAMING A PREDECESSOR ON  *
024550* THE STEP CONTROL FILE RUNS ONLY WHEN THAT PREDECESSOR     *
024560* COMPLETED THIS RUN (OR ON THE CHECKPOINT). A PREDECESSOR  *
024570* THAT WAS HELD, UNSCHEDULED, FAILED AS OPTIONAL, OR ITSELF *
024580* SKIPPED FOR ITS OWN PREDECESSOR MAKES THIS STEP           *
024590* UNRUNNABLE, SO A HELD STEP'S WHOLE DOWNSTREAM CHAIN IS    *
024600* SKIPPED WITHOUT THE OPERATOR REMEMBERING IT. A NAME NOT   *
024610* ON THE STEP TABLE DOES NOT BLOCK THE STEP.                *
024620*----------------------------------------------------------*
024630 0250-CHECK-PREDECESSORS.
024640     MOVE "Y" TO WS-PRED-RUNNABLE-SW.
024650     MOVE WS-ST-PRED1 (WS-STEP-SUB) TO WS-PRED-NAME.
024660     PERFORM 0260-CHECK-ONE-PRED THRU 0260-EXIT.
024670     IF NOT WS-PRED-RUNNABLE
024680         GO TO 0250-EXIT.
024690     MOVE WS-ST-PRED2 (WS-STEP-SUB) TO WS-PRED-NAME.
024700     PERFORM 0260-CHECK-ONE-PRED THRU 0260-EXIT.
024710 0250-EXIT.
024720     EXIT.
024730*----------------------------------------------------------*
024740* 0260-CHECK-ONE-PRED - LOOK ONE PREDECESSOR NAME UP IN THE *
024750* STEP TABLE AND TEST ITS OUTCOME. BLANK MEANS NO           *
024760* PREDECESSOR TO TEST.                                      *
024770*----------------------------------------------------------*
024780 0260-CHECK-ONE-PRED.
024790     IF WS-PRED-NAME = SPACES
024800         GO TO 0260-EXIT.
024810     MOVE 1 TO WS-PRED-SUB.
024820 0270-FIND-NEXT.
024830     IF WS-PRED-SUB > WS-STEP-COUNT
024840         GO TO 0260-EXIT.
024850     IF WS-ST-NAME (WS-PRED-SUB) = WS-PRED-NAME
024860         IF WS-ST-HELD (WS-PRED-SUB)
024870             OR WS-ST-UNSCHEDULED (WS-PRED-SUB)
024880             OR WS-ST-FAILED (WS-PRED-SUB)
024890             OR WS-ST-PRED-SKIPPED (WS-PRED-SUB)
024900             MOVE "N" TO WS-PRED-RUNNABLE-SW
024910         END-IF
024920         GO TO 0260-EXIT.
024930     ADD 1 TO WS-PRED-SUB.
024940     GO TO 0270-FIND-NEXT.
024950 0260-EXIT.
024960     EXIT.
024970*----------------------------------------------------------*
024980* 8200-WRITE-CHECKPOINT - APPEND THE STEP THAT JUST ENDED   *
024990* CLEAN TO THE BATCH CHECKPOINT FILE SO A RERUN AFTER A     *
025000* LATER FAILURE CAN SKIP IT. SAME EXTEND-WITH-OUTPUT-       *
025010* FALLBACK OPEN THE AUDITLOG WRITERS USE.                   *
025020*----------------------------------------------------------*
025030 8200-WRITE-CHECKPOINT.
025040     OPEN EXTEND CKPT-FILE.
025050     IF NOT WS-CKPT-OK
025060         CLOSE CKPT-FILE
025070         OPEN OUTPUT CKPT-FILE.
025080     MOVE SPACES TO CKPT-RECORD.
025090     MOVE WS-STEP-NAME TO CKPT-STEP-NAME.
025100     MOVE WS-TODAY-NUM TO WS-CKPT-DATE.
025110     MOVE WS-CKPT-DATE TO CKPT-RUN-DATE.
025120     WRITE CKPT-RECORD.
025130     CLOSE CKPT-FILE.
025140 8200-EXIT.
025150     EXIT.
025160*----------------------------------------------------------*
025170* 8300-CLEAR-CHECKPOINT - THE WHOLE BATCH ENDED OK, SO THE  *
025180* CHECKPOINT FILE IS EMPTIED THE SAME WAY FOOBAR CLEARS ITS *
025190* OWN FOOBCKPT - THE NEXT NIGHT STARTS FRESH.               *
025200*----------------------------------------------------------*
025210 8300-CLEAR-CHECKPOINT.
025220     OPEN OUTPUT CKPT-FILE.
025230     CLOSE CKPT-FILE.
025240 8300-EXIT.
025250     EXIT.
025260*----------------------------------------------------------*
025270* 8400-WRITE-ALERT - ONE OPERATOR ALERT RECORD FOR THE STEP  *
025280* THAT JUST ENDED WITH A NONZERO RETURN CODE, SO THE MORNING *
025290* SHIFT HAS ONE SMALL FILE TO CHECK. SAME EXTEND-WITH-OUTPUT *
025300* FALLBACK OPEN THE AUDITLOG WRITERS USE.                    *
025310*----------------------------------------------------------*
025320 8400-WRITE-ALERT.
025330     OPEN EXTEND ALERT-FILE.
025340     IF NOT WS-ALERT-OK
025350         CLOSE ALERT-FILE
025360         OPEN OUTPUT ALERT-FILE.
025370     MOVE SPACES TO ALERT-RECORD.
025380     MOVE WS-STEP-NAME TO ALRT-STEP-NAME.
025390     MOVE WS-STEP-RC TO ALRT-RETURN-CODE.
025400     MOVE WS-TODAY-NUM TO ALRT-RUN-DATE.
025410     ACCEPT WS-ALERT-TIME FROM TIME.
025420     MOVE WS-ALERT-TIME TO ALRT-RUN-TIME.
025430     MOVE WS-STEPS-COMPLETED TO ALRT-STEPS-DONE.
025440     WRITE ALERT-RECORD.
025450     CLOSE ALERT-FILE.
025460 8400-EXIT.
025470     EXIT.
025480*----------------------------------------------------------*
025490* 8500-WRITE-RESULTS - EVERY STEP'S OUTCOME AND RETURN     *
025500* CODE FOR THIS RUN, UNDER ITS RUN DATE AND IDENTIFIER,    *
025510* REPLACING THE LAST RUN'S ON NITERSLT - WHAT THE NEXT     *
025520* REHEARSAL IS COMPARED AGAINST. A REHEARSAL WRITES ITS    *
025530* OWN UNDER THE TEST PREFIX.                               *
025540*----------------------------------------------------------*
025550 8500-WRITE-RESULTS.
025560     OPEN OUTPUT RSLT-FILE.
025570     IF NOT WS-RSLT-OK
025580         DISPLAY 'NITEBATCH - STEP RESULTS FILE NITERSLT '
025590             'UNAVAILABLE - RESULTS NOT KEPT'
025600         GO TO 8500-EXIT.
025610     MOVE 1 TO WS-STEP-SUB.
025620 8510-NEXT-STEP.
025630     IF WS-STEP-SUB > WS-STEP-COUNT
025640         GO TO 8590-RESULTS-DONE.
025650     MOVE SPACES TO RSLT-RECORD.
025660     MOVE WS-TODAY-NUM TO RSLT-RUN-DATE.
025670     MOVE WS-RUN-ATTEMPT TO RSLT-RUN-ID.
025680     MOVE WS-ST-NAME (WS-STEP-SUB) TO RSLT-STEP-NAME.
025690     MOVE WS-ST-OUTCOME (WS-STEP-SUB) TO RSLT-OUTCOME.
025700     MOVE WS-ST-RC (WS-STEP-SUB) TO RSLT-RETURN-CODE.
025710     WRITE RSLT-RECORD.
025720     ADD 1 TO WS-STEP-SUB.
025730     GO TO 8510-NEXT-STEP.
025740 8590-RESULTS-DONE.
025750     CLOSE RSLT-FILE.
025760 8500-EXIT.
025770     EXIT.
