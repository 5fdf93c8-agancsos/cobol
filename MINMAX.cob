000230*                WS-FIRST-REC/WS-GRP-FIRST-REC SWITCHES SO A *
000240*                GENUINE READING OF 0.000 IS NOT MISTAKEN    *
000250*                FOR AN UNSEEDED MINIMUM.                    *
000260* 2026-08-09 AG  STOP RUN REPLACED WITH GOBACK SO THE NIGHTLY*
000270*                BATCH DRIVER (NITEBATCH) CAN CALL THIS AS A*
000280*                SUBPROGRAM. BEHAVES THE SAME AS STOP RUN   *
000290*                WHEN RUN STANDALONE.                       *
000300* 2026-08-09 AG  WRITES ONE ENTRY TO THE SHARED AUDIT FILE    *
000310*                (AUDITLOG) ON COMPLETION USING THE SHOP'S    *
000320*                COMMON AUDIT-RECORD COPYBOOK (AUDITREC).     *
000330* 2026-08-09 AG  OUTPUT NOW OPENS WITH THE SHOP'S STANDARD     *
000340*                HEADER/COLUMN-TITLE LINE (RUN DATE, PROGRAM   *
000350*                NAME, PAGE NUMBER) FROM THE SHARED REPORT     *
000360*                HEADER COPYBOOK (RPTHDFT). MINMAX HAS NO      *
000370*                REPORT FILE OF ITS OWN SO THE HEADER IS       *
000380*                DISPLAYED RATHER THAN WRITTEN, AND THERE IS   *
000390*                ONLY ONE PAGE.                                *
000400* 2026-08-09 AG  THE WRITE TO AUDITLOG NOW CALLS THE SHOP'S     *
000410*                SHARED ERRHANDLE SUBPROGRAM ON A BAD FILE      *
000420*                STATUS INSTEAD OF IGNORING IT.                *
000430* 2026-08-09 AG  AUDIT-RECORD IS NOW SPACE-FILLED BEFORE IT IS  *
000440*                BUILT SO THE UNUSED FILLER BYTES DO NOT CARRY  *
000450*                WHATEVER WAS LEFT IN STORAGE - AUDITLOG IS A   *
000460*                LINE SEQUENTIAL FILE AND REJECTED THE RECORD   *
000470*                WITH A BAD-CHARACTER STATUS WHEN THEY DID.     *
000480* 2026-08-09 AG  ADDED A SMALL PERSISTED TREND FILE (MMTREND)     *
000490*                HOLDING THE PRIOR RUN'S MIN/MAX. EACH RUN NOW    *
000500*                COMPARES TODAY'S RANGE AGAINST IT AND FLAGS      *
000510*                WHETHER THE RANGE EXPANDED, CONTRACTED, OR HELD  *
000520*                STEADY SINCE LAST TIME, THEN OVERWRITES THE      *
000530*                FILE WITH TODAY'S MIN/MAX FOR THE NEXT RUN.      *
000540* 2026-08-09 AG  CORRECTED TREND-RECORD'S FILLER WIDTH - IT WAS   *
000550*                OVER THE 80-BYTE RECORD CONTAINS DECLARATION.    *
000560* 2026-08-09 AG  WIDENED THE LOOP INDEX I TO PIC 9(4) TO MATCH     *
000570*                MM-ENTRY-COUNT'S PIC 9(04) - AT PIC 9(3) IT       *
000580*                WOULD SILENTLY WRAP PAST 999 ENTRIES AND MISS     *
000590*                READINGS ON A LARGER DAILY BATCH.                *
000600* 2026-08-22 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE SHOP'S NEW    *
000610*                READ/WRITTEN/REJECTED BALANCE COUNTS - EVERY       *
000620*                RECORD READ FROM MMVALUES IS LOADED INTO THE       *
000630*                TABLE AND NOTHING IS REJECTED.                     *
000640* 2026-08-22 AG  1000-LOAD-TABLE NOW EDITS EACH MMVALUES RECORD      *
000650*                BEFORE IT IS LOADED - THE VALUE MUST BE NUMERIC     *
000660*                AND THE GROUP NON-BLANK. FAILURES GO TO A REJECT    *
000670*                FILE (MMREJ) WITH A REASON, THE WAY TEMPCVT'S       *
000680*                TMPREJ WORKS, AND THE RUN REPORTS READ/ACCEPTED/    *
000690*                REJECTED COUNTS SO THE BATCH BALANCES INSTEAD OF    *
000700*                A KEYING ERROR SKEWING THE STATISTICS SILENTLY.     *
000710* 2026-08-22 AG  THE LOADED READINGS ARE NOW SORTED BY GROUP KEY     *
000720*                (1100-SORT-TABLE) BEFORE THE BREAK PROCESSING, SO   *
000730*                A GROUP WHOSE RECORDS ARRIVE SCATTERED THROUGH      *
000740*                THE DAILY FILE STILL REPORTS EXACTLY ONE SUBTOTAL   *
000750*                LINE - NO MORE HAND PRE-SORTING THE FILE ON THE     *
000760*                DAYS SOMEONE REMEMBERS.                             *
000770* 2026-08-22 AG  THE BATCH'S STANDARD DEVIATION IS NOW COMPUTED      *
000780*                AND ANY READING OUTSIDE A CONFIGURABLE BAND OF      *
000790*                SIGMAS AROUND THE AVERAGE (MMPARM, DEFAULT 2.0)     *
000800*                IS WRITTEN TO AN EXCEPTION FILE (MMEXCP) WITH ITS   *
000810*                DISTANCE FROM THE AVERAGE - A STATISTICAL VERSION   *
000820*                OF THE FIXED-RANGE CHECK TEMPCVT FEEDS TMPEXCP      *
000830*                WITH, SO A FAT-FINGERED READING IS FLAGGED          *
000840*                INSTEAD OF HIDING AS A PLAUSIBLE-LOOKING MAX.       *
000850* 2026-08-22 AG  EACH GROUP'S STATISTICS ARE NOW ALSO WRITTEN AS     *
000860*                ONE MACHINE-READABLE RECORD TO A STATS OUTPUT       *
000870*                FILE (MMSTATS) - GROUP, COUNT, MIN, MAX, TOTAL,     *
000880*                AND AVERAGE - WITH A GRAND-TOTAL TRAILER RECORD,    *
000890*                SO THE PLANNING GROUP STOPS RE-KEYING THE           *
000900*                SUBTOTAL DISPLAY LINES EVERY MORNING. THE GROUP     *
000910*                BREAK NOW CARRIES A PER-GROUP COUNT AND TOTAL SO    *
000920*                THE GROUP AVERAGE EXISTS AT ALL.                    *
000930* 2026-08-22 AG  HEADER AND AUDIT DATE STAMPS NOW COME FROM THE      *
000940*                SHOP'S BUSINESS-DATE SERVICE (GETBDATE) INSTEAD     *
000950*                OF ACCEPT FROM DATE, SO A RERUN OF A PRIOR          *
000960*                PROCESSING DAY STAMPS THAT DAY'S DATE.              *
000970* 2026-08-22 AG  THE REJECT AND EXCEPTION OPERATOR MESSAGES NOW     *
000980*                ISSUE THROUGH THE SHOP'S MESSAGE SUBROUTINE        *
000990*                (SUBSUB, KEYS MR/MX, EXTERNAL CATALOG MSGCAT)      *
001000*                INSTEAD OF AD HOC DISPLAYS, MATCHING TEMPCVT.      *
001010* 2026-08-22 AG  THE TREND FILE (MMTREND) NOW ALSO CARRIES THE      *
001020*                COMPUTED TREND DIRECTION ALONGSIDE MIN/MAX, SO     *
001030*                THE MORNING DASHBOARD (MORNDASH) CAN REPORT THE    *
001040*                DIRECTION WITHOUT RE-DERIVING IT FROM TWO RUNS'    *
001050*                WORTH OF FILES. A FIRST RUN WITH NO PRIOR TREND    *
001060*                WRITES THE DIRECTION AS SPACES.                    *
001070* 2026-09-01 AG  EVERY RUN NOW ALSO APPENDS ONE RECORD PER GROUP    *
001080*                (AND AN ALL-GROUPS RECORD) TO A DATED TREND        *
001090*                HISTORY FILE (MMTRHIST - RUN DATE, GROUP, MIN,     *
001100*                MAX, AVERAGE), SO THE ONE-RECORD MMTREND FILE IS   *
001110*                NO LONGER THE ONLY MEMORY OF PRIOR RUNS. THE NEW   *
001120*                MMTRDRPT REPORT READS THE HISTORY FOR 7- AND       *
001130*                30-DAY TRENDS AND THE CONSECUTIVE-WIDENING FLAG.   *
001140*                MMTREND ITSELF IS UNCHANGED - MORNDASH STILL       *
001150*                READS IT.                                          *
001160* 2026-09-01 AG  EACH GROUP (AND THE WHOLE BATCH) NOW REPORTS THE   *
001170*                MEDIAN AND A CONFIGURABLE LOW/HIGH PERCENTILE      *
001180*                PAIR (MMPARM COLUMNS 3-6, DEFAULT P05/P95)         *
001190*                ALONGSIDE MIN/MAX/AVERAGE, ON THE SUBTOTAL LINES   *
001200*                AND IN THE MMSTATS RECORDS, SO PLANNING CAN SEE    *
001210*                THE TYPICAL READING INSTEAD OF ONE DRAGGED AROUND  *
001220*                BY THE SAME OUTLIERS MMEXCP FLAGS. THE MMPARM      *
001230*                READ MOVED UP FRONT (0600-READ-PARM) SO THE        *
001240*                PERCENTILE CHOICES EXIST BEFORE THE BREAKS.        *
001250* 2026-09-01 AG  THE STATS FILE NOW WRITES A DATED GENERATION       *
001260*                (MMSTATS.CCYYMMDD) INSTEAD OF OVERWRITING ONE      *
001270*                FLAT MMSTATS EVERY RUN, THE WAY FOOBAR AND         *
001280*                PRIMES KEEP THEIR REPORTS, SO THE NIGHTLY GROUP    *
001290*                STATISTICS SURVIVE THE MONTH AND THE NEW           *
001300*                MONTH-END ROLLUP (MMMONTH) HAS SOMETHING TO        *
001310*                ROLL UP. RETENTION AND PRESENTING AN OLDER         *
001320*                GENERATION UNDER THE PLAIN NAME ARE GENMAINT'S     *
001330*                JOB, AS WITH THE OTHER DATED REPORTS.              *
001340* 2026-09-02 AG  THE MMVALUES FEED NOW CARRIES THE SHOP-STANDARD    *
001350*                CONTROL TRAILER (FEEDTRLR - RECORD COUNT AND A     *
001360*                HASH TOTAL OVER THE VALUE FIELD, WRITTEN BY THE    *
001370*                SENDER). THE LOAD RECOGNIZES AND VERIFIES IT; A    *
001380*                MISSING TRAILER OR A COUNT/HASH MISMATCH ENDS      *
001390*                THE RUN WITH THE WARNING RETURN CODE 4 AND         *
001400*                AUDIT STATUS 04, SO A TRUNCATED TRANSFER STOPS     *
001410*                LOOKING LIKE A QUIET NIGHT.                        *
001420* 2026-09-02 AG  THE IN-MEMORY TABLE AND ITS BUBBLE SORT ARE GONE.  *
001430*                THE FEED NOW STREAMS THROUGH A PROPER SORT PASS    *
001440*                (GROUP/VALUE ORDER) FEEDING THE SAME SEQUENTIAL    *
001450*                CONTROL-BREAK LOGIC, WITH THE ACCEPTED READINGS    *
001460*                ECHOED TO A WORK FILE (MMSORTWK) THAT A SECOND     *
001470*                VALUE-ORDER SORT PASS READS FOR THE BATCH          *
001480*                MEDIAN/PERCENTILES AND THE SIGMA-BAND OUTLIER      *
001490*                FLAGGING - SO BATCH SIZE IS BOUNDED BY DISK, NOT   *
001500*                BY A PIC 9(04) OCCURS. THE STANDARD DEVIATION IS   *
001510*                NOW TAKEN FROM THE RUNNING SUM OF SQUARES. THE     *
001520*                REPORT AND MMSTATS OUTPUT ARE UNCHANGED. ONLY      *
001530*                THE PER-GROUP MEDIAN STILL BUFFERS ONE GROUP'S     *
001540*                VALUES (10,000 SLOTS); A LARGER GROUP KEEPS ITS    *
001550*                MIN/MAX/AVERAGE EXACT AND ITS POSITIONAL           *
001560*                STATISTICS OVER THE BUFFERED LOW END, WITH A       *
001570*                WARNING SAYING SO.                                 *
001580* 2026-09-02 AG  THE STATS RECORD LAYOUT MOVED TO THE SHARED        *
001590*                COPYBOOK MMSTREC, COPIED HERE AND BY MMMONTH, SO   *
001600*                THE TWO PROGRAMS CANNOT DRIFT A BYTE APART. NOW    *
001610*                THAT A NIGHT CAN PASS 9999 READINGS, STAT-COUNT    *
001620*                (KEPT PIC 9(04) FOR EXISTING READERS) IS CAPPED    *
001630*                AT 9999 WITH A SYSOUT WARNING AND THE TRUE COUNT   *
001640*                IS CARRIED IN THE NEW STAT-FULL-COUNT - NO MORE    *
001650*                SILENTLY TRUNCATED HIGH-ORDER DIGITS IN THE        *
001660*                MACHINE-READABLE GENERATION.                       *
001670* 2026-10-15 AG  READING GROUPS ARE NOW VALIDATED AGAINST THE NEW   *
001680*                INDEXED GROUP MASTER (MMGROUP, SHARED MMGRPREC     *
001690*                LAYOUT, BUILT BY MMGRPMT FROM THE MMGRPIN SEED     *
001700*                CARDS). A READING WHOSE GROUP IS NOT ON THE        *
001710*                MASTER, IS INACTIVE, OR IS A CATEGORY RATHER THAN  *
001720*                A READING GROUP GOES TO MMREJ WITH ITS REASON, SO  *
001730*                A MIS-KEYED GROUP STOPS TURNING INTO A NEW GROUP   *
001740*                ON MMSTATS. EACH GROUP ALSO ROLLS UP THROUGH ITS   *
001750*                CHAIN OF PARENT CATEGORIES: AFTER THE GROUP LINES  *
001760*                EVERY CATEGORY REACHED GETS A SUBTOTAL LINE        *
001770*                (LEVEL, COUNT, MIN, MAX, AVERAGE) AND A NEW        *
001780*                CATEGORY RECORD (TYPE 'C') ON MMSTATS, SO MMMONTH  *
001790*                CAN ROLL UP BY CATEGORY TOO. NO MASTER MEANS NO    *
001800*                VALIDATION AND NO ROLL-UP, AS BEFORE.              *
001810* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO THE    *
001820*                INDEXED AUDIT STORE (AUDINDEX) THROUGH AUDXPOST    *
001830*                ONCE IT IS SAFELY ON AUDITLOG, SO THE READERS CAN  *
001840*                FIND IT BY KEY.                                    *
001850* 2026-10-15 AG  SUBSUB NOW TAKES A FIFTH ARGUMENT, THE LANGUAGE    *
001860*                WANTED FOR THE MESSAGE; THE OPERATOR MESSAGES HERE *
001870*                PASS SPACES (WS-MSG-LANG) SO THEY COME OUT IN THE  *
001880*                SHOP DEFAULT LANGUAGE.                             *
001890* 2026-10-15 AG  SUBSUB NOW TAKES A SIXTH ARGUMENT, THE NAMED       *
001900*                SUBSTITUTION FIELDS FOR ITS LETTER TEMPLATES       *
001910*                (MSGFLDS); PASSED HERE UNUSED, SINCE THESE ARE     *
001920*                ONE-LINE MESSAGES.                                 *
001930* 2026-10-15 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE MMVALUES FEED *
001940*                QUALITY FIELDS (TRAILER AGREED OR NOT, READINGS    *
001950*                RECEIVED, READINGS REJECTED TO MMREJ) FOR THE      *
001960*                MONTHLY FEED SCORECARD.                            *
001970*----------------------------------------------------------*
001980 ENVIRONMENT DIVISION.
001990 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002010     SELECT VALUES-FILE ASSIGN TO "MMVALUES"
002020         ORGANIZATION IS LINE SEQUENTIAL
002030         FILE STATUS IS WS-VALUES-STATUS.
002040     SELECT SORT-FILE ASSIGN TO "MMSORTSD".
002050     SELECT WORK-FILE ASSIGN TO "MMSORTWK"
002060         ORGANIZATION IS LINE SEQUENTIAL
002070         FILE STATUS IS WS-WORK-STATUS.
002080     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002090         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-AUDIT-STATUS.
002110     SELECT TREND-FILE ASSIGN TO "MMTREND"
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS WS-TREND-STATUS.
002140     SELECT TRHIST-FILE ASSIGN TO "MMTRHIST"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS WS-TRHIST-STATUS.
002170     SELECT REJECT-FILE ASSIGN TO "MMREJ"
002180         ORGANIZATION IS LINE SEQUENTIAL
002190         FILE STATUS IS WS-REJECT-STATUS.
002200     SELECT EXCEPTION-FILE ASSIGN TO "MMEXCP"
002210         ORGANIZATION IS LINE SEQUENTIAL
002220         FILE STATUS IS WS-EXCEPTION-STATUS.
002230     SELECT PARM-FILE ASSIGN TO "MMPARM"
002240         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS WS-PARM-STATUS.
002260     SELECT GROUP-FILE ASSIGN TO "MMGROUP"
002270         ORGANIZATION IS INDEXED
002280         ACCESS MODE IS DYNAMIC
002290         RECORD KEY IS GRP-CODE
002300         FILE STATUS IS WS-GROUP-STATUS.
002310     SELECT STATS-FILE ASSIGN USING WS-STATS-NAME
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS WS-STATS-STATUS.
002340 DATA DIVISION.
002350 FILE SECTION.
002360 FD  VALUES-FILE
002370     RECORD CONTAINS 80 CHARACTERS.
002380 01  VALUES-RECORD.
002390     05  VAL-IN-VALUE           PIC 9(03)V9(03).
002400     05  VAL-IN-VALUE-X REDEFINES VAL-IN-VALUE
002410                                PIC X(06).
002420     05  VAL-IN-GROUP           PIC X(10).
002430     05  FILLER                 PIC X(64).
002440     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
002450         ==:PREFIX:== BY ==VAL-TRL==.
002460 SD  SORT-FILE.
002470 01  SREC.
002480     05  SREC-GROUP             PIC X(10).
002490     05  SREC-VALUE             PIC 9(03)V9(03).
002500 FD  WORK-FILE
002510     RECORD CONTAINS 80 CHARACTERS.
002520 01  WORK-RECORD.
002530     05  WRK-GROUP              PIC X(10).
002540     05  WRK-VALUE              PIC 9(03)V9(03).
002550     05  FILLER                 PIC X(64).
002560 FD  AUDIT-FILE
002570     RECORD CONTAINS 100 CHARACTERS.
002580     COPY AUDITREC.
002590 FD  REJECT-FILE
002600     RECORD CONTAINS 80 CHARACTERS.
002610 01  REJECT-RECORD.
002620     05  REJ-VALUE              PIC X(06).
002630     05  REJ-GROUP              PIC X(10).
002640     05  REJ-REASON             PIC X(20).
002650     05  FILLER                 PIC X(44).
002660 FD  EXCEPTION-FILE
002670     RECORD CONTAINS 80 CHARACTERS.
002680 01  EXCEPTION-RECORD.
002690     05  EXC-VALUE              PIC 9(03)V9(03).
002700     05  EXC-GROUP              PIC X(10).
002710     05  EXC-DEVIATION          PIC 9(04)V9(03).
002720     05  FILLER                 PIC X(57).
002730 FD  PARM-FILE
002740     RECORD CONTAINS 80 CHARACTERS.
002750 01  PARM-RECORD.
002760     05  PARM-SIGMA-FACTOR      PIC 9(01)V9(01).
002770     05  PARM-PCT-LOW           PIC 9(02).
002780     05  PARM-PCT-HIGH          PIC 9(02).
002790     05  FILLER                 PIC X(74).
002800 FD  STATS-FILE
002810     RECORD CONTAINS 80 CHARACTERS.
002820     COPY MMSTREC.
002830 FD  GROUP-FILE
002840     RECORD CONTAINS 80 CHARACTERS.
002850     COPY MMGRPREC.
002860 FD  TRHIST-FILE
002870     RECORD CONTAINS 80 CHARACTERS.
002880 01  TRHIST-RECORD.
002890     05  TRH-RUN-DATE           PIC 9(08).
002900     05  TRH-GROUP              PIC X(10).
002910     05  TRH-MIN                PIC 9(03)V9(03).
002920     05  TRH-MAX                PIC 9(03)V9(03).
002930     05  TRH-AVG                PIC 9(05)V9(03).
002940     05  FILLER                 PIC X(42).
002950 FD  TREND-FILE
002960     RECORD CONTAINS 80 CHARACTERS.
002970 01  TREND-RECORD.
002980     05  TRND-MINV              PIC 9(3)V9(3).
002990     05  TRND-MAXV              PIC 9(3)V9(3).
003000     05  TRND-DIRECTION         PIC X(10).
003010     05  FILLER                 PIC X(58).
003020 WORKING-STORAGE SECTION.
003030 01  WS-VALUES-STATUS           PIC X(02) VALUE "00".
003040     88  WS-VALUES-OK                     VALUE "00".
003050     88  WS-VALUES-EOF                    VALUE "10".
003060 01  WS-WORK-STATUS             PIC X(02) VALUE "00".
003070     88  WS-WORK-OK                       VALUE "00".
003080     88  WS-WORK-EOF                      VALUE "10".
003090 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
003100     88  WS-AUDIT-OK                      VALUE "00".
003110 01  WS-TREND-STATUS            PIC X(02) VALUE "00".
003120     88  WS-TREND-OK                      VALUE "00".
003130 01  WS-TRHIST-STATUS           PIC X(02) VALUE "00".
003140     88  WS-TRHIST-OK                     VALUE "00".
003150 01  WS-TRHIST-OPEN-SW          PIC X(01) VALUE "N".
003160     88  WS-TRHIST-IS-OPEN                VALUE "Y".
003170 01  WS-HAVE-PRIOR-TREND-SW     PIC X(01) VALUE "N".
003180     88  WS-HAVE-PRIOR-TREND             VALUE "Y".
003190 01  WS-PREV-MINV               PIC 9(3)V9(3) VALUE 0.
003200 01  WS-PREV-MAXV               PIC 9(3)V9(3) VALUE 0.
003210 01  WS-PREV-RANGE              PIC 9(4)V9(3) VALUE 0.
003220 01  WS-CURR-RANGE              PIC 9(4)V9(3) VALUE 0.
003230 01  WS-TREND-DIRECTION         PIC X(10) VALUE SPACES.
003240 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MINMAX'.
003250 01  WS-ERRH-FILE-NAME          PIC X(08).
003260 01  WS-ERRH-OPERATION          PIC X(06).
003270 01  WS-ERRH-SEVERITY           PIC X(02).
003280 01  WS-MSG-VALUE               PIC X(30) VALUE SPACES.
003290 01  WS-MSG-TYPE                PIC X(02).
003300 01  WS-MSG-STATUS              PIC X(02).
003310 01  WS-MSG-TEXT                PIC X(80).
003320 01  WS-MSG-LANG                PIC X(02) VALUE SPACES.
003330     COPY MSGFLDS.
003340*    THE ACCEPTED-READING COUNT IS NO LONGER A TABLE BOUND -
003350*    THE FEED STREAMS THROUGH THE SORT, SO THE COUNTER JUST
003360*    HAS TO BE WIDE ENOUGH FOR ANY NIGHT THE DISK CAN HOLD.
003370 01  WS-ACCEPT-COUNT            PIC 9(09) VALUE 0.
003380 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
003390 01  WS-RUN-DATE-NUM            PIC 9(08) VALUE 0.
003400 01  WS-REJECT-STATUS           PIC X(02) VALUE "00".
003410     88  WS-REJECT-OK                     VALUE "00".
003420 01  WS-REJ-COUNT               PIC 9(09) VALUE 0.
003430 01  WS-EXCEPTION-STATUS        PIC X(02) VALUE "00".
003440     88  WS-EXCEPTION-OK                  VALUE "00".
003450 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
003460     88  WS-PARM-OK                       VALUE "00".
003470 01  WS-SIGMA-FACTOR            PIC 9(01)V9(01) VALUE 2.0.
003480 01  WS-SQ-TOTAL                PIC 9(13)V9(06) VALUE 0.
003490 01  WS-VARIANCE                PIC 9(09)V9(06) VALUE 0.
003500 01  WS-STD-DEV                 PIC 9(05)V9(03) VALUE 0.
003510 01  WS-DEV                     PIC S9(04)V9(03) VALUE 0.
003520 01  WS-BAND-LOW                PIC S9(07)V9(03) VALUE 0.
003530 01  WS-BAND-HIGH               PIC S9(07)V9(03) VALUE 0.
003540 01  WS-EXC-COUNT               PIC 9(09) VALUE 0.
003550 01  WS-STATS-STATUS            PIC X(02) VALUE "00".
003560     88  WS-STATS-OK                      VALUE "00".
003570 01  WS-STATS-NAME              PIC X(16)
003580         VALUE 'MMSTATS.00000000'.
003590 01  WS-STATS-NAME-R REDEFINES WS-STATS-NAME.
003600     05  FILLER                 PIC X(08).
003610     05  WS-STATS-GEN-DATE      PIC 9(08).
003620 01  WS-GRP-COUNT               PIC 9(09) VALUE 0.
003630 01  WS-GRP-TOTAL               PIC 9(07)V9(03) VALUE 0.
003640 01  WS-GRP-AVG                 PIC 9(05)V9(03) VALUE 0.
003650 01  WS-TRL-FOUND-SW            PIC X(01) VALUE "N".
003660     88  WS-TRL-FOUND                     VALUE "Y".
003670 01  WS-TRL-BAD-SW              PIC X(01) VALUE "N".
003680     88  WS-TRL-BAD                       VALUE "Y".
003690 01  WS-TRL-EXP-COUNT           PIC 9(09) VALUE 0.
003700 01  WS-TRL-EXP-HASH            PIC 9(13) VALUE 0.
003710 01  WS-FD-HASH                 PIC 9(13) VALUE 0.
003720 01  WS-PCT-LOW                 PIC 9(02) VALUE 5.
003730 01  WS-PCT-HIGH                PIC 9(02) VALUE 95.
003740 01  WS-GRP-MEDIAN              PIC 9(03)V9(03) VALUE 0.
003750 01  WS-GRP-PLOW                PIC 9(03)V9(03) VALUE 0.
003760 01  WS-GRP-PHIGH               PIC 9(03)V9(03) VALUE 0.
003770 01  WS-BAT-MEDIAN              PIC 9(03)V9(03) VALUE 0.
003780 01  WS-BAT-PLOW                PIC 9(03)V9(03) VALUE 0.
003790 01  WS-BAT-PHIGH               PIC 9(03)V9(03) VALUE 0.
003800 01  WS-PCT-IDX                 PIC 9(09) VALUE 0.
003810 01  WS-MED-SUB                 PIC 9(05) VALUE 0.
003820 01  WS-N-HALF                  PIC 9(09) VALUE 0.
003830 01  WS-N-REM                   PIC 9(09) VALUE 0.
003840*    THE ONE REMAINING BUFFER: THE CURRENT GROUP'S VALUES,
003850*    ALREADY IN ASCENDING ORDER OFF THE SORT, SO THE GROUP
003860*    MEDIAN AND PERCENTILES CAN BE PICKED BY POSITION. A
003870*    GROUP PAST 10,000 READINGS KEEPS EXACT MIN/MAX/AVERAGE
003880*    AND GETS ITS POSITIONAL STATISTICS OVER THE BUFFERED
003890*    LOW END, WITH A WARNING SAYING SO.
003900 01  WS-GV-TABLE.
003910     05  WS-GV-VALUE OCCURS 10000 TIMES
003920                                PIC 9(03)V9(03).
003930 01  WS-GV-COUNT                PIC 9(05) VALUE 0.
003940 01  WS-GV-WARNED-SW            PIC X(01) VALUE "N".
003950     88  WS-GV-WARNED                     VALUE "Y".
003960*    BATCH-PERCENTILE PICKING DURING THE VALUE-ORDER PASS:
003970*    THE TARGET POSITIONS ARE COMPUTED UP FRONT AND EACH
003980*    RETURNED RECORD'S POSITION IS COMPARED AGAINST THEM.
003990 01  WS-VP-POS                  PIC 9(09) VALUE 0.
004000 01  WS-VP-MED1-POS             PIC 9(09) VALUE 0.
004010 01  WS-VP-MED2-POS             PIC 9(09) VALUE 0.
004020 01  WS-VP-LOW-POS              PIC 9(09) VALUE 0.
004030 01  WS-VP-HIGH-POS             PIC 9(09) VALUE 0.
004040 01  WS-VP-MED1-VAL             PIC 9(03)V9(03) VALUE 0.
004050 01  WS-SORT-DONE-SW            PIC X(01) VALUE "N".
004060     88  WS-SORT-DONE                     VALUE "Y".
004070 01  MINV   PIC 9(3)V9(3) VALUE 0.
004080 01  MAXV   PIC 9(3)V9(3) VALUE 0.
004090 01  WS-GRP-MINV PIC 9(3)V9(3) VALUE 0.
004100 01  WS-GRP-MAXV PIC 9(3)V9(3) VALUE 0.
004110 01  WS-PREV-GROUP PIC X(10) VALUE SPACES.
004120 01  WS-FIRST-REC     PIC X(01) VALUE "Y".
004130     88  WS-IS-FIRST-REC         VALUE "Y".
004140 01  WS-GRP-FIRST-REC PIC X(01) VALUE "Y".
004150     88  WS-IS-GRP-FIRST-REC     VALUE "Y".
004160 01  WS-TOTAL   PIC 9(7)V9(3) VALUE 0.
004170 01  WS-AVERAGE PIC 9(5)V9(3) VALUE 0.
004180 01  WS-GROUP-STATUS            PIC X(02) VALUE "00".
004190     88  WS-GROUP-OK                      VALUE "00".
004200*    THE GROUP MASTER, LOADED ONCE: EVERY READING'S GROUP IS
004210*    CHECKED AGAINST IT AND EVERY GROUP'S CATEGORY CHAIN IS
004220*    CLIMBED THROUGH IT.
004230 01  WS-GM-TABLE.
004240     05  WS-GM-ENTRY OCCURS 200 TIMES.
004250         10  WS-GM-CODE         PIC X(10).
004260         10  WS-GM-TYPE         PIC X(01).
004270         10  WS-GM-ACTIVE       PIC X(01).
004280         10  WS-GM-PARENT       PIC X(10).
004290 01  WS-GM-COUNT                PIC 9(03) VALUE 0.
004300 01  WS-GM-SUB                  PIC 9(03) VALUE 0.
004310 01  WS-GM-FOUND-SUB            PIC 9(03) VALUE 0.
004320 01  WS-GM-LOOK-CODE            PIC X(10) VALUE SPACES.
004330 01  WS-GM-LOADED-SW            PIC X(01) VALUE "N".
004340     88  WS-GM-LOADED                     VALUE "Y".
004350 01  WS-GROUP-OK-SW             PIC X(01) VALUE "Y".
004360     88  WS-GROUP-ACCEPTED                VALUE "Y".
004370*    ONE SLOT PER CATEGORY ANY ACCEPTED GROUP ROLLS UP INTO,
004380*    AT EVERY LEVEL OF ITS CHAIN. LEVEL 1 IS A TOP CATEGORY.
004390 01  WS-CT-TABLE.
004400     05  WS-CT-ENTRY OCCURS 100 TIMES.
004410         10  WS-CT-CODE         PIC X(10).
004420         10  WS-CT-LEVEL        PIC 9(02).
004430         10  WS-CT-COUNT        PIC 9(09).
004440         10  WS-CT-MIN          PIC 9(03)V9(03).
004450         10  WS-CT-MAX          PIC 9(03)V9(03).
004460         10  WS-CT-TOTAL        PIC 9(07)V9(03).
004470 01  WS-CT-USED                 PIC 9(03) VALUE 0.
004480 01  WS-CT-SUB                  PIC 9(03) VALUE 0.
004490 01  WS-CT-FOUND-SUB            PIC 9(03) VALUE 0.
004500 01  WS-CT-MAX-LEVEL            PIC 9(02) VALUE 0.
004510 01  WS-CT-PRINT-LEVEL          PIC 9(02) VALUE 0.
004520 01  WS-CT-AVG                  PIC 9(05)V9(03) VALUE 0.
004530 01  WS-CHAIN-CODE              PIC X(10) VALUE SPACES.
004540 01  WS-CHAIN-STEPS             PIC 9(03) VALUE 0.
004550 01  WS-LEVEL-CODE              PIC X(10) VALUE SPACES.
004560 01  WS-LEVEL-DEPTH             PIC 9(02) VALUE 0.
004570     COPY RPTHDFT.
004580 01  WS-RUN-ID                  PIC 9(04) VALUE 0.
004590 PROCEDURE DIVISION.
004600 MAIN.
004610     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
004620     MOVE WS-RUN-DATE-NUM TO WS-STATS-GEN-DATE.
004630     PERFORM 0600-READ-PARM THRU 0600-EXIT.
004640     PERFORM 0650-LOAD-GROUPS THRU 0650-EXIT.
004650     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
004660     OPEN OUTPUT STATS-FILE.
004670     PERFORM 0700-OPEN-TRHIST THRU 0700-EXIT.
004680*    PASS ONE: THE FEED STREAMS THROUGH THE SORT IN GROUP/
004690*    VALUE ORDER AND STRAIGHT INTO THE CONTROL BREAK - NO
004700*    TABLE, NO CEILING. THE ACCEPTED READINGS ARE ECHOED TO
004710*    THE WORK FILE FOR THE VALUE-ORDER PASS.
004720     SORT SORT-FILE
004730         ON ASCENDING KEY SREC-GROUP SREC-VALUE
004740         INPUT PROCEDURE IS 1000-LOAD-VALUES
004750             THRU 1000-EXIT
004760         OUTPUT PROCEDURE IS 2000-GROUP-BREAK
004770             THRU 2000-EXIT.
004780     IF WS-CT-USED > 0
004790         PERFORM 1840-PRINT-CATEGORIES THRU 1840-EXIT.
004800     IF WS-ACCEPT-COUNT > 0
004810         COMPUTE WS-AVERAGE ROUNDED =
004820             WS-TOTAL / WS-ACCEPT-COUNT.
004830     DISPLAY 'MIN:     ' MINV.
004840     DISPLAY 'MAX:     ' MAXV.
004850     DISPLAY 'TOTAL:   ' WS-TOTAL.
004860     DISPLAY 'AVERAGE: ' WS-AVERAGE.
004870     IF WS-ACCEPT-COUNT > 0
004880         PERFORM 2900-COMPUTE-STDDEV THRU 2900-EXIT.
004890*    PASS TWO: THE SAME ACCEPTED READINGS IN PURE VALUE
004900*    ORDER, FOR THE BATCH MEDIAN/PERCENTILES (PICKED BY
004910*    POSITION) AND THE SIGMA-BAND OUTLIER FLAGGING.
004920     IF WS-ACCEPT-COUNT > 0
004930         PERFORM 2940-SET-TARGETS THRU 2940-EXIT
004940         SORT SORT-FILE
004950             ON ASCENDING KEY SREC-VALUE
004960             USING WORK-FILE
004970             OUTPUT PROCEDURE IS 2950-VALUE-PASS
004980                 THRU 2950-EXIT
004990         DISPLAY 'MEDIAN:  ' WS-BAT-MEDIAN
005000         DISPLAY 'PCT LOW  (P' WS-PCT-LOW '): ' WS-BAT-PLOW
005010         DISPLAY 'PCT HIGH (P' WS-PCT-HIGH '): ' WS-BAT-PHIGH
005020         DISPLAY 'MINMAX: ' WS-EXC-COUNT
005030             ' STATISTICAL EXCEPTION(S) FLAGGED.'.
005040     IF WS-ACCEPT-COUNT > 0
005050         PERFORM 1850-WRITE-GRAND-STATS THRU 1850-EXIT.
005060     CLOSE STATS-FILE.
005070     IF WS-TRHIST-IS-OPEN
005080         CLOSE TRHIST-FILE.
005090     IF WS-ACCEPT-COUNT > 0
005100         PERFORM 1900-READ-PRIOR-TREND THRU 1900-EXIT
005110         PERFORM 1910-COMPARE-TREND THRU 1910-EXIT
005120         PERFORM 1920-WRITE-TREND THRU 1920-EXIT.
005130     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
005140     IF WS-TRL-BAD
005150         MOVE 4 TO RETURN-CODE
005160     ELSE
005170         MOVE 0 TO RETURN-CODE.
005180     GOBACK.
005190*----------------------------------------------------------*
005200* 1000-LOAD-VALUES - SORT INPUT PROCEDURE: READ THE DAILY   *
005210* FEED, APPLY THE SAME EDITS AS ALWAYS (NUMERIC VALUE,      *
005220* NON-BLANK GROUP, REJECTS TO MMREJ, TRAILER CAPTURED AND   *
005230* VERIFIED), AND RELEASE EACH ACCEPTED READING TO THE SORT  *
005240* WHILE ECHOING IT TO THE WORK FILE FOR PASS TWO. A         *
005250* MISSING FEED RELEASES NOTHING AND THE RUN REPORTS ZEROS.  *
005260*----------------------------------------------------------*
005270 1000-LOAD-VALUES.
005280     OPEN INPUT VALUES-FILE.
005290     IF NOT WS-VALUES-OK
005300         GO TO 1000-EXIT.
005310     OPEN OUTPUT REJECT-FILE.
005320     OPEN OUTPUT WORK-FILE.
005330 1010-READ-NEXT.
005340     READ VALUES-FILE
005350         AT END
005360             GO TO 1090-LOAD-DONE.
005370*    THE SENDER'S CONTROL TRAILER IS NOT A READING - CAPTURE
005380*    ITS COUNT AND HASH FOR THE END-OF-LOAD VERIFICATION.
005390     IF VAL-TRL-PRESENT
005400         MOVE "Y" TO WS-TRL-FOUND-SW
005410         IF VAL-TRL-RECORD-COUNT NUMERIC
005420             MOVE VAL-TRL-RECORD-COUNT TO WS-TRL-EXP-COUNT
005430         END-IF
005440         IF VAL-TRL-HASH-TOTAL NUMERIC
005450             MOVE VAL-TRL-HASH-TOTAL TO WS-TRL-EXP-HASH
005460         END-IF
005470         GO TO 1010-READ-NEXT.
005480     ADD 1 TO WS-READ-COUNT.
005490     IF VAL-IN-VALUE-X NOT NUMERIC
005500         MOVE 'NON-NUMERIC VALUE' TO REJ-REASON
005510         PERFORM 1050-WRITE-REJECT THRU 1050-EXIT
005520         GO TO 1010-READ-NEXT.
005530     COMPUTE WS-FD-HASH =
005540         WS-FD-HASH + (VAL-IN-VALUE * 1000).
005550     IF VAL-IN-GROUP = SPACES
005560         MOVE 'BLANK GROUP' TO REJ-REASON
005570         PERFORM 1050-WRITE-REJECT THRU 1050-EXIT
005580         GO TO 1010-READ-NEXT.
005590     PERFORM 1060-CHECK-GROUP THRU 1060-EXIT.
005600     IF NOT WS-GROUP-ACCEPTED
005610         GO TO 1010-READ-NEXT.
005620     ADD 1 TO WS-ACCEPT-COUNT.
005630     MOVE VAL-IN-GROUP TO SREC-GROUP.
005640     MOVE VAL-IN-VALUE TO SREC-VALUE.
005650     RELEASE SREC.
005660     MOVE SPACES TO WORK-RECORD.
005670     MOVE VAL-IN-GROUP TO WRK-GROUP.
005680     MOVE VAL-IN-VALUE TO WRK-VALUE.
005690     WRITE WORK-RECORD.
005700     IF NOT WS-WORK-OK
005710         MOVE 'MMSORTWK' TO WS-ERRH-FILE-NAME
005720         MOVE 'WRITE' TO WS-ERRH-OPERATION
005730         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
005740             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
005750             WS-WORK-STATUS WS-ERRH-SEVERITY.
005760     GO TO 1010-READ-NEXT.
005770 1090-LOAD-DONE.
005780     CLOSE VALUES-FILE.
005790     CLOSE REJECT-FILE.
005800     CLOSE WORK-FILE.
005810     DISPLAY 'MINMAX: READ ' WS-READ-COUNT
005820         ' ACCEPTED ' WS-ACCEPT-COUNT
005830         ' REJECTED ' WS-REJ-COUNT.
005840     PERFORM 1095-VERIFY-TRAILER THRU 1095-EXIT.
005850 1000-EXIT.
005860     EXIT.
005870*----------------------------------------------------------*
005880* 1095-VERIFY-TRAILER - THE FEED'S CONTROL TRAILER MUST BE  *
005890* PRESENT AND ITS COUNT AND HASH MUST MATCH WHAT WAS        *
005900* ACTUALLY READ. A FAILURE FLAGS THE RUN (WARNING RETURN    *
005910* CODE, AUDIT STATUS 04) - THE STATISTICS STILL PRINT, BUT  *
005920* NOBODY TREATS THE NIGHT AS CLEAN.                         *
005930*----------------------------------------------------------*
005940 1095-VERIFY-TRAILER.
005950     IF NOT WS-TRL-FOUND
005960         DISPLAY 'MINMAX: *** NO CONTROL TRAILER ON '
005970             'MMVALUES - FEED MAY BE TRUNCATED'
005980         MOVE "Y" TO WS-TRL-BAD-SW
005990         GO TO 1095-EXIT.
006000     IF WS-TRL-EXP-COUNT NOT = WS-READ-COUNT
006010         DISPLAY 'MINMAX: *** TRAILER COUNT '
006020             WS-TRL-EXP-COUNT ' BUT ' WS-READ-COUNT
006030             ' RECORD(S) READ'
006040         MOVE "Y" TO WS-TRL-BAD-SW.
006050     IF WS-TRL-EXP-HASH NOT = WS-FD-HASH
006060         DISPLAY 'MINMAX: *** TRAILER HASH '
006070             WS-TRL-EXP-HASH ' BUT ' WS-FD-HASH
006080             ' COMPUTED'
006090         MOVE "Y" TO WS-TRL-BAD-SW.
006100 1095-EXIT.
006110     EXIT.
006120*----------------------------------------------------------*
006130* 1050-WRITE-REJECT - ONE RECORD TO THE REJECT FILE FOR A    *
006140* READING THAT FAILED THE EDIT, WITH THE REASON ALREADY SET  *
006150* BY THE CALLER. THE READING NEVER REACHES THE STATISTICS.   *
006160*----------------------------------------------------------*
006170 1050-WRITE-REJECT.
006180     MOVE VAL-IN-VALUE-X TO REJ-VALUE.
006190     MOVE VAL-IN-GROUP TO REJ-GROUP.
006200     MOVE SPACES TO REJECT-RECORD (37 : 44).
006210     WRITE REJECT-RECORD.
006220     IF NOT WS-REJECT-OK
006230         MOVE 'MMREJ' TO WS-ERRH-FILE-NAME
006240         MOVE 'WRITE' TO WS-ERRH-OPERATION
006250         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
006260             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
006270             WS-REJECT-STATUS WS-ERRH-SEVERITY.
006280     ADD 1 TO WS-REJ-COUNT.
006290     MOVE SPACES TO WS-MSG-VALUE.
006300     STRING REJ-REASON DELIMITED BY '  '
006310         ' ' DELIMITED BY SIZE
006320         REJ-VALUE DELIMITED BY SIZE
006330         '/' DELIMITED BY SIZE
006340         REJ-GROUP DELIMITED BY SPACE
006350         INTO WS-MSG-VALUE.
006360     MOVE "MR" TO WS-MSG-TYPE.
006370     CALL 'SUBSUB' USING WS-MSG-VALUE WS-MSG-TYPE
006380         WS-MSG-STATUS WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS.
006390 1050-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 1060-CHECK-GROUP - THE READING'S GROUP MUST BE ON THE    *
006430* GROUP MASTER, BE A READING GROUP RATHER THAN A CATEGORY, *
006440* AND BE ACTIVE. A FAILURE GOES TO MMREJ WITH ITS REASON   *
006450* LIKE ANY OTHER EDIT. NO LOADED MASTER MEANS NO CHECK -   *
006460* THE LONG-STANDING FREE-FORM BEHAVIOR.                    *
006470*----------------------------------------------------------*
006480 1060-CHECK-GROUP.
006490     MOVE "Y" TO WS-GROUP-OK-SW.
006500     IF NOT WS-GM-LOADED
006510         GO TO 1060-EXIT.
006520     MOVE VAL-IN-GROUP TO WS-GM-LOOK-CODE.
006530     PERFORM 0680-FIND-GROUP THRU 0680-EXIT.
006540     IF WS-GM-FOUND-SUB = 0
006550         MOVE 'UNKNOWN GROUP' TO REJ-REASON
006560         GO TO 1070-REJECT-GROUP.
006570     IF WS-GM-TYPE (WS-GM-FOUND-SUB) NOT = 'G'
006580         MOVE 'GROUP IS CATEGORY' TO REJ-REASON
006590         GO TO 1070-REJECT-GROUP.
006600     IF WS-GM-ACTIVE (WS-GM-FOUND-SUB) NOT = 'A'
006610         MOVE 'INACTIVE GROUP' TO REJ-REASON
006620         GO TO 1070-REJECT-GROUP.
006630     GO TO 1060-EXIT.
006640 1070-REJECT-GROUP.
006650     MOVE "N" TO WS-GROUP-OK-SW.
006660     PERFORM 1050-WRITE-REJECT THRU 1050-EXIT.
006670 1060-EXIT.
006680     EXIT.
006690*----------------------------------------------------------*
006700* 0600-READ-PARM - READ MMPARM ONCE UP FRONT: THE SIGMA     *
006710* BAND FACTOR (AS BEFORE) PLUS THE LOW/HIGH PERCENTILE      *
006720* CHOICES. A MISSING CARD OR BLANK COLUMNS LEAVE THE        *
006730* COMPILED-IN DEFAULTS (2.0 SIGMAS, P05/P95).               *
006740*----------------------------------------------------------*
006750 0600-READ-PARM.
006760     OPEN INPUT PARM-FILE.
006770     IF NOT WS-PARM-OK
006780         GO TO 0600-EXIT.
006790     READ PARM-FILE.
006800     IF WS-PARM-OK
006810         IF PARM-SIGMA-FACTOR NUMERIC
006820             AND PARM-SIGMA-FACTOR > 0
006830             MOVE PARM-SIGMA-FACTOR TO WS-SIGMA-FACTOR
006840         END-IF
006850         IF PARM-PCT-LOW NUMERIC AND PARM-PCT-LOW > 0
006860             MOVE PARM-PCT-LOW TO WS-PCT-LOW
006870         END-IF
006880         IF PARM-PCT-HIGH NUMERIC AND PARM-PCT-HIGH > 0
006890             MOVE PARM-PCT-HIGH TO WS-PCT-HIGH
006900         END-IF
006910     END-IF.
006920     CLOSE PARM-FILE.
006930 0600-EXIT.
006940     EXIT.
006950*----------------------------------------------------------*
006960* 0650-LOAD-GROUPS - LOAD THE GROUP MASTER (MMGROUP, BUILT *
006970* BY MMGRPMT) INTO THE REFERENCE TABLE FOR THE RUN. A      *
006980* MISSING MASTER MEANS NO GROUP VALIDATION AND NO CATEGORY *
006990* ROLL-UP - SAID ONCE, SO THE SHOP KNOWS.                  *
007000*----------------------------------------------------------*
007010 0650-LOAD-GROUPS.
007020     OPEN INPUT GROUP-FILE.
007030     IF NOT WS-GROUP-OK
007040         DISPLAY 'MINMAX: GROUP MASTER UNAVAILABLE - GROUP '
007050             'VALIDATION AND CATEGORY ROLL-UP SKIPPED'
007060         GO TO 0650-EXIT.
007070 0660-READ-NEXT.
007080     READ GROUP-FILE NEXT RECORD
007090         AT END
007100             GO TO 0670-LOAD-DONE.
007110     IF WS-GM-COUNT < 200
007120         ADD 1 TO WS-GM-COUNT
007130         MOVE GRP-CODE TO WS-GM-CODE (WS-GM-COUNT)
007140         MOVE GRP-TYPE TO WS-GM-TYPE (WS-GM-COUNT)
007150         MOVE GRP-ACTIVE TO WS-GM-ACTIVE (WS-GM-COUNT)
007160         MOVE GRP-PARENT TO WS-GM-PARENT (WS-GM-COUNT)
007170     ELSE
007180         DISPLAY 'MINMAX: GROUP TABLE FULL - '
007190             GRP-CODE ' IGNORED'.
007200     GO TO 0660-READ-NEXT.
007210 0670-LOAD-DONE.
007220     CLOSE GROUP-FILE.
007230     IF WS-GM-COUNT > 0
007240         MOVE "Y" TO WS-GM-LOADED-SW.
007250 0650-EXIT.
007260     EXIT.
007270*----------------------------------------------------------*
007280* 0680-FIND-GROUP - LOOK WS-GM-LOOK-CODE UP IN THE LOADED  *
007290* GROUP MASTER TABLE; WS-GM-FOUND-SUB IS ZERO WHEN IT IS   *
007300* ABSENT.                                                  *
007310*----------------------------------------------------------*
007320 0680-FIND-GROUP.
007330     MOVE 0 TO WS-GM-FOUND-SUB.
007340     MOVE 1 TO WS-GM-SUB.
007350 0690-FIND-NEXT.
007360     IF WS-GM-SUB > WS-GM-COUNT
007370         GO TO 0680-EXIT.
007380     IF WS-GM-CODE (WS-GM-SUB) = WS-GM-LOOK-CODE
007390         MOVE WS-GM-SUB TO WS-GM-FOUND-SUB
007400         GO TO 0680-EXIT.
007410     ADD 1 TO WS-GM-SUB.
007420     GO TO 0690-FIND-NEXT.
007430 0680-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460* 0700-OPEN-TRHIST - OPEN THE TREND HISTORY FILE FOR THE    *
007470* RUN'S APPENDS. SAME EXTEND-WITH-OUTPUT-FALLBACK OPEN THE  *
007480* AUDITLOG WRITERS USE; A FAILURE LEAVES THE SWITCH OFF     *
007490* AND THE RUN SIMPLY DOES NOT RECORD TREND HISTORY.         *
007500*----------------------------------------------------------*
007510 0700-OPEN-TRHIST.
007520     OPEN EXTEND TRHIST-FILE.
007530     IF NOT WS-TRHIST-OK
007540         CLOSE TRHIST-FILE
007550         OPEN OUTPUT TRHIST-FILE.
007560     IF WS-TRHIST-OK
007570         MOVE "Y" TO WS-TRHIST-OPEN-SW
007580     ELSE
007590         DISPLAY 'MINMAX: TREND HISTORY UNAVAILABLE - '
007600             'THIS RUN WILL NOT BE RECORDED'.
007610 0700-EXIT.
007620     EXIT.
007630*----------------------------------------------------------*
007640* 2000-GROUP-BREAK - SORT OUTPUT PROCEDURE: THE READINGS    *
007650* RETURN IN GROUP/VALUE ORDER AND FLOW THROUGH THE SAME     *
007660* CONTROL BREAK AS EVER - GROUP CHANGE PRINTS THE PRIOR     *
007670* GROUP'S SUBTOTAL - WHILE THE GRAND MIN/MAX/TOTAL AND THE  *
007680* SUM OF SQUARES (FOR THE STANDARD DEVIATION) ACCUMULATE    *
007690* AND THE GROUP'S VALUES FILL THE POSITIONAL BUFFER.        *
007700*----------------------------------------------------------*
007710 2000-GROUP-BREAK.
007720 2010-RETURN-NEXT.
007730     RETURN SORT-FILE
007740         AT END
007750             GO TO 2090-BREAK-DONE.
007760     IF SREC-GROUP NOT EQUAL TO WS-PREV-GROUP
007770         IF WS-PREV-GROUP NOT EQUAL TO SPACES
007780             PERFORM 1800-PRINT-GROUP THRU 1800-EXIT
007790         END-IF
007800         MOVE 0 TO WS-GRP-MINV
007810         MOVE 0 TO WS-GRP-MAXV
007820         MOVE 0 TO WS-GRP-COUNT
007830         MOVE 0 TO WS-GRP-TOTAL
007840         MOVE 0 TO WS-GV-COUNT
007850         MOVE "N" TO WS-GV-WARNED-SW
007860         MOVE "Y" TO WS-GRP-FIRST-REC
007870         MOVE SREC-GROUP TO WS-PREV-GROUP
007880     END-IF.
007890     IF WS-IS-FIRST-REC
007900         MOVE SREC-VALUE TO MINV
007910         MOVE SREC-VALUE TO MAXV
007920         MOVE "N" TO WS-FIRST-REC
007930     ELSE
007940         IF SREC-VALUE > MAXV THEN
007950            MOVE SREC-VALUE TO MAXV
007960         END-IF
007970         IF SREC-VALUE < MINV THEN
007980            MOVE SREC-VALUE TO MINV
007990         END-IF
008000     END-IF.
008010     IF WS-IS-GRP-FIRST-REC
008020         MOVE SREC-VALUE TO WS-GRP-MINV
008030         MOVE SREC-VALUE TO WS-GRP-MAXV
008040         MOVE "N" TO WS-GRP-FIRST-REC
008050     ELSE
008060         IF SREC-VALUE > WS-GRP-MAXV THEN
008070            MOVE SREC-VALUE TO WS-GRP-MAXV
008080         END-IF
008090         IF SREC-VALUE < WS-GRP-MINV THEN
008100            MOVE SREC-VALUE TO WS-GRP-MINV
008110         END-IF
008120     END-IF.
008130     ADD SREC-VALUE TO WS-TOTAL.
008140     ADD SREC-VALUE TO WS-GRP-TOTAL.
008150     ADD 1 TO WS-GRP-COUNT.
008160     COMPUTE WS-SQ-TOTAL =
008170         WS-SQ-TOTAL + (SREC-VALUE * SREC-VALUE).
008180     IF WS-GV-COUNT < 10000
008190         ADD 1 TO WS-GV-COUNT
008200         MOVE SREC-VALUE TO WS-GV-VALUE (WS-GV-COUNT)
008210     ELSE
008220*        WARNED ONCE PER OVERSIZED GROUP - THE SWITCH IS
008230*        RESET AT EVERY GROUP CHANGE.
008240         IF NOT WS-GV-WARNED
008250             MOVE "Y" TO WS-GV-WARNED-SW
008260             DISPLAY 'MINMAX: GROUP ' SREC-GROUP
008270                 ' PAST THE 10000-VALUE BUFFER - ITS '
008280                 'MEDIAN/PERCENTILES COVER THE LOW END'.
008290     GO TO 2010-RETURN-NEXT.
008300 2090-BREAK-DONE.
008310     IF WS-PREV-GROUP NOT = SPACES
008320         PERFORM 1800-PRINT-GROUP THRU 1800-EXIT.
008330 2000-EXIT.
008340     EXIT.
008350*----------------------------------------------------------*
008360* 1800-PRINT-GROUP - SUBTOTAL LINE FOR THE GROUP JUST       *
008370* COMPLETED, SHOWING ITS MIN/MAX BEFORE MOVING TO THE NEXT. *
008380*----------------------------------------------------------*
008390 1800-PRINT-GROUP.
008400     PERFORM 1820-GROUP-PERCENTILES THRU 1820-EXIT.
008410     DISPLAY 'GROUP ' WS-PREV-GROUP
008420         ' MIN: ' WS-GRP-MINV ' MAX: ' WS-GRP-MAXV
008430         ' MED: ' WS-GRP-MEDIAN
008440         ' PL: ' WS-GRP-PLOW ' PH: ' WS-GRP-PHIGH.
008450     MOVE SPACES TO STATS-RECORD.
008460     SET STAT-IS-GROUP TO TRUE.
008470     MOVE WS-PREV-GROUP TO STAT-GROUP.
008480*    STAT-COUNT STAYS PIC 9(04) FOR EXISTING READERS - A
008490*    BIGGER GROUP IS CAPPED THERE, NEVER TRUNCATED, AND THE
008500*    TRUE COUNT RIDES IN STAT-FULL-COUNT.
008510     IF WS-GRP-COUNT > 9999
008520         MOVE 9999 TO STAT-COUNT
008530         DISPLAY 'MINMAX: *** STATS COUNT CAPPED AT 9999 '
008540             'FOR ' WS-PREV-GROUP
008550             ' - SEE STAT-FULL-COUNT'
008560     ELSE
008570         MOVE WS-GRP-COUNT TO STAT-COUNT.
008580     MOVE WS-GRP-COUNT TO STAT-FULL-COUNT.
008590     MOVE WS-GRP-MINV TO STAT-MIN.
008600     MOVE WS-GRP-MAXV TO STAT-MAX.
008610     MOVE WS-GRP-TOTAL TO STAT-TOTAL.
008620     IF WS-GRP-COUNT > 0
008630         COMPUTE WS-GRP-AVG ROUNDED =
008640             WS-GRP-TOTAL / WS-GRP-COUNT
008650     ELSE
008660         MOVE 0 TO WS-GRP-AVG.
008670     MOVE WS-GRP-AVG TO STAT-AVG.
008680     MOVE WS-GRP-MEDIAN TO STAT-MEDIAN.
008690     MOVE WS-GRP-PLOW TO STAT-PCT-LOW.
008700     MOVE WS-GRP-PHIGH TO STAT-PCT-HIGH.
008710     IF WS-TRHIST-IS-OPEN
008720         MOVE SPACES TO TRHIST-RECORD
008730         MOVE WS-RUN-DATE-NUM TO TRH-RUN-DATE
008740         MOVE WS-PREV-GROUP TO TRH-GROUP
008750         MOVE WS-GRP-MINV TO TRH-MIN
008760         MOVE WS-GRP-MAXV TO TRH-MAX
008770         MOVE WS-GRP-AVG TO TRH-AVG
008780         WRITE TRHIST-RECORD
008790     END-IF.
008800     WRITE STATS-RECORD.
008810     IF NOT WS-STATS-OK
008820         MOVE 'MMSTATS' TO WS-ERRH-FILE-NAME
008830         MOVE 'WRITE' TO WS-ERRH-OPERATION
008840         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
008850             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
008860             WS-STATS-STATUS WS-ERRH-SEVERITY.
008870     PERFORM 1830-ROLL-CATEGORIES THRU 1830-EXIT.
008880 1800-EXIT.
008890     EXIT.
008900*----------------------------------------------------------*
008910* 1820-GROUP-PERCENTILES - POSITIONAL STATISTICS FOR THE    *
008920* GROUP JUST COMPLETED, PICKED FROM ITS VALUE BUFFER (THE   *
008930* SORT DELIVERED THE VALUES ASCENDING). MEDIAN IS THE       *
008940* MIDDLE VALUE (MEAN OF THE TWO MIDDLES ON AN EVEN COUNT);  *
008950* A PERCENTILE IS THE VALUE AT THE CEILING OF               *
008960* PCT * COUNT / 100, FLOORED AT THE FIRST ENTRY.            *
008970*----------------------------------------------------------*
008980 1820-GROUP-PERCENTILES.
008990     MOVE 0 TO WS-GRP-MEDIAN.
009000     MOVE 0 TO WS-GRP-PLOW.
009010     MOVE 0 TO WS-GRP-PHIGH.
009020     IF WS-GV-COUNT = 0
009030         GO TO 1820-EXIT.
009040     DIVIDE WS-GV-COUNT BY 2
009050         GIVING WS-N-HALF REMAINDER WS-N-REM.
009060     IF WS-N-REM = 1
009070         COMPUTE WS-MED-SUB = WS-N-HALF + 1
009080         MOVE WS-GV-VALUE (WS-MED-SUB) TO WS-GRP-MEDIAN
009090     ELSE
009100         MOVE WS-N-HALF TO WS-MED-SUB
009110         COMPUTE WS-GRP-MEDIAN ROUNDED =
009120             (WS-GV-VALUE (WS-MED-SUB) +
009130              WS-GV-VALUE (WS-MED-SUB + 1)) / 2
009140     END-IF.
009150     COMPUTE WS-PCT-IDX =
009160         (WS-PCT-LOW * WS-GV-COUNT + 99) / 100.
009170     IF WS-PCT-IDX < 1
009180         MOVE 1 TO WS-PCT-IDX.
009190     MOVE WS-GV-VALUE (WS-PCT-IDX) TO WS-GRP-PLOW.
009200     COMPUTE WS-PCT-IDX =
009210         (WS-PCT-HIGH * WS-GV-COUNT + 99) / 100.
009220     IF WS-PCT-IDX < 1
009230         MOVE 1 TO WS-PCT-IDX.
009240     IF WS-PCT-IDX > WS-GV-COUNT
009250         MOVE WS-GV-COUNT TO WS-PCT-IDX.
009260     MOVE WS-GV-VALUE (WS-PCT-IDX) TO WS-GRP-PHIGH.
009270 1820-EXIT.
009280     EXIT.
009290*----------------------------------------------------------*
009300* 1830-ROLL-CATEGORIES - CLIMB THE GROUP JUST COMPLETED UP *
009310* ITS CHAIN OF PARENT CATEGORIES AND FOLD ITS COUNT, TOTAL *
009320* AND EXTREMES INTO EVERY CATEGORY ON THE WAY, SO EACH     *
009330* LEVEL'S SUBTOTAL COVERS EVERYTHING BENEATH IT. MMGRPMT   *
009340* KEEPS LOOPS OFF THE MASTER; THE CLIMB IS STILL BOUNDED   *
009350* BY THE NUMBER OF ENTRIES.                                *
009360*----------------------------------------------------------*
009370 1830-ROLL-CATEGORIES.
009380     IF NOT WS-GM-LOADED
009390         GO TO 1830-EXIT.
009400     MOVE WS-PREV-GROUP TO WS-GM-LOOK-CODE.
009410     PERFORM 0680-FIND-GROUP THRU 0680-EXIT.
009420     IF WS-GM-FOUND-SUB = 0
009430         GO TO 1830-EXIT.
009440     MOVE WS-GM-PARENT (WS-GM-FOUND-SUB) TO WS-CHAIN-CODE.
009450     MOVE 0 TO WS-CHAIN-STEPS.
009460 1831-CLIMB.
009470     IF WS-CHAIN-CODE = SPACES
009480         GO TO 1830-EXIT.
009490     ADD 1 TO WS-CHAIN-STEPS.
009500     IF WS-CHAIN-STEPS > WS-GM-COUNT
009510         GO TO 1830-EXIT.
009520     PERFORM 1835-FIND-CATEGORY THRU 1835-EXIT.
009530     IF WS-CT-FOUND-SUB = 0
009540         GO TO 1830-EXIT.
009550     IF WS-CT-COUNT (WS-CT-FOUND-SUB) = 0
009560         MOVE WS-GRP-MINV TO WS-CT-MIN (WS-CT-FOUND-SUB)
009570         MOVE WS-GRP-MAXV TO WS-CT-MAX (WS-CT-FOUND-SUB)
009580     ELSE
009590         IF WS-GRP-MINV < WS-CT-MIN (WS-CT-FOUND-SUB)
009600             MOVE WS-GRP-MINV TO WS-CT-MIN (WS-CT-FOUND-SUB)
009610         END-IF
009620         IF WS-GRP-MAXV > WS-CT-MAX (WS-CT-FOUND-SUB)
009630             MOVE WS-GRP-MAXV TO WS-CT-MAX (WS-CT-FOUND-SUB)
009640         END-IF
009650     END-IF.
009660     ADD WS-GRP-COUNT TO WS-CT-COUNT (WS-CT-FOUND-SUB).
009670     ADD WS-GRP-TOTAL TO WS-CT-TOTAL (WS-CT-FOUND-SUB).
009680     MOVE WS-CHAIN-CODE TO WS-GM-LOOK-CODE.
009690     PERFORM 0680-FIND-GROUP THRU 0680-EXIT.
009700     IF WS-GM-FOUND-SUB = 0
009710         MOVE SPACES TO WS-CHAIN-CODE
009720     ELSE
009730         MOVE WS-GM-PARENT (WS-GM-FOUND-SUB) TO WS-CHAIN-CODE.
009740     GO TO 1831-CLIMB.
009750 1830-EXIT.
009760     EXIT.
009770*----------------------------------------------------------*
009780* 1835-FIND-CATEGORY - THE ROLL-UP SLOT FOR WS-CHAIN-CODE, *
009790* OPENED AT ZERO (WITH THE CATEGORY'S LEVEL) THE FIRST     *
009800* TIME A GROUP REACHES IT. WS-CT-FOUND-SUB IS ZERO ONLY    *
009810* WHEN THE TABLE IS FULL.                                  *
009820*----------------------------------------------------------*
009830 1835-FIND-CATEGORY.
009840     MOVE 0 TO WS-CT-FOUND-SUB.
009850     MOVE 1 TO WS-CT-SUB.
009860 1836-FIND-NEXT.
009870     IF WS-CT-SUB > WS-CT-USED
009880         GO TO 1837-ADD-CATEGORY.
009890     IF WS-CT-CODE (WS-CT-SUB) = WS-CHAIN-CODE
009900         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
009910         GO TO 1835-EXIT.
009920     ADD 1 TO WS-CT-SUB.
009930     GO TO 1836-FIND-NEXT.
009940 1837-ADD-CATEGORY.
009950     IF WS-CT-USED NOT < 100
009960         DISPLAY 'MINMAX: CATEGORY TABLE FULL - '
009970             WS-CHAIN-CODE ' NOT ROLLED UP'
009980         GO TO 1835-EXIT.
009990     ADD 1 TO WS-CT-USED.
010000     MOVE WS-CT-USED TO WS-CT-FOUND-SUB.
010010     MOVE WS-CHAIN-CODE TO WS-CT-CODE (WS-CT-FOUND-SUB).
010020     MOVE 0 TO WS-CT-COUNT (WS-CT-FOUND-SUB).
010030     MOVE 0 TO WS-CT-MIN (WS-CT-FOUND-SUB).
010040     MOVE 0 TO WS-CT-MAX (WS-CT-FOUND-SUB).
010050     MOVE 0 TO WS-CT-TOTAL (WS-CT-FOUND-SUB).
010060     PERFORM 1838-CATEGORY-DEPTH THRU 1838-EXIT.
010070     MOVE WS-LEVEL-DEPTH TO WS-CT-LEVEL (WS-CT-FOUND-SUB).
010080     IF WS-LEVEL-DEPTH > WS-CT-MAX-LEVEL
010090         MOVE WS-LEVEL-DEPTH TO WS-CT-MAX-LEVEL.
010100 1835-EXIT.
010110     EXIT.
010120*----------------------------------------------------------*
010130* 1838-CATEGORY-DEPTH - HOW FAR WS-CHAIN-CODE SITS BELOW   *
010140* THE TOP OF ITS TREE: 1 FOR A CATEGORY WITH NO PARENT, 2  *
010150* FOR ONE DIRECTLY BENEATH THAT, AND SO ON.                *
010160*----------------------------------------------------------*
010170 1838-CATEGORY-DEPTH.
010180     MOVE 1 TO WS-LEVEL-DEPTH.
010190     MOVE WS-CHAIN-CODE TO WS-LEVEL-CODE.
010200 1839-CLIMB.
010210     MOVE WS-LEVEL-CODE TO WS-GM-LOOK-CODE.
010220     PERFORM 0680-FIND-GROUP THRU 0680-EXIT.
010230     IF WS-GM-FOUND-SUB = 0
010240         GO TO 1838-EXIT.
010250     IF WS-GM-PARENT (WS-GM-FOUND-SUB) = SPACES
010260         GO TO 1838-EXIT.
010270     IF WS-LEVEL-DEPTH NOT < 99
010280         GO TO 1838-EXIT.
010290     ADD 1 TO WS-LEVEL-DEPTH.
010300     MOVE WS-GM-PARENT (WS-GM-FOUND-SUB) TO WS-LEVEL-CODE.
010310     GO TO 1839-CLIMB.
010320 1838-EXIT.
010330     EXIT.
010340*----------------------------------------------------------*
010350* 1840-PRINT-CATEGORIES - ONE SUBTOTAL LINE AND ONE        *
010360* MMSTATS CATEGORY RECORD PER CATEGORY REACHED, THE LOWEST *
010370* LEVEL FIRST SO EACH LEVEL'S TOTALS FOLLOW THE ONES THEY  *
010380* ARE BUILT FROM. MEDIAN AND PERCENTILES NEED EVERY        *
010390* READING, NOT GROUP SUBTOTALS, SO CATEGORY RECORDS CARRY  *
010400* THEM AS ZERO.                                            *
010410*----------------------------------------------------------*
010420 1840-PRINT-CATEGORIES.
010430     MOVE WS-CT-MAX-LEVEL TO WS-CT-PRINT-LEVEL.
010440 1841-NEXT-LEVEL.
010450     IF WS-CT-PRINT-LEVEL = 0
010460         GO TO 1840-EXIT.
010470     MOVE 1 TO WS-CT-SUB.
010480 1842-NEXT-CATEGORY.
010490     IF WS-CT-SUB > WS-CT-USED
010500         GO TO 1848-LEVEL-DONE.
010510     IF WS-CT-LEVEL (WS-CT-SUB) = WS-CT-PRINT-LEVEL
010520         PERFORM 1845-WRITE-CATEGORY THRU 1845-EXIT.
010530     ADD 1 TO WS-CT-SUB.
010540     GO TO 1842-NEXT-CATEGORY.
010550 1848-LEVEL-DONE.
010560     SUBTRACT 1 FROM WS-CT-PRINT-LEVEL.
010570     GO TO 1841-NEXT-LEVEL.
010580 1840-EXIT.
010590     EXIT.
010600 1845-WRITE-CATEGORY.
010610     IF WS-CT-COUNT (WS-CT-SUB) > 0
010620         COMPUTE WS-CT-AVG ROUNDED =
010630             WS-CT-TOTAL (WS-CT-SUB) / WS-CT-COUNT (WS-CT-SUB)
010640     ELSE
010650         MOVE 0 TO WS-CT-AVG.
010660     DISPLAY 'CATEGORY ' WS-CT-CODE (WS-CT-SUB)
010670         ' LVL ' WS-CT-LEVEL (WS-CT-SUB)
010680         ' CNT: ' WS-CT-COUNT (WS-CT-SUB)
010690         ' MIN: ' WS-CT-MIN (WS-CT-SUB)
010700         ' MAX: ' WS-CT-MAX (WS-CT-SUB)
010710         ' AVG: ' WS-CT-AVG.
010720     MOVE SPACES TO STATS-RECORD.
010730     SET STAT-IS-CATEGORY TO TRUE.
010740     MOVE WS-CT-CODE (WS-CT-SUB) TO STAT-GROUP.
010750     MOVE WS-CT-LEVEL (WS-CT-SUB) TO STAT-LEVEL.
010760     IF WS-CT-COUNT (WS-CT-SUB) > 9999
010770         MOVE 9999 TO STAT-COUNT
010780         DISPLAY 'MINMAX: *** STATS COUNT CAPPED AT 9999 '
010790             'FOR ' WS-CT-CODE (WS-CT-SUB)
010800             ' - SEE STAT-FULL-COUNT'
010810     ELSE
010820         MOVE WS-CT-COUNT (WS-CT-SUB) TO STAT-COUNT.
010830     MOVE WS-CT-COUNT (WS-CT-SUB) TO STAT-FULL-COUNT.
010840     MOVE WS-CT-MIN (WS-CT-SUB) TO STAT-MIN.
010850     MOVE WS-CT-MAX (WS-CT-SUB) TO STAT-MAX.
010860     MOVE WS-CT-TOTAL (WS-CT-SUB) TO STAT-TOTAL.
010870     MOVE WS-CT-AVG TO STAT-AVG.
010880     MOVE 0 TO STAT-MEDIAN.
010890     MOVE 0 TO STAT-PCT-LOW.
010900     MOVE 0 TO STAT-PCT-HIGH.
010910     WRITE STATS-RECORD.
010920     IF NOT WS-STATS-OK
010930         MOVE 'MMSTATS' TO WS-ERRH-FILE-NAME
010940         MOVE 'WRITE' TO WS-ERRH-OPERATION
010950         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
010960             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
010970             WS-STATS-STATUS WS-ERRH-SEVERITY.
010980 1845-EXIT.
010990     EXIT.
011000*----------------------------------------------------------*
011010* 2900-COMPUTE-STDDEV - SPREAD OF THE ACCEPTED BATCH FROM   *
011020* THE RUNNING SUMS: VARIANCE = SUM OF SQUARES OVER N LESS   *
011030* THE SQUARED AVERAGE, SO NO SECOND PASS OVER THE DATA IS   *
011040* NEEDED. SQUARE ROOT COMES FROM THE INTRINSIC SINCE        *
011050* ORDINARY VERBS CANNOT TAKE ONE.                           *
011060*----------------------------------------------------------*
011070 2900-COMPUTE-STDDEV.
011080     COMPUTE WS-VARIANCE =
011090         (WS-SQ-TOTAL / WS-ACCEPT-COUNT)
011100         - (WS-AVERAGE * WS-AVERAGE).
011110     COMPUTE WS-STD-DEV = FUNCTION SQRT(WS-VARIANCE).
011120     DISPLAY 'STD DEV: ' WS-STD-DEV.
011130 2900-EXIT.
011140     EXIT.
011150*----------------------------------------------------------*
011160* 2940-SET-TARGETS - THE BATCH MEDIAN AND PERCENTILE        *
011170* POSITIONS, COMPUTED UP FRONT SO THE VALUE-ORDER PASS CAN  *
011180* PICK THEM OFF AS THE RECORDS STREAM BY, AND THE SIGMA     *
011190* BAND FOR THE OUTLIER FLAGGING.                            *
011200*----------------------------------------------------------*
011210 2940-SET-TARGETS.
011220     DIVIDE WS-ACCEPT-COUNT BY 2
011230         GIVING WS-N-HALF REMAINDER WS-N-REM.
011240     IF WS-N-REM = 1
011250         COMPUTE WS-VP-MED1-POS = 0
011260         COMPUTE WS-VP-MED2-POS = WS-N-HALF + 1
011270     ELSE
011280         MOVE WS-N-HALF TO WS-VP-MED1-POS
011290         COMPUTE WS-VP-MED2-POS = WS-N-HALF + 1.
011300     COMPUTE WS-VP-LOW-POS =
011310         (WS-PCT-LOW * WS-ACCEPT-COUNT + 99) / 100.
011320     IF WS-VP-LOW-POS < 1
011330         MOVE 1 TO WS-VP-LOW-POS.
011340     COMPUTE WS-VP-HIGH-POS =
011350         (WS-PCT-HIGH * WS-ACCEPT-COUNT + 99) / 100.
011360     IF WS-VP-HIGH-POS < 1
011370         MOVE 1 TO WS-VP-HIGH-POS.
011380     IF WS-VP-HIGH-POS > WS-ACCEPT-COUNT
011390         MOVE WS-ACCEPT-COUNT TO WS-VP-HIGH-POS.
011400     COMPUTE WS-BAND-LOW =
011410         WS-AVERAGE - (WS-SIGMA-FACTOR * WS-STD-DEV).
011420     COMPUTE WS-BAND-HIGH =
011430         WS-AVERAGE + (WS-SIGMA-FACTOR * WS-STD-DEV).
011440     MOVE 0 TO WS-VP-POS.
011450 2940-EXIT.
011460     EXIT.
011470*----------------------------------------------------------*
011480* 2950-VALUE-PASS - SORT OUTPUT PROCEDURE FOR PASS TWO:     *
011490* EVERY ACCEPTED READING IN ASCENDING VALUE ORDER. THE      *
011500* BATCH MEDIAN AND PERCENTILES ARE PICKED AT THEIR          *
011510* PRECOMPUTED POSITIONS, AND ANY READING OUTSIDE THE SIGMA  *
011520* BAND GOES TO THE EXCEPTION FILE WITH ITS DISTANCE FROM    *
011530* THE AVERAGE - A FLAG, NOT A REJECT, EXACTLY AS BEFORE.    *
011540*----------------------------------------------------------*
011550 2950-VALUE-PASS.
011560     OPEN OUTPUT EXCEPTION-FILE.
011570 2951-RETURN-NEXT.
011580     RETURN SORT-FILE
011590         AT END
011600             GO TO 2990-PASS-DONE.
011610     ADD 1 TO WS-VP-POS.
011620     IF WS-VP-POS = WS-VP-MED1-POS
011630         MOVE SREC-VALUE TO WS-VP-MED1-VAL.
011640     IF WS-VP-POS = WS-VP-MED2-POS
011650         IF WS-VP-MED1-POS = 0
011660             MOVE SREC-VALUE TO WS-BAT-MEDIAN
011670         ELSE
011680             COMPUTE WS-BAT-MEDIAN ROUNDED =
011690                 (WS-VP-MED1-VAL + SREC-VALUE) / 2.
011700     IF WS-VP-POS = WS-VP-LOW-POS
011710         MOVE SREC-VALUE TO WS-BAT-PLOW.
011720     IF WS-VP-POS = WS-VP-HIGH-POS
011730         MOVE SREC-VALUE TO WS-BAT-PHIGH.
011740     IF SREC-VALUE < WS-BAND-LOW
011750         OR SREC-VALUE > WS-BAND-HIGH
011760         PERFORM 3000-FLAG-OUTLIER THRU 3000-EXIT.
011770     GO TO 2951-RETURN-NEXT.
011780 2990-PASS-DONE.
011790     CLOSE EXCEPTION-FILE.
011800 2950-EXIT.
011810     EXIT.
011820*----------------------------------------------------------*
011830* 3000-FLAG-OUTLIER - ONE EXCEPTION RECORD AND OPERATOR     *
011840* MESSAGE FOR THE READING IN SREC, WHICH THE VALUE PASS     *
011850* FOUND OUTSIDE THE SIGMA BAND.                             *
011860*----------------------------------------------------------*
011870 3000-FLAG-OUTLIER.
011880     MOVE SPACES TO EXCEPTION-RECORD.
011890     MOVE SREC-VALUE TO EXC-VALUE.
011900     MOVE SREC-GROUP TO EXC-GROUP.
011910     COMPUTE WS-DEV = SREC-VALUE - WS-AVERAGE.
011920     IF WS-DEV < 0
011930         COMPUTE WS-DEV = 0 - WS-DEV.
011940     MOVE WS-DEV TO EXC-DEVIATION.
011950     WRITE EXCEPTION-RECORD.
011960     IF NOT WS-EXCEPTION-OK
011970         MOVE 'MMEXCP' TO WS-ERRH-FILE-NAME
011980         MOVE 'WRITE' TO WS-ERRH-OPERATION
011990         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
012000             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
012010             WS-EXCEPTION-STATUS WS-ERRH-SEVERITY.
012020     ADD 1 TO WS-EXC-COUNT.
012030     MOVE SPACES TO WS-MSG-VALUE.
012040     STRING EXC-VALUE DELIMITED BY SIZE
012050         '/' DELIMITED BY SIZE
012060         EXC-GROUP DELIMITED BY SPACE
012070         ' OFF ' DELIMITED BY SIZE
012080         EXC-DEVIATION DELIMITED BY SIZE
012090         INTO WS-MSG-VALUE.
012100     MOVE "MX" TO WS-MSG-TYPE.
012110     CALL 'SUBSUB' USING WS-MSG-VALUE WS-MSG-TYPE
012120         WS-MSG-STATUS WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS.
012130 3000-EXIT.
012140     EXIT.
012150*----------------------------------------------------------*
012160* 1850-WRITE-GRAND-STATS - COMPANY-LEVEL TRAILER RECORD ON   *
012170* THE STATS FILE: EVERYTHING THE RUN ACCEPTED.               *
012180*----------------------------------------------------------*
012190 1850-WRITE-GRAND-STATS.
012200     MOVE SPACES TO STATS-RECORD.
012210     SET STAT-IS-TRAILER TO TRUE.
012220     MOVE 'ALL GROUPS' TO STAT-GROUP.
012230     IF WS-ACCEPT-COUNT > 9999
012240         MOVE 9999 TO STAT-COUNT
012250         DISPLAY 'MINMAX: *** STATS COUNT CAPPED AT 9999 '
012260             'FOR ALL GROUPS - SEE STAT-FULL-COUNT'
012270     ELSE
012280         MOVE WS-ACCEPT-COUNT TO STAT-COUNT.
012290     MOVE WS-ACCEPT-COUNT TO STAT-FULL-COUNT.
012300     MOVE MINV TO STAT-MIN.
012310     MOVE MAXV TO STAT-MAX.
012320     MOVE WS-TOTAL TO STAT-TOTAL.
012330     MOVE WS-AVERAGE TO STAT-AVG.
012340     MOVE WS-BAT-MEDIAN TO STAT-MEDIAN.
012350     MOVE WS-BAT-PLOW TO STAT-PCT-LOW.
012360     MOVE WS-BAT-PHIGH TO STAT-PCT-HIGH.
012370     IF WS-TRHIST-IS-OPEN
012380         MOVE SPACES TO TRHIST-RECORD
012390         MOVE WS-RUN-DATE-NUM TO TRH-RUN-DATE
012400         MOVE 'ALL GROUPS' TO TRH-GROUP
012410         MOVE MINV TO TRH-MIN
012420         MOVE MAXV TO TRH-MAX
012430         MOVE WS-AVERAGE TO TRH-AVG
012440         WRITE TRHIST-RECORD
012450     END-IF.
012460     WRITE STATS-RECORD.
012470     IF NOT WS-STATS-OK
012480         MOVE 'MMSTATS' TO WS-ERRH-FILE-NAME
012490         MOVE 'WRITE' TO WS-ERRH-OPERATION
012500         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
012510             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
012520             WS-STATS-STATUS WS-ERRH-SEVERITY.
012530 1850-EXIT.
012540     EXIT.
012550*----------------------------------------------------------*
012560* 1900-READ-PRIOR-TREND - PICK UP THE PRIOR RUN'S MIN/MAX     *
012570* FROM THE PERSISTED TREND FILE, IF ONE EXISTS. A MISSING      *
012580* FILE (FIRST RUN EVER) LEAVES WS-HAVE-PRIOR-TREND OFF AND     *
012590* 1910-COMPARE-TREND SKIPS THE COMPARISON.                     *
012600*----------------------------------------------------------*
012610 1900-READ-PRIOR-TREND.
012620     OPEN INPUT TREND-FILE.
012630     IF WS-TREND-OK
012640         READ TREND-FILE
012650         IF WS-TREND-OK
012660             MOVE TRND-MINV TO WS-PREV-MINV
012670             MOVE TRND-MAXV TO WS-PREV-MAXV
012680             SET WS-HAVE-PRIOR-TREND TO TRUE
012690         END-IF
012700         CLOSE TREND-FILE
012710     END-IF.
012720 1900-EXIT.
012730     EXIT.
012740*----------------------------------------------------------*
012750* 1910-COMPARE-TREND - COMPARE TODAY'S MIN/MAX RANGE AGAINST  *
012760* THE PRIOR RUN'S AND FLAG WHETHER IT EXPANDED, CONTRACTED,    *
012770* OR HELD STEADY.                                              *
012780*----------------------------------------------------------*
012790 1910-COMPARE-TREND.
012800     IF WS-HAVE-PRIOR-TREND
012810         COMPUTE WS-CURR-RANGE = MAXV - MINV
012820         COMPUTE WS-PREV-RANGE = WS-PREV-MAXV - WS-PREV-MINV
012830         IF WS-CURR-RANGE > WS-PREV-RANGE
012840             MOVE 'EXPANDED' TO WS-TREND-DIRECTION
012850         ELSE
012860             IF WS-CURR-RANGE < WS-PREV-RANGE
012870                 MOVE 'CONTRACTED' TO WS-TREND-DIRECTION
012880             ELSE
012890                 MOVE 'UNCHANGED' TO WS-TREND-DIRECTION
012900             END-IF
012910         END-IF
012920         DISPLAY 'TREND:   ' WS-TREND-DIRECTION
012930             ' (PRIOR MIN:' WS-PREV-MINV
012940             ' MAX:' WS-PREV-MAXV ')'
012950     ELSE
012960         DISPLAY 'TREND:   NO PRIOR RUN TO COMPARE'
012970     END-IF.
012980 1910-EXIT.
012990     EXIT.
013000*----------------------------------------------------------*
013010* 1920-WRITE-TREND - PERSIST TODAY'S MIN/MAX SO THE NEXT RUN   *
013020* HAS SOMETHING TO COMPARE AGAINST.                            *
013030*----------------------------------------------------------*
013040 1920-WRITE-TREND.
013050     OPEN OUTPUT TREND-FILE.
013060     MOVE SPACES TO TREND-RECORD.
013070     MOVE MINV TO TRND-MINV.
013080     MOVE MAXV TO TRND-MAXV.
013090     MOVE WS-TREND-DIRECTION TO TRND-DIRECTION.
013100     WRITE TREND-RECORD.
013110     CLOSE TREND-FILE.
013120 1920-EXIT.
013130     EXIT.
013140*----------------------------------------------------------*
013150* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
013160* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
013170* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT.              *
013180*----------------------------------------------------------*
013190 9000-WRITE-AUDIT.
013200     MOVE SPACES TO AUDIT-RECORD.
013210     CALL 'GETRUNID' USING WS-RUN-ID.
013220     MOVE WS-RUN-ID TO AUD-RUN-ID.
013230     MOVE 'MINMAX' TO AUD-PROGRAM-ID.
013240     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
013250     ACCEPT AUD-RUN-TIME FROM TIME.
013260     MOVE WS-ACCEPT-COUNT TO AUD-RECORD-COUNT.
013270     MOVE WS-READ-COUNT TO AUD-READ-COUNT.
013280     MOVE WS-ACCEPT-COUNT TO AUD-WRITTEN-COUNT.
013290     MOVE WS-REJ-COUNT TO AUD-REJECT-COUNT.
013300     MOVE WS-READ-COUNT TO AUD-FEED-READ.
013310     MOVE WS-REJ-COUNT TO AUD-FEED-REJECTS.
013320     IF WS-TRL-BAD
013330         SET AUD-FEED-TRAILER-BAD TO TRUE
013340     ELSE
013350         SET AUD-FEED-TRAILER-OK TO TRUE.
013360     IF WS-TRL-BAD
013370         SET AUD-STATUS-WARNING TO TRUE
013380     ELSE
013390         SET AUD-STATUS-OK TO TRUE.
013400     OPEN EXTEND AUDIT-FILE.
013410     IF NOT WS-AUDIT-OK
013420         CLOSE AUDIT-FILE
013430         OPEN OUTPUT AUDIT-FILE.
013440     WRITE AUDIT-RECORD.
013450     IF NOT WS-AUDIT-OK
013460         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
013470         MOVE 'WRITE' TO WS-ERRH-OPERATION
013480         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
013490             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
013500             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
013510     IF WS-AUDIT-OK
013520         CALL 'AUDXPOST' USING AUDIT-RECORD.
013530     CLOSE AUDIT-FILE.
013540 9000-EXIT.
013550     EXIT.
013560*----------------------------------------------------------*
013570* 0500-PRINT-HEADER - DISPLAY THE SHOP-STANDARD HEADER AND   *
013580* COLUMN-TITLE LINE AT THE TOP OF THE RUN'S OUTPUT.          *
013590*----------------------------------------------------------*
013600 0500-PRINT-HEADER.
013610     MOVE 'MINMAX' TO RPTHD-PROGRAM-NAME.
013620     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
013630     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
013640     DISPLAY RPT-HEADER-RECORD.
013650     MOVE 'GROUP      MIN        MAX' TO RPTTL-COLUMN-TITLES.
013660     DISPLAY RPT-TITLE-RECORD.
013670 0500-EXIT.
013680     EXIT.
