000190* 2026-08-09 AG  START/END ARE NOW REAL CCYYMMDD DATE FIELDS   *
000200*                (NO LONGER PIC A(20) STRINGS) AND PRINT-NAMES *
000210*                SHOWS A COMPUTED TENURE-IN-DAYS COLUMN.       *
000220* 2026-08-09 AG  WS-NAMES-ENTRIES IS NOW OCCURS DEPENDING ON    *
000230*                MD-ENTRY-COUNT INSTEAD OF A FIXED 10 ENTRIES,  *
000240*                SO THE ROSTER IS NO LONGER LIMITED TO 10       *
000250*                EMPLOYEES. INDEXED BY MD-IDX.                  *
000260* 2026-08-09 AG  VALIDATED ENTRIES ARE NOW ALSO WRITTEN TO AN    *
000270*               INDEXED MASTER FILE (MDROSTER) KEYED BY NAME,   *
000280*               SO A SINGLE EMPLOYEE'S RECORD CAN BE PULLED     *
000290*               DIRECTLY BY 2000-LOOKUP-NAME INSTEAD OF         *
000300*               SCANNING THE IN-MEMORY TABLE. THE SEQUENTIAL    *
000310*               ROSTER LOAD IS NOW TREATED AS THE SEED/MIGRATION*
000320*               PATH INTO THIS MASTER FILE.                    *
000330* 2026-08-09 AG  ADDED 3000-MAINTAIN-ROSTER, WHICH APPLIES      *
000340*               ADD/CHANGE/DELETE TRANSACTIONS (MDROSTXN) TO   *
000350*               THE MASTER FILE DIRECTLY, SO DAY-TO-DAY ROSTER *
000360*               CHANGES ARE A DATA ENTRY TASK, NOT A RECOMPILE.*
000370* 2026-08-09 AG  STOP RUN REPLACED WITH GOBACK SO THE NIGHTLY *
000380*               BATCH DRIVER (NITEBATCH) CAN CALL THIS AS A  *
000390*               SUBPROGRAM. BEHAVES THE SAME AS STOP RUN     *
000400*               WHEN RUN STANDALONE.                         *
000410* 2026-08-09 AG  WRITES ONE ENTRY TO THE SHARED AUDIT FILE    *
000420*               (AUDITLOG) ON COMPLETION USING THE SHOP'S     *
000430*               COMMON AUDIT-RECORD COPYBOOK (AUDITREC).      *
000440* 2026-08-09 AG  OUTPUT NOW OPENS WITH THE SHOP'S STANDARD     *
000450*               HEADER/COLUMN-TITLE LINE (RUN DATE, PROGRAM    *
000460*               NAME, PAGE NUMBER) FROM THE SHARED REPORT      *
000470*               HEADER COPYBOOK (RPTHDFT). MULTIDCOB HAS NO    *
000480*               REPORT FILE OF ITS OWN SO THE HEADER IS        *
000490*               DISPLAYED RATHER THAN WRITTEN, AND THERE IS    *
000500*               ONLY ONE PAGE.                                 *
000510* 2026-08-09 AG  THE WRITE TO AUDITLOG NOW CALLS THE SHOP'S     *
000520*               SHARED ERRHANDLE SUBPROGRAM ON A BAD FILE       *
000530*               STATUS INSTEAD OF IGNORING IT.                 *
000540* 2026-08-09 AG  AUDIT-RECORD IS NOW SPACE-FILLED BEFORE IT IS  *
000550*               BUILT SO THE UNUSED FILLER BYTES DO NOT CARRY   *
000560*               WHATEVER WAS LEFT IN STORAGE - AUDITLOG IS A    *
000570*               LINE SEQUENTIAL FILE AND REJECTED THE RECORD    *
000580*               WITH A BAD-CHARACTER STATUS WHEN THEY DID.      *
000590* 2026-08-09 AG  MSTR-START/END AND WS-NAMES-START/END NOW        *
000600*               PICK UP THEIR CCYY/MM/DD LAYOUT FROM THE SHOP'S   *
000610*               SHARED DATEFLD COPYBOOK INSTEAD OF DEFINING IT     *
000620*               INLINE, SO EVERY DATE FIELD IN THE SHOP AGREES    *
000630*               ON THE SAME SHAPE.                                *
000640* 2026-08-09 AG  1700-BUILD-MASTER NOW OPENS MASTER-FILE I-O     *
000650*               FIRST AND ONLY REBUILDS IT FROM THE MDROSTIN      *
000660*               SEED WHEN IT DOES NOT YET EXIST. PREVIOUSLY IT    *
000670*               OPENED OUTPUT UNCONDITIONALLY EVERY RUN, WHICH    *
000680*               TRUNCATED THE MASTER FILE AND THREW AWAY ANY      *
000690*               ADD/CHANGE/DELETE APPLIED BY A PRIOR RUN'S        *
000700*               3000-MAINTAIN-ROSTER BEFORE IT EVER RAN.          *
000710* 2026-08-09 AG  CORRECTED MASTER-RECORD AND TXN-RECORD FILLER    *
000720*               WIDTHS - BOTH WERE SHORT OF/OVER THEIR 80-BYTE    *
000730*               RECORD CONTAINS DECLARATION.                      *
000740* 2026-08-09 AG  2000-LOOKUP-NAME NOW DISPLAYS THE START/END      *
000750*               DATES THROUGH THE SHOP'S SHARED DATEDISP SLASH-   *
000760*               EDITED LAYOUT INSTEAD OF BUILDING THE DASHED      *
000770*               STRING BY HAND.                                   *
000780* 2026-08-09 AG  1500-VALIDATE-ROSTER'S MISSING-DATE CHECK NOW    *
000790*               TESTS THE CCYY/MM/DD SUBFIELDS NUMERICALLY         *
000800*               INSTEAD OF COMPARING THE DATEFLD GROUP TO THE      *
000810*               FIGURATIVE CONSTANT ZERO - THAT WAS AN             *
000820*               ALPHANUMERIC COMPARISON AND NEVER MATCHED AN       *
000830*               UNPOPULATED (BINARY-ZERO) SLOT.                    *
000840* 2026-08-09 AG  ADDED 3500-RELOAD-ROSTER, PERFORMED RIGHT AFTER     *
000850*               3000-MAINTAIN-ROSTER. WS-NAMES WAS LOADED ONCE       *
000860*               FROM THE SEED ROSTER FILE AND NEVER REFRESHED, SO    *
000870*               PRINT-NAMES WAS REPORTING AROUND ANY ADD/CHANGE/     *
000880*               DELETE TRANSACTION APPLIED TO MASTER-FILE. THE       *
000890*               TABLE IS NOW REBUILT FROM MASTER-FILE ITSELF SO THE  *
000900*               REPORT REFLECTS THIS RUN'S MAINTENANCE.              *
000910* 2026-08-22 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE SHOP'S NEW      *
000920*               READ/WRITTEN/REJECTED BALANCE COUNTS - SEED RECORDS   *
000930*               READ FROM MDROSTIN BALANCE AGAINST THE ENTRIES THAT   *
000940*               PASSED VALIDATION PLUS THE ONES 1500-VALIDATE-ROSTER  *
000950*               FLAGGED AS BAD.                                       *
000960* 2026-08-22 AG  HEADER AND AUDIT DATE STAMPS NOW COME FROM THE        *
000970*               SHOP'S BUSINESS-DATE SERVICE (GETBDATE) INSTEAD OF     *
000980*               ACCEPT FROM DATE, SO A RERUN OF A PRIOR PROCESSING     *
000990*               DAY STAMPS THAT DAY'S DATE.                            *
001000* 2026-08-22 AG  THE TWO ROSTER-ERROR OPERATOR MESSAGES ARE NOW        *
001010*               ISSUED THROUGH THE SHOP'S MESSAGE SUBROUTINE           *
001020*               (SUBSUB, KEYS RM/RS, EXTERNAL CATALOG MSGCAT)          *
001030*               INSTEAD OF AD HOC DISPLAYS.                            *
001040* 2026-08-22 AG  THE MASTER IS NOW KEYED BY A UNIQUE EMPLOYEE NUMBER   *
001050*               CARRIED ON MDROSTIN AND MDROSTXN, WITH THE NAME KEPT   *
001060*               AS AN ALTERNATE KEY THAT ALLOWS DUPLICATES - TWO       *
001070*               EMPLOYEES SHARING A NAME CAN FINALLY BOTH EXIST.       *
001080*               2000-LOOKUP-NAME STILL FINDS PEOPLE BY NAME AND NOW    *
001090*               LISTS EVERY MATCH WHEN THE NAME IS SHARED. AN          *
001100*               EXISTING MDROSTER BUILT UNDER THE OLD NAME KEY MUST    *
001110*               BE RESEEDED FROM MDROSTIN (DELETE THE FILE AND LET     *
001120*               1700-BUILD-MASTER REBUILD IT).                         *
001130* 2026-08-22 AG  ADDED A DEPARTMENT CODE AND AN ACTIVE/ENDED STATUS    *
001140*               TO MDROSTIN, THE MASTER, AND THE TRANSACTIONS, AND     *
001150*               PRINT-NAMES IS NOW A DEPARTMENT CONTROL-BREAK          *
001160*               REPORT - PEOPLE LISTED UNDER THEIR DEPARTMENT WITH A   *
001170*               SUBTOTAL COUNT AND AVERAGE TENURE PER DEPARTMENT AND   *
001180*               A COMPANY TOTAL, THE WAY MINMAX BREAKS ON ITS GROUP    *
001190*               KEY. THE TABLE IS SORTED BY DEPARTMENT FIRST SO A      *
001200*               SCATTERED ROSTER STILL REPORTS EACH DEPARTMENT ONCE.   *
001210* 2026-08-22 AG  TRANSACTIONS NOW CARRY AN EFFECTIVE DATE. ONES DATED  *
001220*               TODAY OR EARLIER (OR UNDATED) APPLY AS ALWAYS;         *
001230*               FUTURE-DATED ONES GO TO A PENDING FILE (MDPEND) THAT   *
001240*               EVERY RUN RE-EXAMINES FIRST, APPLYING WHATEVER HAS     *
001250*               MATURED AND CARRYING THE REST FORWARD, WITH A REPORT   *
001260*               OF WHAT APPLIED AND WHAT STILL WAITS - SO HR CAN KEY   *
001270*               A TRANSFER AHEAD OF ITS EFFECTIVE DATE. THE APPLY      *
001280*               LOGIC ITSELF NOW LIVES IN ONE PARAGRAPH               *
001290*               (3050-APPLY-TXN) SHARED BY BOTH PATHS.                *
001300* 2026-08-22 AG  THE PENDING QUEUE IS NOW STREAMED THROUGH A WORK      *
001310*               FILE (MDPENDNW) AND COPIED BACK, THE WAY AUDARCH       *
001320*               REWRITES AUDITLOG, INSTEAD OF THROUGH A FIXED TABLE    *
001330*               THAT DROPPED EVERY QUEUED TRANSACTION PAST THE 100TH.  *
001340* 2026-08-22 AG  THE MASTER AND JOURNAL RECORD LAYOUTS MOVED TO THE    *
001350*               SHARED COPYBOOKS MDMSTREC/MDJRNREC, COPIED HERE AND    *
001360*               BY MDBACKUP/MDBACKOUT, SO THE THREE PROGRAMS CANNOT    *
001370*               DRIFT A BYTE APART.                                    *
001380* 2026-08-22 AG  A CHANGE TRANSACTION'S START/END DATES NOW FOLLOW THE  *
001390*               SAME BLANK-MEANS-KEEP RULE AS ITS NAME, DEPARTMENT,     *
001400*               AND STATUS - A PARTIAL CHANGE (A BARE TRANSFER, SAY)    *
001410*               NO LONGER SPACES OUT THE MASTER'S DATES AND BREAKS      *
001420*               THE TENURE COMPUTE.                                     *
001430* 2026-08-22 AG  EVERY SUCCESSFUL ADD/CHANGE/DELETE IS NOW JOURNALED   *
001440*               (MDJRNL, 180-BYTE RECORDS) WITH THE RUN DATE, THE      *
001450*               ACTION, AND BEFORE/AFTER IMAGES OF MASTER-RECORD, SO   *
001460*               A BAD TRANSACTION BATCH CAN BE BACKED OUT BY THE NEW   *
001470*               MDBACKOUT UTILITY INSTEAD OF RECONSTRUCTED FROM        *
001480*               MEMORY.                                                *
001490* 2026-09-01 AG  MSTR-DEPT IS NO LONGER A BARE CODE: ROSTER ADD/     *
001500*               CHANGE TRANSACTIONS ARE NOW VALIDATED AGAINST THE   *
001510*               NEW INDEXED DEPARTMENT MASTER (MDDEPTS, SHARED      *
001520*               MDDPTREC LAYOUT, BUILT BY MDDEPTMT FROM MDDEPTIN    *
001530*               CARDS). A TRANSACTION NAMING AN UNKNOWN OR          *
001540*               INACTIVE DEPARTMENT IS REJECTED WITH A REASON, SO   *
001550*               ONE DEPARTMENT STOPS LIVING UNDER THREE SPELLINGS,  *
001560*               AND THE DEPARTMENT BREAK HEADINGS AND SUBTOTALS     *
001570*               NOW SHOW THE DEPARTMENT NAME AND MANAGER INSTEAD    *
001580*               OF THE RAW CODE. A MISSING MASTER SKIPS THE         *
001590*               VALIDATION WITH A MESSAGE, LIKE A MISSING CARD.     *
001600* 2026-09-02 AG  THE MDROSTXN FEED NOW CARRIES THE SHOP-STANDARD    *
001610*               CONTROL TRAILER (FEEDTRLR - RECORD COUNT AND A      *
001620*               HASH TOTAL OVER THE EMPLOYEE NUMBERS).              *
001630*               3000-MAINTAIN-ROSTER RECOGNIZES AND VERIFIES IT;    *
001640*               A MISSING TRAILER OR A COUNT/HASH MISMATCH ENDS     *
001650*               THE RUN WITH THE WARNING RETURN CODE 4 AND AUDIT    *
001660*               STATUS 04. THE PENDING QUEUE IS SHOP-INTERNAL AND   *
001670*               CARRIES NO TRAILER.                                 *
001680* 2026-09-02 AG  TRANSACTIONS NOW CARRY AN OPERATOR ID, VALIDATED   *
001690*               AGAINST THE AUTHORIZED-OPERATORS CARD FILE          *
001700*               (MDOPERS - ID AND NAME) BEFORE ANYTHING APPLIES.    *
001710*               AN UNAUTHORIZED OR MISSING ID REJECTS THE           *
001720*               TRANSACTION, INCLUDING ONES MATURING OFF THE        *
001730*               PENDING QUEUE, AND THE ID IS CARRIED INTO THE       *
001740*               MDJRNL JOURNAL (SHARED MDJRNREC) SO THE BACKOUT     *
001750*               TRAIL FINALLY NAMES WHO KEYED THE CHANGE. A         *
001760*               MISSING OPERATORS FILE SKIPS THE CHECK WITH A       *
001770*               MESSAGE, THE SAME FALLBACK THE STATION AND          *
001780*               DEPARTMENT MASTERS GET.                             *
001790* 2026-09-02 AG  ADDED THE MASS-TRANSFER TRANSACTION TYPE 'T':      *
001800*               TXN-DEPT NAMES THE DEPARTMENT TO EMPTY AND THE NEW  *
001810*               TXN-DEPT-TO COLUMN THE DESTINATION, AND             *
001820*               3050-APPLY-TXN FANS IT OUT TO EVERY MATCHING        *
001830*               MASTER RECORD - ONE CARD, ONE REORG, INSTEAD OF     *
001840*               47 HAND-KEYED CHANGES. EACH MOVED EMPLOYEE IS       *
001850*               JOURNALED AS AN ORDINARY 'C' ENTRY SO MDBACKOUT     *
001860*               CAN STILL REVERSE THE LOT, AND THE COUNT MOVED IS   *
001870*               REPORTED. THE DESTINATION IS VALIDATED AGAINST      *
001880*               THE DEPARTMENT MASTER LIKE ANY OTHER TRANSACTION.   *
001890* 2026-09-30 AG  ADDED THE REHIRE TRANSACTION TYPE 'R': AN ENDED    *
001900*               EMPLOYEE COMES BACK UNDER THE SAME EMPLOYEE NUMBER  *
001910*               WITH A NEW START DATE. THE CLOSED PERIOD MOVES TO   *
001920*               THE NEW SERVICE-HISTORY FILE (MDSVCHST, SHARED      *
001930*               MDSVCREC, KEYED BY EMPLOYEE NUMBER AND PERIOD) AND  *
001940*               ITS DAYS ARE ADDED TO THE MASTER'S NEW              *
001950*               MSTR-PRIOR-DAYS, SO NEITHER THE FIRST PERIOD NOR    *
001960*               THE LINK TO IT IS LOST. THE REOPENED RECORD IS      *
001970*               JOURNALED AS AN ORDINARY 'C' ENTRY SO MDBACKOUT CAN *
001980*               REVERSE IT. PRINT-NAMES, ITS SUBTOTALS AND THE NAME *
001990*               LOOKUP NOW SHOW CUMULATIVE SERVICE ACROSS ALL       *
002000*               PERIODS BESIDE THE CURRENT-PERIOD TENURE.           *
002010* 2026-10-02 AG  EVERY JOURNAL ENTRY NOW CARRIES THE CHANGE'S       *
002020*               EFFECTIVE DATE - THE TRANSACTION'S OWN DATE WHEN IT *
002030*               HAD A READABLE ONE, OTHERWISE THE RUN DATE - SO THE *
002040*               NIGHTLY PAYROLL INTERFACE (MDPAYIF) BUILT FROM THE  *
002050*               JOURNAL CAN TELL PAYROLL WHEN EACH HIRE,            *
002060*               TERMINATION, TRANSFER OR STATUS CHANGE TAKES HOLD.  *
002070* 2026-10-07 AG  ROSTER MAINTENANCE NOW WARNS, WITHOUT REJECTING,   *
002080*               WHEN AN ADD, TRANSFER, MASS TRANSFER, REHIRE OR     *
002090*               CHANGE TAKES A DEPARTMENT'S ACTIVE STAFF PAST THE   *
002100*               AUTHORIZED HEADCOUNT IN FORCE ON THE RUN DATE       *
002110*               (MDHCAUTH CARDS, SHARED MDHCAREC LAYOUT). THE       *
002120*               ACTIVE COUNT PER DEPARTMENT IS TAKEN FROM THE       *
002130*               MASTER BEFORE THE PENDING QUEUE IS APPLIED AND KEPT *
002140*               CURRENT FROM EACH JOURNALED BEFORE/AFTER IMAGE. A   *
002150*               MISSING MDHCAUTH SKIPS THE CHECK, SAID ONCE. THE    *
002160*               RETURN CODE IS NOT AFFECTED.                        *
002170* 2026-10-08 AG  A NAME LOOKUP THAT FINDS NOBODY ON THE LIVE MASTER *
002180*               NOW LOOKS ON THE INACTIVE-EMPLOYEE ARCHIVE          *
002190*               (MDRSTARC, WRITTEN BY MDPURGE) AND LISTS ANY        *
002200*               ARCHIVED MATCHES AS SUCH. AN ADD FOR AN EMPLOYEE    *
002210*               NUMBER HELD ON THE ARCHIVE IS REJECTED - ARCHIVED   *
002220*               NUMBERS STAY RESERVED AND ARE NEVER REISSUED.       *
002230* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO THE    *
002240*                INDEXED AUDIT STORE (AUDINDEX) THROUGH AUDXPOST    *
002250*                ONCE IT IS SAFELY ON AUDITLOG, SO THE READERS CAN  *
002260*                FIND IT BY KEY.                                    *
002270* 2026-10-15 AG  SUBSUB NOW TAKES A FIFTH ARGUMENT, THE LANGUAGE    *
002280*                WANTED FOR THE MESSAGE; THE OPERATOR MESSAGES HERE *
002290*                PASS SPACES (WS-MSG-LANG) SO THEY COME OUT IN THE  *
002300*                SHOP DEFAULT LANGUAGE.                             *
002310* 2026-10-15 AG  SUBSUB NOW TAKES A SIXTH ARGUMENT, THE NAMED       *
002320*                SUBSTITUTION FIELDS FOR ITS LETTER TEMPLATES       *
002330*                (MSGFLDS); PASSED HERE UNUSED, SINCE THESE ARE     *
002340*                ONE-LINE MESSAGES.                                 *
002350* 2026-10-15 AG  TONIGHT'S MDROSTXN TRANSACTIONS THAT ARE DUE BUT   *
002360*                DO NOT TAKE ARE NOW COUNTED AS REJECTS, AND THE    *
002370*                AUDIT ENTRY CARRIES THE MDROSTXN FEED QUALITY      *
002380*                FIELDS (TRAILER AGREED OR NOT, TRANSACTIONS        *
002390*                RECEIVED, TRANSACTIONS REJECTED) FOR THE MONTHLY   *
002400*                FEED SCORECARD. PENDING TRANSACTIONS MATURING FROM *
002410*                AN EARLIER FEED ARE NOT COUNTED AGAIN.             *
002420* 2026-10-15 AG  3800-REHIRE NOW RESTORES AN EMPLOYEE HELD ON       *
002430*                MDRSTARC BEFORE REHIRING - THE ARCHIVED RECORD     *
002440*                GOES BACK TO THE MASTER, COMES OFF THE ARCHIVE AND *
002450*                IS JOURNALED AS ACTION 'U'. THE ARCHIVE IS NOW     *
002460*                OPENED I-O FOR MAINTENANCE.                        *
002461* 2026-10-15 AG  A DUPLICATE ADD, A CHANGE OR DELETE FOR AN         *
002463*                EMPLOYEE NOT ON FILE, AND A FAILED REWRITE OR      *
002465*                DELETE NOW CLEAR THE APPLIED SWITCH, SO THEY       *
002467*                COUNT AS REJECTS INSTEAD OF APPLIED.               *
002470*----------------------------------------------------------*
002480 ENVIRONMENT DIVISION.
002490 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002510     SELECT ROSTER-FILE ASSIGN TO "MDROSTIN"
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-ROSTER-STATUS.
002540     SELECT MASTER-FILE ASSIGN TO "MDROSTER"
002550         ORGANIZATION IS INDEXED
002560         ACCESS MODE IS DYNAMIC
002570         RECORD KEY IS MSTR-EMPNO
002580         ALTERNATE RECORD KEY IS MSTR-NAME
002590             WITH DUPLICATES
002600         FILE STATUS IS WS-MASTER-STATUS.
002610     SELECT LOOKUP-FILE ASSIGN TO "MDLOOKUP"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-LOOKUP-STATUS.
002640     SELECT TXN-FILE ASSIGN TO "MDROSTXN"
002650         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS WS-TXN-STATUS.
002670     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002680         ORGANIZATION IS LINE SEQUENTIAL
002690         FILE STATUS IS WS-AUDIT-STATUS.
002700     SELECT PEND-FILE ASSIGN TO "MDPEND"
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS WS-PEND-STATUS.
002730     SELECT PENDNEW-FILE ASSIGN TO "MDPENDNW"
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS WS-PENDNEW-STATUS.
002760     SELECT JRNL-FILE ASSIGN TO "MDJRNL"
002770         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS WS-JRNL-STATUS.
002790     SELECT OPER-FILE ASSIGN TO "MDOPERS"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS WS-OPER-STATUS.
002820     SELECT DEPT-FILE ASSIGN TO "MDDEPTS"
002830         ORGANIZATION IS INDEXED
002840         ACCESS MODE IS DYNAMIC
002850         RECORD KEY IS DEPT-CODE
002860         FILE STATUS IS WS-DEPT-STATUS.
002870     SELECT SVC-FILE ASSIGN TO "MDSVCHST"
002880         ORGANIZATION IS INDEXED
002890         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SVC-KEY
002910         FILE STATUS IS WS-SVC-STATUS.
002920     SELECT HCA-FILE ASSIGN TO "MDHCAUTH"
002930         ORGANIZATION IS LINE SEQUENTIAL
002940         FILE STATUS IS WS-HCA-FILE-STATUS.
002950     SELECT ARCH-FILE ASSIGN TO "MDRSTARC"
002960         ORGANIZATION IS INDEXED
002970         ACCESS MODE IS DYNAMIC
002980         RECORD KEY IS ARCH-EMPNO
002990         ALTERNATE RECORD KEY IS ARCH-NAME
003000             WITH DUPLICATES
003010         FILE STATUS IS WS-ARCH-STATUS.
003020 DATA DIVISION.
003030 FILE SECTION.
003040 FD  ROSTER-FILE
003050     RECORD CONTAINS 80 CHARACTERS.
003060 01  ROSTER-RECORD.
003070     05  ROS-IN-EMPNO           PIC 9(06).
003080     05  ROS-IN-NAME            PIC X(20).
003090     05  ROS-IN-START           PIC X(10).
003100     05  ROS-IN-END             PIC X(10).
003110     05  ROS-IN-DEPT            PIC X(04).
003120     05  ROS-IN-STATUS          PIC X(01).
003130     05  FILLER                 PIC X(29).
003140 FD  MASTER-FILE
003150     RECORD CONTAINS 80 CHARACTERS.
003160     COPY MDMSTREC.
003170 FD  LOOKUP-FILE
003180     RECORD CONTAINS 80 CHARACTERS.
003190 01  LOOKUP-RECORD.
003200     05  LKP-NAME               PIC X(20).
003210     05  FILLER                 PIC X(60).
003220 FD  TXN-FILE
003230     RECORD CONTAINS 80 CHARACTERS.
003240 01  TXN-RECORD.
003250     05  TXN-CODE               PIC X(01).
003260         88  TXN-IS-ADD                 VALUE "A".
003270         88  TXN-IS-CHANGE              VALUE "C".
003280         88  TXN-IS-DELETE              VALUE "D".
003290         88  TXN-IS-XFER                VALUE "T".
003300         88  TXN-IS-REHIRE              VALUE "R".
003310     05  TXN-EMPNO              PIC 9(06).
003320     05  TXN-NAME               PIC X(20).
003330     05  TXN-START              PIC X(10).
003340     05  TXN-END                PIC X(10).
003350     05  TXN-DEPT               PIC X(04).
003360     05  TXN-STATUS             PIC X(01).
003370     05  TXN-EFF-DATE           PIC X(10).
003380     05  TXN-OPER-ID            PIC X(03).
003390     05  TXN-DEPT-TO            PIC X(04).
003400     05  FILLER                 PIC X(11).
003410     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
003420         ==:PREFIX:== BY ==TXN-TRL==.
003430 FD  AUDIT-FILE
003440     RECORD CONTAINS 100 CHARACTERS.
003450     COPY AUDITREC.
003460 FD  PEND-FILE
003470     RECORD CONTAINS 80 CHARACTERS.
003480 01  PEND-RECORD                PIC X(80).
003490 FD  PENDNEW-FILE
003500     RECORD CONTAINS 80 CHARACTERS.
003510 01  PENDNEW-RECORD             PIC X(80).
003520 FD  JRNL-FILE
003530     RECORD CONTAINS 180 CHARACTERS.
003540     COPY MDJRNREC.
003550 FD  DEPT-FILE
003560     RECORD CONTAINS 80 CHARACTERS.
003570     COPY MDDPTREC.
003580 FD  OPER-FILE
003590     RECORD CONTAINS 80 CHARACTERS.
003600 01  OPER-RECORD.
003610     05  OPR-ID                 PIC X(03).
003620     05  OPR-NAME               PIC X(20).
003630     05  FILLER                 PIC X(57).
003640 FD  SVC-FILE
003650     RECORD CONTAINS 80 CHARACTERS.
003660     COPY MDSVCREC.
003670 FD  HCA-FILE
003680     RECORD CONTAINS 80 CHARACTERS.
003690     COPY MDHCAREC.
003700 FD  ARCH-FILE
003710     RECORD CONTAINS 80 CHARACTERS.
003720     COPY MDARCREC.
003730 WORKING-STORAGE SECTION.
003740 01  WS-ROSTER-STATUS           PIC X(02) VALUE "00".
003750     88  WS-ROSTER-OK                     VALUE "00".
003760     88  WS-ROSTER-EOF                    VALUE "10".
003770 01  WS-MASTER-STATUS           PIC X(02) VALUE "00".
003780     88  WS-MASTER-OK                     VALUE "00".
003790     88  WS-MASTER-EOF                    VALUE "10".
003800 01  WS-LOOKUP-STATUS           PIC X(02) VALUE "00".
003810     88  WS-LOOKUP-OK                     VALUE "00".
003820     88  WS-LOOKUP-EOF                    VALUE "10".
003830 01  WS-TXN-STATUS              PIC X(02) VALUE "00".
003840     88  WS-TXN-OK                        VALUE "00".
003850     88  WS-TXN-EOF                       VALUE "10".
003860 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
003870     88  WS-AUDIT-OK                      VALUE "00".
003880 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'MULTIDCOB'.
003890 01  WS-ERRH-FILE-NAME          PIC X(08).
003900 01  WS-ERRH-OPERATION          PIC X(06).
003910 01  WS-ERRH-SEVERITY           PIC X(02).
003920 01  MD-CURSOR PIC 9(10) VALUE 1.
003930 01  MD-ENTRY-COUNT PIC 9(10) VALUE 0.
003940 01  MD-BUILD-IDX PIC 9(10) VALUE 1.
003950 01  MD-LOADED-COUNT PIC 9(09) VALUE 0.
003960 01  MD-INVALID-COUNT PIC 9(09) VALUE 0.
003970 01  WS-RUN-DATE-NUM PIC 9(08) VALUE 0.
003980 01  WS-MSG-VALUE PIC X(30) VALUE SPACES.
003990 01  WS-PREV-DEPT PIC X(04) VALUE LOW-VALUES.
004000 01  WS-DEPT-STATUS PIC X(02) VALUE "00".
004010     88  WS-DEPT-FILE-OK VALUE "00".
004020*    THE DEPARTMENT MASTER IS SMALL REFERENCE DATA - LOADED
004030*    ONCE SO EACH TRANSACTION COSTS A TABLE LOOKUP AND THE
004040*    BREAK HEADINGS GET THE NAME AND MANAGER FROM THE SAME
004050*    COPY. A MISSING MASTER LEAVES THE VALIDATION OFF.
004060 01  WS-DM-TABLE.
004070     05  WS-DM-ENTRY OCCURS 30 TIMES.
004080         10  WS-DM-CODE PIC X(04).
004090         10  WS-DM-NAME PIC X(20).
004100         10  WS-DM-MANAGER PIC X(20).
004110         10  WS-DM-ACTIVE PIC X(01).
004120         10  WS-DM-AUTH-SW PIC X(01).
004130             88  WS-DM-HAS-AUTH VALUE "Y".
004140         10  WS-DM-AUTH PIC 9(05).
004150         10  WS-DM-AUTH-EFF PIC 9(08).
004160         10  WS-DM-STAFF PIC 9(05).
004170 01  WS-DM-COUNT PIC 9(02) VALUE 0.
004180 01  WS-DM-SUB PIC 9(02) VALUE 0.
004190 01  WS-DM-FOUND-SUB PIC 9(02) VALUE 0.
004200 01  WS-DM-LOADED-SW PIC X(01) VALUE "N".
004210     88  WS-DM-LOADED VALUE "Y".
004220 01  WS-DM-LOOK-CODE PIC X(04) VALUE SPACES.
004230 01  WS-DM-LOOK-NAME PIC X(20) VALUE SPACES.
004240 01  WS-DM-LOOK-MGR PIC X(20) VALUE SPACES.
004250 01  WS-TXN-DEPT-OK-SW PIC X(01) VALUE "Y".
004260     88  WS-TXN-DEPT-OK VALUE "Y".
004270 01  WS-DEPT-REJ-COUNT PIC 9(05) VALUE 0.
004280 01  WS-OPER-STATUS PIC X(02) VALUE "00".
004290     88  WS-OPER-FILE-OK VALUE "00".
004300     88  WS-OPER-FILE-EOF VALUE "10".
004310 01  WS-OP-TABLE.
004320     05  WS-OP-ENTRY OCCURS 20 TIMES.
004330         10  WS-OP-ID PIC X(03).
004340         10  WS-OP-NAME PIC X(20).
004350 01  WS-OP-COUNT PIC 9(02) VALUE 0.
004360 01  WS-OP-SUB PIC 9(02) VALUE 0.
004370 01  WS-OP-LOADED-SW PIC X(01) VALUE "N".
004380     88  WS-OP-LOADED VALUE "Y".
004390 01  WS-OPER-OK-SW PIC X(01) VALUE "Y".
004400     88  WS-OPER-AUTHORIZED VALUE "Y".
004410 01  WS-OPER-REJ-COUNT PIC 9(05) VALUE 0.
004420 01  WS-TXN-APPLIED-SW PIC X(01) VALUE "N".
004430     88  WS-TXN-APPLIED VALUE "Y".
004440 01  WS-JRNL-OPER PIC X(03) VALUE SPACES.
004450 01  WS-XFER-COUNT PIC 9(05) VALUE 0.
004460 01  WS-XFER-FROM PIC X(04) VALUE SPACES.
004470 01  WS-XFER-TO PIC X(04) VALUE SPACES.
004480 01  WS-SVC-STATUS PIC X(02) VALUE "00".
004490     88  WS-SVC-OK VALUE "00".
004500 01  WS-RH-START-X PIC X(08).
004510 01  WS-RH-START-N REDEFINES WS-RH-START-X PIC 9(08).
004520 01  WS-RH-END-X PIC X(08).
004530 01  WS-RH-END-N REDEFINES WS-RH-END-X PIC 9(08).
004540 01  WS-RH-PRIOR-END PIC 9(08) VALUE 0.
004550 01  WS-REHIRE-COUNT PIC 9(05) VALUE 0.
004560 01  WS-HCA-FILE-STATUS PIC X(02) VALUE "00".
004570     88  WS-HCA-FILE-OK VALUE "00".
004580 01  WS-HC-LOADED-SW PIC X(01) VALUE "N".
004590     88  WS-HC-LOADED VALUE "Y".
004600 01  WS-HC-WARN-COUNT PIC 9(05) VALUE 0.
004610 01  WS-ARCH-STATUS PIC X(02) VALUE "00".
004620     88  WS-ARCH-OK VALUE "00".
004630 01  WS-ARCH-OPEN-SW PIC X(01) VALUE "N".
004640     88  WS-ARCH-OPEN VALUE "Y".
004650 01  WS-ARCH-REJ-COUNT PIC 9(05) VALUE 0.
004660 01  WS-ARCH-RESTORE-COUNT PIC 9(05) VALUE 0.
004670 01  WS-TRL-FOUND-SW PIC X(01) VALUE "N".
004680     88  WS-TRL-FOUND VALUE "Y".
004690 01  WS-TRL-BAD-SW PIC X(01) VALUE "N".
004700     88  WS-TRL-BAD VALUE "Y".
004710 01  WS-TRL-EXP-COUNT PIC 9(09) VALUE 0.
004720 01  WS-TRL-EXP-HASH PIC 9(13) VALUE 0.
004730 01  WS-FD-HASH PIC 9(13) VALUE 0.
004740 01  WS-TXN-READ-COUNT PIC 9(09) VALUE 0.
004750 01  WS-TXN-REJ-COUNT PIC 9(09) VALUE 0.
004760 01  WS-TXN-FILE-SW PIC X(01) VALUE "N".
004770     88  WS-TXN-FILE-SEEN VALUE "Y".
004780 01  WS-DEPT-COUNT PIC 9(05) VALUE 0.
004790 01  WS-DEPT-TENURE PIC 9(09) VALUE 0.
004800 01  WS-DEPT-AVG PIC 9(06)V9(01) VALUE 0.
004810 01  WS-DEPT-CUM PIC 9(09) VALUE 0.
004820 01  WS-DEPT-CUM-AVG PIC 9(06)V9(01) VALUE 0.
004830 01  WS-CO-COUNT PIC 9(05) VALUE 0.
004840 01  WS-CO-TENURE PIC 9(09) VALUE 0.
004850 01  WS-CO-AVG PIC 9(06)V9(01) VALUE 0.
004860 01  WS-CO-CUM PIC 9(09) VALUE 0.
004870 01  WS-CO-CUM-AVG PIC 9(06)V9(01) VALUE 0.
004880 01  MD-SORT-SUB PIC 9(04) VALUE 0.
004890 01  MD-SORT-LIMIT PIC 9(04) VALUE 0.
004900 01  MD-SORT-SWAPPED-SW PIC X(01) VALUE "N".
004910     88  MD-SORT-SWAPPED VALUE "Y".
004920 01  MD-SORT-WORK-ENTRY PIC X(60).
004930 01  WS-PEND-STATUS PIC X(02) VALUE "00".
004940     88  WS-PEND-OK VALUE "00".
004950     88  WS-PEND-EOF VALUE "10".
004960 01  WS-PENDNEW-STATUS PIC X(02) VALUE "00".
004970     88  WS-PENDNEW-OK VALUE "00".
004980     88  WS-PENDNEW-EOF VALUE "10".
004990 01  WS-APPLIED-COUNT PIC 9(05) VALUE 0.
005000 01  WS-QUEUED-COUNT PIC 9(05) VALUE 0.
005010 01  WS-STILL-PEND-COUNT PIC 9(05) VALUE 0.
005020 01  WS-EFF-DATE-X PIC X(08).
005030 01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE-X PIC 9(08).
005040 01  WS-TXN-MATURED-SW PIC X(01) VALUE "Y".
005050     88  WS-TXN-MATURED VALUE "Y".
005060 01  WS-JRNL-STATUS PIC X(02) VALUE "00".
005070     88  WS-JRNL-OK VALUE "00".
005080 01  WS-JRNL-ACTION PIC X(01).
005090 01  WS-JRNL-BEFORE PIC X(80).
005100*    THE DEPARTMENT AND STATUS IN THE STAGED IMAGES KEEP THE
005110*    ACTIVE HEADCOUNT CURRENT AS CHANGES ARE JOURNALED.
005120 01  WS-HC-BEFORE REDEFINES WS-JRNL-BEFORE.
005130     05  FILLER PIC X(48).
005140     05  WS-HC-BEF-DEPT PIC X(04).
005150     05  WS-HC-BEF-STATUS PIC X(01).
005160     05  FILLER PIC X(27).
005170 01  WS-JRNL-AFTER PIC X(80).
005180 01  WS-HC-AFTER REDEFINES WS-JRNL-AFTER.
005190     05  WS-HC-AFT-EMPNO PIC X(06).
005200     05  FILLER PIC X(42).
005210     05  WS-HC-AFT-DEPT PIC X(04).
005220     05  WS-HC-AFT-STATUS PIC X(01).
005230     05  FILLER PIC X(27).
005240 01  WS-JRNL-EFF-DATE PIC 9(08) VALUE 0.
005250 01  WS-MSG-TYPE PIC X(02).
005260 01  WS-MSG-STATUS PIC X(02).
005270 01  WS-MSG-TEXT PIC X(80).
005280 01  WS-MSG-LANG PIC X(02) VALUE SPACES.
005290     COPY MSGFLDS.
005300 01  WS-NAMES.
005310     05  WS-NAMES-ENTRIES OCCURS 1 TO 9999 TIMES
005320             DEPENDING ON MD-ENTRY-COUNT
005330             INDEXED BY MD-IDX.
005340        10  WS-NAMES-EMPNO PIC 9(06).
005350        10  WS-NAMES-NAME  PIC A(20).
005360        COPY DATEFLD REPLACING ==:LVL:== BY ==10==
005370            ==:PREFIX:== BY ==WS-NAMES-START==.
005380        COPY DATEFLD REPLACING ==:LVL:== BY ==10==
005390            ==:PREFIX:== BY ==WS-NAMES-END==.
005400        10  WS-NAMES-DURATION PIC 9(6) VALUE 0.
005410        10  WS-NAMES-VALID PIC X(01) VALUE "Y".
005420           88  WS-ENTRY-IS-VALID     VALUE "Y".
005430        10  WS-NAMES-DEPT  PIC X(04).
005440        10  WS-NAMES-STATUS PIC X(01).
005450        10  WS-NAMES-CUM-DAYS PIC 9(06) VALUE 0.
005460 01  WS-LOOKUP-START-NUM            PIC 9(08).
005470     COPY DATEDISP REPLACING ==:LVL:== BY ==01==
005480         ==:PREFIX:== BY ==WS-LOOKUP-START==.
005490 01  WS-LOOKUP-END-NUM              PIC 9(08).
005500     COPY DATEDISP REPLACING ==:LVL:== BY ==01==
005510         ==:PREFIX:== BY ==WS-LOOKUP-END==.
005520 01  WS-LOOKUP-CUM-DAYS             PIC 9(07) VALUE 0.
005530     COPY RPTHDFT.
005540 01  WS-RUN-ID PIC 9(04) VALUE 0.
005550 PROCEDURE DIVISION.
005560 0000-MAINLINE.
005570     CALL 'GETBDATE' USING WS-RUN-DATE-NUM.
005580     PERFORM 0600-LOAD-DEPTS THRU 0600-EXIT.
005590     PERFORM 0700-LOAD-AUTH THRU 0700-EXIT.
005600     PERFORM 0800-LOAD-OPERS THRU 0800-EXIT.
005610     PERFORM 0500-PRINT-HEADER THRU 0500-EXIT.
005620     PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT.
005630     PERFORM 1500-VALIDATE-ROSTER THRU 1500-EXIT
005640         UNTIL MD-CURSOR > MD-ENTRY-COUNT.
005650     PERFORM 1700-BUILD-MASTER THRU 1700-EXIT.
005660     PERFORM 3000-MAINTAIN-ROSTER THRU 3000-EXIT.
005670     PERFORM 3500-RELOAD-ROSTER THRU 3500-EXIT.
005680     PERFORM 3600-SORT-BY-DEPT THRU 3600-EXIT.
005690     MOVE 1 TO MD-CURSOR.
005700     PERFORM PRINT-NAMES UNTIL MD-CURSOR > MD-ENTRY-COUNT.
005710     IF WS-DEPT-COUNT > 0
005720         PERFORM 4100-PRINT-DEPT-TOTAL THRU 4100-EXIT.
005730     PERFORM 4200-PRINT-COMPANY-TOTAL THRU 4200-EXIT.
005740     PERFORM 2000-LOOKUP-NAME THRU 2000-EXIT.
005750     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
005760     IF WS-TRL-BAD
005770         MOVE 4 TO RETURN-CODE
005780     ELSE
005790         MOVE 0 TO RETURN-CODE.
005800     GOBACK.
005810*----------------------------------------------------------*
005820* 1000-LOAD-ROSTER - READ THE ROSTER FILE INTO THE NAMES    *
005830* TABLE. A MISSING ROSTER FILE LEAVES THE TABLE EMPTY.      *
005840*----------------------------------------------------------*
005850 1000-LOAD-ROSTER.
005860     OPEN INPUT ROSTER-FILE.
005870     IF NOT WS-ROSTER-OK
005880         GO TO 1000-EXIT.
005890 1010-READ-NEXT.
005900     IF MD-ENTRY-COUNT = 9999
005910         GO TO 1090-LOAD-DONE.
005920     READ ROSTER-FILE
005930         AT END
005940             GO TO 1090-LOAD-DONE.
005950     ADD 1 TO MD-ENTRY-COUNT.
005960     ADD 1 TO MD-LOADED-COUNT.
005970     MOVE ROS-IN-EMPNO TO WS-NAMES-EMPNO(MD-ENTRY-COUNT).
005980     MOVE ROS-IN-NAME  TO WS-NAMES-NAME(MD-ENTRY-COUNT).
005990     IF ROS-IN-START NOT = SPACES
006000         MOVE ROS-IN-START(1:4) TO
006010             WS-NAMES-START-CCYY(MD-ENTRY-COUNT)
006020         MOVE ROS-IN-START(6:2) TO
006030             WS-NAMES-START-MM(MD-ENTRY-COUNT)
006040         MOVE ROS-IN-START(9:2) TO
006050             WS-NAMES-START-DD(MD-ENTRY-COUNT)
006060     END-IF.
006070     IF ROS-IN-END NOT = SPACES
006080         MOVE ROS-IN-END(1:4) TO
006090             WS-NAMES-END-CCYY(MD-ENTRY-COUNT)
006100         MOVE ROS-IN-END(6:2) TO
006110             WS-NAMES-END-MM(MD-ENTRY-COUNT)
006120         MOVE ROS-IN-END(9:2) TO
006130             WS-NAMES-END-DD(MD-ENTRY-COUNT)
006140     END-IF.
006150     MOVE ROS-IN-DEPT TO WS-NAMES-DEPT(MD-ENTRY-COUNT).
006160     MOVE ROS-IN-STATUS TO WS-NAMES-STATUS(MD-ENTRY-COUNT).
006170     GO TO 1010-READ-NEXT.
006180 1090-LOAD-DONE.
006190     CLOSE ROSTER-FILE.
006200 1000-EXIT.
006210     EXIT.
006220*----------------------------------------------------------*
006230* 0600-LOAD-DEPTS - LOAD THE DEPARTMENT MASTER INTO THE     *
006240* REFERENCE TABLE FOR THE RUN. A MISSING MASTER MEANS NO    *
006250* DEPARTMENT VALIDATION AND RAW CODES ON THE BREAKS - SAID  *
006260* ONCE, SO THE SHOP KNOWS.                                  *
006270*----------------------------------------------------------*
006280 0600-LOAD-DEPTS.
006290     OPEN INPUT DEPT-FILE.
006300     IF NOT WS-DEPT-FILE-OK
006310         DISPLAY 'MULTIDCOB: DEPARTMENT MASTER UNAVAILABLE '
006320             '- DEPARTMENT VALIDATION SKIPPED'
006330         GO TO 0600-EXIT.
006340 0610-READ-NEXT.
006350     READ DEPT-FILE NEXT RECORD
006360         AT END
006370             GO TO 0620-LOAD-DONE.
006380     IF WS-DM-COUNT < 30
006390         ADD 1 TO WS-DM-COUNT
006400         MOVE DEPT-CODE TO WS-DM-CODE (WS-DM-COUNT)
006410         MOVE DEPT-NAME TO WS-DM-NAME (WS-DM-COUNT)
006420         MOVE DEPT-MANAGER TO WS-DM-MANAGER (WS-DM-COUNT)
006430         MOVE DEPT-ACTIVE TO WS-DM-ACTIVE (WS-DM-COUNT)
006440         MOVE "N" TO WS-DM-AUTH-SW (WS-DM-COUNT)
006450         MOVE 0 TO WS-DM-AUTH (WS-DM-COUNT)
006460         MOVE 0 TO WS-DM-AUTH-EFF (WS-DM-COUNT)
006470         MOVE 0 TO WS-DM-STAFF (WS-DM-COUNT)
006480     ELSE
006490         DISPLAY 'MULTIDCOB: DEPARTMENT TABLE FULL - '
006500             DEPT-CODE ' IGNORED'.
006510     GO TO 0610-READ-NEXT.
006520 0620-LOAD-DONE.
006530     CLOSE DEPT-FILE.
006540     IF WS-DM-COUNT > 0
006550         MOVE "Y" TO WS-DM-LOADED-SW.
006560 0600-EXIT.
006570     EXIT.
006580*----------------------------------------------------------*
006590* 0650-FIND-DEPT - LOOK WS-DM-LOOK-CODE UP IN THE LOADED    *
006600* MASTER TABLE AND LEAVE THE NAME AND MANAGER FOR THE       *
006610* BREAK HEADINGS.                                           *
006620*----------------------------------------------------------*
006630 0650-FIND-DEPT.
006640     MOVE 0 TO WS-DM-FOUND-SUB.
006650     MOVE SPACES TO WS-DM-LOOK-NAME.
006660     MOVE SPACES TO WS-DM-LOOK-MGR.
006670     MOVE 1 TO WS-DM-SUB.
006680 0660-FIND-NEXT.
006690     IF WS-DM-SUB > WS-DM-COUNT
006700         GO TO 0650-EXIT.
006710     IF WS-DM-CODE (WS-DM-SUB) = WS-DM-LOOK-CODE
006720         MOVE WS-DM-SUB TO WS-DM-FOUND-SUB
006730         MOVE WS-DM-NAME (WS-DM-SUB) TO WS-DM-LOOK-NAME
006740         MOVE WS-DM-MANAGER (WS-DM-SUB) TO WS-DM-LOOK-MGR
006750         GO TO 0650-EXIT.
006760     ADD 1 TO WS-DM-SUB.
006770     GO TO 0660-FIND-NEXT.
006780 0650-EXIT.
006790     EXIT.
006800*----------------------------------------------------------*
006810* 0670-CHECK-TXN-DEPT - THE TRANSACTION'S DEPARTMENT MUST   *
006820* BE ON THE MASTER AND ACTIVE. NO LOADED MASTER MEANS NO    *
006830* CHECK - THE LONG-STANDING FREE-FORM BEHAVIOR.             *
006840*----------------------------------------------------------*
006850 0670-CHECK-TXN-DEPT.
006860     MOVE "Y" TO WS-TXN-DEPT-OK-SW.
006870     IF NOT WS-DM-LOADED
006880         GO TO 0670-EXIT.
006890     MOVE TXN-DEPT TO WS-DM-LOOK-CODE.
006900     PERFORM 0650-FIND-DEPT THRU 0650-EXIT.
006910     IF WS-DM-FOUND-SUB = 0
006920         DISPLAY '** ROSTER TXN REJECTED - UNKNOWN '
006930             'DEPARTMENT ' TXN-DEPT ' FOR ' TXN-EMPNO
006940         MOVE "N" TO WS-TXN-DEPT-OK-SW
006950         MOVE "N" TO WS-TXN-APPLIED-SW
006960         ADD 1 TO WS-DEPT-REJ-COUNT
006970         GO TO 0670-EXIT.
006980     IF WS-DM-ACTIVE (WS-DM-FOUND-SUB) NOT = 'A'
006990         DISPLAY '** ROSTER TXN REJECTED - INACTIVE '
007000             'DEPARTMENT ' TXN-DEPT ' FOR ' TXN-EMPNO
007010         MOVE "N" TO WS-TXN-DEPT-OK-SW
007020         MOVE "N" TO WS-TXN-APPLIED-SW
007030         ADD 1 TO WS-DEPT-REJ-COUNT.
007040 0670-EXIT.
007050     EXIT.
007060*----------------------------------------------------------*
007070* 0700-LOAD-AUTH - TAKE EACH DEPARTMENT'S AUTHORIZED        *
007080* HEADCOUNT IN FORCE ON THE RUN DATE FROM THE MDHCAUTH      *
007090* CARDS: THE LATEST EFFECTIVE DATE NOT AFTER IT, THE LATER  *
007100* CARD ON A TIE. CARDS DATED AHEAD, UNREADABLE OR FOR A     *
007110* DEPARTMENT NOT ON THE MASTER ARE PASSED OVER HERE - THE   *
007120* VARIANCE REPORT (MDHCVAR) LISTS THEM. NO DEPARTMENT       *
007130* MASTER OR NO CARD FILE MEANS NO HEADCOUNT CHECK.          *
007140*----------------------------------------------------------*
007150 0700-LOAD-AUTH.
007160     IF NOT WS-DM-LOADED
007170         GO TO 0700-EXIT.
007180     OPEN INPUT HCA-FILE.
007190     IF NOT WS-HCA-FILE-OK
007200         DISPLAY 'MULTIDCOB: NO AUTHORIZED-HEADCOUNT FILE '
007210             '(MDHCAUTH) - HEADCOUNT CHECK SKIPPED'
007220         GO TO 0700-EXIT.
007230     MOVE "Y" TO WS-HC-LOADED-SW.
007240 0710-READ-NEXT.
007250     READ HCA-FILE
007260         AT END
007270             GO TO 0720-LOAD-DONE.
007280     IF HCA-DEPT = SPACES
007290         GO TO 0710-READ-NEXT.
007300     IF HCA-EFF-DATE NOT NUMERIC
007310         OR HCA-AUTH-COUNT NOT NUMERIC
007320         GO TO 0710-READ-NEXT.
007330     IF HCA-EFF-DATE > WS-RUN-DATE-NUM
007340         GO TO 0710-READ-NEXT.
007350     MOVE HCA-DEPT TO WS-DM-LOOK-CODE.
007360     PERFORM 0650-FIND-DEPT THRU 0650-EXIT.
007370     IF WS-DM-FOUND-SUB = 0
007380         GO TO 0710-READ-NEXT.
007390     IF WS-DM-HAS-AUTH (WS-DM-FOUND-SUB)
007400         AND HCA-EFF-DATE < WS-DM-AUTH-EFF (WS-DM-FOUND-SUB)
007410         GO TO 0710-READ-NEXT.
007420     MOVE "Y" TO WS-DM-AUTH-SW (WS-DM-FOUND-SUB).
007430     MOVE HCA-AUTH-COUNT TO WS-DM-AUTH (WS-DM-FOUND-SUB).
007440     MOVE HCA-EFF-DATE TO WS-DM-AUTH-EFF (WS-DM-FOUND-SUB).
007450     GO TO 0710-READ-NEXT.
007460 0720-LOAD-DONE.
007470     CLOSE HCA-FILE.
007480 0700-EXIT.
007490     EXIT.
007500*----------------------------------------------------------*
007510* 0750-COUNT-ACTIVE - ACTIVE EMPLOYEES PER DEPARTMENT ON    *
007520* THE MASTER AS MAINTENANCE BEGINS. CALLED WITH THE MASTER  *
007530* OPEN I-O; ONLY WHEN THERE ARE BUDGETS TO CHECK AGAINST.   *
007540*----------------------------------------------------------*
007550 0750-COUNT-ACTIVE.
007560     IF NOT WS-HC-LOADED
007570         GO TO 0750-EXIT.
007580     MOVE 0 TO MSTR-EMPNO.
007590     START MASTER-FILE
007600         KEY IS NOT LESS THAN MSTR-EMPNO
007610         INVALID KEY
007620             GO TO 0750-EXIT.
007630 0760-COUNT-NEXT.
007640     READ MASTER-FILE NEXT RECORD
007650         AT END
007660             GO TO 0750-EXIT.
007670     IF NOT MSTR-IS-ACTIVE
007680         GO TO 0760-COUNT-NEXT.
007690     MOVE MSTR-DEPT TO WS-DM-LOOK-CODE.
007700     PERFORM 0650-FIND-DEPT THRU 0650-EXIT.
007710     IF WS-DM-FOUND-SUB > 0
007720         ADD 1 TO WS-DM-STAFF (WS-DM-FOUND-SUB).
007730     GO TO 0760-COUNT-NEXT.
007740 0750-EXIT.
007750     EXIT.
007760*----------------------------------------------------------*
007770* 0770-ADJUST-HEADCOUNT - MOVE THE ACTIVE COUNTS FOR ONE    *
007780* JOURNALED CHANGE: THE BEFORE IMAGE'S DEPARTMENT LOSES AN  *
007790* ACTIVE EMPLOYEE, THE AFTER IMAGE'S GAINS ONE. A           *
007800* DEPARTMENT THAT GAINS SOMEONE AND SO GOES PAST ITS        *
007810* AUTHORIZED HEADCOUNT GETS A WARNING - THE CHANGE STANDS.  *
007820*----------------------------------------------------------*
007830 0770-ADJUST-HEADCOUNT.
007840     IF NOT WS-HC-LOADED
007850         GO TO 0770-EXIT.
007860     IF WS-HC-BEF-STATUS = 'A'
007870         MOVE WS-HC-BEF-DEPT TO WS-DM-LOOK-CODE
007880         PERFORM 0650-FIND-DEPT THRU 0650-EXIT
007890         IF WS-DM-FOUND-SUB > 0
007900             AND WS-DM-STAFF (WS-DM-FOUND-SUB) > 0
007910             SUBTRACT 1 FROM WS-DM-STAFF (WS-DM-FOUND-SUB).
007920     IF WS-HC-AFT-STATUS NOT = 'A'
007930         GO TO 0770-EXIT.
007940     MOVE WS-HC-AFT-DEPT TO WS-DM-LOOK-CODE.
007950     PERFORM 0650-FIND-DEPT THRU 0650-EXIT.
007960     IF WS-DM-FOUND-SUB = 0
007970         GO TO 0770-EXIT.
007980     ADD 1 TO WS-DM-STAFF (WS-DM-FOUND-SUB).
007990     IF NOT WS-DM-HAS-AUTH (WS-DM-FOUND-SUB)
008000         GO TO 0770-EXIT.
008010     IF WS-DM-STAFF (WS-DM-FOUND-SUB)
008020         NOT > WS-DM-AUTH (WS-DM-FOUND-SUB)
008030         GO TO 0770-EXIT.
008040     IF WS-HC-BEF-STATUS = 'A'
008050         AND WS-HC-BEF-DEPT = WS-HC-AFT-DEPT
008060         GO TO 0770-EXIT.
008070     DISPLAY '** HEADCOUNT WARNING - ' WS-HC-AFT-DEPT
008080         ' NOW ' WS-DM-STAFF (WS-DM-FOUND-SUB)
008090         ' ACTIVE, AUTHORIZED ' WS-DM-AUTH (WS-DM-FOUND-SUB)
008100         ' - EMPLOYEE ' WS-HC-AFT-EMPNO.
008110     ADD 1 TO WS-HC-WARN-COUNT.
008120 0770-EXIT.
008130     EXIT.
008140*----------------------------------------------------------*
008150* 0800-LOAD-OPERS - LOAD THE AUTHORIZED-OPERATORS CARDS    *
008160* FOR THE RUN. A MISSING FILE MEANS NO OPERATOR CHECK -    *
008170* SAID ONCE, SO THE AUDITORS KNOW EXACTLY WHERE THE SHOP   *
008180* STANDS THAT NIGHT.                                       *
008190*----------------------------------------------------------*
008200 0800-LOAD-OPERS.
008210     OPEN INPUT OPER-FILE.
008220     IF NOT WS-OPER-FILE-OK
008230         DISPLAY 'MULTIDCOB: AUTHORIZED-OPERATORS FILE '
008240             'UNAVAILABLE - OPERATOR CHECK SKIPPED'
008250         GO TO 0800-EXIT.
008260 0810-READ-NEXT.
008270     READ OPER-FILE
008280         AT END
008290             GO TO 0820-LOAD-DONE.
008300     IF OPR-ID = SPACES
008310         GO TO 0810-READ-NEXT.
008320     IF WS-OP-COUNT < 20
008330         ADD 1 TO WS-OP-COUNT
008340         MOVE OPR-ID TO WS-OP-ID (WS-OP-COUNT)
008350         MOVE OPR-NAME TO WS-OP-NAME (WS-OP-COUNT)
008360     ELSE
008370         DISPLAY 'MULTIDCOB: OPERATOR TABLE FULL - '
008380             OPR-ID ' IGNORED'.
008390     GO TO 0810-READ-NEXT.
008400 0820-LOAD-DONE.
008410     CLOSE OPER-FILE.
008420     IF WS-OP-COUNT > 0
008430         MOVE "Y" TO WS-OP-LOADED-SW.
008440 0800-EXIT.
008450     EXIT.
008460*----------------------------------------------------------*
008470* 0850-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR ID MUST *
008480* BE ON THE AUTHORIZED LIST. A BLANK OR UNKNOWN ID REJECTS *
008490* THE TRANSACTION - PERSONNEL DATA DOES NOT CHANGE WITHOUT *
008500* A NAME BEHIND IT. NO LOADED LIST MEANS NO CHECK.         *
008510*----------------------------------------------------------*
008520 0850-CHECK-OPERATOR.
008530     MOVE "Y" TO WS-OPER-OK-SW.
008540     IF NOT WS-OP-LOADED
008550         GO TO 0850-EXIT.
008560     IF TXN-OPER-ID = SPACES
008570         DISPLAY '** ROSTER TXN REJECTED - NO OPERATOR ID '
008580             'FOR ' TXN-EMPNO
008590         MOVE "N" TO WS-OPER-OK-SW
008600         ADD 1 TO WS-OPER-REJ-COUNT
008610         GO TO 0850-EXIT.
008620     MOVE 1 TO WS-OP-SUB.
008630 0860-CHECK-NEXT.
008640     IF WS-OP-SUB > WS-OP-COUNT
008650         DISPLAY '** ROSTER TXN REJECTED - OPERATOR '
008660             TXN-OPER-ID ' NOT AUTHORIZED FOR ' TXN-EMPNO
008670         MOVE "N" TO WS-OPER-OK-SW
008680         ADD 1 TO WS-OPER-REJ-COUNT
008690         GO TO 0850-EXIT.
008700     IF WS-OP-ID (WS-OP-SUB) = TXN-OPER-ID
008710         GO TO 0850-EXIT.
008720     ADD 1 TO WS-OP-SUB.
008730     GO TO 0860-CHECK-NEXT.
008740 0850-EXIT.
008750     EXIT.
008760*----------------------------------------------------------*
008770* 1500-VALIDATE-ROSTER - FLAG ANY ENTRY WITH A MISSING DATE *
008780* OR AN END DATE BEFORE ITS START DATE. MD-CURSOR IS REUSED *
008790* AS THE VALIDATION INDEX AND RESET BEFORE PRINT-NAMES.     *
008800*----------------------------------------------------------*
008810 1500-VALIDATE-ROSTER.
008820     MOVE "Y" TO WS-NAMES-VALID(MD-CURSOR).
008830     IF (WS-NAMES-START-CCYY(MD-CURSOR) = 0 AND
008840          WS-NAMES-START-MM(MD-CURSOR) = 0 AND
008850          WS-NAMES-START-DD(MD-CURSOR) = 0)
008860         OR (WS-NAMES-END-CCYY(MD-CURSOR) = 0 AND
008870          WS-NAMES-END-MM(MD-CURSOR) = 0 AND
008880          WS-NAMES-END-DD(MD-CURSOR) = 0)
008890         MOVE WS-NAMES-NAME(MD-CURSOR) TO WS-MSG-VALUE
008900         MOVE "RM" TO WS-MSG-TYPE
008910         CALL 'SUBSUB' USING WS-MSG-VALUE WS-MSG-TYPE
008920             WS-MSG-STATUS WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS
008930         MOVE "N" TO WS-NAMES-VALID(MD-CURSOR)
008940         ADD 1 TO MD-INVALID-COUNT
008950     ELSE
008960         IF WS-NAMES-END(MD-CURSOR) < WS-NAMES-START(MD-CURSOR)
008970             MOVE WS-NAMES-NAME(MD-CURSOR) TO WS-MSG-VALUE
008980             MOVE "RS" TO WS-MSG-TYPE
008990             CALL 'SUBSUB' USING WS-MSG-VALUE WS-MSG-TYPE
009000                 WS-MSG-STATUS WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS
009010             MOVE "N" TO WS-NAMES-VALID(MD-CURSOR)
009020             ADD 1 TO MD-INVALID-COUNT
009030         ELSE
009040             PERFORM 1600-COMPUTE-DURATION THRU 1600-EXIT
009050         END-IF
009060     END-IF.
009070     ADD 1 TO MD-CURSOR.
009080 1500-EXIT.
009090     EXIT.
009100*----------------------------------------------------------*
009110* 1600-COMPUTE-DURATION - TENURE IN DAYS BETWEEN START AND  *
009120* END, USING THE INTEGER-OF-DATE INTRINSIC SINCE ORDINARY   *
009130* ARITHMETIC CANNOT ACCOUNT FOR MONTH LENGTHS/LEAP YEARS.   *
009140*----------------------------------------------------------*
009150 1600-COMPUTE-DURATION.
009160     COMPUTE WS-NAMES-DURATION(MD-CURSOR) =
009170         FUNCTION INTEGER-OF-DATE(
009180             WS-NAMES-END-CCYY(MD-CURSOR) * 10000 +
009190             WS-NAMES-END-MM(MD-CURSOR) * 100 +
009200             WS-NAMES-END-DD(MD-CURSOR))
009210       - FUNCTION INTEGER-OF-DATE(
009220             WS-NAMES-START-CCYY(MD-CURSOR) * 10000 +
009230             WS-NAMES-START-MM(MD-CURSOR) * 100 +
009240             WS-NAMES-START-DD(MD-CURSOR)).
009250     MOVE WS-NAMES-DURATION(MD-CURSOR)
009260         TO WS-NAMES-CUM-DAYS(MD-CURSOR).
009270 1600-EXIT.
009280     EXIT.
009290*----------------------------------------------------------*
009300* 1700-BUILD-MASTER - FIRST-TIME-ONLY: WRITE EVERY VALID        *
009310* ROSTER ENTRY TO THE INDEXED MASTER FILE (MDROSTER) KEYED BY   *
009320* NAME, SO A SINGLE EMPLOYEE CAN BE PULLED DIRECTLY BY          *
009330* 2000-LOOKUP-NAME. IF MDROSTER ALREADY EXISTS FROM A PRIOR      *
009340* RUN, IT IS LEFT ALONE - THE MAINTENANCE TRANSACTIONS APPLIED  *
009350* TO IT BY 3000-MAINTAIN-ROSTER MUST PERSIST ACROSS RUNS, AND   *
009360* REBUILDING FROM THE MDROSTIN SEED EVERY TIME WOULD THROW      *
009370* THEM AWAY.                                                    *
009380*----------------------------------------------------------*
009390 1700-BUILD-MASTER.
009400     OPEN I-O MASTER-FILE.
009410     IF WS-MASTER-OK
009420         CLOSE MASTER-FILE
009430         GO TO 1700-EXIT
009440     END-IF.
009450     OPEN OUTPUT MASTER-FILE.
009460     MOVE 1 TO MD-BUILD-IDX.
009470 1710-BUILD-NEXT.
009480     IF MD-BUILD-IDX > MD-ENTRY-COUNT
009490         GO TO 1790-BUILD-DONE.
009500     IF WS-ENTRY-IS-VALID(MD-BUILD-IDX)
009510         MOVE WS-NAMES-EMPNO(MD-BUILD-IDX)    TO MSTR-EMPNO
009520         MOVE WS-NAMES-NAME(MD-BUILD-IDX)     TO MSTR-NAME
009530         MOVE WS-NAMES-START(MD-BUILD-IDX)    TO MSTR-START
009540         MOVE WS-NAMES-END(MD-BUILD-IDX)      TO MSTR-END
009550         MOVE WS-NAMES-DURATION(MD-BUILD-IDX) TO MSTR-DURATION
009560         MOVE WS-NAMES-DEPT(MD-BUILD-IDX)     TO MSTR-DEPT
009570         MOVE WS-NAMES-STATUS(MD-BUILD-IDX)   TO MSTR-STATUS
009580         MOVE 0 TO MSTR-PRIOR-PERIODS
009590         MOVE 0 TO MSTR-PRIOR-DAYS
009600         WRITE MASTER-RECORD
009610     END-IF.
009620     ADD 1 TO MD-BUILD-IDX.
009630     GO TO 1710-BUILD-NEXT.
009640 1790-BUILD-DONE.
009650     CLOSE MASTER-FILE.
009660 1700-EXIT.
009670     EXIT.
009680*----------------------------------------------------------*
009690* 2000-LOOKUP-NAME - OPTIONAL SINGLE-NAME LOOKUP. IF A NAME *
009700* CARD IS PRESENT ON MDLOOKUP, PULL THAT EMPLOYEE'S RECORD  *
009710* DIRECTLY FROM THE INDEXED MASTER FILE BY KEY INSTEAD OF   *
009720* SCANNING THE IN-MEMORY TABLE. A MISSING LOOKUP CARD SKIPS *
009730* THIS STEP.                                                 *
009740* A NAME NOT ON THE MASTER IS THEN LOOKED FOR ON THE        *
009750* INACTIVE-EMPLOYEE ARCHIVE (MDRSTARC).                     *
009760*----------------------------------------------------------*
009770 2000-LOOKUP-NAME.
009780     OPEN INPUT LOOKUP-FILE.
009790     IF NOT WS-LOOKUP-OK
009800         GO TO 2000-EXIT.
009810     READ LOOKUP-FILE
009820         AT END
009830             GO TO 2090-LOOKUP-CLOSE.
009840     OPEN INPUT MASTER-FILE.
009850     MOVE LKP-NAME TO MSTR-NAME.
009860     READ MASTER-FILE
009870         KEY IS MSTR-NAME
009880         INVALID KEY
009890             GO TO 2050-LOOKUP-ARCHIVE.
009900 2020-SHOW-MATCH.
009910     IF MSTR-PRIOR-DAYS NOT NUMERIC
009920         MOVE 0 TO MSTR-PRIOR-DAYS.
009930     COMPUTE WS-LOOKUP-CUM-DAYS = MSTR-PRIOR-DAYS + MSTR-DURATION.
009940     MOVE MSTR-START TO WS-LOOKUP-START-NUM.
009950     MOVE WS-LOOKUP-START-NUM TO WS-LOOKUP-START-EDIT.
009960     MOVE MSTR-END TO WS-LOOKUP-END-NUM.
009970     MOVE WS-LOOKUP-END-NUM TO WS-LOOKUP-END-EDIT.
009980     DISPLAY "LOOKUP: " MSTR-EMPNO " " MSTR-NAME
009990         " (" WS-LOOKUP-START-EDIT " - " WS-LOOKUP-END-EDIT
010000         ")  TENURE DAYS: " MSTR-DURATION
010010         "  CUMULATIVE DAYS: " WS-LOOKUP-CUM-DAYS.
010020*    THE NAME KEY ALLOWS DUPLICATES - WALK THE ALTERNATE KEY
010030*    FORWARD AND LIST EVERY EMPLOYEE SHARING THE NAME.
010040     READ MASTER-FILE NEXT RECORD
010050         AT END
010060             GO TO 2080-LOOKUP-NOTFOUND.
010070     IF MSTR-NAME = LKP-NAME
010080         GO TO 2020-SHOW-MATCH.
010090     GO TO 2080-LOOKUP-NOTFOUND.
010100*    NOT ON THE LIVE MASTER - THE EMPLOYEE MAY HAVE BEEN PURGED
010110*    TO THE ARCHIVE. LIST EVERY ARCHIVED MATCH THE SAME WAY.
010120 2050-LOOKUP-ARCHIVE.
010130     CLOSE MASTER-FILE.
010140     OPEN INPUT ARCH-FILE.
010150     IF NOT WS-ARCH-OK
010160         DISPLAY "** LOOKUP - NAME NOT FOUND: " LKP-NAME
010170         GO TO 2090-LOOKUP-CLOSE.
010180     MOVE LKP-NAME TO ARCH-NAME.
010190     READ ARCH-FILE
010200         KEY IS ARCH-NAME
010210         INVALID KEY
010220             DISPLAY "** LOOKUP - NAME NOT FOUND: " LKP-NAME
010230             GO TO 2070-ARCHIVE-CLOSE.
010240 2060-SHOW-ARCHIVED.
010250     MOVE ARCH-RECORD TO MASTER-RECORD.
010260     IF MSTR-PRIOR-DAYS NOT NUMERIC
010270         MOVE 0 TO MSTR-PRIOR-DAYS.
010280     COMPUTE WS-LOOKUP-CUM-DAYS = MSTR-PRIOR-DAYS + MSTR-DURATION.
010290     MOVE MSTR-START TO WS-LOOKUP-START-NUM.
010300     MOVE WS-LOOKUP-START-NUM TO WS-LOOKUP-START-EDIT.
010310     MOVE MSTR-END TO WS-LOOKUP-END-NUM.
010320     MOVE WS-LOOKUP-END-NUM TO WS-LOOKUP-END-EDIT.
010330     DISPLAY "LOOKUP (ARCHIVED): " MSTR-EMPNO " " MSTR-NAME
010340         " (" WS-LOOKUP-START-EDIT " - " WS-LOOKUP-END-EDIT
010350         ")  TENURE DAYS: " MSTR-DURATION
010360         "  CUMULATIVE DAYS: " WS-LOOKUP-CUM-DAYS.
010370     READ ARCH-FILE NEXT RECORD
010380         AT END
010390             GO TO 2070-ARCHIVE-CLOSE.
010400     IF ARCH-NAME = LKP-NAME
010410         GO TO 2060-SHOW-ARCHIVED.
010420 2070-ARCHIVE-CLOSE.
010430     CLOSE ARCH-FILE.
010440     GO TO 2090-LOOKUP-CLOSE.
010450 2080-LOOKUP-NOTFOUND.
010460     CLOSE MASTER-FILE.
010470 2090-LOOKUP-CLOSE.
010480     CLOSE LOOKUP-FILE.
010490 2000-EXIT.
010500     EXIT.
010510*----------------------------------------------------------*
010520* 3000-MAINTAIN-ROSTER - APPLY ADD/CHANGE/DELETE TRANSACTIONS*
010530* (MDROSTXN) TO THE MASTER FILE. A MISSING TRANSACTION FILE *
010540* LEAVES THE MASTER FILE UNCHANGED.                          *
010550*----------------------------------------------------------*
010560 3000-MAINTAIN-ROSTER.
010570     OPEN I-O MASTER-FILE.
010580     IF NOT WS-MASTER-OK
010590         GO TO 3000-EXIT.
010600*    THE ARCHIVE KEEPS ARCHIVED EMPLOYEE NUMBERS FROM BEING
010610*    REISSUED, AND A REHIRE OF AN ARCHIVED EMPLOYEE BRINGS THE
010620*    RECORD BACK OFF IT. NO ARCHIVE, NOTHING RESERVED.
010630     MOVE "N" TO WS-ARCH-OPEN-SW.
010640     OPEN I-O ARCH-FILE.
010650     IF WS-ARCH-OK
010660         MOVE "Y" TO WS-ARCH-OPEN-SW.
010670     PERFORM 0750-COUNT-ACTIVE THRU 0750-EXIT.
010680     PERFORM 2900-PROCESS-PENDING THRU 2900-EXIT.
010690     OPEN INPUT TXN-FILE.
010700     IF NOT WS-TXN-OK
010710         GO TO 3080-REPORT.
010720     MOVE "Y" TO WS-TXN-FILE-SW.
010730 3010-TXN-NEXT.
010740     READ TXN-FILE
010750         AT END
010760             GO TO 3090-TXN-DONE.
010770*    THE SENDER'S CONTROL TRAILER IS NOT A TRANSACTION -
010780*    CAPTURE ITS COUNT AND HASH FOR THE END-OF-FILE CHECK.
010790     IF TXN-TRL-PRESENT
010800         MOVE "Y" TO WS-TRL-FOUND-SW
010810         IF TXN-TRL-RECORD-COUNT NUMERIC
010820             MOVE TXN-TRL-RECORD-COUNT TO WS-TRL-EXP-COUNT
010830         END-IF
010840         IF TXN-TRL-HASH-TOTAL NUMERIC
010850             MOVE TXN-TRL-HASH-TOTAL TO WS-TRL-EXP-HASH
010860         END-IF
010870         GO TO 3010-TXN-NEXT.
010880     ADD 1 TO WS-TXN-READ-COUNT.
010890     IF TXN-EMPNO NUMERIC
010900         COMPUTE WS-FD-HASH = WS-FD-HASH + TXN-EMPNO.
010910     PERFORM 3040-CHECK-MATURITY THRU 3040-EXIT.
010920     IF WS-TXN-MATURED
010930         PERFORM 3050-APPLY-TXN THRU 3050-EXIT
010940         IF WS-TXN-APPLIED
010950             ADD 1 TO WS-APPLIED-COUNT
010960         ELSE
010970             ADD 1 TO WS-TXN-REJ-COUNT
010980         END-IF
010990     ELSE
011000         PERFORM 3070-QUEUE-PENDING THRU 3070-EXIT.
011010     GO TO 3010-TXN-NEXT.
011020 3090-TXN-DONE.
011030     CLOSE TXN-FILE.
011040     PERFORM 3095-VERIFY-TRAILER THRU 3095-EXIT.
011050 3080-REPORT.
011060     CLOSE MASTER-FILE.
011070     IF WS-ARCH-OPEN
011080         CLOSE ARCH-FILE
011090         MOVE "N" TO WS-ARCH-OPEN-SW.
011100     DISPLAY 'MULTIDCOB: ' WS-APPLIED-COUNT
011110         ' TRANSACTION(S) APPLIED, '
011120         WS-QUEUED-COUNT ' QUEUED FOR A FUTURE DATE, '
011130         WS-STILL-PEND-COUNT ' STILL PENDING.'.
011140     IF WS-DEPT-REJ-COUNT > 0
011150         DISPLAY 'MULTIDCOB: ' WS-DEPT-REJ-COUNT
011160             ' TRANSACTION(S) REJECTED FOR AN UNKNOWN OR '
011170             'INACTIVE DEPARTMENT.'.
011180     IF WS-OPER-REJ-COUNT > 0
011190         DISPLAY 'MULTIDCOB: ' WS-OPER-REJ-COUNT
011200             ' TRANSACTION(S) REJECTED FOR A MISSING OR '
011210             'UNAUTHORIZED OPERATOR ID.'.
011220     IF WS-REHIRE-COUNT > 0
011230         DISPLAY 'MULTIDCOB: ' WS-REHIRE-COUNT
011240             ' EMPLOYEE(S) REHIRED - PRIOR PERIOD(S) MOVED TO '
011250             'MDSVCHST.'.
011260     IF WS-HC-WARN-COUNT > 0
011270         DISPLAY 'MULTIDCOB: ' WS-HC-WARN-COUNT
011280             ' CHANGE(S) TOOK A DEPARTMENT PAST ITS AUTHORIZED '
011290             'HEADCOUNT - SEE MDHCVAR.'.
011300     IF WS-ARCH-REJ-COUNT > 0
011310         DISPLAY 'MULTIDCOB: ' WS-ARCH-REJ-COUNT
011320             ' ADD(S) REJECTED - EMPLOYEE NUMBER RESERVED BY THE '
011330             'ARCHIVE.'.
011340     IF WS-ARCH-RESTORE-COUNT > 0
011350         DISPLAY 'MULTIDCOB: ' WS-ARCH-RESTORE-COUNT
011360             ' ARCHIVED EMPLOYEE(S) RESTORED TO THE ROSTER FOR '
011370             'REHIRE.'.
011380 3000-EXIT.
011390     EXIT.
011400*----------------------------------------------------------*
011410* 3095-VERIFY-TRAILER - THE TRANSACTION FEED'S CONTROL      *
011420* TRAILER MUST BE PRESENT AND AGREE WITH WHAT WAS READ. A   *
011430* FAILURE FLAGS THE RUN (WARNING RETURN CODE, AUDIT STATUS  *
011440* 04) - A TRUNCATED TRANSFER OF PERSONNEL TRANSACTIONS IS   *
011450* NOT A QUIET NIGHT.                                        *
011460*----------------------------------------------------------*
011470 3095-VERIFY-TRAILER.
011480     IF NOT WS-TXN-FILE-SEEN
011490         GO TO 3095-EXIT.
011500     IF NOT WS-TRL-FOUND
011510         DISPLAY 'MULTIDCOB: *** NO CONTROL TRAILER ON '
011520             'MDROSTXN - FEED MAY BE TRUNCATED'
011530         MOVE "Y" TO WS-TRL-BAD-SW
011540         GO TO 3095-EXIT.
011550     IF WS-TRL-EXP-COUNT NOT = WS-TXN-READ-COUNT
011560         DISPLAY 'MULTIDCOB: *** TRAILER COUNT '
011570             WS-TRL-EXP-COUNT ' BUT ' WS-TXN-READ-COUNT
011580             ' TRANSACTION(S) READ'
011590         MOVE "Y" TO WS-TRL-BAD-SW.
011600     IF WS-TRL-EXP-HASH NOT = WS-FD-HASH
011610         DISPLAY 'MULTIDCOB: *** TRAILER HASH '
011620             WS-TRL-EXP-HASH ' BUT ' WS-FD-HASH
011630             ' COMPUTED'
011640         MOVE "Y" TO WS-TRL-BAD-SW.
011650 3095-EXIT.
011660     EXIT.
011670*----------------------------------------------------------*
011680* 2900-PROCESS-PENDING - RE-EXAMINE THE PENDING QUEUE LEFT  *
011690* BY PRIOR RUNS: TRANSACTIONS WHOSE EFFECTIVE DATE HAS      *
011700* ARRIVED APPLY NOW, THE REST ARE CARRIED FORWARD. THE      *
011710* SURVIVORS STREAM TO A WORK FILE (MDPENDNW) THAT IS THEN   *
011720* COPIED BACK OVER THE QUEUE, THE WAY AUDARCH REWRITES      *
011730* AUDITLOG - NO IN-STORAGE TABLE, SO NO QUEUE SIZE AT WHICH *
011740* A FUTURE-DATED HR TRANSACTION COULD BE DROPPED.           *
011750*----------------------------------------------------------*
011760 2900-PROCESS-PENDING.
011770     OPEN INPUT PEND-FILE.
011780     IF NOT WS-PEND-OK
011790         GO TO 2900-EXIT.
011800     OPEN OUTPUT PENDNEW-FILE.
011810 2910-READ-NEXT.
011820     READ PEND-FILE
011830         AT END
011840             GO TO 2920-SPLIT-DONE.
011850     MOVE PEND-RECORD TO TXN-RECORD.
011860     PERFORM 3040-CHECK-MATURITY THRU 3040-EXIT.
011870     IF WS-TXN-MATURED
011880         DISPLAY 'MULTIDCOB: PENDING TXN MATURED - APPLYING '
011890             TXN-CODE ' ' TXN-EMPNO ' ' TXN-NAME
011900         PERFORM 3050-APPLY-TXN THRU 3050-EXIT
011910         IF WS-TXN-APPLIED
011920             ADD 1 TO WS-APPLIED-COUNT
011930         END-IF
011940     ELSE
011950         MOVE TXN-RECORD TO PENDNEW-RECORD
011960         WRITE PENDNEW-RECORD
011970         ADD 1 TO WS-STILL-PEND-COUNT
011980         DISPLAY 'MULTIDCOB: STILL PENDING UNTIL '
011990             TXN-EFF-DATE ' - '
012000             TXN-CODE ' ' TXN-EMPNO ' ' TXN-NAME.
012010     GO TO 2910-READ-NEXT.
012020 2920-SPLIT-DONE.
012030     CLOSE PEND-FILE.
012040     CLOSE PENDNEW-FILE.
012050     OPEN INPUT PENDNEW-FILE.
012060     IF NOT WS-PENDNEW-OK
012070         GO TO 2900-EXIT.
012080     OPEN OUTPUT PEND-FILE.
012090 2930-COPY-NEXT.
012100     READ PENDNEW-FILE
012110         AT END
012120             GO TO 2990-PENDING-DONE.
012130     MOVE PENDNEW-RECORD TO PEND-RECORD.
012140     WRITE PEND-RECORD.
012150     GO TO 2930-COPY-NEXT.
012160 2990-PENDING-DONE.
012170     CLOSE PENDNEW-FILE.
012180     CLOSE PEND-FILE.
012190 2900-EXIT.
012200     EXIT.
012210*----------------------------------------------------------*
012220* 3040-CHECK-MATURITY - A TRANSACTION APPLIES WHEN ITS      *
012230* EFFECTIVE DATE IS TODAY OR EARLIER. A BLANK OR UNREADABLE *
012240* EFFECTIVE DATE APPLIES AT ONCE, WHICH IS EXACTLY WHAT     *
012250* EVERY TRANSACTION DID BEFORE THE FIELD EXISTED.           *
012260*----------------------------------------------------------*
012270 3040-CHECK-MATURITY.
012280     MOVE "Y" TO WS-TXN-MATURED-SW.
012290*    THE DATE THE JOURNAL (AND SO PAYROLL) IS TOLD THE
012300*    CHANGE TAKES HOLD - THE RUN DATE UNLESS THE TRANSACTION
012310*    CARRIES A READABLE ONE OF ITS OWN.
012320     MOVE WS-RUN-DATE-NUM TO WS-JRNL-EFF-DATE.
012330     IF TXN-EFF-DATE = SPACES
012340         GO TO 3040-EXIT.
012350     MOVE TXN-EFF-DATE (1 : 4) TO WS-EFF-DATE-X (1 : 4).
012360     MOVE TXN-EFF-DATE (6 : 2) TO WS-EFF-DATE-X (5 : 2).
012370     MOVE TXN-EFF-DATE (9 : 2) TO WS-EFF-DATE-X (7 : 2).
012380     IF WS-EFF-DATE-X NOT NUMERIC
012390         GO TO 3040-EXIT.
012400     MOVE WS-EFF-DATE-N TO WS-JRNL-EFF-DATE.
012410     IF WS-EFF-DATE-N > WS-RUN-DATE-NUM
012420         MOVE "N" TO WS-TXN-MATURED-SW.
012430 3040-EXIT.
012440     EXIT.
012450*----------------------------------------------------------*
012460* 3050-APPLY-TXN - APPLY ONE ADD/CHANGE/DELETE TRANSACTION  *
012470* TO THE OPEN MASTER. SHARED BY TONIGHT'S TRANSACTION FILE  *
012480* AND THE MATURED ENTRIES OF THE PENDING QUEUE.             *
012490*----------------------------------------------------------*
012500 3050-APPLY-TXN.
012510*    THE APPLIED SWITCH TELLS THE CALLERS WHETHER THIS
012520*    TRANSACTION ACTUALLY TOOK - THE VALIDATION REJECTS
012530*    (OPERATOR, DEPARTMENT, BAD CODE) TURN IT BACK OFF SO
012540*    THE APPLIED COUNT STOPS OVERSTATING BY EVERY REJECT.
012550     MOVE "N" TO WS-TXN-APPLIED-SW.
012560*    NOBODY TOUCHES THE ROSTER ANONYMOUSLY - THE OPERATOR
012570*    CHECK COVERS TONIGHT'S FEED AND THE PENDING QUEUE ALIKE.
012580     PERFORM 0850-CHECK-OPERATOR THRU 0850-EXIT.
012590     IF NOT WS-OPER-AUTHORIZED
012600         GO TO 3050-EXIT.
012610     MOVE TXN-OPER-ID TO WS-JRNL-OPER.
012620     MOVE "Y" TO WS-TXN-APPLIED-SW.
012630     EVALUATE TRUE
012640         WHEN TXN-IS-ADD
012650             PERFORM 3100-ADD-NAME THRU 3100-EXIT
012660         WHEN TXN-IS-CHANGE
012670             PERFORM 3200-CHANGE-NAME THRU 3200-EXIT
012680         WHEN TXN-IS-DELETE
012690             PERFORM 3300-DELETE-NAME THRU 3300-EXIT
012700         WHEN TXN-IS-XFER
012710             PERFORM 3700-MASS-TRANSFER THRU 3700-EXIT
012720         WHEN TXN-IS-REHIRE
012730             PERFORM 3800-REHIRE THRU 3800-EXIT
012740         WHEN OTHER
012750             DISPLAY "** ROSTER TXN ERROR - BAD CODE FOR "
012760                 TXN-NAME
012770             MOVE "N" TO WS-TXN-APPLIED-SW
012780     END-EVALUATE.
012790 3050-EXIT.
012800     EXIT.
012810*----------------------------------------------------------*
012820* 3070-QUEUE-PENDING - A FUTURE-DATED TRANSACTION GOES TO   *
012830* THE PENDING QUEUE FOR A LATER RUN TO APPLY. SAME EXTEND-  *
012840* WITH-OUTPUT-FALLBACK OPEN THE AUDITLOG WRITERS USE.       *
012850*----------------------------------------------------------*
012860 3070-QUEUE-PENDING.
012870     OPEN EXTEND PEND-FILE.
012880     IF NOT WS-PEND-OK
012890         CLOSE PEND-FILE
012900         OPEN OUTPUT PEND-FILE.
012910     MOVE TXN-RECORD TO PEND-RECORD.
012920     WRITE PEND-RECORD.
012930     CLOSE PEND-FILE.
012940     ADD 1 TO WS-QUEUED-COUNT.
012950     DISPLAY 'MULTIDCOB: QUEUED UNTIL ' TXN-EFF-DATE ' - '
012960         TXN-CODE ' ' TXN-EMPNO ' ' TXN-NAME.
012970 3070-EXIT.
012980     EXIT.
012990*----------------------------------------------------------*
013000* 3100-ADD-NAME - ADD A NEW EMPLOYEE TO THE MASTER FILE.     *
013010* AN EMPLOYEE NUMBER HELD ON THE INACTIVE-EMPLOYEE ARCHIVE   *
013020* IS RESERVED AND IS NOT ISSUED AGAIN.                       *
013030*----------------------------------------------------------*
013040 3100-ADD-NAME.
013050     PERFORM 0670-CHECK-TXN-DEPT THRU 0670-EXIT.
013060     IF NOT WS-TXN-DEPT-OK
013070         GO TO 3100-EXIT.
013080     IF WS-ARCH-OPEN
013090         MOVE TXN-EMPNO TO ARCH-EMPNO
013100         READ ARCH-FILE
013110             KEY IS ARCH-EMPNO
013120             NOT INVALID KEY
013130                 DISPLAY "** ROSTER ADD REJECTED - EMPLOYEE "
013140                     "NUMBER " TXN-EMPNO " IS RESERVED (ARCHIVED)"
013150                 ADD 1 TO WS-ARCH-REJ-COUNT
013160                 MOVE "N" TO WS-TXN-APPLIED-SW
013170                 GO TO 3100-EXIT
013180         END-READ
013190     END-IF.
013200     MOVE TXN-EMPNO TO MSTR-EMPNO.
013210     MOVE TXN-NAME TO MSTR-NAME.
013220     MOVE TXN-START(1:4) TO MSTR-START-CCYY.
013230     MOVE TXN-START(6:2) TO MSTR-START-MM.
013240     MOVE TXN-START(9:2) TO MSTR-START-DD.
013250     MOVE TXN-END(1:4)   TO MSTR-END-CCYY.
013260     MOVE TXN-END(6:2)   TO MSTR-END-MM.
013270     MOVE TXN-END(9:2)   TO MSTR-END-DD.
013280     MOVE TXN-DEPT TO MSTR-DEPT.
013290     MOVE TXN-STATUS TO MSTR-STATUS.
013300     MOVE 0 TO MSTR-PRIOR-PERIODS.
013310     MOVE 0 TO MSTR-PRIOR-DAYS.
013320     PERFORM 3400-COMPUTE-MSTR-DURATION THRU 3400-EXIT.
013330     WRITE MASTER-RECORD
013340         INVALID KEY
013350             DISPLAY "** ROSTER ADD FAILED - DUPLICATE "
013360                 "EMPLOYEE NUMBER " TXN-EMPNO
013365             MOVE "N" TO WS-TXN-APPLIED-SW
013370         NOT INVALID KEY
013380             MOVE 'A' TO WS-JRNL-ACTION
013390             MOVE SPACES TO WS-JRNL-BEFORE
013400             MOVE MASTER-RECORD TO WS-JRNL-AFTER
013410             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
013420     END-WRITE.
013430 3100-EXIT.
013440     EXIT.
013450*----------------------------------------------------------*
013460* 3200-CHANGE-NAME - UPDATE AN EXISTING EMPLOYEE'S DATE      *
013470* RANGE ON THE MASTER FILE.                                  *
013480*----------------------------------------------------------*
013490 3200-CHANGE-NAME.
013500     IF TXN-DEPT NOT = SPACES
013510         PERFORM 0670-CHECK-TXN-DEPT THRU 0670-EXIT
013520         IF NOT WS-TXN-DEPT-OK
013530             GO TO 3200-EXIT.
013540     MOVE TXN-EMPNO TO MSTR-EMPNO.
013550     READ MASTER-FILE
013560         KEY IS MSTR-EMPNO
013570         INVALID KEY
013580             DISPLAY "** ROSTER CHANGE FAILED - NOT FOUND "
013590                 TXN-EMPNO
013595             MOVE "N" TO WS-TXN-APPLIED-SW
013600             GO TO 3200-EXIT.
013610     MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
013620     IF TXN-NAME NOT = SPACES
013630         MOVE TXN-NAME TO MSTR-NAME.
013640*    BLANK MEANS KEEP, THE SAME AS NAME/DEPT/STATUS - A
013650*    PARTIAL CHANGE MUST NOT SPACE OUT THE MASTER'S DATES
013660*    AND FEED NON-NUMERIC FIELDS TO THE TENURE COMPUTE.
013670     IF TXN-START NOT = SPACES
013680         MOVE TXN-START(1:4) TO MSTR-START-CCYY
013690         MOVE TXN-START(6:2) TO MSTR-START-MM
013700         MOVE TXN-START(9:2) TO MSTR-START-DD.
013710     IF TXN-END NOT = SPACES
013720         MOVE TXN-END(1:4)   TO MSTR-END-CCYY
013730         MOVE TXN-END(6:2)   TO MSTR-END-MM
013740         MOVE TXN-END(9:2)   TO MSTR-END-DD.
013750     IF TXN-DEPT NOT = SPACES
013760         MOVE TXN-DEPT TO MSTR-DEPT.
013770     IF TXN-STATUS NOT = SPACES
013780         MOVE TXN-STATUS TO MSTR-STATUS.
013790     PERFORM 3400-COMPUTE-MSTR-DURATION THRU 3400-EXIT.
013800     REWRITE MASTER-RECORD
013810         INVALID KEY
013820             DISPLAY "** ROSTER CHANGE FAILED - REWRITE "
013830                 TXN-NAME
013835             MOVE "N" TO WS-TXN-APPLIED-SW
013840         NOT INVALID KEY
013850             MOVE 'C' TO WS-JRNL-ACTION
013860             MOVE MASTER-RECORD TO WS-JRNL-AFTER
013870             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
013880     END-REWRITE.
013890 3200-EXIT.
013900     EXIT.
013910*----------------------------------------------------------*
013920* 3300-DELETE-NAME - REMOVE AN EMPLOYEE FROM THE MASTER      *
013930* FILE.                                                      *
013940*----------------------------------------------------------*
013950 3300-DELETE-NAME.
013960     MOVE TXN-EMPNO TO MSTR-EMPNO.
013970     READ MASTER-FILE
013980         KEY IS MSTR-EMPNO
013990         INVALID KEY
014000             DISPLAY "** ROSTER DELETE FAILED - NOT FOUND "
014010                 TXN-EMPNO
014015             MOVE "N" TO WS-TXN-APPLIED-SW
014020             GO TO 3300-EXIT.
014030     MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
014040     DELETE MASTER-FILE
014050         INVALID KEY
014060             DISPLAY "** ROSTER DELETE FAILED - DELETE "
014070                 TXN-NAME
014075             MOVE "N" TO WS-TXN-APPLIED-SW
014080         NOT INVALID KEY
014090             MOVE 'D' TO WS-JRNL-ACTION
014100             MOVE SPACES TO WS-JRNL-AFTER
014110             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
014120     END-DELETE.
014130 3300-EXIT.
014140     EXIT.
014150*----------------------------------------------------------*
014160* 3700-MASS-TRANSFER - MOVE EVERYONE IN DEPARTMENT          *
014170* TXN-DEPT TO TXN-DEPT-TO: THE MASTER IS WALKED IN KEY      *
014180* ORDER AND EVERY MATCHING RECORD IS REWRITTEN AND          *
014190* JOURNALED AS AN ORDINARY CHANGE, SO MDBACKOUT CAN         *
014200* REVERSE THE WHOLE REORG ENTRY BY ENTRY. THE DESTINATION   *
014210* GETS THE SAME DEPARTMENT-MASTER CHECK AS ANY OTHER        *
014220* TRANSACTION; A BLANK DESTINATION IS REFUSED OUTRIGHT.     *
014230*----------------------------------------------------------*
014240 3700-MASS-TRANSFER.
014250     IF TXN-DEPT-TO = SPACES
014260         DISPLAY '** ROSTER XFER REJECTED - NO DESTINATION '
014270             'DEPARTMENT'
014280         MOVE "N" TO WS-TXN-APPLIED-SW
014290         GO TO 3700-EXIT.
014300     IF WS-DM-LOADED
014310         MOVE TXN-DEPT-TO TO WS-DM-LOOK-CODE
014320         PERFORM 0650-FIND-DEPT THRU 0650-EXIT
014330         IF WS-DM-FOUND-SUB = 0
014340             DISPLAY '** ROSTER XFER REJECTED - UNKNOWN '
014350                 'DESTINATION ' TXN-DEPT-TO
014360             MOVE "N" TO WS-TXN-APPLIED-SW
014370             GO TO 3700-EXIT
014380         END-IF
014390         IF WS-DM-ACTIVE (WS-DM-FOUND-SUB) NOT = 'A'
014400             DISPLAY '** ROSTER XFER REJECTED - INACTIVE '
014410                 'DESTINATION ' TXN-DEPT-TO
014420             MOVE "N" TO WS-TXN-APPLIED-SW
014430             GO TO 3700-EXIT
014440         END-IF
014450     END-IF.
014460     MOVE TXN-DEPT TO WS-XFER-FROM.
014470     MOVE TXN-DEPT-TO TO WS-XFER-TO.
014480     MOVE 0 TO WS-XFER-COUNT.
014490     MOVE 0 TO MSTR-EMPNO.
014500     START MASTER-FILE
014510         KEY IS NOT LESS THAN MSTR-EMPNO
014520         INVALID KEY
014530             GO TO 3790-XFER-DONE.
014540 3710-NEXT-RECORD.
014550     READ MASTER-FILE NEXT RECORD
014560         AT END
014570             GO TO 3790-XFER-DONE.
014580     IF MSTR-DEPT NOT = WS-XFER-FROM
014590         GO TO 3710-NEXT-RECORD.
014600     MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
014610     MOVE WS-XFER-TO TO MSTR-DEPT.
014620     REWRITE MASTER-RECORD
014630         INVALID KEY
014640             DISPLAY '** ROSTER XFER FAILED - REWRITE '
014650                 MSTR-EMPNO
014660         NOT INVALID KEY
014670             MOVE 'C' TO WS-JRNL-ACTION
014680             MOVE MASTER-RECORD TO WS-JRNL-AFTER
014690             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
014700             ADD 1 TO WS-XFER-COUNT
014710     END-REWRITE.
014720     GO TO 3710-NEXT-RECORD.
014730 3790-XFER-DONE.
014740     DISPLAY 'MULTIDCOB: MASS TRANSFER ' WS-XFER-FROM
014750         ' TO ' WS-XFER-TO ' MOVED ' WS-XFER-COUNT
014760         ' EMPLOYEE(S).'.
014770 3700-EXIT.
014780     EXIT.
014790*----------------------------------------------------------*
014800* 3800-REHIRE - REOPEN AN ENDED EMPLOYEE UNDER THE SAME     *
014810* EMPLOYEE NUMBER. TXN-START IS THE NEW START DATE AND IS   *
014820* REQUIRED; IT MUST FALL AFTER THE CLOSED PERIOD'S END. A   *
014830* BLANK TXN-END MAKES THE NEW PERIOD START AND END ON THE   *
014840* SAME DAY UNTIL A CHANGE SUPPLIES ONE; A BLANK NAME OR     *
014850* DEPARTMENT KEEPS THE OLD ONE, WHICH MUST STILL BE ACTIVE. *
014860* THE CLOSED PERIOD IS WRITTEN TO MDSVCHST BEFORE THE       *
014870* MASTER IS TOUCHED, AND ITS DAYS ARE CARRIED FORWARD IN    *
014880* MSTR-PRIOR-DAYS. A PERIOD ALREADY ON FILE (A REHIRE KEYED *
014890* AGAIN AFTER MDBACKOUT REVERSED THE FIRST ONE) IS          *
014900* REWRITTEN, NOT DUPLICATED.                                *
014910* AN EMPLOYEE NO LONGER ON THE ROSTER BUT HELD ON THE       *
014920* ARCHIVE IS FIRST RESTORED FROM IT (3860).                 *
014930*----------------------------------------------------------*
014940 3800-REHIRE.
014950     MOVE TXN-START (1 : 4) TO WS-RH-START-X (1 : 4).
014960     MOVE TXN-START (6 : 2) TO WS-RH-START-X (5 : 2).
014970     MOVE TXN-START (9 : 2) TO WS-RH-START-X (7 : 2).
014980     IF WS-RH-START-X NOT NUMERIC
014990         DISPLAY '** ROSTER REHIRE REJECTED - NO VALID START '
015000             'DATE FOR ' TXN-EMPNO
015010         MOVE "N" TO WS-TXN-APPLIED-SW
015020         GO TO 3800-EXIT.
015030     MOVE WS-RH-START-X TO WS-RH-END-X.
015040     IF TXN-END NOT = SPACES
015050         MOVE TXN-END (1 : 4) TO WS-RH-END-X (1 : 4)
015060         MOVE TXN-END (6 : 2) TO WS-RH-END-X (5 : 2)
015070         MOVE TXN-END (9 : 2) TO WS-RH-END-X (7 : 2).
015080     IF WS-RH-END-X NOT NUMERIC
015090         OR WS-RH-END-N < WS-RH-START-N
015100         DISPLAY '** ROSTER REHIRE REJECTED - BAD END DATE '
015110             'FOR ' TXN-EMPNO
015120         MOVE "N" TO WS-TXN-APPLIED-SW
015130         GO TO 3800-EXIT.
015140     MOVE TXN-EMPNO TO MSTR-EMPNO.
015150     READ MASTER-FILE
015160         KEY IS MSTR-EMPNO
015170         INVALID KEY
015180             PERFORM 3860-RESTORE-ARCHIVED THRU 3860-EXIT
015190     END-READ.
015200     IF NOT WS-TXN-APPLIED
015210         GO TO 3800-EXIT.
015220     IF NOT MSTR-IS-ENDED
015230         DISPLAY '** ROSTER REHIRE REJECTED - ' TXN-EMPNO
015240             ' IS NOT AN ENDED EMPLOYEE'
015250         MOVE "N" TO WS-TXN-APPLIED-SW
015260         GO TO 3800-EXIT.
015270     COMPUTE WS-RH-PRIOR-END =
015280         MSTR-END-CCYY * 10000 +
015290         MSTR-END-MM * 100 + MSTR-END-DD.
015300     IF WS-RH-START-N NOT > WS-RH-PRIOR-END
015310         DISPLAY '** ROSTER REHIRE REJECTED - START DATE NOT '
015320             'AFTER PRIOR END FOR ' TXN-EMPNO
015330         MOVE "N" TO WS-TXN-APPLIED-SW
015340         GO TO 3800-EXIT.
015350     IF MSTR-PRIOR-PERIODS NOT NUMERIC
015360         OR MSTR-PRIOR-DAYS NOT NUMERIC
015370         MOVE 0 TO MSTR-PRIOR-PERIODS
015380         MOVE 0 TO MSTR-PRIOR-DAYS.
015390     IF MSTR-PRIOR-PERIODS = 99
015400         DISPLAY '** ROSTER REHIRE REJECTED - SERVICE HISTORY '
015410             'FULL FOR ' TXN-EMPNO
015420         MOVE "N" TO WS-TXN-APPLIED-SW
015430         GO TO 3800-EXIT.
015440     IF TXN-DEPT = SPACES
015450         MOVE MSTR-DEPT TO TXN-DEPT.
015460     PERFORM 0670-CHECK-TXN-DEPT THRU 0670-EXIT.
015470     IF NOT WS-TXN-DEPT-OK
015480         GO TO 3800-EXIT.
015490     MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
015500     PERFORM 3850-WRITE-HISTORY THRU 3850-EXIT.
015510     IF NOT WS-TXN-APPLIED
015520         GO TO 3800-EXIT.
015530     ADD 1 TO MSTR-PRIOR-PERIODS.
015540     ADD MSTR-DURATION TO MSTR-PRIOR-DAYS.
015550     IF TXN-NAME NOT = SPACES
015560         MOVE TXN-NAME TO MSTR-NAME.
015570     MOVE TXN-DEPT TO MSTR-DEPT.
015580     MOVE WS-RH-START-N TO MSTR-START.
015590     MOVE WS-RH-END-N TO MSTR-END.
015600     MOVE 'A' TO MSTR-STATUS.
015610     PERFORM 3400-COMPUTE-MSTR-DURATION THRU 3400-EXIT.
015620     REWRITE MASTER-RECORD
015630         INVALID KEY
015640             DISPLAY '** ROSTER REHIRE FAILED - REWRITE '
015650                 TXN-EMPNO
015660             MOVE "N" TO WS-TXN-APPLIED-SW
015670         NOT INVALID KEY
015680             MOVE 'C' TO WS-JRNL-ACTION
015690             MOVE MASTER-RECORD TO WS-JRNL-AFTER
015700             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
015710             ADD 1 TO WS-REHIRE-COUNT
015720     END-REWRITE.
015730 3800-EXIT.
015740     EXIT.
015750*----------------------------------------------------------*
015760* 3850-WRITE-HISTORY - FILE THE MASTER'S CLOSED PERIOD ON   *
015770* MDSVCHST AS PERIOD MSTR-PRIOR-PERIODS + 1. THE FILE IS    *
015780* CREATED ON THE FIRST REHIRE. A HISTORY FILE THAT CANNOT   *
015790* BE OPENED OR WRITTEN REJECTS THE REHIRE - THE FIRST       *
015800* PERIOD IS NOT THROWN AWAY TO LET THE SECOND ONE START.    *
015810*----------------------------------------------------------*
015820 3850-WRITE-HISTORY.
015830     OPEN I-O SVC-FILE.
015840     IF NOT WS-SVC-OK
015850         OPEN OUTPUT SVC-FILE.
015860     IF NOT WS-SVC-OK
015870         MOVE 'MDSVCHST' TO WS-ERRH-FILE-NAME
015880         MOVE 'OPEN' TO WS-ERRH-OPERATION
015890         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
015900             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
015910             WS-SVC-STATUS WS-ERRH-SEVERITY
015920         DISPLAY '** ROSTER REHIRE REJECTED - SERVICE HISTORY '
015930             'UNAVAILABLE FOR ' TXN-EMPNO
015940         MOVE "N" TO WS-TXN-APPLIED-SW
015950         GO TO 3850-EXIT.
015960     MOVE SPACES TO SVC-RECORD.
015970     MOVE MSTR-EMPNO TO SVC-EMPNO.
015980     COMPUTE SVC-PERIOD = MSTR-PRIOR-PERIODS + 1.
015990     MOVE MSTR-NAME TO SVC-NAME.
016000     MOVE MSTR-START TO SVC-START.
016010     MOVE MSTR-END TO SVC-END.
016020     MOVE MSTR-DURATION TO SVC-DURATION.
016030     MOVE MSTR-DEPT TO SVC-DEPT.
016040     MOVE WS-RUN-DATE-NUM TO SVC-CLOSED-DATE.
016050     MOVE TXN-OPER-ID TO SVC-OPER-ID.
016060     WRITE SVC-RECORD
016070         INVALID KEY
016080             REWRITE SVC-RECORD
016090     END-WRITE.
016100     IF NOT WS-SVC-OK
016110         MOVE 'MDSVCHST' TO WS-ERRH-FILE-NAME
016120         MOVE 'WRITE' TO WS-ERRH-OPERATION
016130         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
016140             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
016150             WS-SVC-STATUS WS-ERRH-SEVERITY
016160         DISPLAY '** ROSTER REHIRE REJECTED - SERVICE HISTORY '
016170             'NOT WRITTEN FOR ' TXN-EMPNO
016180         MOVE "N" TO WS-TXN-APPLIED-SW.
016190     CLOSE SVC-FILE.
016200 3850-EXIT.
016210     EXIT.
016220*----------------------------------------------------------*
016230* 3860-RESTORE-ARCHIVED - A REHIRE FOR AN EMPLOYEE NUMBER  *
016240* NOT ON THE ROSTER. IF THE ARCHIVE HOLDS IT, THE ARCHIVED *
016250* RECORD IS WRITTEN BACK TO THE MASTER, TAKEN OFF THE      *
016260* ARCHIVE AND JOURNALED AS A RESTORE, AND THE REHIRE       *
016270* CARRIES ON AGAINST IT. THE RESTORE STANDS EVEN IF THE    *
016280* REHIRE ITSELF IS THEN REJECTED - THE EMPLOYEE IS BACK ON *
016290* THE ROSTER AS ENDED. A RECORD THAT CANNOT COME OFF THE   *
016300* ARCHIVE IS TAKEN BACK OFF THE MASTER SO IT IS NEVER HELD *
016310* IN BOTH.                                                 *
016320*----------------------------------------------------------*
016330 3860-RESTORE-ARCHIVED.
016340     IF NOT WS-ARCH-OPEN
016350         GO TO 3865-NOT-FOUND.
016360     MOVE TXN-EMPNO TO ARCH-EMPNO.
016370     READ ARCH-FILE
016380         KEY IS ARCH-EMPNO
016390         INVALID KEY
016400             GO TO 3865-NOT-FOUND
016410     END-READ.
016420     MOVE ARCH-RECORD TO MASTER-RECORD.
016430     WRITE MASTER-RECORD
016440         INVALID KEY
016450             DISPLAY '** ROSTER REHIRE FAILED - RESTORE FROM '
016460                 'ARCHIVE ' TXN-EMPNO
016470             MOVE "N" TO WS-TXN-APPLIED-SW
016480             GO TO 3860-EXIT
016490     END-WRITE.
016500     DELETE ARCH-FILE RECORD
016510         INVALID KEY
016520             DELETE MASTER-FILE RECORD
016530             DISPLAY '** ROSTER REHIRE FAILED - ' TXN-EMPNO
016540                 ' COULD NOT BE TAKEN OFF MDRSTARC'
016550             MOVE "N" TO WS-TXN-APPLIED-SW
016560             GO TO 3860-EXIT
016570     END-DELETE.
016580     MOVE 'U' TO WS-JRNL-ACTION.
016590     MOVE SPACES TO WS-JRNL-BEFORE.
016600     MOVE MASTER-RECORD TO WS-JRNL-AFTER.
016610     PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT.
016620     ADD 1 TO WS-ARCH-RESTORE-COUNT.
016630     GO TO 3860-EXIT.
016640 3865-NOT-FOUND.
016650     DISPLAY '** ROSTER REHIRE REJECTED - NOT FOUND '
016660         TXN-EMPNO.
016670     MOVE "N" TO WS-TXN-APPLIED-SW.
016680 3860-EXIT.
016690     EXIT.
016700*----------------------------------------------------------*
016710* 3900-WRITE-JOURNAL - ONE MAINTENANCE-JOURNAL ENTRY FOR A  *
016720* CHANGE THAT ACTUALLY TOOK: RUN DATE, ACTION, AND THE      *
016730* BEFORE/AFTER IMAGES THE CALLER STAGED. SAME EXTEND-WITH-  *
016740* OUTPUT-FALLBACK OPEN THE AUDITLOG WRITERS USE.            *
016750*----------------------------------------------------------*
016760 3900-WRITE-JOURNAL.
016770     OPEN EXTEND JRNL-FILE.
016780     IF NOT WS-JRNL-OK
016790         CLOSE JRNL-FILE
016800         OPEN OUTPUT JRNL-FILE.
016810     MOVE SPACES TO JRNL-RECORD.
016820     MOVE WS-RUN-DATE-NUM TO JRNL-RUN-DATE.
016830     MOVE WS-JRNL-ACTION TO JRNL-ACTION.
016840     MOVE WS-JRNL-BEFORE TO JRNL-BEFORE.
016850     MOVE WS-JRNL-AFTER TO JRNL-AFTER.
016860     MOVE WS-JRNL-OPER TO JRNL-OPER-ID.
016870     MOVE WS-JRNL-EFF-DATE TO JRNL-EFF-DATE.
016880     WRITE JRNL-RECORD.
016890     IF NOT WS-JRNL-OK
016900         MOVE 'MDJRNL' TO WS-ERRH-FILE-NAME
016910         MOVE 'WRITE' TO WS-ERRH-OPERATION
016920         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
016930             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
016940             WS-JRNL-STATUS WS-ERRH-SEVERITY.
016950     CLOSE JRNL-FILE.
016960     PERFORM 0770-ADJUST-HEADCOUNT THRU 0770-EXIT.
016970 3900-EXIT.
016980     EXIT.
016990*----------------------------------------------------------*
017000* 3400-COMPUTE-MSTR-DURATION - TENURE IN DAYS FOR A MASTER   *
017010* RECORD BEING ADDED OR CHANGED BY A TRANSACTION.            *
017020*----------------------------------------------------------*
017030 3400-COMPUTE-MSTR-DURATION.
017040     COMPUTE MSTR-DURATION =
017050         FUNCTION INTEGER-OF-DATE(
017060             MSTR-END-CCYY * 10000 +
017070             MSTR-END-MM * 100 +
017080             MSTR-END-DD)
017090       - FUNCTION INTEGER-OF-DATE(
017100             MSTR-START-CCYY * 10000 +
017110             MSTR-START-MM * 100 +
017120             MSTR-START-DD).
017130 3400-EXIT.
017140     EXIT.
017150*----------------------------------------------------------*
017160* 3500-RELOAD-ROSTER - AFTER 3000-MAINTAIN-ROSTER HAS        *
017170* APPLIED ITS ADD/CHANGE/DELETE TRANSACTIONS TO THE MASTER   *
017180* FILE, REBUILD THE IN-MEMORY WS-NAMES TABLE FROM THE        *
017190* MASTER FILE SO THE ROSTER REPORT REFLECTS THIS RUN'S       *
017200* MAINTENANCE INSTEAD OF THE ORIGINAL SEED FILE. A MISSING   *
017210* MASTER FILE LEAVES THE TABLE AS LOADED BY 1000-LOAD-ROSTER.*
017220*----------------------------------------------------------*
017230 3500-RELOAD-ROSTER.
017240     OPEN INPUT MASTER-FILE.
017250     IF NOT WS-MASTER-OK
017260         GO TO 3500-EXIT.
017270     MOVE 0 TO MD-ENTRY-COUNT.
017280 3510-RELOAD-NEXT.
017290     IF MD-ENTRY-COUNT = 9999
017300         GO TO 3590-RELOAD-DONE.
017310     READ MASTER-FILE NEXT RECORD
017320         AT END
017330             GO TO 3590-RELOAD-DONE.
017340     ADD 1 TO MD-ENTRY-COUNT.
017350     MOVE MSTR-EMPNO    TO WS-NAMES-EMPNO(MD-ENTRY-COUNT).
017360     MOVE MSTR-NAME     TO WS-NAMES-NAME(MD-ENTRY-COUNT).
017370     MOVE MSTR-START    TO WS-NAMES-START(MD-ENTRY-COUNT).
017380     MOVE MSTR-END      TO WS-NAMES-END(MD-ENTRY-COUNT).
017390     MOVE MSTR-DURATION TO WS-NAMES-DURATION(MD-ENTRY-COUNT).
017400     MOVE MSTR-DEPT     TO WS-NAMES-DEPT(MD-ENTRY-COUNT).
017410     MOVE MSTR-STATUS   TO WS-NAMES-STATUS(MD-ENTRY-COUNT).
017420     MOVE "Y" TO WS-NAMES-VALID(MD-ENTRY-COUNT).
017430     IF MSTR-PRIOR-DAYS NOT NUMERIC
017440         MOVE 0 TO MSTR-PRIOR-DAYS.
017450     COMPUTE WS-NAMES-CUM-DAYS(MD-ENTRY-COUNT) =
017460         MSTR-PRIOR-DAYS + MSTR-DURATION.
017470     GO TO 3510-RELOAD-NEXT.
017480 3590-RELOAD-DONE.
017490     CLOSE MASTER-FILE.
017500 3500-EXIT.
017510     EXIT.
017520*----------------------------------------------------------*
017530* 3600-SORT-BY-DEPT - ORDER THE ROSTER TABLE BY DEPARTMENT  *
017540* SO THE REPORT BREAK SEES EACH DEPARTMENT EXACTLY ONCE.    *
017550* SIMPLE EXCHANGE SORT, THE SAME SHAPE MINMAX USES FOR ITS  *
017560* GROUP KEY.                                                *
017570*----------------------------------------------------------*
017580 3600-SORT-BY-DEPT.
017590     IF MD-ENTRY-COUNT < 2
017600         GO TO 3600-EXIT.
017610 3610-SORT-PASS.
017620     MOVE "N" TO MD-SORT-SWAPPED-SW.
017630     MOVE 1 TO MD-SORT-SUB.
017640     COMPUTE MD-SORT-LIMIT = MD-ENTRY-COUNT - 1.
017650 3620-SORT-NEXT.
017660     IF MD-SORT-SUB > MD-SORT-LIMIT
017670         GO TO 3630-PASS-DONE.
017680     IF WS-NAMES-DEPT (MD-SORT-SUB) >
017690        WS-NAMES-DEPT (MD-SORT-SUB + 1)
017700         MOVE WS-NAMES-ENTRIES (MD-SORT-SUB)
017710             TO MD-SORT-WORK-ENTRY
017720         MOVE WS-NAMES-ENTRIES (MD-SORT-SUB + 1)
017730             TO WS-NAMES-ENTRIES (MD-SORT-SUB)
017740         MOVE MD-SORT-WORK-ENTRY
017750             TO WS-NAMES-ENTRIES (MD-SORT-SUB + 1)
017760         MOVE "Y" TO MD-SORT-SWAPPED-SW.
017770     ADD 1 TO MD-SORT-SUB.
017780     GO TO 3620-SORT-NEXT.
017790 3630-PASS-DONE.
017800     IF MD-SORT-SWAPPED
017810         GO TO 3610-SORT-PASS.
017820 3600-EXIT.
017830     EXIT.
017840*----------------------------------------------------------*
017850* PRINT-NAMES - ONE ROSTER ENTRY OF THE DEPARTMENT-BROKEN   *
017860* REPORT. A DEPARTMENT CHANGE PRINTS THE PRIOR DEPARTMENT'S *
017870* SUBTOTAL AND A NEW HEADING. ENTRIES THAT FAILED            *
017880* VALIDATION ARE SKIPPED AS BEFORE.                          *
017890*----------------------------------------------------------*
017900 PRINT-NAMES.
017910     IF WS-ENTRY-IS-VALID(MD-CURSOR)
017920         IF WS-NAMES-DEPT(MD-CURSOR) NOT = WS-PREV-DEPT
017930             IF WS-DEPT-COUNT > 0
017940                 PERFORM 4100-PRINT-DEPT-TOTAL THRU 4100-EXIT
017950             END-IF
017960             MOVE WS-NAMES-DEPT(MD-CURSOR) TO WS-PREV-DEPT
017970             MOVE WS-PREV-DEPT TO WS-DM-LOOK-CODE
017980             PERFORM 0650-FIND-DEPT THRU 0650-EXIT
017990             DISPLAY 'DEPARTMENT ' WS-PREV-DEPT ' '
018000                 WS-DM-LOOK-NAME ' MGR: ' WS-DM-LOOK-MGR
018010             MOVE 0 TO WS-DEPT-COUNT
018020             MOVE 0 TO WS-DEPT-TENURE
018030             MOVE 0 TO WS-DEPT-CUM
018040         END-IF
018050         DISPLAY '  ' WS-NAMES-EMPNO(MD-CURSOR) ' '
018060             WS-NAMES-NAME(MD-CURSOR)
018070         '(' WS-NAMES-START-CCYY(MD-CURSOR) '-'
018080             WS-NAMES-START-MM(MD-CURSOR) '-'
018090             WS-NAMES-START-DD(MD-CURSOR)
018100         ' - ' WS-NAMES-END-CCYY(MD-CURSOR) '-'
018110             WS-NAMES-END-MM(MD-CURSOR) '-'
018120             WS-NAMES-END-DD(MD-CURSOR)
018130         ')  TENURE DAYS: ' WS-NAMES-DURATION(MD-CURSOR)
018140         '  CUM DAYS: ' WS-NAMES-CUM-DAYS(MD-CURSOR)
018150         '  STATUS: ' WS-NAMES-STATUS(MD-CURSOR)
018160         ADD 1 TO WS-DEPT-COUNT
018170         ADD WS-NAMES-DURATION(MD-CURSOR) TO WS-DEPT-TENURE
018180         ADD 1 TO WS-CO-COUNT
018190         ADD WS-NAMES-DURATION(MD-CURSOR) TO WS-CO-TENURE
018200         ADD WS-NAMES-CUM-DAYS(MD-CURSOR) TO WS-DEPT-CUM
018210         ADD WS-NAMES-CUM-DAYS(MD-CURSOR) TO WS-CO-CUM
018220     END-IF.
018230     ADD 1 TO MD-CURSOR.
018240*----------------------------------------------------------*
018250* 4100-PRINT-DEPT-TOTAL - SUBTOTAL LINE FOR THE DEPARTMENT  *
018260* JUST COMPLETED: HEADCOUNT AND AVERAGE TENURE IN DAYS.     *
018270*----------------------------------------------------------*
018280 4100-PRINT-DEPT-TOTAL.
018290     COMPUTE WS-DEPT-AVG ROUNDED =
018300         WS-DEPT-TENURE / WS-DEPT-COUNT.
018310     COMPUTE WS-DEPT-CUM-AVG ROUNDED =
018320         WS-DEPT-CUM / WS-DEPT-COUNT.
018330     MOVE WS-PREV-DEPT TO WS-DM-LOOK-CODE.
018340     PERFORM 0650-FIND-DEPT THRU 0650-EXIT.
018350     DISPLAY '  DEPARTMENT ' WS-PREV-DEPT ' '
018360         WS-DM-LOOK-NAME ' TOTAL: '
018370         WS-DEPT-COUNT ' PEOPLE, AVERAGE TENURE '
018380         WS-DEPT-AVG ' DAYS, CUMULATIVE '
018390         WS-DEPT-CUM-AVG ' DAYS'.
018400 4100-EXIT.
018410     EXIT.
018420*----------------------------------------------------------*
018430* 4200-PRINT-COMPANY-TOTAL - COMPANY-LEVEL TOTAL LINE.      *
018440*----------------------------------------------------------*
018450 4200-PRINT-COMPANY-TOTAL.
018460     IF WS-CO-COUNT > 0
018470         COMPUTE WS-CO-AVG ROUNDED =
018480             WS-CO-TENURE / WS-CO-COUNT
018490         COMPUTE WS-CO-CUM-AVG ROUNDED =
018500             WS-CO-CUM / WS-CO-COUNT
018510     ELSE
018520         MOVE 0 TO WS-CO-AVG
018530         MOVE 0 TO WS-CO-CUM-AVG.
018540     DISPLAY 'COMPANY TOTAL: ' WS-CO-COUNT
018550         ' PEOPLE, AVERAGE TENURE ' WS-CO-AVG ' DAYS, '
018560         'CUMULATIVE ' WS-CO-CUM-AVG ' DAYS'.
018570 4200-EXIT.
018580     EXIT.
018590*----------------------------------------------------------*
018600* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
018610* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
018620* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT.              *
018630*----------------------------------------------------------*
018640 9000-WRITE-AUDIT.
018650     MOVE SPACES TO AUDIT-RECORD.
018660     CALL 'GETRUNID' USING WS-RUN-ID.
018670     MOVE WS-RUN-ID TO AUD-RUN-ID.
018680     MOVE 'MULTIDCOB' TO AUD-PROGRAM-ID.
018690     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
018700     ACCEPT AUD-RUN-TIME FROM TIME.
018710     MOVE MD-ENTRY-COUNT TO AUD-RECORD-COUNT.
018720     MOVE MD-LOADED-COUNT TO AUD-READ-COUNT.
018730     COMPUTE AUD-WRITTEN-COUNT =
018740         MD-LOADED-COUNT - MD-INVALID-COUNT.
018750     MOVE MD-INVALID-COUNT TO AUD-REJECT-COUNT.
018760     MOVE WS-TXN-READ-COUNT TO AUD-FEED-READ.
018770     MOVE WS-TXN-REJ-COUNT TO AUD-FEED-REJECTS.
018780     IF WS-TRL-BAD
018790         SET AUD-FEED-TRAILER-BAD TO TRUE
018800     ELSE
018810         SET AUD-FEED-TRAILER-OK TO TRUE.
018820     IF WS-TRL-BAD
018830         SET AUD-STATUS-WARNING TO TRUE
018840     ELSE
018850         SET AUD-STATUS-OK TO TRUE.
018860     OPEN EXTEND AUDIT-FILE.
018870     IF NOT WS-AUDIT-OK
018880         CLOSE AUDIT-FILE
018890         OPEN OUTPUT AUDIT-FILE.
018900     WRITE AUDIT-RECORD.
018910     IF NOT WS-AUDIT-OK
018920         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
018930         MOVE 'WRITE' TO WS-ERRH-OPERATION
018940         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
018950             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
018960             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
018970     IF WS-AUDIT-OK
018980         CALL 'AUDXPOST' USING AUDIT-RECORD.
018990     CLOSE AUDIT-FILE.
019000 9000-EXIT.
019010     EXIT.
019020*----------------------------------------------------------*
019030* 0500-PRINT-HEADER - DISPLAY THE SHOP-STANDARD HEADER AND   *
019040* COLUMN-TITLE LINE AT THE TOP OF THE RUN'S OUTPUT.          *
019050*----------------------------------------------------------*
019060 0500-PRINT-HEADER.
019070     MOVE 'MULTIDCOB' TO RPTHD-PROGRAM-NAME.
019080     MOVE WS-RUN-DATE-NUM TO RPTHD-RUN-DATE.
019090     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
019100     DISPLAY RPT-HEADER-RECORD.
019110     MOVE 'ROSTER BY DEPARTMENT - EMPNO, NAME, DATES, TENURE/CUM'
019120         TO RPTTL-COLUMN-TITLES.
019130     DISPLAY RPT-TITLE-RECORD.
019140 0500-EXIT.
019150     EXIT.
