000230*                TO A HISTORY FILE (TMPHIST) WITH A RUN DATE   *
000240*                FOR AUDIT, SINCE THESE CONVERSIONS FEED       *
000250*                RECORDS WE MAY NEED TO JUSTIFY LATER.         *
000260* 2026-08-09 AG  STOP RUN REPLACED WITH GOBACK SO THE NIGHTLY  *
000270*                BATCH DRIVER (NITEBATCH) CAN CALL THIS AS A   *
000280*                SUBPROGRAM. BEHAVES THE SAME AS STOP RUN      *
000290*                WHEN RUN STANDALONE.                          *
000300* 2026-08-09 AG  WRITES ONE ENTRY TO THE SHARED AUDIT FILE      *
000310*                (AUDITLOG) ON COMPLETION USING THE SHOP'S      *
000320*                COMMON AUDIT-RECORD COPYBOOK (AUDITREC).       *
000330* 2026-08-09 AG  THE WRITE TO AUDITLOG NOW CALLS THE SHOP'S      *
000340*                SHARED ERRHANDLE SUBPROGRAM ON A BAD FILE       *
000350*                STATUS INSTEAD OF IGNORING IT.                 *
000360* 2026-08-09 AG  AUDIT-RECORD IS NOW SPACE-FILLED BEFORE IT IS    *
000370*                BUILT SO THE UNUSED FILLER BYTES DO NOT CARRY    *
000380*                WHATEVER WAS LEFT IN STORAGE - AUDITLOG IS A     *
000390*                LINE SEQUENTIAL FILE AND REJECTED THE RECORD     *
000400*                WITH A BAD-CHARACTER STATUS WHEN THEY DID.       *
000410* 2026-08-09 AG  WS-RUN-DATE AND HIST-RUN-DATE NOW PICK UP THEIR   *
000420*                CCYY/MM/DD LAYOUT FROM THE SHOP'S SHARED          *
000430*                DATEFLD COPYBOOK INSTEAD OF A BARE PIC 9(8),      *
000440*                SO EVERY DATE FIELD IN THE SHOP AGREES ON THE     *
000450*                SAME SHAPE.                                       *
000460* 2026-08-09 AG  HISTORY-RECORD IS NOW SPACE-FILLED BEFORE IT IS    *
000470*                BUILT, SAME AS AUDIT-RECORD ALREADY WAS FIXED TO  *
000480*                DO - ITS FILLER WAS CARRYING UNINITIALIZED         *
000490*                STORAGE AND TMPHIST IS A LINE SEQUENTIAL FILE      *
000500*                THAT REJECTS A RECORD WITH NON-PRINTABLE BYTES     *
000510*                IN IT.                                             *
000520* 2026-08-09 AG  ADDED A CONFIGURABLE LOW/HIGH RANGE (TMPPARM) AND   *
000530*                A NEW EXCEPTION REPORT (TMPEXCP) - ANY READING       *
000540*                WHOSE TEMP-IN OR CONVERTED TEMP-OUT FALLS OUTSIDE    *
000550*                THE SANE RANGE IS FLAGGED THERE. THE READING STILL  *
000560*                CONVERTS NORMALLY AND GOES TO HISTORY AS BEFORE -   *
000570*                THE EXCEPTION REPORT ONLY FLAGS IT FOR REVIEW, IT   *
000580*                DOES NOT REPLACE THE BAD-SCALE-CODE REJECT FILE.    *
000590* 2026-08-09 AG  1600-WRITE-REJECT NOW SPACE-FILLS REJECT-RECORD     *
000600*                BEFORE WRITING AND CHECKS THE WRITE'S FILE STATUS,  *
000610*                SAME AS HISTORY-RECORD AND AUDIT-RECORD ALREADY     *
000620*                WERE - REJECT-RECORD'S FILLER WAS CARRYING           *
000630*                UNINITIALIZED STORAGE AND TMPREJ NEVER ACTUALLY      *
000640*                RECEIVED A RECORD BECAUSE OF IT.                     *
000650* 2026-08-09 AG  SHORTENED THE TEMP-OUT EXCEPTION REASON LITERAL -    *
000660*                AT 21 CHARACTERS IT OVERRAN WS-EXCEPTION-REASON'S    *
000670*                PIC X(20) AND WAS BEING SILENTLY TRUNCATED.          *
000680* 2026-08-09 AG  HISTORY-FILE NOW OPENS EXTEND, WITH THE SAME         *
000690*                OUTPUT FALLBACK AUDIT-FILE USES, INSTEAD OF          *
000700*                OPEN OUTPUT - IT WAS TRUNCATING A DAY'S WORTH OF     *
000710*                CONVERSION HISTORY EVERY TIME TEMPCVT RAN.          *
000720* 2026-08-22 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE SHOP'S NEW      *
000730*                READ/WRITTEN/REJECTED BALANCE COUNTS - READINGS      *
000740*                READ BALANCE AGAINST CONVERSIONS WRITTEN TO          *
000750*                HISTORY PLUS RECORDS ON THE REJECT FILE. THE         *
000760*                NO-READINGS-FILE FALLBACK COUNTS ITS ONE BUILT-IN    *
000770*                DEFAULT CONVERSION AS A READ SO IT STILL BALANCES.   *
000780* 2026-08-22 AG  THE RUN DATE STAMPED INTO TMPHIST AND THE AUDIT      *
000790*                ENTRY NOW COMES FROM THE SHOP'S BUSINESS-DATE        *
000800*                SERVICE (GETBDATE) INSTEAD OF ACCEPT FROM DATE,      *
000810*                SO A RERUN OF A PRIOR PROCESSING DAY NO LONGER       *
000820*                PUTS THE WRONG DATE INTO HISTORY FOREVER.            *
000830* 2026-08-22 AG  THE REJECT OPERATOR MESSAGE IS NOW ISSUED THROUGH    *
000840*                THE SHOP'S MESSAGE SUBROUTINE (SUBSUB, KEY RJ,       *
000850*                EXTERNAL CATALOG MSGCAT) INSTEAD OF AN AD HOC        *
000860*                DISPLAY, SO ITS WORDING IS A CATALOG EDIT.           *
000870* 2026-08-22 AG  TEMPERATURES ARE NOW SIGNED END TO END - TMPREAD,    *
000880*                THE CONVERSION, THE RANGE CHECK, AND THE HISTORY/    *
000890*                EXCEPTION/REJECT RECORDS ALL CARRY A LEADING         *
000900*                SEPARATE SIGN, AND THE PRINTED RESULT SHOWS IT.      *
000910*                A FAHRENHEIT READING UNDER 32 NOW CONVERTS TO A      *
000920*                PROPER NEGATIVE CELSIUS INSTEAD OF WRAPPING. THE     *
000930*                TMPREAD AND TMPPARM LAYOUTS GROW A SIGN COLUMN       *
000940*                PER TEMPERATURE FIELD - UPSTREAM FEEDS CHANGE WITH   *
000950*                THIS RELEASE. THE RANGE CHECK NOW TESTS A NUMERIC    *
000960*                WORK FIELD RATHER THAN THE EDITED DISPLAY FIELD,     *
000970*                AND THE LOW DEFAULT OPENS TO -999.999.               *
000980* 2026-08-22 AG  EACH REJECT RECORD NOW CARRIES A SEQUENCE NUMBER     *
000990*                SO THE NEW CORRECTION/REPROCESSING PROGRAM           *
001000*                (TMPREPRO) CAN MATCH A CORRECTIONS CARD TO THE       *
001010*                EXACT REJECTED READING, AND THE HISTORY RECORD       *
001020*                GAINS A CORRECTION FLAG BYTE SO REPROCESSED          *
001030*                READINGS ARE DISTINGUISHABLE IN TMPHIST. NORMAL      *
001040*                CONVERSIONS LEAVE THE FLAG AS A SPACE.               *
001050* 2026-08-22 AG  THE HISTORY RECORD LAYOUT MOVED TO THE SHARED        *
001060*                COPYBOOK TMPHSREC, COPIED HERE AND BY TMPREPRO       *
001070*                AND TMPEXTRT, SO THE THREE PROGRAMS CANNOT DRIFT     *
001080*                A BYTE APART.                                        *
001090* 2026-08-22 AG  ADDED DUPLICATE-READING DETECTION. A READING         *
001100*                IDENTICAL (TEMPERATURE, INPUT SCALE, STATION) TO     *
001110*                ONE ALREADY CONVERTED THIS RUN, OR TO ONE ALREADY    *
001120*                ON TMPHIST FOR TODAY'S RUN DATE (A FULL RE-SEND),    *
001130*                IS DIVERTED TO THE REJECT FILE WITH A DUPLICATE      *
001140*                REASON INSTEAD OF CONVERTING TWICE, SO THE AUDIT     *
001150*                COUNT REFLECTS GENUINE CONVERSIONS ONLY. THE        *
001160*                SEEN-READINGS TABLE HOLDS 500 KEYS; PAST THAT THE    *
001170*                CHECK STOPS WITH A WARNING RATHER THAN ABENDING.     *
001180* 2026-08-22 AG  READINGS NOW CARRY A STATION/LOCATION CODE,          *
001190*                PRESERVED THROUGH THE HISTORY, EXCEPTION, AND        *
001200*                REJECT RECORDS, AND THE RUN ENDS WITH A              *
001210*                PER-STATION SUMMARY (CONVERTED/REJECTED/             *
001220*                EXCEPTIONS) SO A FLAGGED READING CAN FINALLY BE      *
001230*                TRACED TO THE SENSOR THAT PRODUCED IT.               *
001240* 2026-08-22 AG  READINGS NOW CARRY A REQUESTED OUTPUT SCALE AND      *
001250*                THE CONVERSION IS GENERALIZED TO ANY C/F/K PAIR      *
001260*                BY GOING THROUGH CELSIUS, SO THE LAB'S KELVIN        *
001270*                OUTPUTS (C-TO-K, F-TO-K) EXIST AT ALL. A BLANK       *
001280*                OUTPUT CODE KEEPS THE OLD FIXED MAPPING (C>F,        *
001290*                F>C, K>C); A BAD OUTPUT CODE REJECTS THE READING     *
001300*                WITH ITS OWN REASON. THE CHOSEN PAIR IS RECORDED     *
001310*                IN TMPHIST THROUGH HIST-CF-IN/OUT AS ALWAYS.         *
001320* 2026-09-01 AG  STATION CODES ARE NOW VALIDATED AGAINST THE NEW     *
001330*                INDEXED STATION MASTER (TMPSTNS, SHARED TMPSNREC    *
001340*                LAYOUT, BUILT BY TMPSTNMT FROM TMPSTNIN CARDS).     *
001350*                A READING FOR AN UNKNOWN OR INACTIVE STATION GOES   *
001360*                TO TMPREJ WITH ITS OWN REASON INSTEAD OF FLOWING    *
001370*                INTO HISTORY UNDER A TYPO, AND THE PER-STATION      *
001380*                SUMMARY AND EXCEPTION MESSAGES NOW SHOW THE         *
001390*                STATION'S NAME, NOT JUST THE CODE. A MISSING        *
001400*                MASTER SKIPS THE VALIDATION WITH A MESSAGE, THE     *
001410*                SAME WAY A MISSING PARAMETER CARD IS TREATED.       *
001420* 2026-09-02 AG  THE TMPREAD FEED NOW CARRIES THE SHOP-STANDARD      *
001430*                CONTROL TRAILER (FEEDTRLR - RECORD COUNT AND A      *
001440*                HASH TOTAL OVER THE ABSOLUTE TEMPERATURE TIMES      *
001450*                1000). 1100-PROCESS-READING RECOGNIZES IT AND THE   *
001460*                END OF RUN VERIFIES IT; A MISSING TRAILER OR A      *
001470*                MISMATCH ENDS THE RUN WITH THE WARNING RETURN       *
001480*                CODE 4 AND AUDIT STATUS 04. THE NO-READINGS-FILE    *
001490*                FALLBACK HAS NO FEED AND SKIPS THE CHECK.           *
001500* 2026-09-02 AG  READINGS NOW CARRY THE DATE AND TIME THE            *
001510*                MEASUREMENT WAS TAKEN (TMPREAD COLUMNS AFTER THE    *
001520*                STATION - THE UPSTREAM FEED LAYOUT CHANGES WITH     *
001530*                THIS RELEASE), PRESERVED THROUGH TMPHIST, TMPEXCP,  *
001540*                AND TMPREJ AND ADDED TO THE 2700-CHECK-DUPLICATE    *
001550*                KEY - TWO GENUINE IDENTICAL READINGS FROM ONE       *
001560*                STATION ON ONE NIGHT ARE NO LONGER WRONGLY          *
001570*                REJECTED, WHILE A RE-SENT READING STILL IS. BLANK   *
001580*                STAMPS (AN OLD-LAYOUT FEED) BEHAVE EXACTLY AS       *
001590*                BEFORE THE FIELD EXISTED.                           *
001600* 2026-09-02 AG  THE PER-STATION SUMMARY NOW ALSO WRITES TO A        *
001610*                PROPER REPORT FILE (TMPSTNRP, SHOP-STANDARD         *
001620*                RPTHDFT HEADER) INSTEAD OF LIVING ONLY IN SYSOUT    *
001630*                DISPLAYS, SO THE MORNING REPORT PACK (RPTPACK)      *
001640*                CAN CARRY IT.                                       *
001650* 2026-09-01 AG  THE RUN NOW ENDS WITH A COMPLETENESS CHECK: EVERY   *
001660*                ACTIVE STATION ON THE MASTER THAT SENT NO READINGS  *
001670*                TONIGHT - NOT EVEN A REJECT - IS WRITTEN TO A NEW   *
001680*                EXCEPTION FILE (TMPMISS) AND DISPLAYED, AND THE     *
001690*                RUN ENDS WITH THE WARNING RETURN CODE 4 AND AUDIT   *
001700*                STATUS 04 SO THE SILENCE OF A DEAD SENSOR FLAGS     *
001710*                THE NIGHT FOR REVIEW INSTEAD OF LOOKING CLEAN.      *
001720* 2026-09-08 AG  READINGS ARE NOW CALIBRATED BEFORE CONVERSION.      *
001730*                THE NEW TMPCALLK SERVICE RETURNS THE STATION'S      *
001740*                TMPCALIB FACTOR IN FORCE ON THE READING DATE        *
001750*                (RUN DATE WHEN THE READING CARRIES NONE) AND        *
001760*                THE CALIBRATED VALUE IS WHAT CONVERTS, RANGE-       *
001770*                CHECKS AND LANDS IN HIST-TEMP-IN. TMPHIST ALSO      *
001780*                KEEPS THE RAW SENSOR VALUE AND THE OFFSET/          *
001790*                MULTIPLIER/EFFECTIVE DATE APPLIED. REJECTS,         *
001800*                THE FEED HASH AND THE DUPLICATE KEY STAY ON         *
001810*                THE RAW VALUE - THEY DESCRIBE WHAT WAS SENT.        *
001820* 2026-09-10 AG  ADDED SENSOR-HEALTH CHECKS. EACH CONVERTED READING  *
001830*                IS COMPARED WITH ITS STATION'S PREVIOUS ONE - THE   *
001840*                LAST ON TMPHIST (LAST NIGHT'S, OR EARLIER TODAY'S)  *
001850*                FOR THE FIRST READING OF THE RUN. A RAW VALUE HELD  *
001860*                FOR THE STUCK COUNT OF CONSECUTIVE READINGS, OR A   *
001870*                CALIBRATED CHANGE FASTER THAN THE RATE LIMIT        *
001880*                (DEGREES C PER HOUR BETWEEN THE READING STAMPS, OR  *
001890*                PER READING WHEN THE STAMPS CANNOT SAY), IS         *
001900*                WRITTEN TO A NEW SENSOR-HEALTH EXCEPTION FILE       *
001910*                (TMPHLTH, SHARED TMPHLREC LAYOUT) AND COUNTED IN A  *
001920*                NEW COLUMN OF THE PER-STATION SUMMARY. LIMITS COME  *
001930*                FROM THE STATION MASTER, ELSE FROM TWO NEW TMPPARM  *
001940*                COLUMNS, ELSE 6 READINGS AND 20 DEGREES AN HOUR.    *
001950*                LIKE A RANGE EXCEPTION IT IS A FLAG - THE READING   *
001960*                STILL CONVERTS AND THE RETURN CODE IS UNCHANGED.    *
001970* 2026-09-16 AG  TMPREAD MAY NOW ARRIVE IN SEVERAL DELIVERIES A      *
001980*                BUSINESS DAY, NUMBERED BY THE SENDER IN THE         *
001990*                FEEDTRLR DELIVERY SEQUENCE. EACH RUN RECORDS ITS    *
002000*                DELIVERY, WITH ITS PER-STATION COUNTS, ON A NEW     *
002010*                DELIVERY REGISTER (TMPDLVRG, SHARED TMPDLREC        *
002020*                LAYOUT); A DELIVERY WHOSE SEQUENCE THE REGISTER     *
002030*                ALREADY SHOWS PROCESSED TODAY IS REFUSED WHOLE -    *
002040*                NOTHING CONVERTS, LAST DELIVERY'S TMPREJ, TMPEXCP   *
002050*                AND TMPHLTH ARE LEFT ALONE, THE REFUSAL IS          *
002060*                REGISTERED AND AUDITED AND THE RUN ENDS WITH        *
002070*                RETURN CODE 4. AN UNNUMBERED DELIVERY IS NEVER      *
002080*                REFUSED. TMPHIST CARRIES THE DELIVERY SEQUENCE,     *
002090*                AND AN UNSTAMPED READING IS NO LONGER TAKEN FOR A   *
002100*                RE-SEND OF AN EARLIER DELIVERY'S. THE PER-STATION   *
002110*                SUMMARY NOW SHOWS THIS DELIVERY AND THE DAY TO      *
002120*                DATE, AND THE MISSING-STATION CHECK COVERS THE      *
002130*                WHOLE DAY'S DELIVERIES.                             *
002140* 2026-09-18 AG  ADDED CHECKPOINT/RESTART (TCVTCKPT), AS FOOBAR      *
002150*                HAS WITH FOOBCKPT. EVERY N READINGS (TMPPARM,       *
002160*                DEFAULT 100) THE OUTPUT FILES ARE CLOSED AND        *
002170*                REOPENED SO THEY HOLD EVERYTHING WRITTEN, AND THE   *
002180*                CHECKPOINT SAVES THE RUN'S COUNTS, THE TRAILER      *
002190*                HASH IN PROGRESS, THE PER-STATION SUMMARY AND THE   *
002200*                SENSOR-HEALTH STATE. A RERUN OVER THE SAME          *
002210*                DELIVERY (DATE, SEQUENCE AND TRAILER) CUTS          *
002220*                TMPHIST, TMPREJ, TMPEXCP AND TMPHLTH BACK TO THE    *
002230*                CHECKPOINT, RESTORES THE TABLES AND RESUMES AFTER   *
002240*                THE LAST COMMITTED READING, SO THE AUDIT ENTRY      *
002250*                AND TMPSTNRP COME OUT AS IF NEVER INTERRUPTED.      *
002260*                THE CHECKPOINT IS CLEARED ONCE THE DELIVERY IS      *
002270*                REGISTERED.                                         *
002280* 2026-10-15 AG  EACH COMPLETION ENTRY IS NOW ALSO POSTED TO THE     *
002290*                INDEXED AUDIT STORE (AUDINDEX) THROUGH AUDXPOST     *
002300*                ONCE IT IS SAFELY ON AUDITLOG, SO THE READERS CAN   *
002310*                FIND IT BY KEY.                                     *
002320* 2026-10-15 AG  SUBSUB NOW TAKES A FIFTH ARGUMENT, THE LANGUAGE     *
002330*                WANTED FOR THE MESSAGE; THE OPERATOR MESSAGES HERE  *
002340*                PASS SPACES (WS-MSG-LANG) SO THEY COME OUT IN THE   *
002350*                SHOP DEFAULT LANGUAGE.                              *
002360* 2026-10-15 AG  SUBSUB NOW TAKES A SIXTH ARGUMENT, THE NAMED        *
002370*                SUBSTITUTION FIELDS FOR ITS LETTER TEMPLATES        *
002380*                (MSGFLDS); PASSED HERE UNUSED, SINCE THESE ARE      *
002390*                ONE-LINE MESSAGES.                                  *
002400* 2026-10-15 AG  THE AUDIT ENTRY NOW ALSO CARRIES THE TMPREAD FEED   *
002410*                QUALITY FIELDS (TRAILER AGREED OR NOT, READINGS     *
002420*                RECEIVED, READINGS REJECTED TO TMPREJ) FOR THE      *
002430*                MONTHLY FEED SCORECARD.                             *
002440* 2026-10-15 AG  A LATER TMPREAD DELIVERY OF THE SAME BUSINESS DAY   *
002450*                (THE REGISTER ALREADY SHOWS ONE PROCESSED) NOW      *
002460*                EXTENDS TMPREJ, TMPEXCP AND TMPHLTH INSTEAD OF      *
002470*                REPLACING THEM, SO EARLIER DELIVERIES' REJECTS ARE  *
002480*                NO LONGER LOST BEFORE TMPREPRO SEES THEM. THE       *
002490*                REJECT SEQUENCE CARRIES ON ACROSS THE DAY, AND THE  *
002500*                CHECKPOINT KEEPS WHAT EACH FILE HELD AT THE START   *
002510*                OF THE DELIVERY SO A RESTART CUTS BACK ONLY THIS    *
002520*                DELIVERY'S RECORDS. THE AUDIT ENTRY'S FEED FIGURES  *
002530*                (READ, REJECTS, TRAILER) ARE NOW THE DAY TO DATE,   *
002540*                ADDED UP FROM THE REGISTER, SO THE LAST ENTRY OF    *
002550*                THE DAY SPEAKS FOR THE WHOLE FEED.                  *
002560*----------------------------------------------------------*
002570 ENVIRONMENT DIVISION.
002580 INPUT-OUTPUT SECTION.
002590 FILE-CONTROL.
002600     SELECT READINGS-FILE ASSIGN TO "TMPREAD"
002610         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS WS-READINGS-STATUS.
002630     SELECT REJECT-FILE ASSIGN TO "TMPREJ"
002640         ORGANIZATION IS LINE SEQUENTIAL
002650         FILE STATUS IS WS-REJECT-STATUS.
002660     SELECT HISTORY-FILE ASSIGN TO "TMPHIST"
002670         ORGANIZATION IS LINE SEQUENTIAL
002680         FILE STATUS IS WS-HISTORY-STATUS.
002690     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002700         ORGANIZATION IS LINE SEQUENTIAL
002710         FILE STATUS IS WS-AUDIT-STATUS.
002720     SELECT EXCEPTION-FILE ASSIGN TO "TMPEXCP"
002730         ORGANIZATION IS LINE SEQUENTIAL
002740         FILE STATUS IS WS-EXCEPTION-STATUS.
002750     SELECT PARM-FILE ASSIGN TO "TMPPARM"
002760         ORGANIZATION IS LINE SEQUENTIAL
002770         FILE STATUS IS WS-PARM-STATUS.
002780     SELECT STNRPT-FILE ASSIGN TO "TMPSTNRP"
002790         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-STNRPT-STATUS.
002810     SELECT MISSING-FILE ASSIGN TO "TMPMISS"
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS WS-MISSING-STATUS.
002840     SELECT HEALTH-FILE ASSIGN TO "TMPHLTH"
002850         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS WS-HEALTH-STATUS.
002870     SELECT REGISTER-FILE ASSIGN TO "TMPDLVRG"
002880         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS WS-REGISTER-STATUS.
002900     SELECT CKPT-FILE ASSIGN TO "TCVTCKPT"
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS WS-CKPT-STATUS.
002930     SELECT TRIM-FILE ASSIGN USING WS-TRIM-NAME
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-TRIM-STATUS.
002960     SELECT TRIM-WORK-FILE ASSIGN TO "TCVTWORK"
002970         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS WS-TRIM-WORK-STATUS.
002990     SELECT STATION-FILE ASSIGN TO "TMPSTNS"
003000         ORGANIZATION IS INDEXED
003010         ACCESS MODE IS DYNAMIC
003020         RECORD KEY IS STN-CODE
003030         FILE STATUS IS WS-STATION-STATUS.
003040 DATA DIVISION.
003050 FILE SECTION.
003060 FD  READINGS-FILE
003070     RECORD CONTAINS 80 CHARACTERS.
003080 01  READING-RECORD.
003090     05  RDG-IN-TEMP            PIC S9(4)V9(3)
003100                                SIGN LEADING SEPARATE.
003110     05  RDG-IN-CF-IN           PIC X(01).
003120     05  RDG-IN-CF-OUT          PIC X(01).
003130     05  RDG-IN-STATION         PIC X(04).
003140     05  RDG-IN-READING-DATE    PIC X(08).
003150     05  RDG-IN-READING-TIME    PIC X(06).
003160     05  FILLER                 PIC X(52).
003170     COPY FEEDTRLR REPLACING ==:LVL:== BY ==01==
003180         ==:PREFIX:== BY ==RDG-TRL==.
003190 FD  REJECT-FILE
003200     RECORD CONTAINS 80 CHARACTERS.
003210 01  REJECT-RECORD.
003220     05  REJ-TEMP               PIC S9(4)V9(3)
003230                                SIGN LEADING SEPARATE.
003240     05  REJ-CF-IN              PIC X(01).
003250     05  REJ-REASON             PIC X(20).
003260     05  REJ-SEQ                PIC 9(05).
003270     05  REJ-STATION            PIC X(04).
003280     05  REJ-READING-DATE       PIC X(08).
003290     05  REJ-READING-TIME       PIC X(06).
003300     05  FILLER                 PIC X(28).
003310 FD  HISTORY-FILE
003320     RECORD CONTAINS 80 CHARACTERS.
003330     COPY TMPHSREC.
003340 FD  AUDIT-FILE
003350     RECORD CONTAINS 100 CHARACTERS.
003360     COPY AUDITREC.
003370 FD  EXCEPTION-FILE
003380     RECORD CONTAINS 80 CHARACTERS.
003390     COPY TMPEXREC.
003400 FD  HEALTH-FILE
003410     RECORD CONTAINS 80 CHARACTERS.
003420     COPY TMPHLREC.
003430 FD  REGISTER-FILE
003440     RECORD CONTAINS 80 CHARACTERS.
003450     COPY TMPDLREC.
003460 FD  CKPT-FILE
003470     RECORD CONTAINS 80 CHARACTERS.
003480 01  CKPT-RECORD.
003490     05  CKPT-TYPE              PIC X(01).
003500         88  CKPT-IS-IDENTITY           VALUE "H".
003510         88  CKPT-IS-COUNTS             VALUE "C".
003520         88  CKPT-IS-STATION            VALUE "S".
003530         88  CKPT-IS-SENSOR             VALUE "K".
003540     05  FILLER                 PIC X(79).
003550 01  CKPT-IDENTITY-RECORD.
003560     05  FILLER                 PIC X(01).
003570     05  CKH-RUN-DATE           PIC 9(08).
003580     05  CKH-DLV-SEQ            PIC 9(03).
003590     05  CKH-TRL-COUNT          PIC 9(09).
003600     05  CKH-TRL-HASH           PIC 9(13).
003610     05  CKH-FD-HASH            PIC 9(13).
003620     05  CKH-HIST-BASE          PIC 9(09).
003630     05  CKH-REJ-BASE           PIC 9(07).
003640     05  CKH-EXCP-BASE          PIC 9(07).
003650     05  CKH-HLTH-BASE          PIC 9(07).
003660     05  FILLER                 PIC X(03).
003670 01  CKPT-COUNTS-RECORD.
003680     05  FILLER                 PIC X(01).
003690     05  CKC-READ-COUNT         PIC 9(09).
003700     05  CKC-CONVERT-COUNT      PIC 9(09).
003710     05  CKC-REJECT-COUNT       PIC 9(09).
003720     05  CKC-EXCP-COUNT         PIC 9(09).
003730     05  CKC-HEALTH-COUNT       PIC 9(09).
003740     05  CKC-CAL-APPLIED        PIC 9(09).
003750     05  CKC-REJ-SEQ            PIC 9(05).
003760     05  FILLER                 PIC X(20).
003770 01  CKPT-STATION-RECORD.
003780     05  FILLER                 PIC X(01).
003790     05  CKS-STATION            PIC X(04).
003800     05  CKS-CONVERTED          PIC 9(07).
003810     05  CKS-REJECTS            PIC 9(07).
003820     05  CKS-EXCPS              PIC 9(07).
003830     05  CKS-HEALTH             PIC 9(07).
003840     05  FILLER                 PIC X(47).
003850 01  CKPT-SENSOR-RECORD.
003860     05  FILLER                 PIC X(01).
003870     05  CKK-STATION            PIC X(04).
003880     05  CKK-RAW                PIC S9(4)V9(3)
003890                                SIGN LEADING SEPARATE.
003900     05  CKK-CF-IN              PIC X(01).
003910     05  CKK-TEMP-C             PIC S9(4)V9(3)
003920                                SIGN LEADING SEPARATE.
003930     05  CKK-DATE               PIC X(08).
003940     05  CKK-TIME               PIC X(06).
003950     05  CKK-RUN                PIC 9(03).
003960     05  CKK-FLAGGED            PIC X(01).
003970     05  FILLER                 PIC X(40).
003980 FD  TRIM-FILE
003990     RECORD CONTAINS 80 CHARACTERS.
004000 01  TRIM-RECORD                PIC X(80).
004010 FD  TRIM-WORK-FILE
004020     RECORD CONTAINS 80 CHARACTERS.
004030 01  TRIM-WORK-RECORD           PIC X(80).
004040 FD  STNRPT-FILE
004050     RECORD CONTAINS 80 CHARACTERS.
004060 01  STNRPT-RECORD              PIC X(80).
004070 FD  MISSING-FILE
004080     RECORD CONTAINS 80 CHARACTERS.
004090 01  MISSING-RECORD.
004100     05  MISS-STATION           PIC X(04).
004110     05  MISS-DESC              PIC X(20).
004120     05  MISS-RUN-DATE          PIC 9(08).
004130     05  FILLER                 PIC X(48).
004140 FD  STATION-FILE
004150     RECORD CONTAINS 80 CHARACTERS.
004160     COPY TMPSNREC.
004170 FD  PARM-FILE
004180     RECORD CONTAINS 80 CHARACTERS.
004190 01  PARM-RECORD.
004200     05  PARM-LOW-RANGE         PIC S9(4)V9(3)
004210                                SIGN LEADING SEPARATE.
004220     05  PARM-HIGH-RANGE        PIC S9(4)V9(3)
004230                                SIGN LEADING SEPARATE.
004240     05  PARM-STUCK-COUNT       PIC 9(03).
004250     05  PARM-MAX-RATE          PIC 9(3)V9(3).
004260     05  PARM-CKPT-INTERVAL     PIC 9(05).
004270     05  FILLER                 PIC X(50).
004280 WORKING-STORAGE SECTION.
004290 01  WS-READINGS-STATUS         PIC X(02) VALUE "00".
004300     88  WS-READINGS-OK                   VALUE "00".
004310     88  WS-READINGS-EOF                  VALUE "10".
004320 01  WS-REJECT-STATUS           PIC X(02) VALUE "00".
004330     88  WS-REJECT-OK                     VALUE "00".
004340 01  WS-HISTORY-STATUS          PIC X(02) VALUE "00".
004350     88  WS-HISTORY-OK                    VALUE "00".
004360 01  WS-AUDIT-STATUS            PIC X(02) VALUE "00".
004370     88  WS-AUDIT-OK                      VALUE "00".
004380 01  WS-EXCEPTION-STATUS        PIC X(02) VALUE "00".
004390     88  WS-EXCEPTION-OK                  VALUE "00".
004400 01  WS-PARM-STATUS             PIC X(02) VALUE "00".
004410     88  WS-PARM-OK                       VALUE "00".
004420 01  WS-LOW-RANGE               PIC S9(4)V9(3)
004430                                VALUE -999.999.
004440 01  WS-HIGH-RANGE              PIC S9(4)V9(3) VALUE 999.999.
004450 01  WS-EXCEPTION-REASON        PIC X(20).
004460 01  WS-HEALTH-STATUS           PIC X(02) VALUE "00".
004470     88  WS-HEALTH-OK                     VALUE "00".
004480 01  WS-STUCK-LIMIT             PIC 9(03) VALUE 6.
004490 01  WS-RATE-LIMIT              PIC 9(3)V9(3) VALUE 20.000.
004500 01  WS-HEALTH-COUNT            PIC 9(09) VALUE 0.
004510 01  WS-ERRH-PROGRAM-ID         PIC X(10) VALUE 'TEMPCVT'.
004520 01  WS-ERRH-FILE-NAME          PIC X(08).
004530 01  WS-ERRH-OPERATION          PIC X(06).
004540 01  WS-ERRH-SEVERITY          PIC X(02).
004550 01  WS-RUN-DATE-GROUP.
004560     COPY DATEFLD REPLACING ==:LVL:== BY ==05==
004570         ==:PREFIX:== BY ==WS-RUN-DATE==.
004580 01  WS-CONVERT-COUNT           PIC 9(09) VALUE 0.
004590 01  WS-READ-COUNT              PIC 9(09) VALUE 0.
004600 01  WS-REJECT-COUNT            PIC 9(09) VALUE 0.
004610 01  WS-MSG-VALUE               PIC X(30) VALUE SPACES.
004620 01  WS-MSG-TYPE                PIC X(02) VALUE "RJ".
004630 01  WS-MSG-STATUS              PIC X(02).
004640 01  WS-MSG-TEXT                PIC X(80).
004650 01  WS-MSG-LANG                PIC X(02) VALUE SPACES.
004660     COPY MSGFLDS.
004670 01  WS-CF-IN-VALID-SW          PIC X(01) VALUE "Y".
004680     88  WS-CF-IN-IS-VALID                VALUE "Y".
004690 01  TEMP-IN    PIC S9(4)V9(3) VALUE 182.000
004700                SIGN LEADING SEPARATE.
004710 01  CF-IN      PIC A(1) VALUE 'C'.
004720 01  CF-OUT     PIC A(1) VALUE 'F'.
004730 01  TEMP-OUT   PIC +9(4).9(3).
004740 01  WS-TEMP-OUT-NUM PIC S9(4)V9(3) VALUE 0.
004750 01  WS-CELSIUS-WORK PIC S9(5)V9(4) VALUE 0.
004760 01  WS-CF-OUT-REQ   PIC X(01) VALUE SPACE.
004770 01  WS-REJECT-REASON PIC X(20) VALUE 'BAD SCALE CODE'.
004780 01  WS-REJ-SEQ      PIC 9(05) VALUE 0.
004790 01  WS-STATION      PIC X(04) VALUE SPACES.
004800 01  WS-READING-DATE PIC X(08) VALUE SPACES.
004810 01  WS-READING-TIME PIC X(06) VALUE SPACES.
004820 01  WS-STATION-TABLE.
004830     05  WS-STN-ENTRY OCCURS 50 TIMES.
004840         10  WS-STN-ID          PIC X(04).
004850         10  WS-STN-CONVERTED   PIC 9(07).
004860         10  WS-STN-REJECTS     PIC 9(07).
004870         10  WS-STN-EXCPS       PIC 9(07).
004880         10  WS-STN-HEALTH      PIC 9(07).
004890 01  WS-STN-COUNT    PIC 9(02) VALUE 0.
004900 01  WS-STN-SUB      PIC 9(02) VALUE 0.
004910 01  WS-STN-FOUND-SUB PIC 9(02) VALUE 0.
004920 01  WS-STN-BUMP     PIC X(01) VALUE SPACE.
004930     88  WS-BUMP-CONVERTED            VALUE "C".
004940     88  WS-BUMP-REJECT               VALUE "R".
004950     88  WS-BUMP-EXCP                 VALUE "E".
004960     88  WS-BUMP-HEALTH               VALUE "H".
004970 01  WS-DUP-TABLE.
004980     05  WS-DUP-ENTRY OCCURS 500 TIMES
004990                                PIC X(27).
005000 01  WS-DUP-COUNT    PIC 9(03) VALUE 0.
005010 01  WS-DUP-SUB      PIC 9(03) VALUE 0.
005020 01  WS-DUP-SW       PIC X(01) VALUE "N".
005030     88  WS-IS-DUPLICATE              VALUE "Y".
005040 01  WS-DUP-FULL-SW  PIC X(01) VALUE "N".
005050     88  WS-DUP-TABLE-FULL            VALUE "Y".
005060 01  WS-STATION-STATUS          PIC X(02) VALUE "00".
005070     88  WS-STATION-OK                    VALUE "00".
005080     88  WS-STATION-EOF                   VALUE "10".
005090*    THE STATION MASTER IS SMALL REFERENCE DATA - IT IS
005100*    LOADED ONCE INTO THIS TABLE SO EACH READING COSTS A
005110*    TABLE LOOKUP, NOT A KEYED READ, AND THE END-OF-RUN
005120*    MISSING-STATION AND NAME LOOKUPS WORK FROM THE SAME
005130*    COPY. A MISSING MASTER LEAVES THE TABLE EMPTY AND THE
005140*    VALIDATION OFF.
005150 01  WS-SM-TABLE.
005160     05  WS-SM-ENTRY OCCURS 50 TIMES.
005170         10  WS-SM-CODE         PIC X(04).
005180         10  WS-SM-DESC         PIC X(20).
005190         10  WS-SM-ACTIVE       PIC X(01).
005200         10  WS-SM-STUCK-COUNT  PIC 9(03).
005210         10  WS-SM-MAX-RATE     PIC 9(3)V9(3).
005220 01  WS-SM-COUNT     PIC 9(02) VALUE 0.
005230 01  WS-SM-SUB       PIC 9(02) VALUE 0.
005240 01  WS-SM-FOUND-SUB PIC 9(02) VALUE 0.
005250 01  WS-SM-LOADED-SW PIC X(01) VALUE "N".
005260     88  WS-SM-LOADED                 VALUE "Y".
005270 01  WS-STN-VALID-SW PIC X(01) VALUE "Y".
005280     88  WS-STATION-VALID             VALUE "Y".
005290 01  WS-SM-NAME      PIC X(20) VALUE SPACES.
005300 01  WS-TRL-FOUND-SW PIC X(01) VALUE "N".
005310     88  WS-TRL-FOUND                 VALUE "Y".
005320 01  WS-TRL-BAD-SW   PIC X(01) VALUE "N".
005330     88  WS-TRL-BAD                   VALUE "Y".
005340 01  WS-TRL-EXP-COUNT PIC 9(09) VALUE 0.
005350 01  WS-TRL-EXP-HASH PIC 9(13) VALUE 0.
005360 01  WS-FD-HASH      PIC 9(13) VALUE 0.
005370 01  WS-HASH-WORK    PIC S9(4)V9(3) VALUE 0.
005380 01  WS-FILE-MODE-SW PIC X(01) VALUE "N".
005390     88  WS-FILE-MODE                 VALUE "Y".
005400 01  WS-MISSING-STATUS          PIC X(02) VALUE "00".
005410     88  WS-MISSING-OK                    VALUE "00".
005420 01  WS-MISS-COUNT   PIC 9(03) VALUE 0.
005430 01  WS-MISS-FOUND-SW PIC X(01) VALUE "N".
005440     88  WS-MISS-STATION-SEEN         VALUE "Y".
005450 01  WS-MISS-SUB     PIC 9(02) VALUE 0.
005460 01  WS-STNRPT-STATUS           PIC X(02) VALUE "00".
005470     88  WS-STNRPT-OK                     VALUE "00".
005480 01  WS-STNRPT-OPEN-SW PIC X(01) VALUE "N".
005490     88  WS-STNRPT-IS-OPEN            VALUE "Y".
005500*    SUMMARY REPORT LINE FOR ONE STATION.
005510 01  WS-STN-LINE.
005520     05  FILLER             PIC X(01) VALUE SPACES.
005530     05  WS-SNL-ID          PIC X(04).
005540     05  FILLER             PIC X(01) VALUE SPACES.
005550     05  WS-SNL-NAME        PIC X(20).
005560     05  FILLER             PIC X(01) VALUE SPACES.
005570     05  WS-SNL-CONVERTED   PIC ZZZZZZ9.
005580     05  FILLER             PIC X(01) VALUE SPACES.
005590     05  WS-SNL-REJECTS     PIC ZZZZZZ9.
005600     05  FILLER             PIC X(01) VALUE SPACES.
005610     05  WS-SNL-EXCPS       PIC ZZZZZZ9.
005620     05  FILLER             PIC X(01) VALUE SPACES.
005630     05  WS-SNL-HEALTH      PIC ZZZZZZ9.
005640     05  FILLER             PIC X(22) VALUE SPACES.
005650 01  WS-RUN-DATE-NUM-W  PIC 9(08) VALUE 0.
005660*    THE DELIVERY THIS RUN IS PROCESSING (FEEDTRLR SEQUENCE,
005670*    ZERO WHEN UNNUMBERED) AND THE DELIVERY REGISTER.
005680 01  WS-REGISTER-STATUS         PIC X(02) VALUE "00".
005690     88  WS-REGISTER-OK                   VALUE "00".
005700 01  WS-DLV-SEQ      PIC 9(03) VALUE 0.
005710 01  WS-DLV-REFUSED-SW PIC X(01) VALUE "N".
005720     88  WS-DLV-REFUSED               VALUE "Y".
005730 01  WS-DLV-PRIOR-COUNT PIC 9(03) VALUE 0.
005740 01  WS-DLV-DAY-COUNT PIC 9(03) VALUE 0.
005750 01  WS-DLV-LABEL    PIC X(80) VALUE SPACES.
005760*    EARLIER DELIVERIES PROCESSED TODAY, FROM THE REGISTER.
005770*    ANY AT ALL MEANS TMPREJ, TMPEXCP AND TMPHLTH ALREADY
005780*    HOLD TODAY'S OUTPUT AND ARE EXTENDED, NOT REPLACED.
005790 01  WS-DAY-SEEN-SW  PIC X(01) VALUE "N".
005800     88  WS-DAY-SEEN                  VALUE "Y".
005810 01  WS-DAY-READ-COUNT PIC 9(07) VALUE 0.
005820 01  WS-DAY-REJ-COUNT PIC 9(07) VALUE 0.
005830 01  WS-DAY-TRL-BAD-SW PIC X(01) VALUE "N".
005840     88  WS-DAY-TRL-BAD               VALUE "Y".
005850*    THE DAY TO DATE BY STATION - EARLIER DELIVERIES' REGISTER
005860*    LINES FOR TODAY PLUS THIS RUN'S SUMMARY TABLE.
005870 01  WS-DAY-TABLE.
005880     05  WS-DY-ENTRY OCCURS 50 TIMES.
005890         10  WS-DY-ID           PIC X(04).
005900         10  WS-DY-CONVERTED    PIC 9(07).
005910         10  WS-DY-REJECTS      PIC 9(07).
005920         10  WS-DY-EXCPS        PIC 9(07).
005930         10  WS-DY-HEALTH       PIC 9(07).
005940 01  WS-DY-COUNT     PIC 9(02) VALUE 0.
005950 01  WS-DY-SUB       PIC 9(02) VALUE 0.
005960 01  WS-DY-FOUND-SUB PIC 9(02) VALUE 0.
005970*    ONE STATION'S COUNTS ON THEIR WAY TO A SUMMARY LINE OR
005980*    INTO THE DAY-TO-DATE TABLE.
005990 01  WS-PS-ID        PIC X(04) VALUE SPACES.
006000 01  WS-PS-CONVERTED PIC 9(07) VALUE 0.
006010 01  WS-PS-REJECTS   PIC 9(07) VALUE 0.
006020 01  WS-PS-EXCPS     PIC 9(07) VALUE 0.
006030 01  WS-PS-HEALTH    PIC 9(07) VALUE 0.
006040 01  WS-DLV-TRL-COUNT PIC 9(09) VALUE 0.
006050 01  WS-DLV-TRL-HASH PIC 9(13) VALUE 0.
006060*    CHECKPOINT/RESTART (TCVTCKPT). THE TRIM FIELDS CUT AN
006070*    OUTPUT FILE BACK TO WHAT THE CHECKPOINT COMMITTED.
006080 01  WS-CKPT-STATUS             PIC X(02) VALUE "00".
006090     88  WS-CKPT-OK                       VALUE "00".
006100 01  WS-CKPT-INTERVAL PIC 9(05) VALUE 100.
006110 01  WS-CKPT-DUE     PIC 9(09) VALUE 0.
006120 01  WS-CKPT-DUE-R   PIC 9(05) VALUE 0.
006130 01  WS-RESTARTED-SW PIC X(01) VALUE "N".
006140     88  WS-RESTARTED                 VALUE "Y".
006150 01  WS-SKIP-COUNT   PIC 9(09) VALUE 0.
006160 01  WS-RDG-SKIPPED  PIC 9(09) VALUE 0.
006170 01  WS-EXCP-COUNT   PIC 9(09) VALUE 0.
006180 01  WS-HIST-BASE-COUNT PIC 9(09) VALUE 0.
006190 01  WS-HIST-FILE-COUNT PIC 9(09) VALUE 0.
006200 01  WS-REJ-BASE-COUNT PIC 9(09) VALUE 0.
006210 01  WS-EXCP-BASE-COUNT PIC 9(09) VALUE 0.
006220 01  WS-HLTH-BASE-COUNT PIC 9(09) VALUE 0.
006230 01  WS-TRIM-NAME    PIC X(08) VALUE SPACES.
006240 01  WS-TRIM-KEEP    PIC 9(09) VALUE 0.
006250 01  WS-TRIM-COPIED  PIC 9(09) VALUE 0.
006260 01  WS-TRIM-STATUS             PIC X(02) VALUE "00".
006270     88  WS-TRIM-OK                       VALUE "00".
006280 01  WS-TRIM-WORK-STATUS        PIC X(02) VALUE "00".
006290     88  WS-TRIM-WORK-OK                  VALUE "00".
006300     COPY RPTHDFT.
006310 01  WS-DUP-KEY.
006320     05  WS-DK-TEMP  PIC S9(4)V9(3) SIGN LEADING SEPARATE.
006330     05  WS-DK-CF-IN PIC X(01).
006340     05  WS-DK-STATION PIC X(04).
006350     05  WS-DK-RDG-DATE PIC X(08).
006360     05  WS-DK-RDG-TIME PIC X(06).
006370 01  WS-HIST-DATE-WORK PIC 9(08) VALUE 0.
006380*    CALIBRATION APPLIED TO THE CURRENT READING (TMPCALLK).
006390 01  WS-RAW-TEMP     PIC S9(4)V9(3) VALUE 0.
006400 01  WS-CAL-TEMP     PIC S9(4)V9(3) VALUE 0.
006410 01  WS-CAL-OFFSET   PIC S9(3)V9(3) VALUE 0.
006420 01  WS-CAL-MULT     PIC 9(1)V9(4) VALUE 1.
006430 01  WS-CAL-EFF-DATE PIC 9(08) VALUE 0.
006440 01  WS-CAL-RDG-DATE PIC 9(08) VALUE 0.
006450 01  WS-CAL-APPLIED-COUNT PIC 9(09) VALUE 0.
006460*    EACH STATION'S PREVIOUS READING FOR THE SENSOR-HEALTH
006470*    CHECKS - SEEDED FROM TMPHIST, THEN KEPT UP THROUGH THE
006480*    RUN. THE RUN LENGTH COUNTS CONSECUTIVE IDENTICAL RAW
006490*    VALUES; THE FLAG STOPS ONE STUCK SPELL BEING REPORTED
006500*    ON EVERY READING.
006510 01  WS-SH-TABLE.
006520     05  WS-SH-ENTRY OCCURS 50 TIMES.
006530         10  WS-SH-STATION      PIC X(04).
006540         10  WS-SH-RAW          PIC S9(4)V9(3).
006550         10  WS-SH-CF-IN        PIC X(01).
006560         10  WS-SH-TEMP-C       PIC S9(4)V9(3).
006570         10  WS-SH-DATE         PIC X(08).
006580         10  WS-SH-TIME         PIC X(06).
006590         10  WS-SH-RUN          PIC 9(03).
006600         10  WS-SH-FLAGGED-SW   PIC X(01).
006610             88  WS-SH-FLAGGED              VALUE "Y".
006620 01  WS-SH-COUNT     PIC 9(02) VALUE 0.
006630 01  WS-SH-SUB       PIC 9(02) VALUE 0.
006640 01  WS-SH-FOUND-SUB PIC 9(02) VALUE 0.
006650 01  WS-SH-FULL-SW   PIC X(01) VALUE "N".
006660     88  WS-SH-TABLE-FULL             VALUE "Y".
006670 01  WS-HL-STATION   PIC X(04) VALUE SPACES.
006680 01  WS-HL-CHECK     PIC X(01) VALUE SPACE.
006690 01  WS-HL-RAW       PIC S9(4)V9(3) VALUE 0.
006700 01  WS-HL-CUR-C     PIC S9(4)V9(3) VALUE 0.
006710 01  WS-HL-CELSIUS   PIC S9(5)V9(4) VALUE 0.
006720 01  WS-HL-DELTA     PIC S9(5)V9(3) VALUE 0.
006730 01  WS-HL-RATE      PIC 9(4)V9(3) VALUE 0.
006740 01  WS-HL-STUCK-N   PIC 9(03) VALUE 0.
006750 01  WS-HL-MAX-RATE  PIC 9(3)V9(3) VALUE 0.
006760 01  WS-HL-CUR-MIN   PIC 9(11) VALUE 0.
006770 01  WS-HL-PREV-MIN  PIC 9(11) VALUE 0.
006780 01  WS-HL-ELAPSED   PIC S9(11) VALUE 0.
006790 01  WS-HL-STAMP-MIN PIC 9(11) VALUE 0.
006800 01  WS-HL-STAMP-DATE.
006810     05  WS-HL-STAMP-CCYY   PIC 9(04).
006820     05  WS-HL-STAMP-MM     PIC 9(02).
006830     05  WS-HL-STAMP-DD     PIC 9(02).
006840 01  WS-HL-STAMP-DATE-N REDEFINES WS-HL-STAMP-DATE
006850                        PIC 9(08).
006860 01  WS-HL-STAMP-TIME.
006870     05  WS-HL-STAMP-HH     PIC 9(02).
006880     05  WS-HL-STAMP-MI     PIC 9(02).
006890     05  WS-HL-STAMP-SS     PIC 9(02).
006900 01  WS-HL-STAMP-TIME-N REDEFINES WS-HL-STAMP-TIME
006910                        PIC 9(06).
006920 01  WS-RUN-ID              PIC 9(04) VALUE 0.
006930 PROCEDURE DIVISION.
006940 MAIN.
006950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006960     IF WS-DLV-REFUSED
006970         PERFORM 3100-REFUSE-DELIVERY THRU 3100-EXIT
006980         MOVE 4 TO RETURN-CODE
006990         GOBACK.
007000     OPEN INPUT READINGS-FILE.
007010     IF NOT WS-READINGS-OK
007020         ADD 1 TO WS-READ-COUNT
007030         PERFORM 1400-APPLY-CALIBRATION THRU 1400-EXIT
007040         PERFORM TEMPCONVERT THRU TEMPCONVERT-EXIT
007050         GO TO MAIN-CLOSE.
007060     MOVE "Y" TO WS-FILE-MODE-SW.
007070     PERFORM 1100-PROCESS-READING THRU 1100-EXIT
007080         UNTIL WS-READINGS-EOF.
007090     CLOSE READINGS-FILE.
007100     PERFORM 1980-VERIFY-TRAILER THRU 1980-EXIT.
007110 MAIN-CLOSE.
007120     CLOSE REJECT-FILE.
007130     CLOSE HISTORY-FILE.
007140     CLOSE EXCEPTION-FILE.
007150     CLOSE HEALTH-FILE.
007160     PERFORM 2900-LOAD-DAY-TOTALS THRU 2900-EXIT.
007170     PERFORM 2600-PRINT-STATIONS THRU 2600-EXIT.
007180     PERFORM 2800-CHECK-MISSING THRU 2800-EXIT.
007190     IF WS-FILE-MODE
007200         PERFORM 3000-REGISTER-DELIVERY THRU 3000-EXIT
007210         PERFORM 3300-CLEAR-CHECKPOINT THRU 3300-EXIT.
007220     IF WS-HEALTH-COUNT > 0
007230         DISPLAY 'TEMPCVT: ' WS-HEALTH-COUNT
007240             ' SENSOR-HEALTH EXCEPTION(S) ON TMPHLTH'.
007250     IF WS-CAL-APPLIED-COUNT > 0
007260         DISPLAY 'TEMPCVT: ' WS-CAL-APPLIED-COUNT
007270             ' READING(S) ADJUSTED BY A CALIBRATION FACTOR'.
007280     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
007290     IF WS-MISS-COUNT > 0 OR WS-TRL-BAD
007300         MOVE 4 TO RETURN-CODE
007310     ELSE
007320         MOVE 0 TO RETURN-CODE.
007330     GOBACK.
007340*----------------------------------------------------------*
007350* 1000-INITIALIZE - CAPTURE THE RUN DATE FOR THE HISTORY LOG *
007360* AND OPEN THE REJECT/HISTORY FILES FOR THE WHOLE RUN. PICK  *
007370* UP A CONFIGURABLE OUT-OF-RANGE TEST FROM TMPPARM IF ONE     *
007380* WAS PROVIDED - A MISSING CARD LEAVES THE COMPILED-IN        *
007390* DEFAULT RANGE IN EFFECT. THE SAME CARD MAY CARRY THE SHOP   *
007400* DEFAULT SENSOR-HEALTH LIMITS (STUCK COUNT, RATE PER HOUR).  *
007410* A DELIVERY ALREADY PROCESSED TODAY OPENS NOTHING, SO THE   *
007420* PREVIOUS DELIVERY'S OUTPUT FILES SURVIVE THE REFUSAL.      *
007430* A RESTART FROM A CHECKPOINT REOPENS THE RUN'S OWN OUTPUT   *
007440* FILES FOR EXTEND, CUT BACK TO WHAT THE CHECKPOINT HAD      *
007450* COMMITTED.                                                 *
007460* A LATER DELIVERY OF THE SAME BUSINESS DAY EXTENDS TMPREJ,  *
007470* TMPEXCP AND TMPHLTH, SO EARLIER DELIVERIES' OUTPUT STAYS.  *
007480*----------------------------------------------------------*
007490 1000-INITIALIZE.
007500     CALL 'GETBDATE' USING WS-RUN-DATE.
007510     PERFORM 1050-IDENTIFY-DELIVERY THRU 1050-EXIT.
007520     IF WS-DLV-REFUSED
007530         GO TO 1000-EXIT.
007540     PERFORM 1060-CHECK-RESTART THRU 1060-EXIT.
007550     PERFORM 1950-LOAD-STATIONS THRU 1950-EXIT.
007560     PERFORM 1900-LOAD-TODAYS-HISTORY THRU 1900-EXIT.
007570     IF WS-RESTARTED
007580         PERFORM 1070-RESTORE-TABLES THRU 1070-EXIT
007590     ELSE
007600         MOVE WS-HIST-FILE-COUNT TO WS-HIST-BASE-COUNT
007610         PERFORM 1090-COUNT-DAY-FILES THRU 1090-EXIT.
007620     IF WS-RESTARTED OR WS-DAY-SEEN
007630         PERFORM 1099-EXTEND-DAY-FILES THRU 1099-EXIT
007640     ELSE
007650         OPEN OUTPUT REJECT-FILE
007660         OPEN OUTPUT EXCEPTION-FILE
007670         OPEN OUTPUT HEALTH-FILE.
007680     OPEN EXTEND HISTORY-FILE.
007690     IF NOT WS-HISTORY-OK
007700         CLOSE HISTORY-FILE
007710         OPEN OUTPUT HISTORY-FILE.
007720     OPEN INPUT PARM-FILE.
007730     IF WS-PARM-OK
007740         READ PARM-FILE
007750         IF WS-PARM-OK AND PARM-HIGH-RANGE > 0
007760             MOVE PARM-LOW-RANGE  TO WS-LOW-RANGE
007770             MOVE PARM-HIGH-RANGE TO WS-HIGH-RANGE
007780         END-IF
007790         IF WS-PARM-OK AND PARM-STUCK-COUNT NUMERIC
007800             AND PARM-STUCK-COUNT > 0
007810             MOVE PARM-STUCK-COUNT TO WS-STUCK-LIMIT
007820         END-IF
007830         IF WS-PARM-OK AND PARM-MAX-RATE NUMERIC
007840             AND PARM-MAX-RATE > 0
007850             MOVE PARM-MAX-RATE TO WS-RATE-LIMIT
007860         END-IF
007870         IF WS-PARM-OK AND PARM-CKPT-INTERVAL NUMERIC
007880             AND PARM-CKPT-INTERVAL > 0
007890             MOVE PARM-CKPT-INTERVAL TO WS-CKPT-INTERVAL
007900         END-IF
007910         CLOSE PARM-FILE
007920     END-IF.
007930 1000-EXIT.
007940     EXIT.
007950*----------------------------------------------------------*
007960* 1050-IDENTIFY-DELIVERY - FIND THE DELIVERY SEQUENCE ON    *
007970* THE FEED'S CONTROL TRAILER (A PASS OF ITS OWN - THE       *
007980* TRAILER IS LAST) AND REFUSE THE DELIVERY WHEN THE         *
007990* REGISTER ALREADY SHOWS THAT SEQUENCE PROCESSED FOR TODAY. *
008000* NO FEED, NO TRAILER OR A BLANK SEQUENCE IS AN UNNUMBERED  *
008010* DELIVERY, WHICH IS NEVER REFUSED; NO REGISTER MEANS       *
008020* NOTHING HAS BEEN PROCESSED YET.                           *
008030* THE SAME PASS OF THE REGISTER NOTES WHETHER ANY DELIVERY  *
008040* WAS ALREADY PROCESSED TODAY, AND ADDS UP THEIR READ AND   *
008050* REJECT COUNTS AND TRAILER RESULTS FOR THE AUDIT ENTRY.    *
008060*----------------------------------------------------------*
008070 1050-IDENTIFY-DELIVERY.
008080     OPEN INPUT READINGS-FILE.
008090     IF NOT WS-READINGS-OK
008100         GO TO 1053-OPEN-REGISTER.
008110 1051-SCAN-FEED.
008120     READ READINGS-FILE
008130         AT END
008140             GO TO 1052-SCAN-DONE.
008150     IF RDG-TRL-PRESENT AND RDG-TRL-DELIVERY-SEQ NUMERIC
008160         MOVE RDG-TRL-DELIVERY-SEQ TO WS-DLV-SEQ.
008170     IF RDG-TRL-PRESENT AND RDG-TRL-RECORD-COUNT NUMERIC
008180         MOVE RDG-TRL-RECORD-COUNT TO WS-DLV-TRL-COUNT.
008190     IF RDG-TRL-PRESENT AND RDG-TRL-HASH-TOTAL NUMERIC
008200         MOVE RDG-TRL-HASH-TOTAL TO WS-DLV-TRL-HASH.
008210     GO TO 1051-SCAN-FEED.
008220 1052-SCAN-DONE.
008230     CLOSE READINGS-FILE.
008240 1053-OPEN-REGISTER.
008250     OPEN INPUT REGISTER-FILE.
008260     IF NOT WS-REGISTER-OK
008270         GO TO 1050-EXIT.
008280 1054-SCAN-REGISTER.
008290     READ REGISTER-FILE
008300         AT END
008310             GO TO 1055-REGISTER-DONE.
008320     IF DLV-RUN-DATE NOT = WS-RUN-DATE
008330         OR NOT DLV-IS-DELIVERY OR NOT DLV-PROCESSED
008340         GO TO 1054-SCAN-REGISTER.
008350     MOVE "Y" TO WS-DAY-SEEN-SW.
008360     ADD DLV-READ-COUNT TO WS-DAY-READ-COUNT.
008370     ADD DLV-REJECTS TO WS-DAY-REJ-COUNT.
008380     IF DLV-TRAILER-BAD
008390         MOVE "Y" TO WS-DAY-TRL-BAD-SW.
008400     IF WS-DLV-SEQ > 0 AND DLV-SEQ = WS-DLV-SEQ
008410         MOVE "Y" TO WS-DLV-REFUSED-SW.
008420     GO TO 1054-SCAN-REGISTER.
008430 1055-REGISTER-DONE.
008440     CLOSE REGISTER-FILE.
008450 1050-EXIT.
008460     EXIT.
008470*----------------------------------------------------------*
008480* 1060-CHECK-RESTART - A CHECKPOINT LEFT BY AN INTERRUPTED  *
008490* RUN OVER THIS SAME DELIVERY (BUSINESS DATE, SEQUENCE AND  *
008500* TRAILER COUNT AND HASH) MEANS RESUME: TAKE BACK ITS       *
008510* COUNTS AND HASH, CUT THE OUTPUT FILES BACK TO WHAT IT     *
008520* COMMITTED AND SKIP THE READINGS IT COVERS. A CHECKPOINT   *
008530* FOR ANY OTHER DELIVERY IS LEFT OVER AND IGNORED.          *
008540*----------------------------------------------------------*
008550 1060-CHECK-RESTART.
008560     OPEN INPUT CKPT-FILE.
008570     IF NOT WS-CKPT-OK
008580         GO TO 1060-EXIT.
008590     READ CKPT-FILE
008600         AT END
008610             GO TO 1065-CHECK-DONE.
008620     IF NOT CKPT-IS-IDENTITY
008630         GO TO 1065-CHECK-DONE.
008640     IF CKH-RUN-DATE NOT = WS-RUN-DATE
008650         OR CKH-DLV-SEQ NOT = WS-DLV-SEQ
008660         OR CKH-TRL-COUNT NOT = WS-DLV-TRL-COUNT
008670         OR CKH-TRL-HASH NOT = WS-DLV-TRL-HASH
008680         DISPLAY 'TEMPCVT: CHECKPOINT ON TCVTCKPT IS FOR '
008690             'ANOTHER DELIVERY - IGNORED'
008700         GO TO 1065-CHECK-DONE.
008710     MOVE CKH-FD-HASH TO WS-FD-HASH.
008720     MOVE CKH-HIST-BASE TO WS-HIST-BASE-COUNT.
008730     MOVE CKH-REJ-BASE TO WS-REJ-BASE-COUNT.
008740     MOVE CKH-EXCP-BASE TO WS-EXCP-BASE-COUNT.
008750     MOVE CKH-HLTH-BASE TO WS-HLTH-BASE-COUNT.
008760     READ CKPT-FILE
008770         AT END
008780             GO TO 1065-CHECK-DONE.
008790     IF NOT CKPT-IS-COUNTS
008800         GO TO 1065-CHECK-DONE.
008810     MOVE CKC-READ-COUNT TO WS-READ-COUNT.
008820     MOVE CKC-CONVERT-COUNT TO WS-CONVERT-COUNT.
008830     MOVE CKC-REJECT-COUNT TO WS-REJECT-COUNT.
008840     MOVE CKC-EXCP-COUNT TO WS-EXCP-COUNT.
008850     MOVE CKC-HEALTH-COUNT TO WS-HEALTH-COUNT.
008860     MOVE CKC-CAL-APPLIED TO WS-CAL-APPLIED-COUNT.
008870     MOVE CKC-REJ-SEQ TO WS-REJ-SEQ.
008880     MOVE WS-READ-COUNT TO WS-SKIP-COUNT.
008890     MOVE "Y" TO WS-RESTARTED-SW.
008900 1065-CHECK-DONE.
008910     CLOSE CKPT-FILE.
008920     IF NOT WS-RESTARTED
008930         GO TO 1060-EXIT.
008940     DISPLAY 'TEMPCVT: RESTARTING FROM CHECKPOINT AFTER '
008950         WS-SKIP-COUNT ' READING(S)'.
008960     MOVE 'TMPHIST' TO WS-TRIM-NAME.
008970     COMPUTE WS-TRIM-KEEP = WS-HIST-BASE-COUNT + WS-CONVERT-COUNT.
008980     PERFORM 1080-TRIM-FILE THRU 1080-EXIT.
008990     MOVE 'TMPREJ' TO WS-TRIM-NAME.
009000     COMPUTE WS-TRIM-KEEP = WS-REJ-BASE-COUNT + WS-REJECT-COUNT.
009010     PERFORM 1080-TRIM-FILE THRU 1080-EXIT.
009020     MOVE 'TMPEXCP' TO WS-TRIM-NAME.
009030     COMPUTE WS-TRIM-KEEP = WS-EXCP-BASE-COUNT + WS-EXCP-COUNT.
009040     PERFORM 1080-TRIM-FILE THRU 1080-EXIT.
009050     MOVE 'TMPHLTH' TO WS-TRIM-NAME.
009060     COMPUTE WS-TRIM-KEEP = WS-HLTH-BASE-COUNT
009070         + WS-HEALTH-COUNT.
009080     PERFORM 1080-TRIM-FILE THRU 1080-EXIT.
009090 1060-EXIT.
009100     EXIT.
009110*----------------------------------------------------------*
009120* 1070-RESTORE-TABLES - ON A RESTART, THE PER-STATION       *
009130* SUMMARY AND THE SENSOR-HEALTH STATE AS CHECKPOINTED. THE  *
009140* HEALTH STATE REPLACES WHAT 1900 SEEDED FROM TMPHIST, SO A *
009150* STUCK SPELL ALREADY REPORTED BEFORE THE INTERRUPTION IS   *
009160* NOT REPORTED TWICE.                                       *
009170*----------------------------------------------------------*
009180 1070-RESTORE-TABLES.
009190     MOVE 0 TO WS-STN-COUNT.
009200     MOVE 0 TO WS-SH-COUNT.
009210     OPEN INPUT CKPT-FILE.
009220     IF NOT WS-CKPT-OK
009230         GO TO 1070-EXIT.
009240 1071-READ-NEXT.
009250     READ CKPT-FILE
009260         AT END
009270             GO TO 1075-RESTORE-DONE.
009280     IF CKPT-IS-STATION AND WS-STN-COUNT < 50
009290         ADD 1 TO WS-STN-COUNT
009300         MOVE CKS-STATION TO WS-STN-ID (WS-STN-COUNT)
009310         MOVE CKS-CONVERTED TO WS-STN-CONVERTED (WS-STN-COUNT)
009320         MOVE CKS-REJECTS TO WS-STN-REJECTS (WS-STN-COUNT)
009330         MOVE CKS-EXCPS TO WS-STN-EXCPS (WS-STN-COUNT)
009340         MOVE CKS-HEALTH TO WS-STN-HEALTH (WS-STN-COUNT).
009350     IF CKPT-IS-SENSOR AND WS-SH-COUNT < 50
009360         ADD 1 TO WS-SH-COUNT
009370         MOVE CKK-STATION TO WS-SH-STATION (WS-SH-COUNT)
009380         MOVE CKK-RAW TO WS-SH-RAW (WS-SH-COUNT)
009390         MOVE CKK-CF-IN TO WS-SH-CF-IN (WS-SH-COUNT)
009400         MOVE CKK-TEMP-C TO WS-SH-TEMP-C (WS-SH-COUNT)
009410         MOVE CKK-DATE TO WS-SH-DATE (WS-SH-COUNT)
009420         MOVE CKK-TIME TO WS-SH-TIME (WS-SH-COUNT)
009430         MOVE CKK-RUN TO WS-SH-RUN (WS-SH-COUNT)
009440         MOVE CKK-FLAGGED TO WS-SH-FLAGGED-SW (WS-SH-COUNT).
009450     GO TO 1071-READ-NEXT.
009460 1075-RESTORE-DONE.
009470     CLOSE CKPT-FILE.
009480 1070-EXIT.
009490     EXIT.
009500*----------------------------------------------------------*
009510* 1080-TRIM-FILE - KEEP ONLY THE FIRST WS-TRIM-KEEP RECORDS *
009520* OF THE FILE NAMED IN WS-TRIM-NAME: COPY THEM TO THE WORK  *
009530* FILE, THEN BACK OVER THE ORIGINAL. RECORDS WRITTEN AFTER  *
009540* THE CHECKPOINT ARE WRITTEN AGAIN BY THE RESUMED RUN. A    *
009550* MISSING FILE HAS NOTHING TO CUT.                          *
009560*----------------------------------------------------------*
009570 1080-TRIM-FILE.
009580     MOVE 0 TO WS-TRIM-COPIED.
009590     OPEN INPUT TRIM-FILE.
009600     IF NOT WS-TRIM-OK
009610         GO TO 1080-EXIT.
009620     OPEN OUTPUT TRIM-WORK-FILE.
009630 1081-COPY-OUT.
009640     IF WS-TRIM-COPIED NOT < WS-TRIM-KEEP
009650         GO TO 1082-COPY-OUT-DONE.
009660     READ TRIM-FILE
009670         AT END
009680             GO TO 1082-COPY-OUT-DONE.
009690     MOVE TRIM-RECORD TO TRIM-WORK-RECORD.
009700     WRITE TRIM-WORK-RECORD.
009710     ADD 1 TO WS-TRIM-COPIED.
009720     GO TO 1081-COPY-OUT.
009730 1082-COPY-OUT-DONE.
009740     CLOSE TRIM-FILE.
009750     CLOSE TRIM-WORK-FILE.
009760     OPEN INPUT TRIM-WORK-FILE.
009770     OPEN OUTPUT TRIM-FILE.
009780     IF NOT WS-TRIM-OK
009790         MOVE WS-TRIM-NAME TO WS-ERRH-FILE-NAME
009800         MOVE 'OPEN' TO WS-ERRH-OPERATION
009810         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
009820             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
009830             WS-TRIM-STATUS WS-ERRH-SEVERITY
009840         CLOSE TRIM-WORK-FILE
009850         GO TO 1080-EXIT.
009860 1083-COPY-BACK.
009870     READ TRIM-WORK-FILE
009880         AT END
009890             GO TO 1084-COPY-BACK-DONE.
009900     MOVE TRIM-WORK-RECORD TO TRIM-RECORD.
009910     WRITE TRIM-RECORD.
009920     GO TO 1083-COPY-BACK.
009930 1084-COPY-BACK-DONE.
009940     CLOSE TRIM-WORK-FILE.
009950     CLOSE TRIM-FILE.
009960 1080-EXIT.
009970     EXIT.
009980*----------------------------------------------------------*
009990* 1090-COUNT-DAY-FILES - A LATER DELIVERY OF THE DAY       *
010000* APPENDS TO TMPREJ, TMPEXCP AND TMPHLTH: COUNT WHAT THEY  *
010010* ALREADY HOLD, SO A RESTART CUTS BACK ONLY THIS           *
010020* DELIVERY'S RECORDS, AND CARRY THE REJECT SEQUENCE ON     *
010030* FROM THE EARLIER DELIVERIES' SO TMPREPRO CAN STILL TELL  *
010040* THEM APART.                                              *
010050*----------------------------------------------------------*
010060 1090-COUNT-DAY-FILES.
010070     IF NOT WS-DAY-SEEN
010080         GO TO 1090-EXIT.
010090     MOVE 'TMPREJ' TO WS-TRIM-NAME.
010100     PERFORM 1095-COUNT-FILE THRU 1095-EXIT.
010110     MOVE WS-TRIM-COPIED TO WS-REJ-BASE-COUNT.
010120     MOVE WS-TRIM-COPIED TO WS-REJ-SEQ.
010130     MOVE 'TMPEXCP' TO WS-TRIM-NAME.
010140     PERFORM 1095-COUNT-FILE THRU 1095-EXIT.
010150     MOVE WS-TRIM-COPIED TO WS-EXCP-BASE-COUNT.
010160     MOVE 'TMPHLTH' TO WS-TRIM-NAME.
010170     PERFORM 1095-COUNT-FILE THRU 1095-EXIT.
010180     MOVE WS-TRIM-COPIED TO WS-HLTH-BASE-COUNT.
010190 1090-EXIT.
010200     EXIT.
010210*----------------------------------------------------------*
010220* 1095-COUNT-FILE - THE NUMBER OF RECORDS ON THE FILE NAMED*
010230* IN WS-TRIM-NAME, IN WS-TRIM-COPIED. NO FILE COUNTS ZERO. *
010240*----------------------------------------------------------*
010250 1095-COUNT-FILE.
010260     MOVE 0 TO WS-TRIM-COPIED.
010270     OPEN INPUT TRIM-FILE.
010280     IF NOT WS-TRIM-OK
010290         GO TO 1095-EXIT.
010300 1096-COUNT-NEXT.
010310     READ TRIM-FILE
010320         AT END
010330             GO TO 1097-COUNT-DONE.
010340     ADD 1 TO WS-TRIM-COPIED.
010350     GO TO 1096-COUNT-NEXT.
010360 1097-COUNT-DONE.
010370     CLOSE TRIM-FILE.
010380 1095-EXIT.
010390     EXIT.
010400*----------------------------------------------------------*
010410* 1099-EXTEND-DAY-FILES - OPEN TMPREJ, TMPEXCP AND TMPHLTH *
010420* TO APPEND. ONE THAT HAS GONE MISSING SINCE IS STARTED    *
010430* AGAIN RATHER THAN LEFT UNOPENED.                         *
010440*----------------------------------------------------------*
010450 1099-EXTEND-DAY-FILES.
010460     OPEN EXTEND REJECT-FILE.
010470     IF NOT WS-REJECT-OK
010480         CLOSE REJECT-FILE
010490         OPEN OUTPUT REJECT-FILE.
010500     OPEN EXTEND EXCEPTION-FILE.
010510     IF NOT WS-EXCEPTION-OK
010520         CLOSE EXCEPTION-FILE
010530         OPEN OUTPUT EXCEPTION-FILE.
010540     OPEN EXTEND HEALTH-FILE.
010550     IF NOT WS-HEALTH-OK
010560         CLOSE HEALTH-FILE
010570         OPEN OUTPUT HEALTH-FILE.
010580 1099-EXIT.
010590     EXIT.
010600*----------------------------------------------------------*
010610* 1100-PROCESS-READING - READ ONE READING, VALIDATE ITS      *
010620* SCALE CODE, AND EITHER CONVERT IT OR REJECT IT.            *
010630* EVERY WS-CKPT-INTERVAL READINGS THE RUN IS CHECKPOINTED.   *
010640*----------------------------------------------------------*
010650 1100-PROCESS-READING.
010660     READ READINGS-FILE
010670         AT END
010680             GO TO 1100-EXIT.
010690*    THE SENDER'S CONTROL TRAILER IS NOT A READING - CAPTURE
010700*    ITS COUNT AND HASH FOR THE END-OF-RUN VERIFICATION.
010710     IF RDG-TRL-PRESENT
010720         MOVE "Y" TO WS-TRL-FOUND-SW
010730         IF RDG-TRL-RECORD-COUNT NUMERIC
010740             MOVE RDG-TRL-RECORD-COUNT TO WS-TRL-EXP-COUNT
010750         END-IF
010760         IF RDG-TRL-HASH-TOTAL NUMERIC
010770             MOVE RDG-TRL-HASH-TOTAL TO WS-TRL-EXP-HASH
010780         END-IF
010790         GO TO 1100-EXIT.
010800*    ON A RESTART THE CHECKPOINT ALREADY COVERS THE FIRST
010810*    READINGS - THEIR COUNTS, HASH AND OUTPUT ARE RESTORED.
010820     IF WS-RDG-SKIPPED < WS-SKIP-COUNT
010830         ADD 1 TO WS-RDG-SKIPPED
010840         GO TO 1100-EXIT.
010850     ADD 1 TO WS-READ-COUNT.
010860     MOVE RDG-IN-TEMP  TO TEMP-IN.
010870     MOVE TEMP-IN TO WS-HASH-WORK.
010880     IF WS-HASH-WORK < 0
010890         COMPUTE WS-HASH-WORK = 0 - WS-HASH-WORK.
010900     COMPUTE WS-FD-HASH =
010910         WS-FD-HASH + (WS-HASH-WORK * 1000).
010920     MOVE RDG-IN-CF-IN TO CF-IN.
010930     MOVE RDG-IN-CF-OUT TO WS-CF-OUT-REQ.
010940     MOVE RDG-IN-STATION TO WS-STATION.
010950     MOVE RDG-IN-READING-DATE TO WS-READING-DATE.
010960     MOVE RDG-IN-READING-TIME TO WS-READING-TIME.
010970     PERFORM 1955-VALIDATE-STATION THRU 1955-EXIT.
010980     IF NOT WS-STATION-VALID
010990         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
011000         GO TO 1190-CHECKPOINT-DUE.
011010     PERFORM 2700-CHECK-DUPLICATE THRU 2700-EXIT.
011020     IF WS-IS-DUPLICATE
011030         MOVE 'DUPLICATE READING' TO WS-REJECT-REASON
011040         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
011050         GO TO 1190-CHECKPOINT-DUE.
011060     PERFORM 1500-VALIDATE-READING THRU 1500-EXIT.
011070     IF WS-CF-IN-IS-VALID
011080         PERFORM 2750-REMEMBER-READING THRU 2750-EXIT
011090         PERFORM 1400-APPLY-CALIBRATION THRU 1400-EXIT
011100         PERFORM TEMPCONVERT THRU TEMPCONVERT-EXIT
011110     ELSE
011120         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
011130     END-IF.
011140 1190-CHECKPOINT-DUE.
011150     DIVIDE WS-READ-COUNT BY WS-CKPT-INTERVAL
011160         GIVING WS-CKPT-DUE REMAINDER WS-CKPT-DUE-R.
011170     IF WS-CKPT-DUE-R = 0
011180         PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
011190 1100-EXIT.
011200     EXIT.
011210*----------------------------------------------------------*
011220* 1400-APPLY-CALIBRATION - KEEP THE RAW SENSOR VALUE AND     *
011230* REPLACE TEMP-IN WITH THE CALIBRATED ONE, USING THE FACTOR  *
011240* IN FORCE ON THE DATE THE READING WAS TAKEN. A READING      *
011250* WITHOUT A DATE STAMP IS TAKEN AS TODAY'S. NO FACTOR IN     *
011260* FORCE LEAVES THE VALUE AS SENT.                            *
011270*----------------------------------------------------------*
011280 1400-APPLY-CALIBRATION.
011290     MOVE TEMP-IN TO WS-RAW-TEMP.
011300     IF WS-READING-DATE NUMERIC
011310         MOVE WS-READING-DATE TO WS-CAL-RDG-DATE
011320     ELSE
011330         MOVE WS-RUN-DATE TO WS-CAL-RDG-DATE.
011340     CALL 'TMPCALLK' USING WS-STATION WS-CAL-RDG-DATE
011350         WS-RAW-TEMP WS-CAL-TEMP WS-CAL-OFFSET WS-CAL-MULT
011360         WS-CAL-EFF-DATE.
011370     MOVE WS-CAL-TEMP TO TEMP-IN.
011380     IF WS-CAL-EFF-DATE > 0
011390         ADD 1 TO WS-CAL-APPLIED-COUNT.
011400 1400-EXIT.
011410     EXIT.
011420*----------------------------------------------------------*
011430* 1500-VALIDATE-READING - CF-IN MUST BE A KNOWN SCALE CODE   *
011440* (C/F/K) BEFORE THE CONVERSION IS TRUSTED TO RUN, AND THE   *
011450* REQUESTED OUTPUT SCALE MUST BE KNOWN TOO. A BLANK OUTPUT   *
011460* SCALE KEEPS THE LONG-STANDING FIXED MAPPING. THE OUTPUT    *
011470* SCALE FOR THE CONVERSION IS SETTLED HERE, IN CF-OUT.       *
011480*----------------------------------------------------------*
011490 1500-VALIDATE-READING.
011500     MOVE "Y" TO WS-CF-IN-VALID-SW.
011510     MOVE 'BAD SCALE CODE' TO WS-REJECT-REASON.
011520     IF CF-IN NOT = 'C' AND CF-IN NOT = 'F' AND CF-IN NOT = 'K'
011530         MOVE "N" TO WS-CF-IN-VALID-SW
011540         GO TO 1500-EXIT.
011550     IF WS-CF-OUT-REQ = SPACE
011560         IF CF-IN = 'C'
011570             MOVE 'F' TO CF-OUT
011580         ELSE
011590             MOVE 'C' TO CF-OUT
011600         END-IF
011610         GO TO 1500-EXIT.
011620     IF WS-CF-OUT-REQ NOT = 'C' AND WS-CF-OUT-REQ NOT = 'F'
011630         AND WS-CF-OUT-REQ NOT = 'K'
011640         MOVE 'BAD OUT SCALE CODE' TO WS-REJECT-REASON
011650         MOVE "N" TO WS-CF-IN-VALID-SW
011660         GO TO 1500-EXIT.
011670     MOVE WS-CF-OUT-REQ TO CF-OUT.
011680 1500-EXIT.
011690     EXIT.
011700*----------------------------------------------------------*
011710* 1600-WRITE-REJECT - LOG A READING WITH AN UNRECOGNIZED     *
011720* SCALE CODE TO THE REJECT FILE INSTEAD OF GUESSING.         *
011730*----------------------------------------------------------*
011740 1600-WRITE-REJECT.
011750     MOVE SPACES TO REJECT-RECORD.
011760     MOVE TEMP-IN TO REJ-TEMP.
011770     MOVE CF-IN TO REJ-CF-IN.
011780     MOVE WS-REJECT-REASON TO REJ-REASON.
011790     ADD 1 TO WS-REJ-SEQ.
011800     MOVE WS-REJ-SEQ TO REJ-SEQ.
011810     MOVE WS-STATION TO REJ-STATION.
011820     MOVE WS-READING-DATE TO REJ-READING-DATE.
011830     MOVE WS-READING-TIME TO REJ-READING-TIME.
011840     MOVE "R" TO WS-STN-BUMP.
011850     PERFORM 2500-COUNT-STATION THRU 2500-EXIT.
011860     WRITE REJECT-RECORD.
011870     ADD 1 TO WS-REJECT-COUNT.
011880     IF NOT WS-REJECT-OK
011890         MOVE 'TMPREJ' TO WS-ERRH-FILE-NAME
011900         MOVE 'WRITE' TO WS-ERRH-OPERATION
011910         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
011920             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
011930             WS-REJECT-STATUS WS-ERRH-SEVERITY.
011940     MOVE SPACES TO WS-MSG-VALUE.
011950*    THE SLOT VALUE LEADS WITH THE ACTUAL REJECT REASON -
011960*    THIS PARAGRAPH ALSO HANDLES BAD-OUTPUT-SCALE AND
011970*    DUPLICATE REJECTS, AND THE JOB LOG MUST SAY WHICH.
011980     STRING WS-REJECT-REASON DELIMITED BY '  '
011990         ' ' DELIMITED BY SIZE
012000         CF-IN DELIMITED BY SIZE
012010         ' ' DELIMITED BY SIZE
012020         TEMP-IN DELIMITED BY SIZE
012030         INTO WS-MSG-VALUE.
012040     MOVE "RJ" TO WS-MSG-TYPE.
012050     CALL 'SUBSUB' USING WS-MSG-VALUE WS-MSG-TYPE
012060         WS-MSG-STATUS WS-MSG-TEXT WS-MSG-LANG MSGF-FIELDS.
012070 1600-EXIT.
012080     EXIT.
012090*----------------------------------------------------------*
012100* TEMPCONVERT - CONVERT TEMP-IN TO THE OTHER SCALE AND LOG   *
012110* THE RESULT BOTH TO SYSOUT AND TO THE HISTORY FILE.         *
012120*----------------------------------------------------------*
012130 TEMPCONVERT.
012140*    ANY-PAIR CONVERSION: NORMALIZE THE READING TO CELSIUS,
012150*    THEN PRODUCE THE REQUESTED OUTPUT SCALE FROM THAT.
012160     EVALUATE CF-IN
012170         WHEN 'C'
012180             MOVE TEMP-IN TO WS-CELSIUS-WORK
012190         WHEN 'F'
012200             COMPUTE WS-CELSIUS-WORK = (TEMP-IN - 32) * 5 / 9
012210         WHEN 'K'
012220             COMPUTE WS-CELSIUS-WORK = TEMP-IN - 273.150
012230     END-EVALUATE.
012240     EVALUATE CF-OUT
012250         WHEN 'C'
012260             MOVE WS-CELSIUS-WORK TO WS-TEMP-OUT-NUM
012270         WHEN 'F'
012280             COMPUTE WS-TEMP-OUT-NUM =
012290                 (WS-CELSIUS-WORK * 9 / 5) + 32
012300         WHEN 'K'
012310             COMPUTE WS-TEMP-OUT-NUM =
012320                 WS-CELSIUS-WORK + 273.150
012330     END-EVALUATE.
012340     MOVE WS-TEMP-OUT-NUM TO TEMP-OUT.
012350     DISPLAY 'CONVERTED TEMP: ' TEMP-OUT ' ' CF-OUT.
012360     PERFORM 1650-CHECK-RANGE THRU 1650-EXIT.
012370     PERFORM 1660-CHECK-SENSOR-HEALTH THRU 1660-EXIT.
012380     PERFORM 1700-WRITE-HISTORY THRU 1700-EXIT.
012390 TEMPCONVERT-EXIT.
012400     EXIT.
012410*----------------------------------------------------------*
012420* 1650-CHECK-RANGE - FLAG A CONVERSION WHOSE TEMP-IN OR        *
012430* TEMP-OUT FALLS OUTSIDE THE CONFIGURED SANE RANGE TO THE       *
012440* EXCEPTION REPORT. THE CONVERSION STILL STANDS AND STILL       *
012450* GOES TO HISTORY - THIS IS A FLAG, NOT A REJECT.               *
012460*----------------------------------------------------------*
012470 1650-CHECK-RANGE.
012480     IF TEMP-IN < WS-LOW-RANGE OR TEMP-IN > WS-HIGH-RANGE
012490         MOVE 'TEMP-IN OUT OF RANGE' TO WS-EXCEPTION-REASON
012500         PERFORM 1800-WRITE-EXCEPTION THRU 1800-EXIT
012510     ELSE
012520         IF WS-TEMP-OUT-NUM < WS-LOW-RANGE
012530             OR WS-TEMP-OUT-NUM > WS-HIGH-RANGE
012540             MOVE 'TEMPOUT OUT OF RANGE' TO WS-EXCEPTION-REASON
012550             PERFORM 1800-WRITE-EXCEPTION THRU 1800-EXIT
012560         END-IF
012570     END-IF.
012580 1650-EXIT.
012590     EXIT.
012600*----------------------------------------------------------*
012610* 1660-CHECK-SENSOR-HEALTH - COMPARE THE READING WITH ITS      *
012620* STATION'S PREVIOUS ONE. A RAW VALUE REPEATED FOR THE STUCK   *
012630* COUNT OF CONSECUTIVE READINGS, OR A CALIBRATED CHANGE        *
012640* FASTER THAN THE RATE LIMIT, GOES TO TMPHLTH. LIKE THE RANGE  *
012650* CHECK THIS IS A FLAG - THE CONVERSION STANDS. READINGS       *
012660* WITHOUT A STATION HAVE NO SENSOR TO FOLLOW AND ARE SKIPPED.  *
012670*----------------------------------------------------------*
012680 1660-CHECK-SENSOR-HEALTH.
012690     IF NOT WS-FILE-MODE OR WS-STATION = SPACES
012700         GO TO 1660-EXIT.
012710     MOVE WS-STATION TO WS-HL-STATION.
012720     PERFORM 1670-FIND-HEALTH-SLOT THRU 1670-EXIT.
012730     IF WS-SH-FOUND-SUB = 0
012740         GO TO 1660-EXIT.
012750     COMPUTE WS-HL-CUR-C ROUNDED = WS-CELSIUS-WORK.
012760     IF WS-SH-RUN (WS-SH-FOUND-SUB) = 0
012770         GO TO 1665-REMEMBER.
012780*    THE STATION'S OWN LIMITS WIN; ZERO MEANS THE SHOP DEFAULT.
012790     MOVE WS-STUCK-LIMIT TO WS-HL-STUCK-N.
012800     MOVE WS-RATE-LIMIT TO WS-HL-MAX-RATE.
012810     PERFORM 1960-FIND-STATION THRU 1960-EXIT.
012820     IF WS-SM-FOUND-SUB > 0
012830         IF WS-SM-STUCK-COUNT (WS-SM-FOUND-SUB) > 0
012840             MOVE WS-SM-STUCK-COUNT (WS-SM-FOUND-SUB)
012850                 TO WS-HL-STUCK-N
012860         END-IF
012870         IF WS-SM-MAX-RATE (WS-SM-FOUND-SUB) > 0
012880             MOVE WS-SM-MAX-RATE (WS-SM-FOUND-SUB)
012890                 TO WS-HL-MAX-RATE
012900         END-IF
012910     END-IF.
012920     IF WS-RAW-TEMP = WS-SH-RAW (WS-SH-FOUND-SUB)
012930         AND CF-IN = WS-SH-CF-IN (WS-SH-FOUND-SUB)
012940         IF WS-SH-RUN (WS-SH-FOUND-SUB) < 999
012950             ADD 1 TO WS-SH-RUN (WS-SH-FOUND-SUB)
012960         END-IF
012970     ELSE
012980         MOVE 1 TO WS-SH-RUN (WS-SH-FOUND-SUB)
012990         MOVE "N" TO WS-SH-FLAGGED-SW (WS-SH-FOUND-SUB)
013000     END-IF.
013010     IF WS-HL-STUCK-N > 1
013020         AND WS-SH-RUN (WS-SH-FOUND-SUB) NOT < WS-HL-STUCK-N
013030         AND NOT WS-SH-FLAGGED (WS-SH-FOUND-SUB)
013040         MOVE "Y" TO WS-SH-FLAGGED-SW (WS-SH-FOUND-SUB)
013050         MOVE 0 TO WS-HL-RATE
013060         MOVE "S" TO WS-HL-CHECK
013070         MOVE 'STUCK SENSOR' TO WS-EXCEPTION-REASON
013080         PERFORM 1850-WRITE-HEALTH THRU 1850-EXIT.
013090*    RATE OF CHANGE - DEGREES C PER HOUR BETWEEN THE TWO
013100*    READING STAMPS; WITHOUT USABLE, ADVANCING STAMPS THE
013110*    CHANGE ITSELF IS TESTED, AS IF AN HOUR APART.
013120     COMPUTE WS-HL-DELTA =
013130         WS-HL-CUR-C - WS-SH-TEMP-C (WS-SH-FOUND-SUB).
013140     IF WS-HL-DELTA < 0
013150         COMPUTE WS-HL-DELTA = 0 - WS-HL-DELTA.
013160     MOVE WS-READING-DATE TO WS-HL-STAMP-DATE.
013170     MOVE WS-READING-TIME TO WS-HL-STAMP-TIME.
013180     PERFORM 1680-STAMP-MINUTES THRU 1680-EXIT.
013190     MOVE WS-HL-STAMP-MIN TO WS-HL-CUR-MIN.
013200     MOVE WS-SH-DATE (WS-SH-FOUND-SUB) TO WS-HL-STAMP-DATE.
013210     MOVE WS-SH-TIME (WS-SH-FOUND-SUB) TO WS-HL-STAMP-TIME.
013220     PERFORM 1680-STAMP-MINUTES THRU 1680-EXIT.
013230     MOVE WS-HL-STAMP-MIN TO WS-HL-PREV-MIN.
013240     COMPUTE WS-HL-ELAPSED = WS-HL-CUR-MIN - WS-HL-PREV-MIN.
013250     IF WS-HL-CUR-MIN > 0 AND WS-HL-PREV-MIN > 0
013260         AND WS-HL-ELAPSED > 0
013270         COMPUTE WS-HL-RATE ROUNDED =
013280             WS-HL-DELTA * 60 / WS-HL-ELAPSED
013290             ON SIZE ERROR
013300                 MOVE 9999.999 TO WS-HL-RATE
013310         END-COMPUTE
013320     ELSE
013330         COMPUTE WS-HL-RATE = WS-HL-DELTA
013340             ON SIZE ERROR
013350                 MOVE 9999.999 TO WS-HL-RATE.
013360     IF WS-HL-RATE > WS-HL-MAX-RATE
013370         MOVE "R" TO WS-HL-CHECK
013380         MOVE 'RATE LIMIT EXCEEDED' TO WS-EXCEPTION-REASON
013390         PERFORM 1850-WRITE-HEALTH THRU 1850-EXIT.
013400 1665-REMEMBER.
013410     IF WS-SH-RUN (WS-SH-FOUND-SUB) = 0
013420         MOVE 1 TO WS-SH-RUN (WS-SH-FOUND-SUB)
013430         MOVE "N" TO WS-SH-FLAGGED-SW (WS-SH-FOUND-SUB).
013440     MOVE WS-RAW-TEMP TO WS-SH-RAW (WS-SH-FOUND-SUB).
013450     MOVE CF-IN TO WS-SH-CF-IN (WS-SH-FOUND-SUB).
013460     MOVE WS-HL-CUR-C TO WS-SH-TEMP-C (WS-SH-FOUND-SUB).
013470     MOVE WS-READING-DATE TO WS-SH-DATE (WS-SH-FOUND-SUB).
013480     MOVE WS-READING-TIME TO WS-SH-TIME (WS-SH-FOUND-SUB).
013490 1660-EXIT.
013500     EXIT.
013510*----------------------------------------------------------*
013520* 1670-FIND-HEALTH-SLOT - WS-HL-STATION'S SLOT IN THE          *
013530* PREVIOUS-READING TABLE, ADDED EMPTY (RUN LENGTH ZERO) WHEN   *
013540* NEW. ZERO WHEN THE TABLE IS FULL - THE OPERATOR IS TOLD      *
013550* ONCE AND LATER STATIONS GO UNCHECKED.                        *
013560*----------------------------------------------------------*
013570 1670-FIND-HEALTH-SLOT.
013580     MOVE 0 TO WS-SH-FOUND-SUB.
013590     MOVE 1 TO WS-SH-SUB.
013600 1671-FIND-NEXT.
013610     IF WS-SH-SUB > WS-SH-COUNT
013620         GO TO 1672-ADD-SLOT.
013630     IF WS-SH-STATION (WS-SH-SUB) = WS-HL-STATION
013640         MOVE WS-SH-SUB TO WS-SH-FOUND-SUB
013650         GO TO 1670-EXIT.
013660     ADD 1 TO WS-SH-SUB.
013670     GO TO 1671-FIND-NEXT.
013680 1672-ADD-SLOT.
013690     IF WS-SH-COUNT < 50
013700         ADD 1 TO WS-SH-COUNT
013710         MOVE WS-SH-COUNT TO WS-SH-FOUND-SUB
013720         MOVE WS-HL-STATION TO WS-SH-STATION (WS-SH-FOUND-SUB)
013730         MOVE 0 TO WS-SH-RUN (WS-SH-FOUND-SUB)
013740         MOVE "N" TO WS-SH-FLAGGED-SW (WS-SH-FOUND-SUB)
013750     ELSE
013760         IF NOT WS-SH-TABLE-FULL
013770             MOVE "Y" TO WS-SH-FULL-SW
013780             DISPLAY 'TEMPCVT: SENSOR-HEALTH TABLE FULL - '
013790                 'LATER STATIONS NOT CHECKED'.
013800 1670-EXIT.
013810     EXIT.
013820*----------------------------------------------------------*
013830* 1680-STAMP-MINUTES - A READING STAMP (WS-HL-STAMP-DATE AND   *
013840* -TIME) AS MINUTES ON ONE CONTINUOUS SCALE, SO TWO STAMPS     *
013850* ACROSS MIDNIGHT SUBTRACT CLEANLY. ZERO WHEN THE STAMP IS      *
013860* BLANK OR NOT A REAL DATE AND TIME.                           *
013870*----------------------------------------------------------*
013880 1680-STAMP-MINUTES.
013890     MOVE 0 TO WS-HL-STAMP-MIN.
013900     IF WS-HL-STAMP-DATE-N NOT NUMERIC
013910         OR WS-HL-STAMP-TIME-N NOT NUMERIC
013920         GO TO 1680-EXIT.
013930     IF WS-HL-STAMP-CCYY < 1601
013940         OR WS-HL-STAMP-MM < 1 OR WS-HL-STAMP-MM > 12
013950         OR WS-HL-STAMP-DD < 1 OR WS-HL-STAMP-DD > 31
013960         OR WS-HL-STAMP-HH > 23 OR WS-HL-STAMP-MI > 59
013970         GO TO 1680-EXIT.
013980     COMPUTE WS-HL-STAMP-MIN =
013990         (FUNCTION INTEGER-OF-DATE(WS-HL-STAMP-DATE-N) * 1440)
014000         + (WS-HL-STAMP-HH * 60) + WS-HL-STAMP-MI.
014010 1680-EXIT.
014020     EXIT.
014030*----------------------------------------------------------*
014040* 1800-WRITE-EXCEPTION - LOG A CONVERSION FLAGGED BY           *
014050* 1650-CHECK-RANGE TO THE EXCEPTION REPORT.                    *
014060*----------------------------------------------------------*
014070 1800-WRITE-EXCEPTION.
014080     MOVE SPACES TO EXCEPTION-RECORD.
014090     MOVE TEMP-IN  TO EXC-TEMP-IN.
014100     MOVE CF-IN    TO EXC-CF-IN.
014110     MOVE WS-TEMP-OUT-NUM TO EXC-TEMP-OUT.
014120     MOVE CF-OUT   TO EXC-CF-OUT.
014130     MOVE WS-EXCEPTION-REASON TO EXC-REASON.
014140     MOVE WS-STATION TO EXC-STATION.
014150     MOVE WS-READING-DATE TO EXC-READING-DATE.
014160     MOVE WS-READING-TIME TO EXC-READING-TIME.
014170     WRITE EXCEPTION-RECORD.
014180     ADD 1 TO WS-EXCP-COUNT.
014190     MOVE "E" TO WS-STN-BUMP.
014200     PERFORM 2500-COUNT-STATION THRU 2500-EXIT.
014210*    THE FOLLOW-UP STARTS WITH A SENSOR, SO SAY WHICH - THE
014220*    STATION'S NAME FROM THE MASTER, NOT JUST THE RAW CODE.
014230     PERFORM 1960-FIND-STATION THRU 1960-EXIT.
014240     DISPLAY '** TEMPCVT EXCEPTION - ' WS-EXCEPTION-REASON
014250         ' FOR ' TEMP-IN ' ' CF-IN '/' TEMP-OUT ' ' CF-OUT
014260         ' AT ' WS-STATION ' ' WS-SM-NAME.
014270 1800-EXIT.
014280     EXIT.
014290*----------------------------------------------------------*
014300* 1850-WRITE-HEALTH - LOG A READING FLAGGED BY 1660-CHECK-     *
014310* SENSOR-HEALTH (THE CHECK THAT FIRED IN WS-HL-CHECK) TO       *
014320* TMPHLTH, AGAINST THE STATION'S PREVIOUS READING STILL HELD   *
014330* IN ITS SLOT.                                                 *
014340*----------------------------------------------------------*
014350 1850-WRITE-HEALTH.
014360     MOVE SPACES TO HEALTH-RECORD.
014370     MOVE WS-HL-CHECK TO HLT-CHECK.
014380     MOVE WS-STATION TO HLT-STATION.
014390     MOVE WS-READING-DATE TO HLT-READING-DATE.
014400     MOVE WS-READING-TIME TO HLT-READING-TIME.
014410     MOVE WS-EXCEPTION-REASON TO HLT-REASON.
014420     MOVE WS-HL-CUR-C TO HLT-TEMP-C.
014430     MOVE WS-SH-TEMP-C (WS-SH-FOUND-SUB) TO HLT-PREV-TEMP-C.
014440     MOVE WS-SH-DATE (WS-SH-FOUND-SUB) TO HLT-PREV-DATE.
014450     MOVE WS-SH-TIME (WS-SH-FOUND-SUB) TO HLT-PREV-TIME.
014460     MOVE WS-SH-RUN (WS-SH-FOUND-SUB) TO HLT-RUN-LENGTH.
014470     MOVE WS-HL-RATE TO HLT-RATE.
014480     WRITE HEALTH-RECORD.
014490     IF NOT WS-HEALTH-OK
014500         MOVE 'TMPHLTH' TO WS-ERRH-FILE-NAME
014510         MOVE 'WRITE' TO WS-ERRH-OPERATION
014520         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
014530             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
014540             WS-HEALTH-STATUS WS-ERRH-SEVERITY.
014550     ADD 1 TO WS-HEALTH-COUNT.
014560     MOVE "H" TO WS-STN-BUMP.
014570     PERFORM 2500-COUNT-STATION THRU 2500-EXIT.
014580     PERFORM 1960-FIND-STATION THRU 1960-EXIT.
014590     DISPLAY '** TEMPCVT SENSOR HEALTH - ' WS-EXCEPTION-REASON
014600         ' AT ' WS-STATION ' ' WS-SM-NAME ' '
014610         WS-READING-DATE ' ' WS-READING-TIME.
014620 1850-EXIT.
014630     EXIT.
014640*----------------------------------------------------------*
014650* 1700-WRITE-HISTORY - APPEND THIS CONVERSION TO THE         *
014660* HISTORY FILE FOR AUDIT.                                    *
014670*----------------------------------------------------------*
014680 1700-WRITE-HISTORY.
014690     MOVE SPACES TO HISTORY-RECORD.
014700     MOVE TEMP-IN    TO HIST-TEMP-IN.
014710     MOVE CF-IN      TO HIST-CF-IN.
014720     MOVE WS-TEMP-OUT-NUM TO HIST-TEMP-OUT.
014730     MOVE CF-OUT     TO HIST-CF-OUT.
014740     MOVE WS-RUN-DATE TO HIST-RUN-DATE.
014750     MOVE WS-STATION TO HIST-STATION.
014760     MOVE WS-READING-DATE TO HIST-READING-DATE.
014770     MOVE WS-READING-TIME TO HIST-READING-TIME.
014780     MOVE WS-RAW-TEMP TO HIST-RAW-TEMP.
014790     MOVE WS-CAL-OFFSET TO HIST-CAL-OFFSET.
014800     MOVE WS-CAL-MULT TO HIST-CAL-MULTIPLIER.
014810     MOVE WS-CAL-EFF-DATE TO HIST-CAL-EFF-DATE.
014820     MOVE WS-DLV-SEQ TO HIST-DELIVERY-SEQ.
014830     WRITE HISTORY-RECORD.
014840     ADD 1 TO WS-CONVERT-COUNT.
014850     MOVE "C" TO WS-STN-BUMP.
014860     PERFORM 2500-COUNT-STATION THRU 2500-EXIT.
014870 1700-EXIT.
014880     EXIT.
014890*----------------------------------------------------------*
014900* 1900-LOAD-TODAYS-HISTORY - SEED THE SEEN-READINGS TABLE    *
014910* WITH THE INPUT KEYS ALREADY ON TMPHIST FOR TODAY'S RUN     *
014920* DATE, SO A FULL RE-SEND OF A FILE ALREADY PROCESSED        *
014930* TONIGHT IS CAUGHT AS DUPLICATES. A MISSING HISTORY FILE    *
014940* MEANS NOTHING HAS RUN TODAY. THE SAME PASS LEAVES EACH      *
014950* STATION'S LAST READING ON FILE FOR THE SENSOR-HEALTH CHECKS. *
014960* A NUMBERED DELIVERY IS ONLY ONE PART OF THE DAY - AN       *
014970* UNSTAMPED READING FROM AN EARLIER DELIVERY CANNOT BE TOLD  *
014980* FROM A NEW ONE OF THE SAME VALUE, SO ONLY THIS DELIVERY'S  *
014990* OWN UNSTAMPED READINGS SEED THE TABLE.                     *
015000*----------------------------------------------------------*
015010 1900-LOAD-TODAYS-HISTORY.
015020     OPEN INPUT HISTORY-FILE.
015030     IF NOT WS-HISTORY-OK
015040         GO TO 1900-EXIT.
015050 1910-READ-NEXT.
015060     READ HISTORY-FILE
015070         AT END
015080             GO TO 1990-LOAD-DONE.
015090     ADD 1 TO WS-HIST-FILE-COUNT.
015100     IF HIST-RUN-DATE NUMERIC
015110         AND HIST-RUN-DATE NOT > WS-RUN-DATE
015120         PERFORM 1920-SEED-HEALTH THRU 1920-EXIT.
015130     IF HIST-RUN-DATE NOT = WS-RUN-DATE
015140         GO TO 1910-READ-NEXT.
015150     IF WS-DLV-SEQ > 0 AND HIST-READING-DATE = SPACES
015160         AND (HIST-DELIVERY-SEQ NOT NUMERIC
015170              OR HIST-DELIVERY-SEQ NOT = WS-DLV-SEQ)
015180         GO TO 1910-READ-NEXT.
015190*    THE KEY IS THE VALUE AS SENT - THE RAW TEMPERATURE ON
015200*    CALIBRATED HISTORY, HIST-TEMP-IN ON OLDER RECORDS.
015210     IF HIST-RAW-TEMP NUMERIC
015220         MOVE HIST-RAW-TEMP TO WS-DK-TEMP
015230     ELSE
015240         MOVE HIST-TEMP-IN TO WS-DK-TEMP.
015250     MOVE HIST-CF-IN TO WS-DK-CF-IN.
015260     MOVE HIST-STATION TO WS-DK-STATION.
015270     MOVE HIST-READING-DATE TO WS-DK-RDG-DATE.
015280     MOVE HIST-READING-TIME TO WS-DK-RDG-TIME.
015290     PERFORM 2760-ADD-DUP-KEY THRU 2760-EXIT.
015300     GO TO 1910-READ-NEXT.
015310 1990-LOAD-DONE.
015320     CLOSE HISTORY-FILE.
015330 1900-EXIT.
015340     EXIT.
015350*----------------------------------------------------------*
015360* 1920-SEED-HEALTH - ONE TMPHIST RECORD INTO ITS STATION'S     *
015370* PREVIOUS-READING SLOT. HISTORY IS IN THE ORDER IT WAS        *
015380* WRITTEN, SO THE LAST RECORD SEEN IS THE LATEST READING, AND  *
015390* A SPELL OF IDENTICAL RAW VALUES RUNNING INTO TONIGHT KEEPS   *
015400* COUNTING. THE STUCK FLAG STARTS CLEAR SO A SENSOR STILL      *
015410* STUCK TONIGHT IS REPORTED AGAIN TONIGHT.                     *
015420*----------------------------------------------------------*
015430 1920-SEED-HEALTH.
015440     IF HIST-STATION = SPACES OR HIST-TEMP-IN NOT NUMERIC
015450         GO TO 1920-EXIT.
015460     IF HIST-RAW-TEMP NUMERIC
015470         MOVE HIST-RAW-TEMP TO WS-HL-RAW
015480     ELSE
015490         MOVE HIST-TEMP-IN TO WS-HL-RAW.
015500     EVALUATE HIST-CF-IN
015510         WHEN 'F'
015520             COMPUTE WS-HL-CELSIUS = (HIST-TEMP-IN - 32) * 5 / 9
015530         WHEN 'K'
015540             COMPUTE WS-HL-CELSIUS = HIST-TEMP-IN - 273.150
015550         WHEN OTHER
015560             MOVE HIST-TEMP-IN TO WS-HL-CELSIUS
015570     END-EVALUATE.
015580     MOVE HIST-STATION TO WS-HL-STATION.
015590     PERFORM 1670-FIND-HEALTH-SLOT THRU 1670-EXIT.
015600     IF WS-SH-FOUND-SUB = 0
015610         GO TO 1920-EXIT.
015620     IF WS-SH-RUN (WS-SH-FOUND-SUB) > 0
015630         AND WS-HL-RAW = WS-SH-RAW (WS-SH-FOUND-SUB)
015640         AND HIST-CF-IN = WS-SH-CF-IN (WS-SH-FOUND-SUB)
015650         IF WS-SH-RUN (WS-SH-FOUND-SUB) < 999
015660             ADD 1 TO WS-SH-RUN (WS-SH-FOUND-SUB)
015670         END-IF
015680     ELSE
015690         MOVE 1 TO WS-SH-RUN (WS-SH-FOUND-SUB).
015700     MOVE WS-HL-RAW TO WS-SH-RAW (WS-SH-FOUND-SUB).
015710     MOVE HIST-CF-IN TO WS-SH-CF-IN (WS-SH-FOUND-SUB).
015720     COMPUTE WS-SH-TEMP-C (WS-SH-FOUND-SUB) ROUNDED =
015730         WS-HL-CELSIUS.
015740     MOVE HIST-READING-DATE TO WS-SH-DATE (WS-SH-FOUND-SUB).
015750     MOVE HIST-READING-TIME TO WS-SH-TIME (WS-SH-FOUND-SUB).
015760     MOVE "N" TO WS-SH-FLAGGED-SW (WS-SH-FOUND-SUB).
015770 1920-EXIT.
015780     EXIT.
015790*----------------------------------------------------------*
015800* 1950-LOAD-STATIONS - LOAD THE STATION MASTER INTO THE     *
015810* REFERENCE TABLE FOR THE RUN. A MISSING MASTER MEANS NO    *
015820* STATION VALIDATION - SAID ONCE, SO THE SHOP KNOWS.        *
015830*----------------------------------------------------------*
015840 1950-LOAD-STATIONS.
015850     OPEN INPUT STATION-FILE.
015860     IF NOT WS-STATION-OK
015870         DISPLAY 'TEMPCVT: STATION MASTER UNAVAILABLE - '
015880             'STATION VALIDATION SKIPPED'
015890         GO TO 1950-EXIT.
015900 1951-READ-NEXT.
015910     READ STATION-FILE NEXT RECORD
015920         AT END
015930             GO TO 1952-LOAD-DONE.
015940     IF WS-SM-COUNT < 50
015950         ADD 1 TO WS-SM-COUNT
015960         MOVE STN-CODE TO WS-SM-CODE (WS-SM-COUNT)
015970         MOVE STN-DESC TO WS-SM-DESC (WS-SM-COUNT)
015980         MOVE STN-ACTIVE TO WS-SM-ACTIVE (WS-SM-COUNT)
015990         MOVE 0 TO WS-SM-STUCK-COUNT (WS-SM-COUNT)
016000         MOVE 0 TO WS-SM-MAX-RATE (WS-SM-COUNT)
016010         IF STN-STUCK-COUNT NUMERIC
016020             MOVE STN-STUCK-COUNT
016030                 TO WS-SM-STUCK-COUNT (WS-SM-COUNT)
016040         END-IF
016050         IF STN-MAX-RATE NUMERIC
016060             MOVE STN-MAX-RATE TO WS-SM-MAX-RATE (WS-SM-COUNT)
016070         END-IF
016080     ELSE
016090         DISPLAY 'TEMPCVT: STATION TABLE FULL - '
016100             STN-CODE ' IGNORED'.
016110     GO TO 1951-READ-NEXT.
016120 1952-LOAD-DONE.
016130     CLOSE STATION-FILE.
016140     IF WS-SM-COUNT > 0
016150         MOVE "Y" TO WS-SM-LOADED-SW.
016160 1950-EXIT.
016170     EXIT.
016180*----------------------------------------------------------*
016190* 1955-VALIDATE-STATION - THE CURRENT READING'S STATION     *
016200* MUST BE ON THE MASTER AND ACTIVE. SETS THE REJECT REASON  *
016210* WHEN IT IS NOT. NO LOADED MASTER MEANS NO CHECK - THE     *
016220* LONG-STANDING FREE-FORM BEHAVIOR.                         *
016230*----------------------------------------------------------*
016240 1955-VALIDATE-STATION.
016250     MOVE "Y" TO WS-STN-VALID-SW.
016260     IF NOT WS-SM-LOADED
016270         GO TO 1955-EXIT.
016280     PERFORM 1960-FIND-STATION THRU 1960-EXIT.
016290     IF WS-SM-FOUND-SUB = 0
016300         MOVE 'UNKNOWN STATION' TO WS-REJECT-REASON
016310         MOVE "N" TO WS-STN-VALID-SW
016320         GO TO 1955-EXIT.
016330     IF WS-SM-ACTIVE (WS-SM-FOUND-SUB) NOT = 'A'
016340         MOVE 'INACTIVE STATION' TO WS-REJECT-REASON
016350         MOVE "N" TO WS-STN-VALID-SW.
016360 1955-EXIT.
016370     EXIT.
016380*----------------------------------------------------------*
016390* 1960-FIND-STATION - LOOK WS-STATION UP IN THE LOADED      *
016400* MASTER TABLE AND LEAVE ITS NAME IN WS-SM-NAME FOR THE     *
016410* SUMMARY AND EXCEPTION MESSAGES.                           *
016420*----------------------------------------------------------*
016430 1960-FIND-STATION.
016440     MOVE 0 TO WS-SM-FOUND-SUB.
016450     MOVE SPACES TO WS-SM-NAME.
016460     MOVE 1 TO WS-SM-SUB.
016470 1961-FIND-NEXT.
016480     IF WS-SM-SUB > WS-SM-COUNT
016490         GO TO 1960-EXIT.
016500     IF WS-SM-CODE (WS-SM-SUB) = WS-STATION
016510         MOVE WS-SM-SUB TO WS-SM-FOUND-SUB
016520         MOVE WS-SM-DESC (WS-SM-SUB) TO WS-SM-NAME
016530         GO TO 1960-EXIT.
016540     ADD 1 TO WS-SM-SUB.
016550     GO TO 1961-FIND-NEXT.
016560 1960-EXIT.
016570     EXIT.
016580*----------------------------------------------------------*
016590* 1980-VERIFY-TRAILER - THE FEED'S CONTROL TRAILER MUST BE  *
016600* PRESENT AND ITS COUNT AND HASH MUST MATCH WHAT WAS        *
016610* ACTUALLY READ. A FAILURE FLAGS THE RUN (WARNING RETURN    *
016620* CODE, AUDIT STATUS 04) - A TRUNCATED TRANSFER STOPS       *
016630* LOOKING LIKE A QUIET NIGHT. ONLY THE FILE-DRIVEN PATH     *
016640* HAS A FEED TO VERIFY.                                     *
016650*----------------------------------------------------------*
016660 1980-VERIFY-TRAILER.
016670     IF NOT WS-FILE-MODE
016680         GO TO 1980-EXIT.
016690     IF NOT WS-TRL-FOUND
016700         DISPLAY 'TEMPCVT: *** NO CONTROL TRAILER ON '
016710             'TMPREAD - FEED MAY BE TRUNCATED'
016720         MOVE "Y" TO WS-TRL-BAD-SW
016730         GO TO 1980-EXIT.
016740     IF WS-TRL-EXP-COUNT NOT = WS-READ-COUNT
016750         DISPLAY 'TEMPCVT: *** TRAILER COUNT '
016760             WS-TRL-EXP-COUNT ' BUT ' WS-READ-COUNT
016770             ' READING(S) READ'
016780         MOVE "Y" TO WS-TRL-BAD-SW.
016790     IF WS-TRL-EXP-HASH NOT = WS-FD-HASH
016800         DISPLAY 'TEMPCVT: *** TRAILER HASH '
016810             WS-TRL-EXP-HASH ' BUT ' WS-FD-HASH
016820             ' COMPUTED'
016830         MOVE "Y" TO WS-TRL-BAD-SW.
016840 1980-EXIT.
016850     EXIT.
016860*----------------------------------------------------------*
016870* 2700-CHECK-DUPLICATE - IS THE CURRENT READING'S KEY        *
016880* (TEMPERATURE, INPUT SCALE, STATION) ALREADY IN THE         *
016890* SEEN-READINGS TABLE?                                       *
016900*----------------------------------------------------------*
016910 2700-CHECK-DUPLICATE.
016920     MOVE "N" TO WS-DUP-SW.
016930     MOVE TEMP-IN TO WS-DK-TEMP.
016940     MOVE CF-IN TO WS-DK-CF-IN.
016950     MOVE WS-STATION TO WS-DK-STATION.
016960     MOVE WS-READING-DATE TO WS-DK-RDG-DATE.
016970     MOVE WS-READING-TIME TO WS-DK-RDG-TIME.
016980     IF WS-DUP-COUNT = 0
016990         GO TO 2700-EXIT.
017000     MOVE 1 TO WS-DUP-SUB.
017010 2710-CHECK-NEXT.
017020     IF WS-DUP-SUB > WS-DUP-COUNT
017030         GO TO 2700-EXIT.
017040     IF WS-DUP-ENTRY (WS-DUP-SUB) = WS-DUP-KEY
017050         MOVE "Y" TO WS-DUP-SW
017060         GO TO 2700-EXIT.
017070     ADD 1 TO WS-DUP-SUB.
017080     GO TO 2710-CHECK-NEXT.
017090 2700-EXIT.
017100     EXIT.
017110*----------------------------------------------------------*
017120* 2750-REMEMBER-READING - THE READING IS ABOUT TO CONVERT;   *
017130* REMEMBER ITS KEY SO A SECOND COPY THIS RUN IS CAUGHT.      *
017140*----------------------------------------------------------*
017150 2750-REMEMBER-READING.
017160     MOVE TEMP-IN TO WS-DK-TEMP.
017170     MOVE CF-IN TO WS-DK-CF-IN.
017180     MOVE WS-STATION TO WS-DK-STATION.
017190     MOVE WS-READING-DATE TO WS-DK-RDG-DATE.
017200     MOVE WS-READING-TIME TO WS-DK-RDG-TIME.
017210     PERFORM 2760-ADD-DUP-KEY THRU 2760-EXIT.
017220 2750-EXIT.
017230     EXIT.
017240*----------------------------------------------------------*
017250* 2760-ADD-DUP-KEY - ADD WS-DUP-KEY TO THE SEEN TABLE. WHEN  *
017260* THE TABLE FILLS, DETECTION STOPS FOR THE REST OF THE RUN   *
017270* AND THE OPERATOR IS TOLD ONCE.                             *
017280*----------------------------------------------------------*
017290 2760-ADD-DUP-KEY.
017300     IF WS-DUP-COUNT < 500
017310         ADD 1 TO WS-DUP-COUNT
017320         MOVE WS-DUP-KEY TO WS-DUP-ENTRY (WS-DUP-COUNT)
017330     ELSE
017340         IF NOT WS-DUP-TABLE-FULL
017350             MOVE "Y" TO WS-DUP-FULL-SW
017360             DISPLAY 'TEMPCVT: SEEN-READINGS TABLE FULL - '
017370                 'DUPLICATE DETECTION SUSPENDED'.
017380 2760-EXIT.
017390     EXIT.
017400*----------------------------------------------------------*
017410* 2500-COUNT-STATION - ROLL THE CURRENT READING'S OUTCOME    *
017420* (WS-STN-BUMP: CONVERTED, REJECT, OR EXCEPTION) INTO ITS    *
017430* STATION'S SLOT OF THE SUMMARY TABLE. A READING WITHOUT A   *
017440* STATION CODE COUNTS UNDER THE BLANK STATION.               *
017450*----------------------------------------------------------*
017460 2500-COUNT-STATION.
017470     MOVE 0 TO WS-STN-FOUND-SUB.
017480     MOVE 1 TO WS-STN-SUB.
017490 2510-FIND-NEXT.
017500     IF WS-STN-SUB > WS-STN-COUNT
017510         GO TO 2520-FIND-DONE.
017520     IF WS-STN-ID (WS-STN-SUB) = WS-STATION
017530         MOVE WS-STN-SUB TO WS-STN-FOUND-SUB
017540         GO TO 2520-FIND-DONE.
017550     ADD 1 TO WS-STN-SUB.
017560     GO TO 2510-FIND-NEXT.
017570 2520-FIND-DONE.
017580     IF WS-STN-FOUND-SUB = 0
017590         IF WS-STN-COUNT < 50
017600             ADD 1 TO WS-STN-COUNT
017610             MOVE WS-STN-COUNT TO WS-STN-FOUND-SUB
017620             MOVE WS-STATION TO WS-STN-ID (WS-STN-FOUND-SUB)
017630             MOVE 0 TO WS-STN-CONVERTED (WS-STN-FOUND-SUB)
017640             MOVE 0 TO WS-STN-REJECTS (WS-STN-FOUND-SUB)
017650             MOVE 0 TO WS-STN-EXCPS (WS-STN-FOUND-SUB)
017660             MOVE 0 TO WS-STN-HEALTH (WS-STN-FOUND-SUB)
017670         ELSE
017680             GO TO 2500-EXIT.
017690     IF WS-BUMP-CONVERTED
017700         ADD 1 TO WS-STN-CONVERTED (WS-STN-FOUND-SUB).
017710     IF WS-BUMP-REJECT
017720         ADD 1 TO WS-STN-REJECTS (WS-STN-FOUND-SUB).
017730     IF WS-BUMP-EXCP
017740         ADD 1 TO WS-STN-EXCPS (WS-STN-FOUND-SUB).
017750     IF WS-BUMP-HEALTH
017760         ADD 1 TO WS-STN-HEALTH (WS-STN-FOUND-SUB).
017770 2500-EXIT.
017780     EXIT.
017790*----------------------------------------------------------*
017800* 2600-PRINT-STATIONS - END-OF-RUN PER-STATION SUMMARY SO    *
017810* THE EXCEPTION REPORT'S FOLLOW-UP HAS A PLACE TO START.     *
017820* ON A DAY OF SEVERAL DELIVERIES (OR A NUMBERED ONE) THE    *
017830* SUMMARY IS TITLED AS THIS DELIVERY'S AND, ONCE EARLIER    *
017840* DELIVERIES EXIST, A DAY-TO-DATE SECTION FOLLOWS IT.       *
017850*----------------------------------------------------------*
017860 2600-PRINT-STATIONS.
017870     IF WS-STN-COUNT = 0 AND WS-DY-COUNT = 0
017880         GO TO 2600-EXIT.
017890     PERFORM 2650-OPEN-STATION-REPORT THRU 2650-EXIT.
017900     IF WS-DLV-SEQ > 0 OR WS-DLV-PRIOR-COUNT > 0
017910         MOVE SPACES TO WS-DLV-LABEL
017920         IF WS-DLV-SEQ > 0
017930             STRING ' THIS DELIVERY - SEQUENCE ' WS-DLV-SEQ
017940                 DELIMITED BY SIZE INTO WS-DLV-LABEL
017950         ELSE
017960             MOVE ' THIS DELIVERY - UNNUMBERED' TO WS-DLV-LABEL
017970         END-IF
017980         PERFORM 2645-PUT-LABEL THRU 2645-EXIT
017990     END-IF.
018000     DISPLAY 'TEMPCVT: PER-STATION SUMMARY '
018010         '(CONVERTED/REJECTS/EXCEPTIONS/HEALTH):'.
018020     MOVE 1 TO WS-STN-SUB.
018030 2610-NEXT-STATION.
018040     IF WS-STN-SUB > WS-STN-COUNT
018050         GO TO 2690-SUMMARY-DONE.
018060     MOVE WS-STN-ID (WS-STN-SUB) TO WS-PS-ID.
018070     MOVE WS-STN-CONVERTED (WS-STN-SUB) TO WS-PS-CONVERTED.
018080     MOVE WS-STN-REJECTS (WS-STN-SUB) TO WS-PS-REJECTS.
018090     MOVE WS-STN-EXCPS (WS-STN-SUB) TO WS-PS-EXCPS.
018100     MOVE WS-STN-HEALTH (WS-STN-SUB) TO WS-PS-HEALTH.
018110     PERFORM 2640-PUT-STATION-LINE THRU 2640-EXIT.
018120     ADD 1 TO WS-STN-SUB.
018130     GO TO 2610-NEXT-STATION.
018140 2690-SUMMARY-DONE.
018150     IF WS-DLV-PRIOR-COUNT = 0
018160         GO TO 2695-DAY-DONE.
018170     COMPUTE WS-DLV-DAY-COUNT = WS-DLV-PRIOR-COUNT + 1.
018180     MOVE SPACES TO WS-DLV-LABEL.
018190     STRING ' DAY TO DATE - ' WS-DLV-DAY-COUNT
018200         ' DELIVERIES' DELIMITED BY SIZE INTO WS-DLV-LABEL.
018210     PERFORM 2645-PUT-LABEL THRU 2645-EXIT.
018220     MOVE 1 TO WS-DY-SUB.
018230 2692-NEXT-DAY-STATION.
018240     IF WS-DY-SUB > WS-DY-COUNT
018250         GO TO 2695-DAY-DONE.
018260     MOVE WS-DY-ID (WS-DY-SUB) TO WS-PS-ID.
018270     MOVE WS-DY-CONVERTED (WS-DY-SUB) TO WS-PS-CONVERTED.
018280     MOVE WS-DY-REJECTS (WS-DY-SUB) TO WS-PS-REJECTS.
018290     MOVE WS-DY-EXCPS (WS-DY-SUB) TO WS-PS-EXCPS.
018300     MOVE WS-DY-HEALTH (WS-DY-SUB) TO WS-PS-HEALTH.
018310     PERFORM 2640-PUT-STATION-LINE THRU 2640-EXIT.
018320     ADD 1 TO WS-DY-SUB.
018330     GO TO 2692-NEXT-DAY-STATION.
018340 2695-DAY-DONE.
018350     IF WS-STNRPT-IS-OPEN
018360         CLOSE STNRPT-FILE.
018370 2600-EXIT.
018380     EXIT.
018390*----------------------------------------------------------*
018400* 2640-PUT-STATION-LINE - ONE STATION'S COUNTS (WS-PS-) TO  *
018410* SYSOUT AND, WHEN IT IS OPEN, THE SUMMARY REPORT.          *
018420*----------------------------------------------------------*
018430 2640-PUT-STATION-LINE.
018440     MOVE WS-PS-ID TO WS-STATION.
018450     PERFORM 1960-FIND-STATION THRU 1960-EXIT.
018460     DISPLAY '    ' WS-PS-ID ' '
018470         WS-SM-NAME ' '
018480         WS-PS-CONVERTED ' '
018490         WS-PS-REJECTS ' '
018500         WS-PS-EXCPS ' '
018510         WS-PS-HEALTH.
018520     IF WS-STNRPT-IS-OPEN
018530         MOVE WS-PS-ID TO WS-SNL-ID
018540         MOVE WS-SM-NAME TO WS-SNL-NAME
018550         MOVE WS-PS-CONVERTED TO WS-SNL-CONVERTED
018560         MOVE WS-PS-REJECTS TO WS-SNL-REJECTS
018570         MOVE WS-PS-EXCPS TO WS-SNL-EXCPS
018580         MOVE WS-PS-HEALTH TO WS-SNL-HEALTH
018590         MOVE WS-STN-LINE TO STNRPT-RECORD
018600         WRITE STNRPT-RECORD
018610     END-IF.
018620 2640-EXIT.
018630     EXIT.
018640*----------------------------------------------------------*
018650* 2645-PUT-LABEL - A SECTION LABEL (WS-DLV-LABEL) TO SYSOUT *
018660* AND THE SUMMARY REPORT.                                   *
018670*----------------------------------------------------------*
018680 2645-PUT-LABEL.
018690     DISPLAY 'TEMPCVT:' WS-DLV-LABEL.
018700     IF WS-STNRPT-IS-OPEN
018710         MOVE WS-DLV-LABEL TO STNRPT-RECORD
018720         WRITE STNRPT-RECORD.
018730 2645-EXIT.
018740     EXIT.
018750*----------------------------------------------------------*
018760* 2650-OPEN-STATION-REPORT - THE SUMMARY'S REPORT FILE      *
018770* WITH THE SHOP-STANDARD HEADER. A FAILED OPEN LEAVES THE   *
018780* SUMMARY IN SYSOUT ONLY, AS IT ALWAYS WAS.                 *
018790*----------------------------------------------------------*
018800 2650-OPEN-STATION-REPORT.
018810     OPEN OUTPUT STNRPT-FILE.
018820     IF NOT WS-STNRPT-OK
018830         DISPLAY 'TEMPCVT: STATION SUMMARY REPORT '
018840             'UNAVAILABLE - SYSOUT ONLY'
018850         GO TO 2650-EXIT.
018860     MOVE "Y" TO WS-STNRPT-OPEN-SW.
018870     MOVE 'TEMPCVT' TO RPTHD-PROGRAM-NAME.
018880     COMPUTE WS-RUN-DATE-NUM-W =
018890         WS-RUN-DATE-CCYY * 10000 +
018900         WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
018910     MOVE WS-RUN-DATE-NUM-W TO RPTHD-RUN-DATE.
018920     MOVE RPT-PAGE-NUMBER TO RPTHD-PAGE-NUMBER.
018930     MOVE RPT-HEADER-RECORD TO STNRPT-RECORD.
018940     WRITE STNRPT-RECORD.
018950     MOVE 'STN  NAME                 CONVERTD REJECTS EXCEPTS  HEA
018960-        'LTH'
018970         TO RPTTL-COLUMN-TITLES.
018980     MOVE RPT-TITLE-RECORD TO STNRPT-RECORD.
018990     WRITE STNRPT-RECORD.
019000 2650-EXIT.
019010     EXIT.
019020*----------------------------------------------------------*
019030* 2800-CHECK-MISSING - A SENSOR THAT STOPS TRANSMITTING      *
019040* PRODUCES NO READINGS, NO REJECTS, AND NO EXCEPTIONS -      *
019050* TOTAL SILENCE. EVERY ACTIVE STATION ON THE MASTER THAT     *
019060* NEVER APPEARED IN THE DAY-TO-DATE SUMMARY (ANY OF TODAY'S *
019070* DELIVERIES) IS WRITTEN TO THE MISSING-STATION EXCEPTION    *
019080* FILE (TMPMISS) AND THE RUN IS FLAGGED FOR REVIEW. NO       *
019090* LOADED MASTER MEANS NO CHECK.                             *
019100*----------------------------------------------------------*
019110 2800-CHECK-MISSING.
019120     IF NOT WS-SM-LOADED
019130         GO TO 2800-EXIT.
019140     OPEN OUTPUT MISSING-FILE.
019150     MOVE 1 TO WS-SM-SUB.
019160 2810-NEXT-MASTER.
019170     IF WS-SM-SUB > WS-SM-COUNT
019180         GO TO 2890-CHECK-DONE.
019190     IF WS-SM-ACTIVE (WS-SM-SUB) NOT = 'A'
019200         GO TO 2880-BUMP.
019210     MOVE "N" TO WS-MISS-FOUND-SW.
019220     MOVE 1 TO WS-MISS-SUB.
019230 2820-SCAN-SEEN.
019240     IF WS-MISS-SUB > WS-DY-COUNT
019250         GO TO 2830-SCAN-DONE.
019260     IF WS-DY-ID (WS-MISS-SUB) = WS-SM-CODE (WS-SM-SUB)
019270         MOVE "Y" TO WS-MISS-FOUND-SW
019280         GO TO 2830-SCAN-DONE.
019290     ADD 1 TO WS-MISS-SUB.
019300     GO TO 2820-SCAN-SEEN.
019310 2830-SCAN-DONE.
019320     IF WS-MISS-STATION-SEEN
019330         GO TO 2880-BUMP.
019340     MOVE SPACES TO MISSING-RECORD.
019350     MOVE WS-SM-CODE (WS-SM-SUB) TO MISS-STATION.
019360     MOVE WS-SM-DESC (WS-SM-SUB) TO MISS-DESC.
019370     MOVE WS-RUN-DATE TO MISS-RUN-DATE.
019380     WRITE MISSING-RECORD.
019390     IF NOT WS-MISSING-OK
019400         MOVE 'TMPMISS' TO WS-ERRH-FILE-NAME
019410         MOVE 'WRITE' TO WS-ERRH-OPERATION
019420         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
019430             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
019440             WS-MISSING-STATUS WS-ERRH-SEVERITY.
019450     ADD 1 TO WS-MISS-COUNT.
019460     DISPLAY 'TEMPCVT: *** NO READINGS FROM ACTIVE STATION '
019470         WS-SM-CODE (WS-SM-SUB) ' '
019480         WS-SM-DESC (WS-SM-SUB).
019490 2880-BUMP.
019500     ADD 1 TO WS-SM-SUB.
019510     GO TO 2810-NEXT-MASTER.
019520 2890-CHECK-DONE.
019530     CLOSE MISSING-FILE.
019540     IF WS-MISS-COUNT > 0
019550         DISPLAY 'TEMPCVT: ' WS-MISS-COUNT ' ACTIVE '
019560             'STATION(S) SILENT TONIGHT - RUN FLAGGED '
019570             'FOR REVIEW'.
019580 2800-EXIT.
019590     EXIT.
019600*----------------------------------------------------------*
019610* 2900-LOAD-DAY-TOTALS - THE DAY TO DATE BY STATION: THE    *
019620* REGISTER'S STATION LINES FOR EARLIER DELIVERIES TODAY,    *
019630* PLUS THIS RUN'S OWN SUMMARY TABLE. ALSO COUNTS THE        *
019640* DELIVERIES ALREADY PROCESSED TODAY. NO REGISTER MEANS     *
019650* THIS RUN IS THE WHOLE DAY.                                *
019660*----------------------------------------------------------*
019670 2900-LOAD-DAY-TOTALS.
019680     MOVE 0 TO WS-DY-COUNT.
019690     MOVE 0 TO WS-DLV-PRIOR-COUNT.
019700     OPEN INPUT REGISTER-FILE.
019710     IF NOT WS-REGISTER-OK
019720         GO TO 2930-ADD-THIS-RUN.
019730 2910-READ-NEXT.
019740     READ REGISTER-FILE
019750         AT END
019760             GO TO 2920-READ-DONE.
019770     IF DLV-RUN-DATE NOT = WS-RUN-DATE
019780         GO TO 2910-READ-NEXT.
019790     IF DLV-IS-DELIVERY AND DLV-PROCESSED
019800         ADD 1 TO WS-DLV-PRIOR-COUNT.
019810     IF DLV-IS-STATION
019820         MOVE DLV-STATION TO WS-PS-ID
019830         MOVE DLV-ST-CONVERTED TO WS-PS-CONVERTED
019840         MOVE DLV-ST-REJECTS TO WS-PS-REJECTS
019850         MOVE DLV-ST-EXCPS TO WS-PS-EXCPS
019860         MOVE DLV-ST-HEALTH TO WS-PS-HEALTH
019870         PERFORM 2950-ADD-DAY-STATION THRU 2950-EXIT.
019880     GO TO 2910-READ-NEXT.
019890 2920-READ-DONE.
019900     CLOSE REGISTER-FILE.
019910 2930-ADD-THIS-RUN.
019920     MOVE 1 TO WS-STN-SUB.
019930 2940-NEXT-STATION.
019940     IF WS-STN-SUB > WS-STN-COUNT
019950         GO TO 2900-EXIT.
019960     MOVE WS-STN-ID (WS-STN-SUB) TO WS-PS-ID.
019970     MOVE WS-STN-CONVERTED (WS-STN-SUB) TO WS-PS-CONVERTED.
019980     MOVE WS-STN-REJECTS (WS-STN-SUB) TO WS-PS-REJECTS.
019990     MOVE WS-STN-EXCPS (WS-STN-SUB) TO WS-PS-EXCPS.
020000     MOVE WS-STN-HEALTH (WS-STN-SUB) TO WS-PS-HEALTH.
020010     PERFORM 2950-ADD-DAY-STATION THRU 2950-EXIT.
020020     ADD 1 TO WS-STN-SUB.
020030     GO TO 2940-NEXT-STATION.
020040 2900-EXIT.
020050     EXIT.
020060*----------------------------------------------------------*
020070* 2950-ADD-DAY-STATION - ADD ONE STATION'S COUNTS (WS-PS-)  *
020080* INTO ITS SLOT OF THE DAY-TO-DATE TABLE.                   *
020090*----------------------------------------------------------*
020100 2950-ADD-DAY-STATION.
020110     MOVE 0 TO WS-DY-FOUND-SUB.
020120     MOVE 1 TO WS-DY-SUB.
020130 2951-FIND-NEXT.
020140     IF WS-DY-SUB > WS-DY-COUNT
020150         GO TO 2952-FIND-DONE.
020160     IF WS-DY-ID (WS-DY-SUB) = WS-PS-ID
020170         MOVE WS-DY-SUB TO WS-DY-FOUND-SUB
020180         GO TO 2952-FIND-DONE.
020190     ADD 1 TO WS-DY-SUB.
020200     GO TO 2951-FIND-NEXT.
020210 2952-FIND-DONE.
020220     IF WS-DY-FOUND-SUB = 0
020230         IF WS-DY-COUNT < 50
020240             ADD 1 TO WS-DY-COUNT
020250             MOVE WS-DY-COUNT TO WS-DY-FOUND-SUB
020260             MOVE WS-PS-ID TO WS-DY-ID (WS-DY-FOUND-SUB)
020270             MOVE 0 TO WS-DY-CONVERTED (WS-DY-FOUND-SUB)
020280             MOVE 0 TO WS-DY-REJECTS (WS-DY-FOUND-SUB)
020290             MOVE 0 TO WS-DY-EXCPS (WS-DY-FOUND-SUB)
020300             MOVE 0 TO WS-DY-HEALTH (WS-DY-FOUND-SUB)
020310         ELSE
020320             GO TO 2950-EXIT.
020330     ADD WS-PS-CONVERTED TO WS-DY-CONVERTED (WS-DY-FOUND-SUB).
020340     ADD WS-PS-REJECTS TO WS-DY-REJECTS (WS-DY-FOUND-SUB).
020350     ADD WS-PS-EXCPS TO WS-DY-EXCPS (WS-DY-FOUND-SUB).
020360     ADD WS-PS-HEALTH TO WS-DY-HEALTH (WS-DY-FOUND-SUB).
020370 2950-EXIT.
020380     EXIT.
020390*----------------------------------------------------------*
020400* 3000-REGISTER-DELIVERY - RECORD THIS DELIVERY AS          *
020410* PROCESSED FOR TODAY, WITH ONE LINE PER STATION IT         *
020420* CARRIED, SO A SECOND RUN OVER IT IS REFUSED AND LATER     *
020430* DELIVERIES CAN REPORT THE WHOLE DAY.                      *
020440*----------------------------------------------------------*
020450 3000-REGISTER-DELIVERY.
020460     PERFORM 3050-OPEN-REGISTER THRU 3050-EXIT.
020470     MOVE SPACES TO DELIVERY-RECORD.
020480     MOVE WS-RUN-DATE TO DLV-RUN-DATE.
020490     MOVE WS-DLV-SEQ TO DLV-SEQ.
020500     MOVE "D" TO DLV-TYPE.
020510     MOVE "PROCESSD" TO DLV-STATUS.
020520     ACCEPT DLV-TIME FROM TIME.
020530     MOVE WS-READ-COUNT TO DLV-READ-COUNT.
020540     MOVE WS-CONVERT-COUNT TO DLV-CONVERTED.
020550     MOVE WS-REJECT-COUNT TO DLV-REJECTS.
020560     IF WS-TRL-BAD
020570         MOVE "N" TO DLV-TRAILER-FLAG
020580     ELSE
020590         MOVE "Y" TO DLV-TRAILER-FLAG.
020600     PERFORM 3080-WRITE-REGISTER THRU 3080-EXIT.
020610     MOVE 1 TO WS-STN-SUB.
020620 3010-NEXT-STATION.
020630     IF WS-STN-SUB > WS-STN-COUNT
020640         GO TO 3090-REGISTER-DONE.
020650     MOVE SPACES TO DELIVERY-RECORD.
020660     MOVE WS-RUN-DATE TO DLV-RUN-DATE.
020670     MOVE WS-DLV-SEQ TO DLV-SEQ.
020680     MOVE "S" TO DLV-TYPE.
020690     MOVE WS-STN-ID (WS-STN-SUB) TO DLV-STATION.
020700     MOVE WS-STN-CONVERTED (WS-STN-SUB) TO DLV-ST-CONVERTED.
020710     MOVE WS-STN-REJECTS (WS-STN-SUB) TO DLV-ST-REJECTS.
020720     MOVE WS-STN-EXCPS (WS-STN-SUB) TO DLV-ST-EXCPS.
020730     MOVE WS-STN-HEALTH (WS-STN-SUB) TO DLV-ST-HEALTH.
020740     PERFORM 3080-WRITE-REGISTER THRU 3080-EXIT.
020750     ADD 1 TO WS-STN-SUB.
020760     GO TO 3010-NEXT-STATION.
020770 3090-REGISTER-DONE.
020780     CLOSE REGISTER-FILE.
020790 3000-EXIT.
020800     EXIT.
020810*----------------------------------------------------------*
020820* 3050-OPEN-REGISTER - THE REGISTER IS APPENDED TO; THE     *
020830* FIRST DELIVERY EVER CREATES IT.                           *
020840*----------------------------------------------------------*
020850 3050-OPEN-REGISTER.
020860     OPEN EXTEND REGISTER-FILE.
020870     IF NOT WS-REGISTER-OK
020880         CLOSE REGISTER-FILE
020890         OPEN OUTPUT REGISTER-FILE.
020900 3050-EXIT.
020910     EXIT.
020920*----------------------------------------------------------*
020930* 3080-WRITE-REGISTER - ONE REGISTER LINE.                  *
020940*----------------------------------------------------------*
020950 3080-WRITE-REGISTER.
020960     WRITE DELIVERY-RECORD.
020970     IF NOT WS-REGISTER-OK
020980         MOVE 'TMPDLVRG' TO WS-ERRH-FILE-NAME
020990         MOVE 'WRITE' TO WS-ERRH-OPERATION
021000         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
021010             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
021020             WS-REGISTER-STATUS WS-ERRH-SEVERITY.
021030 3080-EXIT.
021040     EXIT.
021050*----------------------------------------------------------*
021060* 3100-REFUSE-DELIVERY - THE DELIVERY WAS ALREADY           *
021070* PROCESSED TODAY. NOTHING IS CONVERTED; THE REFUSAL IS     *
021080* REGISTERED AND AUDITED (NO RECORDS, WARNING STATUS) SO    *
021090* THE RE-SEND IS VISIBLE IN THE MORNING CHECKS.             *
021100*----------------------------------------------------------*
021110 3100-REFUSE-DELIVERY.
021120     DISPLAY 'TEMPCVT: *** TMPREAD DELIVERY ' WS-DLV-SEQ
021130         ' ALREADY PROCESSED FOR ' WS-RUN-DATE
021140         ' - DELIVERY REFUSED'.
021150     PERFORM 3050-OPEN-REGISTER THRU 3050-EXIT.
021160     MOVE SPACES TO DELIVERY-RECORD.
021170     MOVE WS-RUN-DATE TO DLV-RUN-DATE.
021180     MOVE WS-DLV-SEQ TO DLV-SEQ.
021190     MOVE "D" TO DLV-TYPE.
021200     MOVE "REFUSED" TO DLV-STATUS.
021210     ACCEPT DLV-TIME FROM TIME.
021220     MOVE 0 TO DLV-READ-COUNT.
021230     MOVE 0 TO DLV-CONVERTED.
021240     MOVE 0 TO DLV-REJECTS.
021250     MOVE "Y" TO DLV-TRAILER-FLAG.
021260     PERFORM 3080-WRITE-REGISTER THRU 3080-EXIT.
021270     CLOSE REGISTER-FILE.
021280     PERFORM 3300-CLEAR-CHECKPOINT THRU 3300-EXIT.
021290     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
021300 3100-EXIT.
021310     EXIT.
021320*----------------------------------------------------------*
021330* 3200-WRITE-CHECKPOINT - COMMIT THE RUN SO FAR. THE OUTPUT *
021340* FILES ARE CLOSED AND REOPENED FIRST SO EVERYTHING THE     *
021350* CHECKPOINT COUNTS IS REALLY ON THEM; THEN THE DELIVERY'S  *
021360* IDENTITY, THE COUNTS AND HASH, ONE LINE PER SUMMARY       *
021370* STATION AND ONE PER SENSOR-HEALTH SLOT REPLACE THE LAST   *
021380* CHECKPOINT.                                               *
021390*----------------------------------------------------------*
021400 3200-WRITE-CHECKPOINT.
021410     CLOSE REJECT-FILE.
021420     CLOSE HISTORY-FILE.
021430     CLOSE EXCEPTION-FILE.
021440     CLOSE HEALTH-FILE.
021450     OPEN EXTEND REJECT-FILE.
021460     OPEN EXTEND HISTORY-FILE.
021470     OPEN EXTEND EXCEPTION-FILE.
021480     OPEN EXTEND HEALTH-FILE.
021490     OPEN OUTPUT CKPT-FILE.
021500     MOVE SPACES TO CKPT-RECORD.
021510     MOVE "H" TO CKPT-TYPE.
021520     MOVE WS-RUN-DATE TO CKH-RUN-DATE.
021530     MOVE WS-DLV-SEQ TO CKH-DLV-SEQ.
021540     MOVE WS-DLV-TRL-COUNT TO CKH-TRL-COUNT.
021550     MOVE WS-DLV-TRL-HASH TO CKH-TRL-HASH.
021560     MOVE WS-FD-HASH TO CKH-FD-HASH.
021570     MOVE WS-HIST-BASE-COUNT TO CKH-HIST-BASE.
021580     MOVE WS-REJ-BASE-COUNT TO CKH-REJ-BASE.
021590     MOVE WS-EXCP-BASE-COUNT TO CKH-EXCP-BASE.
021600     MOVE WS-HLTH-BASE-COUNT TO CKH-HLTH-BASE.
021610     PERFORM 3280-PUT-CHECKPOINT THRU 3280-EXIT.
021620     MOVE SPACES TO CKPT-RECORD.
021630     MOVE "C" TO CKPT-TYPE.
021640     MOVE WS-READ-COUNT TO CKC-READ-COUNT.
021650     MOVE WS-CONVERT-COUNT TO CKC-CONVERT-COUNT.
021660     MOVE WS-REJECT-COUNT TO CKC-REJECT-COUNT.
021670     MOVE WS-EXCP-COUNT TO CKC-EXCP-COUNT.
021680     MOVE WS-HEALTH-COUNT TO CKC-HEALTH-COUNT.
021690     MOVE WS-CAL-APPLIED-COUNT TO CKC-CAL-APPLIED.
021700     MOVE WS-REJ-SEQ TO CKC-REJ-SEQ.
021710     PERFORM 3280-PUT-CHECKPOINT THRU 3280-EXIT.
021720     MOVE 1 TO WS-STN-SUB.
021730 3210-NEXT-STATION.
021740     IF WS-STN-SUB > WS-STN-COUNT
021750         GO TO 3220-STATIONS-DONE.
021760     MOVE SPACES TO CKPT-RECORD.
021770     MOVE "S" TO CKPT-TYPE.
021780     MOVE WS-STN-ID (WS-STN-SUB) TO CKS-STATION.
021790     MOVE WS-STN-CONVERTED (WS-STN-SUB) TO CKS-CONVERTED.
021800     MOVE WS-STN-REJECTS (WS-STN-SUB) TO CKS-REJECTS.
021810     MOVE WS-STN-EXCPS (WS-STN-SUB) TO CKS-EXCPS.
021820     MOVE WS-STN-HEALTH (WS-STN-SUB) TO CKS-HEALTH.
021830     PERFORM 3280-PUT-CHECKPOINT THRU 3280-EXIT.
021840     ADD 1 TO WS-STN-SUB.
021850     GO TO 3210-NEXT-STATION.
021860 3220-STATIONS-DONE.
021870     MOVE 1 TO WS-SH-SUB.
021880 3230-NEXT-SENSOR.
021890     IF WS-SH-SUB > WS-SH-COUNT
021900         GO TO 3290-CHECKPOINT-DONE.
021910     MOVE SPACES TO CKPT-RECORD.
021920     MOVE "K" TO CKPT-TYPE.
021930     MOVE WS-SH-STATION (WS-SH-SUB) TO CKK-STATION.
021940     MOVE WS-SH-RAW (WS-SH-SUB) TO CKK-RAW.
021950     MOVE WS-SH-CF-IN (WS-SH-SUB) TO CKK-CF-IN.
021960     MOVE WS-SH-TEMP-C (WS-SH-SUB) TO CKK-TEMP-C.
021970     MOVE WS-SH-DATE (WS-SH-SUB) TO CKK-DATE.
021980     MOVE WS-SH-TIME (WS-SH-SUB) TO CKK-TIME.
021990     MOVE WS-SH-RUN (WS-SH-SUB) TO CKK-RUN.
022000     MOVE WS-SH-FLAGGED-SW (WS-SH-SUB) TO CKK-FLAGGED.
022010     PERFORM 3280-PUT-CHECKPOINT THRU 3280-EXIT.
022020     ADD 1 TO WS-SH-SUB.
022030     GO TO 3230-NEXT-SENSOR.
022040 3290-CHECKPOINT-DONE.
022050     CLOSE CKPT-FILE.
022060 3200-EXIT.
022070     EXIT.
022080*----------------------------------------------------------*
022090* 3280-PUT-CHECKPOINT - ONE CHECKPOINT LINE.                *
022100*----------------------------------------------------------*
022110 3280-PUT-CHECKPOINT.
022120     WRITE CKPT-RECORD.
022130     IF NOT WS-CKPT-OK
022140         MOVE 'TCVTCKPT' TO WS-ERRH-FILE-NAME
022150         MOVE 'WRITE' TO WS-ERRH-OPERATION
022160         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
022170             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
022180             WS-CKPT-STATUS WS-ERRH-SEVERITY.
022190 3280-EXIT.
022200     EXIT.
022210*----------------------------------------------------------*
022220* 3300-CLEAR-CHECKPOINT - THE DELIVERY IS DONE OR REFUSED,  *
022230* SO AN EMPTY CHECKPOINT LETS THE NEXT RUN START FRESH.     *
022240*----------------------------------------------------------*
022250 3300-CLEAR-CHECKPOINT.
022260     OPEN OUTPUT CKPT-FILE.
022270     CLOSE CKPT-FILE.
022280 3300-EXIT.
022290     EXIT.
022300*----------------------------------------------------------*
022310* 9000-WRITE-AUDIT - APPEND ONE COMPLETION ENTRY TO THE      *
022320* SHOP-WIDE AUDIT FILE SO THE NIGHTLY RUN CAN BE CONFIRMED    *
022330* FROM ONE PLACE INSTEAD OF FIVE SETS OF SYSOUT.              *
022340*----------------------------------------------------------*
022350 9000-WRITE-AUDIT.
022360     MOVE SPACES TO AUDIT-RECORD.
022370     CALL 'GETRUNID' USING WS-RUN-ID.
022380     MOVE WS-RUN-ID TO AUD-RUN-ID.
022390     MOVE 'TEMPCVT' TO AUD-PROGRAM-ID.
022400     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
022410     ACCEPT AUD-RUN-TIME FROM TIME.
022420     MOVE WS-CONVERT-COUNT TO AUD-RECORD-COUNT.
022430     MOVE WS-READ-COUNT TO AUD-READ-COUNT.
022440     MOVE WS-CONVERT-COUNT TO AUD-WRITTEN-COUNT.
022450     MOVE WS-REJECT-COUNT TO AUD-REJECT-COUNT.
022460     COMPUTE AUD-FEED-READ = WS-DAY-READ-COUNT + WS-READ-COUNT.
022470     COMPUTE AUD-FEED-REJECTS =
022480         WS-DAY-REJ-COUNT + WS-REJECT-COUNT.
022490     IF WS-TRL-BAD OR WS-DAY-TRL-BAD
022500         SET AUD-FEED-TRAILER-BAD TO TRUE
022510     ELSE
022520         SET AUD-FEED-TRAILER-OK TO TRUE.
022530     IF WS-MISS-COUNT > 0 OR WS-TRL-BAD OR WS-DLV-REFUSED
022540         SET AUD-STATUS-WARNING TO TRUE
022550     ELSE
022560         SET AUD-STATUS-OK TO TRUE.
022570     OPEN EXTEND AUDIT-FILE.
022580     IF NOT WS-AUDIT-OK
022590         CLOSE AUDIT-FILE
022600         OPEN OUTPUT AUDIT-FILE.
022610     WRITE AUDIT-RECORD.
022620     IF NOT WS-AUDIT-OK
022630         MOVE 'AUDITLOG' TO WS-ERRH-FILE-NAME
022640         MOVE 'WRITE' TO WS-ERRH-OPERATION
022650         CALL 'ERRHANDLE' USING WS-ERRH-PROGRAM-ID
022660             WS-ERRH-FILE-NAME WS-ERRH-OPERATION
022670             WS-AUDIT-STATUS WS-ERRH-SEVERITY.
022680     IF WS-AUDIT-OK
022690         CALL 'AUDXPOST' USING AUDIT-RECORD.
022700     CLOSE AUDIT-FILE.
022710 9000-EXIT.
022720     EXIT.
