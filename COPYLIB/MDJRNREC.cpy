000155*                JOURNAL FINALLY SAYS WHO CHANGED THE         *
000156*                RECORD, NOT JUST WHAT CHANGED. BLANK ON      *
000157*                ENTRIES WRITTEN BEFORE THE FIELD EXISTED.    *
000158* 2026-10-02 AG  CARVED THE EFFECTIVE DATE OF THE CHANGE    *
000159*                FROM THE FILLER - THE TRANSACTION'S OWN    *
000160*                EFFECTIVE DATE WHEN IT CARRIED ONE,        *
000161*                OTHERWISE THE RUN DATE - SO THE PAYROLL    *
000162*                INTERFACE (MDPAYIF) CAN TELL PAYROLL WHEN  *
000163*                A CHANGE TAKES HOLD. SPACES ON ENTRIES     *
000164*                WRITTEN BEFORE THE FIELD EXISTED; READERS  *
000165*                TAKE THE RUN DATE.                         *
000166* 2026-10-05 AG  THE SAME LAYOUT NOW ALSO CARRIES THE       *
000167*                DEPARTMENT JOURNAL (MDDPTJRN) WRITTEN BY   *
000168*                MDDEPTUP - BEFORE AND AFTER IMAGES ARE     *
000169*                MDDPTREC RECORDS THERE AND THE ACTION IS   *
000170*                A, C OR I (DEACTIVATED).                   *
000171* 2026-10-08 AG  ACTION P ON MDJRNL: AN EMPLOYEE MOVED TO   *
000172*                THE INACTIVE-EMPLOYEE ARCHIVE (MDRSTARC)   *
000173*                BY MDPURGE. THE BEFORE-IMAGE IS THE RECORD *
000174*                AS IT LEFT THE ROSTER; THE AFTER-IMAGE IS  *
000175*                SPACES.                                    *
000176* 2026-10-15 AG  ACTION U ON MDJRNL: AN EMPLOYEE RESTORED   *
000177*                FROM MDRSTARC BY MULTIDCOB SO A REHIRE CAN *
000178*                GO AHEAD. THE BEFORE-IMAGE IS SPACES; THE  *
000179*                AFTER-IMAGE IS THE RECORD AS IT CAME OFF   *
000180*                THE ARCHIVE.                               *
000181*----------------------------------------------------------*
000182 01  JRNL-RECORD.
000183     05  JRNL-RUN-DATE          PIC 9(08).
000184     05  JRNL-ACTION            PIC X(01).
000190     05  JRNL-BEFORE            PIC X(80).
000200     05  JRNL-AFTER             PIC X(80).
000205     05  JRNL-OPER-ID           PIC X(03).
000210     05  JRNL-EFF-DATE          PIC 9(08).
