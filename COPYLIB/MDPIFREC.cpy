000010*----------------------------------------------------------*
000020* MDPIFREC - PAYROLL INTERFACE (MDPAYSND, MDPAYOUT).       *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-10-02.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-10-02 AG  FIRST VERSION. THE NIGHTLY ROSTER-CHANGE    *
000100*                FILE SENT TO PAYROLL: ONE 'HDR' RECORD      *
000110*                CARRYING THE SEND SEQUENCE NUMBER, THE DATE *
000120*                SENT AND THE BUSINESS DATE WHOSE CHANGES IT *
000130*                CARRIES, ONE 'CHG' RECORD PER APPLIED       *
000140*                ROSTER CHANGE, THEN THE STANDARD FEEDTRLR   *
000150*                TRAILER (COUNT OF 'CHG' RECORDS, HASH OF    *
000160*                THEIR EMPLOYEE NUMBERS). EVERY 'CHG' RECORD *
000170*                REPEATS THE SEQUENCE AND CARRIES ITS OWN    *
000180*                ITEM NUMBER WITHIN IT, SO PAYROLL CAN       *
000190*                ACKNOWLEDGE OR REJECT A SINGLE CHANGE.      *
000200*                ACTIONS: HIRE, TERM (ACTIVE TO ENDED), RHIR *
000210*                (ENDED TO ACTIVE), STAT (ANY OTHER STATUS   *
000220*                CHANGE), XFER (DEPARTMENT CHANGE), CHNG     *
000230*                (NAME OR DATES ONLY), DELT (RECORD          *
000240*                DELETED).                                   *
000250*----------------------------------------------------------*
000260 01  PIF-HEADER.
000270     05  PIF-HDR-TAG            PIC X(03).
000280         88  PIF-IS-HEADER              VALUE "HDR".
000290     05  PIF-HDR-SEQ            PIC 9(06).
000300     05  PIF-HDR-SEND-DATE      PIC 9(08).
000310     05  PIF-HDR-CHANGE-DATE    PIC 9(08).
000320     05  PIF-HDR-SOURCE         PIC X(08).
000330     05  PIF-HDR-DEST           PIC X(08).
000340     05  FILLER                 PIC X(39).
000350 01  PIF-DETAIL.
000360     05  PIF-DTL-TAG            PIC X(03).
000370         88  PIF-IS-DETAIL              VALUE "CHG".
000380     05  PIF-DTL-SEQ            PIC 9(06).
000390     05  PIF-DTL-ITEM           PIC 9(06).
000400     05  PIF-DTL-ACTION         PIC X(04).
000410     05  PIF-DTL-EMPNO          PIC 9(06).
000420     05  PIF-DTL-NAME           PIC X(20).
000430     05  PIF-DTL-DEPT-BEFORE    PIC X(04).
000440     05  PIF-DTL-DEPT-AFTER     PIC X(04).
000450     05  PIF-DTL-STATUS-BEFORE  PIC X(01).
000460     05  PIF-DTL-STATUS-AFTER   PIC X(01).
000470     05  PIF-DTL-EFF-DATE       PIC 9(08).
000480     05  PIF-DTL-OPER-ID        PIC X(03).
000490     05  FILLER                 PIC X(14).
