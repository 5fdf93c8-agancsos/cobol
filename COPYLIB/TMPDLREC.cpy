000010*----------------------------------------------------------*
000020* TMPDLREC - TMPREAD DELIVERY REGISTER RECORD (TMPDLVRG).   *
000030*----------------------------------------------------------*
000040* AUTHOR.        A GANCSOS.                                 *
000050* DATE-WRITTEN.  2026-09-16.                                *
000060*----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*----------------------------------------------------------*
000090* 2026-09-16 AG  FIRST VERSION. TEMPCVT APPENDS TO THE       *
000100*                REGISTER AT THE END OF EVERY RUN OVER A     *
000110*                TMPREAD DELIVERY, SO IT SAYS WHICH          *
000120*                DELIVERIES OF EACH BUSINESS DATE HAVE BEEN  *
000130*                PROCESSED. DLV-TYPE 'D' IS ONE LINE PER     *
000140*                DELIVERY - PROCESSED, OR REFUSED BECAUSE    *
000150*                THE SAME SEQUENCE WAS ALREADY PROCESSED     *
000160*                THAT DAY - WITH THE RUN'S COUNTS; 'S' IS    *
000170*                ONE LINE PER STATION THE PROCESSED          *
000180*                DELIVERY CARRIED, WITH ITS SUMMARY COUNTS,  *
000190*                SO LATER DELIVERIES CAN REPORT THE WHOLE    *
000200*                DAY. SEQUENCE ZERO IS AN UNNUMBERED         *
000210*                DELIVERY (NO TRAILER, OR A BLANK SEQUENCE), *
000220*                WHICH IS NEVER REFUSED.                     *
000230*----------------------------------------------------------*
000240 01  DELIVERY-RECORD.
000250     05  DLV-RUN-DATE           PIC 9(08).
000260     05  DLV-SEQ                PIC 9(03).
000270     05  DLV-TYPE               PIC X(01).
000280         88  DLV-IS-DELIVERY            VALUE "D".
000290         88  DLV-IS-STATION             VALUE "S".
000300     05  DLV-BODY               PIC X(68).
000310     05  DLV-DELIVERY-BODY REDEFINES DLV-BODY.
000320         10  DLV-STATUS         PIC X(08).
000330             88  DLV-PROCESSED          VALUE "PROCESSD".
000340             88  DLV-REFUSED            VALUE "REFUSED".
000350         10  DLV-TIME           PIC 9(08).
000360         10  DLV-READ-COUNT     PIC 9(09).
000370         10  DLV-CONVERTED      PIC 9(09).
000380         10  DLV-REJECTS        PIC 9(09).
000390         10  DLV-TRAILER-FLAG   PIC X(01).
000400             88  DLV-TRAILER-OK         VALUE "Y".
000410             88  DLV-TRAILER-BAD        VALUE "N".
000420         10  FILLER             PIC X(24).
000430     05  DLV-STATION-BODY REDEFINES DLV-BODY.
000440         10  DLV-STATION        PIC X(04).
000450         10  DLV-ST-CONVERTED   PIC 9(07).
000460         10  DLV-ST-REJECTS     PIC 9(07).
000470         10  DLV-ST-EXCPS       PIC 9(07).
000480         10  DLV-ST-HEALTH      PIC 9(07).
000490         10  FILLER             PIC X(36).
