000165*                BLANK ON HISTORY WRITTEN BEFORE THE FEED    *
000166*                CARRIED THEM - READERS TREAT BLANK AS       *
000167*                UNKNOWN.                                    *
000168* 2026-09-08 AG  ADDED THE SENSOR CALIBRATION TRAIL. HIST-   *
000169*                TEMP-IN IS NOW THE CALIBRATED INPUT THAT    *
000170*                WAS ACTUALLY CONVERTED; HIST-RAW-TEMP IS    *
000171*                THE VALUE AS THE SENSOR SENT IT, AND THE    *
000172*                OFFSET, MULTIPLIER AND EFFECTIVE DATE OF    *
000173*                THE TMPCALIB ENTRY APPLIED SAY BY HOW MUCH  *
000174*                AND WHY (EFFECTIVE DATE ZERO - NO FACTOR IN *
000175*                FORCE). CARVED FROM THE FILLER; BLANK ON    *
000176*                HISTORY WRITTEN BEFORE CALIBRATION EXISTED, *
000177*                WHERE HIST-TEMP-IN IS THE RAW VALUE.        *
000178* 2026-09-16 AG  ADDED THE TMPREAD DELIVERY SEQUENCE         *
000179*                (FEEDTRLR) THE READING ARRIVED IN, SO A     *
000180*                DAY FED IN SEVERAL DELIVERIES CAN BE TOLD   *
000181*                APART. ZERO FOR AN UNNUMBERED DELIVERY;     *
000182*                BLANK ON HISTORY WRITTEN BEFORE DELIVERIES  *
000183*                WERE NUMBERED AND ON REPROCESSED READINGS.  *
000184* 2026-10-15 AG  CORRECTED THE TRAILING FILLER - THE         *
000185*                DELIVERY SEQUENCE WAS CARVED ONE BYTE       *
000186*                SHORT, LEAVING THE RECORD AT 79 BYTES       *
000187*                AGAINST THE 80 EVERY FD DECLARES.           *
000188*----------------------------------------------------------*
000189 01  HISTORY-RECORD.
000190     05  HIST-TEMP-IN           PIC S9(4)V9(3)
000200                                SIGN LEADING SEPARATE.
000210     05  HIST-CF-IN             PIC X(01).
000300     05  HIST-STATION           PIC X(04).
000310     05  HIST-READING-DATE      PIC X(08).
000320     05  HIST-READING-TIME      PIC X(06).
000321     05  HIST-RAW-TEMP          PIC S9(4)V9(3)
000322                                SIGN LEADING SEPARATE.
000323     05  HIST-CAL-OFFSET        PIC S9(3)V9(3)
000324                                SIGN LEADING SEPARATE.
000325     05  HIST-CAL-MULTIPLIER    PIC 9(1)V9(4).
000326     05  HIST-CAL-EFF-DATE      PIC 9(08).
000327     05  HIST-DELIVERY-SEQ      PIC 9(03).
000330     05  FILLER                 PIC X(04).
