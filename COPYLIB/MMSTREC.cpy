000190*                FROM THE TRAILING FILLER NOW THAT A NIGHT   *
000200*                CAN PASS TEN THOUSAND READINGS. RECORDS     *
000210*                WRITTEN BEFORE THE FIELD CARRY SPACES       *
000215*                THERE - READERS TEST IT NUMERIC.            *
000220* 2026-10-15 AG  ADDED CATEGORY RECORDS (STAT-IS-CATEGORY,   *
000221*                TYPE 'C'). MINMAX NOW ROLLS EACH GROUP UP   *
000222*                THROUGH ITS PARENT CATEGORIES ON THE GROUP  *
000223*                MASTER (MMGROUP) AND WRITES ONE RECORD PER  *
000224*                CATEGORY, WITH THE CATEGORY'S LEVEL IN THE  *
000225*                NEW STAT-LEVEL (1 = TOP CATEGORY), CARVED   *
000226*                FROM THE TRAILING FILLER. GROUP AND TRAILER *
000227*                RECORDS CARRY SPACES THERE. A CATEGORY      *
000228*                RECORD'S MEDIAN AND PERCENTILES ARE ZERO -  *
000229*                THEY CANNOT BE BUILT FROM GROUP SUBTOTALS.  *
000230*----------------------------------------------------------*
000240 01  STATS-RECORD.
000250     05  STAT-REC-TYPE          PIC X(01).
000260         88  STAT-IS-GROUP              VALUE "G".
000270         88  STAT-IS-TRAILER            VALUE "T".
000275         88  STAT-IS-CATEGORY           VALUE "C".
000280     05  STAT-GROUP             PIC X(10).
000290     05  STAT-COUNT             PIC 9(04).
000300     05  STAT-MIN               PIC 9(03)V9(03).
000350     05  STAT-PCT-LOW           PIC 9(03)V9(03).
000360     05  STAT-PCT-HIGH          PIC 9(03)V9(03).
000370     05  STAT-FULL-COUNT        PIC 9(09).
000380     05  STAT-LEVEL             PIC 9(02).
000390     05  FILLER                 PIC X(06).
