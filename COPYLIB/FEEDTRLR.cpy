000250*                QUIET NIGHT. COPY WITH REPLACING TO SET     *
000260*                THE LEVEL AND NAME PREFIX, THE SAME WAY     *
000270*                DATEFLD IS USED.                            *
000271* 2026-09-16 AG  ADDED THE SENDER'S DELIVERY SEQUENCE        *
000272*                NUMBER, FOR FEEDS THAT ARRIVE MORE THAN     *
000273*                ONCE A DAY (TMPREAD: 1, 2, 3 ... IN THE     *
000274*                BUSINESS DATE), CARVED FROM THE FILLER.     *
000275*                BLANK OR ZERO ON A FEED SENT ONCE A DAY;    *
000276*                READERS THAT DO NOT TRACK DELIVERIES        *
000277*                IGNORE IT.                                  *
000280*----------------------------------------------------------*
000290 :LVL:  :PREFIX:.
000300     05  :PREFIX:-TAG           PIC X(03).
000310         88  :PREFIX:-PRESENT           VALUE "TRL".
000320     05  :PREFIX:-RECORD-COUNT  PIC 9(09).
000330     05  :PREFIX:-HASH-TOTAL    PIC 9(13).
000335     05  :PREFIX:-DELIVERY-SEQ  PIC 9(03).
000340     05  FILLER                 PIC X(52).
