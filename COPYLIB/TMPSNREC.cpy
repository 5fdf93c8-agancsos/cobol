000130*                (TEMPCVT) INSTEAD OF TWO HAND COPIES. THE   *
000140*                ACTIVE FLAG IS 'A' OR 'I' - A READING FOR   *
000150*                AN UNKNOWN OR INACTIVE CODE IS A REJECT.    *
000151* 2026-09-10 AG  ADDED THE STATION'S SENSOR-HEALTH LIMITS,   *
000152*                CARVED FROM THE FILLER: HOW MANY IDENTICAL  *
000153*                CONSECUTIVE READINGS MEAN A STUCK SENSOR,   *
000154*                AND THE FASTEST BELIEVABLE CHANGE IN        *
000155*                DEGREES CELSIUS PER HOUR. ZERO (OR BLANK ON *
000156*                AN OLDER MASTER) MEANS THE TMPPARM DEFAULT. *
000160*----------------------------------------------------------*
000170 01  STATION-RECORD.
000180     05  STN-CODE               PIC X(04).
000210     05  STN-ACTIVE             PIC X(01).
000220         88  STN-IS-ACTIVE              VALUE "A".
000230         88  STN-IS-INACTIVE            VALUE "I".
000233     05  STN-STUCK-COUNT        PIC 9(03).
000236     05  STN-MAX-RATE           PIC 9(3)V9(3).
000240     05  FILLER                 PIC X(26).
