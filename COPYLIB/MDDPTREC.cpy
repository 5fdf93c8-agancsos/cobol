000140*                NAMING AN UNKNOWN OR INACTIVE CODE IS       *
000150*                REJECTED, SO ONE DEPARTMENT STOPS EXISTING  *
000160*                UNDER THREE SPELLINGS.                      *
000161* 2026-09-28 AG  ADDED DEPT-PARENT, THE DEPARTMENT THIS ONE  *
000162*                REPORTS INTO (BLANK AT THE TOP OF A         *
000163*                DIVISION), FROM THE FILLER. MDDEPTMT        *
000164*                REFUSES A TREE WITH AN UNKNOWN PARENT OR A  *
000165*                CYCLE, SO EVERY CHAIN OF PARENTS ENDS AT    *
000166*                THE TOP OF A DIVISION.                      *
000170*----------------------------------------------------------*
000180 01  DEPT-RECORD.
000190     05  DEPT-CODE              PIC X(04).
000220     05  DEPT-ACTIVE            PIC X(01).
000230         88  DEPT-IS-ACTIVE             VALUE "A".
000240         88  DEPT-IS-INACTIVE           VALUE "I".
000245     05  DEPT-PARENT            PIC X(04).
000250     05  FILLER                 PIC X(31).
