000270*    DATE       INIT  DESCRIPTION
000280*    ---------- ----  -------------------------------------------
000290*    2026-08-22 ALD   INITIAL VERSION.
000293*    2026-10-15 ALD   ADD THE GLEXTR GENERAL-LEDGER JOURNAL STEP
000296*                     TO THE EXPECTED STEP SEQUENCE.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000810     05  FILLER                  PIC X(08) VALUE 'DISTLIST'.
000820     05  FILLER                  PIC X(08) VALUE 'TRANSIN'.
000830     05  FILLER                  PIC X(08) VALUE 'TRANPOST'.
000835     05  FILLER                  PIC X(08) VALUE 'GLEXTR'.
000840     05  FILLER                  PIC X(08) VALUE 'EODROLL'.
000850 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
000860     05  WS-EXP-STEP OCCURS 5 TIMES
000870                                 PIC X(08).
000880 01  WS-STEP-STATUS-TABLE.
000890     05  WS-ST-ENTRY OCCURS 5 TIMES.
000900         10  WS-ST-DONE-SWITCH   PIC X(01).
000910             88  WS-ST-DONE                 VALUE 'Y'.
000920         10  WS-ST-TIME          PIC 9(06).
001270*----------------------------------------------------------------
001280     PERFORM 1010-INIT-STATUS-TABLE THRU 1010-EXIT
001290         VARYING WS-STEP-SUB FROM 1 BY 1
001300         UNTIL WS-STEP-SUB > 5.
001310     OPEN INPUT BUSINESS-DATE-FILE.
001320     IF NOT WS-BUSDATE-OK
001330         MOVE 12 TO WS-ABEND-CODE
001940*----------------------------------------------------------------
001950     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
001960         VARYING WS-MATCH-SUB FROM 1 BY 1
001970         UNTIL WS-MATCH-SUB > 5.
001980 2200-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002200     END-IF.
002210     PERFORM 3100-DISPLAY-ONE-STEP THRU 3100-EXIT
002220         VARYING WS-STEP-SUB FROM 1 BY 1
002230         UNTIL WS-STEP-SUB > 5.
002240     IF WS-CKPT-FOUND-COUNT > ZERO
002250         PERFORM 3200-DISPLAY-ELAPSED THRU 3200-EXIT
002260     END-IF.
