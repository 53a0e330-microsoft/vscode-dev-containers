001100*    ---------- ----  -------------------------------------------
001200*    2026-08-09 ALD   INITIAL VERSION - REPLACES HARDCODED
001300*                     IMESSAGE / MENSAJE 77-LEVEL LITERALS.
001310*    2026-10-15 ALD   ADD THE BASE CURRENCY EVERY POSTING IS
001320*                     CONVERTED TO AND REPORTED IN.
001400*----------------------------------------------------------------
001500 01  RUNPARM-RECORD.
001600     05  RP-JOB-NAME             PIC X(08) VALUE 'HELLOWLD'.
002000     05  RP-RUN-DATE             PIC 9(08) VALUE ZERO.
002100     05  RP-OPERATOR-ID          PIC X(08) VALUE 'BATCH'.
002200     05  RP-BANNER-TEXT          PIC X(32) VALUE 'Hello World!!!'.
002300     05  RP-BASE-CURRENCY        PIC X(03) VALUE 'USD'.
