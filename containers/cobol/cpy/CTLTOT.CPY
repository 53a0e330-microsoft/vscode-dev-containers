001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -------------------------------------------
001400*    2026-09-02 ALD   INITIAL VERSION.
001410*    2026-10-15 ALD   ONE RECORD PER CURRENCY POSTED - THE
001420*                     AMOUNTS ARE STATED IN THAT CURRENCY AND
001430*                     AGAIN CONVERTED TO THE BASE CURRENCY, SO
001440*                     THE MONTH PROVES IN BOTH.
001500*----------------------------------------------------------------
001600 01  CONTROL-TOTAL-RECORD.
001700     05  CD-BUSINESS-DATE        PIC 9(08).
001800     05  CD-RECORDS-POSTED       PIC 9(07).
001900     05  CD-AMOUNT-POSTED        PIC S9(13)V99.
002000     05  CD-AMOUNT-SUSPENDED     PIC S9(13)V99.
002100     05  CD-CURRENCY-CODE        PIC X(03).
002200     05  CD-BASE-AMOUNT-POSTED   PIC S9(13)V99.
002300     05  CD-BASE-AMOUNT-SUSPENDED PIC S9(13)V99.
