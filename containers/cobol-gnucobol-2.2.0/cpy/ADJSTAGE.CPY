000100*----------------------------------------------------------------
000200* ADJSTAGE.CPY - STAGED REVERSAL/ADJUSTMENT RECORD LAYOUT.
000300*
000400* ONE RECORD IS APPENDED BY ADJPOST FOR EVERY NEW POSTING IT
000500* PUTS ON THE MASTER, AND READ BY TRANPOST ON THE NEXT CYCLE TO
000600* ROUTE THE CORRECTION ON THE SITE'S FEED.  THE 80-BYTE IMAGE
000700* IS THE TRANSIN DETAIL SHAPE THE FEEDS CARRY; THE MASTER
000800* BUSINESS DATE, BASE AMOUNT AND KEYING OPERATOR RIDE BEHIND IT
000900* SO A CORRECTION OVER THE SITE'S HOLD THRESHOLD CAN BE HELD
001000* AND RELEASED LIKE ANY OTHER POSTING.
001100*----------------------------------------------------------------
001200* MODIFICATION HISTORY.
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 ALD   INITIAL VERSION.
001600*----------------------------------------------------------------
001700 01  ADJ-STAGE-RECORD.
001800     05  AS-TXN-IMAGE            PIC X(80).
001900     05  AS-BUSINESS-DATE        PIC 9(08).
002000     05  AS-BASE-AMOUNT          PIC S9(11)V99.
002100     05  AS-KEYED-BY             PIC X(08).
