000100*----------------------------------------------------------------
000200* FXRATE.CPY - DATED EXCHANGE-RATE RECORD LAYOUT.
000300*
000400* ONE RECORD PER FOREIGN CURRENCY AND BUSINESS DATE, KEYED ON
000500* CURRENCY CODE + RATE DATE, GIVING THE NUMBER OF BASE-CURRENCY
000600* UNITS (RP-BASE-CURRENCY) ONE UNIT OF THE CURRENCY BUYS ON
000700* THAT DATE.  THE POSTING STEPS CONVERT AT THE RATE FOR THE
000800* BUSINESS DATE ONLY - THERE IS NO FALLBACK TO AN EARLIER
000900* DATE, SO A MISSING RATE STOPS THE CYCLE INSTEAD OF POSTING AT
001000* A STALE ONE.  THE BASE CURRENCY ITSELF IS NEVER ON FILE; ITS
001100* RATE IS ONE.  A CURRENCY WITH NO RECORD ON ANY DATE IS
001200* UNKNOWN AND ITS TRANSACTIONS ARE SUSPENDED (REASON '10').
001300* MAINTAINED BY FXMNT.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY.
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -------------------------------------------
001800*    2026-10-15 ALD   INITIAL VERSION.
001900*----------------------------------------------------------------
002000 01  FX-RATE-RECORD.
002100     05  FX-RATE-KEY.
002200         10  FX-CURRENCY-CODE    PIC X(03).
002300         10  FX-RATE-DATE        PIC 9(08).
002400     05  FX-RATE-TO-BASE         PIC 9(05)V9(07).
002500     05  FX-RATE-DESC            PIC X(30).
002600     05  FX-ACTIVE-FLAG          PIC X(01).
002700         88  FX-RATE-ACTIVE                 VALUE 'A'.
002800         88  FX-RATE-INACTIVE               VALUE 'I'.
