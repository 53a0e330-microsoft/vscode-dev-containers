000100*----------------------------------------------------------------
000200* ADJTRAN.CPY - REVERSAL/ADJUSTMENT REQUEST TRANSACTION.
000300*
000400* ONE RECORD PER OPERATOR-KEYED REQUEST APPLIED BY ADJPOST
000500* AGAINST THE KEYED TRANSACTION MASTER.  THE ORIGINAL POSTING
000600* IS NAMED BY ITS FULL MASTER KEY (TRANSACTION ID + BUSINESS
000700* DATE).  A REVERSAL ('R') POSTS THE EXACT OFFSET OF THE
000800* ORIGINAL AMOUNT; AN ADJUSTMENT ('A') POSTS THE SIGNED
000900* CORRECTIVE AMOUNT KEYED HERE.  THE KEYING OPERATOR MUST HOLD
001000* UPDATE AUTHORITY ON OPERPROF.  FOLLOWS THE DISTTRAN PATTERN.
001100*----------------------------------------------------------------
001200* MODIFICATION HISTORY.
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 ALD   INITIAL VERSION.
001600*----------------------------------------------------------------
001700 01  ADJ-TRAN-RECORD.
001800     05  AJ-ACTION-CODE          PIC X(01).
001900         88  AJ-ACTION-REVERSE              VALUE 'R'.
002000         88  AJ-ACTION-ADJUST               VALUE 'A'.
002100         88  AJ-ACTION-VALID
002200             VALUES 'R' 'A'.
002300     05  AJ-ORIG-KEY.
002400         10  AJ-ORIG-TXN-ID      PIC X(07).
002500         10  AJ-ORIG-BUS-DATE    PIC 9(08).
002600     05  AJ-ADJ-AMOUNT           PIC S9(09)V99.
002700     05  AJ-REASON-TEXT          PIC X(40).
002800     05  AJ-OPERATOR-ID          PIC X(08).
002900     05  FILLER                  PIC X(05).
