000100*----------------------------------------------------------------
000200* HOLDTRAN.CPY - HOLD-QUEUE RELEASE DECISION TRANSACTION.
000300*
000400* ONE RECORD PER OPERATOR-KEYED DECISION APPLIED BY HOLDREL
000500* AGAINST THE HOLD QUEUE.  THE HELD POSTING IS NAMED BY ITS
000600* MASTER KEY (TRANSACTION ID + BUSINESS DATE).  APPROVE ('A')
000700* RELEASES IT FOR THE NEXT CYCLE'S FEED; REJECT ('R') KEEPS IT
000800* OFF THE FEEDS FOR GOOD.  THE DECIDING OPERATOR MUST HOLD
000900* UPDATE AUTHORITY ON OPERPROF, AND AN APPROVER MUST NOT BE THE
001000* OPERATOR WHO KEYED THE POSTING OR RAN THE PASS THAT RELEASED
001100* IT FOR ROUTING.  FOLLOWS THE ADJTRAN PATTERN.
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY.
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -------------------------------------------
001600*    2026-10-15 ALD   INITIAL VERSION.
001700*----------------------------------------------------------------
001800 01  HOLD-TRAN-RECORD.
001900     05  HT-ACTION-CODE          PIC X(01).
002000         88  HT-ACTION-APPROVE              VALUE 'A'.
002100         88  HT-ACTION-REJECT               VALUE 'R'.
002200         88  HT-ACTION-VALID
002300             VALUES 'A' 'R'.
002400     05  HT-HOLD-KEY.
002500         10  HT-TXN-ID           PIC X(07).
002600         10  HT-BUSINESS-DATE    PIC 9(08).
002700     05  HT-REASON-TEXT          PIC X(40).
002800     05  HT-OPERATOR-ID          PIC X(08).
002900     05  FILLER                  PIC X(16).
