000100*----------------------------------------------------------------
000200* GLMTRAN.CPY - GL ACCOUNT MAPPING MAINTENANCE TRANSACTION.
000300*
000400* ONE RECORD PER MAINTENANCE ACTION APPLIED BY GLMMNT AGAINST
000500* THE KEYED GL MAPPING FILE: ADD A SITE/TYPE MAPPING, CHANGE
000600* ITS ACCOUNTS/DESCRIPTION/ACTIVE FLAG, OR DEACTIVATE IT.
000700* FOLLOWS THE DISTTRAN PATTERN.
000800*----------------------------------------------------------------
000900* MODIFICATION HISTORY.
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15 ALD   INITIAL VERSION.
001300*----------------------------------------------------------------
001400 01  GL-MAP-TRAN-RECORD.
001500     05  GC-ACTION-CODE          PIC X(01).
001600         88  GC-ACTION-ADD                  VALUE 'A'.
001700         88  GC-ACTION-CHANGE               VALUE 'C'.
001800         88  GC-ACTION-DEACTIVATE           VALUE 'D'.
001900         88  GC-ACTION-VALID
002000             VALUES 'A' 'C' 'D'.
002100     05  GC-SITE-CODE            PIC X(06).
002200     05  GC-TRAN-TYPE            PIC X(02).
002300     05  GC-DEBIT-ACCOUNT        PIC X(10).
002400     05  GC-CREDIT-ACCOUNT       PIC X(10).
002500     05  GC-MAP-DESC             PIC X(30).
002600     05  GC-ACTIVE-FLAG          PIC X(01).
002700         88  GC-FLAG-VALID
002800             VALUES 'A' 'I'.
