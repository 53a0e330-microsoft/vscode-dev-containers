000100*----------------------------------------------------------------
000200* FXTRAN.CPY - EXCHANGE-RATE MAINTENANCE TRANSACTION.
000300*
000400* ONE RECORD PER MAINTENANCE ACTION APPLIED BY FXMNT AGAINST
000500* THE KEYED EXCHANGE-RATE FILE: ADD A CURRENCY'S RATE FOR A
000600* BUSINESS DATE, CHANGE IT, OR DEACTIVATE IT.  THE RATE IS
000700* BASE-CURRENCY UNITS PER ONE UNIT OF THE CURRENCY.  FOLLOWS
000800* THE DISTTRAN PATTERN.
000900*----------------------------------------------------------------
001000* MODIFICATION HISTORY.
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -------------------------------------------
001300*    2026-10-15 ALD   INITIAL VERSION.
001400*----------------------------------------------------------------
001500 01  FX-RATE-TRAN-RECORD.
001600     05  FC-ACTION-CODE          PIC X(01).
001700         88  FC-ACTION-ADD                  VALUE 'A'.
001800         88  FC-ACTION-CHANGE               VALUE 'C'.
001900         88  FC-ACTION-DEACTIVATE           VALUE 'D'.
002000         88  FC-ACTION-VALID
002100             VALUES 'A' 'C' 'D'.
002200     05  FC-CURRENCY-CODE        PIC X(03).
002300     05  FC-RATE-DATE            PIC 9(08).
002400     05  FC-RATE-TO-BASE         PIC 9(05)V9(07).
002500     05  FC-RATE-DESC            PIC X(30).
002600     05  FC-ACTIVE-FLAG          PIC X(01).
002700         88  FC-FLAG-VALID
002800             VALUES 'A' 'I'.
