000100*----------------------------------------------------------------
000200* TYPETRAN.CPY - TRANSACTION-TYPE MAINTENANCE TRANSACTION.
000300*
000400* ONE RECORD PER MAINTENANCE ACTION APPLIED BY TYPEMNT AGAINST
000500* THE KEYED TRANSACTION-TYPE TABLE: ADD A TYPE, CHANGE ITS
000600* DESCRIPTION/SIGN/ACTIVE FLAG/MAXIMUM, OR DEACTIVATE IT.
000700* FOLLOWS THE DISTTRAN PATTERN.
000800*----------------------------------------------------------------
000900* MODIFICATION HISTORY.
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15 ALD   INITIAL VERSION.
001300*----------------------------------------------------------------
001400 01  TYPE-TRAN-RECORD.
001500     05  TC-ACTION-CODE          PIC X(01).
001600         88  TC-ACTION-ADD                  VALUE 'A'.
001700         88  TC-ACTION-CHANGE               VALUE 'C'.
001800         88  TC-ACTION-DEACTIVATE           VALUE 'D'.
001900         88  TC-ACTION-VALID
002000             VALUES 'A' 'C' 'D'.
002100     05  TC-TRAN-TYPE            PIC X(02).
002200     05  TC-TYPE-DESC            PIC X(30).
002300     05  TC-EXPECTED-SIGN        PIC X(01).
002400         88  TC-SIGN-VALID
002500             VALUES 'D' 'C'.
002600     05  TC-ACTIVE-FLAG          PIC X(01).
002700         88  TC-FLAG-VALID
002800             VALUES 'A' 'I'.
002900     05  TC-MAX-AMOUNT           PIC 9(09)V99.
