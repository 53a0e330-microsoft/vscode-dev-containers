000100*----------------------------------------------------------------
000200* SUPPTRAN.CPY - EXTRACT SUPPLIER MAINTENANCE TRANSACTION.
000300*
000400* ONE RECORD PER MAINTENANCE ACTION APPLIED BY SUPPMNT AGAINST
000500* THE KEYED SUPPLIER CONTROL FILE: ADD A SUPPLIER, CHANGE ITS
000600* NAME/EXTRACT NAME/ACTIVE FLAG/FAIL ACTION, OR DEACTIVATE IT.
000700* FOLLOWS THE TYPETRAN PATTERN.
000800*----------------------------------------------------------------
000900* MODIFICATION HISTORY.
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15 ALD   INITIAL VERSION.
001300*----------------------------------------------------------------
001400 01  SUPP-TRAN-RECORD.
001500     05  SC-ACTION-CODE          PIC X(01).
001600         88  SC-ACTION-ADD                  VALUE 'A'.
001700         88  SC-ACTION-CHANGE               VALUE 'C'.
001800         88  SC-ACTION-DEACTIVATE           VALUE 'D'.
001900         88  SC-ACTION-VALID
002000             VALUES 'A' 'C' 'D'.
002100     05  SC-SUPPLIER-CODE        PIC X(04).
002200     05  SC-SUPPLIER-NAME        PIC X(30).
002300     05  SC-EXTRACT-NAME         PIC X(12).
002400     05  SC-ACTIVE-FLAG          PIC X(01).
002500         88  SC-FLAG-VALID
002600             VALUES 'A' 'I'.
002700     05  SC-FAIL-ACTION          PIC X(01).
002800         88  SC-FAIL-VALID
002900             VALUES 'S' 'H'.
