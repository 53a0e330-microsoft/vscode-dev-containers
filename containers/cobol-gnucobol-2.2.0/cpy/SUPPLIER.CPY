000100*----------------------------------------------------------------
000200* SUPPLIER.CPY - EXTRACT SUPPLIER CONTROL RECORD LAYOUT.
000300*
000400* ONE RECORD PER SUPPLIER WHOSE EXTRACT IS TAKEN INTO THE NIGHTLY
000500* CYCLE, KEYED ON THE FOUR-CHARACTER SUPPLIER CODE.  THE LEAD JOB
000600* PROVES EVERY ACTIVE SUPPLIER'S EXTRACT ON ITS OWN HEADER DATE,
000700* GENERATION NUMBER AND TRAILER TOTALS BEFORE ANY DETAIL IS
000800* EDITED, AND CARRIES THE SUPPLIER CODE ONTO SUSPENSE AND (VIA
000900* TRANPOST) THE TRANSACTION MASTER.  MAINTAINED BY SUPPMNT.
001000*
001100* EXTRACT NAME:   FILE NAME OF THE SUPPLIER'S EXTRACT IN THE DATA
001200*                 DIRECTORY (TRANSIN FOR THE ORIGINAL SUPPLIER).
001300*                 CATCH-UP RUNS READ NAME.YYYYMMDD INSTEAD.
001400* FAIL ACTION:    S - STOP THE CYCLE WHEN THE EXTRACT FAILS PROOF
001500*                 H - HOLD THE SUPPLIER BACK WITH A WARNING ALERT
001600*                     AND LET THE OTHER SUPPLIERS POST
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -------------------------------------------
002100*    2026-10-15 ALD   INITIAL VERSION.
002200*----------------------------------------------------------------
002300 01  SUPPLIER-RECORD.
002400     05  SU-SUPPLIER-CODE        PIC X(04).
002500     05  SU-SUPPLIER-NAME        PIC X(30).
002600     05  SU-EXTRACT-NAME         PIC X(12).
002700     05  SU-ACTIVE-FLAG          PIC X(01).
002800         88  SU-SUPPLIER-ACTIVE             VALUE 'A'.
002900         88  SU-SUPPLIER-INACTIVE           VALUE 'I'.
003000     05  SU-FAIL-ACTION          PIC X(01).
003100         88  SU-FAIL-STOP                   VALUE 'S'.
003200         88  SU-FAIL-HOLD                   VALUE 'H'.
