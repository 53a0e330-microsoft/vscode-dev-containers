000100*----------------------------------------------------------------
000200* TRANTYPE.CPY - TRANSACTION-TYPE REFERENCE RECORD LAYOUT.
000300*
000400* ONE RECORD PER VALID EXTRACT TRANSACTION TYPE, KEYED ON THE
000500* TWO-CHARACTER TYPE CODE CARRIED IN TD-TRAN-TYPE.  THE LEAD
000600* JOB AND TRANPOST REFUSE (TO SUSPENSE) ANY DETAIL WHOSE TYPE
000700* IS NOT ON FILE OR NOT ACTIVE, WHOSE AMOUNT CARRIES THE WRONG
000800* SIGN FOR THE TYPE, OR WHOSE AMOUNT EXCEEDS THE TYPE MAXIMUM.
000900* POSTRPT AND MONRPT PRINT THE DESCRIPTION NEXT TO THE CODE.
001000* MAINTAINED BY TYPEMNT.
001100*
001200* EXPECTED SIGN:  D - DEBIT,  AMOUNT MUST BE ZERO OR POSITIVE
001300*                 C - CREDIT, AMOUNT MUST BE ZERO OR NEGATIVE
001400* MAXIMUM AMOUNT IS AN ABSOLUTE VALUE; ZERO MEANS NO CEILING.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 ALD   INITIAL VERSION.
002000*----------------------------------------------------------------
002100 01  TRAN-TYPE-RECORD.
002200     05  TY-TRAN-TYPE            PIC X(02).
002300     05  TY-TYPE-DESC            PIC X(30).
002400     05  TY-EXPECTED-SIGN        PIC X(01).
002500         88  TY-SIGN-DEBIT                  VALUE 'D'.
002600         88  TY-SIGN-CREDIT                 VALUE 'C'.
002700     05  TY-ACTIVE-FLAG          PIC X(01).
002800         88  TY-TYPE-ACTIVE                 VALUE 'A'.
002900         88  TY-TYPE-INACTIVE               VALUE 'I'.
003000     05  TY-MAX-AMOUNT           PIC 9(09)V99.
