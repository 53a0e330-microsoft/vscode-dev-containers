000100*----------------------------------------------------------------
000200* GLMAP.CPY - GENERAL-LEDGER ACCOUNT MAPPING RECORD LAYOUT.
000300*
000400* ONE RECORD PER SITE AND TRANSACTION TYPE, KEYED ON SITE CODE
000500* + TYPE CODE, GIVING THE GL ACCOUNTS GLEXTR JOURNALS THE
000600* NIGHT'S POSTINGS TO.  THE ACCOUNTS ARE STATED FOR A POSITIVE
000700* AMOUNT - A POSITIVE NET DEBITS GM-DEBIT-ACCOUNT AND CREDITS
000800* GM-CREDIT-ACCOUNT; A NEGATIVE NET REVERSES THE PAIR.  A
000900* SITE/TYPE WITH NO ACTIVE MAPPING IS UNMAPPED - GLEXTR ALERTS
001000* AND WITHHOLDS THE JOURNAL.  MAINTAINED BY GLMMNT.
001100*----------------------------------------------------------------
001200* MODIFICATION HISTORY.
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 ALD   INITIAL VERSION.
001600*----------------------------------------------------------------
001700 01  GL-MAP-RECORD.
001800     05  GM-MAP-KEY.
001900         10  GM-SITE-CODE        PIC X(06).
002000         10  GM-TRAN-TYPE        PIC X(02).
002100     05  GM-DEBIT-ACCOUNT        PIC X(10).
002200     05  GM-CREDIT-ACCOUNT       PIC X(10).
002300     05  GM-MAP-DESC             PIC X(30).
002400     05  GM-ACTIVE-FLAG          PIC X(01).
002500         88  GM-MAP-ACTIVE                  VALUE 'A'.
002600         88  GM-MAP-INACTIVE                VALUE 'I'.
