000100*----------------------------------------------------------------
000200* MONCTL.CPY - MONTH-END CONSOLIDATION LOG RECORD LAYOUT.
000300*
000400* ONE RECORD IS APPENDED BY MONEND FOR EVERY MONTH IT
000500* CONSOLIDATES (CALENDAR-DRIVEN OR FORCED BY PARM), CARRYING
000600* THE MONTH'S MASTER AND DAILY CONTROL TOTALS AND THE RESULT OF
000700* THE MONTH PROOF.  THE MASTER ARCHIVE (TRANARCH) ONLY MOVES A
000800* MONTH THAT HAS A RECORD HERE.  THE LAST RECORD FOR A MONTH
000900* DESCRIBES ITS LATEST CONSOLIDATION.
001000*----------------------------------------------------------------
001100* MODIFICATION HISTORY.
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -------------------------------------------
001400*    2026-10-15 ALD   INITIAL VERSION.
001500*----------------------------------------------------------------
001600 01  MONTH-CTL-RECORD.
001700     05  MC-MONTH                PIC 9(06).
001800     05  MC-CLOSED-DATE          PIC 9(08).
001900     05  MC-RUN-TIME             PIC 9(06).
002000     05  MC-PROOF-STATUS         PIC X(01).
002100         88  MC-PROOF-MATCHED               VALUE 'M'.
002200         88  MC-PROOF-DISCREPANCY           VALUE 'D'.
002300     05  MC-MASTER-COUNT         PIC 9(07).
002400     05  MC-MASTER-AMOUNT        PIC S9(13)V99.
002500     05  MC-DAILY-COUNT          PIC 9(07).
002600     05  MC-DAILY-AMOUNT         PIC S9(13)V99.
002700     05  MC-OPERATOR-ID          PIC X(08).
