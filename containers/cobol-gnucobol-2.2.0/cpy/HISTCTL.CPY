000100*----------------------------------------------------------------
000200* HISTCTL.CPY - TRANSACTION-HISTORY ARCHIVE CONTROL RECORD.
000300*
000400* ONE RECORD IS APPENDED BY TRANARCH WHEN A CLOSED MONTH'S
000500* POSTINGS HAVE BEEN COPIED TO THEIR DATED HISTORY FILE
000600* (TRANHIST.YYYYMM) AND PROVED AGAINST THE MONTH'S CTLTOTS
000700* ('P' - DELETION FROM THE LIVE MASTER MAY BEGIN), AND ANOTHER
000800* WHEN THE DELETION IS COMPLETE ('C').  THE COUNT, BASE VALUE
000900* AND TRANSACTION-NUMBER HASH ARE THE HISTORY FILE'S OWN
001000* CONTROL TOTALS.  A MONTH WITH ANY RECORD HERE IS NO LONGER
001100* WHOLLY ON THE LIVE MASTER - TRANINQ SEARCHES ITS HISTORY
001200* FILE ON REQUEST AND XFAUDIT AND RESEND LEAVE IT ALONE.  THE
001300* LAST RECORD FOR A MONTH IS ITS CURRENT STATE.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY.
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -------------------------------------------
001800*    2026-10-15 ALD   INITIAL VERSION.
001900*----------------------------------------------------------------
002000 01  HIST-CTL-RECORD.
002100     05  HC-MONTH                PIC 9(06).
002200     05  HC-ARCHIVE-STATUS       PIC X(01).
002300         88  HC-STAT-PROVED                 VALUE 'P'.
002400         88  HC-STAT-COMPLETE               VALUE 'C'.
002500     05  HC-HIST-FILE-NAME       PIC X(16).
002600     05  HC-ARCHIVE-DATE         PIC 9(08).
002700     05  HC-ARCHIVE-TIME         PIC 9(06).
002800     05  HC-RECORD-COUNT         PIC 9(07).
002900     05  HC-BASE-AMOUNT          PIC S9(13)V99.
003000     05  HC-HASH-TOTAL           PIC 9(13).
003100     05  HC-CTL-COUNT            PIC 9(07).
003200     05  HC-CTL-AMOUNT           PIC S9(13)V99.
003300     05  HC-RERUN-DUP-COUNT      PIC 9(07).
003400     05  HC-RERUN-DUP-AMOUNT     PIC S9(13)V99.
003500     05  HC-DELETED-COUNT        PIC 9(07).
003600     05  HC-OPERATOR-ID          PIC X(08).
