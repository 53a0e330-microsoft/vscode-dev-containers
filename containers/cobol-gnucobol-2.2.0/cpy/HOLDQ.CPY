000100*----------------------------------------------------------------
000200* HOLDQ.CPY - LARGE-VALUE HOLD QUEUE RECORD LAYOUT.
000300*
000400* ONE RECORD PER POSTING TRANPOST STOPPED ON ITS WAY TO A SITE
000500* FEED BECAUSE ITS BASE AMOUNT EXCEEDED THE SITE'S HOLD
000600* THRESHOLD (DISTLIST).  KEYED ON THE POSTING'S MASTER KEY
000700* (TRANSACTION ID + BUSINESS DATE).  THE MONEY IS ALREADY ON
000800* THE MASTER - ONLY DELIVERY WAITS.  HOLDREL RECORDS A SECOND
000900* OPERATOR'S DECISION; TRANPOST ROUTES APPROVED ITEMS ON THE
001000* NEXT CYCLE'S FEEDS AND MARKS THEM SENT.
001100*
001200* STATUS LIFE:  H - HELD, AWAITING A DECISION
001300*               A - APPROVED, AWAITING THE NEXT CYCLE'S FEED
001310*                   (HQ-SENT-DATE ZERO, OR THE RUN DATE OF A
001320*                   PASS THAT ROUTED IT BUT HAS NOT YET PROVED)
001400*               S - SENT ON THE FEED FOR HQ-SENT-DATE
001500*               X - REJECTED, NEVER ROUTED (REVERSE THE POSTING
001600*                   THROUGH ADJPOST IF IT WAS WRONG)
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -------------------------------------------
002100*    2026-10-15 ALD   INITIAL VERSION.
002200*----------------------------------------------------------------
002300 01  HOLD-QUEUE-RECORD.
002400     05  HQ-HOLD-KEY.
002500         10  HQ-TXN-ID           PIC X(07).
002600         10  HQ-BUSINESS-DATE    PIC 9(08).
002700     05  HQ-SITE-CODE            PIC X(06).
002800     05  HQ-HOLD-STATUS          PIC X(01).
002900         88  HQ-STAT-HELD                   VALUE 'H'.
003000         88  HQ-STAT-APPROVED               VALUE 'A'.
003100         88  HQ-STAT-SENT                   VALUE 'S'.
003200         88  HQ-STAT-REJECTED               VALUE 'X'.
003300     05  HQ-ENTRY-SOURCE         PIC X(01).
003400         88  HQ-SOURCE-EXTRACT              VALUE 'E'.
003500         88  HQ-SOURCE-ADJPOST              VALUE 'A'.
003600     05  HQ-TXN-IMAGE            PIC X(80).
003700     05  HQ-BASE-AMOUNT          PIC S9(11)V99.
003800     05  HQ-HOLD-THRESHOLD       PIC 9(11)V99.
003900     05  HQ-HELD-DATE            PIC 9(08).
004000     05  HQ-KEYED-BY             PIC X(08).
004100     05  HQ-RELEASED-BY          PIC X(08).
004200     05  HQ-DECIDED-BY           PIC X(08).
004300     05  HQ-DECISION-DATE        PIC 9(08).
004400     05  HQ-DECISION-TIME        PIC 9(06).
004500     05  HQ-DECISION-REASON      PIC X(40).
004600     05  HQ-SENT-DATE            PIC 9(08).
