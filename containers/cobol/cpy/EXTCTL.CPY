000100*----------------------------------------------------------------
000200* EXTCTL.CPY - SUPPLIER EXTRACT CONTROL LOG RECORD.
000300*
000400* ONE RECORD IS APPENDED BY THE LEAD JOB FOR EVERY ACTIVE
000500* SUPPLIER EACH TIME IT PROVES THE NIGHT'S EXTRACTS.  'A' - THE
000600* EXTRACT PASSED ITS HEADER DATE, GENERATION AND TRAILER CHECKS
000700* AND ITS DETAILS WERE EDITED; 'H' - IT FAILED AND THE SUPPLIER
000800* WAS HELD BACK FOR THE NIGHT (EC-HOLD-REASON SAYS WHY).  THE
000900* RECORD AND HASH COUNTS ARE THE EXTRACT'S OWN DETAIL TOTALS.
001000* TRANPOST POSTS THE FILE NAMED IN EC-EXTRACT-FILE FOR EACH
001100* SUPPLIER WHOSE LAST RECORD FOR THE BUSINESS DATE IS 'A' AND
001200* RECONCILES ITS POSTED COUNT TO EC-RECORD-COUNT.  THE HIGHEST
001300* GENERATION ACCEPTED ON AN EARLIER DATE IS THE FLOOR FOR THE
001400* SUPPLIER'S NEXT EXTRACT.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 ALD   INITIAL VERSION.
002000*----------------------------------------------------------------
002100 01  EXT-CTL-RECORD.
002200     05  EC-SUPPLIER-CODE        PIC X(04).
002300     05  EC-BUSINESS-DATE        PIC 9(08).
002400     05  EC-GENERATION-NBR       PIC 9(04).
002500     05  EC-EXTRACT-STATUS       PIC X(01).
002600         88  EC-STAT-ACCEPTED               VALUE 'A'.
002700         88  EC-STAT-HELD                   VALUE 'H'.
002800     05  EC-EXTRACT-FILE         PIC X(24).
002900     05  EC-RECORD-COUNT         PIC 9(07).
003000     05  EC-HASH-TOTAL           PIC 9(13).
003100     05  EC-AMOUNT-TOTAL         PIC S9(13)V99.
003200     05  EC-HOLD-REASON          PIC X(40).
003300     05  EC-RUN-DATE             PIC 9(08).
003400     05  EC-RUN-TIME             PIC 9(06).
