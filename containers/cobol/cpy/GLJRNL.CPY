000100*----------------------------------------------------------------
000200* GLJRNL.CPY - GENERAL-LEDGER JOURNAL INTERFACE RECORD LAYOUTS.
000300*
000400* GLEXTR RELEASES ONE JOURNAL PER BUSINESS DATE FOR FINANCE TO
000500* LOAD INTO THE GENERAL LEDGER: ONE HEADER RECORD (BUSINESS
000600* DATE, SOURCE, CREATION STAMP), A DEBIT AND A CREDIT LINE FOR
000700* EACH SITE AND TRANSACTION TYPE POSTED THAT DATE, AND ONE
000800* TRAILER RECORD (LINE COUNT, DEBIT AND CREDIT CONTROL TOTALS).
000900* LINE AMOUNTS ARE UNSIGNED - THE DEBIT/CREDIT INDICATOR
001000* CARRIES THE DIRECTION - SO THE TWO TRAILER TOTALS ARE EQUAL
001100* IN A BALANCED JOURNAL.
001200* ALL THREE LAYOUTS REDEFINE THE SAME 80-BYTE RECORD AREA;
001300* THE FIRST THREE BYTES CARRY THE RECORD TYPE ('HDR'/'DTL'/
001400* 'TRL').
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -------------------------------------------
001900*    2026-10-15 ALD   INITIAL VERSION.
002000*----------------------------------------------------------------
002100 01  GL-JOURNAL-HEADER-REC.
002200     05  JH-RECORD-TYPE          PIC X(03).
002300         88  JH-HEADER-REC                  VALUE 'HDR'.
002400     05  JH-BUSINESS-DATE        PIC 9(08).
002500     05  JH-SOURCE-SYSTEM        PIC X(08).
002600     05  JH-CREATE-DATE          PIC 9(08).
002700     05  JH-CREATE-TIME          PIC 9(06).
002800     05  FILLER                  PIC X(47).
002900 01  GL-JOURNAL-DETAIL-REC.
003000     05  JD-RECORD-TYPE          PIC X(03).
003100         88  JD-DETAIL-REC                  VALUE 'DTL'.
003200     05  JD-BUSINESS-DATE        PIC 9(08).
003300     05  JD-GL-ACCOUNT           PIC X(10).
003400     05  JD-DR-CR-IND            PIC X(01).
003500         88  JD-DEBIT                       VALUE 'D'.
003600         88  JD-CREDIT                      VALUE 'C'.
003700     05  JD-AMOUNT               PIC 9(11)V99.
003800     05  JD-SITE-CODE            PIC X(06).
003900     05  JD-TRAN-TYPE            PIC X(02).
004000     05  JD-POSTING-COUNT        PIC 9(07).
004100     05  JD-LINE-DESC            PIC X(30).
004200 01  GL-JOURNAL-TRAILER-REC.
004300     05  JT-RECORD-TYPE          PIC X(03).
004400         88  JT-TRAILER-REC                 VALUE 'TRL'.
004500     05  JT-LINE-COUNT           PIC 9(07).
004600     05  JT-DEBIT-TOTAL          PIC 9(13)V99.
004700     05  JT-CREDIT-TOTAL         PIC 9(13)V99.
004800     05  FILLER                  PIC X(40).
