000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     XFAUDIT.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  CROSS-FILE INTEGRITY AUDIT (WEEKEND SCHEDULE).
000180*           EVERY CYCLE PROGRAM CHECKS ITS OWN INPUTS; THIS JOB
000190*           CHECKS THAT THE CONTROL FILES AGREE WITH EACH OTHER,
000200*           SO DRIFT IS FOUND ON A SATURDAY RATHER THAN WHEN
000210*           MONEND'S MONTH PROOF FAILS.  IT UPDATES NOTHING.
000220*           FOR EVERY BUSINESS DATE ON FILE:
000230*             - TRANMAST POSTING COUNT AND BASE VALUE AGAINST
000240*               THE DATE'S CTLTOTS RECORDS.  POSTINGS AN ABORTED
000250*               ATTEMPT LEFT ON THE MASTER (PROVED BY THE RERUN'S
000260*               REASON-04 DUPLICATES) EXPLAIN A DIFFERENCE.
000270*             - EACH SITE'S FEED AS THE MASTER SAYS IT WAS CUT
000280*               (LESS ITEMS HELD THAT NIGHT, PLUS HELD ITEMS
000290*               RELEASED THAT NIGHT) AGAINST THE SITE'S LAST
000300*               DLVCTL DISPATCH RECORD, COUNT AND HASH.
000310*           AND ONCE:
000320*             - SUSPENSE RECORDS WHOSE TRANSACTION IS ALREADY ON
000330*               THE MASTER (OTHER THAN REASONS 04 AND 11, WHICH
000340*               ARE ON THE MASTER BY DEFINITION).
000350*             - RESTCTL CHECKPOINTS LEFT FOR DATES BEFORE THE
000360*               CURRENT BUSINESS DATE (HSKEEP SHOULD HAVE
000370*               PURGED THEM).
000380*             - A CURRENT BUSINESS DATE THAT IS NOT A PROCESSING
000390*               DAY ON THE CALENDAR.
000400*           EVERY FINDING IS LISTED ON AUDRPT AND EACH CLASS OF
000410*           FINDING RAISES ONE W ALERT.  ENDS RC=4 ON ANY.
000420*
000430*           PARM:  YYYYMMDD - AUDIT BUSINESS DATES FROM THAT
000440*                  DATE ON.  BLANK AUDITS EVERY DATE ON FILE.
000442*           DATES IN A MONTH TRANARCH HAS MOVED OFF THE MASTER
000444*           (ON HISTCTL) ARE LEFT OUT - THE ARCHIVE IS PROVED
000446*           AGAINST CTLTOTS WHEN IT IS TAKEN.
000450*----------------------------------------------------------------
000460* MODIFICATION HISTORY.
000470*    DATE       INIT  DESCRIPTION
000480*    ---------- ----  -------------------------------------------
000490*    2026-10-15 ALD   INITIAL VERSION.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT TRAN-MASTER ASSIGN TO TRANMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS TM-MASTER-KEY
000610         FILE STATUS IS WS-TRANMAST-STATUS.
000620     SELECT HOLD-QUEUE-FILE ASSIGN TO HOLDQ
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HQ-HOLD-KEY
000660         FILE STATUS IS WS-HOLDQ-STATUS.
000670     SELECT DISTRIB-LIST-FILE ASSIGN TO DISTLIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS DL-SITE-CODE
000710         FILE STATUS IS WS-DISTLIST-STATUS.
000720     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-BUSDATE-STATUS.
000760     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-CALENDAR-STATUS.
000800     SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTS
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-CTLTOT-STATUS.
000840     SELECT DELIVERY-CTL-FILE ASSIGN TO DLVCTL
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WS-DLVCTL-STATUS.
000880     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-SUSPENSE-STATUS.
000920     SELECT WRITE-OFF-FILE ASSIGN TO SUSPWOFF
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS WS-SUSPWOFF-STATUS.
000960     SELECT RESTART-CTL-FILE ASSIGN TO RESTCTL
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS WS-RESTCTL-STATUS.
001000     SELECT AUDIT-WORK-FILE ASSIGN TO AUDWORK
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-AUDWORK-STATUS.
001040     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS WS-AUDRPT-STATUS.
001080     SELECT ALERT-FILE ASSIGN TO ALERTS
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001110         FILE STATUS IS WS-ALERT-STATUS.
001112     SELECT HIST-CTL-FILE ASSIGN TO HISTCTL
001114         ORGANIZATION IS SEQUENTIAL
001116         ACCESS MODE IS SEQUENTIAL
001118         FILE STATUS IS WS-HISTCTL-STATUS.
001120     SELECT RUN-REGISTER ASSIGN TO RUNREG
001130         ORGANIZATION IS SEQUENTIAL
001140         ACCESS MODE IS SEQUENTIAL
001150         FILE STATUS IS WS-RUNREG-STATUS.
001160     SELECT AUDIT-SORT-FILE ASSIGN TO SORTWK.
001170*
001180 DATA DIVISION.
001190 FILE SECTION.
001200*----------------------------------------------------------------
001210* TRAN-MASTER - KEYED TRANSACTION MASTER (FULL SCAN + LOOKUP)
001220*----------------------------------------------------------------
001230 FD  TRAN-MASTER
001240     LABEL RECORDS ARE STANDARD.
001250     COPY TRANMAST.
001260*----------------------------------------------------------------
001270* HOLD-QUEUE-FILE - KEYED LARGE-VALUE HOLD QUEUE
001280*----------------------------------------------------------------
001290 FD  HOLD-QUEUE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY HOLDQ.
001320*----------------------------------------------------------------
001330* DISTRIB-LIST-FILE - KEYED DISTRIBUTION LIST
001340*----------------------------------------------------------------
001350 FD  DISTRIB-LIST-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY DISTLIST.
001380*----------------------------------------------------------------
001390* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001400*----------------------------------------------------------------
001410 FD  BUSINESS-DATE-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440     COPY BUSDATE.
001450*----------------------------------------------------------------
001460* CALENDAR-FILE - PROCESSING CALENDAR
001470*----------------------------------------------------------------
001480 FD  CALENDAR-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORDING MODE IS F.
001510     COPY CALENDAR.
001520*----------------------------------------------------------------
001530* CONTROL-TOTAL-FILE - DAILY POSTING CONTROL TOTALS
001540*----------------------------------------------------------------
001550 FD  CONTROL-TOTAL-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORDING MODE IS F.
001580     COPY CTLTOT.
001590*----------------------------------------------------------------
001600* DELIVERY-CTL-FILE - PER-SITE DISPATCH CONTROL
001610*----------------------------------------------------------------
001620 FD  DELIVERY-CTL-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORDING MODE IS F.
001650     COPY DLVCTL.
001660*----------------------------------------------------------------
001670* SUSPENSE-FILE - REJECTED TRANSACTION SUSPENSE
001680*----------------------------------------------------------------
001690 FD  SUSPENSE-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORDING MODE IS F.
001720     COPY SUSPENSE.
001730*----------------------------------------------------------------
001740* WRITE-OFF-FILE - SUSPFIX WRITE-OFF AUDIT TRAIL
001750*----------------------------------------------------------------
001760 FD  WRITE-OFF-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORDING MODE IS F.
001790 01  WRITE-OFF-RECORD.
001800     05  WO-WRITE-OFF-DATE       PIC 9(08).
001810     05  WO-WRITE-OFF-REASON     PIC X(30).
001820     05  WO-SUSPENSE-IMAGE.
001830         10  WO-SP-REASON-CODE   PIC X(02).
001840         10  WO-SP-BUSINESS-DATE PIC 9(08).
001850         10  WO-SP-RETRY-COUNT   PIC 9(02).
001860         10  WO-SP-TRANSIN-DATA  PIC X(80).
001865         10  WO-SP-SUPPLIER-CODE PIC X(04).
001870*----------------------------------------------------------------
001880* RESTART-CTL-FILE - CHECKPOINT LOG FOR SUITE RESTART/RERUN
001890*----------------------------------------------------------------
001900 FD  RESTART-CTL-FILE
001910     LABEL RECORDS ARE STANDARD
001920     RECORDING MODE IS F.
001930     COPY RESTCTL.
001940*----------------------------------------------------------------
001950* AUDIT-WORK-FILE - ONE ROW PER CONTROL FACT, SORTED BY DATE
001960* AND SITE SO EVERY FILE'S VIEW OF A DATE MEETS IN ONE BREAK
001970*----------------------------------------------------------------
001980 FD  AUDIT-WORK-FILE
001990     LABEL RECORDS ARE STANDARD
002000     RECORDING MODE IS F.
002010 01  AUDIT-WORK-RECORD.
002020     05  XW-BUSINESS-DATE        PIC 9(08).
002030     05  XW-SITE-CODE            PIC X(06).
002040     05  XW-SOURCE               PIC X(01).
002050     05  XW-SEQ                  PIC 9(07).
002060     05  XW-RECORD-COUNT         PIC 9(07).
002070     05  XW-HASH-TOTAL           PIC 9(13).
002080     05  XW-AMOUNT               PIC S9(13)V99 COMP-3.
002090*----------------------------------------------------------------
002100* AUDIT-REPORT-FILE - INTEGRITY EXCEPTIONS REPORT
002110*----------------------------------------------------------------
002120 FD  AUDIT-REPORT-FILE
002130     LABEL RECORDS ARE OMITTED
002140     RECORDING MODE IS F.
002150 01  AUDIT-REPORT-LINE           PIC X(132).
002160*----------------------------------------------------------------
002170* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
002180*----------------------------------------------------------------
002190 FD  ALERT-FILE
002200     LABEL RECORDS ARE STANDARD
002210     RECORDING MODE IS F.
002220     COPY ALERTS.
002230*----------------------------------------------------------------
002231* HIST-CTL-FILE - MONTHS ARCHIVED OFF THE MASTER (TRANARCH)
002232*----------------------------------------------------------------
002233 FD  HIST-CTL-FILE
002234     LABEL RECORDS ARE STANDARD
002235     RECORDING MODE IS F.
002236     COPY HISTCTL.
002237*----------------------------------------------------------------
002240* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
002250*----------------------------------------------------------------
002260 FD  RUN-REGISTER
002270     LABEL RECORDS ARE STANDARD
002280     RECORDING MODE IS F.
002290     COPY RUNREG.
002300*----------------------------------------------------------------
002310* AUDIT-SORT-FILE - SORT WORK FOR THE DATE/SITE BREAKS
002320*----------------------------------------------------------------
002330 SD  AUDIT-SORT-FILE.
002340 01  AUDIT-SORT-RECORD.
002350     05  XS-BUSINESS-DATE        PIC 9(08).
002360     05  XS-SITE-CODE            PIC X(06).
002370     05  XS-SOURCE               PIC X(01).
002380         88  XS-SRC-CTLTOT                  VALUE 'C'.
002390         88  XS-SRC-DISPATCH                VALUE 'D'.
002400         88  XS-SRC-HELD-OFF                VALUE 'H'.
002410         88  XS-SRC-ON-FEED                 VALUE 'M'.
002420         88  XS-SRC-RELEASED                VALUE 'R'.
002430         88  XS-SRC-RERUN-DUP               VALUE 'S'.
002440     05  XS-SEQ                  PIC 9(07).
002450     05  XS-RECORD-COUNT         PIC 9(07).
002460     05  XS-HASH-TOTAL           PIC 9(13).
002470     05  XS-AMOUNT               PIC S9(13)V99 COMP-3.
002480*
002490 WORKING-STORAGE SECTION.
002500*----------------------------------------------------------------
002510* SWITCHES AND STATUS FIELDS
002520*----------------------------------------------------------------
002530 77  WS-TRANMAST-STATUS          PIC X(02) VALUE SPACES.
002540     88  WS-TRANMAST-OK                     VALUE '00'.
002550     88  WS-TRANMAST-NOT-FOUND              VALUE '35'.
002560 77  WS-HOLDQ-STATUS             PIC X(02) VALUE SPACES.
002570     88  WS-HOLDQ-OK                        VALUE '00'.
002580     88  WS-HOLDQ-NOT-FOUND                 VALUE '35'.
002590 77  WS-DISTLIST-STATUS          PIC X(02) VALUE SPACES.
002600     88  WS-DISTLIST-OK                     VALUE '00'.
002610 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
002620     88  WS-BUSDATE-OK                      VALUE '00'.
002630 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
002640     88  WS-CALENDAR-OK                     VALUE '00'.
002650 77  WS-CTLTOT-STATUS            PIC X(02) VALUE SPACES.
002660     88  WS-CTLTOT-OK                       VALUE '00'.
002670     88  WS-CTLTOT-NOT-FOUND                VALUE '35'.
002680 77  WS-DLVCTL-STATUS            PIC X(02) VALUE SPACES.
002690     88  WS-DLVCTL-OK                       VALUE '00'.
002700     88  WS-DLVCTL-NOT-FOUND                VALUE '35'.
002710 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
002720     88  WS-SUSPENSE-OK                     VALUE '00'.
002730     88  WS-SUSPENSE-NOT-FOUND              VALUE '35'.
002740 77  WS-SUSPWOFF-STATUS          PIC X(02) VALUE SPACES.
002750     88  WS-SUSPWOFF-OK                     VALUE '00'.
002760     88  WS-SUSPWOFF-NOT-FOUND              VALUE '35'.
002770 77  WS-RESTCTL-STATUS           PIC X(02) VALUE SPACES.
002780     88  WS-RESTCTL-OK                      VALUE '00'.
002790     88  WS-RESTCTL-NOT-FOUND               VALUE '35'.
002800 77  WS-AUDWORK-STATUS           PIC X(02) VALUE SPACES.
002810     88  WS-AUDWORK-OK                      VALUE '00'.
002820 77  WS-AUDRPT-STATUS            PIC X(02) VALUE SPACES.
002830     88  WS-AUDRPT-OK                       VALUE '00'.
002840 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
002850     88  WS-ALERT-OK                        VALUE '00'.
002860     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
002870 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
002880     88  WS-RUNREG-OK                       VALUE '00'.
002890     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
002891 77  WS-HISTCTL-STATUS           PIC X(02) VALUE SPACES.
002892     88  WS-HISTCTL-OK                      VALUE '00'.
002893     88  WS-HISTCTL-NOT-FOUND               VALUE '35'.
002894 77  WS-HISTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002895     88  WS-END-OF-HISTCTL                  VALUE 'Y'.
002896 77  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002897     88  WS-ARCH-FOUND                      VALUE 'Y'.
002900 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002910     88  WS-END-OF-MASTER                   VALUE 'Y'.
002920 77  WS-HOLDQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
002930     88  WS-END-OF-HOLDQ                    VALUE 'Y'.
002940 77  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
002950     88  WS-END-OF-CALENDAR                 VALUE 'Y'.
002960 77  WS-CTLTOT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002970     88  WS-END-OF-CTLTOT                   VALUE 'Y'.
002980 77  WS-DLVCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
002990     88  WS-END-OF-DLVCTL                   VALUE 'Y'.
003000 77  WS-SUSPENSE-EOF-SWITCH      PIC X(01) VALUE 'N'.
003010     88  WS-END-OF-SUSPENSE                 VALUE 'Y'.
003020 77  WS-SUSPWOFF-EOF-SWITCH      PIC X(01) VALUE 'N'.
003030     88  WS-END-OF-SUSPWOFF                 VALUE 'Y'.
003040 77  WS-RESTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
003050     88  WS-END-OF-RESTCTL                  VALUE 'Y'.
003060 77  WS-AUDIT-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
003070     88  WS-END-OF-AUDIT-SORT               VALUE 'Y'.
003080 77  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003090     88  WS-MASTER-OPEN                     VALUE 'Y'.
003100 77  WS-HOLDQ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003110     88  WS-HOLDQ-OPEN                      VALUE 'Y'.
003120 77  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003130     88  WS-CAL-FOUND                       VALUE 'Y'.
003140 77  WS-ON-MASTER-SWITCH         PIC X(01) VALUE 'N'.
003150     88  WS-ON-MASTER                       VALUE 'Y'.
003160 77  WS-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
003170 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
003180 77  WS-LAST-ROUTED-DATE         PIC 9(08) VALUE ZERO.
003190 77  WS-WORK-SEQ                 PIC 9(07) VALUE ZERO.
003200 77  WS-TXN-NUMBER-NUM           PIC 9(04) VALUE ZERO.
003201*----------------------------------------------------------------
003202* MONTHS TRANARCH HAS MOVED OFF THE MASTER
003203*----------------------------------------------------------------
003204 01  WS-ARCH-TABLE.
003205     05  WS-ARCH-MONTH           PIC 9(06) OCCURS 600 TIMES.
003206 77  WS-ARCH-TOTAL               PIC 9(03) COMP VALUE ZERO.
003207 77  WS-ARCH-TABLE-MAX           PIC 9(03) COMP VALUE 600.
003208 77  WS-ARCH-SUB                 PIC 9(03) COMP VALUE ZERO.
003209 77  WS-ARCH-KEY                 PIC 9(06) VALUE ZERO.
003210*----------------------------------------------------------------
003220* A SUSPENDED RECORD'S 80-BYTE TRANSIN IMAGE, FOR ITS MASTER KEY
003230*----------------------------------------------------------------
003240 01  WS-SUSP-IMAGE.
003250     05  WS-SI-TRANSACTION-ID    PIC X(07).
003260     05  FILLER                  PIC X(73).
003270 77  WS-SUSP-REASON              PIC X(02) VALUE SPACES.
003280 77  WS-SUSP-DATE                PIC 9(08) VALUE ZERO.
003290 77  WS-SUSP-SOURCE              PIC X(08) VALUE SPACES.
003300*----------------------------------------------------------------
003310* DATE AND SITE CONTROL-BREAK WORK
003320*----------------------------------------------------------------
003330 77  WS-CURR-DATE                PIC 9(08) VALUE ZERO.
003340 77  WS-CURR-SITE                PIC X(06) VALUE SPACES.
003350 77  WS-DT-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
003360 77  WS-DT-MASTER-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
003370 77  WS-DT-CTL-COUNT             PIC 9(07) COMP VALUE ZERO.
003380 77  WS-DT-CTL-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
003390 77  WS-DT-DUP-COUNT             PIC 9(07) COMP VALUE ZERO.
003400 77  WS-DT-DUP-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
003410 77  WS-DT-CTL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
003420     88  WS-DT-CTL-FOUND                    VALUE 'Y'.
003430 77  WS-ST-FEED-COUNT            PIC 9(07) COMP VALUE ZERO.
003440 77  WS-ST-FEED-HASH             PIC 9(13) VALUE ZERO.
003450 77  WS-ST-DSP-COUNT             PIC 9(07) VALUE ZERO.
003460 77  WS-ST-DSP-HASH              PIC 9(13) VALUE ZERO.
003470 77  WS-ST-DSP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
003480     88  WS-ST-DSP-FOUND                    VALUE 'Y'.
003490 77  WS-DIFF-COUNT               PIC S9(07) COMP VALUE ZERO.
003500 77  WS-DIFF-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
003510*----------------------------------------------------------------
003520* AUDIT COUNTERS - ONE FINDING COUNT PER DISCREPANCY CLASS
003530*----------------------------------------------------------------
003540 77  WS-DATES-AUDITED            PIC 9(07) COMP VALUE ZERO.
003550 77  WS-FEEDS-AUDITED            PIC 9(07) COMP VALUE ZERO.
003560 77  WS-SUSP-AUDITED             PIC 9(07) COMP VALUE ZERO.
003570 77  WS-RERUN-EXPLAINED-COUNT    PIC 9(07) COMP VALUE ZERO.
003580 77  WS-CTLTOT-EXC-COUNT         PIC 9(07) COMP VALUE ZERO.
003590 77  WS-DLVCTL-EXC-COUNT         PIC 9(07) COMP VALUE ZERO.
003600 77  WS-SUSPENSE-EXC-COUNT       PIC 9(07) COMP VALUE ZERO.
003610 77  WS-RESTCTL-EXC-COUNT        PIC 9(07) COMP VALUE ZERO.
003620 77  WS-CALENDAR-EXC-COUNT       PIC 9(07) COMP VALUE ZERO.
003630 77  WS-TOTAL-EXC-COUNT          PIC 9(07) COMP VALUE ZERO.
003640 77  WS-ALERT-COUNT-DISPLAY      PIC ZZZZZZ9.
003650 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
003660 01  WS-CDT-TIME-STAMP.
003670     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
003680     05  FILLER                  PIC X(02).
003690 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
003700 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
003710 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
003720     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
003730 77  WS-ALERT-SEVERITY           PIC X(01) VALUE 'F'.
003740 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'XFAUDIT'.
003750 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
003760 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
003770 77  WS-ALERT-CLASS              PIC X(10) VALUE SPACES.
003780 77  WS-ALERT-CLASS-COUNT        PIC 9(07) COMP VALUE ZERO.
003790 77  WS-ALERT-CLASS-TEXT         PIC X(34) VALUE SPACES.
003800*----------------------------------------------------------------
003810* REPORT LINES
003820*----------------------------------------------------------------
003830 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
003840 77  WS-EDIT-AMOUNT              PIC Z(12)9.99-.
003850 77  WS-EDIT-HASH                PIC Z(16)9.
003860 01  WS-REPORT-HEADING.
003870     05  FILLER                  PIC X(12) VALUE 'CLASS'.
003880     05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
003890     05  FILLER                  PIC X(10) VALUE 'KEY'.
003900     05  FILLER                  PIC X(09) VALUE '  COUNT'.
003910     05  FILLER                  PIC X(19)
003920         VALUE '       VALUE/HASH'.
003930     05  FILLER                  PIC X(09) VALUE 'AGAINST'.
003940     05  FILLER                  PIC X(19)
003950         VALUE '       VALUE/HASH'.
003960     05  FILLER                  PIC X(44) VALUE 'FINDING'.
003970 01  WS-EXCEPTION-DETAIL.
003980     05  WS-EX-CLASS             PIC X(10).
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  WS-EX-BUS-DATE          PIC X(08).
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  WS-EX-KEY               PIC X(08).
004030     05  FILLER                  PIC X(02) VALUE SPACES.
004040     05  WS-EX-LEFT-COUNT        PIC ZZZZZZ9.
004050     05  FILLER                  PIC X(02) VALUE SPACES.
004060     05  WS-EX-LEFT-VALUE        PIC X(17).
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  WS-EX-RIGHT-COUNT       PIC ZZZZZZ9.
004090     05  FILLER                  PIC X(02) VALUE SPACES.
004100     05  WS-EX-RIGHT-VALUE       PIC X(17).
004110     05  FILLER                  PIC X(02) VALUE SPACES.
004120     05  WS-EX-FINDING           PIC X(44).
004130 01  WS-REPORT-LINE.
004140     05  WS-RPT-LABEL            PIC X(40).
004150     05  WS-RPT-VALUE            PIC X(20).
004160     05  FILLER                  PIC X(72) VALUE SPACES.
004170*----------------------------------------------------------------
004180* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
004190*----------------------------------------------------------------
004200     COPY RUNPARM.
004210*
004220 PROCEDURE DIVISION.
004230*----------------------------------------------------------------
004240 0000-MAINLINE.
004250*----------------------------------------------------------------
004260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004270     PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT.
004280     PERFORM 2200-CHECK-RESTART-CTL THRU 2200-EXIT.
004290     PERFORM 3000-BUILD-AUDIT-WORK THRU 3000-EXIT.
004300     SORT AUDIT-SORT-FILE
004310         ON ASCENDING KEY XS-BUSINESS-DATE
004320                          XS-SITE-CODE
004330                          XS-SOURCE
004340                          XS-SEQ
004350         USING AUDIT-WORK-FILE
004360         OUTPUT PROCEDURE IS 6000-AUDIT-BY-DATE
004370             THRU 6999-EXIT.
004380     PERFORM 8000-RAISE-ALERTS THRU 8000-EXIT.
004390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004400     STOP RUN.
004410*----------------------------------------------------------------
004420 1000-INITIALIZE.
004430*----------------------------------------------------------------
004440     MOVE 'XFAUDIT' TO RP-JOB-NAME.
004450     ACCEPT WS-PARM-FROM-DATE FROM SYSIN.
004460     IF WS-PARM-FROM-DATE IS NUMERIC
004470         MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
004480     END-IF.
004490     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
004500     DISPLAY 'XFAUDIT  - BUSINESS DATE = ' RP-RUN-DATE.
004510     DISPLAY 'XFAUDIT  - LAST ROUTED   = ' WS-LAST-ROUTED-DATE.
004520     DISPLAY 'XFAUDIT  - DATES FROM    = ' WS-FROM-DATE.
004530     DISPLAY 'XFAUDIT  - OPERATOR ID   = ' RP-OPERATOR-ID.
004540     OPEN OUTPUT AUDIT-REPORT-FILE.
004550     IF NOT WS-AUDRPT-OK
004560         MOVE 26 TO WS-ABEND-CODE
004570         STRING 'AUDRPT OPEN FAILED, FILE STATUS = '
004580             WS-AUDRPT-STATUS DELIMITED BY SIZE
004590             INTO WS-ABEND-REASON
004600         GO TO 9999-ABEND-RTN
004610     END-IF.
004620     MOVE SPACES TO WS-REPORT-LINE.
004630     MOVE 'XFAUDIT CROSS-FILE INTEGRITY EXCEPTIONS'
004640         TO WS-RPT-LABEL.
004650     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
004660     WRITE AUDIT-REPORT-LINE.
004670     MOVE SPACES TO WS-REPORT-LINE.
004680     MOVE 'BUSINESS DATE'     TO WS-RPT-LABEL.
004690     MOVE RP-RUN-DATE         TO WS-RPT-VALUE.
004700     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
004710     WRITE AUDIT-REPORT-LINE.
004720     MOVE SPACES TO WS-REPORT-LINE.
004730     MOVE 'DATES AUDITED FROM' TO WS-RPT-LABEL.
004740     MOVE WS-FROM-DATE        TO WS-RPT-VALUE.
004750     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
004760     WRITE AUDIT-REPORT-LINE.
004770     MOVE WS-REPORT-HEADING TO AUDIT-REPORT-LINE.
004780     WRITE AUDIT-REPORT-LINE.
004790     PERFORM 1100-OPEN-KEYED-FILES THRU 1100-EXIT.
004800 1000-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 1020-READ-BUSINESS-DATE.
004840*----------------------------------------------------------------
004850     OPEN INPUT BUSINESS-DATE-FILE.
004860     IF NOT WS-BUSDATE-OK
004870         MOVE 12 TO WS-ABEND-CODE
004880         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
004890             TO WS-ABEND-REASON
004900         GO TO 9999-ABEND-RTN
004910     END-IF.
004920     READ BUSINESS-DATE-FILE
004930         AT END
004940             MOVE 12 TO WS-ABEND-CODE
004950             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
004960                 TO WS-ABEND-REASON
004970             GO TO 9999-ABEND-RTN
004980     END-READ.
004990     CLOSE BUSINESS-DATE-FILE.
005000     MOVE BD-CURRENT-BUSINESS-DATE    TO RP-RUN-DATE.
005010     MOVE BD-LAST-SUCCESSFUL-RUN-DATE TO WS-LAST-ROUTED-DATE.
005020 1020-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 1100-OPEN-KEYED-FILES.
005060*----------------------------------------------------------------
005070*    NO MASTER OR NO HOLD QUEUE YET IS AN EMPTY ONE.
005080     OPEN INPUT TRAN-MASTER.
005090     IF WS-TRANMAST-OK
005100         SET WS-MASTER-OPEN TO TRUE
005110     ELSE
005120         IF NOT WS-TRANMAST-NOT-FOUND
005130             MOVE 14 TO WS-ABEND-CODE
005140             STRING 'TRAN-MASTER OPEN FAILED, FILE STATUS = '
005150                 WS-TRANMAST-STATUS DELIMITED BY SIZE
005160                 INTO WS-ABEND-REASON
005170             GO TO 9999-ABEND-RTN
005180         END-IF
005190     END-IF.
005200     OPEN INPUT HOLD-QUEUE-FILE.
005210     IF WS-HOLDQ-OK
005220         SET WS-HOLDQ-OPEN TO TRUE
005230     ELSE
005240         IF NOT WS-HOLDQ-NOT-FOUND
005250             MOVE 14 TO WS-ABEND-CODE
005260             STRING 'HOLDQ OPEN FAILED, FILE STATUS = '
005270                 WS-HOLDQ-STATUS DELIMITED BY SIZE
005280                 INTO WS-ABEND-REASON
005290             GO TO 9999-ABEND-RTN
005300         END-IF
005310     END-IF.
005320     OPEN INPUT DISTRIB-LIST-FILE.
005330     IF NOT WS-DISTLIST-OK
005340         MOVE 14 TO WS-ABEND-CODE
005350         STRING 'DISTLIST OPEN FAILED, FILE STATUS = '
005360             WS-DISTLIST-STATUS DELIMITED BY SIZE
005370             INTO WS-ABEND-REASON
005380         GO TO 9999-ABEND-RTN
005390     END-IF.
005395     PERFORM 1200-LOAD-ARCHIVED-MONTHS THRU 1200-EXIT.
005400 1100-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005421 1200-LOAD-ARCHIVED-MONTHS.
005422*----------------------------------------------------------------
005423     OPEN INPUT HIST-CTL-FILE.
005424     IF WS-HISTCTL-NOT-FOUND
005425         GO TO 1200-EXIT
005426     END-IF.
005427     IF NOT WS-HISTCTL-OK
005428         MOVE 12 TO WS-ABEND-CODE
005429         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
005430             WS-HISTCTL-STATUS DELIMITED BY SIZE
005431             INTO WS-ABEND-REASON
005432         GO TO 9999-ABEND-RTN
005433     END-IF.
005434     PERFORM 1250-READ-ONE-HIST-CTL THRU 1250-EXIT
005435         UNTIL WS-END-OF-HISTCTL.
005436     CLOSE HIST-CTL-FILE.
005437 1200-EXIT.
005438     EXIT.
005439*----------------------------------------------------------------
005440 1250-READ-ONE-HIST-CTL.
005441*----------------------------------------------------------------
005442     READ HIST-CTL-FILE
005443         AT END
005444             MOVE 'Y' TO WS-HISTCTL-EOF-SWITCH
005445             GO TO 1250-EXIT
005446     END-READ.
005447     MOVE HC-MONTH TO WS-ARCH-KEY.
005448     PERFORM 1280-FIND-ARCHIVED-MONTH THRU 1280-EXIT.
005449     IF WS-ARCH-FOUND
005450         GO TO 1250-EXIT
005451     END-IF.
005452     IF WS-ARCH-TOTAL NOT < WS-ARCH-TABLE-MAX
005453         MOVE 46 TO WS-ABEND-CODE
005454         MOVE 'ARCHIVED-MONTH TABLE FULL' TO WS-ABEND-REASON
005455         GO TO 9999-ABEND-RTN
005456     END-IF.
005457     ADD 1 TO WS-ARCH-TOTAL.
005458     MOVE HC-MONTH TO WS-ARCH-MONTH(WS-ARCH-TOTAL).
005459 1250-EXIT.
005460     EXIT.
005461*----------------------------------------------------------------
005462 1280-FIND-ARCHIVED-MONTH.
005463*----------------------------------------------------------------
005464     MOVE 'N' TO WS-ARCH-FOUND-SWITCH.
005465     PERFORM 1290-COMPARE-ARCHIVED-MONTH THRU 1290-EXIT
005466         VARYING WS-ARCH-SUB FROM 1 BY 1
005467         UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
005468            OR WS-ARCH-FOUND.
005469 1280-EXIT.
005470     EXIT.
005471*----------------------------------------------------------------
005472 1290-COMPARE-ARCHIVED-MONTH.
005473*----------------------------------------------------------------
005474     IF WS-ARCH-MONTH(WS-ARCH-SUB) = WS-ARCH-KEY
005475         SET WS-ARCH-FOUND TO TRUE
005476     END-IF.
005477 1290-EXIT.
005478     EXIT.
005479*----------------------------------------------------------------
005480 2000-CHECK-CALENDAR.
005481*----------------------------------------------------------------
005482     OPEN INPUT CALENDAR-FILE.
005483     IF NOT WS-CALENDAR-OK
005484         MOVE 40 TO WS-ABEND-CODE
005485         STRING 'CALENDAR OPEN FAILED, FILE STATUS = '
005490             WS-CALENDAR-STATUS DELIMITED BY SIZE
005500             INTO WS-ABEND-REASON
005510         GO TO 9999-ABEND-RTN
005520     END-IF.
005530     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT
005540         UNTIL WS-END-OF-CALENDAR.
005550     CLOSE CALENDAR-FILE.
005560     IF WS-CAL-FOUND
005570       AND CA-PROCESSING-DAY
005580         GO TO 2000-EXIT
005590     END-IF.
005600     MOVE SPACES TO WS-EXCEPTION-DETAIL.
005610     MOVE 'CALENDAR'  TO WS-EX-CLASS.
005620     MOVE RP-RUN-DATE TO WS-EX-BUS-DATE.
005630     MOVE 'BUSDATE'   TO WS-EX-KEY.
005640     IF WS-CAL-FOUND
005650         MOVE 'BUSDATE IS NOT A PROCESSING DAY'
005660             TO WS-EX-FINDING
005670     ELSE
005680         MOVE 'BUSDATE IS NOT ON THE CALENDAR'
005690             TO WS-EX-FINDING
005700     END-IF.
005710     ADD 1 TO WS-CALENDAR-EXC-COUNT.
005720     PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
005730 2000-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760 2100-READ-CALENDAR.
005770*----------------------------------------------------------------
005780     READ CALENDAR-FILE
005790         AT END
005800             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
005810         NOT AT END
005820             IF CA-CAL-DATE = RP-RUN-DATE
005830                 SET WS-CAL-FOUND TO TRUE
005840                 MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
005850             END-IF
005860     END-READ.
005870 2100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 2200-CHECK-RESTART-CTL.
005910*----------------------------------------------------------------
005920*    HSKEEP PURGES EVERY CHECKPOINT DATED BEFORE THE CURRENT
005930*    BUSINESS DATE, SO ANY STILL HERE WERE LEFT BEHIND - AND A
005940*    RESTART COULD SKIP A STEP ON THE STRENGTH OF ONE.
005950     OPEN INPUT RESTART-CTL-FILE.
005960     IF WS-RESTCTL-NOT-FOUND
005970         GO TO 2200-EXIT
005980     END-IF.
005990     IF NOT WS-RESTCTL-OK
006000         MOVE 12 TO WS-ABEND-CODE
006010         STRING 'RESTCTL OPEN FAILED, FILE STATUS = '
006020             WS-RESTCTL-STATUS DELIMITED BY SIZE
006030             INTO WS-ABEND-REASON
006040         GO TO 9999-ABEND-RTN
006050     END-IF.
006060     PERFORM 2300-CHECK-ONE-CHECKPOINT THRU 2300-EXIT
006070         UNTIL WS-END-OF-RESTCTL.
006080     CLOSE RESTART-CTL-FILE.
006090 2200-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120 2300-CHECK-ONE-CHECKPOINT.
006130*----------------------------------------------------------------
006140     READ RESTART-CTL-FILE
006150         AT END
006160             MOVE 'Y' TO WS-RESTCTL-EOF-SWITCH
006170             GO TO 2300-EXIT
006180     END-READ.
006190     IF RC-STEP-DATE NOT < RP-RUN-DATE
006200         GO TO 2300-EXIT
006210     END-IF.
006220     MOVE SPACES TO WS-EXCEPTION-DETAIL.
006230     MOVE 'RESTCTL'       TO WS-EX-CLASS.
006240     MOVE RC-STEP-DATE    TO WS-EX-BUS-DATE.
006250     MOVE RC-STEP-NAME    TO WS-EX-KEY.
006260     MOVE RC-RECORD-COUNT TO WS-EX-LEFT-COUNT.
006270     MOVE 'CHECKPOINT LEFT FROM BEFORE BUSDATE'
006280         TO WS-EX-FINDING.
006290     ADD 1 TO WS-RESTCTL-EXC-COUNT.
006300     PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
006310 2300-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340 3000-BUILD-AUDIT-WORK.
006350*----------------------------------------------------------------
006360     OPEN OUTPUT AUDIT-WORK-FILE.
006370     IF NOT WS-AUDWORK-OK
006380         MOVE 44 TO WS-ABEND-CODE
006390         STRING 'AUDWORK OPEN FAILED, FILE STATUS = '
006400             WS-AUDWORK-STATUS DELIMITED BY SIZE
006410             INTO WS-ABEND-REASON
006420         GO TO 9999-ABEND-RTN
006430     END-IF.
006440     PERFORM 3100-SCAN-MASTER THRU 3100-EXIT.
006450     PERFORM 3300-SCAN-RELEASED-HOLDS THRU 3300-EXIT.
006460     PERFORM 3500-SCAN-CONTROL-TOTALS THRU 3500-EXIT.
006470     PERFORM 3600-SCAN-DISPATCHES THRU 3600-EXIT.
006480     PERFORM 3700-SCAN-SUSPENSE THRU 3700-EXIT.
006490     PERFORM 3800-SCAN-WRITE-OFFS THRU 3800-EXIT.
006500     CLOSE AUDIT-WORK-FILE.
006510 3000-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540 3100-SCAN-MASTER.
006550*----------------------------------------------------------------
006560     IF NOT WS-MASTER-OPEN
006570         GO TO 3100-EXIT
006580     END-IF.
006590     MOVE LOW-VALUES TO TM-MASTER-KEY.
006600     START TRAN-MASTER
006610         KEY IS NOT LESS THAN TM-MASTER-KEY
006620         INVALID KEY
006630             GO TO 3100-EXIT
006640     END-START.
006650     PERFORM 3150-READ-ONE-POSTING THRU 3150-EXIT
006660         UNTIL WS-END-OF-MASTER.
006670 3100-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700 3150-READ-ONE-POSTING.
006710*----------------------------------------------------------------
006720*    EVERY POSTING COUNTS TOWARD ITS DATE'S CONTROL TOTALS; ONLY
006730*    ONE NOT HELD THAT NIGHT WENT ON THE SITE'S FEED ('M').  A
006740*    HELD ONE ('H') WENT OUT LATER UNDER ITS SENT DATE.
006750     READ TRAN-MASTER NEXT RECORD
006760         AT END
006770             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
006780             GO TO 3150-EXIT
006790     END-READ.
006800     IF TM-BUSINESS-DATE < WS-FROM-DATE
006810         GO TO 3150-EXIT
006820     END-IF.
006830     MOVE TM-BUSINESS-DATE TO XW-BUSINESS-DATE.
006840     MOVE TM-SITE-CODE     TO XW-SITE-CODE.
006850     MOVE 'M'              TO XW-SOURCE.
006860     MOVE 1                TO XW-RECORD-COUNT.
006870     MOVE TM-BASE-AMOUNT   TO XW-AMOUNT.
006880     MOVE ZERO             TO XW-HASH-TOTAL.
006890     IF TM-TXN-NUMBER IS NUMERIC
006900         MOVE TM-TXN-NUMBER TO WS-TXN-NUMBER-NUM
006910         MOVE WS-TXN-NUMBER-NUM TO XW-HASH-TOTAL
006920     END-IF.
006930     IF WS-HOLDQ-OPEN
006940         MOVE TM-MASTER-KEY TO HQ-HOLD-KEY
006950         READ HOLD-QUEUE-FILE
006960             INVALID KEY
006970                 CONTINUE
006980             NOT INVALID KEY
006990                 IF HQ-HELD-DATE = TM-BUSINESS-DATE
007000                     MOVE 'H' TO XW-SOURCE
007010                 END-IF
007020         END-READ
007030     END-IF.
007040     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
007050 3150-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080 3300-SCAN-RELEASED-HOLDS.
007090*----------------------------------------------------------------
007100     IF NOT WS-HOLDQ-OPEN
007110         GO TO 3300-EXIT
007120     END-IF.
007130     MOVE LOW-VALUES TO HQ-HOLD-KEY.
007140     START HOLD-QUEUE-FILE
007150         KEY IS NOT LESS THAN HQ-HOLD-KEY
007160         INVALID KEY
007170             GO TO 3300-EXIT
007180     END-START.
007190     PERFORM 3350-READ-ONE-HOLD THRU 3350-EXIT
007200         UNTIL WS-END-OF-HOLDQ.
007210 3300-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240 3350-READ-ONE-HOLD.
007250*----------------------------------------------------------------
007260*    A RELEASED HOLD IS PART OF THE FEED FOR THE NIGHT IT WAS
007270*    SENT - COUNT AND HASH ONLY; ITS MONEY IS ALREADY IN ITS
007280*    OWN POSTING DATE'S TOTALS.
007290     READ HOLD-QUEUE-FILE NEXT RECORD
007300         AT END
007310             MOVE 'Y' TO WS-HOLDQ-EOF-SWITCH
007320             GO TO 3350-EXIT
007330     END-READ.
007340     IF NOT HQ-STAT-SENT
007350       OR HQ-SENT-DATE < WS-FROM-DATE
007360         GO TO 3350-EXIT
007370     END-IF.
007380     MOVE HQ-SENT-DATE  TO XW-BUSINESS-DATE.
007390     MOVE HQ-SITE-CODE  TO XW-SITE-CODE.
007400     MOVE 'R'           TO XW-SOURCE.
007410     MOVE 1             TO XW-RECORD-COUNT.
007420     MOVE ZERO          TO XW-AMOUNT XW-HASH-TOTAL.
007430     IF HQ-TXN-ID(4:4) IS NUMERIC
007440         MOVE HQ-TXN-ID(4:4) TO WS-TXN-NUMBER-NUM
007450         MOVE WS-TXN-NUMBER-NUM TO XW-HASH-TOTAL
007460     END-IF.
007470     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
007480 3350-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510 3500-SCAN-CONTROL-TOTALS.
007520*----------------------------------------------------------------
007530     OPEN INPUT CONTROL-TOTAL-FILE.
007540     IF WS-CTLTOT-NOT-FOUND
007550         GO TO 3500-EXIT
007560     END-IF.
007570     IF NOT WS-CTLTOT-OK
007580         MOVE 12 TO WS-ABEND-CODE
007590         STRING 'CTLTOTS OPEN FAILED, FILE STATUS = '
007600             WS-CTLTOT-STATUS DELIMITED BY SIZE
007610             INTO WS-ABEND-REASON
007620         GO TO 9999-ABEND-RTN
007630     END-IF.
007640     PERFORM 3550-READ-ONE-CONTROL-TOTAL THRU 3550-EXIT
007650         UNTIL WS-END-OF-CTLTOT.
007660     CLOSE CONTROL-TOTAL-FILE.
007670 3500-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------
007700 3550-READ-ONE-CONTROL-TOTAL.
007710*----------------------------------------------------------------
007720     READ CONTROL-TOTAL-FILE
007730         AT END
007740             MOVE 'Y' TO WS-CTLTOT-EOF-SWITCH
007750             GO TO 3550-EXIT
007760     END-READ.
007770     IF CD-BUSINESS-DATE < WS-FROM-DATE
007780         GO TO 3550-EXIT
007790     END-IF.
007800     MOVE CD-BUSINESS-DATE      TO XW-BUSINESS-DATE.
007810     MOVE SPACES                TO XW-SITE-CODE.
007820     MOVE 'C'                   TO XW-SOURCE.
007830     MOVE CD-RECORDS-POSTED     TO XW-RECORD-COUNT.
007840     MOVE ZERO                  TO XW-HASH-TOTAL.
007850     MOVE CD-BASE-AMOUNT-POSTED TO XW-AMOUNT.
007860     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
007870 3550-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900 3600-SCAN-DISPATCHES.
007910*----------------------------------------------------------------
007920*    THE WORK SEQUENCE KEEPS DLVCTL'S OWN ORDER THROUGH THE
007930*    SORT, SO THE LAST DISPATCH FOR A SITE AND DATE (A RERUN'S
007940*    OR A RESEND'S) IS THE ONE THE BREAK ENDS ON.
007950     OPEN INPUT DELIVERY-CTL-FILE.
007960     IF WS-DLVCTL-NOT-FOUND
007970         GO TO 3600-EXIT
007980     END-IF.
007990     IF NOT WS-DLVCTL-OK
008000         MOVE 12 TO WS-ABEND-CODE
008010         STRING 'DLVCTL OPEN FAILED, FILE STATUS = '
008020             WS-DLVCTL-STATUS DELIMITED BY SIZE
008030             INTO WS-ABEND-REASON
008040         GO TO 9999-ABEND-RTN
008050     END-IF.
008060     PERFORM 3650-READ-ONE-DISPATCH THRU 3650-EXIT
008070         UNTIL WS-END-OF-DLVCTL.
008080     CLOSE DELIVERY-CTL-FILE.
008090 3600-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120 3650-READ-ONE-DISPATCH.
008130*----------------------------------------------------------------
008140     READ DELIVERY-CTL-FILE
008150         AT END
008160             MOVE 'Y' TO WS-DLVCTL-EOF-SWITCH
008170             GO TO 3650-EXIT
008180     END-READ.
008190     IF DC-BUSINESS-DATE < WS-FROM-DATE
008200         GO TO 3650-EXIT
008210     END-IF.
008220     MOVE DC-BUSINESS-DATE TO XW-BUSINESS-DATE.
008230     MOVE DC-SITE-CODE     TO XW-SITE-CODE.
008240     MOVE 'D'              TO XW-SOURCE.
008250     MOVE DC-RECORD-COUNT  TO XW-RECORD-COUNT.
008260     MOVE DC-HASH-TOTAL    TO XW-HASH-TOTAL.
008270     MOVE ZERO             TO XW-AMOUNT.
008280     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
008290 3650-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320 3700-SCAN-SUSPENSE.
008330*----------------------------------------------------------------
008340     OPEN INPUT SUSPENSE-FILE.
008350     IF WS-SUSPENSE-NOT-FOUND
008360         GO TO 3700-EXIT
008370     END-IF.
008380     IF NOT WS-SUSPENSE-OK
008390         MOVE 12 TO WS-ABEND-CODE
008400         STRING 'SUSPENSE OPEN FAILED, FILE STATUS = '
008410             WS-SUSPENSE-STATUS DELIMITED BY SIZE
008420             INTO WS-ABEND-REASON
008430         GO TO 9999-ABEND-RTN
008440     END-IF.
008450     MOVE 'SUSPENSE' TO WS-SUSP-SOURCE.
008460     PERFORM 3750-READ-ONE-SUSPENSE THRU 3750-EXIT
008470         UNTIL WS-END-OF-SUSPENSE.
008480     CLOSE SUSPENSE-FILE.
008490 3700-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520 3750-READ-ONE-SUSPENSE.
008530*----------------------------------------------------------------
008540     READ SUSPENSE-FILE
008550         AT END
008560             MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
008570             GO TO 3750-EXIT
008580     END-READ.
008590     ADD 1 TO WS-SUSP-AUDITED.
008600     MOVE SP-REASON-CODE   TO WS-SUSP-REASON.
008610     MOVE SP-BUSINESS-DATE TO WS-SUSP-DATE.
008620     MOVE SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
008630     PERFORM 3850-CHECK-SUSPENDED-ITEM THRU 3850-EXIT.
008640 3750-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670 3800-SCAN-WRITE-OFFS.
008680*----------------------------------------------------------------
008690*    A WRITTEN-OFF REASON-04 DUPLICATE STILL EXPLAINS ITS DATE'S
008700*    MASTER-VS-CTLTOTS DIFFERENCE, SO THE TRAIL IS READ FOR
008710*    THOSE ALONE.
008720     OPEN INPUT WRITE-OFF-FILE.
008730     IF WS-SUSPWOFF-NOT-FOUND
008740         GO TO 3800-EXIT
008750     END-IF.
008760     IF NOT WS-SUSPWOFF-OK
008770         MOVE 12 TO WS-ABEND-CODE
008780         STRING 'SUSPWOFF OPEN FAILED, FILE STATUS = '
008790             WS-SUSPWOFF-STATUS DELIMITED BY SIZE
008800             INTO WS-ABEND-REASON
008810         GO TO 9999-ABEND-RTN
008820     END-IF.
008830     MOVE 'SUSPWOFF' TO WS-SUSP-SOURCE.
008840     PERFORM 3820-READ-ONE-WRITE-OFF THRU 3820-EXIT
008850         UNTIL WS-END-OF-SUSPWOFF.
008860     CLOSE WRITE-OFF-FILE.
008870 3800-EXIT.
008880     EXIT.
008890*----------------------------------------------------------------
008900 3820-READ-ONE-WRITE-OFF.
008910*----------------------------------------------------------------
008920     READ WRITE-OFF-FILE
008930         AT END
008940             MOVE 'Y' TO WS-SUSPWOFF-EOF-SWITCH
008950             GO TO 3820-EXIT
008960     END-READ.
008970     IF WO-SP-REASON-CODE NOT = '04'
008980         GO TO 3820-EXIT
008990     END-IF.
009000     MOVE WO-SP-REASON-CODE   TO WS-SUSP-REASON.
009010     MOVE WO-SP-BUSINESS-DATE TO WS-SUSP-DATE.
009020     MOVE WO-SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
009030     PERFORM 3850-CHECK-SUSPENDED-ITEM THRU 3850-EXIT.
009040 3820-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------
009070 3850-CHECK-SUSPENDED-ITEM.
009080*----------------------------------------------------------------
009090*    A REASON-04 DUPLICATE IS ON THE MASTER BY DEFINITION - IT
009100*    IS CARRIED TO ITS DATE'S BREAK ('S') AS A RECONCILING
009110*    ITEM.  ANY OTHER SUSPENDED TRANSACTION FOUND ON THE MASTER
009120*    UNDER ITS SUSPENSE DATE WOULD POST TWICE IF RELEASED.
009122*    A REASON-11 DUPLICATE (THE SAME ID TWICE IN ONE NIGHT) IS
009124*    ON THE MASTER AS ITS FIRST COPY, POSTED AND COUNTED BY THE
009126*    SAME PASS - IT IS NEITHER AN ITEM NOR AN EXCEPTION.
009130     MOVE 'N' TO WS-ON-MASTER-SWITCH.
009140     IF WS-MASTER-OPEN
009150         MOVE WS-SI-TRANSACTION-ID TO TM-TRANSACTION-ID
009160         MOVE WS-SUSP-DATE         TO TM-BUSINESS-DATE
009170         READ TRAN-MASTER
009180             INVALID KEY
009190                 CONTINUE
009200             NOT INVALID KEY
009210                 SET WS-ON-MASTER TO TRUE
009220         END-READ
009230     END-IF.
009240     IF NOT WS-ON-MASTER
009250         GO TO 3850-EXIT
009260     END-IF.
009270     IF WS-SUSP-REASON = '04'
009280         IF WS-SUSP-DATE NOT < WS-FROM-DATE
009290             MOVE WS-SUSP-DATE   TO XW-BUSINESS-DATE
009300             MOVE SPACES         TO XW-SITE-CODE
009310             MOVE 'S'            TO XW-SOURCE
009320             MOVE 1              TO XW-RECORD-COUNT
009330             MOVE ZERO           TO XW-HASH-TOTAL
009340             MOVE TM-BASE-AMOUNT TO XW-AMOUNT
009350             PERFORM 3900-WRITE-WORK THRU 3900-EXIT
009360         END-IF
009370         GO TO 3850-EXIT
009380     END-IF.
009382     IF WS-SUSP-REASON = '11'
009384         GO TO 3850-EXIT
009386     END-IF.
009390     MOVE SPACES TO WS-EXCEPTION-DETAIL.
009400     MOVE 'SUSPENSE'           TO WS-EX-CLASS.
009410     MOVE WS-SUSP-DATE         TO WS-EX-BUS-DATE.
009420     MOVE WS-SI-TRANSACTION-ID TO WS-EX-KEY.
009430     MOVE TM-BASE-AMOUNT       TO WS-EDIT-AMOUNT.
009440     MOVE WS-EDIT-AMOUNT       TO WS-EX-LEFT-VALUE.
009450     STRING 'REASON ' WS-SUSP-REASON
009460         ' ITEM ALREADY POSTED TO TRANMAST'
009470         DELIMITED BY SIZE INTO WS-EX-FINDING.
009480     ADD 1 TO WS-SUSPENSE-EXC-COUNT.
009490     PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
009500 3850-EXIT.
009510     EXIT.
009520*----------------------------------------------------------------
009530 3900-WRITE-WORK.
009540*----------------------------------------------------------------
009541*    AN ARCHIVED MONTH'S CONTROL RECORDS OUTLIVE ITS POSTINGS
009542*    ON THE MASTER, SO ITS DATES ARE NOT COMPARED.
009543     MOVE XW-BUSINESS-DATE(1:6) TO WS-ARCH-KEY.
009544     PERFORM 1280-FIND-ARCHIVED-MONTH THRU 1280-EXIT.
009545     IF WS-ARCH-FOUND
009546         GO TO 3900-EXIT
009547     END-IF.
009550     ADD 1 TO WS-WORK-SEQ.
009560     MOVE WS-WORK-SEQ TO XW-SEQ.
009570     WRITE AUDIT-WORK-RECORD.
009580     IF NOT WS-AUDWORK-OK
009590         MOVE 44 TO WS-ABEND-CODE
009600         STRING 'AUDWORK WRITE FAILED, FILE STATUS = '
009610             WS-AUDWORK-STATUS DELIMITED BY SIZE
009620             INTO WS-ABEND-REASON
009630         GO TO 9999-ABEND-RTN
009640     END-IF.
009650 3900-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680 6000-AUDIT-BY-DATE.
009690*----------------------------------------------------------------
009700     MOVE 'N' TO WS-AUDIT-SORT-EOF-SWITCH.
009710     MOVE ZERO TO WS-CURR-DATE.
009720     MOVE SPACES TO WS-CURR-SITE.
009730     PERFORM 6100-RETURN-ONE-FACT THRU 6100-EXIT
009740         UNTIL WS-END-OF-AUDIT-SORT.
009750     IF WS-CURR-DATE NOT = ZERO
009760         PERFORM 6500-END-SITE THRU 6500-EXIT
009770         PERFORM 6600-END-DATE THRU 6600-EXIT
009780     END-IF.
009790     GO TO 6999-EXIT.
009800*----------------------------------------------------------------
009810 6100-RETURN-ONE-FACT.
009820*----------------------------------------------------------------
009830     RETURN AUDIT-SORT-FILE
009840         AT END
009850             MOVE 'Y' TO WS-AUDIT-SORT-EOF-SWITCH
009860             GO TO 6100-EXIT
009870     END-RETURN.
009880     IF XS-BUSINESS-DATE NOT = WS-CURR-DATE
009890         IF WS-CURR-DATE NOT = ZERO
009900             PERFORM 6500-END-SITE THRU 6500-EXIT
009910             PERFORM 6600-END-DATE THRU 6600-EXIT
009920         END-IF
009930         PERFORM 6300-START-DATE THRU 6300-EXIT
009940         PERFORM 6400-START-SITE THRU 6400-EXIT
009950     ELSE
009960         IF XS-SITE-CODE NOT = WS-CURR-SITE
009970             PERFORM 6500-END-SITE THRU 6500-EXIT
009980             PERFORM 6400-START-SITE THRU 6400-EXIT
009990         END-IF
010000     END-IF.
010010     EVALUATE TRUE
010020         WHEN XS-SRC-CTLTOT
010030             SET WS-DT-CTL-FOUND TO TRUE
010040             ADD XS-RECORD-COUNT TO WS-DT-CTL-COUNT
010050             ADD XS-AMOUNT       TO WS-DT-CTL-AMOUNT
010060         WHEN XS-SRC-RERUN-DUP
010070             ADD XS-RECORD-COUNT TO WS-DT-DUP-COUNT
010080             ADD XS-AMOUNT       TO WS-DT-DUP-AMOUNT
010090         WHEN XS-SRC-ON-FEED
010100             ADD XS-RECORD-COUNT TO WS-DT-MASTER-COUNT
010110             ADD XS-AMOUNT       TO WS-DT-MASTER-AMOUNT
010120             ADD XS-RECORD-COUNT TO WS-ST-FEED-COUNT
010130             ADD XS-HASH-TOTAL   TO WS-ST-FEED-HASH
010140         WHEN XS-SRC-HELD-OFF
010150             ADD XS-RECORD-COUNT TO WS-DT-MASTER-COUNT
010160             ADD XS-AMOUNT       TO WS-DT-MASTER-AMOUNT
010170         WHEN XS-SRC-RELEASED
010180             ADD XS-RECORD-COUNT TO WS-ST-FEED-COUNT
010190             ADD XS-HASH-TOTAL   TO WS-ST-FEED-HASH
010200         WHEN XS-SRC-DISPATCH
010210             SET WS-ST-DSP-FOUND TO TRUE
010220             MOVE XS-RECORD-COUNT TO WS-ST-DSP-COUNT
010230             MOVE XS-HASH-TOTAL   TO WS-ST-DSP-HASH
010240     END-EVALUATE.
010250 6100-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280 6300-START-DATE.
010290*----------------------------------------------------------------
010300     MOVE XS-BUSINESS-DATE TO WS-CURR-DATE.
010310     MOVE ZERO TO WS-DT-MASTER-COUNT WS-DT-MASTER-AMOUNT
010320                  WS-DT-CTL-COUNT    WS-DT-CTL-AMOUNT
010330                  WS-DT-DUP-COUNT    WS-DT-DUP-AMOUNT.
010340     MOVE 'N' TO WS-DT-CTL-FOUND-SWITCH.
010350     ADD 1 TO WS-DATES-AUDITED.
010360 6300-EXIT.
010370     EXIT.
010380*----------------------------------------------------------------
010390 6400-START-SITE.
010400*----------------------------------------------------------------
010410     MOVE XS-SITE-CODE TO WS-CURR-SITE.
010420     MOVE ZERO TO WS-ST-FEED-COUNT WS-ST-FEED-HASH
010430                  WS-ST-DSP-COUNT  WS-ST-DSP-HASH.
010440     MOVE 'N' TO WS-ST-DSP-FOUND-SWITCH.
010450 6400-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480 6500-END-SITE.
010490*----------------------------------------------------------------
010500*    ONLY A DATE A COMPLETED CYCLE HAS ROUTED HAS A FEED TO
010510*    PROVE.  A SITE NOT ACTIVE ON THE DISTRIBUTION LIST WENT TO
010520*    ROUTEUNM AND HAS NO DISPATCH RECORD TO COMPARE.
010530     IF WS-CURR-SITE = SPACES
010540       OR WS-CURR-DATE > WS-LAST-ROUTED-DATE
010550         GO TO 6500-EXIT
010560     END-IF.
010570     IF NOT WS-ST-DSP-FOUND
010580         IF WS-ST-FEED-COUNT = ZERO
010590             GO TO 6500-EXIT
010600         END-IF
010610         MOVE WS-CURR-SITE TO DL-SITE-CODE
010620         READ DISTRIB-LIST-FILE
010630             INVALID KEY
010640                 GO TO 6500-EXIT
010650         END-READ
010660         IF NOT DL-ROUTE-ACTIVE
010670             GO TO 6500-EXIT
010680         END-IF
010690     END-IF.
010700     ADD 1 TO WS-FEEDS-AUDITED.
010710     IF WS-ST-DSP-FOUND
010720       AND WS-ST-DSP-COUNT = WS-ST-FEED-COUNT
010730       AND WS-ST-DSP-HASH = WS-ST-FEED-HASH
010740         GO TO 6500-EXIT
010750     END-IF.
010760     MOVE SPACES TO WS-EXCEPTION-DETAIL.
010770     MOVE 'DLVCTL'         TO WS-EX-CLASS.
010780     MOVE WS-CURR-DATE     TO WS-EX-BUS-DATE.
010790     MOVE WS-CURR-SITE     TO WS-EX-KEY.
010800     MOVE WS-ST-FEED-COUNT TO WS-EX-LEFT-COUNT.
010810     MOVE WS-ST-FEED-HASH  TO WS-EDIT-HASH.
010820     MOVE WS-EDIT-HASH     TO WS-EX-LEFT-VALUE.
010830     IF WS-ST-DSP-FOUND
010840         MOVE WS-ST-DSP-COUNT TO WS-EX-RIGHT-COUNT
010850         MOVE WS-ST-DSP-HASH  TO WS-EDIT-HASH
010860         MOVE WS-EDIT-HASH    TO WS-EX-RIGHT-VALUE
010870         MOVE 'DISPATCH DIFFERS FROM MASTER FEED'
010880             TO WS-EX-FINDING
010890     ELSE
010900         MOVE 'MASTER POSTINGS BUT NO DISPATCH RECORD'
010910             TO WS-EX-FINDING
010920     END-IF.
010930     ADD 1 TO WS-DLVCTL-EXC-COUNT.
010940     PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
010950 6500-EXIT.
010960     EXIT.
010970*----------------------------------------------------------------
010980 6600-END-DATE.
010990*----------------------------------------------------------------
011000*    CTLTOTS COUNTS ONLY A NIGHT'S FRESH POSTINGS, SO WHAT AN
011010*    ABORTED ATTEMPT POSTED SHOWS UP ON THE MASTER BUT NOT IN
011020*    CTLTOTS - AND COMES BACK ON THE RERUN AS REASON-04
011030*    DUPLICATES.  A DIFFERENCE EXACTLY EQUAL TO THOSE IS
011040*    EXPLAINED; ANY OTHER DIFFERENCE IS DRIFT.
011042*    A REASON-11 DUPLICATE PLAYS NO PART - THE PASS THAT
011044*    SUSPENDED IT POSTED AND COUNTED ITS FIRST COPY.
011050     IF WS-DT-CTL-FOUND
011060       AND WS-DT-MASTER-COUNT = WS-DT-CTL-COUNT
011070       AND WS-DT-MASTER-AMOUNT = WS-DT-CTL-AMOUNT
011080         GO TO 6600-EXIT
011090     END-IF.
011100     COMPUTE WS-DIFF-COUNT = WS-DT-MASTER-COUNT - WS-DT-CTL-COUNT.
011110     COMPUTE WS-DIFF-AMOUNT =
011120         WS-DT-MASTER-AMOUNT - WS-DT-CTL-AMOUNT.
011130     IF WS-DT-CTL-FOUND
011140       AND WS-DIFF-COUNT = WS-DT-DUP-COUNT
011150       AND WS-DIFF-AMOUNT = WS-DT-DUP-AMOUNT
011160         ADD 1 TO WS-RERUN-EXPLAINED-COUNT
011170         GO TO 6600-EXIT
011180     END-IF.
011190*    NOTHING ON THE MASTER AND NOTHING POSTED IS A QUIET NIGHT
011200*    OR A DATE THAT ONLY HAS DISPATCH OR HOLD ACTIVITY.
011210     IF NOT WS-DT-CTL-FOUND
011220       AND WS-DT-MASTER-COUNT = ZERO
011230         GO TO 6600-EXIT
011240     END-IF.
011250     MOVE SPACES TO WS-EXCEPTION-DETAIL.
011260     MOVE 'CTLTOTS'           TO WS-EX-CLASS.
011270     MOVE WS-CURR-DATE        TO WS-EX-BUS-DATE.
011280     MOVE 'ALL'               TO WS-EX-KEY.
011290     MOVE WS-DT-MASTER-COUNT  TO WS-EX-LEFT-COUNT.
011300     MOVE WS-DT-MASTER-AMOUNT TO WS-EDIT-AMOUNT.
011310     MOVE WS-EDIT-AMOUNT      TO WS-EX-LEFT-VALUE.
011320     MOVE WS-DT-CTL-COUNT     TO WS-EX-RIGHT-COUNT.
011330     MOVE WS-DT-CTL-AMOUNT    TO WS-EDIT-AMOUNT.
011340     MOVE WS-EDIT-AMOUNT      TO WS-EX-RIGHT-VALUE.
011350     IF WS-DT-CTL-FOUND
011360         MOVE 'TRANMAST DOES NOT AGREE WITH CTLTOTS'
011370             TO WS-EX-FINDING
011380     ELSE
011390         MOVE 'TRANMAST POSTINGS BUT NO CTLTOTS RECORD'
011400             TO WS-EX-FINDING
011410     END-IF.
011420     ADD 1 TO WS-CTLTOT-EXC-COUNT.
011430     PERFORM 7900-WRITE-EXCEPTION THRU 7900-EXIT.
011440 6600-EXIT.
011450     EXIT.
011460*----------------------------------------------------------------
011470 6999-EXIT.
011480*----------------------------------------------------------------
011490     EXIT.
011500*----------------------------------------------------------------
011510 7900-WRITE-EXCEPTION.
011520*----------------------------------------------------------------
011530     ADD 1 TO WS-TOTAL-EXC-COUNT.
011540     MOVE WS-EXCEPTION-DETAIL TO AUDIT-REPORT-LINE.
011550     WRITE AUDIT-REPORT-LINE.
011560 7900-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------
011590 8000-RAISE-ALERTS.
011600*----------------------------------------------------------------
011610*    ONE WARNING PER CLASS OF DISCREPANCY, HOWEVER MANY ITEMS -
011620*    THE DETAIL IS ON AUDRPT.
011630     MOVE 'CTLTOTS'             TO WS-ALERT-CLASS.
011640     MOVE WS-CTLTOT-EXC-COUNT   TO WS-ALERT-CLASS-COUNT.
011650     MOVE 'DATE(S) TRANMAST VS CTLTOTS'
011660         TO WS-ALERT-CLASS-TEXT.
011670     PERFORM 8100-ALERT-ONE-CLASS THRU 8100-EXIT.
011680     MOVE 'DLVCTL'              TO WS-ALERT-CLASS.
011690     MOVE WS-DLVCTL-EXC-COUNT   TO WS-ALERT-CLASS-COUNT.
011700     MOVE 'SITE FEED(S) TRANMAST VS DLVCTL'
011710         TO WS-ALERT-CLASS-TEXT.
011720     PERFORM 8100-ALERT-ONE-CLASS THRU 8100-EXIT.
011730     MOVE 'SUSPENSE'            TO WS-ALERT-CLASS.
011740     MOVE WS-SUSPENSE-EXC-COUNT TO WS-ALERT-CLASS-COUNT.
011750     MOVE 'SUSPENSE ITEM(S) ALREADY POSTED'
011760         TO WS-ALERT-CLASS-TEXT.
011770     PERFORM 8100-ALERT-ONE-CLASS THRU 8100-EXIT.
011780     MOVE 'RESTCTL'             TO WS-ALERT-CLASS.
011790     MOVE WS-RESTCTL-EXC-COUNT  TO WS-ALERT-CLASS-COUNT.
011800     MOVE 'STALE RESTART CHECKPOINT(S)'
011810         TO WS-ALERT-CLASS-TEXT.
011820     PERFORM 8100-ALERT-ONE-CLASS THRU 8100-EXIT.
011830     MOVE 'CALENDAR'            TO WS-ALERT-CLASS.
011840     MOVE WS-CALENDAR-EXC-COUNT TO WS-ALERT-CLASS-COUNT.
011850     MOVE 'BUSDATE NOT A PROCESSING DAY'
011860         TO WS-ALERT-CLASS-TEXT.
011870     PERFORM 8100-ALERT-ONE-CLASS THRU 8100-EXIT.
011880 8000-EXIT.
011890     EXIT.
011900*----------------------------------------------------------------
011910 8100-ALERT-ONE-CLASS.
011920*----------------------------------------------------------------
011930     IF WS-ALERT-CLASS-COUNT = ZERO
011940         GO TO 8100-EXIT
011950     END-IF.
011960     MOVE WS-ALERT-CLASS-COUNT TO WS-ALERT-COUNT-DISPLAY.
011970     MOVE 'W' TO WS-ALERT-SEVERITY.
011980     MOVE SPACES TO WS-ALERT-REASON.
011990     STRING 'INTEGRITY AUDIT - ' WS-ALERT-COUNT-DISPLAY ' '
012000         WS-ALERT-CLASS-TEXT
012010         DELIMITED BY SIZE INTO WS-ALERT-REASON.
012020     STRING 'REVIEW ' WS-ALERT-CLASS ' FINDINGS ON AUDRPT'
012030         DELIMITED BY SIZE INTO WS-ALERT-ACTION.
012040     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
012050 8100-EXIT.
012060     EXIT.
012070*----------------------------------------------------------------
012080 9000-TERMINATE.
012090*----------------------------------------------------------------
012100     IF WS-MASTER-OPEN
012110         CLOSE TRAN-MASTER
012120     END-IF.
012130     IF WS-HOLDQ-OPEN
012140         CLOSE HOLD-QUEUE-FILE
012150     END-IF.
012160     CLOSE DISTRIB-LIST-FILE.
012170     IF WS-TOTAL-EXC-COUNT = ZERO
012180         MOVE SPACES TO WS-EXCEPTION-DETAIL
012190         MOVE 'NO CROSS-FILE DISCREPANCIES FOUND'
012200             TO WS-EX-FINDING
012210         MOVE WS-EXCEPTION-DETAIL TO AUDIT-REPORT-LINE
012220         WRITE AUDIT-REPORT-LINE
012230     END-IF.
012240     MOVE SPACES TO WS-REPORT-LINE.
012250     MOVE WS-DATES-AUDITED TO WS-RPT-COUNT-DISPLAY.
012260     MOVE 'BUSINESS DATES AUDITED' TO WS-RPT-LABEL.
012270     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012280     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012290     WRITE AUDIT-REPORT-LINE.
012300     MOVE SPACES TO WS-REPORT-LINE.
012310     MOVE WS-FEEDS-AUDITED TO WS-RPT-COUNT-DISPLAY.
012320     MOVE 'SITE FEEDS AUDITED' TO WS-RPT-LABEL.
012330     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012340     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012350     WRITE AUDIT-REPORT-LINE.
012360     MOVE SPACES TO WS-REPORT-LINE.
012370     MOVE WS-SUSP-AUDITED TO WS-RPT-COUNT-DISPLAY.
012380     MOVE 'SUSPENSE RECORDS AUDITED' TO WS-RPT-LABEL.
012390     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012400     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012410     WRITE AUDIT-REPORT-LINE.
012420     MOVE SPACES TO WS-REPORT-LINE.
012430     MOVE WS-RERUN-EXPLAINED-COUNT TO WS-RPT-COUNT-DISPLAY.
012440     MOVE 'DATES EXPLAINED BY RERUN DUPLICATES' TO WS-RPT-LABEL.
012450     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012460     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012470     WRITE AUDIT-REPORT-LINE.
012480     MOVE SPACES TO WS-REPORT-LINE.
012490     MOVE WS-CTLTOT-EXC-COUNT TO WS-RPT-COUNT-DISPLAY.
012500     MOVE 'CTLTOTS FINDINGS' TO WS-RPT-LABEL.
012510     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012520     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012530     WRITE AUDIT-REPORT-LINE.
012540     MOVE SPACES TO WS-REPORT-LINE.
012550     MOVE WS-DLVCTL-EXC-COUNT TO WS-RPT-COUNT-DISPLAY.
012560     MOVE 'DLVCTL FINDINGS' TO WS-RPT-LABEL.
012570     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012580     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012590     WRITE AUDIT-REPORT-LINE.
012600     MOVE SPACES TO WS-REPORT-LINE.
012610     MOVE WS-SUSPENSE-EXC-COUNT TO WS-RPT-COUNT-DISPLAY.
012620     MOVE 'SUSPENSE FINDINGS' TO WS-RPT-LABEL.
012630     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012640     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012650     WRITE AUDIT-REPORT-LINE.
012660     MOVE SPACES TO WS-REPORT-LINE.
012670     MOVE WS-RESTCTL-EXC-COUNT TO WS-RPT-COUNT-DISPLAY.
012680     MOVE 'RESTCTL FINDINGS' TO WS-RPT-LABEL.
012690     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012700     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012710     WRITE AUDIT-REPORT-LINE.
012720     MOVE SPACES TO WS-REPORT-LINE.
012730     MOVE WS-CALENDAR-EXC-COUNT TO WS-RPT-COUNT-DISPLAY.
012740     MOVE 'CALENDAR FINDINGS' TO WS-RPT-LABEL.
012750     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
012760     MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE.
012770     WRITE AUDIT-REPORT-LINE.
012780     CLOSE AUDIT-REPORT-FILE.
012790     DISPLAY 'XFAUDIT  - DATES AUDITED      = '
012800         WS-DATES-AUDITED.
012810     DISPLAY 'XFAUDIT  - SITE FEEDS AUDITED = '
012820         WS-FEEDS-AUDITED.
012830     DISPLAY 'XFAUDIT  - FINDINGS           = '
012840         WS-TOTAL-EXC-COUNT.
012850     IF WS-TOTAL-EXC-COUNT > ZERO
012860         MOVE 4 TO RETURN-CODE
012870     END-IF.
012880     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
012890 9000-EXIT.
012900     EXIT.
012910*----------------------------------------------------------------
012920 9100-WRITE-RUN-REGISTER.
012930*----------------------------------------------------------------
012940     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
012950     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
012960     OPEN EXTEND RUN-REGISTER.
012970     IF WS-RUNREG-NOT-FOUND
012980         OPEN OUTPUT RUN-REGISTER
012990     END-IF.
013000     IF NOT WS-RUNREG-OK
013010         DISPLAY 'XFAUDIT  - RUN-REGISTER OPEN FAILED, FILE '
013020             'STATUS = ' WS-RUNREG-STATUS
013030         IF NOT WS-ABEND-IN-PROGRESS
013040             MOVE 22 TO WS-ABEND-CODE
013050             GO TO 9999-ABEND-RTN
013060         END-IF
013070         GO TO 9100-EXIT
013080     END-IF.
013090     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
013100     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
013110     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
013120     MOVE RETURN-CODE       TO RR-RETURN-CODE.
013130     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
013140     WRITE RUN-REG-RECORD.
013150     CLOSE RUN-REGISTER.
013160 9100-EXIT.
013170     EXIT.
013180*----------------------------------------------------------------
013190 9999-ABEND-RTN.
013200*----------------------------------------------------------------
013210     SET WS-ABEND-IN-PROGRESS TO TRUE.
013220     IF WS-ABEND-CODE = ZERO
013230         MOVE 16 TO WS-ABEND-CODE
013240     END-IF.
013250     DISPLAY 'XFAUDIT  - ABNORMAL TERMINATION, RC = '
013260         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
013270     MOVE WS-ABEND-CODE TO RETURN-CODE.
013280     MOVE 'F' TO WS-ALERT-SEVERITY.
013290     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
013300     MOVE SPACES TO WS-ALERT-ACTION.
013310     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
013320     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
013330     STOP RUN.
013340 9999-EXIT.
013350     EXIT.
013360*----------------------------------------------------------------
013370 9950-WRITE-ALERT.
013380*----------------------------------------------------------------
013390     OPEN EXTEND ALERT-FILE.
013400     IF WS-ALERT-NOT-FOUND
013410         OPEN OUTPUT ALERT-FILE
013420     END-IF.
013430     IF NOT WS-ALERT-OK
013440         DISPLAY 'XFAUDIT  - ALERT FILE OPEN FAILED, FILE '
013450             'STATUS = ' WS-ALERT-STATUS
013460         GO TO 9950-EXIT
013470     END-IF.
013480     MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY.
013490     MOVE RP-JOB-NAME        TO AL-JOB-NAME.
013500     MOVE WS-ALERT-STEP-NAME TO AL-STEP-NAME.
013510     IF AL-SEV-FATAL
013520         MOVE WS-ABEND-CODE  TO AL-ABEND-CODE
013530     ELSE
013540         MOVE ZERO           TO AL-ABEND-CODE
013550     END-IF.
013560     MOVE RP-RUN-DATE        TO AL-BUSINESS-DATE.
013570     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
013580     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
013590     MOVE WS-CDT-TIME        TO AL-ALERT-TIME.
013600     MOVE WS-ALERT-REASON    TO AL-REASON-TEXT.
013610     IF WS-ALERT-ACTION = SPACES
013620         MOVE 'REVIEW AUDRPT THEN RERUN XFAUDIT'
013630             TO WS-ALERT-ACTION
013640     END-IF.
013650     MOVE WS-ALERT-ACTION    TO AL-OPERATOR-ACTION.
013660     MOVE 'O'                TO AL-ALERT-STATUS.
013670     MOVE SPACES             TO AL-ACK-OPERATOR.
013680     WRITE ALERT-RECORD.
013690     CLOSE ALERT-FILE.
013700     MOVE SPACES TO WS-ALERT-ACTION.
013710     MOVE 'F' TO WS-ALERT-SEVERITY.
013720 9950-EXIT.
013730     EXIT.
