000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     GLEXTR.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  GENERAL-LEDGER JOURNAL EXTRACT - RUNS IN THE NIGHTLY
000180*           CYCLE AFTER THE POSTING STEP (TRANPOST) AND BEFORE
000190*           CLOSE OF DAY.  EVERY TRANSACTION-MASTER POSTING FOR
000200*           THE BUSINESS DATE (TRANPOST ORIGINALS AND ADJPOST
000210*           REVERSALS/ADJUSTMENTS ALIKE) IS SORTED BY SITE AND
000220*           TRANSACTION TYPE AND NETTED TO ONE DEBIT LINE AND
000230*           ONE CREDIT LINE PER SITE/TYPE, ON THE GL ACCOUNTS
000240*           THE KEYED GLMAP MAPPING (MAINTAINED BY GLMMNT)
000250*           NAMES.  THE LINES ARE STAGED IN GLWORK; THE JOURNAL
000260*           FILE (GLJRNL) IS WRITTEN - HDR, LINES, TRL WITH THE
000270*           LINE COUNT AND DEBIT/CREDIT CONTROL TOTALS - ONLY
000280*           AFTER THE JOURNAL IS PROVED:
000290*             - EVERY SITE/TYPE POSTED HAS AN ACTIVE MAPPING
000300*               (EACH GAP RAISES ITS OWN WARNING ALERT);
000310*             - DEBITS EQUAL CREDITS;
000320*             - THE JOURNAL NET, IN THE BASE CURRENCY, EQUALS THE
000330*               BASE AMOUNT POSTED ON THE NIGHT'S CTLTOTS
000340*               CONTROL-TOTAL RECORDS - A TRANPOST RERUN'S
000350*               REASON-04 DUPLICATES (ON THE MASTER BUT SUSPENDED
000360*               IN CTLTOTS) ARE PRICED AT THEIR MASTER BASE
000370*               AMOUNT AS A RECONCILING ITEM.
000380*           A FAILED PROOF ABENDS WITH AN ALERT AND WITHHOLDS
000390*           THE JOURNAL; FIX THE CAUSE AND RESUBMIT THE CYCLE
000400*           WITH RESTART.  A CLEAN RUN CHECKPOINTS 'GLEXTR' ON
000410*           RESTCTL, SO A RESTART SKIPS A JOURNAL ALREADY
000420*           RELEASED.  EVERY RUN APPENDS ITS START AND END TIMES
000430*           AND RECORD COUNTS TO STEPTIME.
000440*
000450*           PARM:  TEST | PROD | RESTART | CATCHUP (AS TRANPOST)
000460*----------------------------------------------------------------
000470* MODIFICATION HISTORY.
000480*    DATE       INIT  DESCRIPTION
000490*    ---------- ----  -------------------------------------------
000500*    2026-10-15 ALD   INITIAL VERSION.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT TRAN-MASTER ASSIGN TO TRANMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TM-MASTER-KEY
000620         FILE STATUS IS WS-TRANMAST-STATUS.
000630     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS GM-MAP-KEY
000670         FILE STATUS IS WS-GLMAP-STATUS.
000680     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-BUSDATE-STATUS.
000720     SELECT RESTART-CTL-FILE ASSIGN TO RESTCTL
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-RESTCTL-STATUS.
000760     SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTS
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-CTLTOT-STATUS.
000800     SELECT GL-WORK-FILE ASSIGN TO GLWORK
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-GLWORK-STATUS.
000840     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WS-GLJRNL-STATUS.
000880     SELECT GL-REPORT-FILE ASSIGN TO GLRPT
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-GLRPT-STATUS.
000920     SELECT ALERT-FILE ASSIGN TO ALERTS
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS WS-ALERT-STATUS.
000960     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS WS-SUSPENSE-STATUS.
001000     SELECT WRITE-OFF-FILE ASSIGN TO SUSPWOFF
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-SUSPWOFF-STATUS.
001040     SELECT RUN-REGISTER ASSIGN TO RUNREG
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS WS-RUNREG-STATUS.
001080     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001110         FILE STATUS IS WS-STEPTIME-STATUS.
001120     SELECT GL-SORT-FILE ASSIGN TO SORTWK.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160*----------------------------------------------------------------
001170* TRAN-MASTER - KEYED TRANSACTION MASTER (READ ONLY HERE)
001180*----------------------------------------------------------------
001190 FD  TRAN-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY TRANMAST.
001220*----------------------------------------------------------------
001230* GL-MAP-FILE - KEYED SITE/TYPE-TO-GL-ACCOUNT MAPPING
001240*----------------------------------------------------------------
001250 FD  GL-MAP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY GLMAP.
001280*----------------------------------------------------------------
001290* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001300*----------------------------------------------------------------
001310 FD  BUSINESS-DATE-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340     COPY BUSDATE.
001350*----------------------------------------------------------------
001360* RESTART-CTL-FILE - CHECKPOINT LOG FOR SUITE RESTART/RERUN
001370*----------------------------------------------------------------
001380 FD  RESTART-CTL-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410     COPY RESTCTL.
001420*----------------------------------------------------------------
001430* CONTROL-TOTAL-FILE - DAILY CONTROL TOTALS (PROOF INPUT)
001440*----------------------------------------------------------------
001450 FD  CONTROL-TOTAL-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORDING MODE IS F.
001480     COPY CTLTOT.
001490*----------------------------------------------------------------
001500* SUSPENSE-FILE - REJECTED TRANSACTION SUSPENSE
001510*----------------------------------------------------------------
001520 FD  SUSPENSE-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORDING MODE IS F.
001550     COPY SUSPENSE.
001560*----------------------------------------------------------------
001570* WRITE-OFF-FILE - SUSPFIX WRITE-OFF AUDIT TRAIL
001580*----------------------------------------------------------------
001590 FD  WRITE-OFF-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORDING MODE IS F.
001620 01  WRITE-OFF-RECORD.
001630     05  WO-WRITE-OFF-DATE       PIC 9(08).
001640     05  WO-WRITE-OFF-REASON     PIC X(30).
001650     05  WO-SUSPENSE-IMAGE.
001660         10  WO-SP-REASON-CODE   PIC X(02).
001670         10  WO-SP-BUSINESS-DATE PIC 9(08).
001680         10  WO-SP-RETRY-COUNT   PIC 9(02).
001690         10  WO-SP-TRANSIN-DATA  PIC X(80).
001700         10  WO-SP-SUPPLIER-CODE PIC X(04).
001710*----------------------------------------------------------------
001720* GL-WORK-FILE - JOURNAL LINES STAGED UNTIL THE PROOF PASSES
001730*----------------------------------------------------------------
001740 FD  GL-WORK-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORDING MODE IS F.
001770 01  GL-WORK-RECORD              PIC X(80).
001780*----------------------------------------------------------------
001790* GL-JOURNAL-FILE - RELEASED GENERAL-LEDGER JOURNAL INTERFACE
001800*----------------------------------------------------------------
001810 FD  GL-JOURNAL-FILE
001820     LABEL RECORDS ARE STANDARD
001830     RECORDING MODE IS F.
001840 01  GL-JOURNAL-RECORD           PIC X(80).
001850*----------------------------------------------------------------
001860* GL-REPORT-FILE - JOURNAL CONTROL REPORT
001870*----------------------------------------------------------------
001880 FD  GL-REPORT-FILE
001890     LABEL RECORDS ARE OMITTED
001900     RECORDING MODE IS F.
001910 01  GL-REPORT-LINE              PIC X(132).
001920*----------------------------------------------------------------
001930* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
001940*----------------------------------------------------------------
001950 FD  ALERT-FILE
001960     LABEL RECORDS ARE STANDARD
001970     RECORDING MODE IS F.
001980     COPY ALERTS.
001990*----------------------------------------------------------------
002000* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
002010*----------------------------------------------------------------
002020 FD  RUN-REGISTER
002030     LABEL RECORDS ARE STANDARD
002040     RECORDING MODE IS F.
002050     COPY RUNREG.
002060*----------------------------------------------------------------
002070* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
002080*----------------------------------------------------------------
002090 FD  STEP-TIMING-FILE
002100     LABEL RECORDS ARE STANDARD
002110     RECORDING MODE IS F.
002120     COPY STEPTIME.
002130*----------------------------------------------------------------
002140* GL-SORT-FILE - THE DATE'S POSTINGS BY SITE AND TYPE
002150*----------------------------------------------------------------
002160 SD  GL-SORT-FILE.
002170 01  GL-SORT-RECORD.
002180     05  GX-SITE-CODE            PIC X(06).
002190     05  GX-TRAN-TYPE            PIC X(02).
002200     05  GX-AMOUNT               PIC S9(11)V99 COMP-3.
002210*
002220 WORKING-STORAGE SECTION.
002230*----------------------------------------------------------------
002240* SWITCHES AND STATUS FIELDS
002250*----------------------------------------------------------------
002260 77  WS-TRANMAST-STATUS          PIC X(02) VALUE SPACES.
002270     88  WS-TRANMAST-OK                     VALUE '00'.
002280     88  WS-TRANMAST-NOT-FOUND              VALUE '35'.
002290 77  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
002300     88  WS-GLMAP-OK                        VALUE '00'.
002310 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
002320     88  WS-BUSDATE-OK                      VALUE '00'.
002330 77  WS-RESTCTL-STATUS           PIC X(02) VALUE SPACES.
002340     88  WS-RESTCTL-OK                      VALUE '00'.
002350 77  WS-CTLTOT-STATUS            PIC X(02) VALUE SPACES.
002360     88  WS-CTLTOT-OK                       VALUE '00'.
002370     88  WS-CTLTOT-NOT-FOUND                VALUE '35'.
002380 77  WS-GLWORK-STATUS            PIC X(02) VALUE SPACES.
002390     88  WS-GLWORK-OK                       VALUE '00'.
002400 77  WS-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
002410     88  WS-GLJRNL-OK                       VALUE '00'.
002420 77  WS-GLRPT-STATUS             PIC X(02) VALUE SPACES.
002430     88  WS-GLRPT-OK                        VALUE '00'.
002440 77  WS-GLRPT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002450     88  WS-GLRPT-OPEN                      VALUE 'Y'.
002460 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
002470     88  WS-ALERT-OK                        VALUE '00'.
002480     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
002490 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
002500     88  WS-RUNREG-OK                       VALUE '00'.
002510     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
002520 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
002530     88  WS-SUSPENSE-OK                     VALUE '00'.
002540     88  WS-SUSPENSE-NOT-FOUND              VALUE '35'.
002550 77  WS-SUSPWOFF-STATUS          PIC X(02) VALUE SPACES.
002560     88  WS-SUSPWOFF-OK                     VALUE '00'.
002570     88  WS-SUSPWOFF-NOT-FOUND              VALUE '35'.
002580 77  WS-RESTART-EOF-SWITCH       PIC X(01) VALUE 'N'.
002590     88  WS-END-OF-RESTCTL                  VALUE 'Y'.
002600 77  WS-CTLTOT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002610     88  WS-END-OF-CTLTOT                   VALUE 'Y'.
002620 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002630     88  WS-END-OF-MASTER                   VALUE 'Y'.
002640 77  WS-GL-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
002650     88  WS-END-OF-GL-SORT                  VALUE 'Y'.
002660 77  WS-GLWORK-EOF-SWITCH        PIC X(01) VALUE 'N'.
002670     88  WS-END-OF-GLWORK                   VALUE 'Y'.
002680 77  WS-SUSPENSE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002690     88  WS-END-OF-SUSPENSE                 VALUE 'Y'.
002700 77  WS-SUSPWOFF-EOF-SWITCH      PIC X(01) VALUE 'N'.
002710     88  WS-END-OF-SUSPWOFF                 VALUE 'Y'.
002720 77  WS-POSTING-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002730     88  WS-POSTING-STEP-FOUND              VALUE 'Y'.
002740 77  WS-SKIP-JOURNAL-SWITCH      PIC X(01) VALUE 'N'.
002750     88  WS-SKIP-JOURNAL                    VALUE 'Y'.
002760 77  WS-MAP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002770     88  WS-MAP-FOUND                       VALUE 'Y'.
002780 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
002790 01  WS-CDT-TIME-STAMP.
002800     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
002810     05  FILLER                  PIC X(02).
002820 77  WS-RUN-MODE-PARM            PIC X(08) VALUE SPACES.
002830     88  WS-RUN-MODE-IS-TEST                VALUE 'TEST'.
002840     88  WS-RUN-MODE-IS-PROD                VALUE 'PROD'.
002850     88  WS-RUN-MODE-IS-RESTART             VALUE 'RESTART'.
002860     88  WS-RUN-MODE-IS-CATCHUP             VALUE 'CATCHUP'.
002870     88  WS-RUN-MODE-IS-VALID
002880         VALUES 'TEST' 'PROD' 'RESTART' 'CATCHUP'.
002890 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
002900 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
002910 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
002920     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
002930 77  WS-CHECK-STEP-NAME          PIC X(08) VALUE SPACES.
002940 77  WS-CHECK-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
002950 77  WS-ALERT-SEVERITY           PIC X(01) VALUE 'F'.
002960 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'GLEXTR'.
002970 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
002980 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
002990*----------------------------------------------------------------
003000* STEP TIMING - START STAMP TAKEN AT ENTRY
003010*----------------------------------------------------------------
003020 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
003030     88  WS-STEPTIME-OK                     VALUE '00'.
003040     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
003050 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
003060 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
003070*----------------------------------------------------------------
003080* CONTROL TOTALS AND JOURNAL ACCUMULATORS
003090*----------------------------------------------------------------
003100 77  WS-CTL-RECORDS-POSTED       PIC 9(07) COMP VALUE ZERO.
003110 77  WS-CTL-AMOUNT-POSTED        PIC S9(13)V99 COMP-3 VALUE ZERO.
003120 77  WS-POSTINGS-SELECTED        PIC 9(07) COMP VALUE ZERO.
003130 77  WS-AMT-SELECTED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
003140 77  WS-JNL-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
003150 77  WS-JNL-DEBIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
003160 77  WS-JNL-CREDIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
003170 77  WS-JNL-NET-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
003180 77  WS-UNMAPPED-COUNT           PIC 9(05) COMP VALUE ZERO.
003190 77  WS-AMT-UNMAPPED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
003200 77  WS-DUP-COUNT                PIC 9(07) COMP VALUE ZERO.
003210 77  WS-DUP-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
003220 77  WS-EXPECT-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
003230 77  WS-GRP-SITE-CODE            PIC X(06) VALUE LOW-VALUES.
003240 77  WS-GRP-TRAN-TYPE            PIC X(02) VALUE LOW-VALUES.
003250 77  WS-GRP-COUNT                PIC 9(07) COMP VALUE ZERO.
003260 77  WS-GRP-NET-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
003270 77  WS-GRP-ABS-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
003280 77  WS-GRP-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
003290 77  WS-GRP-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
003300 77  WS-GRP-STATUS               PIC X(20) VALUE SPACES.
003310 77  WS-GRP-AMOUNT-DISPLAY       PIC Z(10)9.99-.
003320 77  WS-GRP-COUNT-DISPLAY        PIC ZZZZZZ9.
003330 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
003340 77  WS-RPT-AMOUNT-DISPLAY       PIC Z(12)9.99-.
003350*----------------------------------------------------------------
003360* THE POSTING'S PAYLOAD, BROKEN OUT
003370*----------------------------------------------------------------
003380 01  WS-MAST-PAYLOAD.
003390     05  WS-MP-TRAN-TYPE         PIC X(02).
003400     05  WS-MP-AMOUNT            PIC S9(09)V99.
003410     05  WS-MP-DESC              PIC X(51).
003420     05  WS-MP-CURRENCY          PIC X(03).
003430*----------------------------------------------------------------
003440* A SUSPENDED RECORD'S 80-BYTE TRANSIN IMAGE, FOR ITS MASTER KEY
003450*----------------------------------------------------------------
003460 01  WS-SUSP-IMAGE.
003470     05  WS-SI-TRANSACTION-ID    PIC X(07).
003480     05  FILLER                  PIC X(73).
003490 77  WS-SUSP-DATE                PIC 9(08) VALUE ZERO.
003500*----------------------------------------------------------------
003510* JOURNAL RECORD LAYOUTS (HDR / DTL / TRL)
003520*----------------------------------------------------------------
003530     COPY GLJRNL.
003540*----------------------------------------------------------------
003550* JOURNAL CONTROL REPORT LINES
003560*----------------------------------------------------------------
003570 01  WS-REPORT-LINE.
003580     05  WS-RPT-LABEL            PIC X(40).
003590     05  WS-RPT-VALUE            PIC X(20).
003600     05  FILLER                  PIC X(72) VALUE SPACES.
003610 01  WS-GROUP-HEADING.
003620     05  FILLER                  PIC X(08) VALUE 'SITE'.
003630     05  FILLER                  PIC X(04) VALUE 'TY'.
003640     05  FILLER                  PIC X(11) VALUE 'DEBIT ACCT'.
003650     05  FILLER                  PIC X(11) VALUE 'CREDIT ACC'.
003660     05  FILLER                  PIC X(09) VALUE ' POSTINGS'.
003670     05  FILLER                  PIC X(16)
003680         VALUE '      NET AMOUNT'.
003690     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  FILLER                  PIC X(20) VALUE 'STATUS'.
003710     05  FILLER                  PIC X(51) VALUE SPACES.
003720 01  WS-GROUP-DETAIL.
003730     05  WS-GD-SITE              PIC X(06).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  WS-GD-TYPE              PIC X(02).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  WS-GD-DEBIT-ACCOUNT     PIC X(10).
003780     05  FILLER                  PIC X(01) VALUE SPACES.
003790     05  WS-GD-CREDIT-ACCOUNT    PIC X(10).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  WS-GD-COUNT             PIC ZZZZZZ9.
003820     05  FILLER                  PIC X(01) VALUE SPACES.
003830     05  WS-GD-AMOUNT            PIC Z(10)9.99-.
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  WS-GD-STATUS            PIC X(20).
003860     05  FILLER                  PIC X(51) VALUE SPACES.
003870*----------------------------------------------------------------
003880* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
003890*----------------------------------------------------------------
003900     COPY RUNPARM.
003910*
003920 PROCEDURE DIVISION.
003930*----------------------------------------------------------------
003940 0000-MAINLINE.
003950*----------------------------------------------------------------
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     IF WS-SKIP-JOURNAL
003980         DISPLAY 'GLEXTR   - RESTART: JOURNAL ALREADY RELEASED '
003990             'FOR THIS DATE, SKIPPING'
004000     ELSE
004010         PERFORM 2000-SUM-CONTROL-TOTALS THRU 2000-EXIT
004020         PERFORM 1100-OPEN-FILES THRU 1100-EXIT
004030         SORT GL-SORT-FILE
004040             ON ASCENDING KEY GX-SITE-CODE GX-TRAN-TYPE
004050             INPUT PROCEDURE IS 3000-SELECT-POSTINGS
004060                 THRU 3000-EXIT
004070             OUTPUT PROCEDURE IS 4000-BUILD-JOURNAL
004080                 THRU 4999-EXIT
004090         PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT
004100         PERFORM 6000-RELEASE-JOURNAL THRU 6000-EXIT
004110     END-IF.
004120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004130     STOP RUN.
004140*----------------------------------------------------------------
004150 1000-INITIALIZE.
004160*----------------------------------------------------------------
004170     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
004180     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
004190     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
004200     MOVE 'GLEXTR' TO RP-JOB-NAME.
004210     PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT.
004220     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
004230     PERFORM 1030-LOAD-RESTART-CTL THRU 1030-EXIT.
004240     DISPLAY 'GLEXTR   - RUN MODE      = ' WS-RUN-MODE-PARM.
004250     DISPLAY 'GLEXTR   - ENVIRONMENT   = ' RP-ENVIRONMENT.
004260     DISPLAY 'GLEXTR   - BUSINESS DATE = ' RP-RUN-DATE.
004270     DISPLAY 'GLEXTR   - OPERATOR ID   = ' RP-OPERATOR-ID.
004280*    THE JOURNAL IS CUT FROM A FINISHED POSTING PASS ONLY - THE
004290*    CTLTOTS PROOF MEANS NOTHING AGAINST A HALF-POSTED MASTER.
004300     IF NOT WS-POSTING-STEP-FOUND
004310         MOVE 20 TO WS-ABEND-CODE
004320         MOVE 'TRANPOST CHECKPOINT NOT FOUND - RUN TRANPOST FIRST'
004330             TO WS-ABEND-REASON
004340         GO TO 9999-ABEND-RTN
004350     END-IF.
004360 1000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390 1010-ACCEPT-RUN-MODE.
004400*----------------------------------------------------------------
004410     ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE.
004420     IF WS-RUN-MODE-PARM = SPACES
004430         MOVE 'TEST' TO WS-RUN-MODE-PARM
004440     END-IF.
004450     IF NOT WS-RUN-MODE-IS-VALID
004460         DISPLAY 'GLEXTR   - INVALID RUN MODE, DEFAULTING TO '
004470             'TEST: ' WS-RUN-MODE-PARM
004480         MOVE 'TEST' TO WS-RUN-MODE-PARM
004490     END-IF.
004500     IF WS-RUN-MODE-IS-PROD OR WS-RUN-MODE-IS-CATCHUP
004510         MOVE 'PROD' TO RP-ENVIRONMENT
004520     ELSE
004530         MOVE 'TEST' TO RP-ENVIRONMENT
004540     END-IF.
004550 1010-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580 1020-READ-BUSINESS-DATE.
004590*----------------------------------------------------------------
004600     OPEN INPUT BUSINESS-DATE-FILE.
004610     IF NOT WS-BUSDATE-OK
004620         MOVE 12 TO WS-ABEND-CODE
004630         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
004640             TO WS-ABEND-REASON
004650         GO TO 9999-ABEND-RTN
004660     END-IF.
004670     READ BUSINESS-DATE-FILE
004680         AT END
004690             MOVE 12 TO WS-ABEND-CODE
004700             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
004710                 TO WS-ABEND-REASON
004720             GO TO 9999-ABEND-RTN
004730     END-READ.
004740     CLOSE BUSINESS-DATE-FILE.
004750     MOVE BD-CURRENT-BUSINESS-DATE TO RP-RUN-DATE.
004760 1020-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790 1030-LOAD-RESTART-CTL.
004800*----------------------------------------------------------------
004810     OPEN INPUT RESTART-CTL-FILE.
004820     IF NOT WS-RESTCTL-OK
004830         MOVE 24 TO WS-ABEND-CODE
004840         STRING 'RESTART-CTL-FILE OPEN FAILED, FILE STATUS = '
004850             WS-RESTCTL-STATUS DELIMITED BY SIZE
004860             INTO WS-ABEND-REASON
004870         GO TO 9999-ABEND-RTN
004880     END-IF.
004890     PERFORM 1035-LOAD-RESTART-REC THRU 1035-EXIT
004900         UNTIL WS-END-OF-RESTCTL.
004910     CLOSE RESTART-CTL-FILE.
004920 1030-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950 1035-LOAD-RESTART-REC.
004960*----------------------------------------------------------------
004970     READ RESTART-CTL-FILE
004980         AT END
004990             MOVE 'Y' TO WS-RESTART-EOF-SWITCH
005000         NOT AT END
005010             IF RC-STEP-DATE = RP-RUN-DATE
005020                 IF RC-STEP-NAME = 'TRANPOST'
005030                     SET WS-POSTING-STEP-FOUND TO TRUE
005040                     MOVE RC-ENVIRONMENT TO RP-ENVIRONMENT
005050                 END-IF
005060                 IF RC-STEP-NAME = 'GLEXTR'
005070                   AND WS-RUN-MODE-IS-RESTART
005080                     SET WS-SKIP-JOURNAL TO TRUE
005090                     MOVE RC-RECORD-COUNT
005100                         TO WS-JNL-LINE-COUNT
005110                 END-IF
005120             END-IF
005130     END-READ.
005140 1035-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170 1100-OPEN-FILES.
005180*----------------------------------------------------------------
005190     OPEN INPUT GL-MAP-FILE.
005200     IF NOT WS-GLMAP-OK
005210         MOVE 14 TO WS-ABEND-CODE
005220         STRING 'GLMAP OPEN FAILED, FILE STATUS = '
005230             WS-GLMAP-STATUS DELIMITED BY SIZE
005240             INTO WS-ABEND-REASON
005250         GO TO 9999-ABEND-RTN
005260     END-IF.
005270     OPEN OUTPUT GL-REPORT-FILE.
005280     IF NOT WS-GLRPT-OK
005290         MOVE 26 TO WS-ABEND-CODE
005300         STRING 'GLRPT OPEN FAILED, FILE STATUS = '
005310             WS-GLRPT-STATUS DELIMITED BY SIZE
005320             INTO WS-ABEND-REASON
005330         GO TO 9999-ABEND-RTN
005340     END-IF.
005350     SET WS-GLRPT-OPEN TO TRUE.
005360     MOVE SPACES TO WS-REPORT-LINE.
005370     MOVE 'GLEXTR GENERAL-LEDGER JOURNAL CONTROL RPT'
005380         TO WS-RPT-LABEL.
005390     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
005400     WRITE GL-REPORT-LINE.
005410     MOVE SPACES TO WS-REPORT-LINE.
005420     MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
005430     MOVE RP-RUN-DATE TO WS-RPT-VALUE.
005440     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
005450     WRITE GL-REPORT-LINE.
005460     MOVE SPACES TO GL-REPORT-LINE.
005470     WRITE GL-REPORT-LINE.
005480     MOVE WS-GROUP-HEADING TO GL-REPORT-LINE.
005490     WRITE GL-REPORT-LINE.
005500 1100-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530 2000-SUM-CONTROL-TOTALS.
005540*----------------------------------------------------------------
005550*    TRANPOST AND EVERY ADJPOST RUN FOR THE DATE EACH APPEND A
005560*    CTLTOTS RECORD - THE JOURNAL MUST FOOT TO ALL OF THEM.
005570     OPEN INPUT CONTROL-TOTAL-FILE.
005580     IF WS-CTLTOT-NOT-FOUND
005590         DISPLAY 'GLEXTR   - NO DAILY CONTROL TOTALS ON FILE'
005600         MOVE 'Y' TO WS-CTLTOT-EOF-SWITCH
005610         GO TO 2000-EXIT
005620     END-IF.
005630     IF NOT WS-CTLTOT-OK
005640         MOVE 12 TO WS-ABEND-CODE
005650         STRING 'CTLTOTS OPEN FAILED, FILE STATUS = '
005660             WS-CTLTOT-STATUS DELIMITED BY SIZE
005670             INTO WS-ABEND-REASON
005680         GO TO 9999-ABEND-RTN
005690     END-IF.
005700     PERFORM 2100-SUM-ONE-TOTAL THRU 2100-EXIT
005710         UNTIL WS-END-OF-CTLTOT.
005720     CLOSE CONTROL-TOTAL-FILE.
005730 2000-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760 2100-SUM-ONE-TOTAL.
005770*----------------------------------------------------------------
005780     READ CONTROL-TOTAL-FILE
005790         AT END
005800             MOVE 'Y' TO WS-CTLTOT-EOF-SWITCH
005810         NOT AT END
005820             IF CD-BUSINESS-DATE = RP-RUN-DATE
005830                 ADD CD-RECORDS-POSTED TO WS-CTL-RECORDS-POSTED
005840                 ADD CD-BASE-AMOUNT-POSTED
005850                     TO WS-CTL-AMOUNT-POSTED
005860             END-IF
005870     END-READ.
005880 2100-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------
005910 3000-SELECT-POSTINGS.
005920*----------------------------------------------------------------
005930*    THE MASTER IS KEYED ON TRANSACTION ID FIRST, SO THE DATE'S
005940*    POSTINGS ARE SCATTERED - BROWSE IT ALL AND KEEP THE DATE.
005950     OPEN INPUT TRAN-MASTER.
005960     IF WS-TRANMAST-NOT-FOUND
005970         DISPLAY 'GLEXTR   - NO TRANSACTION MASTER, NOTHING '
005980             'TO JOURNAL'
005990         GO TO 3000-EXIT
006000     END-IF.
006010     IF NOT WS-TRANMAST-OK
006020         MOVE 14 TO WS-ABEND-CODE
006030         STRING 'TRAN-MASTER OPEN FAILED, FILE STATUS = '
006040             WS-TRANMAST-STATUS DELIMITED BY SIZE
006050             INTO WS-ABEND-REASON
006060         GO TO 9999-ABEND-RTN
006070     END-IF.
006080     MOVE LOW-VALUES TO TM-MASTER-KEY.
006090     START TRAN-MASTER
006100         KEY IS NOT LESS THAN TM-MASTER-KEY
006110         INVALID KEY
006120             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
006130     END-START.
006140     PERFORM 3100-SELECT-ONE-POSTING THRU 3100-EXIT
006150         UNTIL WS-END-OF-MASTER.
006160     PERFORM 3200-SUM-RERUN-DUPLICATES THRU 3200-EXIT.
006170     CLOSE TRAN-MASTER.
006180 3000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210 3100-SELECT-ONE-POSTING.
006220*----------------------------------------------------------------
006230     READ TRAN-MASTER NEXT RECORD
006240         AT END
006250             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
006260         NOT AT END
006270             IF TM-BUSINESS-DATE = RP-RUN-DATE
006280                 MOVE TM-PAYLOAD TO WS-MAST-PAYLOAD
006290                 MOVE TM-SITE-CODE    TO GX-SITE-CODE
006300                 MOVE WS-MP-TRAN-TYPE TO GX-TRAN-TYPE
006310                 MOVE TM-BASE-AMOUNT  TO GX-AMOUNT
006320                 ADD 1 TO WS-POSTINGS-SELECTED
006330                 ADD TM-BASE-AMOUNT TO WS-AMT-SELECTED-TOTAL
006340                 RELEASE GL-SORT-RECORD
006350             END-IF
006360     END-READ.
006370 3100-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400 3200-SUM-RERUN-DUPLICATES.
006410*----------------------------------------------------------------
006420*    CTLTOTS COUNT ONLY A NIGHT'S FRESH POSTINGS.  WHAT AN
006430*    ABORTED TRANPOST ATTEMPT POSTED IS ON THE MASTER (SO IN THE
006440*    JOURNAL) BUT NOT IN CTLTOTS, AND CAME BACK ON THE RERUN AS A
006450*    REASON-04 DUPLICATE (STILL IN SUSPENSE OR WRITTEN OFF) - EACH
006460*    ONE FOR THE DATE IS A RECONCILING ITEM AT ITS MASTER BASE
006470*    AMOUNT.  A REASON-11 DUPLICATE (THE SAME ID TWICE IN ONE
006480*    NIGHT) IS NOT ONE - THE PASS THAT SUSPENDED IT POSTED ITS
006490*    FIRST COPY, SO CTLTOTS ALREADY COUNTS THAT MONEY.
006500     OPEN INPUT SUSPENSE-FILE.
006510     IF WS-SUSPENSE-NOT-FOUND
006520         MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
006530     ELSE
006540         IF NOT WS-SUSPENSE-OK
006550             MOVE 12 TO WS-ABEND-CODE
006560             STRING 'SUSPENSE OPEN FAILED, FILE STATUS = '
006570                 WS-SUSPENSE-STATUS DELIMITED BY SIZE
006580                 INTO WS-ABEND-REASON
006590             GO TO 9999-ABEND-RTN
006600         END-IF
006610     END-IF.
006620     PERFORM 3250-READ-ONE-SUSPENSE THRU 3250-EXIT
006630         UNTIL WS-END-OF-SUSPENSE.
006640     IF NOT WS-SUSPENSE-NOT-FOUND
006650         CLOSE SUSPENSE-FILE
006660     END-IF.
006670     OPEN INPUT WRITE-OFF-FILE.
006680     IF WS-SUSPWOFF-NOT-FOUND
006690         GO TO 3200-EXIT
006700     END-IF.
006710     IF NOT WS-SUSPWOFF-OK
006720         MOVE 12 TO WS-ABEND-CODE
006730         STRING 'SUSPWOFF OPEN FAILED, FILE STATUS = '
006740             WS-SUSPWOFF-STATUS DELIMITED BY SIZE
006750             INTO WS-ABEND-REASON
006760         GO TO 9999-ABEND-RTN
006770     END-IF.
006780     PERFORM 3270-READ-ONE-WRITE-OFF THRU 3270-EXIT
006790         UNTIL WS-END-OF-SUSPWOFF.
006800     CLOSE WRITE-OFF-FILE.
006810 3200-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840 3250-READ-ONE-SUSPENSE.
006850*----------------------------------------------------------------
006860     READ SUSPENSE-FILE
006870         AT END
006880             MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
006890             GO TO 3250-EXIT
006900     END-READ.
006910     IF NOT SP-REASON-DUPLICATE-POST
006920       OR SP-BUSINESS-DATE NOT = RP-RUN-DATE
006930         GO TO 3250-EXIT
006940     END-IF.
006950     MOVE SP-BUSINESS-DATE TO WS-SUSP-DATE.
006960     MOVE SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
006970     PERFORM 3290-PRICE-DUPLICATE THRU 3290-EXIT.
006980 3250-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010 3270-READ-ONE-WRITE-OFF.
007020*----------------------------------------------------------------
007030     READ WRITE-OFF-FILE
007040         AT END
007050             MOVE 'Y' TO WS-SUSPWOFF-EOF-SWITCH
007060             GO TO 3270-EXIT
007070     END-READ.
007080     IF WO-SP-REASON-CODE NOT = '04'
007090       OR WO-SP-BUSINESS-DATE NOT = RP-RUN-DATE
007100         GO TO 3270-EXIT
007110     END-IF.
007120     MOVE WO-SP-BUSINESS-DATE TO WS-SUSP-DATE.
007130     MOVE WO-SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
007140     PERFORM 3290-PRICE-DUPLICATE THRU 3290-EXIT.
007150 3270-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180 3290-PRICE-DUPLICATE.
007190*----------------------------------------------------------------
007200     MOVE WS-SI-TRANSACTION-ID TO TM-TRANSACTION-ID.
007210     MOVE WS-SUSP-DATE         TO TM-BUSINESS-DATE.
007220     READ TRAN-MASTER
007230         INVALID KEY
007240             GO TO 3290-EXIT
007250     END-READ.
007260     ADD 1              TO WS-DUP-COUNT.
007270     ADD TM-BASE-AMOUNT TO WS-DUP-AMOUNT.
007280 3290-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310 4000-BUILD-JOURNAL.
007320*----------------------------------------------------------------
007330*    THE POSTINGS COME BACK IN SITE/TYPE SEQUENCE - EACH BREAK
007340*    NETS ONE SITE/TYPE GROUP TO ITS DEBIT AND CREDIT LINES.
007350     OPEN OUTPUT GL-WORK-FILE.
007360     IF NOT WS-GLWORK-OK
007370         MOVE 44 TO WS-ABEND-CODE
007380         STRING 'GLWORK OPEN FAILED, FILE STATUS = '
007390             WS-GLWORK-STATUS DELIMITED BY SIZE
007400             INTO WS-ABEND-REASON
007410         GO TO 9999-ABEND-RTN
007420     END-IF.
007430     MOVE LOW-VALUES TO WS-GRP-SITE-CODE.
007440     MOVE LOW-VALUES TO WS-GRP-TRAN-TYPE.
007450     PERFORM 4100-RETURN-ONE-REC THRU 4100-EXIT
007460         UNTIL WS-END-OF-GL-SORT.
007470     IF WS-GRP-SITE-CODE NOT = LOW-VALUES
007480         PERFORM 4500-END-GROUP THRU 4500-EXIT
007490     END-IF.
007500     CLOSE GL-WORK-FILE.
007510     GO TO 4999-EXIT.
007520*----------------------------------------------------------------
007530 4100-RETURN-ONE-REC.
007540*----------------------------------------------------------------
007550     RETURN GL-SORT-FILE
007560         AT END
007570             MOVE 'Y' TO WS-GL-SORT-EOF-SWITCH
007580         NOT AT END
007590             PERFORM 4200-PROCESS-SORTED-REC THRU 4200-EXIT
007600     END-RETURN.
007610 4100-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640 4200-PROCESS-SORTED-REC.
007650*----------------------------------------------------------------
007660     IF GX-SITE-CODE NOT = WS-GRP-SITE-CODE
007670       OR GX-TRAN-TYPE NOT = WS-GRP-TRAN-TYPE
007680         IF WS-GRP-SITE-CODE NOT = LOW-VALUES
007690             PERFORM 4500-END-GROUP THRU 4500-EXIT
007700         END-IF
007710         MOVE GX-SITE-CODE TO WS-GRP-SITE-CODE
007720         MOVE GX-TRAN-TYPE TO WS-GRP-TRAN-TYPE
007730         MOVE ZERO TO WS-GRP-COUNT
007740         MOVE ZERO TO WS-GRP-NET-AMOUNT
007750     END-IF.
007760     ADD 1 TO WS-GRP-COUNT.
007770     ADD GX-AMOUNT TO WS-GRP-NET-AMOUNT.
007780 4200-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------
007810 4500-END-GROUP.
007820*----------------------------------------------------------------
007830     MOVE 'N' TO WS-MAP-FOUND-SWITCH.
007840     MOVE WS-GRP-SITE-CODE TO GM-SITE-CODE.
007850     MOVE WS-GRP-TRAN-TYPE TO GM-TRAN-TYPE.
007860     READ GL-MAP-FILE
007870         INVALID KEY
007880             CONTINUE
007890         NOT INVALID KEY
007900             IF GM-MAP-ACTIVE
007910                 SET WS-MAP-FOUND TO TRUE
007920             END-IF
007930     END-READ.
007940     IF NOT WS-MAP-FOUND
007950         PERFORM 4550-REPORT-UNMAPPED THRU 4550-EXIT
007960         GO TO 4500-REPORT
007970     END-IF.
007980*    THE MAPPING STATES THE ACCOUNTS FOR A POSITIVE NET - A
007990*    GROUP THAT NETS NEGATIVE (REFUNDS OUTWEIGHING, REVERSALS)
008000*    POSTS THE SAME PAIR THE OTHER WAY ROUND.
008010     IF WS-GRP-NET-AMOUNT NOT < ZERO
008020         MOVE GM-DEBIT-ACCOUNT  TO WS-GRP-DEBIT-ACCOUNT
008030         MOVE GM-CREDIT-ACCOUNT TO WS-GRP-CREDIT-ACCOUNT
008040         MOVE WS-GRP-NET-AMOUNT TO WS-GRP-ABS-AMOUNT
008050     ELSE
008060         MOVE GM-CREDIT-ACCOUNT TO WS-GRP-DEBIT-ACCOUNT
008070         MOVE GM-DEBIT-ACCOUNT  TO WS-GRP-CREDIT-ACCOUNT
008080         COMPUTE WS-GRP-ABS-AMOUNT = ZERO - WS-GRP-NET-AMOUNT
008090     END-IF.
008100     IF WS-GRP-NET-AMOUNT = ZERO
008110         MOVE 'NETS TO ZERO' TO WS-GRP-STATUS
008120         GO TO 4500-REPORT
008130     END-IF.
008140     MOVE 'JOURNALED' TO WS-GRP-STATUS.
008150     MOVE WS-GRP-DEBIT-ACCOUNT TO JD-GL-ACCOUNT.
008160     SET JD-DEBIT TO TRUE.
008170     PERFORM 4600-WRITE-DETAIL THRU 4600-EXIT.
008180     ADD WS-GRP-ABS-AMOUNT TO WS-JNL-DEBIT-TOTAL.
008190     MOVE WS-GRP-CREDIT-ACCOUNT TO JD-GL-ACCOUNT.
008200     SET JD-CREDIT TO TRUE.
008210     PERFORM 4600-WRITE-DETAIL THRU 4600-EXIT.
008220     ADD WS-GRP-ABS-AMOUNT TO WS-JNL-CREDIT-TOTAL.
008230     ADD WS-GRP-NET-AMOUNT TO WS-JNL-NET-TOTAL.
008240 4500-REPORT.
008250     PERFORM 4700-WRITE-GROUP-LINE THRU 4700-EXIT.
008260 4500-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290 4550-REPORT-UNMAPPED.
008300*----------------------------------------------------------------
008310*    ONE WARNING PER GAP SO THE OPERATOR SEES EVERY MAPPING TO
008320*    ADD; THE JOURNAL ITSELF IS WITHHELD BY THE PROOF.
008330     ADD 1 TO WS-UNMAPPED-COUNT.
008340     ADD WS-GRP-NET-AMOUNT TO WS-AMT-UNMAPPED-TOTAL.
008350     MOVE SPACES TO WS-GRP-DEBIT-ACCOUNT.
008360     MOVE SPACES TO WS-GRP-CREDIT-ACCOUNT.
008370     MOVE 'NO ACTIVE GLMAP' TO WS-GRP-STATUS.
008380     MOVE WS-GRP-COUNT TO WS-GRP-COUNT-DISPLAY.
008390     MOVE WS-GRP-NET-AMOUNT TO WS-GRP-AMOUNT-DISPLAY.
008400     DISPLAY 'GLEXTR   - NO ACTIVE GLMAP ENTRY FOR SITE '
008410         WS-GRP-SITE-CODE ' TYPE ' WS-GRP-TRAN-TYPE
008420         ', POSTINGS = ' WS-GRP-COUNT-DISPLAY.
008430     MOVE 'W' TO WS-ALERT-SEVERITY.
008440     MOVE SPACES TO WS-ALERT-REASON.
008450     STRING 'NO ACTIVE GLMAP - SITE ' WS-GRP-SITE-CODE
008460         ' TYPE ' WS-GRP-TRAN-TYPE ' NET ' WS-GRP-AMOUNT-DISPLAY
008470         DELIMITED BY SIZE INTO WS-ALERT-REASON.
008480     MOVE 'ADD MAPPING VIA GLMMNT THEN RESTART'
008490         TO WS-ALERT-ACTION.
008500     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
008510 4550-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------
008540 4600-WRITE-DETAIL.
008550*----------------------------------------------------------------
008560     MOVE 'DTL'                TO JD-RECORD-TYPE.
008570     MOVE RP-RUN-DATE          TO JD-BUSINESS-DATE.
008580     MOVE WS-GRP-ABS-AMOUNT    TO JD-AMOUNT.
008590     MOVE WS-GRP-SITE-CODE     TO JD-SITE-CODE.
008600     MOVE WS-GRP-TRAN-TYPE     TO JD-TRAN-TYPE.
008610     MOVE WS-GRP-COUNT         TO JD-POSTING-COUNT.
008620     MOVE GM-MAP-DESC          TO JD-LINE-DESC.
008630     WRITE GL-WORK-RECORD FROM GL-JOURNAL-DETAIL-REC.
008640     IF NOT WS-GLWORK-OK
008650         MOVE 44 TO WS-ABEND-CODE
008660         STRING 'GLWORK WRITE FAILED, FILE STATUS = '
008670             WS-GLWORK-STATUS DELIMITED BY SIZE
008680             INTO WS-ABEND-REASON
008690         GO TO 9999-ABEND-RTN
008700     END-IF.
008710     ADD 1 TO WS-JNL-LINE-COUNT.
008720 4600-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750 4700-WRITE-GROUP-LINE.
008760*----------------------------------------------------------------
008770     MOVE WS-GRP-SITE-CODE      TO WS-GD-SITE.
008780     MOVE WS-GRP-TRAN-TYPE      TO WS-GD-TYPE.
008790     MOVE WS-GRP-DEBIT-ACCOUNT  TO WS-GD-DEBIT-ACCOUNT.
008800     MOVE WS-GRP-CREDIT-ACCOUNT TO WS-GD-CREDIT-ACCOUNT.
008810     MOVE WS-GRP-COUNT          TO WS-GD-COUNT.
008820     MOVE WS-GRP-NET-AMOUNT     TO WS-GD-AMOUNT.
008830     MOVE WS-GRP-STATUS         TO WS-GD-STATUS.
008840     MOVE WS-GROUP-DETAIL TO GL-REPORT-LINE.
008850     WRITE GL-REPORT-LINE.
008860 4700-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890 4999-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920 5000-PROVE-JOURNAL.
008930*----------------------------------------------------------------
008940     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
008950     IF WS-UNMAPPED-COUNT > ZERO
008960         MOVE 50 TO WS-ABEND-CODE
008970         MOVE 'UNMAPPED SITE/TYPE ON TRANMAST - JOURNAL WITHHELD'
008980             TO WS-ABEND-REASON
008990         GO TO 9999-ABEND-RTN
009000     END-IF.
009010     IF WS-JNL-DEBIT-TOTAL NOT = WS-JNL-CREDIT-TOTAL
009020         MOVE 46 TO WS-ABEND-CODE
009030         MOVE 'GL JOURNAL DEBITS NOT EQUAL CREDITS - SEE GLRPT'
009040             TO WS-ABEND-REASON
009050         GO TO 9999-ABEND-RTN
009060     END-IF.
009070     IF WS-JNL-NET-TOTAL NOT = WS-EXPECT-AMOUNT
009080         MOVE 46 TO WS-ABEND-CODE
009090         MOVE 'GL JOURNAL DOES NOT AGREE WITH CTLTOTS - SEE GLRPT'
009100             TO WS-ABEND-REASON
009110         GO TO 9999-ABEND-RTN
009120     END-IF.
009130 5000-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160 6000-RELEASE-JOURNAL.
009170*----------------------------------------------------------------
009180*    PROVED - ONLY NOW DOES THE LEDGER'S INPUT FILE GET WRITTEN,
009190*    SO AN UNPROVED NIGHT NEVER LEAVES A JOURNAL TO BE PICKED UP.
009200     OPEN INPUT GL-WORK-FILE.
009210     IF NOT WS-GLWORK-OK
009220         MOVE 44 TO WS-ABEND-CODE
009230         STRING 'GLWORK OPEN FAILED, FILE STATUS = '
009240             WS-GLWORK-STATUS DELIMITED BY SIZE
009250             INTO WS-ABEND-REASON
009260         GO TO 9999-ABEND-RTN
009270     END-IF.
009280     OPEN OUTPUT GL-JOURNAL-FILE.
009290     IF NOT WS-GLJRNL-OK
009300         MOVE 44 TO WS-ABEND-CODE
009310         STRING 'GLJRNL OPEN FAILED, FILE STATUS = '
009320             WS-GLJRNL-STATUS DELIMITED BY SIZE
009330             INTO WS-ABEND-REASON
009340         GO TO 9999-ABEND-RTN
009350     END-IF.
009360     MOVE SPACES TO GL-JOURNAL-HEADER-REC.
009370     MOVE 'HDR'       TO JH-RECORD-TYPE.
009380     MOVE RP-RUN-DATE TO JH-BUSINESS-DATE.
009390     MOVE 'NIGHTBAT'  TO JH-SOURCE-SYSTEM.
009400     ACCEPT JH-CREATE-DATE FROM DATE YYYYMMDD.
009410     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
009420     MOVE WS-CDT-TIME-HHMMSS TO JH-CREATE-TIME.
009430     WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-HEADER-REC.
009440     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
009450         UNTIL WS-END-OF-GLWORK.
009460     MOVE SPACES TO GL-JOURNAL-TRAILER-REC.
009470     MOVE 'TRL'               TO JT-RECORD-TYPE.
009480     MOVE WS-JNL-LINE-COUNT   TO JT-LINE-COUNT.
009490     MOVE WS-JNL-DEBIT-TOTAL  TO JT-DEBIT-TOTAL.
009500     MOVE WS-JNL-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
009510     WRITE GL-JOURNAL-RECORD FROM GL-JOURNAL-TRAILER-REC.
009520     CLOSE GL-JOURNAL-FILE.
009530     CLOSE GL-WORK-FILE.
009540     MOVE 'GLEXTR' TO WS-CHECK-STEP-NAME.
009550     MOVE WS-JNL-LINE-COUNT TO WS-CHECK-RECORD-COUNT.
009560     PERFORM 9150-WRITE-CHECKPOINT THRU 9150-EXIT.
009570 6000-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------
009600 6100-COPY-ONE-LINE.
009610*----------------------------------------------------------------
009620     READ GL-WORK-FILE
009630         AT END
009640             MOVE 'Y' TO WS-GLWORK-EOF-SWITCH
009650         NOT AT END
009660             WRITE GL-JOURNAL-RECORD FROM GL-WORK-RECORD
009670     END-READ.
009680 6100-EXIT.
009690     EXIT.
009700*----------------------------------------------------------------
009710 8000-WRITE-REPORT-TOTALS.
009720*----------------------------------------------------------------
009730     COMPUTE WS-EXPECT-AMOUNT =
009740         WS-CTL-AMOUNT-POSTED + WS-DUP-AMOUNT.
009750     IF NOT WS-GLRPT-OPEN
009760         GO TO 8000-EXIT
009770     END-IF.
009780     MOVE SPACES TO GL-REPORT-LINE.
009790     WRITE GL-REPORT-LINE.
009800     MOVE SPACES TO WS-REPORT-LINE.
009810     MOVE WS-POSTINGS-SELECTED TO WS-RPT-COUNT-DISPLAY.
009820     MOVE 'POSTINGS ON TRANMAST FOR THE DATE' TO WS-RPT-LABEL.
009830     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009840     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
009850     WRITE GL-REPORT-LINE.
009860     MOVE SPACES TO WS-REPORT-LINE.
009870     MOVE WS-CTL-RECORDS-POSTED TO WS-RPT-COUNT-DISPLAY.
009880     MOVE 'RECORDS POSTED PER CTLTOTS' TO WS-RPT-LABEL.
009890     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009900     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
009910     WRITE GL-REPORT-LINE.
009920     MOVE SPACES TO WS-REPORT-LINE.
009930     MOVE WS-JNL-LINE-COUNT TO WS-RPT-COUNT-DISPLAY.
009940     MOVE 'JOURNAL LINES' TO WS-RPT-LABEL.
009950     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009960     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
009970     WRITE GL-REPORT-LINE.
009980     MOVE SPACES TO WS-REPORT-LINE.
009990     MOVE WS-JNL-DEBIT-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
010000     MOVE 'JOURNAL DEBIT TOTAL' TO WS-RPT-LABEL.
010010     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010020     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010030     WRITE GL-REPORT-LINE.
010040     MOVE SPACES TO WS-REPORT-LINE.
010050     MOVE WS-JNL-CREDIT-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
010060     MOVE 'JOURNAL CREDIT TOTAL' TO WS-RPT-LABEL.
010070     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010080     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010090     WRITE GL-REPORT-LINE.
010100     MOVE SPACES TO WS-REPORT-LINE.
010110     MOVE WS-JNL-NET-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
010120     MOVE 'JOURNAL NET' TO WS-RPT-LABEL.
010130     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010140     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010150     WRITE GL-REPORT-LINE.
010160     MOVE SPACES TO WS-REPORT-LINE.
010170     MOVE WS-AMT-UNMAPPED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
010180     MOVE 'UNMAPPED NET (NOT JOURNALED)' TO WS-RPT-LABEL.
010190     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010200     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010210     WRITE GL-REPORT-LINE.
010220     MOVE SPACES TO WS-REPORT-LINE.
010230     MOVE WS-CTL-AMOUNT-POSTED TO WS-RPT-AMOUNT-DISPLAY.
010240     MOVE 'AMOUNT POSTED PER CTLTOTS' TO WS-RPT-LABEL.
010250     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010260     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010270     WRITE GL-REPORT-LINE.
010280     MOVE SPACES TO WS-REPORT-LINE.
010290     MOVE WS-DUP-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
010300     MOVE 'RERUN DUPLICATES ALREADY ON TRANMAST' TO WS-RPT-LABEL.
010310     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010320     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010330     WRITE GL-REPORT-LINE.
010340     MOVE SPACES TO WS-REPORT-LINE.
010350     MOVE WS-EXPECT-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
010360     MOVE 'EXPECTED JOURNAL NET' TO WS-RPT-LABEL.
010370     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010380     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010390     WRITE GL-REPORT-LINE.
010400     MOVE SPACES TO WS-REPORT-LINE.
010410     IF WS-UNMAPPED-COUNT = ZERO
010420       AND WS-JNL-DEBIT-TOTAL = WS-JNL-CREDIT-TOTAL
010430       AND WS-JNL-NET-TOTAL = WS-EXPECT-AMOUNT
010440         MOVE 'PROVED - RELEASED' TO WS-RPT-VALUE
010450     ELSE
010460         MOVE 'NOT PROVED - WITHHELD' TO WS-RPT-VALUE
010470     END-IF.
010480     MOVE 'JOURNAL STATUS' TO WS-RPT-LABEL.
010490     MOVE WS-REPORT-LINE TO GL-REPORT-LINE.
010500     WRITE GL-REPORT-LINE.
010510     CLOSE GL-REPORT-FILE.
010520     MOVE 'N' TO WS-GLRPT-OPEN-SWITCH.
010530 8000-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560 9000-TERMINATE.
010570*----------------------------------------------------------------
010580     IF NOT WS-SKIP-JOURNAL
010590         CLOSE GL-MAP-FILE
010600     END-IF.
010610     DISPLAY 'GLEXTR   - POSTINGS SELECTED       = '
010620         WS-POSTINGS-SELECTED.
010630     DISPLAY 'GLEXTR   - CTLTOTS RECORDS POSTED  = '
010640         WS-CTL-RECORDS-POSTED.
010650     DISPLAY 'GLEXTR   - JOURNAL LINES           = '
010660         WS-JNL-LINE-COUNT.
010670     DISPLAY 'GLEXTR   - JOURNAL DEBIT TOTAL     = '
010680         WS-JNL-DEBIT-TOTAL.
010690     DISPLAY 'GLEXTR   - JOURNAL CREDIT TOTAL    = '
010700         WS-JNL-CREDIT-TOTAL.
010710     DISPLAY 'GLEXTR   - CTLTOTS AMOUNT POSTED   = '
010720         WS-CTL-AMOUNT-POSTED.
010730     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
010740     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
010750 9000-EXIT.
010760     EXIT.
010770*----------------------------------------------------------------
010780 9100-WRITE-RUN-REGISTER.
010790*----------------------------------------------------------------
010800     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
010810     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
010820     OPEN EXTEND RUN-REGISTER.
010830     IF WS-RUNREG-NOT-FOUND
010840         OPEN OUTPUT RUN-REGISTER
010850     END-IF.
010860     IF NOT WS-RUNREG-OK
010870         DISPLAY 'GLEXTR   - RUN-REGISTER OPEN FAILED, FILE '
010880             'STATUS = ' WS-RUNREG-STATUS
010890         IF NOT WS-ABEND-IN-PROGRESS
010900             MOVE 22 TO WS-ABEND-CODE
010910             GO TO 9999-ABEND-RTN
010920         END-IF
010930         GO TO 9100-EXIT
010940     END-IF.
010950     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
010960     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
010970     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
010980     MOVE RETURN-CODE       TO RR-RETURN-CODE.
010990     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
011000     WRITE RUN-REG-RECORD.
011010     CLOSE RUN-REGISTER.
011020 9100-EXIT.
011030     EXIT.
011040*----------------------------------------------------------------
011050 9150-WRITE-CHECKPOINT.
011060*----------------------------------------------------------------
011070     OPEN EXTEND RESTART-CTL-FILE.
011080     IF NOT WS-RESTCTL-OK
011090         MOVE 24 TO WS-ABEND-CODE
011100         STRING 'RESTART-CTL-FILE OPEN FAILED, FILE STATUS = '
011110             WS-RESTCTL-STATUS DELIMITED BY SIZE
011120             INTO WS-ABEND-REASON
011130         GO TO 9999-ABEND-RTN
011140     END-IF.
011150     MOVE WS-CHECK-STEP-NAME TO RC-STEP-NAME.
011160     SET RC-STEP-COMPLETE TO TRUE.
011170     MOVE RP-RUN-DATE TO RC-STEP-DATE.
011180     MOVE RP-ENVIRONMENT TO RC-ENVIRONMENT.
011190     MOVE WS-CHECK-RECORD-COUNT TO RC-RECORD-COUNT.
011200     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
011210     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
011220     MOVE WS-CDT-TIME TO RC-STEP-TIME.
011230     WRITE RESTART-CTL-RECORD.
011240     CLOSE RESTART-CTL-FILE.
011250 9150-EXIT.
011260     EXIT.
011270*----------------------------------------------------------------
011280 9170-WRITE-STEP-TIMING.
011290*----------------------------------------------------------------
011300*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
011310*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
011320     OPEN EXTEND STEP-TIMING-FILE.
011330     IF WS-STEPTIME-NOT-FOUND
011340         OPEN OUTPUT STEP-TIMING-FILE
011350     END-IF.
011360     IF NOT WS-STEPTIME-OK
011370         DISPLAY 'GLEXTR   - STEPTIME OPEN FAILED, FILE '
011380             'STATUS = ' WS-STEPTIME-STATUS
011390         GO TO 9170-EXIT
011400     END-IF.
011410     SET ST-TYPE-PROGRAM-STEP TO TRUE.
011420     MOVE RP-RUN-DATE            TO ST-BUSINESS-DATE.
011430     MOVE 'STEP02A'              TO ST-STEP-NAME.
011440     MOVE 'GLEXTR'               TO ST-PROGRAM-NAME.
011450     MOVE WS-RUN-MODE-PARM       TO ST-RUN-MODE.
011460     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
011470     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
011480     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
011490     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
011500     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
011510     MOVE WS-POSTINGS-SELECTED   TO ST-RECORDS-IN.
011520     MOVE WS-JNL-LINE-COUNT      TO ST-RECORDS-OUT.
011530     MOVE RETURN-CODE            TO ST-RETURN-CODE.
011540     WRITE STEP-TIMING-RECORD.
011550     CLOSE STEP-TIMING-FILE.
011560 9170-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------
011590 9999-ABEND-RTN.
011600*----------------------------------------------------------------
011610     SET WS-ABEND-IN-PROGRESS TO TRUE.
011620     IF WS-ABEND-CODE = ZERO
011630         MOVE 16 TO WS-ABEND-CODE
011640     END-IF.
011650     DISPLAY 'GLEXTR   - ABNORMAL TERMINATION, RC = '
011660         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
011670     MOVE WS-ABEND-CODE TO RETURN-CODE.
011680     MOVE 'F' TO WS-ALERT-SEVERITY.
011690     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
011700     MOVE SPACES TO WS-ALERT-ACTION.
011710     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
011720     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
011730     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
011740     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
011750     STOP RUN.
011760 9999-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790 9950-WRITE-ALERT.
011800*----------------------------------------------------------------
011810     OPEN EXTEND ALERT-FILE.
011820     IF WS-ALERT-NOT-FOUND
011830         OPEN OUTPUT ALERT-FILE
011840     END-IF.
011850     IF NOT WS-ALERT-OK
011860         DISPLAY 'GLEXTR   - ALERT FILE OPEN FAILED, FILE '
011870             'STATUS = ' WS-ALERT-STATUS
011880         GO TO 9950-EXIT
011890     END-IF.
011900     MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY.
011910     MOVE RP-JOB-NAME        TO AL-JOB-NAME.
011920     MOVE WS-ALERT-STEP-NAME TO AL-STEP-NAME.
011930     IF AL-SEV-FATAL
011940         MOVE WS-ABEND-CODE  TO AL-ABEND-CODE
011950     ELSE
011960         MOVE ZERO           TO AL-ABEND-CODE
011970     END-IF.
011980     MOVE RP-RUN-DATE        TO AL-BUSINESS-DATE.
011990     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
012000     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
012010     MOVE WS-CDT-TIME        TO AL-ALERT-TIME.
012020     MOVE WS-ALERT-REASON    TO AL-REASON-TEXT.
012030     IF WS-ALERT-ACTION = SPACES
012040         PERFORM 9960-SET-OPERATOR-ACTION THRU 9960-EXIT
012050     END-IF.
012060     MOVE WS-ALERT-ACTION    TO AL-OPERATOR-ACTION.
012070     MOVE 'O'                TO AL-ALERT-STATUS.
012080     MOVE SPACES             TO AL-ACK-OPERATOR.
012090     WRITE ALERT-RECORD.
012100     CLOSE ALERT-FILE.
012110     MOVE SPACES TO WS-ALERT-ACTION.
012120     MOVE 'F' TO WS-ALERT-SEVERITY.
012130 9950-EXIT.
012140     EXIT.
012150*----------------------------------------------------------------
012160 9960-SET-OPERATOR-ACTION.
012170*----------------------------------------------------------------
012180     EVALUATE WS-ABEND-CODE
012190         WHEN 20
012200             MOVE 'RUN TRANPOST FOR THE DATE THEN RERUN CYCLE'
012210                 TO WS-ALERT-ACTION
012220         WHEN 46
012230             MOVE 'CHECK GLRPT AGAINST CTLTOTS THEN RESTART'
012240                 TO WS-ALERT-ACTION
012250         WHEN 50
012260             MOVE 'ADD MAPPING VIA GLMMNT THEN RESTART'
012270                 TO WS-ALERT-ACTION
012280         WHEN 12
012290         WHEN 14
012300         WHEN 22
012310         WHEN 24
012320         WHEN 26
012330         WHEN 44
012340             MOVE 'CHECK FILE ALLOCATIONS THEN RESUBMIT'
012350                 TO WS-ALERT-ACTION
012360         WHEN OTHER
012370             MOVE 'RESUBMIT WITH RESTART'
012380                 TO WS-ALERT-ACTION
012390     END-EVALUATE.
012400 9960-EXIT.
012410     EXIT.
