000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     TRANARCH.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  CLOSED-MONTH ARCHIVE OF THE TRANSACTION MASTER (RUN
000180*           BEHIND MONEND).  A MONTH IS ARCHIVED ONLY WHEN
000190*           MONEND HAS CONSOLIDATED IT (MONCTL) AND IT IS OLDER
000200*           THAN THE RETENTION PERIOD - THE MONTH JUST CLOSED
000210*           AND THE THREE BEFORE IT STAY ON THE LIVE MASTER.
000220*           THE OLDEST SUCH MONTH NOT YET ARCHIVED IS TAKEN, ONE
000230*           MONTH PER RUN:
000240*             - ITS POSTINGS ARE COPIED TO THE DATED HISTORY
000250*               FILE TRANHIST.YYYYMM (MASTER LAYOUT, KEY ORDER)
000260*               AND THE FILE IS READ BACK FOR ITS OWN COUNT,
000270*               BASE VALUE AND TRANSACTION-NUMBER HASH.
000280*             - THE FILE IS PROVED AGAINST THE SUM OF THE
000290*               MONTH'S CTLTOTS RECORDS, PLUS THE REASON-04
000300*               DUPLICATES THAT PROVE POSTINGS AN ABORTED
000310*               ATTEMPT LEFT ON THE MASTER.
000320*             - ONLY A PROVED MONTH IS RECORDED ON HISTCTL ('P')
000330*               AND DELETED FROM THE LIVE MASTER; HISTCTL IS
000340*               MARKED COMPLETE ('C') WHEN THE LAST ONE IS GONE.
000350*           A RUN STOPPED DURING THE DELETION RESUMES IT FROM
000360*           THE HISTORY FILE NEXT TIME, AFTER RE-PROVING THE
000370*           FILE AGAINST ITS HISTCTL TOTALS.  A MONTH THAT DOES
000380*           NOT PROVE STAYS ON THE MASTER (ALERT + RC=4).  ON A
000390*           NIGHT WITH NOTHING ELIGIBLE IT ENDS RC=0, SO THE JOB
000400*           STREAM MAY RUN IT UNCONDITIONALLY.
000410*
000420*           PARM:  YYYYMM - ARCHIVE THAT MONTH (IT MUST STILL BE
000430*                  CONSOLIDATED AND PAST RETENTION; REFUSED WITH
000440*                  RC=4 OTHERWISE).  BLANK - THE OLDEST ELIGIBLE.
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
000620     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-BUSDATE-STATUS.
000660     SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-MONCTL-STATUS.
000700     SELECT HIST-CTL-FILE ASSIGN TO HISTCTL
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-HISTCTL-STATUS.
000740     SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTS
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-CTLTOT-STATUS.
000780     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-SUSPENSE-STATUS.
000820     SELECT WRITE-OFF-FILE ASSIGN TO SUSPWOFF
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-SUSPWOFF-STATUS.
000860     SELECT TRAN-HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-TRANHIST-STATUS.
000900     SELECT ARCHIVE-REPORT-FILE ASSIGN TO ARCHRPT
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS WS-ARCHRPT-STATUS.
000940     SELECT ALERT-FILE ASSIGN TO ALERTS
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS WS-ALERT-STATUS.
000972     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000974         ORGANIZATION IS SEQUENTIAL
000976         ACCESS MODE IS SEQUENTIAL
000978         FILE STATUS IS WS-STEPTIME-STATUS.
000980     SELECT RUN-REGISTER ASSIGN TO RUNREG
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE IS SEQUENTIAL
001010         FILE STATUS IS WS-RUNREG-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050*----------------------------------------------------------------
001060* TRAN-MASTER - KEYED TRANSACTION MASTER (MONTH SCAN, DELETE)
001070*----------------------------------------------------------------
001080 FD  TRAN-MASTER
001090     LABEL RECORDS ARE STANDARD.
001100     COPY TRANMAST.
001110*----------------------------------------------------------------
001120* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001130*----------------------------------------------------------------
001140 FD  BUSINESS-DATE-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170     COPY BUSDATE.
001180*----------------------------------------------------------------
001190* MONTH-CTL-FILE - LOG OF MONTHS MONEND HAS CONSOLIDATED
001200*----------------------------------------------------------------
001210 FD  MONTH-CTL-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORDING MODE IS F.
001240     COPY MONCTL.
001250*----------------------------------------------------------------
001260* HIST-CTL-FILE - ARCHIVED MONTHS AND THEIR CONTROL TOTALS
001270*----------------------------------------------------------------
001280 FD  HIST-CTL-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310     COPY HISTCTL.
001320*----------------------------------------------------------------
001330* CONTROL-TOTAL-FILE - DAILY POSTING CONTROL TOTALS
001340*----------------------------------------------------------------
001350 FD  CONTROL-TOTAL-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORDING MODE IS F.
001380     COPY CTLTOT.
001390*----------------------------------------------------------------
001400* SUSPENSE-FILE - REJECTED TRANSACTION SUSPENSE
001410*----------------------------------------------------------------
001420 FD  SUSPENSE-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORDING MODE IS F.
001450     COPY SUSPENSE.
001460*----------------------------------------------------------------
001470* WRITE-OFF-FILE - SUSPFIX WRITE-OFF AUDIT TRAIL
001480*----------------------------------------------------------------
001490 FD  WRITE-OFF-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORDING MODE IS F.
001520 01  WRITE-OFF-RECORD.
001530     05  WO-WRITE-OFF-DATE       PIC 9(08).
001540     05  WO-WRITE-OFF-REASON     PIC X(30).
001550     05  WO-SUSPENSE-IMAGE.
001560         10  WO-SP-REASON-CODE   PIC X(02).
001570         10  WO-SP-BUSINESS-DATE PIC 9(08).
001580         10  WO-SP-RETRY-COUNT   PIC 9(02).
001590         10  WO-SP-TRANSIN-DATA  PIC X(80).
001595         10  WO-SP-SUPPLIER-CODE PIC X(04).
001600*----------------------------------------------------------------
001610* TRAN-HIST-FILE - ONE CLOSED MONTH'S POSTINGS, MASTER LAYOUT
001620*----------------------------------------------------------------
001630 FD  TRAN-HIST-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORDING MODE IS F.
001660 01  TRAN-HIST-RECORD.
001670     05  TH-MASTER-KEY.
001680         10  TH-TRANSACTION-ID.
001690             15  TH-TXN-PREFIX   PIC X(03).
001700             15  TH-TXN-NUMBER   PIC X(04).
001710         10  TH-BUSINESS-DATE    PIC 9(08).
001720     05  FILLER                  PIC X(134).
001730     05  TH-BASE-AMOUNT          PIC S9(11)V99.
001735     05  TH-SUPPLIER-CODE        PIC X(04).
001740*----------------------------------------------------------------
001750* ARCHIVE-REPORT-FILE - MASTER ARCHIVE CONTROL REPORT
001760*----------------------------------------------------------------
001770 FD  ARCHIVE-REPORT-FILE
001780     LABEL RECORDS ARE OMITTED
001790     RECORDING MODE IS F.
001800 01  ARCHIVE-REPORT-LINE         PIC X(132).
001810*----------------------------------------------------------------
001820* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
001830*----------------------------------------------------------------
001840 FD  ALERT-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORDING MODE IS F.
001870     COPY ALERTS.
001880*----------------------------------------------------------------
001890* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001900*----------------------------------------------------------------
001910 FD  RUN-REGISTER
001920     LABEL RECORDS ARE STANDARD
001930     RECORDING MODE IS F.
001940     COPY RUNREG.
001941*----------------------------------------------------------------
001942* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001943*----------------------------------------------------------------
001944 FD  STEP-TIMING-FILE
001945     LABEL RECORDS ARE STANDARD
001946     RECORDING MODE IS F.
001947     COPY STEPTIME.
001950*
001960 WORKING-STORAGE SECTION.
001970*----------------------------------------------------------------
001980* SWITCHES AND STATUS FIELDS
001990*----------------------------------------------------------------
002000 77  WS-TRANMAST-STATUS          PIC X(02) VALUE SPACES.
002010     88  WS-TRANMAST-OK                     VALUE '00'.
002020     88  WS-TRANMAST-NOT-FOUND              VALUE '35'.
002030 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
002040     88  WS-BUSDATE-OK                      VALUE '00'.
002050 77  WS-MONCTL-STATUS            PIC X(02) VALUE SPACES.
002060     88  WS-MONCTL-OK                       VALUE '00'.
002070     88  WS-MONCTL-NOT-FOUND                VALUE '35'.
002080 77  WS-HISTCTL-STATUS           PIC X(02) VALUE SPACES.
002090     88  WS-HISTCTL-OK                      VALUE '00'.
002100     88  WS-HISTCTL-NOT-FOUND               VALUE '35'.
002110 77  WS-CTLTOT-STATUS            PIC X(02) VALUE SPACES.
002120     88  WS-CTLTOT-OK                       VALUE '00'.
002130     88  WS-CTLTOT-NOT-FOUND                VALUE '35'.
002140 77  WS-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
002150     88  WS-SUSPENSE-OK                     VALUE '00'.
002160     88  WS-SUSPENSE-NOT-FOUND              VALUE '35'.
002170 77  WS-SUSPWOFF-STATUS          PIC X(02) VALUE SPACES.
002180     88  WS-SUSPWOFF-OK                     VALUE '00'.
002190     88  WS-SUSPWOFF-NOT-FOUND              VALUE '35'.
002200 77  WS-TRANHIST-STATUS          PIC X(02) VALUE SPACES.
002210     88  WS-TRANHIST-OK                     VALUE '00'.
002220 77  WS-ARCHRPT-STATUS           PIC X(02) VALUE SPACES.
002230     88  WS-ARCHRPT-OK                      VALUE '00'.
002240 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
002250     88  WS-ALERT-OK                        VALUE '00'.
002260     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
002270 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
002280     88  WS-RUNREG-OK                       VALUE '00'.
002290     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
002300 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002310     88  WS-END-OF-MASTER                   VALUE 'Y'.
002320 77  WS-MONCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
002330     88  WS-END-OF-MONCTL                   VALUE 'Y'.
002340 77  WS-HISTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002350     88  WS-END-OF-HISTCTL                  VALUE 'Y'.
002360 77  WS-CTLTOT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002370     88  WS-END-OF-CTLTOT                   VALUE 'Y'.
002380 77  WS-SUSPENSE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002390     88  WS-END-OF-SUSPENSE                 VALUE 'Y'.
002400 77  WS-SUSPWOFF-EOF-SWITCH      PIC X(01) VALUE 'N'.
002410     88  WS-END-OF-SUSPWOFF                 VALUE 'Y'.
002420 77  WS-TRANHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
002430     88  WS-END-OF-TRANHIST                 VALUE 'Y'.
002440 77  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002450     88  WS-MASTER-OPEN                     VALUE 'Y'.
002460 77  WS-CONSOLIDATED-SWITCH      PIC X(01) VALUE 'N'.
002470     88  WS-MONTH-CONSOLIDATED              VALUE 'Y'.
002480 77  WS-RESUME-SWITCH            PIC X(01) VALUE 'N'.
002490     88  WS-RESUMING-DELETE                 VALUE 'Y'.
002500 77  WS-PROVED-SWITCH            PIC X(01) VALUE 'N'.
002510     88  WS-MONTH-PROVED                    VALUE 'Y'.
002520*----------------------------------------------------------------
002530* MONTH SELECTION AND RETENTION
002540*----------------------------------------------------------------
002550 77  WS-PARM-MONTH               PIC X(06) VALUE SPACES.
002560 77  WS-TARGET-MONTH             PIC 9(06) VALUE ZERO.
002570 77  WS-CLOSED-DATE              PIC 9(08) VALUE ZERO.
002580 77  WS-RETENTION-MONTHS         PIC 9(02) VALUE 03.
002590 77  WS-LAST-ARCH-MONTH          PIC 9(06) VALUE ZERO.
002600 77  WS-MONTH-SERIAL             PIC 9(07) COMP VALUE ZERO.
002610 77  WS-SERIAL-YEAR              PIC 9(04) VALUE ZERO.
002620 77  WS-SERIAL-MONTH             PIC 9(02) VALUE ZERO.
002630 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
002640 77  WS-HIST-FILE-NAME           PIC X(16) VALUE SPACES.
002650*----------------------------------------------------------------
002660* HISTCTL STATE - THE LAST RECORD FOR EACH ARCHIVED MONTH
002670*----------------------------------------------------------------
002680 01  WS-ARCH-TABLE.
002690     05  WS-ARCH-ENTRY OCCURS 600 TIMES.
002700         10  WS-ARCH-MONTH       PIC 9(06).
002710         10  WS-ARCH-STATUS      PIC X(01).
002720             88  WS-ARCH-COMPLETE           VALUE 'C'.
002730 77  WS-ARCH-TOTAL               PIC 9(03) COMP VALUE ZERO.
002740 77  WS-ARCH-TABLE-MAX           PIC 9(03) COMP VALUE 600.
002750 77  WS-ARCH-SUB                 PIC 9(03) COMP VALUE ZERO.
002760 77  WS-ARCH-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
002770 77  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002780     88  WS-ARCH-FOUND                      VALUE 'Y'.
002790 77  WS-ARCH-KEY                 PIC 9(06) VALUE ZERO.
002800*    THE TARGET MONTH'S LAST HISTCTL RECORD, FOR A RESUME
002810 01  WS-SAVED-HIST-CTL           PIC X(131) VALUE SPACES.
002820*----------------------------------------------------------------
002830* THE MONTH'S CONTROL TOTALS - CTLTOTS, RERUN DUPLICATES, THE
002840* COPY PASS, THE READ-BACK OF THE HISTORY FILE AND THE DELETES
002850*----------------------------------------------------------------
002860 77  WS-CTL-COUNT                PIC 9(07) COMP VALUE ZERO.
002870 77  WS-CTL-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002880 77  WS-DUP-COUNT                PIC 9(07) COMP VALUE ZERO.
002890 77  WS-DUP-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
002900 77  WS-EXPECT-COUNT             PIC 9(07) COMP VALUE ZERO.
002910 77  WS-EXPECT-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
002920 77  WS-COPY-COUNT               PIC 9(07) COMP VALUE ZERO.
002930 77  WS-COPY-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002940 77  WS-COPY-HASH                PIC 9(13) COMP-3 VALUE ZERO.
002950 77  WS-HIST-COUNT               PIC 9(07) COMP VALUE ZERO.
002960 77  WS-HIST-AMOUNT              PIC S9(13)V99 COMP-3 VALUE ZERO.
002970 77  WS-HIST-HASH                PIC 9(13) COMP-3 VALUE ZERO.
002980 77  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
002990 77  WS-ALREADY-GONE-COUNT       PIC 9(07) COMP VALUE ZERO.
003000 77  WS-TXN-NUMBER-NUM           PIC 9(04) VALUE ZERO.
003010 01  WS-SUSP-IMAGE.
003020     05  WS-SI-TRANSACTION-ID    PIC X(07).
003030     05  FILLER                  PIC X(73).
003040 77  WS-SUSP-DATE                PIC 9(08) VALUE ZERO.
003050 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
003060 01  WS-CDT-TIME-STAMP.
003070     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
003080     05  FILLER                  PIC X(02).
003090 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
003100 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
003110 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
003120     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
003130 77  WS-ALERT-SEVERITY           PIC X(01) VALUE 'F'.
003140 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'TRANARCH'.
003150 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
003160 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
003161*----------------------------------------------------------------
003162* STEP TIMING - START STAMP TAKEN AT ENTRY
003163*----------------------------------------------------------------
003164 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
003165     88  WS-STEPTIME-OK                     VALUE '00'.
003166     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
003167 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
003168 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
003170*----------------------------------------------------------------
003180* REPORT LINES
003190*----------------------------------------------------------------
003200 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
003210 77  WS-RPT-AMOUNT-DISPLAY       PIC Z(12)9.99-.
003220 77  WS-RPT-HASH-DISPLAY         PIC Z(12)9.
003230 01  WS-REPORT-LINE.
003240     05  WS-RPT-LABEL            PIC X(40).
003250     05  WS-RPT-VALUE            PIC X(20).
003260     05  FILLER                  PIC X(72) VALUE SPACES.
003270*----------------------------------------------------------------
003280* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
003290*----------------------------------------------------------------
003300     COPY RUNPARM.
003310*
003320 PROCEDURE DIVISION.
003330*----------------------------------------------------------------
003340 0000-MAINLINE.
003350*----------------------------------------------------------------
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     PERFORM 1100-LOAD-ARCHIVED-MONTHS THRU 1100-EXIT.
003380     PERFORM 1200-SELECT-MONTH THRU 1200-EXIT.
003390     IF WS-TARGET-MONTH = ZERO
003400         PERFORM 9000-TERMINATE THRU 9000-EXIT
003410         STOP RUN
003420     END-IF.
003430     PERFORM 1500-OPEN-MASTER THRU 1500-EXIT.
003440     IF WS-RESUMING-DELETE
003450         PERFORM 5000-REPROVE-HISTORY THRU 5000-EXIT
003460     ELSE
003470         PERFORM 2000-SUM-CONTROL-TOTALS THRU 2000-EXIT
003480         PERFORM 2200-SUM-RERUN-DUPLICATES THRU 2200-EXIT
003490         PERFORM 3000-COPY-MONTH THRU 3000-EXIT
003500         PERFORM 4000-READ-BACK-HISTORY THRU 4000-EXIT
003510         PERFORM 4500-PROVE-THE-MONTH THRU 4500-EXIT
003520     END-IF.
003530     IF WS-MONTH-PROVED
003540         PERFORM 6000-DELETE-FROM-MASTER THRU 6000-EXIT
003550     END-IF.
003560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003570     STOP RUN.
003580*----------------------------------------------------------------
003590 1000-INITIALIZE.
003600*----------------------------------------------------------------
003602     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003604     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003606     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
003610     MOVE 'TRANARCH' TO RP-JOB-NAME.
003620     ACCEPT WS-PARM-MONTH FROM SYSIN.
003630     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
003640*    THE NEWEST MONTH THAT MAY LEAVE THE LIVE MASTER IS THE
003650*    CLOSED MONTH LESS THE RETENTION PERIOD LESS ONE.
003660     MOVE WS-CLOSED-DATE(1:4) TO WS-SERIAL-YEAR.
003670     MOVE WS-CLOSED-DATE(5:2) TO WS-SERIAL-MONTH.
003680     COMPUTE WS-MONTH-SERIAL = WS-SERIAL-YEAR * 12
003690         + WS-SERIAL-MONTH - 1 - WS-RETENTION-MONTHS - 1.
003700     DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-SERIAL-YEAR
003710         REMAINDER WS-SERIAL-MONTH.
003720     ADD 1 TO WS-SERIAL-MONTH.
003730     COMPUTE WS-LAST-ARCH-MONTH =
003740         WS-SERIAL-YEAR * 100 + WS-SERIAL-MONTH.
003750     DISPLAY 'TRANARCH - CLOSED DATE   = ' WS-CLOSED-DATE.
003760     DISPLAY 'TRANARCH - ARCHIVE UP TO = ' WS-LAST-ARCH-MONTH.
003770     DISPLAY 'TRANARCH - OPERATOR ID   = ' RP-OPERATOR-ID.
003780     OPEN OUTPUT ARCHIVE-REPORT-FILE.
003790     IF NOT WS-ARCHRPT-OK
003800         MOVE 26 TO WS-ABEND-CODE
003810         STRING 'ARCHRPT OPEN FAILED, FILE STATUS = '
003820             WS-ARCHRPT-STATUS DELIMITED BY SIZE
003830             INTO WS-ABEND-REASON
003840         GO TO 9999-ABEND-RTN
003850     END-IF.
003860     MOVE SPACES TO WS-REPORT-LINE.
003870     MOVE 'TRANARCH CLOSED-MONTH MASTER ARCHIVE' TO WS-RPT-LABEL.
003880     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
003890     MOVE 'CLOSED BUSINESS DATE' TO WS-RPT-LABEL.
003900     MOVE WS-CLOSED-DATE         TO WS-RPT-VALUE.
003910     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
003920     MOVE 'NEWEST MONTH PAST RETENTION' TO WS-RPT-LABEL.
003930     MOVE WS-LAST-ARCH-MONTH     TO WS-RPT-VALUE.
003940     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
003950 1000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980 1020-READ-BUSINESS-DATE.
003990*----------------------------------------------------------------
004000     OPEN INPUT BUSINESS-DATE-FILE.
004010     IF NOT WS-BUSDATE-OK
004020         MOVE 12 TO WS-ABEND-CODE
004030         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
004040             TO WS-ABEND-REASON
004050         GO TO 9999-ABEND-RTN
004060     END-IF.
004070     READ BUSINESS-DATE-FILE
004080         AT END
004090             MOVE 12 TO WS-ABEND-CODE
004100             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
004110                 TO WS-ABEND-REASON
004120             GO TO 9999-ABEND-RTN
004130     END-READ.
004140     CLOSE BUSINESS-DATE-FILE.
004150*    LIKE MONEND, THE RUN BELONGS TO THE CYCLE THAT JUST
004160*    CLOSED.
004170     MOVE BD-LAST-SUCCESSFUL-RUN-DATE TO WS-CLOSED-DATE.
004180     MOVE WS-CLOSED-DATE TO RP-RUN-DATE.
004190 1020-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 1100-LOAD-ARCHIVED-MONTHS.
004230*----------------------------------------------------------------
004240     OPEN INPUT HIST-CTL-FILE.
004250     IF WS-HISTCTL-NOT-FOUND
004260         GO TO 1100-EXIT
004270     END-IF.
004280     IF NOT WS-HISTCTL-OK
004290         MOVE 12 TO WS-ABEND-CODE
004300         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
004310             WS-HISTCTL-STATUS DELIMITED BY SIZE
004320             INTO WS-ABEND-REASON
004330         GO TO 9999-ABEND-RTN
004340     END-IF.
004350     PERFORM 1150-READ-ONE-HIST-CTL THRU 1150-EXIT
004360         UNTIL WS-END-OF-HISTCTL.
004370     CLOSE HIST-CTL-FILE.
004380 1100-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410 1150-READ-ONE-HIST-CTL.
004420*----------------------------------------------------------------
004430     READ HIST-CTL-FILE
004440         AT END
004450             MOVE 'Y' TO WS-HISTCTL-EOF-SWITCH
004460             GO TO 1150-EXIT
004470     END-READ.
004480     MOVE HC-MONTH TO WS-ARCH-KEY.
004490     PERFORM 1180-FIND-ARCHIVED-MONTH THRU 1180-EXIT.
004500     IF NOT WS-ARCH-FOUND
004510         IF WS-ARCH-TOTAL NOT < WS-ARCH-TABLE-MAX
004520             MOVE 46 TO WS-ABEND-CODE
004530             MOVE 'ARCHIVED-MONTH TABLE FULL' TO WS-ABEND-REASON
004540             GO TO 9999-ABEND-RTN
004550         END-IF
004560         ADD 1 TO WS-ARCH-TOTAL
004570         MOVE WS-ARCH-TOTAL TO WS-ARCH-MATCH-SUB
004580         MOVE HC-MONTH TO WS-ARCH-MONTH(WS-ARCH-MATCH-SUB)
004590     END-IF.
004600     MOVE HC-ARCHIVE-STATUS TO WS-ARCH-STATUS(WS-ARCH-MATCH-SUB).
004610 1150-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 1180-FIND-ARCHIVED-MONTH.
004650*----------------------------------------------------------------
004660     MOVE 'N' TO WS-ARCH-FOUND-SWITCH.
004670     PERFORM 1190-COMPARE-ARCH-ENTRY THRU 1190-EXIT
004680         VARYING WS-ARCH-SUB FROM 1 BY 1
004690         UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
004700            OR WS-ARCH-FOUND.
004710 1180-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 1190-COMPARE-ARCH-ENTRY.
004750*----------------------------------------------------------------
004760     IF WS-ARCH-MONTH(WS-ARCH-SUB) = WS-ARCH-KEY
004770         SET WS-ARCH-FOUND TO TRUE
004780         MOVE WS-ARCH-SUB TO WS-ARCH-MATCH-SUB
004790     END-IF.
004800 1190-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 1200-SELECT-MONTH.
004840*----------------------------------------------------------------
004850*    A FORCED MONTH IS CHECKED; OTHERWISE THE OLDEST MONTH ON
004860*    MONCTL THAT IS PAST RETENTION AND NOT YET COMPLETE ON
004870*    HISTCTL IS TAKEN.
004880     IF WS-PARM-MONTH IS NUMERIC
004890         MOVE WS-PARM-MONTH TO WS-TARGET-MONTH
004900         DISPLAY 'TRANARCH - MONTH FORCED BY PARM = '
004910             WS-TARGET-MONTH
004920     END-IF.
004930     OPEN INPUT MONTH-CTL-FILE.
004940     IF WS-MONCTL-NOT-FOUND
004950         MOVE 'Y' TO WS-MONCTL-EOF-SWITCH
004960     ELSE
004970         IF NOT WS-MONCTL-OK
004980             MOVE 12 TO WS-ABEND-CODE
004990             STRING 'MONCTL OPEN FAILED, FILE STATUS = '
005000                 WS-MONCTL-STATUS DELIMITED BY SIZE
005010                 INTO WS-ABEND-REASON
005020             GO TO 9999-ABEND-RTN
005030         END-IF
005040     END-IF.
005050     PERFORM 1250-READ-ONE-MONTH-CTL THRU 1250-EXIT
005060         UNTIL WS-END-OF-MONCTL.
005070     IF NOT WS-MONCTL-NOT-FOUND
005080         CLOSE MONTH-CTL-FILE
005090     END-IF.
005100     IF WS-PARM-MONTH IS NUMERIC
005110         PERFORM 1300-CHECK-FORCED-MONTH THRU 1300-EXIT
005120     END-IF.
005130     IF WS-TARGET-MONTH = ZERO
005140         DISPLAY 'TRANARCH - NO MONTH DUE FOR ARCHIVE, NOTHING '
005150             'TO DO'
005160         MOVE 'MONTH ARCHIVED'       TO WS-RPT-LABEL
005170         MOVE 'NONE DUE'             TO WS-RPT-VALUE
005180         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
005190         GO TO 1200-EXIT
005200     END-IF.
005210     MOVE WS-TARGET-MONTH TO WS-ARCH-KEY.
005220     PERFORM 1180-FIND-ARCHIVED-MONTH THRU 1180-EXIT.
005230     IF WS-ARCH-FOUND
005240         SET WS-RESUMING-DELETE TO TRUE
005250     END-IF.
005260     MOVE SPACES TO WS-HIST-FILE-NAME.
005270     STRING 'TRANHIST.' WS-TARGET-MONTH DELIMITED BY SIZE
005280         INTO WS-HIST-FILE-NAME.
005290     DISPLAY 'TRANARCH - TARGET MONTH  = ' WS-TARGET-MONTH.
005300     DISPLAY 'TRANARCH - HISTORY FILE  = ' WS-HIST-FILE-NAME.
005310     MOVE 'MONTH ARCHIVED'       TO WS-RPT-LABEL.
005320     MOVE WS-TARGET-MONTH        TO WS-RPT-VALUE.
005330     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
005340     MOVE 'HISTORY FILE'         TO WS-RPT-LABEL.
005350     MOVE WS-HIST-FILE-NAME      TO WS-RPT-VALUE.
005360     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
005370     IF WS-RESUMING-DELETE
005380         MOVE 'MODE'             TO WS-RPT-LABEL
005390         MOVE 'RESUMED DELETION' TO WS-RPT-VALUE
005400         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
005410     END-IF.
005420 1200-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450 1250-READ-ONE-MONTH-CTL.
005460*----------------------------------------------------------------
005470     READ MONTH-CTL-FILE
005480         AT END
005490             MOVE 'Y' TO WS-MONCTL-EOF-SWITCH
005500             GO TO 1250-EXIT
005510     END-READ.
005520     IF WS-PARM-MONTH IS NUMERIC
005530         IF MC-MONTH = WS-TARGET-MONTH
005540             SET WS-MONTH-CONSOLIDATED TO TRUE
005550         END-IF
005560         GO TO 1250-EXIT
005570     END-IF.
005580     IF MC-MONTH > WS-LAST-ARCH-MONTH
005590         GO TO 1250-EXIT
005600     END-IF.
005610     IF WS-TARGET-MONTH NOT = ZERO
005620       AND MC-MONTH NOT < WS-TARGET-MONTH
005630         GO TO 1250-EXIT
005640     END-IF.
005650     MOVE MC-MONTH TO WS-ARCH-KEY.
005660     PERFORM 1180-FIND-ARCHIVED-MONTH THRU 1180-EXIT.
005670     IF WS-ARCH-FOUND
005680       AND WS-ARCH-COMPLETE(WS-ARCH-MATCH-SUB)
005690         GO TO 1250-EXIT
005700     END-IF.
005710     MOVE MC-MONTH TO WS-TARGET-MONTH.
005720 1250-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750 1300-CHECK-FORCED-MONTH.
005760*----------------------------------------------------------------
005770     MOVE SPACES TO WS-REFUSE-REASON.
005780     MOVE WS-TARGET-MONTH TO WS-ARCH-KEY.
005790     PERFORM 1180-FIND-ARCHIVED-MONTH THRU 1180-EXIT.
005800     EVALUATE TRUE
005810         WHEN NOT WS-MONTH-CONSOLIDATED
005820             MOVE 'MONTH NOT CONSOLIDATED BY MONEND'
005830                 TO WS-REFUSE-REASON
005840         WHEN WS-TARGET-MONTH > WS-LAST-ARCH-MONTH
005850             MOVE 'MONTH STILL INSIDE RETENTION PERIOD'
005860                 TO WS-REFUSE-REASON
005870         WHEN WS-ARCH-FOUND
005880           AND WS-ARCH-COMPLETE(WS-ARCH-MATCH-SUB)
005890             MOVE 'MONTH ALREADY ARCHIVED'
005900                 TO WS-REFUSE-REASON
005910     END-EVALUATE.
005920     IF WS-REFUSE-REASON = SPACES
005930         GO TO 1300-EXIT
005940     END-IF.
005950     DISPLAY 'TRANARCH - ' WS-TARGET-MONTH ' REFUSED - '
005960         WS-REFUSE-REASON.
005970     MOVE SPACES TO WS-REPORT-LINE.
005980     STRING 'MONTH ' WS-TARGET-MONTH ' REFUSED - '
005990         WS-REFUSE-REASON DELIMITED BY SIZE
006000         INTO WS-REPORT-LINE.
006010     MOVE WS-REPORT-LINE TO ARCHIVE-REPORT-LINE.
006020     WRITE ARCHIVE-REPORT-LINE.
006030     MOVE 4 TO RETURN-CODE.
006040     MOVE ZERO TO WS-TARGET-MONTH.
006050 1300-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080 1500-OPEN-MASTER.
006090*----------------------------------------------------------------
006100     OPEN INPUT TRAN-MASTER.
006110     IF WS-TRANMAST-NOT-FOUND
006120         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
006130         GO TO 1500-EXIT
006140     END-IF.
006150     IF NOT WS-TRANMAST-OK
006160         MOVE 14 TO WS-ABEND-CODE
006170         STRING 'TRAN-MASTER OPEN FAILED, FILE STATUS = '
006180             WS-TRANMAST-STATUS DELIMITED BY SIZE
006190             INTO WS-ABEND-REASON
006200         GO TO 9999-ABEND-RTN
006210     END-IF.
006220     SET WS-MASTER-OPEN TO TRUE.
006230 1500-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260 2000-SUM-CONTROL-TOTALS.
006270*----------------------------------------------------------------
006280     OPEN INPUT CONTROL-TOTAL-FILE.
006290     IF WS-CTLTOT-NOT-FOUND
006300         GO TO 2000-EXIT
006310     END-IF.
006320     IF NOT WS-CTLTOT-OK
006330         MOVE 12 TO WS-ABEND-CODE
006340         STRING 'CTLTOTS OPEN FAILED, FILE STATUS = '
006350             WS-CTLTOT-STATUS DELIMITED BY SIZE
006360             INTO WS-ABEND-REASON
006370         GO TO 9999-ABEND-RTN
006380     END-IF.
006390     PERFORM 2100-SUM-ONE-DAY THRU 2100-EXIT
006400         UNTIL WS-END-OF-CTLTOT.
006410     CLOSE CONTROL-TOTAL-FILE.
006420 2000-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450 2100-SUM-ONE-DAY.
006460*----------------------------------------------------------------
006470     READ CONTROL-TOTAL-FILE
006480         AT END
006490             MOVE 'Y' TO WS-CTLTOT-EOF-SWITCH
006500         NOT AT END
006510             IF CD-BUSINESS-DATE(1:6) = WS-TARGET-MONTH
006520                 ADD CD-RECORDS-POSTED     TO WS-CTL-COUNT
006530                 ADD CD-BASE-AMOUNT-POSTED TO WS-CTL-AMOUNT
006540             END-IF
006550     END-READ.
006560 2100-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590 2200-SUM-RERUN-DUPLICATES.
006600*----------------------------------------------------------------
006610*    CTLTOTS COUNT ONLY A NIGHT'S FRESH POSTINGS.  WHAT AN
006620*    ABORTED ATTEMPT POSTED IS ON THE MASTER BUT NOT IN CTLTOTS,
006630*    AND CAME BACK ON THE RERUN AS A REASON-04 DUPLICATE (STILL
006640*    IN SUSPENSE OR WRITTEN OFF) - EACH ONE IS A RECONCILING
006650*    ITEM AT ITS MASTER BASE AMOUNT.
006652*    A REASON-11 DUPLICATE (THE SAME ID TWICE IN ONE NIGHT) IS
006654*    NOT ONE - THE PASS THAT SUSPENDED IT POSTED ITS FIRST COPY,
006656*    SO CTLTOTS ALREADY COUNTS THAT MONEY.
006660     OPEN INPUT SUSPENSE-FILE.
006670     IF WS-SUSPENSE-NOT-FOUND
006680         MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
006690     ELSE
006700         IF NOT WS-SUSPENSE-OK
006710             MOVE 12 TO WS-ABEND-CODE
006720             STRING 'SUSPENSE OPEN FAILED, FILE STATUS = '
006730                 WS-SUSPENSE-STATUS DELIMITED BY SIZE
006740                 INTO WS-ABEND-REASON
006750             GO TO 9999-ABEND-RTN
006760         END-IF
006770     END-IF.
006780     PERFORM 2250-READ-ONE-SUSPENSE THRU 2250-EXIT
006790         UNTIL WS-END-OF-SUSPENSE.
006800     IF NOT WS-SUSPENSE-NOT-FOUND
006810         CLOSE SUSPENSE-FILE
006820     END-IF.
006830     OPEN INPUT WRITE-OFF-FILE.
006840     IF WS-SUSPWOFF-NOT-FOUND
006850         GO TO 2200-EXIT
006860     END-IF.
006870     IF NOT WS-SUSPWOFF-OK
006880         MOVE 12 TO WS-ABEND-CODE
006890         STRING 'SUSPWOFF OPEN FAILED, FILE STATUS = '
006900             WS-SUSPWOFF-STATUS DELIMITED BY SIZE
006910             INTO WS-ABEND-REASON
006920         GO TO 9999-ABEND-RTN
006930     END-IF.
006940     PERFORM 2270-READ-ONE-WRITE-OFF THRU 2270-EXIT
006950         UNTIL WS-END-OF-SUSPWOFF.
006960     CLOSE WRITE-OFF-FILE.
006970 2200-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000 2250-READ-ONE-SUSPENSE.
007010*----------------------------------------------------------------
007020     READ SUSPENSE-FILE
007030         AT END
007040             MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
007050             GO TO 2250-EXIT
007060     END-READ.
007070     IF NOT SP-REASON-DUPLICATE-POST
007080       OR SP-BUSINESS-DATE(1:6) NOT = WS-TARGET-MONTH
007090         GO TO 2250-EXIT
007100     END-IF.
007110     MOVE SP-BUSINESS-DATE TO WS-SUSP-DATE.
007120     MOVE SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
007130     PERFORM 2290-PRICE-DUPLICATE THRU 2290-EXIT.
007140 2250-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------
007170 2270-READ-ONE-WRITE-OFF.
007180*----------------------------------------------------------------
007190     READ WRITE-OFF-FILE
007200         AT END
007210             MOVE 'Y' TO WS-SUSPWOFF-EOF-SWITCH
007220             GO TO 2270-EXIT
007230     END-READ.
007240     IF WO-SP-REASON-CODE NOT = '04'
007250       OR WO-SP-BUSINESS-DATE(1:6) NOT = WS-TARGET-MONTH
007260         GO TO 2270-EXIT
007270     END-IF.
007280     MOVE WO-SP-BUSINESS-DATE TO WS-SUSP-DATE.
007290     MOVE WO-SP-TRANSIN-DATA  TO WS-SUSP-IMAGE.
007300     PERFORM 2290-PRICE-DUPLICATE THRU 2290-EXIT.
007310 2270-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340 2290-PRICE-DUPLICATE.
007350*----------------------------------------------------------------
007360     IF NOT WS-MASTER-OPEN
007370         GO TO 2290-EXIT
007380     END-IF.
007390     MOVE WS-SI-TRANSACTION-ID TO TM-TRANSACTION-ID.
007400     MOVE WS-SUSP-DATE         TO TM-BUSINESS-DATE.
007410     READ TRAN-MASTER
007420         INVALID KEY
007430             GO TO 2290-EXIT
007440     END-READ.
007450     ADD 1              TO WS-DUP-COUNT.
007460     ADD TM-BASE-AMOUNT TO WS-DUP-AMOUNT.
007470 2290-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500 3000-COPY-MONTH.
007510*----------------------------------------------------------------
007520     OPEN OUTPUT TRAN-HIST-FILE.
007530     IF NOT WS-TRANHIST-OK
007540         MOVE 44 TO WS-ABEND-CODE
007550         STRING WS-HIST-FILE-NAME ' OPEN FAILED, FILE STATUS = '
007560             WS-TRANHIST-STATUS DELIMITED BY SIZE
007570             INTO WS-ABEND-REASON
007580         GO TO 9999-ABEND-RTN
007590     END-IF.
007600     IF WS-MASTER-OPEN
007610         MOVE LOW-VALUES TO TM-MASTER-KEY
007620         START TRAN-MASTER
007630             KEY IS NOT LESS THAN TM-MASTER-KEY
007640             INVALID KEY
007650                 MOVE 'Y' TO WS-MASTER-EOF-SWITCH
007660         END-START
007670     END-IF.
007680     PERFORM 3100-COPY-ONE-POSTING THRU 3100-EXIT
007690         UNTIL WS-END-OF-MASTER.
007700     CLOSE TRAN-HIST-FILE.
007710 3000-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740 3100-COPY-ONE-POSTING.
007750*----------------------------------------------------------------
007760     READ TRAN-MASTER NEXT RECORD
007770         AT END
007780             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
007790             GO TO 3100-EXIT
007800     END-READ.
007810     IF TM-BUSINESS-DATE(1:6) NOT = WS-TARGET-MONTH
007820         GO TO 3100-EXIT
007830     END-IF.
007840     MOVE TRAN-MAST-RECORD TO TRAN-HIST-RECORD.
007850     WRITE TRAN-HIST-RECORD.
007860     IF NOT WS-TRANHIST-OK
007870         MOVE 44 TO WS-ABEND-CODE
007880         STRING WS-HIST-FILE-NAME ' WRITE FAILED, FILE STATUS = '
007890             WS-TRANHIST-STATUS DELIMITED BY SIZE
007900             INTO WS-ABEND-REASON
007910         GO TO 9999-ABEND-RTN
007920     END-IF.
007930     ADD 1              TO WS-COPY-COUNT.
007940     ADD TM-BASE-AMOUNT TO WS-COPY-AMOUNT.
007950     IF TM-TXN-NUMBER IS NUMERIC
007960         MOVE TM-TXN-NUMBER TO WS-TXN-NUMBER-NUM
007970         ADD WS-TXN-NUMBER-NUM TO WS-COPY-HASH
007980     END-IF.
007990 3100-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020 4000-READ-BACK-HISTORY.
008030*----------------------------------------------------------------
008040*    THE HISTORY FILE IS PROVED AS WRITTEN, NOT AS INTENDED -
008050*    ITS OWN TOTALS ARE TAKEN FROM A SECOND READ OF THE FILE.
008060     PERFORM 4100-TOTAL-HISTORY-FILE THRU 4100-EXIT.
008070     IF WS-HIST-COUNT NOT = WS-COPY-COUNT
008080       OR WS-HIST-AMOUNT NOT = WS-COPY-AMOUNT
008090       OR WS-HIST-HASH NOT = WS-COPY-HASH
008100         MOVE 44 TO WS-ABEND-CODE
008110         STRING WS-HIST-FILE-NAME ' DOES NOT READ BACK AS '
008120             'WRITTEN' DELIMITED BY SIZE
008130             INTO WS-ABEND-REASON
008140         GO TO 9999-ABEND-RTN
008150     END-IF.
008160 4000-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190 4100-TOTAL-HISTORY-FILE.
008200*----------------------------------------------------------------
008210     MOVE ZERO TO WS-HIST-COUNT WS-HIST-AMOUNT WS-HIST-HASH.
008220     MOVE 'N' TO WS-TRANHIST-EOF-SWITCH.
008230     OPEN INPUT TRAN-HIST-FILE.
008240     IF NOT WS-TRANHIST-OK
008250         MOVE 44 TO WS-ABEND-CODE
008260         STRING WS-HIST-FILE-NAME ' OPEN FAILED, FILE STATUS = '
008270             WS-TRANHIST-STATUS DELIMITED BY SIZE
008280             INTO WS-ABEND-REASON
008290         GO TO 9999-ABEND-RTN
008300     END-IF.
008310     PERFORM 4150-TOTAL-ONE-HISTORY-REC THRU 4150-EXIT
008320         UNTIL WS-END-OF-TRANHIST.
008330     CLOSE TRAN-HIST-FILE.
008340 4100-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370 4150-TOTAL-ONE-HISTORY-REC.
008380*----------------------------------------------------------------
008390     READ TRAN-HIST-FILE
008400         AT END
008410             MOVE 'Y' TO WS-TRANHIST-EOF-SWITCH
008420             GO TO 4150-EXIT
008430     END-READ.
008440     ADD 1              TO WS-HIST-COUNT.
008450     ADD TH-BASE-AMOUNT TO WS-HIST-AMOUNT.
008460     IF TH-TXN-NUMBER IS NUMERIC
008470         MOVE TH-TXN-NUMBER TO WS-TXN-NUMBER-NUM
008480         ADD WS-TXN-NUMBER-NUM TO WS-HIST-HASH
008490     END-IF.
008500 4150-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530 4500-PROVE-THE-MONTH.
008540*----------------------------------------------------------------
008550     COMPUTE WS-EXPECT-COUNT  = WS-CTL-COUNT + WS-DUP-COUNT.
008560     COMPUTE WS-EXPECT-AMOUNT = WS-CTL-AMOUNT + WS-DUP-AMOUNT.
008570     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
008580     IF WS-HIST-COUNT = WS-EXPECT-COUNT
008590       AND WS-HIST-AMOUNT = WS-EXPECT-AMOUNT
008600         SET WS-MONTH-PROVED TO TRUE
008610         MOVE 'ARCHIVE PROOF'  TO WS-RPT-LABEL
008620         MOVE 'MATCHED'        TO WS-RPT-VALUE
008630         PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
008640         MOVE 'P' TO HC-ARCHIVE-STATUS
008650         PERFORM 7000-WRITE-HIST-CTL THRU 7000-EXIT
008660         GO TO 4500-EXIT
008670     END-IF.
008680     MOVE 'ARCHIVE PROOF'      TO WS-RPT-LABEL.
008690     MOVE 'DISCREPANCY'        TO WS-RPT-VALUE.
008700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
008710     MOVE 'MASTER LEFT UNCHANGED' TO WS-RPT-LABEL.
008720     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
008730     DISPLAY 'TRANARCH - ' WS-TARGET-MONTH ' DOES NOT PROVE '
008740         'AGAINST CTLTOTS, NOTHING DELETED'.
008750     MOVE 'W' TO WS-ALERT-SEVERITY.
008760     STRING 'ARCHIVE OF ' WS-TARGET-MONTH ' NOT PROVED AGAINST '
008770         'CTLTOTS - MASTER UNCHANGED' DELIMITED BY SIZE
008780         INTO WS-ALERT-REASON.
008790     MOVE 'REVIEW ARCHRPT AND MONRPT FOR THE MONTH'
008800         TO WS-ALERT-ACTION.
008810     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
008820     MOVE 4 TO RETURN-CODE.
008830 4500-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860 5000-REPROVE-HISTORY.
008870*----------------------------------------------------------------
008880*    A DELETION WAS STOPPED PART-WAY.  THE HISTORY FILE MUST
008890*    STILL CARRY EXACTLY THE TOTALS PROVED WHEN IT STARTED
008900*    BEFORE ANY MORE OF THE MONTH LEAVES THE MASTER.
008910     PERFORM 5100-FIND-PROVED-RECORD THRU 5100-EXIT.
008920     PERFORM 4100-TOTAL-HISTORY-FILE THRU 4100-EXIT.
008930     MOVE WS-HIST-COUNT  TO WS-COPY-COUNT.
008940     MOVE WS-HIST-AMOUNT TO WS-COPY-AMOUNT.
008950     MOVE WS-HIST-HASH   TO WS-COPY-HASH.
008960     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
008970     IF WS-HIST-COUNT NOT = HC-RECORD-COUNT
008980       OR WS-HIST-AMOUNT NOT = HC-BASE-AMOUNT
008990       OR WS-HIST-HASH NOT = HC-HASH-TOTAL
009000         MOVE 30 TO WS-ABEND-CODE
009010         STRING WS-HIST-FILE-NAME ' NO LONGER MATCHES HISTCTL'
009020             DELIMITED BY SIZE INTO WS-ABEND-REASON
009030         GO TO 9999-ABEND-RTN
009040     END-IF.
009050     SET WS-MONTH-PROVED TO TRUE.
009060     MOVE 'ARCHIVE PROOF'      TO WS-RPT-LABEL.
009070     MOVE 'MATCHED HISTCTL'    TO WS-RPT-VALUE.
009080     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
009090 5000-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120 5100-FIND-PROVED-RECORD.
009130*----------------------------------------------------------------
009140     MOVE 'N' TO WS-HISTCTL-EOF-SWITCH.
009150     OPEN INPUT HIST-CTL-FILE.
009160     IF NOT WS-HISTCTL-OK
009170         MOVE 12 TO WS-ABEND-CODE
009180         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
009190             WS-HISTCTL-STATUS DELIMITED BY SIZE
009200             INTO WS-ABEND-REASON
009210         GO TO 9999-ABEND-RTN
009220     END-IF.
009230     PERFORM 5150-READ-FOR-PROVED THRU 5150-EXIT
009240         UNTIL WS-END-OF-HISTCTL.
009250     CLOSE HIST-CTL-FILE.
009260     MOVE WS-SAVED-HIST-CTL TO HIST-CTL-RECORD.
009270     MOVE HC-CTL-COUNT         TO WS-CTL-COUNT.
009280     MOVE HC-CTL-AMOUNT        TO WS-CTL-AMOUNT.
009290     MOVE HC-RERUN-DUP-COUNT   TO WS-DUP-COUNT.
009300     MOVE HC-RERUN-DUP-AMOUNT  TO WS-DUP-AMOUNT.
009310     COMPUTE WS-EXPECT-COUNT  = WS-CTL-COUNT + WS-DUP-COUNT.
009320     COMPUTE WS-EXPECT-AMOUNT = WS-CTL-AMOUNT + WS-DUP-AMOUNT.
009330 5100-EXIT.
009340     EXIT.
009350*----------------------------------------------------------------
009360 5150-READ-FOR-PROVED.
009370*----------------------------------------------------------------
009380     READ HIST-CTL-FILE
009390         AT END
009400             MOVE 'Y' TO WS-HISTCTL-EOF-SWITCH
009410             GO TO 5150-EXIT
009420     END-READ.
009430     IF HC-MONTH = WS-TARGET-MONTH
009440         MOVE HIST-CTL-RECORD TO WS-SAVED-HIST-CTL
009450     END-IF.
009460 5150-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490 6000-DELETE-FROM-MASTER.
009500*----------------------------------------------------------------
009510*    THE HISTORY FILE DRIVES THE DELETION, SO EXACTLY THE
009520*    PROVED POSTINGS LEAVE THE MASTER.  ONE ALREADY GONE WAS
009530*    DELETED BY A RUN THAT STOPPED PART-WAY.
009540     IF WS-MASTER-OPEN
009550         CLOSE TRAN-MASTER
009560     END-IF.
009570     OPEN I-O TRAN-MASTER.
009580     IF NOT WS-TRANMAST-OK
009590         MOVE 14 TO WS-ABEND-CODE
009600         STRING 'TRAN-MASTER I-O OPEN FAILED, FILE STATUS = '
009610             WS-TRANMAST-STATUS DELIMITED BY SIZE
009620             INTO WS-ABEND-REASON
009630         GO TO 9999-ABEND-RTN
009640     END-IF.
009650     SET WS-MASTER-OPEN TO TRUE.
009660     MOVE 'N' TO WS-TRANHIST-EOF-SWITCH.
009670     OPEN INPUT TRAN-HIST-FILE.
009680     IF NOT WS-TRANHIST-OK
009690         MOVE 44 TO WS-ABEND-CODE
009700         STRING WS-HIST-FILE-NAME ' OPEN FAILED, FILE STATUS = '
009710             WS-TRANHIST-STATUS DELIMITED BY SIZE
009720             INTO WS-ABEND-REASON
009730         GO TO 9999-ABEND-RTN
009740     END-IF.
009750     PERFORM 6100-DELETE-ONE-POSTING THRU 6100-EXIT
009760         UNTIL WS-END-OF-TRANHIST.
009770     CLOSE TRAN-HIST-FILE.
009780     IF WS-DELETED-COUNT + WS-ALREADY-GONE-COUNT
009790           NOT = WS-HIST-COUNT
009800         MOVE 30 TO WS-ABEND-CODE
009810         MOVE 'DELETED COUNT DOES NOT MATCH HISTORY FILE'
009820             TO WS-ABEND-REASON
009830         GO TO 9999-ABEND-RTN
009840     END-IF.
009850     MOVE 'C' TO HC-ARCHIVE-STATUS.
009860     PERFORM 7000-WRITE-HIST-CTL THRU 7000-EXIT.
009870     MOVE SPACES TO WS-REPORT-LINE.
009880     MOVE WS-DELETED-COUNT TO WS-RPT-COUNT-DISPLAY.
009890     MOVE 'POSTINGS DELETED FROM MASTER' TO WS-RPT-LABEL.
009900     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009910     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
009920     MOVE WS-ALREADY-GONE-COUNT TO WS-RPT-COUNT-DISPLAY.
009930     MOVE 'ALREADY DELETED BY AN EARLIER RUN' TO WS-RPT-LABEL.
009940     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009950     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
009960     MOVE 'ARCHIVE STATUS'        TO WS-RPT-LABEL.
009970     MOVE 'COMPLETE'              TO WS-RPT-VALUE.
009980     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
009990 6000-EXIT.
010000     EXIT.
010010*----------------------------------------------------------------
010020 6100-DELETE-ONE-POSTING.
010030*----------------------------------------------------------------
010040     READ TRAN-HIST-FILE
010050         AT END
010060             MOVE 'Y' TO WS-TRANHIST-EOF-SWITCH
010070             GO TO 6100-EXIT
010080     END-READ.
010090     MOVE TH-MASTER-KEY TO TM-MASTER-KEY.
010100     DELETE TRAN-MASTER RECORD
010110         INVALID KEY
010120             ADD 1 TO WS-ALREADY-GONE-COUNT
010130             GO TO 6100-EXIT
010140     END-DELETE.
010150     IF NOT WS-TRANMAST-OK
010160         MOVE 14 TO WS-ABEND-CODE
010170         STRING 'TRAN-MASTER DELETE FAILED, FILE STATUS = '
010180             WS-TRANMAST-STATUS DELIMITED BY SIZE
010190             INTO WS-ABEND-REASON
010200         GO TO 9999-ABEND-RTN
010210     END-IF.
010220     ADD 1 TO WS-DELETED-COUNT.
010230 6100-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------
010260 7000-WRITE-HIST-CTL.
010270*----------------------------------------------------------------
010280*    CALLED WITH HC-ARCHIVE-STATUS ALREADY SET.
010290     OPEN EXTEND HIST-CTL-FILE.
010300     IF WS-HISTCTL-NOT-FOUND
010310         OPEN OUTPUT HIST-CTL-FILE
010320     END-IF.
010330     IF NOT WS-HISTCTL-OK
010340         MOVE 36 TO WS-ABEND-CODE
010350         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
010360             WS-HISTCTL-STATUS DELIMITED BY SIZE
010370             INTO WS-ABEND-REASON
010380         GO TO 9999-ABEND-RTN
010390     END-IF.
010400     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
010410     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
010420     MOVE WS-TARGET-MONTH   TO HC-MONTH.
010430     MOVE WS-HIST-FILE-NAME TO HC-HIST-FILE-NAME.
010440     MOVE RP-RUN-DATE       TO HC-ARCHIVE-DATE.
010450     MOVE WS-CDT-TIME       TO HC-ARCHIVE-TIME.
010460     MOVE WS-HIST-COUNT     TO HC-RECORD-COUNT.
010470     MOVE WS-HIST-AMOUNT    TO HC-BASE-AMOUNT.
010480     MOVE WS-HIST-HASH      TO HC-HASH-TOTAL.
010490     MOVE WS-CTL-COUNT      TO HC-CTL-COUNT.
010500     MOVE WS-CTL-AMOUNT     TO HC-CTL-AMOUNT.
010510     MOVE WS-DUP-COUNT      TO HC-RERUN-DUP-COUNT.
010520     MOVE WS-DUP-AMOUNT     TO HC-RERUN-DUP-AMOUNT.
010530     COMPUTE HC-DELETED-COUNT =
010540         WS-DELETED-COUNT + WS-ALREADY-GONE-COUNT.
010550     MOVE RP-OPERATOR-ID    TO HC-OPERATOR-ID.
010560     WRITE HIST-CTL-RECORD.
010570     CLOSE HIST-CTL-FILE.
010580 7000-EXIT.
010590     EXIT.
010600*----------------------------------------------------------------
010610 8000-WRITE-TOTALS.
010620*----------------------------------------------------------------
010630     MOVE WS-CTL-COUNT TO WS-RPT-COUNT-DISPLAY.
010640     MOVE 'CTLTOTS POSTINGS FOR THE MONTH' TO WS-RPT-LABEL.
010650     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
010660     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010670     MOVE WS-CTL-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
010680     MOVE 'CTLTOTS BASE VALUE FOR THE MONTH' TO WS-RPT-LABEL.
010690     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010710     MOVE WS-DUP-COUNT TO WS-RPT-COUNT-DISPLAY.
010720     MOVE 'RECONCILING - RERUN DUPLICATES' TO WS-RPT-LABEL.
010730     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
010740     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010750     MOVE WS-DUP-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
010760     MOVE 'RECONCILING - RERUN DUPLICATE VALUE' TO WS-RPT-LABEL.
010770     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010780     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010790     MOVE WS-HIST-COUNT TO WS-RPT-COUNT-DISPLAY.
010800     MOVE 'POSTINGS ON HISTORY FILE' TO WS-RPT-LABEL.
010810     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
010820     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010830     MOVE WS-HIST-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
010840     MOVE 'BASE VALUE ON HISTORY FILE' TO WS-RPT-LABEL.
010850     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010860     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010870     MOVE WS-HIST-HASH TO WS-RPT-HASH-DISPLAY.
010880     MOVE 'TRANSACTION HASH ON HISTORY FILE' TO WS-RPT-LABEL.
010890     MOVE WS-RPT-HASH-DISPLAY TO WS-RPT-VALUE.
010900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
010910 8000-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------
010940 8900-WRITE-REPORT-LINE.
010950*----------------------------------------------------------------
010960     MOVE WS-REPORT-LINE TO ARCHIVE-REPORT-LINE.
010970     WRITE ARCHIVE-REPORT-LINE.
010980     MOVE SPACES TO WS-REPORT-LINE.
010990 8900-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------
011020 9000-TERMINATE.
011030*----------------------------------------------------------------
011040     IF WS-MASTER-OPEN
011050         CLOSE TRAN-MASTER
011060     END-IF.
011070     CLOSE ARCHIVE-REPORT-FILE.
011080     DISPLAY 'TRANARCH - POSTINGS ARCHIVED   = ' WS-HIST-COUNT.
011090     DISPLAY 'TRANARCH - POSTINGS DELETED    = ' WS-DELETED-COUNT.
011095     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
011100     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
011110 9000-EXIT.
011120     EXIT.
011130*----------------------------------------------------------------
011140 9100-WRITE-RUN-REGISTER.
011150*----------------------------------------------------------------
011160     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
011170     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
011180     OPEN EXTEND RUN-REGISTER.
011190     IF WS-RUNREG-NOT-FOUND
011200         OPEN OUTPUT RUN-REGISTER
011210     END-IF.
011220     IF NOT WS-RUNREG-OK
011230         DISPLAY 'TRANARCH - RUN-REGISTER OPEN FAILED, FILE '
011240             'STATUS = ' WS-RUNREG-STATUS
011250         IF NOT WS-ABEND-IN-PROGRESS
011260             MOVE 22 TO WS-ABEND-CODE
011270             GO TO 9999-ABEND-RTN
011280         END-IF
011290         GO TO 9100-EXIT
011300     END-IF.
011310     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
011320     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
011330     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
011340     MOVE RETURN-CODE       TO RR-RETURN-CODE.
011350     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
011360     WRITE RUN-REG-RECORD.
011370     CLOSE RUN-REGISTER.
011380 9100-EXIT.
011390     EXIT.
011391*----------------------------------------------------------------
011392 9170-WRITE-STEP-TIMING.
011393*----------------------------------------------------------------
011394*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
011395*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
011396*    A RERUN FOR A NAMED MONTH IS NOT PART OF THE NIGHTLY WINDOW.
011397     IF WS-PARM-MONTH IS NUMERIC
011398         GO TO 9170-EXIT
011399     END-IF.
011400     OPEN EXTEND STEP-TIMING-FILE.
011401     IF WS-STEPTIME-NOT-FOUND
011402         OPEN OUTPUT STEP-TIMING-FILE
011403     END-IF.
011404     IF NOT WS-STEPTIME-OK
011405         DISPLAY 'TRANARCH - STEPTIME OPEN FAILED, FILE '
011406             'STATUS = ' WS-STEPTIME-STATUS
011407         GO TO 9170-EXIT
011408     END-IF.
011409     SET ST-TYPE-PROGRAM-STEP TO TRUE.
011410     MOVE RP-RUN-DATE            TO ST-BUSINESS-DATE.
011411     MOVE 'STEP07'               TO ST-STEP-NAME.
011412     MOVE 'TRANARCH'             TO ST-PROGRAM-NAME.
011413     MOVE 'NIGHTLY'              TO ST-RUN-MODE.
011414     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
011415     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
011416     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
011417     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
011418     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
011419     MOVE WS-COPY-COUNT          TO ST-RECORDS-IN.
011420     MOVE WS-DELETED-COUNT       TO ST-RECORDS-OUT.
011421     MOVE RETURN-CODE            TO ST-RETURN-CODE.
011422     WRITE STEP-TIMING-RECORD.
011423     CLOSE STEP-TIMING-FILE.
011424 9170-EXIT.
011425     EXIT.
011426*----------------------------------------------------------------
011427 9999-ABEND-RTN.
011428*----------------------------------------------------------------
011430     SET WS-ABEND-IN-PROGRESS TO TRUE.
011440     IF WS-ABEND-CODE = ZERO
011450         MOVE 16 TO WS-ABEND-CODE
011460     END-IF.
011470     DISPLAY 'TRANARCH - ABNORMAL TERMINATION, RC = '
011480         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
011490     MOVE WS-ABEND-CODE TO RETURN-CODE.
011500     MOVE 'F' TO WS-ALERT-SEVERITY.
011510     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
011520     MOVE SPACES TO WS-ALERT-ACTION.
011530     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
011535     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
011540     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
011550     STOP RUN.
011560 9999-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------
011590 9950-WRITE-ALERT.
011600*----------------------------------------------------------------
011610     OPEN EXTEND ALERT-FILE.
011620     IF WS-ALERT-NOT-FOUND
011630         OPEN OUTPUT ALERT-FILE
011640     END-IF.
011650     IF NOT WS-ALERT-OK
011660         DISPLAY 'TRANARCH - ALERT FILE OPEN FAILED, FILE '
011670             'STATUS = ' WS-ALERT-STATUS
011680         GO TO 9950-EXIT
011690     END-IF.
011700     MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY.
011710     MOVE RP-JOB-NAME        TO AL-JOB-NAME.
011720     MOVE WS-ALERT-STEP-NAME TO AL-STEP-NAME.
011730     IF AL-SEV-FATAL
011740         MOVE WS-ABEND-CODE  TO AL-ABEND-CODE
011750     ELSE
011760         MOVE ZERO           TO AL-ABEND-CODE
011770     END-IF.
011780     MOVE RP-RUN-DATE        TO AL-BUSINESS-DATE.
011790     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
011800     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
011810     MOVE WS-CDT-TIME        TO AL-ALERT-TIME.
011820     MOVE WS-ALERT-REASON    TO AL-REASON-TEXT.
011830     IF WS-ALERT-ACTION = SPACES
011840         MOVE 'REVIEW ARCHRPT THEN RERUN TRANARCH'
011850             TO WS-ALERT-ACTION
011860     END-IF.
011870     MOVE WS-ALERT-ACTION    TO AL-OPERATOR-ACTION.
011880     MOVE 'O'                TO AL-ALERT-STATUS.
011890     MOVE SPACES             TO AL-ACK-OPERATOR.
011900     WRITE ALERT-RECORD.
011910     CLOSE ALERT-FILE.
011920     MOVE SPACES TO WS-ALERT-ACTION.
011930     MOVE 'F' TO WS-ALERT-SEVERITY.
011940 9950-EXIT.
011950     EXIT.
