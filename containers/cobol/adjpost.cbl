000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     ADJPOST.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  REVERSAL AND ADJUSTMENT POSTING AGAINST THE KEYED
000180*           TRANSACTION MASTER.  APPLIES OPERATOR-KEYED
000190*           REQUESTS (ADJTRAN) NAMING AN ORIGINAL POSTING BY
000200*           ITS MASTER KEY:
000210*             R - REVERSE: POST THE EXACT OFFSET OF THE
000220*                 ORIGINAL AMOUNT AND FLAG THE ORIGINAL AS
000230*                 REVERSED - A POSTING IS NEVER REVERSED TWICE
000240*                 AND A REVERSAL IS NEVER ITSELF REVERSED.
000250*             A - ADJUST: POST THE SIGNED CORRECTIVE AMOUNT
000260*                 KEYED ON THE REQUEST AGAINST AN ORIGINAL.
000270*           EACH NEW POSTING GOES ON THE MASTER UNDER ITS OWN
000280*           KEY ADJNNNN + THE CURRENT BUSINESS DATE, FOR THE
000290*           ORIGINAL'S SITE AND TYPE, LINKED BACK TO THE
000300*           ORIGINAL KEY.  THE RUN APPENDS ITS OWN CTLTOTS
000310*           RECORD SO MONEND STILL PROVES THE MONTH, AND
000320*           STAGES EVERY NEW POSTING (ADJSTAGE) FOR TRANPOST
000330*           TO ROUTE ON THE SITE'S NEXT FEED.
000340*           EACH NEW POSTING CARRIES THE ORIGINAL'S CURRENCY: A
000350*           REVERSAL OFFSETS THE ORIGINAL'S BASE AMOUNT AT ITS
000360*           OWN RATE, AN ADJUSTMENT CONVERTS AT THE BUSINESS-DATE
000370*           FXRATE (NO RATE - REJECTED), AND CTLTOTS GETS ONE
000380*           RECORD PER CURRENCY - WRITTEN EVEN WHEN THE RUN
000390*           ABENDS AFTER POSTING, SO THE MASTER AND THE CONTROL
000400*           TOTALS AGREE.  THE STAGED ENTRY CARRIES THE BUSINESS
000410*           DATE, BASE AMOUNT AND KEYING OPERATOR SO TRANPOST CAN
000420*           HOLD A CORRECTION OVER THE SITE'S THRESHOLD.  A KEYED
000430*           ENTRY CARRIES NO SUPPLIER CODE.
000440*
000450*           THE RUNNING OPERATOR AND THE OPERATOR WHO KEYED
000460*           EACH REQUEST MUST BOTH HOLD AN ACTIVE PROFILE
000470*           WITH UPDATE AUTHORITY OR BETTER; EVERY DECISION
000480*           IS LOGGED TO SECLOG.
000490*----------------------------------------------------------------
000500* MODIFICATION HISTORY.
000510*    DATE       INIT  DESCRIPTION
000520*    ---------- ----  -------------------------------------------
000530*    2026-10-15 ALD   INITIAL VERSION.
000540*----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT TRAN-MASTER ASSIGN TO TRANMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS TM-MASTER-KEY
000650         FILE STATUS IS WS-TRANMAST-STATUS.
000660     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-BUSDATE-STATUS.
000700     SELECT ADJ-TRAN-FILE ASSIGN TO ADJTRAN
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-ADJTRAN-STATUS.
000740     SELECT ADJ-STAGE-FILE ASSIGN TO ADJSTAGE
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-ADJSTAGE-STATUS.
000780     SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTS
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-CTLTOT-STATUS.
000820     SELECT ADJ-REPORT-FILE ASSIGN TO ADJRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-ADJRPT-STATUS.
000860     SELECT RUN-REGISTER ASSIGN TO RUNREG
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-RUNREG-STATUS.
000900     SELECT OPER-PROFILE-FILE ASSIGN TO OPERPROF
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS OP-OPERATOR-ID
000940         FILE STATUS IS WS-OPERPROF-STATUS.
000950     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL
000980         FILE STATUS IS WS-SECLOG-STATUS.
000990     SELECT FX-RATE-FILE ASSIGN TO FXRATE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS FX-RATE-KEY
001030         FILE STATUS IS WS-FXRATE-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070*----------------------------------------------------------------
001080* TRAN-MASTER - KEYED TRANSACTION MASTER (ADJUSTMENT TARGET)
001090*----------------------------------------------------------------
001100 FD  TRAN-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY TRANMAST.
001130*----------------------------------------------------------------
001140* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001150*----------------------------------------------------------------
001160 FD  BUSINESS-DATE-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190     COPY BUSDATE.
001200*----------------------------------------------------------------
001210* ADJ-TRAN-FILE - OPERATOR-KEYED REVERSAL/ADJUSTMENT REQUESTS
001220*----------------------------------------------------------------
001230 FD  ADJ-TRAN-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260     COPY ADJTRAN.
001270*----------------------------------------------------------------
001280* ADJ-STAGE-FILE - NEW POSTINGS AWAITING ROUTING BY TRANPOST,
001290* IN THE TRANSIN DETAIL SHAPE THE SITE FEEDS CARRY
001300*----------------------------------------------------------------
001310 FD  ADJ-STAGE-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340     COPY ADJSTAGE.
001350*----------------------------------------------------------------
001360* CONTROL-TOTAL-FILE - DAILY CONTROL TOTALS (MONEND INPUT)
001370*----------------------------------------------------------------
001380 FD  CONTROL-TOTAL-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410     COPY CTLTOT.
001420*----------------------------------------------------------------
001430* ADJ-REPORT-FILE - REQUEST-BY-REQUEST AUDIT REPORT
001440*----------------------------------------------------------------
001450 FD  ADJ-REPORT-FILE
001460     LABEL RECORDS ARE OMITTED
001470     RECORDING MODE IS F.
001480 01  ADJ-REPORT-LINE             PIC X(132).
001490*----------------------------------------------------------------
001500* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001510*----------------------------------------------------------------
001520 FD  RUN-REGISTER
001530     LABEL RECORDS ARE STANDARD
001540     RECORDING MODE IS F.
001550     COPY RUNREG.
001560*----------------------------------------------------------------
001570* OPER-PROFILE-FILE - KEYED OPERATOR PROFILES (AUTHORIZATION)
001580*----------------------------------------------------------------
001590 FD  OPER-PROFILE-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY OPERPROF.
001620*----------------------------------------------------------------
001630* SECURITY-LOG-FILE - SECURITY ACCESS LOG (AUDITOR INTERFACE)
001640*----------------------------------------------------------------
001650 FD  SECURITY-LOG-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORDING MODE IS F.
001680     COPY SECLOG.
001690*----------------------------------------------------------------
001700* FX-RATE-FILE - KEYED EXCHANGE RATES TO THE BASE CURRENCY
001710*----------------------------------------------------------------
001720 FD  FX-RATE-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY FXRATE.
001750*
001760 WORKING-STORAGE SECTION.
001770*----------------------------------------------------------------
001780* SWITCHES AND STATUS FIELDS
001790*----------------------------------------------------------------
001800 77  WS-TRANMAST-STATUS          PIC X(02) VALUE SPACES.
001810     88  WS-TRANMAST-OK                     VALUE '00'.
001820 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
001830     88  WS-BUSDATE-OK                      VALUE '00'.
001840 77  WS-ADJTRAN-STATUS           PIC X(02) VALUE SPACES.
001850     88  WS-ADJTRAN-OK                      VALUE '00'.
001860 77  WS-ADJSTAGE-STATUS          PIC X(02) VALUE SPACES.
001870     88  WS-ADJSTAGE-OK                     VALUE '00'.
001880     88  WS-ADJSTAGE-NOT-FOUND              VALUE '35'.
001890 77  WS-CTLTOT-STATUS            PIC X(02) VALUE SPACES.
001900     88  WS-CTLTOT-OK                       VALUE '00'.
001910     88  WS-CTLTOT-NOT-FOUND                VALUE '35'.
001920 77  WS-ADJRPT-STATUS            PIC X(02) VALUE SPACES.
001930     88  WS-ADJRPT-OK                       VALUE '00'.
001940 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001950     88  WS-RUNREG-OK                       VALUE '00'.
001960     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001970 77  WS-OPERPROF-STATUS          PIC X(02) VALUE SPACES.
001980     88  WS-OPERPROF-OK                     VALUE '00'.
001990 77  WS-SECLOG-STATUS            PIC X(02) VALUE SPACES.
002000     88  WS-SECLOG-OK                       VALUE '00'.
002010     88  WS-SECLOG-NOT-FOUND                VALUE '35'.
002020 77  WS-FXRATE-STATUS            PIC X(02) VALUE SPACES.
002030     88  WS-FXRATE-OK                       VALUE '00'.
002040 77  WS-ADJTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
002050     88  WS-END-OF-ADJTRAN                  VALUE 'Y'.
002060 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002070     88  WS-OPER-FOUND                      VALUE 'Y'.
002080 77  WS-ADJ-KEY-FREE-SWITCH      PIC X(01) VALUE 'N'.
002090     88  WS-ADJ-KEY-FREE                    VALUE 'Y'.
002100 77  WS-REQ-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002110 77  WS-REQ-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
002120 77  WS-REQ-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
002130 77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
002140 77  WS-ADJUSTMENT-COUNT         PIC 9(07) COMP VALUE ZERO.
002150 77  WS-AMT-POSTED-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
002160 77  WS-NEW-FX-RATE              PIC 9(05)V9(07) VALUE ZERO.
002170 77  WS-NEW-BASE-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002180 77  WS-NEXT-ADJ-NUMBER          PIC 9(04) VALUE 1.
002190 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
002200 01  WS-CDT-TIME-STAMP.
002210     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
002220     05  FILLER                  PIC X(02).
002230 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
002240 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
002250 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
002260     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
002270 77  WS-CTLTOT-WRITE-SWITCH      PIC X(01) VALUE 'N'.
002280     88  WS-CTLTOT-WRITE-STARTED            VALUE 'Y'.
002290 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
002300 77  WS-SEC-OPERATOR-ID          PIC X(08) VALUE SPACES.
002310 77  WS-SEC-DECISION             PIC X(01) VALUE SPACES.
002320 77  WS-SEC-REASON               PIC X(30) VALUE SPACES.
002330 77  WS-SEC-LOG-DATE             PIC 9(08) VALUE ZERO.
002340 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
002350 77  WS-RPT-AMOUNT-DISPLAY       PIC Z(12)9.99-.
002360*----------------------------------------------------------------
002370* THE ORIGINAL POSTING'S PAYLOAD, BROKEN OUT
002380*----------------------------------------------------------------
002390 01  WS-ORIG-PAYLOAD.
002400     05  WS-OP-TRAN-TYPE         PIC X(02).
002410     05  WS-OP-AMOUNT            PIC S9(09)V99.
002420     05  WS-OP-DESC              PIC X(51).
002430     05  WS-OP-CURRENCY          PIC X(03).
002440 77  WS-ORIG-SITE-CODE           PIC X(06) VALUE SPACES.
002450 77  WS-ORIG-CURRENCY            PIC X(03) VALUE SPACES.
002460 77  WS-ORIG-FX-RATE             PIC 9(05)V9(07) VALUE ZERO.
002470 77  WS-ORIG-BASE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
002480*----------------------------------------------------------------
002490* THE NEW POSTING IN THE 80-BYTE TRANSIN DETAIL SHAPE - THE
002500* PAYLOAD GOES ON THE MASTER, THE WHOLE IMAGE IS STAGED FOR
002510* THE SITE FEED.
002520*----------------------------------------------------------------
002530 01  WS-ADJ-IMAGE.
002540     05  WS-AI-TRANSACTION-ID.
002550         10  WS-AI-TXN-PREFIX    PIC X(03).
002560         10  WS-AI-TXN-NUMBER    PIC 9(04).
002570     05  WS-AI-SITE-CODE         PIC X(06).
002580     05  WS-AI-PAYLOAD.
002590         10  WS-AI-TRAN-TYPE     PIC X(02).
002600         10  WS-AI-AMOUNT        PIC S9(09)V99.
002610         10  WS-AI-DESC          PIC X(51).
002620         10  WS-AI-CURRENCY      PIC X(03).
002630*----------------------------------------------------------------
002640* PER-CURRENCY POSTED TOTALS - ONE CTLTOTS RECORD EACH
002650*----------------------------------------------------------------
002660 01  WS-ACUR-TABLE.
002670     05  WS-ACUR-ENTRY OCCURS 50 TIMES.
002680         10  WS-ACUR-CODE        PIC X(03).
002690         10  WS-ACUR-COUNT       PIC 9(07) COMP.
002700         10  WS-ACUR-AMOUNT      PIC S9(13)V99 COMP-3.
002710         10  WS-ACUR-BASE-AMOUNT PIC S9(13)V99 COMP-3.
002720 77  WS-ACUR-TOTAL               PIC 9(03) COMP VALUE ZERO.
002730 77  WS-ACUR-TABLE-MAX           PIC 9(03) COMP VALUE 50.
002740 77  WS-ACUR-SUB                 PIC 9(03) COMP VALUE ZERO.
002750 77  WS-ACUR-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
002760 77  WS-ACUR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002770     88  WS-ACUR-FOUND                      VALUE 'Y'.
002780*----------------------------------------------------------------
002790* AUDIT REPORT LINES
002800*----------------------------------------------------------------
002810 01  WS-REPORT-HEADING.
002820     05  FILLER                  PIC X(03) VALUE 'A'.
002830     05  FILLER                  PIC X(17) VALUE 'ORIGINAL KEY'.
002840     05  FILLER                  PIC X(19) VALUE 'NEW KEY'.
002850     05  FILLER                  PIC X(08) VALUE 'SITE'.
002860     05  FILLER                  PIC X(04) VALUE 'TY'.
002870     05  FILLER                  PIC X(04) VALUE 'CCY'.
002880     05  FILLER                  PIC X(16)
002890         VALUE '         AMOUNT'.
002900     05  FILLER                  PIC X(10) VALUE 'KEYED BY'.
002910     05  FILLER                  PIC X(51) VALUE 'DISPOSITION'.
002920 01  WS-REPORT-DETAIL.
002930     05  WS-RPT-ACTION           PIC X(01).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  WS-RPT-ORIG-TXN-ID      PIC X(07).
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  WS-RPT-ORIG-BUS-DATE    PIC X(08).
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  WS-RPT-NEW-TXN-ID       PIC X(07).
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  WS-RPT-NEW-BUS-DATE     PIC X(08).
003020     05  FILLER                  PIC X(03) VALUE SPACES.
003030     05  WS-RPT-SITE-CODE        PIC X(06).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  WS-RPT-TRAN-TYPE        PIC X(02).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WS-RPT-CURRENCY         PIC X(03).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  WS-RPT-AMOUNT           PIC Z(10)9.99- BLANK WHEN ZERO.
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  WS-RPT-OPERATOR-ID      PIC X(08).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  WS-RPT-STATUS           PIC X(43).
003140 01  WS-REPORT-LINE.
003150     05  WS-RPT-LABEL            PIC X(40).
003160     05  WS-RPT-VALUE            PIC X(20).
003170     05  FILLER                  PIC X(72) VALUE SPACES.
003180*----------------------------------------------------------------
003190* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
003200*----------------------------------------------------------------
003210     COPY RUNPARM.
003220*
003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------------
003250 0000-MAINLINE.
003260*----------------------------------------------------------------
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 2000-APPLY-REQUESTS THRU 2000-EXIT.
003290     PERFORM 3000-WRITE-CONTROL-TOTAL THRU 3000-EXIT.
003300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003310     STOP RUN.
003320*----------------------------------------------------------------
003330 1000-INITIALIZE.
003340*----------------------------------------------------------------
003350     MOVE 'ADJPOST' TO RP-JOB-NAME.
003360     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
003370     DISPLAY 'ADJPOST  - BUSINESS DATE = ' RP-RUN-DATE.
003380     DISPLAY 'ADJPOST  - OPERATOR ID   = ' RP-OPERATOR-ID.
003390     OPEN OUTPUT ADJ-REPORT-FILE.
003400     IF NOT WS-ADJRPT-OK
003410         MOVE 26 TO WS-ABEND-CODE
003420         STRING 'ADJRPT OPEN FAILED, FILE STATUS = '
003430             WS-ADJRPT-STATUS DELIMITED BY SIZE
003440             INTO WS-ABEND-REASON
003450         GO TO 9999-ABEND-RTN
003460     END-IF.
003470     MOVE SPACES TO WS-REPORT-LINE.
003480     MOVE 'ADJPOST REVERSAL/ADJUSTMENT POSTING RPT'
003490         TO WS-RPT-LABEL.
003500     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
003510     WRITE ADJ-REPORT-LINE.
003520     MOVE SPACES TO WS-REPORT-LINE.
003530     MOVE 'BUSINESS DATE'     TO WS-RPT-LABEL.
003540     MOVE RP-RUN-DATE         TO WS-RPT-VALUE.
003550     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
003560     WRITE ADJ-REPORT-LINE.
003570     MOVE WS-REPORT-HEADING TO ADJ-REPORT-LINE.
003580     WRITE ADJ-REPORT-LINE.
003590     PERFORM 1100-CHECK-OPERATOR-AUTH THRU 1100-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630 1020-READ-BUSINESS-DATE.
003640*----------------------------------------------------------------
003650*    NEW POSTINGS ARE DATED THE OPEN BUSINESS DATE - THE DATE
003660*    TONIGHT'S CYCLE WILL CLOSE - SO THEY FALL IN THE SAME
003670*    DAY'S CONTROL TOTALS AND THE SAME MONTH AS THE CYCLE.
003680     OPEN INPUT BUSINESS-DATE-FILE.
003690     IF NOT WS-BUSDATE-OK
003700         MOVE 12 TO WS-ABEND-CODE
003710         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
003720             TO WS-ABEND-REASON
003730         GO TO 9999-ABEND-RTN
003740     END-IF.
003750     READ BUSINESS-DATE-FILE
003760         AT END
003770             MOVE 12 TO WS-ABEND-CODE
003780             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
003790                 TO WS-ABEND-REASON
003800             GO TO 9999-ABEND-RTN
003810     END-READ.
003820     CLOSE BUSINESS-DATE-FILE.
003830     MOVE BD-CURRENT-BUSINESS-DATE TO RP-RUN-DATE.
003840 1020-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870 1100-CHECK-OPERATOR-AUTH.
003880*----------------------------------------------------------------
003890*    FAIL CLOSED - IF THE PROFILE FILE CANNOT BE READ, THE
003900*    RUN IS REFUSED RATHER THAN WAVED THROUGH.  THE FILE STAYS
003910*    OPEN FOR THE PER-REQUEST KEYING-OPERATOR CHECKS.
003920     MOVE RP-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
003930     OPEN INPUT OPER-PROFILE-FILE.
003940     IF NOT WS-OPERPROF-OK
003950         MOVE 'D' TO WS-SEC-DECISION
003960         MOVE 'OPERATOR PROFILE FILE UNAVAIL' TO WS-SEC-REASON
003970         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
003980         MOVE 52 TO WS-ABEND-CODE
003990         MOVE 'OPERATOR PROFILE FILE UNAVAILABLE - RUN REFUSED'
004000             TO WS-ABEND-REASON
004010         GO TO 9999-ABEND-RTN
004020     END-IF.
004030     PERFORM 1150-LOOKUP-OPERATOR THRU 1150-EXIT.
004040     IF WS-SEC-REASON NOT = SPACES
004050         GO TO 1100-DENY
004060     END-IF.
004070     MOVE 'P' TO WS-SEC-DECISION.
004080     MOVE 'AUTHORIZED' TO WS-SEC-REASON.
004090     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
004100     GO TO 1100-EXIT.
004110 1100-DENY.
004120     MOVE 'D' TO WS-SEC-DECISION.
004130     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
004140     MOVE 52 TO WS-ABEND-CODE.
004150     STRING 'ADJUSTMENT RUN REFUSED - ' WS-SEC-REASON
004160         DELIMITED BY SIZE INTO WS-ABEND-REASON.
004170     GO TO 9999-ABEND-RTN.
004180 1100-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210 1150-LOOKUP-OPERATOR.
004220*----------------------------------------------------------------
004230*    LEAVES WS-SEC-REASON BLANK WHEN WS-SEC-OPERATOR-ID HOLDS
004240*    AN ACTIVE PROFILE WITH UPDATE AUTHORITY OR BETTER.
004250     MOVE SPACES TO WS-SEC-REASON.
004260     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
004270     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
004280     READ OPER-PROFILE-FILE
004290         INVALID KEY
004300             CONTINUE
004310         NOT INVALID KEY
004320             SET WS-OPER-FOUND TO TRUE
004330     END-READ.
004340     IF NOT WS-OPER-FOUND
004350         MOVE 'OPERATOR NOT ON PROFILE FILE' TO WS-SEC-REASON
004360         GO TO 1150-EXIT
004370     END-IF.
004380     IF NOT OP-PROFILE-ACTIVE
004390         MOVE 'OPERATOR PROFILE INACTIVE' TO WS-SEC-REASON
004400         GO TO 1150-EXIT
004410     END-IF.
004420     IF NOT OP-AUTH-UPDATE AND NOT OP-AUTH-PROD
004430         MOVE 'AUTHORITY LEVEL BELOW UPDATE' TO WS-SEC-REASON
004440     END-IF.
004450 1150-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480 1200-WRITE-SECURITY-LOG.
004490*----------------------------------------------------------------
004500     OPEN EXTEND SECURITY-LOG-FILE.
004510     IF WS-SECLOG-NOT-FOUND
004520         OPEN OUTPUT SECURITY-LOG-FILE
004530     END-IF.
004540     IF NOT WS-SECLOG-OK
004550         DISPLAY 'ADJPOST  - SECLOG OPEN FAILED, FILE '
004560             'STATUS = ' WS-SECLOG-STATUS
004570         GO TO 1200-EXIT
004580     END-IF.
004590     ACCEPT WS-SEC-LOG-DATE FROM DATE YYYYMMDD.
004600     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
004610     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
004620     MOVE WS-SEC-LOG-DATE    TO SL-LOG-DATE.
004630     MOVE WS-CDT-TIME        TO SL-LOG-TIME.
004640     MOVE WS-SEC-OPERATOR-ID TO SL-OPERATOR-ID.
004650     MOVE RP-JOB-NAME        TO SL-JOB-NAME.
004660     MOVE 'ADJ-POST'         TO SL-FUNCTION.
004670     MOVE WS-SEC-DECISION    TO SL-DECISION.
004680     MOVE WS-SEC-REASON      TO SL-REASON.
004690     WRITE SECURITY-LOG-RECORD.
004700     CLOSE SECURITY-LOG-FILE.
004710 1200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 2000-APPLY-REQUESTS.
004750*----------------------------------------------------------------
004760     OPEN INPUT ADJ-TRAN-FILE.
004770     IF NOT WS-ADJTRAN-OK
004780         MOVE 14 TO WS-ABEND-CODE
004790         STRING 'ADJTRAN OPEN FAILED, FILE STATUS = '
004800             WS-ADJTRAN-STATUS DELIMITED BY SIZE
004810             INTO WS-ABEND-REASON
004820         GO TO 9999-ABEND-RTN
004830     END-IF.
004840     OPEN I-O TRAN-MASTER.
004850     IF NOT WS-TRANMAST-OK
004860         MOVE 14 TO WS-ABEND-CODE
004870         STRING 'TRAN-MASTER OPEN FAILED, FILE STATUS = '
004880             WS-TRANMAST-STATUS DELIMITED BY SIZE
004890             INTO WS-ABEND-REASON
004900         GO TO 9999-ABEND-RTN
004910     END-IF.
004920*    STAGED POSTINGS ACCUMULATE UNTIL TRANPOST ROUTES THEM -
004930*    SEVERAL ADJUSTMENT RUNS MAY FALL BETWEEN TWO CYCLES.
004940     OPEN EXTEND ADJ-STAGE-FILE.
004950     IF WS-ADJSTAGE-NOT-FOUND
004960         OPEN OUTPUT ADJ-STAGE-FILE
004970     END-IF.
004980     IF NOT WS-ADJSTAGE-OK
004990         MOVE 36 TO WS-ABEND-CODE
005000         STRING 'ADJSTAGE OPEN EXTEND FAILED, FILE STATUS = '
005010             WS-ADJSTAGE-STATUS DELIMITED BY SIZE
005020             INTO WS-ABEND-REASON
005030         GO TO 9999-ABEND-RTN
005040     END-IF.
005050*    AN ADJUSTMENT IS CONVERTED AT THE BUSINESS-DATE RATE OF
005060*    THE ORIGINAL'S CURRENCY.
005070     OPEN INPUT FX-RATE-FILE.
005080     IF NOT WS-FXRATE-OK
005090         MOVE 14 TO WS-ABEND-CODE
005100         STRING 'FXRATE OPEN FAILED, FILE STATUS = '
005110             WS-FXRATE-STATUS DELIMITED BY SIZE
005120             INTO WS-ABEND-REASON
005130         GO TO 9999-ABEND-RTN
005140     END-IF.
005150     PERFORM 2100-APPLY-ONE-REQUEST THRU 2100-EXIT
005160         UNTIL WS-END-OF-ADJTRAN.
005170     CLOSE ADJ-TRAN-FILE.
005180     CLOSE TRAN-MASTER.
005190     CLOSE ADJ-STAGE-FILE.
005200     CLOSE OPER-PROFILE-FILE.
005210     CLOSE FX-RATE-FILE.
005220 2000-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250 2100-APPLY-ONE-REQUEST.
005260*----------------------------------------------------------------
005270     READ ADJ-TRAN-FILE
005280         AT END
005290             MOVE 'Y' TO WS-ADJTRAN-EOF-SWITCH
005300         NOT AT END
005310             ADD 1 TO WS-REQ-READ-COUNT
005320             PERFORM 2200-EDIT-AND-POST THRU 2200-EXIT
005330     END-READ.
005340 2100-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 2200-EDIT-AND-POST.
005380*----------------------------------------------------------------
005390     MOVE SPACES TO WS-REJECT-REASON.
005400     MOVE SPACES TO WS-ADJ-IMAGE.
005410     MOVE ZERO   TO WS-AI-AMOUNT.
005420     IF NOT AJ-ACTION-VALID
005430         MOVE 'ACTION NOT R OR A' TO WS-REJECT-REASON
005440         GO TO 2200-REPORT
005450     END-IF.
005460     IF AJ-ORIG-TXN-ID = SPACES
005470       OR AJ-ORIG-BUS-DATE NOT NUMERIC
005480         MOVE 'ORIGINAL KEY MISSING OR INVALID'
005490             TO WS-REJECT-REASON
005500         GO TO 2200-REPORT
005510     END-IF.
005520     IF AJ-ACTION-ADJUST
005530       AND AJ-ADJ-AMOUNT NOT NUMERIC
005540         MOVE 'ADJUSTMENT AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
005550         GO TO 2200-REPORT
005560     END-IF.
005570     IF AJ-ACTION-ADJUST
005580       AND AJ-ADJ-AMOUNT = ZERO
005590         MOVE 'ADJUSTMENT AMOUNT IS ZERO' TO WS-REJECT-REASON
005600         GO TO 2200-REPORT
005610     END-IF.
005620     PERFORM 2300-CHECK-KEYING-OPERATOR THRU 2300-EXIT.
005630     IF WS-REJECT-REASON NOT = SPACES
005640         GO TO 2200-REPORT
005650     END-IF.
005660     MOVE AJ-ORIG-KEY TO TM-MASTER-KEY.
005670     READ TRAN-MASTER
005680         INVALID KEY
005690             MOVE 'ORIGINAL NOT ON MASTER' TO WS-REJECT-REASON
005700     END-READ.
005710     IF WS-REJECT-REASON NOT = SPACES
005720         GO TO 2200-REPORT
005730     END-IF.
005740     IF TM-IS-REVERSED
005750         MOVE 'ORIGINAL ALREADY REVERSED' TO WS-REJECT-REASON
005760         GO TO 2200-REPORT
005770     END-IF.
005780     IF TM-ENTRY-REVERSAL
005790         MOVE 'A REVERSAL CANNOT BE CORRECTED' TO WS-REJECT-REASON
005800         GO TO 2200-REPORT
005810     END-IF.
005820*    AN ADJUSTMENT IS CORRECTED BY REVERSING IT, NEVER BY
005830*    ADJUSTING IT AGAIN - CHAINS STAY ONE LINK DEEP.
005840     IF AJ-ACTION-ADJUST
005850       AND TM-ENTRY-ADJUSTMENT
005860         MOVE 'ADJUST THE ORIGINAL, NOT AN ADJUSTMENT'
005870             TO WS-REJECT-REASON
005880         GO TO 2200-REPORT
005890     END-IF.
005900     MOVE TM-PAYLOAD   TO WS-ORIG-PAYLOAD.
005910     MOVE TM-SITE-CODE TO WS-ORIG-SITE-CODE.
005920     IF TM-CURRENCY-CODE = SPACES
005930         MOVE RP-BASE-CURRENCY TO WS-ORIG-CURRENCY
005940     ELSE
005950         MOVE TM-CURRENCY-CODE TO WS-ORIG-CURRENCY
005960     END-IF.
005970     MOVE TM-FX-RATE       TO WS-ORIG-FX-RATE.
005980     MOVE TM-BASE-AMOUNT   TO WS-ORIG-BASE-AMOUNT.
005990     IF WS-OP-AMOUNT NOT NUMERIC
006000         MOVE 'ORIGINAL AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
006010         GO TO 2200-REPORT
006020     END-IF.
006030     PERFORM 2400-BUILD-NEW-POSTING THRU 2400-EXIT.
006040     PERFORM 2450-CONVERT-NEW-POSTING THRU 2450-EXIT.
006050     IF WS-REJECT-REASON NOT = SPACES
006060         GO TO 2200-REPORT
006070     END-IF.
006080     PERFORM 2500-WRITE-NEW-POSTING THRU 2500-EXIT.
006090     IF AJ-ACTION-REVERSE
006100         PERFORM 2600-FLAG-ORIGINAL THRU 2600-EXIT
006110     END-IF.
006120     MOVE WS-ADJ-IMAGE       TO AS-TXN-IMAGE.
006130     MOVE RP-RUN-DATE        TO AS-BUSINESS-DATE.
006140     MOVE WS-NEW-BASE-AMOUNT TO AS-BASE-AMOUNT.
006150     MOVE AJ-OPERATOR-ID     TO AS-KEYED-BY.
006160     WRITE ADJ-STAGE-RECORD.
006170     IF NOT WS-ADJSTAGE-OK
006180         MOVE 14 TO WS-ABEND-CODE
006190         STRING 'ADJSTAGE WRITE FAILED, FILE STATUS = '
006200             WS-ADJSTAGE-STATUS DELIMITED BY SIZE
006210             INTO WS-ABEND-REASON
006220         GO TO 9999-ABEND-RTN
006230     END-IF.
006240 2200-REPORT.
006250     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
006260 2200-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290 2300-CHECK-KEYING-OPERATOR.
006300*----------------------------------------------------------------
006310*    THE OPERATOR WHO KEYED THE REQUEST NEEDS UPDATE AUTHORITY
006320*    IN THEIR OWN RIGHT - RUNNING THE JOB UNDER A STRONGER ID
006330*    DOES NOT LEND IT.  A REFUSAL IS LOGGED AGAINST THE KEYING
006340*    OPERATOR; AN ACCEPTED REQUEST IS LOGGED ONCE POSTED.
006350     MOVE AJ-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
006360     IF AJ-OPERATOR-ID = SPACES
006370         MOVE 'KEYING OPERATOR ID MISSING' TO WS-REJECT-REASON
006380         GO TO 2300-EXIT
006390     END-IF.
006400     PERFORM 1150-LOOKUP-OPERATOR THRU 1150-EXIT.
006410     IF WS-SEC-REASON NOT = SPACES
006420         MOVE 'D' TO WS-SEC-DECISION
006430         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
006440         STRING 'KEYED BY ' WS-SEC-REASON
006450             DELIMITED BY SIZE INTO WS-REJECT-REASON
006460     END-IF.
006470 2300-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500 2400-BUILD-NEW-POSTING.
006510*----------------------------------------------------------------
006520*    THE NEW POSTING CARRIES THE ORIGINAL'S SITE AND TYPE SO IT
006530*    NETS AGAINST THE ORIGINAL ON EVERY SITE AND TYPE TOTAL.
006540     MOVE 'ADJ'             TO WS-AI-TXN-PREFIX.
006550     MOVE WS-ORIG-SITE-CODE TO WS-AI-SITE-CODE.
006560     MOVE WS-OP-TRAN-TYPE   TO WS-AI-TRAN-TYPE.
006570     MOVE WS-OP-CURRENCY    TO WS-AI-CURRENCY.
006580     IF AJ-ACTION-REVERSE
006590         COMPUTE WS-AI-AMOUNT = ZERO - WS-OP-AMOUNT
006600         STRING 'REV ' AJ-ORIG-TXN-ID ' ' AJ-ORIG-BUS-DATE ' '
006610             AJ-REASON-TEXT DELIMITED BY SIZE INTO WS-AI-DESC
006620     ELSE
006630         MOVE AJ-ADJ-AMOUNT TO WS-AI-AMOUNT
006640         STRING 'ADJ ' AJ-ORIG-TXN-ID ' ' AJ-ORIG-BUS-DATE ' '
006650             AJ-REASON-TEXT DELIMITED BY SIZE INTO WS-AI-DESC
006660     END-IF.
006670 2400-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700 2450-CONVERT-NEW-POSTING.
006710*----------------------------------------------------------------
006720*    A REVERSAL MUST NET THE ORIGINAL TO ZERO IN THE BASE
006730*    CURRENCY TOO, SO IT TAKES THE ORIGINAL'S RATE AND BASE
006740*    AMOUNT.  AN ADJUSTMENT IS NEW MONEY ON TODAY'S BOOKS AND
006750*    CONVERTS AT TODAY'S RATE - WITH NO RATE FOR THE BUSINESS
006760*    DATE THE REQUEST IS REJECTED, NOT POSTED AT A STALE ONE.
006770     IF AJ-ACTION-REVERSE
006780         MOVE WS-ORIG-FX-RATE TO WS-NEW-FX-RATE
006790         COMPUTE WS-NEW-BASE-AMOUNT = ZERO - WS-ORIG-BASE-AMOUNT
006800         GO TO 2450-EXIT
006810     END-IF.
006820     MOVE ZERO TO WS-NEW-FX-RATE.
006830     IF WS-ORIG-CURRENCY = RP-BASE-CURRENCY
006840         MOVE 1 TO WS-NEW-FX-RATE
006850     ELSE
006860         MOVE WS-ORIG-CURRENCY TO FX-CURRENCY-CODE
006870         MOVE RP-RUN-DATE      TO FX-RATE-DATE
006880         READ FX-RATE-FILE
006890             INVALID KEY
006900                 CONTINUE
006910             NOT INVALID KEY
006920                 IF FX-RATE-ACTIVE
006930                     MOVE FX-RATE-TO-BASE TO WS-NEW-FX-RATE
006940                 END-IF
006950         END-READ
006960     END-IF.
006970     IF WS-NEW-FX-RATE = ZERO
006980         MOVE 'NO FXRATE FOR BUSINESS DATE' TO WS-REJECT-REASON
006990         GO TO 2450-EXIT
007000     END-IF.
007010     COMPUTE WS-NEW-BASE-AMOUNT ROUNDED =
007020         WS-AI-AMOUNT * WS-NEW-FX-RATE.
007030 2450-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060 2500-WRITE-NEW-POSTING.
007070*----------------------------------------------------------------
007080*    THE NEXT FREE ADJNNNN NUMBER FOR THE BUSINESS DATE IS
007090*    FOUND BY PROBING THE MASTER, SO A SECOND RUN ON THE SAME
007100*    DAY CARRIES ON FROM WHERE THE FIRST STOPPED.
007110     MOVE 'N' TO WS-ADJ-KEY-FREE-SWITCH.
007120     PERFORM 2550-PROBE-ADJ-KEY THRU 2550-EXIT
007130         UNTIL WS-ADJ-KEY-FREE.
007140     MOVE WS-NEXT-ADJ-NUMBER   TO WS-AI-TXN-NUMBER.
007150     MOVE WS-AI-TRANSACTION-ID TO TM-TRANSACTION-ID.
007160     MOVE RP-RUN-DATE          TO TM-BUSINESS-DATE.
007170     MOVE WS-AI-SITE-CODE      TO TM-SITE-CODE.
007180     MOVE WS-AI-PAYLOAD        TO TM-PAYLOAD.
007190     MOVE RP-RUN-DATE          TO TM-POST-DATE.
007200     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
007210     MOVE WS-CDT-TIME-HHMMSS   TO TM-POST-TIME.
007220     IF AJ-ACTION-REVERSE
007230         SET TM-ENTRY-REVERSAL TO TRUE
007240     ELSE
007250         SET TM-ENTRY-ADJUSTMENT TO TRUE
007260     END-IF.
007270     MOVE AJ-ORIG-KEY          TO TM-LINK-KEY.
007280     MOVE 'N'                  TO TM-REVERSED-FLAG.
007290     MOVE SPACES               TO TM-REV-TXN-ID.
007300     MOVE ZERO                 TO TM-REV-BUS-DATE.
007310     MOVE WS-ORIG-CURRENCY     TO TM-CURRENCY-CODE.
007320     MOVE WS-NEW-FX-RATE       TO TM-FX-RATE.
007330     MOVE WS-NEW-BASE-AMOUNT   TO TM-BASE-AMOUNT.
007340     MOVE SPACES               TO TM-SUPPLIER-CODE.
007350     WRITE TRAN-MAST-RECORD
007360         INVALID KEY
007370             MOVE 14 TO WS-ABEND-CODE
007380             STRING 'TRAN-MASTER WRITE FAILED, FILE STATUS = '
007390                 WS-TRANMAST-STATUS DELIMITED BY SIZE
007400                 INTO WS-ABEND-REASON
007410             GO TO 9999-ABEND-RTN
007420     END-WRITE.
007430*    THE POSTING IS ON THE MASTER - IT IS COUNTED NOW, SO AN
007440*    ABEND FROM HERE ON STILL PUTS IT IN THE RUN'S CTLTOTS.
007450     ADD 1 TO WS-REQ-POSTED-COUNT.
007460     ADD WS-NEW-BASE-AMOUNT TO WS-AMT-POSTED-TOTAL.
007470     PERFORM 2800-TALLY-CURRENCY THRU 2800-EXIT.
007480     ADD 1 TO WS-NEXT-ADJ-NUMBER.
007490 2500-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520 2550-PROBE-ADJ-KEY.
007530*----------------------------------------------------------------
007540     MOVE 'ADJ'              TO TM-TXN-PREFIX.
007550     MOVE WS-NEXT-ADJ-NUMBER TO TM-TXN-NUMBER.
007560     MOVE RP-RUN-DATE        TO TM-BUSINESS-DATE.
007570     READ TRAN-MASTER
007580         INVALID KEY
007590             SET WS-ADJ-KEY-FREE TO TRUE
007600     END-READ.
007610     IF WS-ADJ-KEY-FREE
007620         GO TO 2550-EXIT
007630     END-IF.
007640     IF WS-NEXT-ADJ-NUMBER = 9999
007650         MOVE 48 TO WS-ABEND-CODE
007660         MOVE 'ADJUSTMENT NUMBERS EXHAUSTED FOR THE BUSINESS DATE'
007670             TO WS-ABEND-REASON
007680         GO TO 9999-ABEND-RTN
007690     END-IF.
007700     ADD 1 TO WS-NEXT-ADJ-NUMBER.
007710 2550-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740 2600-FLAG-ORIGINAL.
007750*----------------------------------------------------------------
007760*    THE REVERSED POSTING CARRIES ITS REVERSAL'S KEY - THIS IS
007770*    WHAT REFUSES A SECOND REVERSAL AND LETS TRANINQ SHOW THE
007780*    PAIR TOGETHER.
007790     MOVE AJ-ORIG-KEY TO TM-MASTER-KEY.
007800     READ TRAN-MASTER
007810         INVALID KEY
007820             MOVE 14 TO WS-ABEND-CODE
007830             STRING 'ORIGINAL RE-READ FAILED, FILE STATUS = '
007840                 WS-TRANMAST-STATUS DELIMITED BY SIZE
007850                 INTO WS-ABEND-REASON
007860             GO TO 9999-ABEND-RTN
007870     END-READ.
007880     SET TM-IS-REVERSED TO TRUE.
007890     MOVE WS-AI-TRANSACTION-ID TO TM-REV-TXN-ID.
007900     MOVE RP-RUN-DATE          TO TM-REV-BUS-DATE.
007910     REWRITE TRAN-MAST-RECORD
007920         INVALID KEY
007930             MOVE 14 TO WS-ABEND-CODE
007940             STRING 'TRAN-MASTER REWRITE FAILED, FILE STATUS = '
007950                 WS-TRANMAST-STATUS DELIMITED BY SIZE
007960                 INTO WS-ABEND-REASON
007970             GO TO 9999-ABEND-RTN
007980     END-REWRITE.
007990 2600-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020 2700-WRITE-AUDIT-LINE.
008030*----------------------------------------------------------------
008040     MOVE SPACES TO WS-REPORT-DETAIL.
008050     MOVE AJ-ACTION-CODE     TO WS-RPT-ACTION.
008060     MOVE AJ-ORIG-TXN-ID     TO WS-RPT-ORIG-TXN-ID.
008070     MOVE AJ-ORIG-BUS-DATE   TO WS-RPT-ORIG-BUS-DATE.
008080     MOVE AJ-OPERATOR-ID     TO WS-RPT-OPERATOR-ID.
008090     IF WS-REJECT-REASON = SPACES
008100         MOVE WS-AI-TRANSACTION-ID TO WS-RPT-NEW-TXN-ID
008110         MOVE RP-RUN-DATE          TO WS-RPT-NEW-BUS-DATE
008120         MOVE WS-AI-SITE-CODE      TO WS-RPT-SITE-CODE
008130         MOVE WS-AI-TRAN-TYPE      TO WS-RPT-TRAN-TYPE
008140         MOVE WS-ORIG-CURRENCY     TO WS-RPT-CURRENCY
008150         MOVE WS-AI-AMOUNT         TO WS-RPT-AMOUNT
008160         MOVE 'POSTED'             TO WS-RPT-STATUS
008170         IF AJ-ACTION-REVERSE
008180             ADD 1 TO WS-REVERSAL-COUNT
008190         ELSE
008200             ADD 1 TO WS-ADJUSTMENT-COUNT
008210         END-IF
008220         MOVE AJ-OPERATOR-ID TO WS-SEC-OPERATOR-ID
008230         MOVE 'P' TO WS-SEC-DECISION
008240         MOVE SPACES TO WS-SEC-REASON
008250         STRING 'POSTED ' WS-AI-TRANSACTION-ID ' '
008260             RP-RUN-DATE DELIMITED BY SIZE INTO WS-SEC-REASON
008270         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
008280     ELSE
008290         MOVE ZERO TO WS-RPT-AMOUNT
008300         STRING 'REJ - ' WS-REJECT-REASON
008310             DELIMITED BY SIZE INTO WS-RPT-STATUS
008320         ADD 1 TO WS-REQ-REJECT-COUNT
008330     END-IF.
008340     MOVE WS-REPORT-DETAIL TO ADJ-REPORT-LINE.
008350     WRITE ADJ-REPORT-LINE.
008360 2700-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390 2800-TALLY-CURRENCY.
008400*----------------------------------------------------------------
008410     MOVE 'N' TO WS-ACUR-FOUND-SWITCH.
008420     PERFORM 2810-COMPARE-CURRENCY-ENTRY THRU 2810-EXIT
008430         VARYING WS-ACUR-SUB FROM 1 BY 1
008440         UNTIL WS-ACUR-SUB > WS-ACUR-TOTAL
008450            OR WS-ACUR-FOUND.
008460     IF NOT WS-ACUR-FOUND
008470         IF WS-ACUR-TOTAL NOT < WS-ACUR-TABLE-MAX
008480             MOVE 46 TO WS-ABEND-CODE
008490             STRING 'CURRENCY TABLE FULL AT ' WS-ORIG-CURRENCY
008500                 DELIMITED BY SIZE INTO WS-ABEND-REASON
008510             GO TO 9999-ABEND-RTN
008520         END-IF
008530         ADD 1 TO WS-ACUR-TOTAL
008540         MOVE WS-ACUR-TOTAL    TO WS-ACUR-MATCH-SUB
008550         MOVE WS-ORIG-CURRENCY TO WS-ACUR-CODE(WS-ACUR-TOTAL)
008560         MOVE ZERO TO WS-ACUR-COUNT(WS-ACUR-TOTAL)
008570                      WS-ACUR-AMOUNT(WS-ACUR-TOTAL)
008580                      WS-ACUR-BASE-AMOUNT(WS-ACUR-TOTAL)
008590     END-IF.
008600     ADD 1 TO WS-ACUR-COUNT(WS-ACUR-MATCH-SUB).
008610     ADD WS-AI-AMOUNT TO WS-ACUR-AMOUNT(WS-ACUR-MATCH-SUB).
008620     ADD WS-NEW-BASE-AMOUNT
008630         TO WS-ACUR-BASE-AMOUNT(WS-ACUR-MATCH-SUB).
008640 2800-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670 2810-COMPARE-CURRENCY-ENTRY.
008680*----------------------------------------------------------------
008690     IF WS-ACUR-CODE(WS-ACUR-SUB) = WS-ORIG-CURRENCY
008700         SET WS-ACUR-FOUND TO TRUE
008710         MOVE WS-ACUR-SUB TO WS-ACUR-MATCH-SUB
008720     END-IF.
008730 2810-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760 3000-WRITE-CONTROL-TOTAL.
008770*----------------------------------------------------------------
008780*    THE RUN'S POSTINGS ARE ON THE MASTER UNDER THE OPEN
008790*    BUSINESS DATE, SO THEY GO INTO THAT DATE'S CONTROL TOTALS
008800*    NOW - MONEND SUMS EVERY CTLTOTS RECORD FOR THE MONTH.
008810*    ONE RECORD GOES OUT PER CURRENCY POSTED.
008820     IF WS-REQ-POSTED-COUNT = ZERO
008830         GO TO 3000-EXIT
008840     END-IF.
008850     SET WS-CTLTOT-WRITE-STARTED TO TRUE.
008860     OPEN EXTEND CONTROL-TOTAL-FILE.
008870     IF WS-CTLTOT-NOT-FOUND
008880         OPEN OUTPUT CONTROL-TOTAL-FILE
008890     END-IF.
008900     IF NOT WS-CTLTOT-OK
008910         MOVE 36 TO WS-ABEND-CODE
008920         STRING 'CTLTOTS OPEN FAILED, FILE STATUS = '
008930             WS-CTLTOT-STATUS DELIMITED BY SIZE
008940             INTO WS-ABEND-REASON
008950         GO TO 9999-ABEND-RTN
008960     END-IF.
008970     PERFORM 3100-WRITE-CURRENCY-TOTAL THRU 3100-EXIT
008980         VARYING WS-ACUR-SUB FROM 1 BY 1
008990         UNTIL WS-ACUR-SUB > WS-ACUR-TOTAL.
009000     CLOSE CONTROL-TOTAL-FILE.
009010 3000-EXIT.
009020     EXIT.
009030*----------------------------------------------------------------
009040 3100-WRITE-CURRENCY-TOTAL.
009050*----------------------------------------------------------------
009060     MOVE RP-RUN-DATE                      TO CD-BUSINESS-DATE.
009070     MOVE WS-ACUR-CODE(WS-ACUR-SUB)        TO CD-CURRENCY-CODE.
009080     MOVE WS-ACUR-COUNT(WS-ACUR-SUB)       TO CD-RECORDS-POSTED.
009090     MOVE WS-ACUR-AMOUNT(WS-ACUR-SUB)      TO CD-AMOUNT-POSTED.
009100     MOVE ZERO                             TO CD-AMOUNT-SUSPENDED.
009110     MOVE WS-ACUR-BASE-AMOUNT(WS-ACUR-SUB)
009120         TO CD-BASE-AMOUNT-POSTED.
009130     MOVE ZERO TO CD-BASE-AMOUNT-SUSPENDED.
009140     WRITE CONTROL-TOTAL-RECORD.
009150 3100-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------
009180 9000-TERMINATE.
009190*----------------------------------------------------------------
009200     MOVE SPACES TO WS-REPORT-LINE.
009210     MOVE WS-REQ-READ-COUNT TO WS-RPT-COUNT-DISPLAY.
009220     MOVE 'REQUESTS READ' TO WS-RPT-LABEL.
009230     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009240     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
009250     WRITE ADJ-REPORT-LINE.
009260     MOVE SPACES TO WS-REPORT-LINE.
009270     MOVE WS-REVERSAL-COUNT TO WS-RPT-COUNT-DISPLAY.
009280     MOVE 'REVERSALS POSTED' TO WS-RPT-LABEL.
009290     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009300     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
009310     WRITE ADJ-REPORT-LINE.
009320     MOVE SPACES TO WS-REPORT-LINE.
009330     MOVE WS-ADJUSTMENT-COUNT TO WS-RPT-COUNT-DISPLAY.
009340     MOVE 'ADJUSTMENTS POSTED' TO WS-RPT-LABEL.
009350     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009360     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
009370     WRITE ADJ-REPORT-LINE.
009380     MOVE SPACES TO WS-REPORT-LINE.
009390     MOVE WS-REQ-REJECT-COUNT TO WS-RPT-COUNT-DISPLAY.
009400     MOVE 'REQUESTS REJECTED' TO WS-RPT-LABEL.
009410     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009420     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
009430     WRITE ADJ-REPORT-LINE.
009440     MOVE SPACES TO WS-REPORT-LINE.
009450     MOVE WS-AMT-POSTED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
009460     MOVE 'NET BASE AMOUNT POSTED' TO WS-RPT-LABEL.
009470     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
009480     MOVE WS-REPORT-LINE TO ADJ-REPORT-LINE.
009490     WRITE ADJ-REPORT-LINE.
009500     CLOSE ADJ-REPORT-FILE.
009510     DISPLAY 'ADJPOST  - REQUESTS READ       = '
009520         WS-REQ-READ-COUNT.
009530     DISPLAY 'ADJPOST  - REVERSALS POSTED    = '
009540         WS-REVERSAL-COUNT.
009550     DISPLAY 'ADJPOST  - ADJUSTMENTS POSTED  = '
009560         WS-ADJUSTMENT-COUNT.
009570     DISPLAY 'ADJPOST  - REQUESTS REJECTED   = '
009580         WS-REQ-REJECT-COUNT.
009590     DISPLAY 'ADJPOST  - NET BASE AMT POSTED = '
009600         WS-AMT-POSTED-TOTAL.
009610     IF WS-REQ-REJECT-COUNT > ZERO
009620         MOVE 4 TO RETURN-CODE
009630     END-IF.
009640     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
009650 9000-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680 9100-WRITE-RUN-REGISTER.
009690*----------------------------------------------------------------
009700     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
009710     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
009720     OPEN EXTEND RUN-REGISTER.
009730     IF WS-RUNREG-NOT-FOUND
009740         OPEN OUTPUT RUN-REGISTER
009750     END-IF.
009760     IF NOT WS-RUNREG-OK
009770         DISPLAY 'ADJPOST  - RUN-REGISTER OPEN FAILED, FILE '
009780             'STATUS = ' WS-RUNREG-STATUS
009790         IF NOT WS-ABEND-IN-PROGRESS
009800             MOVE 22 TO WS-ABEND-CODE
009810             GO TO 9999-ABEND-RTN
009820         END-IF
009830         GO TO 9100-EXIT
009840     END-IF.
009850     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
009860     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
009870     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
009880     MOVE RETURN-CODE       TO RR-RETURN-CODE.
009890     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
009900     WRITE RUN-REG-RECORD.
009910     CLOSE RUN-REGISTER.
009920 9100-EXIT.
009930     EXIT.
009940*----------------------------------------------------------------
009950 9999-ABEND-RTN.
009960*----------------------------------------------------------------
009970     SET WS-ABEND-IN-PROGRESS TO TRUE.
009980     IF WS-ABEND-CODE = ZERO
009990         MOVE 16 TO WS-ABEND-CODE
010000     END-IF.
010010     DISPLAY 'ADJPOST  - ABNORMAL TERMINATION, RC = '
010020         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
010030     MOVE WS-ABEND-CODE TO RETURN-CODE.
010040*    POSTINGS ALREADY ON THE MASTER MUST REACH CTLTOTS, OR THE
010050*    NIGHT'S PROOFS WILL NOT FOOT - UNLESS IT WAS THAT WRITE WHICH
010060*    FAILED.
010070     IF WS-REQ-POSTED-COUNT > ZERO
010080       AND NOT WS-CTLTOT-WRITE-STARTED
010090         PERFORM 3000-WRITE-CONTROL-TOTAL THRU 3000-EXIT
010100     END-IF.
010110     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
010120     STOP RUN.
010130 9999-EXIT.
010140     EXIT.
