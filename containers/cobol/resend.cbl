000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     RESEND.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  ROUTED-FEED RETRANSMISSION.  THE ROUTE.SSSSSS FEED
000180*           IS REPLACED BY EVERY NIGHT'S TRANPOST, SO A FEED A
000190*           SITE NEVER LOADED (OR LOADED SHORT) CANNOT SIMPLY BE
000200*           SENT AGAIN.  THIS JOB REBUILDS A SITE'S FEED FOR ANY
000210*           PAST BUSINESS DATE FROM THE TRANSACTION MASTER:
000220*             - EVERY MASTER POSTING FOR THE SITE AND DATE,
000230*               LESS ANY THE HOLD QUEUE KEPT OFF THAT NIGHT'S
000240*               FEED (HOLDQ HELD DATE = THE DATE), PLUS
000250*             - EVERY HELD ITEM RELEASED ONTO THAT NIGHT'S FEED
000260*               (HOLDQ SENT DATE = THE DATE).
000270*           THE REBUILT FEED IS SENT AS RESEND.SSSSSS.YYYYMMDD.NNN
000280*           WITH THE SAME HDR/TRL CONTROLS AS THE ORIGINAL, THE
000290*           HDR CARRYING THE RESEND SEQUENCE NNN.  A DLVCTL
000300*           RECORD MARKED AS A RESEND IS APPENDED FOR EACH, SO
000310*           THE NEXT ACKRECON PASS RECONCILES THE SITE'S NEW
000320*           ACKNOWLEDGMENT AGAINST THE FEED IT WAS ACTUALLY SENT.
000330*           THE REBUILT COUNT AND HASH ARE ALSO COMPARED WITH THE
000340*           ORIGINAL DISPATCH AND ANY DIFFERENCE IS REPORTED.
000342*           A DATE IN A MONTH TRANARCH HAS MOVED OFF THE MASTER
000344*           (ON HISTCTL) IS REFUSED - ITS POSTINGS ARE NO LONGER
000346*           THERE TO REBUILD THE FEED FROM.
000350*           ENDS RC=4 WHEN ANY RESEND WAS REFUSED OR DIFFERS.
000360*
000370*           PARM:  SITE-CODE BUSINESS-DATE
000380*                  (ONE SITE; DATE DEFAULTS TO THE LAST
000390*                  COMPLETED CYCLE'S DATE FROM BUSDATE.  NO PARM
000400*                  RESENDS EVERY SITE ON ACKRECON'S FAILED-SITE
000410*                  LIST, ACKFAIL, FOR THE DATE LISTED)
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY.
000440*    DATE       INIT  DESCRIPTION
000450*    ---------- ----  -------------------------------------------
000460*    2026-10-15 ALD   INITIAL VERSION.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TRAN-MASTER ASSIGN TO TRANMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TM-MASTER-KEY
000580         FILE STATUS IS WS-TRANMAST-STATUS.
000590     SELECT HOLD-QUEUE-FILE ASSIGN TO HOLDQ
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS HQ-HOLD-KEY
000630         FILE STATUS IS WS-HOLDQ-STATUS.
000640     SELECT DISTRIB-LIST-FILE ASSIGN TO DISTLIST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS DL-SITE-CODE
000680         FILE STATUS IS WS-DISTLIST-STATUS.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-BUSDATE-STATUS.
000730     SELECT ACK-FAIL-FILE ASSIGN TO ACKFAIL
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-ACKFAIL-STATUS.
000770     SELECT DELIVERY-CTL-FILE ASSIGN TO DLVCTL
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-DLVCTL-STATUS.
000810*    THE REBUILT FEED IS OPENED ONCE PER RESEND UNDER THE
000820*    NAME RESEND.SSSSSS.YYYYMMDD.NNN.
000830     SELECT RESEND-FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WS-FEED-STATUS.
000870     SELECT RESEND-REPORT-FILE ASSIGN TO RSNDRPT
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS WS-RSNDRPT-STATUS.
000902     SELECT HIST-CTL-FILE ASSIGN TO HISTCTL
000904         ORGANIZATION IS SEQUENTIAL
000906         ACCESS MODE IS SEQUENTIAL
000908         FILE STATUS IS WS-HISTCTL-STATUS.
000910     SELECT RUN-REGISTER ASSIGN TO RUNREG
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS WS-RUNREG-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980*----------------------------------------------------------------
000990* TRAN-MASTER - KEYED TRANSACTION MASTER (FEED SOURCE)
001000*----------------------------------------------------------------
001010 FD  TRAN-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030     COPY TRANMAST.
001040*----------------------------------------------------------------
001050* HOLD-QUEUE-FILE - KEYED LARGE-VALUE HOLD QUEUE
001060*----------------------------------------------------------------
001070 FD  HOLD-QUEUE-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY HOLDQ.
001100*----------------------------------------------------------------
001110* DISTRIB-LIST-FILE - KEYED DISTRIBUTION LIST
001120*----------------------------------------------------------------
001130 FD  DISTRIB-LIST-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY DISTLIST.
001160*----------------------------------------------------------------
001170* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001180*----------------------------------------------------------------
001190 FD  BUSINESS-DATE-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220     COPY BUSDATE.
001230*----------------------------------------------------------------
001240* ACK-FAIL-FILE - FAILED-DELIVERY SITE LIST (ACKRECON OUT)
001250*----------------------------------------------------------------
001260 FD  ACK-FAIL-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORDING MODE IS F.
001290     COPY ACKFAIL.
001300*----------------------------------------------------------------
001310* DELIVERY-CTL-FILE - PER-SITE DISPATCH CONTROL
001320*----------------------------------------------------------------
001330 FD  DELIVERY-CTL-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORDING MODE IS F.
001360     COPY DLVCTL.
001370*----------------------------------------------------------------
001380* RESEND-FEED-FILE - ONE REBUILT FEED, ITS OWN HDR/TRL
001390*----------------------------------------------------------------
001400 FD  RESEND-FEED-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORDING MODE IS F.
001430 01  RESEND-FEED-RECORD          PIC X(80).
001440*----------------------------------------------------------------
001450* RESEND-REPORT-FILE - RESEND-BY-RESEND CONTROL REPORT
001460*----------------------------------------------------------------
001470 FD  RESEND-REPORT-FILE
001480     LABEL RECORDS ARE OMITTED
001490     RECORDING MODE IS F.
001500 01  RESEND-REPORT-LINE          PIC X(132).
001510*----------------------------------------------------------------
001520* HIST-CTL-FILE - MONTHS ARCHIVED OFF THE MASTER (TRANARCH)
001530*----------------------------------------------------------------
001531 FD  HIST-CTL-FILE
001532     LABEL RECORDS ARE STANDARD
001533     RECORDING MODE IS F.
001534     COPY HISTCTL.
001535*----------------------------------------------------------------
001536* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001537*----------------------------------------------------------------
001540 FD  RUN-REGISTER
001550     LABEL RECORDS ARE STANDARD
001560     RECORDING MODE IS F.
001570     COPY RUNREG.
001580*
001590 WORKING-STORAGE SECTION.
001600*----------------------------------------------------------------
001610* SWITCHES AND STATUS FIELDS
001620*----------------------------------------------------------------
001630 77  WS-TRANMAST-STATUS          PIC X(02) VALUE SPACES.
001640     88  WS-TRANMAST-OK                     VALUE '00'.
001650 77  WS-HOLDQ-STATUS             PIC X(02) VALUE SPACES.
001660     88  WS-HOLDQ-OK                        VALUE '00'.
001670     88  WS-HOLDQ-NOT-FOUND                 VALUE '35'.
001680 77  WS-DISTLIST-STATUS          PIC X(02) VALUE SPACES.
001690     88  WS-DISTLIST-OK                     VALUE '00'.
001700 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
001710     88  WS-BUSDATE-OK                      VALUE '00'.
001720 77  WS-ACKFAIL-STATUS           PIC X(02) VALUE SPACES.
001730     88  WS-ACKFAIL-OK                      VALUE '00'.
001740     88  WS-ACKFAIL-NOT-FOUND               VALUE '35'.
001750 77  WS-DLVCTL-STATUS            PIC X(02) VALUE SPACES.
001760     88  WS-DLVCTL-OK                       VALUE '00'.
001770     88  WS-DLVCTL-NOT-FOUND                VALUE '35'.
001780 77  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
001790     88  WS-FEED-OK                         VALUE '00'.
001800 77  WS-RSNDRPT-STATUS           PIC X(02) VALUE SPACES.
001810     88  WS-RSNDRPT-OK                      VALUE '00'.
001820 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001830     88  WS-RUNREG-OK                       VALUE '00'.
001840     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001841 77  WS-HISTCTL-STATUS           PIC X(02) VALUE SPACES.
001842     88  WS-HISTCTL-OK                      VALUE '00'.
001843     88  WS-HISTCTL-NOT-FOUND               VALUE '35'.
001844 77  WS-HISTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001845     88  WS-END-OF-HISTCTL                  VALUE 'Y'.
001846 77  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001847     88  WS-ARCH-FOUND                      VALUE 'Y'.
001850 77  WS-ACKFAIL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001860     88  WS-END-OF-ACKFAIL                  VALUE 'Y'.
001870 77  WS-DLVCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001880     88  WS-END-OF-DLVCTL                   VALUE 'Y'.
001890 77  WS-TRANMAST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001900     88  WS-END-OF-TRANMAST                 VALUE 'Y'.
001910 77  WS-HOLDQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
001920     88  WS-END-OF-HOLDQ                    VALUE 'Y'.
001930 77  WS-HOLDQ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001940     88  WS-HOLDQ-OPEN                      VALUE 'Y'.
001950 77  WS-ORIG-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001960     88  WS-ORIG-FOUND                      VALUE 'Y'.
001970 77  WS-HELD-OFF-SWITCH          PIC X(01) VALUE 'N'.
001980     88  WS-HELD-OFF-FEED                   VALUE 'Y'.
001990 01  WS-PARM-LINE.
002000     05  WS-PARM-SITE            PIC X(06).
002010     05  WS-PARM-DATE            PIC X(08).
002020     05  FILLER                  PIC X(06).
002030 77  WS-REQ-SITE                 PIC X(06) VALUE SPACES.
002040 77  WS-REQ-DATE                 PIC 9(08) VALUE ZERO.
002050 77  WS-LAST-ROUTED-DATE         PIC 9(08) VALUE ZERO.
002060 77  WS-FEED-FILE-NAME           PIC X(26) VALUE SPACES.
002070 77  WS-NEW-RESEND-SEQ           PIC 9(03) VALUE ZERO.
002080 77  WS-LAST-RESEND-SEQ          PIC 9(03) VALUE ZERO.
002090 77  WS-ORIG-COUNT               PIC 9(07) VALUE ZERO.
002100 77  WS-ORIG-HASH                PIC 9(13) VALUE ZERO.
002110 77  WS-FEED-COUNT               PIC 9(07) COMP VALUE ZERO.
002120 77  WS-FEED-HASH                PIC 9(13) VALUE ZERO.
002130 77  WS-FEED-AMOUNT              PIC S9(13)V99 VALUE ZERO.
002140 77  WS-HELD-OFF-COUNT           PIC 9(07) COMP VALUE ZERO.
002150 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
002160 77  WS-TXN-NUMBER-NUM           PIC 9(04) VALUE ZERO.
002170 77  WS-REQ-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002180 77  WS-RESENT-COUNT             PIC 9(05) COMP VALUE ZERO.
002190 77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
002200 77  WS-DIFFERS-COUNT            PIC 9(05) COMP VALUE ZERO.
002210 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
002211*    MONTHS TRANARCH HAS MOVED OFF THE MASTER
002212 01  WS-ARCH-TABLE.
002213     05  WS-ARCH-MONTH           PIC 9(06) OCCURS 600 TIMES.
002214 77  WS-ARCH-TOTAL               PIC 9(03) COMP VALUE ZERO.
002215 77  WS-ARCH-TABLE-MAX           PIC 9(03) COMP VALUE 600.
002216 77  WS-ARCH-SUB                 PIC 9(03) COMP VALUE ZERO.
002217 77  WS-ARCH-KEY                 PIC 9(06) VALUE ZERO.
002220 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
002230 01  WS-CDT-TIME-STAMP.
002240     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
002250     05  FILLER                  PIC X(02).
002260 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
002270 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
002280 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
002290     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
002300*----------------------------------------------------------------
002310* ONE FEED DETAIL IN THE 80-BYTE TRANSIN SHAPE - THE MASTER
002320* KEY'S TRANSACTION ID, THE SITE AND THE PAYLOAD AS RECEIVED.
002330*----------------------------------------------------------------
002340 01  WS-FEED-IMAGE.
002350     05  WS-FI-TRANSACTION-ID.
002360         10  WS-FI-TXN-PREFIX    PIC X(03).
002370         10  WS-FI-TXN-NUMBER    PIC X(04).
002380     05  WS-FI-SITE-CODE         PIC X(06).
002390     05  WS-FI-PAYLOAD.
002400         10  WS-FI-TRAN-TYPE     PIC X(02).
002410         10  WS-FI-AMOUNT        PIC S9(09)V99.
002420         10  WS-FI-DESC          PIC X(51).
002430         10  WS-FI-CURRENCY      PIC X(03).
002440*----------------------------------------------------------------
002450* FEED HEADER AND TRAILER - THE SAME CONTROLS TRANPOST WRITES
002460*----------------------------------------------------------------
002470 01  WS-ROUTE-HEADER.
002480     05  FILLER                  PIC X(03) VALUE 'HDR'.
002490     05  WS-RH-BUSINESS-DATE     PIC 9(08).
002500     05  WS-RH-SITE-CODE         PIC X(06).
002510     05  WS-RH-RESEND-SEQ        PIC 9(03) VALUE ZERO.
002520     05  FILLER                  PIC X(60) VALUE SPACES.
002530 01  WS-ROUTE-TRAILER.
002540     05  FILLER                  PIC X(03) VALUE 'TRL'.
002550     05  WS-RT-RECORD-COUNT      PIC 9(07).
002560     05  WS-RT-HASH-TOTAL        PIC 9(13).
002570     05  WS-RT-AMOUNT-TOTAL      PIC S9(13)V99.
002580     05  FILLER                  PIC X(42) VALUE SPACES.
002590*----------------------------------------------------------------
002600* REPORT LINES
002610*----------------------------------------------------------------
002620 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
002630 01  WS-REPORT-HEADING.
002640     05  FILLER                  PIC X(08) VALUE 'SITE'.
002650     05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
002660     05  FILLER                  PIC X(05) VALUE 'SEQ'.
002670     05  FILLER                  PIC X(09) VALUE '   SENT'.
002680     05  FILLER                  PIC X(15) VALUE 'SENT HASH'.
002690     05  FILLER                  PIC X(19)
002700         VALUE '      AMOUNT SENT'.
002710     05  FILLER                  PIC X(09) VALUE ' ORIGINAL'.
002720     05  FILLER                  PIC X(15) VALUE 'ORIGINAL HASH'.
002730     05  FILLER                  PIC X(42) VALUE 'DISPOSITION'.
002740 01  WS-REPORT-DETAIL.
002750     05  WS-RPT-SITE-CODE        PIC X(06).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  WS-RPT-BUS-DATE         PIC X(08).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  WS-RPT-RESEND-SEQ       PIC ZZ9 BLANK WHEN ZERO.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  WS-RPT-SENT-COUNT       PIC ZZZZZZ9.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WS-RPT-SENT-HASH        PIC 9(13).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  WS-RPT-SENT-AMOUNT      PIC Z(12)9.99-.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  WS-RPT-ORIG-COUNT       PIC ZZZZZZ9.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  WS-RPT-ORIG-HASH        PIC 9(13).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  WS-RPT-STATUS           PIC X(42).
002920 01  WS-REPORT-LINE.
002930     05  WS-RPT-LABEL            PIC X(40).
002940     05  WS-RPT-VALUE            PIC X(20).
002950     05  FILLER                  PIC X(72) VALUE SPACES.
002960*----------------------------------------------------------------
002970* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
002980*----------------------------------------------------------------
002990     COPY RUNPARM.
003000*
003010 PROCEDURE DIVISION.
003020*----------------------------------------------------------------
003030 0000-MAINLINE.
003040*----------------------------------------------------------------
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     IF WS-PARM-SITE = SPACES
003070         PERFORM 2000-RESEND-FAILED-SITES THRU 2000-EXIT
003080     ELSE
003090         MOVE WS-PARM-SITE TO WS-REQ-SITE
003100         IF WS-PARM-DATE IS NUMERIC
003110             MOVE WS-PARM-DATE TO WS-REQ-DATE
003120         ELSE
003130             MOVE WS-LAST-ROUTED-DATE TO WS-REQ-DATE
003140         END-IF
003150         ADD 1 TO WS-REQ-READ-COUNT
003160         PERFORM 3000-RESEND-ONE-FEED THRU 3000-EXIT
003170     END-IF.
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003190     STOP RUN.
003200*----------------------------------------------------------------
003210 1000-INITIALIZE.
003220*----------------------------------------------------------------
003230     MOVE 'RESEND' TO RP-JOB-NAME.
003240     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
003250     UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
003260         INTO WS-PARM-SITE WS-PARM-DATE.
003270     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
003280     DISPLAY 'RESEND   - BUSINESS DATE = ' RP-RUN-DATE.
003290     DISPLAY 'RESEND   - LAST ROUTED   = ' WS-LAST-ROUTED-DATE.
003300     DISPLAY 'RESEND   - OPERATOR ID   = ' RP-OPERATOR-ID.
003310     OPEN OUTPUT RESEND-REPORT-FILE.
003320     IF NOT WS-RSNDRPT-OK
003330         MOVE 26 TO WS-ABEND-CODE
003340         STRING 'RSNDRPT OPEN FAILED, FILE STATUS = '
003350             WS-RSNDRPT-STATUS DELIMITED BY SIZE
003360             INTO WS-ABEND-REASON
003370         GO TO 9999-ABEND-RTN
003380     END-IF.
003390     MOVE SPACES TO WS-REPORT-LINE.
003400     MOVE 'RESEND ROUTED-FEED RETRANSMISSION REPORT'
003410         TO WS-RPT-LABEL.
003420     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
003430     WRITE RESEND-REPORT-LINE.
003440     MOVE SPACES TO WS-REPORT-LINE.
003450     MOVE 'BUSINESS DATE'     TO WS-RPT-LABEL.
003460     MOVE RP-RUN-DATE         TO WS-RPT-VALUE.
003470     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
003480     WRITE RESEND-REPORT-LINE.
003490     MOVE WS-REPORT-HEADING TO RESEND-REPORT-LINE.
003500     WRITE RESEND-REPORT-LINE.
003510     PERFORM 1100-OPEN-SOURCES THRU 1100-EXIT.
003520 1000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550 1020-READ-BUSINESS-DATE.
003560*----------------------------------------------------------------
003570     OPEN INPUT BUSINESS-DATE-FILE.
003580     IF NOT WS-BUSDATE-OK
003590         MOVE 12 TO WS-ABEND-CODE
003600         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
003610             TO WS-ABEND-REASON
003620         GO TO 9999-ABEND-RTN
003630     END-IF.
003640     READ BUSINESS-DATE-FILE
003650         AT END
003660             MOVE 12 TO WS-ABEND-CODE
003670             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
003680                 TO WS-ABEND-REASON
003690             GO TO 9999-ABEND-RTN
003700     END-READ.
003710     CLOSE BUSINESS-DATE-FILE.
003720     MOVE BD-CURRENT-BUSINESS-DATE    TO RP-RUN-DATE.
003730     MOVE BD-LAST-SUCCESSFUL-RUN-DATE TO WS-LAST-ROUTED-DATE.
003740 1020-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770 1100-OPEN-SOURCES.
003780*----------------------------------------------------------------
003790     OPEN INPUT TRAN-MASTER.
003800     IF NOT WS-TRANMAST-OK
003810         MOVE 14 TO WS-ABEND-CODE
003820         STRING 'TRAN-MASTER OPEN FAILED, FILE STATUS = '
003830             WS-TRANMAST-STATUS DELIMITED BY SIZE
003840             INTO WS-ABEND-REASON
003850         GO TO 9999-ABEND-RTN
003860     END-IF.
003870     OPEN INPUT DISTRIB-LIST-FILE.
003880     IF NOT WS-DISTLIST-OK
003890         MOVE 14 TO WS-ABEND-CODE
003900         STRING 'DISTLIST OPEN FAILED, FILE STATUS = '
003910             WS-DISTLIST-STATUS DELIMITED BY SIZE
003920             INTO WS-ABEND-REASON
003930         GO TO 9999-ABEND-RTN
003940     END-IF.
003950*    NO HOLD QUEUE YET MEANS NOTHING HAS EVER BEEN HELD - EVERY
003960*    MASTER POSTING WENT OUT ON ITS OWN NIGHT'S FEED.
003970     OPEN INPUT HOLD-QUEUE-FILE.
003980     IF WS-HOLDQ-OK
003990         SET WS-HOLDQ-OPEN TO TRUE
004000     ELSE
004010         IF NOT WS-HOLDQ-NOT-FOUND
004020             MOVE 14 TO WS-ABEND-CODE
004030             STRING 'HOLDQ OPEN FAILED, FILE STATUS = '
004040                 WS-HOLDQ-STATUS DELIMITED BY SIZE
004050                 INTO WS-ABEND-REASON
004060             GO TO 9999-ABEND-RTN
004070         END-IF
004080     END-IF.
004085     PERFORM 1200-LOAD-ARCHIVED-MONTHS THRU 1200-EXIT.
004090 1100-EXIT.
004100     EXIT.
004101*----------------------------------------------------------------
004102 1200-LOAD-ARCHIVED-MONTHS.
004103*----------------------------------------------------------------
004104     OPEN INPUT HIST-CTL-FILE.
004105     IF WS-HISTCTL-NOT-FOUND
004106         GO TO 1200-EXIT
004107     END-IF.
004108     IF NOT WS-HISTCTL-OK
004109         MOVE 12 TO WS-ABEND-CODE
004110         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
004111             WS-HISTCTL-STATUS DELIMITED BY SIZE
004112             INTO WS-ABEND-REASON
004113         GO TO 9999-ABEND-RTN
004114     END-IF.
004115     PERFORM 1250-READ-ONE-HIST-CTL THRU 1250-EXIT
004116         UNTIL WS-END-OF-HISTCTL.
004117     CLOSE HIST-CTL-FILE.
004118 1200-EXIT.
004119     EXIT.
004120*----------------------------------------------------------------
004121 1250-READ-ONE-HIST-CTL.
004122*----------------------------------------------------------------
004123     READ HIST-CTL-FILE
004124         AT END
004125             MOVE 'Y' TO WS-HISTCTL-EOF-SWITCH
004126             GO TO 1250-EXIT
004127     END-READ.
004128     MOVE HC-MONTH TO WS-ARCH-KEY.
004129     PERFORM 3050-FIND-ARCHIVED-MONTH THRU 3050-EXIT.
004130     IF WS-ARCH-FOUND
004131         GO TO 1250-EXIT
004132     END-IF.
004133     IF WS-ARCH-TOTAL NOT < WS-ARCH-TABLE-MAX
004134         MOVE 46 TO WS-ABEND-CODE
004135         MOVE 'ARCHIVED-MONTH TABLE FULL' TO WS-ABEND-REASON
004136         GO TO 9999-ABEND-RTN
004137     END-IF.
004138     ADD 1 TO WS-ARCH-TOTAL.
004139     MOVE HC-MONTH TO WS-ARCH-MONTH(WS-ARCH-TOTAL).
004140 1250-EXIT.
004141     EXIT.
004142*----------------------------------------------------------------
004143 2000-RESEND-FAILED-SITES.
004144*----------------------------------------------------------------
004145     OPEN INPUT ACK-FAIL-FILE.
004150     IF WS-ACKFAIL-NOT-FOUND
004160         DISPLAY 'RESEND   - NO FAILED-SITE LIST, NOTHING TO '
004170             'RESEND'
004180         GO TO 2000-EXIT
004190     END-IF.
004200     IF NOT WS-ACKFAIL-OK
004210         MOVE 14 TO WS-ABEND-CODE
004220         STRING 'ACKFAIL OPEN FAILED, FILE STATUS = '
004230             WS-ACKFAIL-STATUS DELIMITED BY SIZE
004240             INTO WS-ABEND-REASON
004250         GO TO 9999-ABEND-RTN
004260     END-IF.
004270     PERFORM 2100-RESEND-ONE-LISTED THRU 2100-EXIT
004280         UNTIL WS-END-OF-ACKFAIL.
004290     CLOSE ACK-FAIL-FILE.
004300 2000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330 2100-RESEND-ONE-LISTED.
004340*----------------------------------------------------------------
004350     READ ACK-FAIL-FILE
004360         AT END
004370             MOVE 'Y' TO WS-ACKFAIL-EOF-SWITCH
004380             GO TO 2100-EXIT
004390     END-READ.
004400     ADD 1 TO WS-REQ-READ-COUNT.
004410     MOVE AF-SITE-CODE     TO WS-REQ-SITE.
004420     MOVE AF-BUSINESS-DATE TO WS-REQ-DATE.
004430     PERFORM 3000-RESEND-ONE-FEED THRU 3000-EXIT.
004440 2100-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470 3000-RESEND-ONE-FEED.
004480*----------------------------------------------------------------
004490     MOVE SPACES TO WS-REFUSE-REASON.
004500     MOVE ZERO TO WS-FEED-COUNT WS-FEED-HASH WS-FEED-AMOUNT
004510                  WS-HELD-OFF-COUNT WS-RELEASED-COUNT
004520                  WS-NEW-RESEND-SEQ.
004530     IF WS-REQ-SITE = SPACES
004540       OR WS-REQ-DATE NOT NUMERIC
004550       OR WS-REQ-DATE = ZERO
004560         MOVE 'SITE OR BUSINESS DATE MISSING'
004570             TO WS-REFUSE-REASON
004580         GO TO 3000-REPORT
004590     END-IF.
004600*    A DATE NO CYCLE HAS COMPLETED HAS NO FEED TO REBUILD - THE
004610*    MASTER MAY STILL BE TAKING POSTINGS FOR IT.
004620     IF WS-REQ-DATE > WS-LAST-ROUTED-DATE
004630         MOVE 'NO COMPLETED CYCLE FOR THE DATE'
004640             TO WS-REFUSE-REASON
004650         GO TO 3000-REPORT
004660     END-IF.
004661     MOVE WS-REQ-DATE(1:6) TO WS-ARCH-KEY.
004662     PERFORM 3050-FIND-ARCHIVED-MONTH THRU 3050-EXIT.
004663     IF WS-ARCH-FOUND
004664         MOVE 'DATE IS ARCHIVED - NOT ON THE MASTER'
004665             TO WS-REFUSE-REASON
004666         GO TO 3000-REPORT
004667     END-IF.
004670     MOVE WS-REQ-SITE TO DL-SITE-CODE.
004680     READ DISTRIB-LIST-FILE
004690         INVALID KEY
004700             MOVE 'SITE NOT ON DISTRIBUTION LIST'
004710                 TO WS-REFUSE-REASON
004720     END-READ.
004730     IF WS-REFUSE-REASON NOT = SPACES
004740         GO TO 3000-REPORT
004750     END-IF.
004760     PERFORM 3100-FIND-DISPATCHES THRU 3100-EXIT.
004770     IF WS-LAST-RESEND-SEQ NOT < 999
004780         MOVE 'RESEND SEQUENCE EXHAUSTED' TO WS-REFUSE-REASON
004790         GO TO 3000-REPORT
004800     END-IF.
004810     COMPUTE WS-NEW-RESEND-SEQ = WS-LAST-RESEND-SEQ + 1.
004820     MOVE SPACES TO WS-FEED-FILE-NAME.
004830     STRING 'RESEND.' WS-REQ-SITE '.' WS-REQ-DATE '.'
004840         WS-NEW-RESEND-SEQ DELIMITED BY SIZE
004850         INTO WS-FEED-FILE-NAME.
004860     OPEN OUTPUT RESEND-FEED-FILE.
004870     IF NOT WS-FEED-OK
004880         STRING 'FEED OPEN FAILED, FILE STATUS = '
004890             WS-FEED-STATUS DELIMITED BY SIZE
004900             INTO WS-REFUSE-REASON
004910         GO TO 3000-REPORT
004920     END-IF.
004930     MOVE WS-REQ-DATE       TO WS-RH-BUSINESS-DATE.
004940     MOVE WS-REQ-SITE       TO WS-RH-SITE-CODE.
004950     MOVE WS-NEW-RESEND-SEQ TO WS-RH-RESEND-SEQ.
004960     MOVE WS-ROUTE-HEADER   TO RESEND-FEED-RECORD.
004970     WRITE RESEND-FEED-RECORD.
004980     PERFORM 3200-COPY-MASTER-POSTINGS THRU 3200-EXIT.
004990     PERFORM 3400-COPY-RELEASED-HOLDS THRU 3400-EXIT.
005000     MOVE WS-FEED-COUNT     TO WS-RT-RECORD-COUNT.
005010     MOVE WS-FEED-HASH      TO WS-RT-HASH-TOTAL.
005020     MOVE WS-FEED-AMOUNT    TO WS-RT-AMOUNT-TOTAL.
005030     MOVE WS-ROUTE-TRAILER  TO RESEND-FEED-RECORD.
005040     WRITE RESEND-FEED-RECORD.
005050     CLOSE RESEND-FEED-FILE.
005060     PERFORM 3600-WRITE-RESEND-DISPATCH THRU 3600-EXIT.
005070 3000-REPORT.
005080     PERFORM 3700-WRITE-REPORT-LINE THRU 3700-EXIT.
005090 3000-EXIT.
005091     EXIT.
005092*----------------------------------------------------------------
005093 3050-FIND-ARCHIVED-MONTH.
005094*----------------------------------------------------------------
005095     MOVE 'N' TO WS-ARCH-FOUND-SWITCH.
005096     PERFORM 3060-COMPARE-ARCHIVED-MONTH THRU 3060-EXIT
005097         VARYING WS-ARCH-SUB FROM 1 BY 1
005098         UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
005099            OR WS-ARCH-FOUND.
005100 3050-EXIT.
005101     EXIT.
005102*----------------------------------------------------------------
005103 3060-COMPARE-ARCHIVED-MONTH.
005104*----------------------------------------------------------------
005105     IF WS-ARCH-MONTH(WS-ARCH-SUB) = WS-ARCH-KEY
005106         SET WS-ARCH-FOUND TO TRUE
005107     END-IF.
005108 3060-EXIT.
005109     EXIT.
005110*----------------------------------------------------------------
005120 3100-FIND-DISPATCHES.
005130*----------------------------------------------------------------
005140*    THE LAST ORIGINAL DISPATCH FOR THE SITE AND DATE IS WHAT
005150*    THE REBUILT FEED IS COMPARED WITH (A RERUN'S RECORD
005160*    REPLACES AN ABORTED ATTEMPT'S); THE HIGHEST RESEND
005170*    SEQUENCE SO FAR NUMBERS THIS ONE.
005180     MOVE 'N' TO WS-ORIG-FOUND-SWITCH.
005190     MOVE ZERO TO WS-ORIG-COUNT WS-ORIG-HASH WS-LAST-RESEND-SEQ.
005200     MOVE 'N' TO WS-DLVCTL-EOF-SWITCH.
005210     OPEN INPUT DELIVERY-CTL-FILE.
005220     IF WS-DLVCTL-NOT-FOUND
005230         GO TO 3100-EXIT
005240     END-IF.
005250     IF NOT WS-DLVCTL-OK
005260         MOVE 14 TO WS-ABEND-CODE
005270         STRING 'DLVCTL OPEN FAILED, FILE STATUS = '
005280             WS-DLVCTL-STATUS DELIMITED BY SIZE
005290             INTO WS-ABEND-REASON
005300         GO TO 9999-ABEND-RTN
005310     END-IF.
005320     PERFORM 3150-READ-ONE-DISPATCH THRU 3150-EXIT
005330         UNTIL WS-END-OF-DLVCTL.
005340     CLOSE DELIVERY-CTL-FILE.
005350 3100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380 3150-READ-ONE-DISPATCH.
005390*----------------------------------------------------------------
005400     READ DELIVERY-CTL-FILE
005410         AT END
005420             MOVE 'Y' TO WS-DLVCTL-EOF-SWITCH
005430             GO TO 3150-EXIT
005440     END-READ.
005450     IF DC-SITE-CODE NOT = WS-REQ-SITE
005460       OR DC-BUSINESS-DATE NOT = WS-REQ-DATE
005470         GO TO 3150-EXIT
005480     END-IF.
005490     IF DC-DISPATCH-RESEND
005500         IF DC-RESEND-SEQ > WS-LAST-RESEND-SEQ
005510             MOVE DC-RESEND-SEQ TO WS-LAST-RESEND-SEQ
005520         END-IF
005530     ELSE
005540         SET WS-ORIG-FOUND TO TRUE
005550         MOVE DC-RECORD-COUNT TO WS-ORIG-COUNT
005560         MOVE DC-HASH-TOTAL   TO WS-ORIG-HASH
005570     END-IF.
005580 3150-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610 3200-COPY-MASTER-POSTINGS.
005620*----------------------------------------------------------------
005630*    THE MASTER IS KEYED ON TRANSACTION ID FIRST, SO THE SITE
005640*    AND DATE ARE PICKED OUT OF A FULL PASS.
005650     MOVE 'N' TO WS-TRANMAST-EOF-SWITCH.
005660     MOVE LOW-VALUES TO TM-MASTER-KEY.
005670     START TRAN-MASTER KEY NOT < TM-MASTER-KEY
005680         INVALID KEY
005690             GO TO 3200-EXIT
005700     END-START.
005710     PERFORM 3250-COPY-ONE-POSTING THRU 3250-EXIT
005720         UNTIL WS-END-OF-TRANMAST.
005730 3200-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760 3250-COPY-ONE-POSTING.
005770*----------------------------------------------------------------
005780     READ TRAN-MASTER NEXT RECORD
005790         AT END
005800             MOVE 'Y' TO WS-TRANMAST-EOF-SWITCH
005810             GO TO 3250-EXIT
005820     END-READ.
005830     IF TM-BUSINESS-DATE NOT = WS-REQ-DATE
005840       OR TM-SITE-CODE NOT = WS-REQ-SITE
005850         GO TO 3250-EXIT
005860     END-IF.
005870     PERFORM 3300-CHECK-HELD-OFF THRU 3300-EXIT.
005880     IF WS-HELD-OFF-FEED
005890         ADD 1 TO WS-HELD-OFF-COUNT
005900         GO TO 3250-EXIT
005910     END-IF.
005920     MOVE TM-TRANSACTION-ID TO WS-FI-TRANSACTION-ID.
005930     MOVE TM-SITE-CODE      TO WS-FI-SITE-CODE.
005940     MOVE TM-PAYLOAD        TO WS-FI-PAYLOAD.
005950     PERFORM 3500-WRITE-FEED-DETAIL THRU 3500-EXIT.
005960 3250-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990 3300-CHECK-HELD-OFF.
006000*----------------------------------------------------------------
006010*    A POSTING TRANPOST HELD THAT NIGHT NEVER WENT ON THE
006020*    NIGHT'S FEED, WHATEVER HAS BEEN DECIDED ABOUT IT SINCE.
006030     MOVE 'N' TO WS-HELD-OFF-SWITCH.
006040     IF NOT WS-HOLDQ-OPEN
006050         GO TO 3300-EXIT
006060     END-IF.
006070     MOVE TM-MASTER-KEY TO HQ-HOLD-KEY.
006080     READ HOLD-QUEUE-FILE
006090         INVALID KEY
006100             GO TO 3300-EXIT
006110     END-READ.
006120     IF HQ-HELD-DATE = WS-REQ-DATE
006130         SET WS-HELD-OFF-FEED TO TRUE
006140     END-IF.
006150 3300-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180 3400-COPY-RELEASED-HOLDS.
006190*----------------------------------------------------------------
006200*    AN APPROVED HOLD WENT OUT ON THE FEED OF THE NIGHT IT WAS
006210*    MARKED SENT, UNDER ITS ORIGINAL POSTING'S IMAGE.
006220     IF NOT WS-HOLDQ-OPEN
006230         GO TO 3400-EXIT
006240     END-IF.
006250     MOVE 'N' TO WS-HOLDQ-EOF-SWITCH.
006260     MOVE LOW-VALUES TO HQ-HOLD-KEY.
006270     START HOLD-QUEUE-FILE KEY NOT < HQ-HOLD-KEY
006280         INVALID KEY
006290             GO TO 3400-EXIT
006300     END-START.
006310     PERFORM 3450-COPY-ONE-RELEASE THRU 3450-EXIT
006320         UNTIL WS-END-OF-HOLDQ.
006330 3400-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360 3450-COPY-ONE-RELEASE.
006370*----------------------------------------------------------------
006380     READ HOLD-QUEUE-FILE NEXT RECORD
006390         AT END
006400             MOVE 'Y' TO WS-HOLDQ-EOF-SWITCH
006410             GO TO 3450-EXIT
006420     END-READ.
006430     IF NOT HQ-STAT-SENT
006440       OR HQ-SENT-DATE NOT = WS-REQ-DATE
006450       OR HQ-SITE-CODE NOT = WS-REQ-SITE
006460         GO TO 3450-EXIT
006470     END-IF.
006480     MOVE HQ-TXN-IMAGE TO WS-FEED-IMAGE.
006490     ADD 1 TO WS-RELEASED-COUNT.
006500     PERFORM 3500-WRITE-FEED-DETAIL THRU 3500-EXIT.
006510 3450-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540 3500-WRITE-FEED-DETAIL.
006550*----------------------------------------------------------------
006560*    COUNT, HASH AND AMOUNT ARE TAKEN EXACTLY AS TRANPOST TAKES
006570*    THEM, SO A FAITHFUL REBUILD TIES TO THE ORIGINAL DISPATCH.
006580     ADD 1 TO WS-FEED-COUNT.
006590     IF WS-FI-TXN-NUMBER IS NUMERIC
006600         MOVE WS-FI-TXN-NUMBER TO WS-TXN-NUMBER-NUM
006610         ADD WS-TXN-NUMBER-NUM TO WS-FEED-HASH
006620     END-IF.
006630     IF WS-FI-AMOUNT IS NUMERIC
006640         ADD WS-FI-AMOUNT TO WS-FEED-AMOUNT
006650     END-IF.
006660     MOVE WS-FEED-IMAGE TO RESEND-FEED-RECORD.
006670     WRITE RESEND-FEED-RECORD.
006680 3500-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710 3600-WRITE-RESEND-DISPATCH.
006720*----------------------------------------------------------------
006730*    APPENDED AFTER ANY ORIGINAL, SO ACKRECON TAKES THIS AS
006740*    THE FEED THE SITE NOW HOLDS.
006750     OPEN EXTEND DELIVERY-CTL-FILE.
006760     IF WS-DLVCTL-NOT-FOUND
006770         OPEN OUTPUT DELIVERY-CTL-FILE
006780     END-IF.
006790     IF NOT WS-DLVCTL-OK
006800         MOVE 36 TO WS-ABEND-CODE
006810         STRING 'DLVCTL OPEN EXTEND FAILED, FILE STATUS = '
006820             WS-DLVCTL-STATUS DELIMITED BY SIZE
006830             INTO WS-ABEND-REASON
006840         GO TO 9999-ABEND-RTN
006850     END-IF.
006860     MOVE WS-REQ-SITE       TO DC-SITE-CODE.
006870     MOVE WS-REQ-DATE       TO DC-BUSINESS-DATE.
006880     MOVE WS-FEED-COUNT     TO DC-RECORD-COUNT.
006890     MOVE WS-FEED-HASH      TO DC-HASH-TOTAL.
006900     SET DC-DISPATCH-RESEND TO TRUE.
006910     MOVE WS-NEW-RESEND-SEQ TO DC-RESEND-SEQ.
006920     WRITE DELIVERY-CTL-RECORD.
006930     CLOSE DELIVERY-CTL-FILE.
006940 3600-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970 3700-WRITE-REPORT-LINE.
006980*----------------------------------------------------------------
006990     MOVE SPACES TO WS-REPORT-DETAIL.
007000     MOVE WS-REQ-SITE TO WS-RPT-SITE-CODE.
007010     MOVE WS-REQ-DATE TO WS-RPT-BUS-DATE.
007020     IF WS-REFUSE-REASON NOT = SPACES
007030         MOVE ZERO TO WS-RPT-RESEND-SEQ
007040         STRING 'REFUSED - ' WS-REFUSE-REASON
007050             DELIMITED BY SIZE INTO WS-RPT-STATUS
007060         ADD 1 TO WS-REFUSED-COUNT
007070         GO TO 3700-WRITE
007080     END-IF.
007090     ADD 1 TO WS-RESENT-COUNT.
007100     MOVE WS-NEW-RESEND-SEQ TO WS-RPT-RESEND-SEQ.
007110     MOVE WS-FEED-COUNT     TO WS-RPT-SENT-COUNT.
007120     MOVE WS-FEED-HASH      TO WS-RPT-SENT-HASH.
007130     MOVE WS-FEED-AMOUNT    TO WS-RPT-SENT-AMOUNT.
007140     MOVE WS-ORIG-COUNT     TO WS-RPT-ORIG-COUNT.
007150     MOVE WS-ORIG-HASH      TO WS-RPT-ORIG-HASH.
007160     EVALUATE TRUE
007170         WHEN NOT WS-ORIG-FOUND
007180             MOVE 'RESENT - NO ORIGINAL DISPATCH ON FILE'
007190                 TO WS-RPT-STATUS
007200         WHEN WS-FEED-COUNT NOT = WS-ORIG-COUNT
007210           OR WS-FEED-HASH NOT = WS-ORIG-HASH
007220             MOVE 'RESENT - DIFFERS FROM ORIGINAL DISPATCH'
007230                 TO WS-RPT-STATUS
007240             ADD 1 TO WS-DIFFERS-COUNT
007250         WHEN OTHER
007260             MOVE 'RESENT - MATCHES ORIGINAL DISPATCH'
007270                 TO WS-RPT-STATUS
007280     END-EVALUATE.
007290     DISPLAY 'RESEND   - ' WS-FEED-FILE-NAME ' RECORDS = '
007300         WS-RPT-SENT-COUNT.
007310 3700-WRITE.
007320     MOVE WS-REPORT-DETAIL TO RESEND-REPORT-LINE.
007330     WRITE RESEND-REPORT-LINE.
007340 3700-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370 9000-TERMINATE.
007380*----------------------------------------------------------------
007390     CLOSE TRAN-MASTER.
007400     CLOSE DISTRIB-LIST-FILE.
007410     IF WS-HOLDQ-OPEN
007420         CLOSE HOLD-QUEUE-FILE
007430     END-IF.
007440     MOVE SPACES TO WS-REPORT-LINE.
007450     MOVE WS-REQ-READ-COUNT TO WS-RPT-COUNT-DISPLAY.
007460     MOVE 'RESENDS REQUESTED' TO WS-RPT-LABEL.
007470     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
007480     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
007490     WRITE RESEND-REPORT-LINE.
007500     MOVE SPACES TO WS-REPORT-LINE.
007510     MOVE WS-RESENT-COUNT TO WS-RPT-COUNT-DISPLAY.
007520     MOVE 'FEEDS REBUILT AND RESENT' TO WS-RPT-LABEL.
007530     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
007540     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
007550     WRITE RESEND-REPORT-LINE.
007560     MOVE SPACES TO WS-REPORT-LINE.
007570     MOVE WS-DIFFERS-COUNT TO WS-RPT-COUNT-DISPLAY.
007580     MOVE 'DIFFERING FROM THE ORIGINAL DISPATCH' TO WS-RPT-LABEL.
007590     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
007600     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
007610     WRITE RESEND-REPORT-LINE.
007620     MOVE SPACES TO WS-REPORT-LINE.
007630     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-DISPLAY.
007640     MOVE 'RESENDS REFUSED' TO WS-RPT-LABEL.
007650     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
007660     MOVE WS-REPORT-LINE TO RESEND-REPORT-LINE.
007670     WRITE RESEND-REPORT-LINE.
007680     CLOSE RESEND-REPORT-FILE.
007690     DISPLAY 'RESEND   - RESENDS REQUESTED = '
007700         WS-REQ-READ-COUNT.
007710     DISPLAY 'RESEND   - FEEDS RESENT      = '
007720         WS-RESENT-COUNT.
007730     DISPLAY 'RESEND   - DIFFERING         = '
007740         WS-DIFFERS-COUNT.
007750     DISPLAY 'RESEND   - REFUSED           = '
007760         WS-REFUSED-COUNT.
007770     IF WS-REFUSED-COUNT > ZERO
007780       OR WS-DIFFERS-COUNT > ZERO
007790         MOVE 4 TO RETURN-CODE
007800     END-IF.
007810     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
007820 9000-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850 9100-WRITE-RUN-REGISTER.
007860*----------------------------------------------------------------
007870     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
007880     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
007890     OPEN EXTEND RUN-REGISTER.
007900     IF WS-RUNREG-NOT-FOUND
007910         OPEN OUTPUT RUN-REGISTER
007920     END-IF.
007930     IF NOT WS-RUNREG-OK
007940         DISPLAY 'RESEND   - RUN-REGISTER OPEN FAILED, FILE '
007950             'STATUS = ' WS-RUNREG-STATUS
007960         IF NOT WS-ABEND-IN-PROGRESS
007970             MOVE 22 TO WS-ABEND-CODE
007980             GO TO 9999-ABEND-RTN
007990         END-IF
008000         GO TO 9100-EXIT
008010     END-IF.
008020     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
008030     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
008040     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
008050     MOVE RETURN-CODE       TO RR-RETURN-CODE.
008060     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
008070     WRITE RUN-REG-RECORD.
008080     CLOSE RUN-REGISTER.
008090 9100-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120 9999-ABEND-RTN.
008130*----------------------------------------------------------------
008140     SET WS-ABEND-IN-PROGRESS TO TRUE.
008150     IF WS-ABEND-CODE = ZERO
008160         MOVE 16 TO WS-ABEND-CODE
008170     END-IF.
008180     DISPLAY 'RESEND   - ABNORMAL TERMINATION, RC = '
008190         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
008200     MOVE WS-ABEND-CODE TO RETURN-CODE.
008210     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
008220     STOP RUN.
008230 9999-EXIT.
008240     EXIT.
