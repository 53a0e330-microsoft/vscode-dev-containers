000260*                                       BUSINESS DATES
000270*                  SITE YYYYMMDD      - ALL POSTINGS FOR A SITE
000280*                                       ON ONE BUSINESS DATE
000281*                  ADJNNNN            - ONE REVERSAL/ADJUSTMENT,
000282*                                       WITH THE POSTING CORRECTED
000283*                  ... ARCH           - ANY OF THE ABOVE, ALSO
000284*                                       SEARCHING THE MONTHS
000285*                                       TRANARCH HAS MOVED OFF THE
000286*                                       MASTER (TRANHIST.YYYYMM)
000287*           A TRANSACTION INQUIRY ALSO LISTS EVERY REVERSAL OR
000288*           ADJUSTMENT LINKED TO IT, SO THE ORIGINAL AND ITS
000289*           CORRECTIONS ARE SEEN TOGETHER.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*    DATE       INIT  DESCRIPTION
000320*    ---------- ----  -------------------------------------------
000330*    2026-09-02 ALD   INITIAL VERSION.
000331*    2026-10-15 ALD   SHOW ADJPOST REVERSALS/ADJUSTMENTS WITH THE
000332*                     POSTINGS THEY CORRECT; ACCEPT ADJNNNN IDS.
000333*    2026-10-15 ALD   SHOW THE POSTING'S CURRENCY, EXCHANGE RATE
000334*                     AND BASE-CURRENCY AMOUNT.
000335*    2026-10-15 ALD   ARCH ON THE PARM ALSO SEARCHES THE MONTHS
000336*                     ARCHIVED ON HISTCTL.
000337*    2026-10-15 ALD   SHOW THE SUPPLIER WHOSE EXTRACT CARRIED THE
000338*                     POSTING; ARCHIVE RECORD WIDENED TO MATCH.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TM-MASTER-KEY
000450         FILE STATUS IS WS-TRANMAST-STATUS.
000451     SELECT HIST-CTL-FILE ASSIGN TO HISTCTL
000452         ORGANIZATION IS SEQUENTIAL
000453         ACCESS MODE IS SEQUENTIAL
000454         FILE STATUS IS WS-HISTCTL-STATUS.
000455     SELECT TRAN-HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
000456         ORGANIZATION IS SEQUENTIAL
000457         ACCESS MODE IS SEQUENTIAL
000458         FILE STATUS IS WS-TRANHIST-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000520 FD  TRAN-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY TRANMAST.
000541*----------------------------------------------------------------
000542* HIST-CTL-FILE / TRAN-HIST-FILE - MONTHS TRANARCH HAS ARCHIVED
000543*----------------------------------------------------------------
000544 FD  HIST-CTL-FILE
000545     LABEL RECORDS ARE STANDARD.
000546     COPY HISTCTL.
000547 FD  TRAN-HIST-FILE
000548     LABEL RECORDS ARE STANDARD.
000549 01  TRAN-HIST-RECORD            PIC X(166).
000550*
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000620     88  WS-TRANMAST-NOT-FOUND              VALUE '35'.
000630 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
000640     88  WS-END-OF-MASTER                   VALUE 'Y'.
000641 77  WS-HISTCTL-STATUS           PIC X(02) VALUE SPACES.
000642     88  WS-HISTCTL-OK                      VALUE '00'.
000643     88  WS-HISTCTL-NOT-FOUND               VALUE '35'.
000644 77  WS-TRANHIST-STATUS          PIC X(02) VALUE SPACES.
000645     88  WS-TRANHIST-OK                     VALUE '00'.
000646 77  WS-HISTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000647     88  WS-END-OF-HISTCTL                  VALUE 'Y'.
000648 77  WS-TRANHIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
000649     88  WS-END-OF-TRANHIST                 VALUE 'Y'.
000650 77  WS-HIT-COUNT                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-INQ-PARM                 PIC X(30) VALUE SPACES.
000670 77  WS-INQ-ARG1                 PIC X(08) VALUE SPACES.
000680 77  WS-INQ-ARG2                 PIC X(08) VALUE SPACES.
000682 77  WS-INQ-ARG3                 PIC X(08) VALUE SPACES.
000684 77  WS-INQ-ARCHIVE-SWITCH       PIC X(01) VALUE 'N'.
000686     88  WS-INQ-ARCHIVE                     VALUE 'Y'.
000690 77  WS-INQ-TXN-ID               PIC X(07) VALUE SPACES.
000700     88  WS-INQ-TXN-EMPTY                   VALUE SPACES.
000701 77  WS-LINK-SCAN-SWITCH         PIC X(01) VALUE 'N'.
000702     88  WS-IN-LINK-SCAN                    VALUE 'Y'.
000703 77  WS-SAVE-KEY                 PIC X(15) VALUE SPACES.
000704 77  WS-ARCH-SCAN-SWITCH         PIC X(01) VALUE 'N'.
000705     88  WS-IN-ARCHIVE-SCAN                 VALUE 'Y'.
000706 77  WS-HIST-FILE-NAME           PIC X(16) VALUE SPACES.
000707 77  WS-ARCH-MONTH-WANTED        PIC 9(06) VALUE ZERO.
000708 77  WS-SAVE-HIST-RECORD         PIC X(166) VALUE SPACES.
000709*    ARCHIVED MONTHS, IN THE ORDER TRANARCH FIRST RECORDED THEM
000710 01  WS-ARCH-TABLE.
000711     05  WS-ARCH-MONTH           PIC 9(06) OCCURS 600 TIMES.
000712 77  WS-ARCH-TOTAL               PIC 9(03) COMP VALUE ZERO.
000713 77  WS-ARCH-TABLE-MAX           PIC 9(03) COMP VALUE 600.
000714 77  WS-ARCH-SUB                 PIC 9(03) COMP VALUE ZERO.
000715 77  WS-ARCH-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000716     88  WS-ARCH-FOUND                      VALUE 'Y'.
000750 01  WS-INQ-SITE-ARGS.
000760     05  WS-INQ-SITE-CODE        PIC X(06) VALUE SPACES.
000770     05  WS-INQ-SITE-DATE        PIC 9(08) VALUE ZERO.
000800     88  WS-INQ-BY-SITE                     VALUE 'S'.
000810 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
000820 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
000823 77  WS-DSP-FX-RATE              PIC ZZZZ9.9999999.
000826 77  WS-DSP-BASE-AMOUNT          PIC Z(10)9.99-.
000830*
000840 PROCEDURE DIVISION.
000850*----------------------------------------------------------------
000900         PERFORM 2000-INQUIRE-BY-TXN THRU 2000-EXIT
000910     ELSE
000920         PERFORM 3000-INQUIRE-BY-SITE THRU 3000-EXIT
000922     END-IF.
000924     IF WS-INQ-ARCHIVE
000926         PERFORM 5000-INQUIRE-ARCHIVE THRU 5000-EXIT
000930     END-IF.
000940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950     STOP RUN.
000980*----------------------------------------------------------------
000990     ACCEPT WS-INQ-PARM FROM COMMAND-LINE.
000992     UNSTRING WS-INQ-PARM DELIMITED BY ALL ' '
000994         INTO WS-INQ-ARG1 WS-INQ-ARG2 WS-INQ-ARG3.
000995     IF WS-INQ-ARG2 = 'ARCH' OR WS-INQ-ARG3 = 'ARCH'
000996         SET WS-INQ-ARCHIVE TO TRUE
000997     END-IF.
001000     IF WS-INQ-ARG1(1:3) = 'TXN' OR WS-INQ-ARG1(1:3) = 'ADJ'
001010         SET WS-INQ-BY-TXN TO TRUE
001015         MOVE WS-INQ-ARG1(1:7) TO WS-INQ-TXN-ID
001020     ELSE
001430     END-START.
001440     PERFORM 2100-READ-NEXT-FOR-TXN THRU 2100-EXIT
001450         UNTIL WS-END-OF-MASTER.
001452     IF WS-INQ-TXN-ID(1:3) = 'TXN'
001454         PERFORM 2500-SCAN-LINKED THRU 2500-EXIT
001456     END-IF.
001460 2000-EXIT.
001470     EXIT.
001480*----------------------------------------------------------------
001960 4000-DISPLAY-POSTING.
001970*----------------------------------------------------------------
001980     ADD 1 TO WS-HIT-COUNT.
001981     PERFORM 4100-DISPLAY-DETAIL THRU 4100-EXIT.
001982     PERFORM 4200-DISPLAY-CORRECTED THRU 4200-EXIT.
001983 4000-EXIT.
001984     EXIT.
001985*----------------------------------------------------------------
001986 4100-DISPLAY-DETAIL.
001987*----------------------------------------------------------------
001990     DISPLAY 'TRANINQ  - -----------------------------------'.
002000     DISPLAY 'TRANINQ  - TRANSACTION ID = ' TM-TRANSACTION-ID.
002010     DISPLAY 'TRANINQ  - BUSINESS DATE  = ' TM-BUSINESS-DATE.
002020     DISPLAY 'TRANINQ  - SITE CODE      = ' TM-SITE-CODE.
002025     DISPLAY 'TRANINQ  - SUPPLIER       = ' TM-SUPPLIER-CODE.
002030     DISPLAY 'TRANINQ  - POSTED ON      = ' TM-POST-DATE
002040         ' AT ' TM-POST-TIME.
002050     DISPLAY 'TRANINQ  - PAYLOAD        = ' TM-PAYLOAD.
002055     PERFORM 4150-DISPLAY-CURRENCY THRU 4150-EXIT.
002060 4100-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090 9000-TERMINATE.
002120     DISPLAY 'TRANINQ  - POSTINGS FOUND = ' WS-HIT-COUNT.
002130     IF WS-HIT-COUNT = ZERO
002140         MOVE 4 TO RETURN-CODE
002142         IF NOT WS-INQ-ARCHIVE
002144             DISPLAY 'TRANINQ  - ADD ARCH TO THE PARM TO SEARCH '
002146                 'ARCHIVED MONTHS'
002148         END-IF
002150     END-IF.
002160 9000-EXIT.
002170     EXIT.
002270     STOP RUN.
002280 9999-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310 2500-SCAN-LINKED.
002320*----------------------------------------------------------------
002330*    REVERSALS AND ADJUSTMENTS ARE KEYED ADJNNNN, SO THE ONES
002340*    LINKED TO THIS TRANSACTION ARE FOUND BY WALKING THE ADJ
002350*    KEY RANGE AND MATCHING THE LINK KEY.
002360     DISPLAY 'TRANINQ  - LINKED REVERSALS/ADJUSTMENTS FOR '
002370         WS-INQ-TXN-ID.
002380     MOVE 'N'       TO WS-MASTER-EOF-SWITCH.
002390     SET WS-IN-LINK-SCAN TO TRUE.
002400     MOVE 'ADJ0000' TO TM-TRANSACTION-ID.
002410     MOVE ZERO      TO TM-BUSINESS-DATE.
002420     START TRAN-MASTER
002430         KEY IS NOT LESS THAN TM-MASTER-KEY
002440         INVALID KEY
002450             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
002460     END-START.
002470     PERFORM 2600-READ-NEXT-LINKED THRU 2600-EXIT
002480         UNTIL WS-END-OF-MASTER.
002490 2500-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520 2600-READ-NEXT-LINKED.
002530*----------------------------------------------------------------
002540     READ TRAN-MASTER NEXT RECORD
002550         AT END
002560             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
002570         NOT AT END
002580             IF TM-TXN-PREFIX NOT = 'ADJ'
002590                 MOVE 'Y' TO WS-MASTER-EOF-SWITCH
002600             ELSE
002610                 IF TM-LINK-TXN-ID = WS-INQ-TXN-ID
002620                     PERFORM 4000-DISPLAY-POSTING THRU 4000-EXIT
002630                 END-IF
002640             END-IF
002650     END-READ.
002660 2600-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690 4150-DISPLAY-CURRENCY.
002700*----------------------------------------------------------------
002710     MOVE TM-FX-RATE     TO WS-DSP-FX-RATE.
002720     MOVE TM-BASE-AMOUNT TO WS-DSP-BASE-AMOUNT.
002730     DISPLAY 'TRANINQ  - CURRENCY       = ' TM-CURRENCY-CODE
002740         ' AT RATE ' WS-DSP-FX-RATE.
002750     DISPLAY 'TRANINQ  - BASE AMOUNT    = ' WS-DSP-BASE-AMOUNT.
002760     EVALUATE TRUE
002770         WHEN TM-ENTRY-REVERSAL
002780             DISPLAY 'TRANINQ  - ENTRY TYPE     = REVERSAL OF '
002790                 TM-LINK-TXN-ID ' ' TM-LINK-BUS-DATE
002800         WHEN TM-ENTRY-ADJUSTMENT
002810             DISPLAY 'TRANINQ  - ENTRY TYPE     = ADJUSTMENT TO '
002820                 TM-LINK-TXN-ID ' ' TM-LINK-BUS-DATE
002830         WHEN OTHER
002840             DISPLAY 'TRANINQ  - ENTRY TYPE     = ORIGINAL'
002850     END-EVALUATE.
002860     IF TM-IS-REVERSED
002870         DISPLAY 'TRANINQ  - REVERSED BY    = '
002880             TM-REV-TXN-ID ' ' TM-REV-BUS-DATE
002890     END-IF.
002900 4150-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930 4200-DISPLAY-CORRECTED.
002940*----------------------------------------------------------------
002950*    A REVERSAL OR ADJUSTMENT IS SHOWN WITH THE POSTING IT
002960*    CORRECTS.  THE RANDOM READ LOSES THE BROWSE POSITION, SO
002970*    THE BROWSE IS RESTARTED JUST PAST THE SAVED KEY.
002980*    A CORRECTION FOUND BY THE LINK SCAN OR IN AN ARCHIVED MONTH
002990*    IS NOT FOLLOWED - ITS ENTRY-TYPE LINE NAMES THE POSTING.
003000     IF WS-IN-LINK-SCAN OR WS-IN-ARCHIVE-SCAN
003010         GO TO 4200-EXIT
003020     END-IF.
003030     IF NOT TM-ENTRY-REVERSAL AND NOT TM-ENTRY-ADJUSTMENT
003040         GO TO 4200-EXIT
003050     END-IF.
003060     MOVE TM-MASTER-KEY TO WS-SAVE-KEY.
003070     MOVE TM-LINK-KEY   TO TM-MASTER-KEY.
003080     READ TRAN-MASTER
003090         INVALID KEY
003100             DISPLAY 'TRANINQ  -   CORRECTED POSTING '
003110                 'NOT ON MASTER'
003120         NOT INVALID KEY
003130             DISPLAY 'TRANINQ  -   CORRECTED POSTING:'
003140             PERFORM 4100-DISPLAY-DETAIL THRU 4100-EXIT
003150     END-READ.
003160     MOVE WS-SAVE-KEY TO TM-MASTER-KEY.
003170     START TRAN-MASTER
003180         KEY IS GREATER THAN TM-MASTER-KEY
003190         INVALID KEY
003200             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
003210     END-START.
003220 4200-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250 5000-INQUIRE-ARCHIVE.
003260*----------------------------------------------------------------
003270*    THE ARCHIVED MONTHS ARE THE ONES ON HISTCTL.  A POSTING
003280*    STILL ON THE MASTER (A MONTH WHOSE DELETION TRANARCH HAS
003290*    NOT FINISHED) WAS SHOWN ABOVE AND IS SKIPPED HERE.  EACH
003300*    ARCHIVED POSTING IS SHOWN AS IT WAS - ITS LINK LINE NAMES
003310*    THE POSTING IT CORRECTS.
003320     OPEN INPUT HIST-CTL-FILE.
003330     IF WS-HISTCTL-NOT-FOUND
003340         DISPLAY 'TRANINQ  - NO MONTHS HAVE BEEN ARCHIVED'
003350         GO TO 5000-EXIT
003360     END-IF.
003370     IF NOT WS-HISTCTL-OK
003380         MOVE 12 TO WS-ABEND-CODE
003390         STRING 'HISTCTL OPEN FAILED, FILE STATUS = '
003400             WS-HISTCTL-STATUS DELIMITED BY SIZE
003410             INTO WS-ABEND-REASON
003420         GO TO 9999-ABEND-RTN
003430     END-IF.
003440     PERFORM 5100-LOAD-ONE-MONTH THRU 5100-EXIT
003450         UNTIL WS-END-OF-HISTCTL.
003460     CLOSE HIST-CTL-FILE.
003470     IF WS-INQ-BY-SITE
003480         MOVE WS-INQ-SITE-DATE(1:6) TO WS-ARCH-MONTH-WANTED
003490     END-IF.
003500     SET WS-IN-ARCHIVE-SCAN TO TRUE.
003510     PERFORM 5200-SEARCH-ONE-MONTH THRU 5200-EXIT
003520         VARYING WS-ARCH-SUB FROM 1 BY 1
003530         UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL.
003540 5000-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570 5100-LOAD-ONE-MONTH.
003580*----------------------------------------------------------------
003590     READ HIST-CTL-FILE
003600         AT END
003610             MOVE 'Y' TO WS-HISTCTL-EOF-SWITCH
003620             GO TO 5100-EXIT
003630     END-READ.
003640     MOVE 'N' TO WS-ARCH-FOUND-SWITCH.
003650     PERFORM 5150-COMPARE-MONTH THRU 5150-EXIT
003660         VARYING WS-ARCH-SUB FROM 1 BY 1
003670         UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
003680            OR WS-ARCH-FOUND.
003690     IF WS-ARCH-FOUND
003700         GO TO 5100-EXIT
003710     END-IF.
003720     IF WS-ARCH-TOTAL NOT < WS-ARCH-TABLE-MAX
003730         MOVE 46 TO WS-ABEND-CODE
003740         MOVE 'ARCHIVED-MONTH TABLE FULL' TO WS-ABEND-REASON
003750         GO TO 9999-ABEND-RTN
003760     END-IF.
003770     ADD 1 TO WS-ARCH-TOTAL.
003780     MOVE HC-MONTH TO WS-ARCH-MONTH(WS-ARCH-TOTAL).
003790 5100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820 5150-COMPARE-MONTH.
003830*----------------------------------------------------------------
003840     IF WS-ARCH-MONTH(WS-ARCH-SUB) = HC-MONTH
003850         SET WS-ARCH-FOUND TO TRUE
003860     END-IF.
003870 5150-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900 5200-SEARCH-ONE-MONTH.
003910*----------------------------------------------------------------
003920     IF WS-INQ-BY-SITE
003930       AND WS-ARCH-MONTH(WS-ARCH-SUB) NOT = WS-ARCH-MONTH-WANTED
003940         GO TO 5200-EXIT
003950     END-IF.
003960     MOVE SPACES TO WS-HIST-FILE-NAME.
003970     STRING 'TRANHIST.' WS-ARCH-MONTH(WS-ARCH-SUB)
003980         DELIMITED BY SIZE INTO WS-HIST-FILE-NAME.
003990     OPEN INPUT TRAN-HIST-FILE.
004000     IF NOT WS-TRANHIST-OK
004010         DISPLAY 'TRANINQ  - ' WS-HIST-FILE-NAME
004020             ' NOT AVAILABLE, FILE STATUS = ' WS-TRANHIST-STATUS
004030         GO TO 5200-EXIT
004040     END-IF.
004050     DISPLAY 'TRANINQ  - ARCHIVED POSTINGS IN ' WS-HIST-FILE-NAME.
004060     MOVE 'N' TO WS-TRANHIST-EOF-SWITCH.
004070     PERFORM 5300-READ-NEXT-ARCHIVED THRU 5300-EXIT
004080         UNTIL WS-END-OF-TRANHIST.
004090     CLOSE TRAN-HIST-FILE.
004100 5200-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130 5300-READ-NEXT-ARCHIVED.
004140*----------------------------------------------------------------
004150     READ TRAN-HIST-FILE
004160         AT END
004170             MOVE 'Y' TO WS-TRANHIST-EOF-SWITCH
004180             GO TO 5300-EXIT
004190     END-READ.
004200     MOVE TRAN-HIST-RECORD TO TRAN-MAST-RECORD.
004210     IF WS-INQ-BY-TXN
004220         IF TM-TRANSACTION-ID NOT = WS-INQ-TXN-ID
004230           AND (WS-INQ-TXN-ID(1:3) NOT = 'TXN'
004240             OR TM-TXN-PREFIX NOT = 'ADJ'
004250             OR TM-LINK-TXN-ID NOT = WS-INQ-TXN-ID)
004260             GO TO 5300-EXIT
004270         END-IF
004280     ELSE
004290         IF TM-SITE-CODE NOT = WS-INQ-SITE-CODE
004300           OR TM-BUSINESS-DATE NOT = WS-INQ-SITE-DATE
004310             GO TO 5300-EXIT
004320         END-IF
004330     END-IF.
004340     MOVE TRAN-HIST-RECORD TO WS-SAVE-HIST-RECORD.
004350     READ TRAN-MASTER
004360         INVALID KEY
004370             MOVE WS-SAVE-HIST-RECORD TO TRAN-MAST-RECORD
004380             PERFORM 4000-DISPLAY-POSTING THRU 4000-EXIT
004390     END-READ.
004400 5300-EXIT.
004410     EXIT.
