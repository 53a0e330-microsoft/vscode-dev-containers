000380*    DATE       INIT  DESCRIPTION
000390*    ---------- ----  -------------------------------------------
000400*    2026-09-02 ALD   INITIAL VERSION.
000401*    2026-10-15 ALD   PRINT TYPE DESCRIPTIONS FROM THE KEYED
000402*                     TRANTYPE TABLE.
000403*    2026-10-15 ALD   PROVE THE MONTH IN THE BASE CURRENCY AND
000404*                     CURRENCY BY CURRENCY.
000405*    2026-10-15 ALD   LOG EVERY CONSOLIDATION TO MONCTL.
000406*    2026-10-15 ALD   WRITE-OFF IMAGE CARRIES THE SUPPLIER CODE.
000407*    2026-10-15 ALD   APPEND A STEP-TIMING RECORD (STEPTIME).
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS DL-SITE-CODE
000730         FILE STATUS IS WS-DISTLIST-STATUS.
000731     SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS RANDOM
000734         RECORD KEY IS TY-TRAN-TYPE
000735         FILE STATUS IS WS-TRANTYPE-STATUS.
000740     SELECT MONTH-WORK-FILE ASSIGN TO MONWORK
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-RUNREG-STATUS.
000891     SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
000892         ORGANIZATION IS SEQUENTIAL
000893         ACCESS MODE IS SEQUENTIAL
000894         FILE STATUS IS WS-MONCTL-STATUS.
000895     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000896         ORGANIZATION IS SEQUENTIAL
000897         ACCESS MODE IS SEQUENTIAL
000898         FILE STATUS IS WS-STEPTIME-STATUS.
000900     SELECT MONTH-SORT-FILE ASSIGN TO SORTWK.
000910*
000920 DATA DIVISION.
001270 01  WRITE-OFF-RECORD.
001280     05  WO-WRITE-OFF-DATE       PIC 9(08).
001290     05  WO-WRITE-OFF-REASON     PIC X(30).
001300     05  WO-SUSPENSE-IMAGE       PIC X(96).
001310*----------------------------------------------------------------
001320* DISTRIB-LIST-FILE - KEYED REGIONAL SITE DISTRIBUTION LIST
001330*----------------------------------------------------------------
001340 FD  DISTRIB-LIST-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY DISTLIST.
001361*----------------------------------------------------------------
001362* TRAN-TYPE-FILE - KEYED TRANSACTION-TYPE TABLE (DESCRIPTIONS)
001363*----------------------------------------------------------------
001364 FD  TRAN-TYPE-FILE
001365     LABEL RECORDS ARE STANDARD.
001366     COPY TRANTYPE.
001370*----------------------------------------------------------------
001380* MONTH-WORK-FILE - ONE TALLY PER MONTH POSTING, SORTED BY
001390* SITE FOR THE PER-SITE SECTION (NO CEILING ON SITES)
001580     LABEL RECORDS ARE STANDARD
001590     RECORDING MODE IS F.
001600     COPY ALERTS.
001601*----------------------------------------------------------------
001602* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001603*----------------------------------------------------------------
001604 FD  STEP-TIMING-FILE
001605     LABEL RECORDS ARE STANDARD
001606     RECORDING MODE IS F.
001607     COPY STEPTIME.
001610*----------------------------------------------------------------
001620* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001630*----------------------------------------------------------------
001650     LABEL RECORDS ARE STANDARD
001660     RECORDING MODE IS F.
001670     COPY RUNREG.
001671*----------------------------------------------------------------
001672* MONTH-CTL-FILE - LOG OF CONSOLIDATED MONTHS (FOR TRANARCH)
001673*----------------------------------------------------------------
001674 FD  MONTH-CTL-FILE
001675     LABEL RECORDS ARE STANDARD
001676     RECORDING MODE IS F.
001677     COPY MONCTL.
001680*----------------------------------------------------------------
001690* MONTH-SORT-FILE - SORT WORK FOR THE PER-SITE SECTION
001700*----------------------------------------------------------------
001920     88  WS-SUSPWOFF-NOT-FOUND              VALUE '35'.
001930 77  WS-DISTLIST-STATUS          PIC X(02) VALUE SPACES.
001940     88  WS-DISTLIST-OK                     VALUE '00'.
001943 77  WS-TRANTYPE-STATUS          PIC X(02) VALUE SPACES.
001946     88  WS-TRANTYPE-OK                     VALUE '00'.
001950 77  WS-MONWORK-STATUS           PIC X(02) VALUE SPACES.
001960     88  WS-MONWORK-OK                      VALUE '00'.
001970 77  WS-MONRPT-STATUS            PIC X(02) VALUE SPACES.
002020 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
002030     88  WS-RUNREG-OK                       VALUE '00'.
002040     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
002042 77  WS-MONCTL-STATUS            PIC X(02) VALUE SPACES.
002044     88  WS-MONCTL-OK                       VALUE '00'.
002046     88  WS-MONCTL-NOT-FOUND                VALUE '35'.
002050 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002060     88  WS-END-OF-MASTER                   VALUE 'Y'.
002070 77  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
002360 01  WS-TM-PAYLOAD.
002370     05  WS-TMP-TRAN-TYPE        PIC X(02).
002380     05  WS-TMP-AMOUNT           PIC S9(09)V99.
002386     05  WS-TMP-DESC             PIC X(51).
002392     05  WS-TMP-CURRENCY         PIC X(03).
002400 01  WS-WOFF-DETAIL.
002410     05  WS-WD-REASON-CODE       PIC X(02).
002420     05  WS-WD-BUSINESS-DATE     PIC X(08).
002450     05  WS-WD-SITE-CODE         PIC X(06).
002460     05  WS-WD-TRAN-TYPE         PIC X(02).
002470     05  WS-WD-AMOUNT            PIC S9(09)V99.
002476     05  WS-WD-DESC              PIC X(51).
002482     05  WS-WD-CURRENCY          PIC X(03).
002490*----------------------------------------------------------------
002500* TRANSACTION-TYPE SUMMARY - THE TYPE CODE DOMAIN IS TWO
002510* CHARACTERS, SO A FIXED TABLE IS A NATURAL FIT HERE.
002610 77  WS-TYPE-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
002620 77  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002630     88  WS-TYPE-FOUND                      VALUE 'Y'.
002631*----------------------------------------------------------------
002632* PER-CURRENCY SUMMARY - THE MASTER SIDE IS TALLIED FROM THE
002633* POSTINGS, THE DAILY SIDE FROM THE CTLTOTS RECORDS, BOTH IN
002634* THE CURRENCY'S OWN AMOUNTS.
002635*----------------------------------------------------------------
002636 01  WS-MCUR-TABLE.
002637     05  WS-MCUR-ENTRY OCCURS 50 TIMES.
002638         10  WS-MCUR-CODE        PIC X(03).
002639         10  WS-MCUR-MASTER-COUNT PIC 9(07) COMP.
002640         10  WS-MCUR-MASTER-AMOUNT PIC S9(13)V99 COMP-3.
002641         10  WS-MCUR-MASTER-BASE PIC S9(13)V99 COMP-3.
002642         10  WS-MCUR-DAILY-COUNT PIC 9(07) COMP.
002643         10  WS-MCUR-DAILY-AMOUNT PIC S9(13)V99 COMP-3.
002644         10  WS-MCUR-WOFF-AMOUNT PIC S9(13)V99 COMP-3.
002645 77  WS-MCUR-TOTAL               PIC 9(03) COMP VALUE ZERO.
002646 77  WS-MCUR-TABLE-MAX           PIC 9(03) COMP VALUE 50.
002647 77  WS-MCUR-SUB                 PIC 9(03) COMP VALUE ZERO.
002648 77  WS-MCUR-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
002649 77  WS-MCUR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002650     88  WS-MCUR-FOUND                      VALUE 'Y'.
002651 77  WS-MCUR-KEY                 PIC X(03) VALUE SPACES.
002652 77  WS-MCUR-MATCH-SWITCH        PIC X(01) VALUE 'Y'.
002653     88  WS-MCUR-ALL-MATCHED                VALUE 'Y'.
002654*----------------------------------------------------------------
002655* PER-SITE CONTROL-BREAK WORK
002660*----------------------------------------------------------------
002670 77  WS-SITE-CURR                PIC X(06) VALUE SPACES.
002680 77  WS-SITE-POST-COUNT          PIC 9(07) COMP VALUE ZERO.
002810 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'MONEND'.
002820 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
002830 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
002831*----------------------------------------------------------------
002832* STEP TIMING - START STAMP TAKEN AT ENTRY
002833*----------------------------------------------------------------
002834 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
002835     88  WS-STEPTIME-OK                     VALUE '00'.
002836     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
002837 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
002838 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
002840*----------------------------------------------------------------
002850* REPORT LINES
002860*----------------------------------------------------------------
003090     05  FILLER                  PIC X(10) VALUE 'TYPE'.
003100     05  FILLER                  PIC X(10) VALUE 'POSTINGS'.
003110     05  FILLER              PIC X(19) VALUE '          VALUE'.
003115     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  FILLER                  PIC X(30) VALUE 'DESCRIPTION'.
003125     05  FILLER                  PIC X(62) VALUE SPACES.
003130 01  WS-TYPE-DETAIL.
003140     05  WS-TD-TYPE              PIC X(02).
003150     05  FILLER                  PIC X(08) VALUE SPACES.
003160     05  WS-TD-COUNT             PIC ZZZZZZ9.
003170     05  FILLER                  PIC X(03) VALUE SPACES.
003180     05  WS-TD-AMOUNT            PIC Z(12)9.99-.
003181     05  FILLER                  PIC X(03) VALUE SPACES.
003182     05  WS-TD-DESC              PIC X(30).
003183     05  FILLER                  PIC X(62) VALUE SPACES.
003184 01  WS-CURR-HEADING.
003185     05  FILLER                  PIC X(06) VALUE 'CCY'.
003186     05  FILLER                  PIC X(10) VALUE 'POSTINGS'.
003187     05  FILLER              PIC X(19) VALUE '   MASTER VALUE'.
003188     05  FILLER                  PIC X(10) VALUE '   DAILY'.
003189     05  FILLER              PIC X(19) VALUE '    DAILY VALUE'.
003190     05  FILLER              PIC X(19) VALUE '     BASE VALUE'.
003191     05  FILLER              PIC X(19) VALUE '    WRITTEN OFF'.
003192     05  FILLER                  PIC X(30) VALUE 'STATUS'.
003193 01  WS-CURR-DETAIL.
003194     05  WS-CD-CODE              PIC X(03).
003195     05  FILLER                  PIC X(06) VALUE SPACES.
003196     05  WS-CD-MASTER-COUNT      PIC ZZZZZZ9.
003197     05  FILLER                  PIC X(02) VALUE SPACES.
003198     05  WS-CD-MASTER-AMOUNT     PIC Z(12)9.99-.
003199     05  FILLER                  PIC X(03) VALUE SPACES.
003200     05  WS-CD-DAILY-COUNT       PIC ZZZZZZ9.
003201     05  FILLER                  PIC X(02) VALUE SPACES.
003202     05  WS-CD-DAILY-AMOUNT      PIC Z(12)9.99-.
003203     05  FILLER                  PIC X(02) VALUE SPACES.
003204     05  WS-CD-MASTER-BASE       PIC Z(12)9.99-.
003205     05  FILLER                  PIC X(02) VALUE SPACES.
003206     05  WS-CD-WOFF-AMOUNT       PIC Z(12)9.99-.
003207     05  FILLER                  PIC X(02) VALUE SPACES.
003208     05  WS-CD-STATUS            PIC X(11).
003209     05  FILLER                  PIC X(17) VALUE SPACES.
003210*----------------------------------------------------------------
003211* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
003220*----------------------------------------------------------------
003230     COPY RUNPARM.
003240*
003300     IF NOT WS-IS-MONTH-END
003310         DISPLAY 'MONEND   - NOT A MONTH-END DATE, NOTHING '
003320             'TO DO'
003325         PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT
003330         PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT
003340         STOP RUN
003350     END-IF.
003430         OUTPUT PROCEDURE IS 6000-SITE-SECTION
003440             THRU 6999-EXIT.
003450     PERFORM 7000-TYPE-SECTION THRU 7000-EXIT.
003455     PERFORM 7500-CURRENCY-SECTION THRU 7500-EXIT.
003460     PERFORM 8000-PROVE-THE-MONTH THRU 8000-EXIT.
003465     PERFORM 8500-LOG-CONSOLIDATION THRU 8500-EXIT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     STOP RUN.
003490*----------------------------------------------------------------
003500 1000-INITIALIZE.
003510*----------------------------------------------------------------
003512     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003514     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003516     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
003520     MOVE 'MONEND' TO RP-JOB-NAME.
003530     ACCEPT WS-PARM-MONTH FROM SYSIN.
003540     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
004830     ADD 1 TO WS-MASTER-COUNT.
004840     MOVE TM-PAYLOAD TO WS-TM-PAYLOAD.
004850     MOVE TM-SITE-CODE TO MW-SITE-CODE.
004860*    THE MONTH'S TOTALS ARE IN THE BASE CURRENCY; THE POSTING'S
004870*    OWN AMOUNT IS TALLIED UNDER ITS CURRENCY.
004880     ADD TM-BASE-AMOUNT TO WS-MASTER-AMOUNT.
004890     MOVE TM-BASE-AMOUNT TO MW-AMOUNT.
004920     WRITE MONTH-WORK-RECORD.
004930     PERFORM 2300-TALLY-TYPE THRU 2300-EXIT.
004931     MOVE TM-CURRENCY-CODE TO WS-MCUR-KEY.
004932     PERFORM 2400-FIND-CURRENCY THRU 2400-EXIT.
004933     ADD 1 TO WS-MCUR-MASTER-COUNT(WS-MCUR-MATCH-SUB).
004934     IF WS-TMP-AMOUNT IS NUMERIC
004935         ADD WS-TMP-AMOUNT
004936             TO WS-MCUR-MASTER-AMOUNT(WS-MCUR-MATCH-SUB)
004937     END-IF.
004938     ADD TM-BASE-AMOUNT TO WS-MCUR-MASTER-BASE(WS-MCUR-MATCH-SUB).
004940 2200-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
005030            OR WS-TYPE-FOUND.
005040     IF WS-TYPE-FOUND
005050         ADD 1 TO WS-TYPE-COUNT(WS-TYPE-MATCH-SUB)
005060         ADD TM-BASE-AMOUNT
005070             TO WS-TYPE-AMOUNT(WS-TYPE-MATCH-SUB)
005100         GO TO 2300-EXIT
005110     END-IF.
005120     IF WS-TYPE-TOTAL < WS-TYPE-TABLE-MAX
005130         ADD 1 TO WS-TYPE-TOTAL
005140         MOVE WS-TMP-TRAN-TYPE TO WS-TYPE-CODE(WS-TYPE-TOTAL)
005150         MOVE 1                TO WS-TYPE-COUNT(WS-TYPE-TOTAL)
005160         MOVE TM-BASE-AMOUNT TO WS-TYPE-AMOUNT(WS-TYPE-TOTAL)
005210     ELSE
005220         DISPLAY 'MONEND   - TYPE TABLE FULL, TYPE '
005230             WS-TMP-TRAN-TYPE ' UNDER-COUNTED'
005630         NOT AT END
005640             IF CD-BUSINESS-DATE(1:6) = WS-TARGET-MONTH
005650                 ADD CD-RECORDS-POSTED   TO WS-DAILY-COUNT
005653                 ADD CD-BASE-AMOUNT-POSTED TO WS-DAILY-AMOUNT
005656                 ADD CD-BASE-AMOUNT-SUSPENDED
005659                     TO WS-DAILY-SUSP-AMOUNT
005662                 MOVE CD-CURRENCY-CODE TO WS-MCUR-KEY
005665                 PERFORM 2400-FIND-CURRENCY THRU 2400-EXIT
005668                 ADD CD-RECORDS-POSTED
005671                     TO WS-MCUR-DAILY-COUNT(WS-MCUR-MATCH-SUB)
005674                 ADD CD-AMOUNT-POSTED
005677                     TO WS-MCUR-DAILY-AMOUNT(WS-MCUR-MATCH-SUB)
005680             END-IF
005690     END-READ.
005700 3100-EXIT.
006010                 MOVE WO-SUSPENSE-IMAGE TO WS-WOFF-DETAIL
006020                 IF WS-WD-AMOUNT IS NUMERIC
006030                     ADD WS-WD-AMOUNT TO WS-WOFF-AMOUNT
006032                     MOVE WS-WD-CURRENCY TO WS-MCUR-KEY
006034                     PERFORM 2400-FIND-CURRENCY THRU 2400-EXIT
006036                     ADD WS-WD-AMOUNT
006038                       TO WS-MCUR-WOFF-AMOUNT(WS-MCUR-MATCH-SUB)
006040                 END-IF
006050             END-IF
006060     END-READ.
006360         MOVE 14 TO WS-ABEND-CODE
006370         STRING 'DISTLIST OPEN FAILED, FILE STATUS = '
006380             WS-DISTLIST-STATUS DELIMITED BY SIZE
006381             INTO WS-ABEND-REASON
006382         GO TO 9999-ABEND-RTN
006383     END-IF.
006384*    THE TYPE TABLE SUPPLIES THE TYPE SECTION'S DESCRIPTIONS.
006385     OPEN INPUT TRAN-TYPE-FILE.
006386     IF NOT WS-TRANTYPE-OK
006387         MOVE 14 TO WS-ABEND-CODE
006388         STRING 'TRANTYPE OPEN FAILED, FILE STATUS = '
006389             WS-TRANTYPE-STATUS DELIMITED BY SIZE
006390             INTO WS-ABEND-REASON
006400         GO TO 9999-ABEND-RTN
006410     END-IF.
007190     PERFORM 7100-WRITE-TYPE-LINE THRU 7100-EXIT
007200         VARYING WS-TYPE-SUB FROM 1 BY 1
007210         UNTIL WS-TYPE-SUB > WS-TYPE-TOTAL.
007215     CLOSE TRAN-TYPE-FILE.
007220 7000-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007280     MOVE WS-TYPE-CODE(WS-TYPE-SUB)   TO WS-TD-TYPE.
007290     MOVE WS-TYPE-COUNT(WS-TYPE-SUB)  TO WS-TD-COUNT.
007300     MOVE WS-TYPE-AMOUNT(WS-TYPE-SUB) TO WS-TD-AMOUNT.
007301     MOVE WS-TYPE-CODE(WS-TYPE-SUB)   TO TY-TRAN-TYPE.
007302     READ TRAN-TYPE-FILE
007303         INVALID KEY
007304             MOVE '*** TYPE NOT ON TRANTYPE ***' TO WS-TD-DESC
007305         NOT INVALID KEY
007306             MOVE TY-TYPE-DESC TO WS-TD-DESC
007307     END-READ.
007310     MOVE WS-TYPE-DETAIL TO MONTH-REPORT-LINE.
007320     WRITE MONTH-REPORT-LINE.
007330 7100-EXIT.
007880     MOVE SPACES TO WS-REPORT-LINE.
007890     IF WS-MASTER-AMOUNT = WS-DAILY-AMOUNT
007900       AND WS-MASTER-COUNT = WS-DAILY-COUNT
007905       AND WS-MCUR-ALL-MATCHED
007910         MOVE 'MONTH PROOF' TO WS-RPT-LABEL
007920         MOVE 'MATCHED'     TO WS-RPT-VALUE
007930     ELSE
008210         WS-WOFF-COUNT.
008220     DISPLAY 'MONEND   - UNMATCHED SITES     = '
008230         WS-UNM-SITE-COUNT.
008235     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
008240     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
008250 9000-EXIT.
008260     EXIT.
008650     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
008660     MOVE SPACES TO WS-ALERT-ACTION.
008670     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
008675     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
008680     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
008690     STOP RUN.
008700 9999-EXIT.
009070     MOVE 'F' TO WS-ALERT-SEVERITY.
009080 9950-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 2400-FIND-CURRENCY.
009120*----------------------------------------------------------------
009130*    LEAVES WS-MCUR-MATCH-SUB ON WS-MCUR-KEY, ADDING IT TO THE
009140*    TABLE THE FIRST TIME IT IS SEEN.  BLANK IS THE BASE
009150*    CURRENCY.  THE PROOF CANNOT BE MADE WITH A CURRENCY
009160*    MISSING, SO A FULL TABLE STOPS THE RUN.
009170     IF WS-MCUR-KEY = SPACES
009180         MOVE RP-BASE-CURRENCY TO WS-MCUR-KEY
009190     END-IF.
009200     MOVE 'N' TO WS-MCUR-FOUND-SWITCH.
009210     PERFORM 2450-COMPARE-CURRENCY-ENTRY THRU 2450-EXIT
009220         VARYING WS-MCUR-SUB FROM 1 BY 1
009230         UNTIL WS-MCUR-SUB > WS-MCUR-TOTAL
009240            OR WS-MCUR-FOUND.
009250     IF WS-MCUR-FOUND
009260         GO TO 2400-EXIT
009270     END-IF.
009280     IF WS-MCUR-TOTAL NOT < WS-MCUR-TABLE-MAX
009290         MOVE 46 TO WS-ABEND-CODE
009300         STRING 'CURRENCY TABLE FULL AT ' WS-MCUR-KEY
009310             DELIMITED BY SIZE INTO WS-ABEND-REASON
009320         GO TO 9999-ABEND-RTN
009330     END-IF.
009340     ADD 1 TO WS-MCUR-TOTAL.
009350     MOVE WS-MCUR-TOTAL TO WS-MCUR-MATCH-SUB.
009360     MOVE WS-MCUR-KEY   TO WS-MCUR-CODE(WS-MCUR-TOTAL).
009370     MOVE ZERO TO WS-MCUR-MASTER-COUNT(WS-MCUR-TOTAL)
009380                  WS-MCUR-MASTER-AMOUNT(WS-MCUR-TOTAL)
009390                  WS-MCUR-MASTER-BASE(WS-MCUR-TOTAL)
009400                  WS-MCUR-DAILY-COUNT(WS-MCUR-TOTAL)
009410                  WS-MCUR-DAILY-AMOUNT(WS-MCUR-TOTAL)
009420                  WS-MCUR-WOFF-AMOUNT(WS-MCUR-TOTAL).
009430 2400-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------
009460 2450-COMPARE-CURRENCY-ENTRY.
009470*----------------------------------------------------------------
009480     IF WS-MCUR-CODE(WS-MCUR-SUB) = WS-MCUR-KEY
009490         SET WS-MCUR-FOUND TO TRUE
009500         MOVE WS-MCUR-SUB TO WS-MCUR-MATCH-SUB
009510     END-IF.
009520 2450-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550 7500-CURRENCY-SECTION.
009560*----------------------------------------------------------------
009570*    EACH CURRENCY'S MASTER POSTINGS AGAINST ITS DAILY CONTROL
009580*    TOTALS IN ITS OWN AMOUNTS, WITH THE BASE EQUIVALENT AND
009590*    THE MONTH'S WRITE-OFFS (WHICH ARE NEVER CONVERTED) BESIDE
009600*    THEM.  ANY CURRENCY THAT DOES NOT MATCH FAILS THE MONTH
009610*    PROOF.
009620     MOVE SPACES TO MONTH-REPORT-LINE.
009630     WRITE MONTH-REPORT-LINE.
009640     MOVE WS-CURR-HEADING TO MONTH-REPORT-LINE.
009650     WRITE MONTH-REPORT-LINE.
009660     MOVE 'Y' TO WS-MCUR-MATCH-SWITCH.
009670     PERFORM 7600-WRITE-CURRENCY-LINE THRU 7600-EXIT
009680         VARYING WS-MCUR-SUB FROM 1 BY 1
009690         UNTIL WS-MCUR-SUB > WS-MCUR-TOTAL.
009700     MOVE SPACES TO MONTH-REPORT-LINE.
009710     WRITE MONTH-REPORT-LINE.
009720 7500-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------
009750 7600-WRITE-CURRENCY-LINE.
009760*----------------------------------------------------------------
009770     MOVE WS-MCUR-CODE(WS-MCUR-SUB)          TO WS-CD-CODE.
009780     MOVE WS-MCUR-MASTER-COUNT(WS-MCUR-SUB)
009790         TO WS-CD-MASTER-COUNT.
009800     MOVE WS-MCUR-MASTER-AMOUNT(WS-MCUR-SUB)
009810         TO WS-CD-MASTER-AMOUNT.
009820     MOVE WS-MCUR-DAILY-COUNT(WS-MCUR-SUB)   TO WS-CD-DAILY-COUNT.
009830     MOVE WS-MCUR-DAILY-AMOUNT(WS-MCUR-SUB)
009840         TO WS-CD-DAILY-AMOUNT.
009850     MOVE WS-MCUR-MASTER-BASE(WS-MCUR-SUB)   TO WS-CD-MASTER-BASE.
009860     MOVE WS-MCUR-WOFF-AMOUNT(WS-MCUR-SUB)   TO WS-CD-WOFF-AMOUNT.
009870     IF WS-MCUR-MASTER-COUNT(WS-MCUR-SUB)
009880           = WS-MCUR-DAILY-COUNT(WS-MCUR-SUB)
009890       AND WS-MCUR-MASTER-AMOUNT(WS-MCUR-SUB)
009900           = WS-MCUR-DAILY-AMOUNT(WS-MCUR-SUB)
009910         MOVE 'MATCHED'     TO WS-CD-STATUS
009920     ELSE
009930         MOVE 'DISCREPANCY' TO WS-CD-STATUS
009940         MOVE 'N' TO WS-MCUR-MATCH-SWITCH
009950     END-IF.
009960     MOVE WS-CURR-DETAIL TO MONTH-REPORT-LINE.
009970     WRITE MONTH-REPORT-LINE.
009980 7600-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------
010010 8500-LOG-CONSOLIDATION.
010020*----------------------------------------------------------------
010030*    A MONTH IS ONLY ELIGIBLE FOR THE MASTER ARCHIVE ONCE THIS
010040*    RECORD SAYS IT WAS CONSOLIDATED.
010050     OPEN EXTEND MONTH-CTL-FILE.
010060     IF WS-MONCTL-NOT-FOUND
010070         OPEN OUTPUT MONTH-CTL-FILE
010080     END-IF.
010090     IF NOT WS-MONCTL-OK
010100         MOVE 36 TO WS-ABEND-CODE
010110         STRING 'MONCTL OPEN FAILED, FILE STATUS = '
010120             WS-MONCTL-STATUS DELIMITED BY SIZE
010130             INTO WS-ABEND-REASON
010140         GO TO 9999-ABEND-RTN
010150     END-IF.
010160     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
010170     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
010180     MOVE WS-TARGET-MONTH   TO MC-MONTH.
010190     MOVE WS-CLOSED-DATE    TO MC-CLOSED-DATE.
010200     MOVE WS-CDT-TIME       TO MC-RUN-TIME.
010210     IF WS-MASTER-AMOUNT = WS-DAILY-AMOUNT
010220       AND WS-MASTER-COUNT = WS-DAILY-COUNT
010230       AND WS-MCUR-ALL-MATCHED
010240         SET MC-PROOF-MATCHED TO TRUE
010250     ELSE
010260         SET MC-PROOF-DISCREPANCY TO TRUE
010270     END-IF.
010280     MOVE WS-MASTER-COUNT   TO MC-MASTER-COUNT.
010290     MOVE WS-MASTER-AMOUNT  TO MC-MASTER-AMOUNT.
010300     MOVE WS-DAILY-COUNT    TO MC-DAILY-COUNT.
010310     MOVE WS-DAILY-AMOUNT   TO MC-DAILY-AMOUNT.
010320     MOVE RP-OPERATOR-ID    TO MC-OPERATOR-ID.
010330     WRITE MONTH-CTL-RECORD.
010340     CLOSE MONTH-CTL-FILE.
010350 8500-EXIT.
010360     EXIT.
010370*----------------------------------------------------------------
010380 9170-WRITE-STEP-TIMING.
010390*----------------------------------------------------------------
010400*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
010410*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
010420*    A FORCED-MONTH RERUN IS NOT PART OF THE NIGHTLY WINDOW.
010430     IF WS-MONTH-FORCED
010440         GO TO 9170-EXIT
010450     END-IF.
010460     OPEN EXTEND STEP-TIMING-FILE.
010470     IF WS-STEPTIME-NOT-FOUND
010480         OPEN OUTPUT STEP-TIMING-FILE
010490     END-IF.
010500     IF NOT WS-STEPTIME-OK
010510         DISPLAY 'MONEND   - STEPTIME OPEN FAILED, FILE '
010520             'STATUS = ' WS-STEPTIME-STATUS
010530         GO TO 9170-EXIT
010540     END-IF.
010550     SET ST-TYPE-PROGRAM-STEP TO TRUE.
010560     MOVE RP-RUN-DATE            TO ST-BUSINESS-DATE.
010570     MOVE 'STEP06'               TO ST-STEP-NAME.
010580     MOVE 'MONEND'               TO ST-PROGRAM-NAME.
010590     MOVE 'NIGHTLY'              TO ST-RUN-MODE.
010600     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
010610     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
010620     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
010630     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
010640     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
010650     MOVE WS-MASTER-COUNT        TO ST-RECORDS-IN.
010660     MOVE ZERO                   TO ST-RECORDS-OUT.
010670     MOVE RETURN-CODE            TO ST-RETURN-CODE.
010680     WRITE STEP-TIMING-RECORD.
010690     CLOSE STEP-TIMING-FILE.
010700 9170-EXIT.
010710     EXIT.
