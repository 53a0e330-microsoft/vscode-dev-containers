000150 DATE-COMPILED.  2026-08-09.
000160*----------------------------------------------------------------
000170* REMARKS.  LEAD JOB (STEP 1) OF THE NIGHTLY BATCH CYCLE.
000180*           VALIDATES THAT EACH SUPPLIER'S TRANSACTION EXTRACT
000190*           FOR THE DAY IS PRESENT AND PROVES TO ITS CONTROLS
000200*           BEFORE ANY DOWNSTREAM STEP IS ALLOWED TO RUN.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*    DATE       INIT  DESCRIPTION
000963*                     BREAK (CURRENT-SITE SEEDED LOW-VALUES) AND
000964*                     A '(NONE)' LINE, SO THE PER-SITE SECTION
000965*                     FOOTS TO THE REPORT TOTALS.
000966*    2026-10-15 ALD   VALIDATE THE TRANSACTION TYPE AGAINST THE
000967*                     NEW KEYED TRANTYPE TABLE (MAINTAINED BY
000968*                     TYPEMNT) INSTEAD OF ONLY CHECKING IT FOR
000969*                     BLANKS - AN UNKNOWN TYPE SUSPENDS AS REASON
000970*                     '06', AN INACTIVE TYPE AS '07', AN AMOUNT
000971*                     WITH THE WRONG SIGN FOR THE TYPE AS '08' AND
000972*                     AN AMOUNT OVER THE TYPE MAXIMUM AS '09'.
000973*    2026-10-15 ALD   CARRY THE CURRENCY CODE ON THE DETAIL AND
000974*                     CHECK IT AGAINST THE NEW FXRATE FILE - A
000975*                     CURRENCY WITH NO RATE ON ANY DATE SUSPENDS
000976*                     AS '10'; A KNOWN CURRENCY WITH NO RATE FOR
000977*                     THE BUSINESS DATE STOPS THE RUN (RC=54),
000978*                     PRIOR SUSPENSE BEING CHECKED BEFORE IT IS
000979*                     REWRITTEN.  BLANK IS THE BASE CURRENCY.
000980*    2026-10-15 ALD   TAKE SEVERAL SUPPLIER EXTRACTS PER CYCLE -
000981*                     EVERY ACTIVE SUPPLIER ON THE NEW KEYED
000982*                     SUPPLIER FILE (MAINTAINED BY SUPPMNT) HAS
000983*                     ITS OWN EXTRACT PROVED ON ITS HEADER DATE,
000984*                     ITS GENERATION (RC=56 WHEN NOT AFTER THE
000985*                     LAST ONE ACCEPTED) AND ITS TRAILER BEFORE
000986*                     ANY DETAIL IS EDITED.  A FAILING SUPPLIER
000987*                     MARKED HOLD IS HELD BACK WITH A WARNING
000988*                     ALERT NAMING IT WHILE THE OTHERS POST (RUN
000989*                     ENDS RC=4).  EACH SUPPLIER'S OUTCOME IS
000990*                     LOGGED TO EXTCTL FOR TRANPOST, SUSPENSE AND
000991*                     RECYCLE CARRY THE SUPPLIER CODE, AND THE
000992*                     CONTROL REPORT BALANCES PER SUPPLIER AS WELL
000993*                     AS IN TOTAL.
000994*    2026-10-15 ALD   APPEND A STEP-TIMING RECORD (STEPTIME) WITH
000995*                     THE STEP'S START AND END TIMES AND RECORD
000996*                     COUNTS FOR THE BATCH-WINDOW REPORT.
000997*    2026-10-15 ALD   A REASON-11 RECORD (THE SAME ID TWICE IN
000998*                     ONE NIGHT) IS HELD OFF RECYCLE LIKE '04'.
000999*----------------------------------------------------------------
001000 ENVIRONMENT DIVISION.
001001 CONFIGURATION SECTION.
001002 SOURCE-COMPUTER.   IBM-370.
001003 OBJECT-COMPUTER.   IBM-370.
001004 INPUT-OUTPUT SECTION.
001005 FILE-CONTROL.
001006     SELECT TRANSACTION-IN ASSIGN TO WS-EXTRACT-FILE-NAME
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-TRANSIN-STATUS.
001050         ORGANIZATION IS SEQUENTIAL
001060         ACCESS MODE IS SEQUENTIAL
001070         FILE STATUS IS WS-RUNREG-STATUS.
001071     SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER
001072         ORGANIZATION IS INDEXED
001073         ACCESS MODE IS SEQUENTIAL
001074         RECORD KEY IS SU-SUPPLIER-CODE
001075         FILE STATUS IS WS-SUPPLIER-STATUS.
001080     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
001090         ORGANIZATION IS SEQUENTIAL
001100         ACCESS MODE IS SEQUENTIAL
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS DL-SITE-CODE
001240         FILE STATUS IS WS-DISTLIST-STATUS.
001241     SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
001242         ORGANIZATION IS INDEXED
001243         ACCESS MODE IS RANDOM
001244         RECORD KEY IS TY-TRAN-TYPE
001245         FILE STATUS IS WS-TRANTYPE-STATUS.
001250     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
001260         ORGANIZATION IS SEQUENTIAL
001270         ACCESS MODE IS SEQUENTIAL
001300         ORGANIZATION IS SEQUENTIAL
001310         ACCESS MODE IS SEQUENTIAL
001320         FILE STATUS IS WS-RECYCLE-STATUS.
001321     SELECT EXT-CTL-FILE ASSIGN TO EXTCTL
001322         ORGANIZATION IS SEQUENTIAL
001323         ACCESS MODE IS SEQUENTIAL
001324         FILE STATUS IS WS-EXTCTL-STATUS.
001325     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
001326         ORGANIZATION IS SEQUENTIAL
001327         ACCESS MODE IS SEQUENTIAL
001328         FILE STATUS IS WS-STEPTIME-STATUS.
001330     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
001340         ORGANIZATION IS SEQUENTIAL
001350         ACCESS MODE IS SEQUENTIAL
001360         FILE STATUS IS WS-CALENDAR-STATUS.
001361     SELECT FX-RATE-FILE ASSIGN TO FXRATE
001362         ORGANIZATION IS INDEXED
001363         ACCESS MODE IS DYNAMIC
001364         RECORD KEY IS FX-RATE-KEY
001365         FILE STATUS IS WS-FXRATE-STATUS.
001370     SELECT ALERT-FILE ASSIGN TO ALERTS
001380         ORGANIZATION IS SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001420 DATA DIVISION.
001430 FILE SECTION.
001440*----------------------------------------------------------------
001450* TRANSACTION-IN - ONE SUPPLIER'S DAILY EXTRACT (LEAD-JOB INPUT)
001460*----------------------------------------------------------------
001470 FD  TRANSACTION-IN
001480     LABEL RECORDS ARE STANDARD
001550     LABEL RECORDS ARE STANDARD
001560     RECORDING MODE IS F.
001570     COPY RUNREG.
001571*----------------------------------------------------------------
001572* SUPPLIER-FILE - KEYED EXTRACT SUPPLIER CONTROL FILE
001573*----------------------------------------------------------------
001574 FD  SUPPLIER-FILE
001575     LABEL RECORDS ARE STANDARD.
001576     COPY SUPPLIER.
001580*----------------------------------------------------------------
001590* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
001600*----------------------------------------------------------------
001620     LABEL RECORDS ARE STANDARD
001630     RECORDING MODE IS F.
001640     COPY BUSDATE.
001641*----------------------------------------------------------------
001642* EXT-CTL-FILE - SUPPLIER EXTRACT CONTROL LOG (IN, THEN EXTEND)
001643*----------------------------------------------------------------
001644 FD  EXT-CTL-FILE
001645     LABEL RECORDS ARE STANDARD
001646     RECORDING MODE IS F.
001647     COPY EXTCTL.
001650*----------------------------------------------------------------
001660* RESTART-CTL-FILE - CHECKPOINT LOG FOR SUITE RESTART/RERUN
001670*----------------------------------------------------------------
001690     LABEL RECORDS ARE STANDARD
001700     RECORDING MODE IS F.
001710     COPY RESTCTL.
001711*----------------------------------------------------------------
001712* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001713*----------------------------------------------------------------
001714 FD  STEP-TIMING-FILE
001715     LABEL RECORDS ARE STANDARD
001716     RECORDING MODE IS F.
001717     COPY STEPTIME.
001720*----------------------------------------------------------------
001730* REPORT-FILE - END-OF-RUN CONTROL REPORT
001740*----------------------------------------------------------------
001820 FD  DISTRIB-LIST-FILE
001830     LABEL RECORDS ARE STANDARD.
001840     COPY DISTLIST.
001841*----------------------------------------------------------------
001842* TRAN-TYPE-FILE - KEYED TRANSACTION-TYPE TABLE
001843*----------------------------------------------------------------
001844 FD  TRAN-TYPE-FILE
001845     LABEL RECORDS ARE STANDARD.
001846     COPY TRANTYPE.
001850*----------------------------------------------------------------
001860* SUSPENSE-FILE - REJECTED TRANSACTION SUSPENSE (IN/OUT)
001870*----------------------------------------------------------------
001915 FD  SUSPENSE-WORK-FILE
001916     LABEL RECORDS ARE STANDARD
001917     RECORDING MODE IS F.
001918 01  SUSPENSE-WORK-RECORD        PIC X(96).
001920*----------------------------------------------------------------
001930* RECYCLE-FILE - REVALIDATED SUSPENSE RECORDS FOR POSTING
001940*----------------------------------------------------------------
001950 FD  RECYCLE-FILE
001960     LABEL RECORDS ARE STANDARD
001970     RECORDING MODE IS F.
001980 01  RECYCLE-RECORD.
001983     05  RY-TRANSIN-DATA         PIC X(80).
001986     05  RY-SUPPLIER-CODE        PIC X(04).
001990*----------------------------------------------------------------
002000* CALENDAR-FILE - PROCESSING CALENDAR (WEEKENDS/HOLIDAYS)
002010*----------------------------------------------------------------
002030     LABEL RECORDS ARE STANDARD
002040     RECORDING MODE IS F.
002050     COPY CALENDAR.
002051*----------------------------------------------------------------
002052* FX-RATE-FILE - KEYED DATED EXCHANGE RATES
002053*----------------------------------------------------------------
002054 FD  FX-RATE-FILE
002055     LABEL RECORDS ARE STANDARD.
002056     COPY FXRATE.
002060*----------------------------------------------------------------
002070* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
002080*----------------------------------------------------------------
002200     88  WS-TRANSIN-EOF                     VALUE '10'.
002202     88  WS-TRANSIN-NOT-FOUND               VALUE '35'.
002210 77  WS-TRANSIN-RECORD-COUNT     PIC 9(07) COMP VALUE ZERO.
002212 77  WS-EXTRACT-FILE-NAME        PIC X(24) VALUE SPACES.
002214 77  WS-EXT-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
002216 77  WS-EXT-AMOUNT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
002220 77  WS-TRANSIN-HDR-SWITCH       PIC X(01) VALUE 'N'.
002230     88  WS-TRANSIN-HDR-FOUND               VALUE 'Y'.
002240 77  WS-TRANSIN-TRL-SWITCH       PIC X(01) VALUE 'N'.
002550     05  WS-SW-BUSINESS-DATE     PIC 9(08).
002560     05  WS-SW-RETRY-COUNT       PIC 9(02).
002570     05  WS-SW-TRANSIN-DATA      PIC X(80).
002575     05  WS-SW-SUPPLIER-CODE     PIC X(04).
002580 01  WS-EDIT-RECORD.
002590     05  WS-EDIT-TRANSACTION-ID.
002600         10  WS-EDIT-TXN-PREFIX  PIC X(03).
002630     05  WS-EDIT-PAYLOAD.
002632         10  WS-EDIT-TRAN-TYPE   PIC X(02).
002634         10  WS-EDIT-AMOUNT      PIC S9(09)V99.
002636         10  WS-EDIT-DESC        PIC X(51).
002637         10  WS-EDIT-CURRENCY    PIC X(03).
002640 77  WS-EDIT-REASON-CODE         PIC X(02) VALUE '00'.
002650     88  WS-EDIT-RECORD-OK                  VALUE '00'.
002660 77  WS-BALWORK-STATUS           PIC X(02) VALUE SPACES.
002728 77  WS-BAL-SITE-SUSP            PIC S9(11)V99 COMP-3 VALUE ZERO.
002730 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002740     88  WS-SITE-FOUND                      VALUE 'Y'.
002741 77  WS-TRANTYPE-STATUS          PIC X(02) VALUE SPACES.
002742     88  WS-TRANTYPE-OK                     VALUE '00'.
002743 77  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002744     88  WS-TYPE-FOUND                      VALUE 'Y'.
002745 77  WS-EDIT-AMOUNT-ABS          PIC 9(09)V99 VALUE ZERO.
002750 77  WS-DISTLIST-QUIET-SWITCH    PIC X(01) VALUE 'N'.
002760     88  WS-DISTLIST-QUIET                  VALUE 'Y'.
002770 77  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
002800     88  WS-END-OF-CALENDAR                 VALUE 'Y'.
002810 77  WS-CAL-DAY-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002820     88  WS-CAL-DAY-FOUND                   VALUE 'Y'.
002821 77  WS-FXRATE-STATUS            PIC X(02) VALUE SPACES.
002822     88  WS-FXRATE-OK                       VALUE '00'.
002823 77  WS-FX-CURRENCY              PIC X(03) VALUE SPACES.
002824 77  WS-EDIT-FX-RATE             PIC 9(05)V9(07) VALUE ZERO.
002825 77  WS-FX-KNOWN-SWITCH          PIC X(01) VALUE 'N'.
002826     88  WS-FX-CURRENCY-KNOWN               VALUE 'Y'.
002830 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
002840     88  WS-ALERT-OK                        VALUE '00'.
002850     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
002870 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE SPACES.
002880 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
002890 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
002891*----------------------------------------------------------------
002892* STEP TIMING - START STAMP TAKEN AT ENTRY
002893*----------------------------------------------------------------
002894 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
002895     88  WS-STEPTIME-OK                     VALUE '00'.
002896     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
002897 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
002898 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
002900 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002910     88  WS-END-OF-TRANSIN                  VALUE 'Y'.
002920 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
003390     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
003400 77  WS-RESTORED-ENVIRONMENT     PIC X(04) VALUE SPACES.
003410 77  WS-CHECK-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
003411*----------------------------------------------------------------
003412* EXTRACT SUPPLIERS - ONE ENTRY PER ACTIVE SUPPLIER, CARRYING ITS
003413* EXTRACT FILE, PROOF RESULT AND BALANCE TALLIES
003414*----------------------------------------------------------------
003415 77  WS-SUPPLIER-STATUS          PIC X(02) VALUE SPACES.
003416     88  WS-SUPPLIER-OK                     VALUE '00'.
003417 77  WS-SUPPLIER-EOF-SWITCH      PIC X(01) VALUE 'N'.
003418     88  WS-END-OF-SUPPLIER                 VALUE 'Y'.
003419 77  WS-EXTCTL-STATUS            PIC X(02) VALUE SPACES.
003420     88  WS-EXTCTL-OK                       VALUE '00'.
003421     88  WS-EXTCTL-NOT-FOUND                VALUE '35'.
003422 77  WS-EXTCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
003423     88  WS-END-OF-EXTCTL                   VALUE 'Y'.
003424 01  WS-SUPP-TABLE.
003425     05  WS-SUPP-ENTRY OCCURS 20 TIMES.
003426         10  WS-SUPP-CODE        PIC X(04).
003427         10  WS-SUPP-NAME        PIC X(30).
003428         10  WS-SUPP-EXTRACT     PIC X(24).
003429         10  WS-SUPP-FAIL-ACTION PIC X(01).
003430             88  WS-SUPP-FAIL-HOLD          VALUE 'H'.
003431         10  WS-SUPP-STATUS      PIC X(01).
003432             88  WS-SUPP-ACCEPTED           VALUE 'A'.
003433             88  WS-SUPP-HELD               VALUE 'H'.
003434             88  WS-SUPP-FAILED             VALUE 'F'.
003435         10  WS-SUPP-GEN-FLOOR   PIC 9(04).
003436         10  WS-SUPP-GENERATION  PIC 9(04).
003437         10  WS-SUPP-RECORDS     PIC 9(07) COMP.
003438         10  WS-SUPP-HASH-TOTAL  PIC 9(13).
003439         10  WS-SUPP-AMT-IN      PIC S9(13)V99 COMP-3.
003440         10  WS-SUPP-AMT-ACCEPT  PIC S9(13)V99 COMP-3.
003441         10  WS-SUPP-AMT-SUSP    PIC S9(13)V99 COMP-3.
003442         10  WS-SUPP-HOLD-REASON PIC X(40).
003443 77  WS-SUPP-TOTAL               PIC 9(03) COMP VALUE ZERO.
003444 77  WS-SUPP-TABLE-MAX           PIC 9(03) COMP VALUE 20.
003445 77  WS-SUPP-SUB                 PIC 9(03) COMP VALUE ZERO.
003446 77  WS-SUPP-SRCH-SUB            PIC 9(03) COMP VALUE ZERO.
003447 77  WS-SUPP-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
003448 77  WS-SUPP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
003449     88  WS-SUPP-FOUND                      VALUE 'Y'.
003450 77  WS-SUPP-ACCEPTED-COUNT      PIC 9(03) COMP VALUE ZERO.
003451 77  WS-SUPP-HELD-COUNT          PIC 9(03) COMP VALUE ZERO.
003452 77  WS-EDIT-PASS-SWITCH         PIC X(01) VALUE 'N'.
003453     88  WS-EDIT-PASS-DONE                  VALUE 'Y'.
003454 77  WS-PROOF-CODE               PIC 9(04) VALUE ZERO.
003455 77  WS-PROOF-REASON             PIC X(40) VALUE SPACES.
003456 01  WS-SUPPLIER-HEADING.
003457     05  FILLER                  PIC X(10) VALUE 'SUPP   GEN'.
003458     05  FILLER                  PIC X(11) VALUE '  RECORDS'.
003459     05  FILLER                  PIC X(17) VALUE '     AMOUNT IN'.
003460     05  FILLER                  PIC X(17) VALUE '      ACCEPTED'.
003461     05  FILLER                  PIC X(17) VALUE '     SUSPENDED'.
003462     05  FILLER                  PIC X(60) VALUE 'STATUS'.
003463 01  WS-SUPPLIER-LINE.
003464     05  WS-SUP-CODE             PIC X(05).
003465     05  FILLER                  PIC X(01) VALUE SPACES.
003466     05  WS-SUP-GENERATION       PIC ZZZ9.
003467     05  FILLER                  PIC X(02) VALUE SPACES.
003468     05  WS-SUP-RECORDS          PIC ZZZZZZ9.
003469     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  WS-SUP-AMT-IN           PIC Z(10)9.99-.
003471     05  FILLER                  PIC X(02) VALUE SPACES.
003472     05  WS-SUP-AMT-ACCEPT       PIC Z(10)9.99-.
003473     05  FILLER                  PIC X(02) VALUE SPACES.
003474     05  WS-SUP-AMT-SUSP         PIC Z(10)9.99-.
003475     05  FILLER                  PIC X(02) VALUE SPACES.
003476     05  WS-SUP-STATUS           PIC X(52).
003477     05  FILLER                  PIC X(08) VALUE SPACES.
003478*----------------------------------------------------------------
003479* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
003480*----------------------------------------------------------------
003481     COPY RUNPARM.
003482*
003483 PROCEDURE DIVISION.
003484*----------------------------------------------------------------
003490 0000-MAINLINE.
003500*----------------------------------------------------------------
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 2300-PROCESS-DISTLIST THRU 2300-EXIT.
003525     PERFORM 2350-OPEN-TRAN-TYPE THRU 2350-EXIT.
003527     PERFORM 2360-OPEN-FX-RATE THRU 2360-EXIT.
003530     PERFORM 2000-PROCESS-TRANSIN THRU 2000-EXIT.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.
003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003580*----------------------------------------------------------------
003582     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003584     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003586     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
003590     PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT.
003600     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
003610     PERFORM 1030-LOAD-RESTART-CTL THRU 1030-EXIT.
003710         DISPLAY 'HELLOWORLD - RESTART: TRANSIN STEP ALREADY '
003720             'COMPLETE, SKIPPING'
003730     ELSE
003731         PERFORM 1040-LOAD-SUPPLIERS THRU 1040-EXIT
003732         PERFORM 1050-LOAD-EXTRACT-HISTORY THRU 1050-EXIT
003733         MOVE 'TRANSIN' TO WS-CHECK-STEP-NAME
003734         PERFORM 1060-PROVE-EXTRACT THRU 1060-EXIT
003735             VARYING WS-SUPP-SUB FROM 1 BY 1
003736             UNTIL WS-SUPP-SUB > WS-SUPP-TOTAL
003737         IF WS-SUPP-ACCEPTED-COUNT = ZERO
003738             MOVE 60 TO WS-ABEND-CODE
003739             MOVE 'EVERY SUPPLIER EXTRACT HELD BACK - CYCLE ENDED'
003748                 TO WS-ABEND-REASON
003749             GO TO 9999-ABEND-RTN
003750         END-IF
004060     END-IF.
004070 1000-EXIT.
004080     EXIT.
005620 2000-PROCESS-TRANSIN.
005630*----------------------------------------------------------------
005640*    SET THE STEP NAME BEFORE ANY WORK SO AN ABEND IN THE
005645*    SUSPENSE OR EDIT PARAGRAPHS ALERTS AS 'TRANSIN'.  EVERY
005650*    EXTRACT WAS PROVED IN 1000 - ONLY ACCEPTED SUPPLIERS ARE
005655*    EDITED HERE.
005660     MOVE 'TRANSIN' TO WS-CHECK-STEP-NAME.
005670     IF NOT WS-SKIP-TRANSIN
005680         PERFORM 2050-RECYCLE-SUSPENSE THRU 2050-EXIT
005687             GO TO 9999-ABEND-RTN
005688         END-IF
005689         SET WS-BALWORK-OPEN TO TRUE
005690         PERFORM 2080-EDIT-EXTRACT THRU 2080-EXIT
005700             VARYING WS-SUPP-SUB FROM 1 BY 1
005710             UNTIL WS-SUPP-SUB > WS-SUPP-TOTAL
005720         CLOSE SUSPENSE-FILE
005730         CLOSE RECYCLE-FILE
005732         CLOSE BALWORK-FILE
005734         MOVE 'N' TO WS-BALWORK-OPEN-SWITCH
005740         MOVE 'N' TO WS-SUSPENSE-OPEN-SWITCH
005743         SET WS-EDIT-PASS-DONE TO TRUE
005746         PERFORM 2090-WRITE-EXTRACT-CONTROL THRU 2090-EXIT
005750         MOVE 'TRANSIN' TO WS-CHECK-STEP-NAME
005760         MOVE WS-TRANSIN-RECORD-COUNT TO WS-CHECK-RECORD-COUNT
005770         PERFORM 9150-WRITE-CHECKPOINT THRU 9150-EXIT
006050         NOT AT END
006060             EVALUATE TRUE
006070                 WHEN TH-HEADER-REC
006130                 WHEN TT-TRAILER-REC
006140                     CONTINUE
006170                 WHEN OTHER
006180                     ADD 1 TO WS-TRANSIN-RECORD-COUNT
006185                     MOVE TRANSIN-DETAIL-REC TO WS-EDIT-RECORD
006190                     PERFORM 3100-VALIDATE-EDIT-REC
006195                         THRU 3100-EXIT
006200                     IF NOT WS-EDIT-RECORD-OK
006205                         PERFORM 3200-WRITE-SUSPENSE
006210                             THRU 3200-EXIT
006220                     END-IF
006230                     PERFORM 3300-TALLY-AMOUNTS
006240                         THRU 3300-EXIT
006250                    PERFORM 3310-TALLY-SUPPLIER
006260                        THRU 3310-EXIT
006320             END-EVALUATE
006330     END-READ.
006340 2100-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630 2050-RECYCLE-SUSPENSE.
006780                 INTO WS-ABEND-REASON
006790             GO TO 9999-ABEND-RTN
006800         END-IF
006802     END-IF.
006804     IF WS-SUSPENSE-READ-COUNT > ZERO
006806         PERFORM 2065-CHECK-SUSPENSE-RATES THRU 2065-EXIT
006810     END-IF.
006820     OPEN OUTPUT SUSPENSE-FILE.
006830     IF NOT WS-SUSPENSE-OK
007428             GO TO 2070-EXIT
007429     END-READ.
007430     MOVE SUSPENSE-WORK-RECORD TO WS-SUSP-WORK.
007434*    A REJECT SUSPENDED AGAIN KEEPS THE SUPPLIER IT CAME FROM.
007437     MOVE WS-SW-SUPPLIER-CODE TO SP-SUPPLIER-CODE.
007440*    A REJECT STAMPED WITH TONIGHT'S BUSINESS DATE CAME FROM AN
007450*    EARLIER ATTEMPT AT THIS SAME CYCLE - THE FRESH EXTRACT PASS
007460*    RECREATES IT, SO IT IS DROPPED HERE RATHER THAN DOUBLED UP.
007470     IF WS-SW-BUSINESS-DATE = RP-RUN-DATE
007480         GO TO 2070-EXIT
007490     END-IF.
007491*    A REASON-04 RECORD IS A POSTING TRANPOST REFUSED BECAUSE ITS
007492*    KEY WAS ON THE MASTER, A REASON-11 ONE THE SAME ID TWICE IN
007493*    ONE NIGHT.  NEITHER MAY REACH RECYCLE - THE MONEY IS POSTED -
007494*    SO IT IS HELD IN SUSPENSE UNTIL SOMEONE WRITES IT OFF.
007495     IF WS-SW-REASON-CODE = '04' OR '11'
007496         MOVE WS-SW-REASON-CODE   TO SP-REASON-CODE
007497         MOVE WS-SW-BUSINESS-DATE TO SP-BUSINESS-DATE
007498         MOVE WS-SW-RETRY-COUNT   TO SP-RETRY-COUNT
007504     MOVE WS-SW-TRANSIN-DATA TO WS-EDIT-RECORD.
007510     PERFORM 3100-VALIDATE-EDIT-REC THRU 3100-EXIT.
007520     IF WS-EDIT-RECORD-OK
007530         MOVE WS-SW-TRANSIN-DATA  TO RY-TRANSIN-DATA
007535         MOVE WS-SW-SUPPLIER-CODE TO RY-SUPPLIER-CODE
007540         WRITE RECYCLE-RECORD
007550         ADD 1 TO WS-RECYCLE-COUNT
007560     ELSE
007610             MOVE WS-SW-BUSINESS-DATE TO SP-BUSINESS-DATE
007620             MOVE WS-SW-RETRY-COUNT   TO SP-RETRY-COUNT
007630             MOVE WS-SW-TRANSIN-DATA  TO SP-TRANSIN-DATA
007635             MOVE WS-SW-SUPPLIER-CODE TO SP-SUPPLIER-CODE
007640             WRITE SUSPENSE-RECORD
007650             ADD 1 TO WS-SUSPENSE-WRITTEN-COUNT
007660         ELSE
008492     IF WS-EDIT-TRAN-TYPE = SPACES
008494       OR WS-EDIT-AMOUNT NOT NUMERIC
008496         MOVE '05' TO WS-EDIT-REASON-CODE
008497         GO TO 3100-EXIT
008498     END-IF.
008499     PERFORM 3155-CHECK-REFERENCE-DATA THRU 3155-EXIT.
008500 3100-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008740     MOVE RP-RUN-DATE         TO SP-BUSINESS-DATE.
008750     MOVE ZERO                TO SP-RETRY-COUNT.
008760     MOVE WS-EDIT-RECORD      TO SP-TRANSIN-DATA.
008765     MOVE WS-SUPP-CODE(WS-SUPP-SUB) TO SP-SUPPLIER-CODE.
008770     WRITE SUSPENSE-RECORD.
008780     ADD 1 TO WS-SUSPENSE-WRITTEN-COUNT.
008790     ADD 1 TO WS-VALIDATION-FAILURE-COUNT.
008844 9000-TERMINATE.
008845*----------------------------------------------------------------
008846     CLOSE DISTRIB-LIST-FILE.
008847     CLOSE TRAN-TYPE-FILE.
008848     CLOSE FX-RATE-FILE.
008850     IF NOT WS-SKIP-TRANSIN
008870         DISPLAY 'HELLOWORLD - TRANSACTION-IN RECORDS READ = '
008880             WS-TRANSIN-RECORD-COUNT
008890     END-IF.
008891*    A HELD-BACK SUPPLIER LETS THE OTHERS POST BUT THE CYCLE
008892*    ENDS RC=4 SO THE SCHEDULE SHOWS THE NIGHT AS INCOMPLETE.
008893     IF WS-SUPP-HELD-COUNT > ZERO
008894         DISPLAY 'HELLOWORLD - SUPPLIER EXTRACTS HELD BACK = '
008895             WS-SUPP-HELD-COUNT
008896         MOVE 4 TO RETURN-CODE
008897     END-IF.
008898     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
008900     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
008910     PERFORM 9200-PRODUCE-REPORT THRU 9200-EXIT.
008920 9000-EXIT.
009910     MOVE WS-REPORT-LINE TO REPORT-LINE.
009920     WRITE REPORT-LINE.
009930     MOVE SPACES TO WS-REPORT-LINE.
009940     MOVE WS-SUPP-ACCEPTED-COUNT TO WS-RPT-COUNT-DISPLAY.
009950     MOVE 'SUPPLIER EXTRACTS ACCEPTED' TO WS-RPT-LABEL.
009960     MOVE WS-RPT-COUNT-DISPLAY  TO WS-RPT-VALUE.
009970     MOVE WS-REPORT-LINE TO REPORT-LINE.
009980     WRITE REPORT-LINE.
009990     MOVE SPACES TO WS-REPORT-LINE.
010000     MOVE WS-SUPP-HELD-COUNT TO WS-RPT-COUNT-DISPLAY.
010010     MOVE 'SUPPLIER EXTRACTS HELD BACK' TO WS-RPT-LABEL.
010020     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
010030     MOVE WS-REPORT-LINE TO REPORT-LINE.
010040     WRITE REPORT-LINE.
010356     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
010357     MOVE WS-REPORT-LINE TO REPORT-LINE.
010358     WRITE REPORT-LINE.
010359     PERFORM 9220-WRITE-SUPPLIER-SECTION THRU 9220-EXIT.
010360*    THEN THE PER-SITE SECTION, FROM SORTING THE BALWORK TALLY
010361*    FILE - ONE LINE PER SITE ON THE EXTRACT, NO CEILING.  AN
010362*    ABEND MID-PASS MAY HAVE LEFT BALWORK OPEN - CLOSE IT FIRST.
010363     IF WS-BALWORK-OPEN
010364         CLOSE BALWORK-FILE
010365         MOVE 'N' TO WS-BALWORK-OPEN-SWITCH
010500     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
010510     MOVE SPACES TO WS-ALERT-ACTION.
010520     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
010528     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
010530     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
010540     PERFORM 9200-PRODUCE-REPORT THRU 9200-EXIT.
010550     STOP RUN.
011000         WHEN 32
011010         WHEN 34
011015         WHEN 46
011017         WHEN 56
011020             MOVE 'REQUEST FRESH EXTRACT FROM SUPPLIER'
011030                 TO WS-ALERT-ACTION
011040         WHEN 20
011170         WHEN 36
011180         WHEN 44
011190             MOVE 'CHECK FILE ALLOCATIONS THEN RESUBMIT'
011191                 TO WS-ALERT-ACTION
011192         WHEN 54
011193             MOVE 'KEY RATE VIA FXMNT THEN RESUBMIT CYCLE'
011194                 TO WS-ALERT-ACTION
011195         WHEN 58
011196             MOVE 'CHECK SUPPLIER CONTROL VIA SUPPMNT'
011197                 TO WS-ALERT-ACTION
011198         WHEN 60
011199             MOVE 'OBTAIN CORRECTED EXTRACT FROM SUPPLIER'
011200                 TO WS-ALERT-ACTION
011210         WHEN OTHER
011220             MOVE 'RESUBMIT WITH RESTART'
011240     END-EVALUATE.
011250 9960-EXIT.
011260     EXIT.
011270*----------------------------------------------------------------
011280 1040-LOAD-SUPPLIERS.
011290*----------------------------------------------------------------
011300*    EVERY ACTIVE SUPPLIER ON THE KEYED SUPPLIER FILE HAS AN
011310*    EXTRACT TO PROVE TONIGHT.  A SUPPLIER THAT DOES NOT FIT THE
011320*    TABLE WOULD SILENTLY NOT POST, SO OVERFLOW STOPS THE CYCLE.
011330     MOVE 'SUPPLIER' TO WS-CHECK-STEP-NAME.
011340     OPEN INPUT SUPPLIER-FILE.
011350     IF NOT WS-SUPPLIER-OK
011360         MOVE 58 TO WS-ABEND-CODE
011370         STRING 'SUPPLIER OPEN FAILED, FILE STATUS = '
011380             WS-SUPPLIER-STATUS DELIMITED BY SIZE
011390             INTO WS-ABEND-REASON
011400         GO TO 9999-ABEND-RTN
011410     END-IF.
011420     PERFORM 1045-READ-SUPPLIER THRU 1045-EXIT
011430         UNTIL WS-END-OF-SUPPLIER.
011440     CLOSE SUPPLIER-FILE.
011450     IF WS-SUPP-TOTAL = ZERO
011460         MOVE 58 TO WS-ABEND-CODE
011470         MOVE 'NO ACTIVE SUPPLIER ON THE SUPPLIER FILE'
011480             TO WS-ABEND-REASON
011490         GO TO 9999-ABEND-RTN
011500     END-IF.
011510 1040-EXIT.
011520     EXIT.
011530*----------------------------------------------------------------
011540 1045-READ-SUPPLIER.
011550*----------------------------------------------------------------
011560     READ SUPPLIER-FILE NEXT RECORD
011570         AT END
011580             MOVE 'Y' TO WS-SUPPLIER-EOF-SWITCH
011590             GO TO 1045-EXIT
011600     END-READ.
011610     IF NOT SU-SUPPLIER-ACTIVE
011620         GO TO 1045-EXIT
011630     END-IF.
011640     IF WS-SUPP-TOTAL NOT < WS-SUPP-TABLE-MAX
011650         MOVE 58 TO WS-ABEND-CODE
011660         MOVE 'MORE ACTIVE SUPPLIERS THAN SUPPLIER TABLE HOLDS'
011670             TO WS-ABEND-REASON
011680         GO TO 9999-ABEND-RTN
011690     END-IF.
011700     ADD 1 TO WS-SUPP-TOTAL.
011710     MOVE SU-SUPPLIER-CODE TO WS-SUPP-CODE(WS-SUPP-TOTAL).
011720     MOVE SU-SUPPLIER-NAME TO WS-SUPP-NAME(WS-SUPP-TOTAL).
011730     MOVE SU-FAIL-ACTION   TO WS-SUPP-FAIL-ACTION(WS-SUPP-TOTAL).
011740     MOVE SPACES TO WS-SUPP-STATUS(WS-SUPP-TOTAL).
011750     MOVE SPACES TO WS-SUPP-HOLD-REASON(WS-SUPP-TOTAL).
011760     MOVE ZERO   TO WS-SUPP-GEN-FLOOR(WS-SUPP-TOTAL).
011770     MOVE ZERO   TO WS-SUPP-GENERATION(WS-SUPP-TOTAL).
011780     MOVE ZERO   TO WS-SUPP-RECORDS(WS-SUPP-TOTAL).
011790     MOVE ZERO   TO WS-SUPP-HASH-TOTAL(WS-SUPP-TOTAL).
011800     MOVE ZERO   TO WS-SUPP-AMT-IN(WS-SUPP-TOTAL).
011810     MOVE ZERO   TO WS-SUPP-AMT-ACCEPT(WS-SUPP-TOTAL).
011820     MOVE ZERO   TO WS-SUPP-AMT-SUSP(WS-SUPP-TOTAL).
011830*    A CATCH-UP RUN READS EACH SUPPLIER'S DATED GENERATION OF ITS
011840*    EXTRACT (NAME.YYYYMMDD) FOR THE DATE BEING CAUGHT UP.
011850     MOVE SPACES TO WS-SUPP-EXTRACT(WS-SUPP-TOTAL).
011860     IF WS-RUN-MODE-IS-CATCHUP
011870         STRING SU-EXTRACT-NAME DELIMITED BY SPACE
011880             '.' RP-RUN-DATE DELIMITED BY SIZE
011890             INTO WS-SUPP-EXTRACT(WS-SUPP-TOTAL)
011900     ELSE
011910         MOVE SU-EXTRACT-NAME TO WS-SUPP-EXTRACT(WS-SUPP-TOTAL)
011920     END-IF.
011930 1045-EXIT.
011940     EXIT.
011950*----------------------------------------------------------------
011960 1050-LOAD-EXTRACT-HISTORY.
011970*----------------------------------------------------------------
011980*    A SUPPLIER'S GENERATION FLOOR IS THE HIGHEST GENERATION
011990*    ACCEPTED FROM IT ON AN EARLIER BUSINESS DATE.  TONIGHT'S
012000*    OWN RECORDS ARE LEFT OUT SO A RERUN RE-PROVES THE SAME
012010*    EXTRACT, AND A HELD-BACK GENERATION NEVER RAISES THE FLOOR.
012020     OPEN INPUT EXT-CTL-FILE.
012030     IF WS-EXTCTL-NOT-FOUND
012040         DISPLAY 'HELLOWORLD - NO EXTCTL HISTORY, GENERATION '
012050             'FLOORS START AT ZERO'
012060         GO TO 1050-EXIT
012070     END-IF.
012080     IF NOT WS-EXTCTL-OK
012090         MOVE 12 TO WS-ABEND-CODE
012100         STRING 'EXTCTL OPEN FAILED, FILE STATUS = '
012110             WS-EXTCTL-STATUS DELIMITED BY SIZE
012120             INTO WS-ABEND-REASON
012130         GO TO 9999-ABEND-RTN
012140     END-IF.
012150     PERFORM 1055-READ-EXTCTL-HISTORY THRU 1055-EXIT
012160         UNTIL WS-END-OF-EXTCTL.
012170     CLOSE EXT-CTL-FILE.
012180 1050-EXIT.
012190     EXIT.
012200*----------------------------------------------------------------
012210 1055-READ-EXTCTL-HISTORY.
012220*----------------------------------------------------------------
012230     READ EXT-CTL-FILE
012240         AT END
012250             MOVE 'Y' TO WS-EXTCTL-EOF-SWITCH
012260             GO TO 1055-EXIT
012270     END-READ.
012280     IF NOT EC-STAT-ACCEPTED
012290       OR EC-BUSINESS-DATE NOT < RP-RUN-DATE
012300         GO TO 1055-EXIT
012310     END-IF.
012320     PERFORM 1057-FIND-SUPPLIER THRU 1057-EXIT.
012330     IF WS-SUPP-FOUND
012340       AND EC-GENERATION-NBR
012350     > WS-SUPP-GEN-FLOOR(WS-SUPP-MATCH-SUB)
012360         MOVE EC-GENERATION-NBR
012370             TO WS-SUPP-GEN-FLOOR(WS-SUPP-MATCH-SUB)
012380     END-IF.
012390 1055-EXIT.
012400     EXIT.
012410*----------------------------------------------------------------
012420 1057-FIND-SUPPLIER.
012430*----------------------------------------------------------------
012440*    LEAVES WS-SUPP-MATCH-SUB ON EC-SUPPLIER-CODE'S TABLE ENTRY.
012450     MOVE 'N' TO WS-SUPP-FOUND-SWITCH.
012460     PERFORM 1058-COMPARE-SUPPLIER THRU 1058-EXIT
012470         VARYING WS-SUPP-SRCH-SUB FROM 1 BY 1
012480         UNTIL WS-SUPP-SRCH-SUB > WS-SUPP-TOTAL
012490            OR WS-SUPP-FOUND.
012500 1057-EXIT.
012510     EXIT.
012520*----------------------------------------------------------------
012530 1058-COMPARE-SUPPLIER.
012540*----------------------------------------------------------------
012550     IF WS-SUPP-CODE(WS-SUPP-SRCH-SUB) = EC-SUPPLIER-CODE
012560         SET WS-SUPP-FOUND TO TRUE
012570         MOVE WS-SUPP-SRCH-SUB TO WS-SUPP-MATCH-SUB
012580     END-IF.
012590 1058-EXIT.
012600     EXIT.
012610*----------------------------------------------------------------
012620 1060-PROVE-EXTRACT.
012630*----------------------------------------------------------------
012640*    EACH EXTRACT IS READ END TO END FOR ITS CONTROL TOTALS
012650*    BEFORE ANY DETAIL IS EDITED, SO A SUPPLIER THAT FAILS ITS
012660*    HEADER OR TRAILER CAN BE HELD BACK WITHOUT HAVING WRITTEN
012670*    SUSPENSE OR BALANCE TALLIES.
012680     MOVE 'N'  TO WS-EOF-SWITCH.
012690     MOVE 'N'  TO WS-TRANSIN-HDR-SWITCH.
012700     MOVE 'N'  TO WS-TRANSIN-TRL-SWITCH.
012710     MOVE ZERO TO WS-HDR-EXTRACT-DATE.
012720     MOVE ZERO TO WS-HDR-GENERATION-NBR.
012730     MOVE ZERO TO WS-TRL-RECORD-COUNT.
012740     MOVE ZERO TO WS-TRL-HASH-TOTAL.
012750     MOVE ZERO TO WS-TRL-AMOUNT-TOTAL.
012760     MOVE ZERO TO WS-EXT-RECORD-COUNT.
012770     MOVE ZERO TO WS-HASH-TOTAL.
012780     MOVE ZERO TO WS-EXT-AMOUNT-TOTAL.
012790     MOVE SPACES TO WS-PROOF-REASON.
012800     MOVE WS-SUPP-EXTRACT(WS-SUPP-SUB) TO WS-EXTRACT-FILE-NAME.
012810     DISPLAY 'HELLOWORLD - SUPPLIER ' WS-SUPP-CODE(WS-SUPP-SUB)
012820         ' EXTRACT = ' WS-EXTRACT-FILE-NAME.
012830     OPEN INPUT TRANSACTION-IN.
012840     IF WS-RUN-MODE-IS-CATCHUP AND WS-TRANSIN-NOT-FOUND
012850         MOVE 50 TO WS-PROOF-CODE
012860         MOVE 'CATCH-UP EXTRACT ABSENT FOR THIS DATE'
012870             TO WS-PROOF-REASON
012880         GO TO 1060-FAILED
012890     END-IF.
012900     IF NOT WS-TRANSIN-OK
012910         MOVE 12 TO WS-PROOF-CODE
012920         STRING 'EXTRACT OPEN FAILED, FILE STATUS = '
012930             WS-TRANSIN-STATUS DELIMITED BY SIZE
012940             INTO WS-PROOF-REASON
012950         GO TO 1060-FAILED
012960     END-IF.
012970     PERFORM 1065-READ-PROOF-REC THRU 1065-EXIT.
012980     IF WS-END-OF-TRANSIN
012990         MOVE 8 TO WS-PROOF-CODE
013000         MOVE 'EXTRACT IS EMPTY' TO WS-PROOF-REASON
013010         GO TO 1060-CLOSE-FAILED
013020     END-IF.
013030     IF NOT WS-TRANSIN-HDR-FOUND
013040         MOVE 34 TO WS-PROOF-CODE
013050         MOVE 'EXTRACT DOES NOT BEGIN WITH A HEADER'
013060             TO WS-PROOF-REASON
013070         GO TO 1060-CLOSE-FAILED
013080     END-IF.
013090     MOVE WS-HDR-GENERATION-NBR
013100         TO WS-SUPP-GENERATION(WS-SUPP-SUB).
013110     IF WS-HDR-EXTRACT-DATE NOT = RP-RUN-DATE
013120         MOVE 28 TO WS-PROOF-CODE
013130         MOVE 'STALE EXTRACT - HEADER DATE NOT BUS DATE'
013140             TO WS-PROOF-REASON
013150         GO TO 1060-CLOSE-FAILED
013160     END-IF.
013170     IF WS-SUPP-GEN-FLOOR(WS-SUPP-SUB) > ZERO
013180       AND WS-HDR-GENERATION-NBR
013190           NOT > WS-SUPP-GEN-FLOOR(WS-SUPP-SUB)
013200         MOVE 56 TO WS-PROOF-CODE
013210         STRING 'GENERATION ' WS-HDR-GENERATION-NBR
013220             ' NOT AFTER ' WS-SUPP-GEN-FLOOR(WS-SUPP-SUB)
013230             DELIMITED BY SIZE INTO WS-PROOF-REASON
013240         GO TO 1060-CLOSE-FAILED
013250     END-IF.
013260     DISPLAY 'HELLOWORLD - SUPPLIER ' WS-SUPP-CODE(WS-SUPP-SUB)
013270         ' GEN = ' WS-HDR-GENERATION-NBR.
013280     PERFORM 1065-READ-PROOF-REC THRU 1065-EXIT
013290         UNTIL WS-END-OF-TRANSIN.
013300     CLOSE TRANSACTION-IN.
013310     MOVE WS-EXT-RECORD-COUNT TO WS-SUPP-RECORDS(WS-SUPP-SUB).
013320     MOVE WS-HASH-TOTAL       TO WS-SUPP-HASH-TOTAL(WS-SUPP-SUB).
013330     MOVE WS-EXT-AMOUNT-TOTAL TO WS-SUPP-AMT-IN(WS-SUPP-SUB).
013340     IF NOT WS-TRANSIN-TRL-FOUND
013350         MOVE 34 TO WS-PROOF-CODE
013360         MOVE 'EXTRACT TRAILER RECORD MISSING'
013370             TO WS-PROOF-REASON
013380         GO TO 1060-FAILED
013390     END-IF.
013400     IF WS-TRL-RECORD-COUNT NOT = WS-EXT-RECORD-COUNT
013410         MOVE 30 TO WS-PROOF-CODE
013420         MOVE 'SHORT EXTRACT - TRAILER COUNT MISMATCH'
013430             TO WS-PROOF-REASON
013440         GO TO 1060-FAILED
013450     END-IF.
013460     IF WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
013470         MOVE 32 TO WS-PROOF-CODE
013480         MOVE 'HASH TOTAL DOES NOT MATCH TRAILER'
013490             TO WS-PROOF-REASON
013500         GO TO 1060-FAILED
013510     END-IF.
013520     IF WS-TRL-AMOUNT-TOTAL NOT = WS-EXT-AMOUNT-TOTAL
013530         MOVE 46 TO WS-PROOF-CODE
013540         MOVE 'AMOUNT TOTAL DOES NOT MATCH TRAILER'
013550             TO WS-PROOF-REASON
013560         GO TO 1060-FAILED
013570     END-IF.
013580     MOVE 'A' TO WS-SUPP-STATUS(WS-SUPP-SUB).
013590     ADD 1 TO WS-SUPP-ACCEPTED-COUNT.
013600     GO TO 1060-EXIT.
013610 1060-CLOSE-FAILED.
013620     CLOSE TRANSACTION-IN.
013630 1060-FAILED.
013640     IF WS-SUPP-FAIL-HOLD(WS-SUPP-SUB)
013650         PERFORM 1070-HOLD-SUPPLIER THRU 1070-EXIT
013660         GO TO 1060-EXIT
013670     END-IF.
013680     MOVE 'F' TO WS-SUPP-STATUS(WS-SUPP-SUB).
013690     MOVE WS-PROOF-REASON TO WS-SUPP-HOLD-REASON(WS-SUPP-SUB).
013700     MOVE WS-PROOF-CODE TO WS-ABEND-CODE.
013710     STRING 'SUPPLIER ' WS-SUPP-CODE(WS-SUPP-SUB) ' - '
013720         WS-PROOF-REASON DELIMITED BY SIZE
013730         INTO WS-ABEND-REASON.
013740     IF WS-PROOF-CODE NOT = 12
013750         ADD 1 TO WS-VALIDATION-FAILURE-COUNT
013760     END-IF.
013770     GO TO 9999-ABEND-RTN.
013780 1060-EXIT.
013790     EXIT.
013800*----------------------------------------------------------------
013810 1065-READ-PROOF-REC.
013820*----------------------------------------------------------------
013830     READ TRANSACTION-IN
013840         AT END
013850             MOVE 'Y' TO WS-EOF-SWITCH
013860         NOT AT END
013870             EVALUATE TRUE
013880                 WHEN TH-HEADER-REC
013890                     SET WS-TRANSIN-HDR-FOUND TO TRUE
013900                     MOVE TH-EXTRACT-DATE
013910                         TO WS-HDR-EXTRACT-DATE
013920                     MOVE TH-GENERATION-NBR
013930                         TO WS-HDR-GENERATION-NBR
013940                 WHEN TT-TRAILER-REC
013950                     SET WS-TRANSIN-TRL-FOUND TO TRUE
013960                     MOVE TT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
013970                     MOVE TT-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
013980                     IF TT-AMOUNT-TOTAL IS NUMERIC
013990                         MOVE TT-AMOUNT-TOTAL
014000                             TO WS-TRL-AMOUNT-TOTAL
014010                     END-IF
014020                 WHEN OTHER
014030                     ADD 1 TO WS-EXT-RECORD-COUNT
014040                     IF TD-TXN-NUMBER IS NUMERIC
014050                         MOVE TD-TXN-NUMBER TO WS-TXN-NUMBER-NUM
014060                         ADD WS-TXN-NUMBER-NUM TO WS-HASH-TOTAL
014070                     END-IF
014080*                    A NON-NUMERIC AMOUNT IS LEFT OUT OF THE
014090*                    SUPPLIER'S TRAILER TOTAL THE SAME WAY.
014100                     IF TD-TRAN-AMOUNT IS NUMERIC
014110                         ADD TD-TRAN-AMOUNT TO WS-EXT-AMOUNT-TOTAL
014120                     END-IF
014130             END-EVALUATE
014140     END-READ.
014150 1065-EXIT.
014160     EXIT.
014170*----------------------------------------------------------------
014180 1070-HOLD-SUPPLIER.
014190*----------------------------------------------------------------
014200*    A SUPPLIER MARKED HOLD DOES NOT STOP THE CYCLE - ITS EXTRACT
014210*    IS LEFT OUT OF TONIGHT'S EDIT AND POSTING, THE OPERATOR IS
014220*    TOLD WHICH SUPPLIER IS MISSING, AND THE RUN ENDS RC=4.  THE
014230*    SUPPLIER REDELIVERS THE HELD TRANSACTIONS ON A LATER EXTRACT.
014240     MOVE 'H' TO WS-SUPP-STATUS(WS-SUPP-SUB).
014250     MOVE WS-PROOF-REASON TO WS-SUPP-HOLD-REASON(WS-SUPP-SUB).
014260     ADD 1 TO WS-SUPP-HELD-COUNT.
014270     ADD 1 TO WS-VALIDATION-FAILURE-COUNT.
014280     DISPLAY 'HELLOWORLD - SUPPLIER ' WS-SUPP-CODE(WS-SUPP-SUB)
014290         ' ' WS-SUPP-NAME(WS-SUPP-SUB).
014300     DISPLAY 'HELLOWORLD -   HELD BACK - ' WS-PROOF-REASON.
014310     MOVE 'W' TO WS-ALERT-SEVERITY.
014320     MOVE 'TRANSIN' TO WS-ALERT-STEP-NAME.
014330     MOVE SPACES TO WS-ALERT-REASON.
014340     STRING 'SUPPLIER ' WS-SUPP-CODE(WS-SUPP-SUB) ' HELD: '
014350         WS-PROOF-REASON DELIMITED BY SIZE
014360         INTO WS-ALERT-REASON.
014370     MOVE 'OBTAIN CORRECTED EXTRACT FROM SUPPLIER'
014380         TO WS-ALERT-ACTION.
014390     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
014400 1070-EXIT.
014410     EXIT.
014420*----------------------------------------------------------------
014430 2065-CHECK-SUSPENSE-RATES.
014440*----------------------------------------------------------------
014450*    EVERY STAGED RECORD THE RECYCLE PASS WILL EDIT IS PUT
014460*    THROUGH THE EDIT ONCE BEFORE SUSPENSE IS REWRITTEN, SO A
014470*    KNOWN CURRENCY WITH NO RATE FOR THE DATE (RC=54) STOPS THE
014480*    RUN WHILE THE PRIOR SUSPENSE IS STILL WHOLE.
014490     OPEN INPUT SUSPENSE-WORK-FILE.
014500     IF NOT WS-SUSPWORK-OK
014510         MOVE 36 TO WS-ABEND-CODE
014520         STRING 'SUSPWORK OPEN INPUT FAILED, FILE STATUS = '
014530             WS-SUSPWORK-STATUS DELIMITED BY SIZE
014540             INTO WS-ABEND-REASON
014550         GO TO 9999-ABEND-RTN
014560     END-IF.
014570     PERFORM 2066-CHECK-ONE-RATE THRU 2066-EXIT
014580         UNTIL WS-END-OF-SUSPWORK.
014590     CLOSE SUSPENSE-WORK-FILE.
014600     MOVE 'N' TO WS-SUSPWORK-EOF-SWITCH.
014610 2065-EXIT.
014620     EXIT.
014630*----------------------------------------------------------------
014640 2066-CHECK-ONE-RATE.
014650*----------------------------------------------------------------
014660     READ SUSPENSE-WORK-FILE
014670         AT END
014680             MOVE 'Y' TO WS-SUSPWORK-EOF-SWITCH
014690             GO TO 2066-EXIT
014700     END-READ.
014710     MOVE SUSPENSE-WORK-RECORD TO WS-SUSP-WORK.
014720     IF WS-SW-BUSINESS-DATE = RP-RUN-DATE
014730       OR WS-SW-REASON-CODE = '04' OR '11'
014740         GO TO 2066-EXIT
014750     END-IF.
014760     MOVE WS-SW-TRANSIN-DATA TO WS-EDIT-RECORD.
014770     PERFORM 3100-VALIDATE-EDIT-REC THRU 3100-EXIT.
014780 2066-EXIT.
014790     EXIT.
014800*----------------------------------------------------------------
014810 2080-EDIT-EXTRACT.
014820*----------------------------------------------------------------
014830     IF NOT WS-SUPP-ACCEPTED(WS-SUPP-SUB)
014840         GO TO 2080-EXIT
014850     END-IF.
014860     MOVE WS-SUPP-EXTRACT(WS-SUPP-SUB) TO WS-EXTRACT-FILE-NAME.
014870     OPEN INPUT TRANSACTION-IN.
014880     IF NOT WS-TRANSIN-OK
014890         MOVE 12 TO WS-ABEND-CODE
014900         STRING 'EXTRACT ' WS-EXTRACT-FILE-NAME
014910             ' REOPEN FAILED, STATUS = '
014920             WS-TRANSIN-STATUS DELIMITED BY SIZE
014930             INTO WS-ABEND-REASON
014940         GO TO 9999-ABEND-RTN
014950     END-IF.
014960     MOVE 'N' TO WS-EOF-SWITCH.
014970     PERFORM 2100-READ-TRANSIN THRU 2100-EXIT
014980         UNTIL WS-END-OF-TRANSIN.
014990     CLOSE TRANSACTION-IN.
015000 2080-EXIT.
015010     EXIT.
015020*----------------------------------------------------------------
015030 2090-WRITE-EXTRACT-CONTROL.
015040*----------------------------------------------------------------
015050*    ONE EXTCTL RECORD PER SUPPLIER PER NIGHT TELLS TRANPOST
015060*    WHICH EXTRACTS TO POST AND WHAT EACH MUST COUNT TO, AND
015070*    GIVES TOMORROW'S CYCLE ITS GENERATION FLOORS.
015080     OPEN EXTEND EXT-CTL-FILE.
015090     IF WS-EXTCTL-NOT-FOUND
015100         OPEN OUTPUT EXT-CTL-FILE
015110     END-IF.
015120     IF NOT WS-EXTCTL-OK
015130         MOVE 12 TO WS-ABEND-CODE
015140         STRING 'EXTCTL OPEN OUTPUT FAILED, FILE STATUS = '
015150             WS-EXTCTL-STATUS DELIMITED BY SIZE
015160             INTO WS-ABEND-REASON
015170         GO TO 9999-ABEND-RTN
015180     END-IF.
015190     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
015200     PERFORM 2095-WRITE-EXTCTL-REC THRU 2095-EXIT
015210         VARYING WS-SUPP-SUB FROM 1 BY 1
015220         UNTIL WS-SUPP-SUB > WS-SUPP-TOTAL.
015230     CLOSE EXT-CTL-FILE.
015240 2090-EXIT.
015250     EXIT.
015260*----------------------------------------------------------------
015270 2095-WRITE-EXTCTL-REC.
015280*----------------------------------------------------------------
015290     MOVE WS-SUPP-CODE(WS-SUPP-SUB)       TO EC-SUPPLIER-CODE.
015300     MOVE RP-RUN-DATE                     TO EC-BUSINESS-DATE.
015310     MOVE WS-SUPP-GENERATION(WS-SUPP-SUB) TO EC-GENERATION-NBR.
015320     MOVE WS-SUPP-STATUS(WS-SUPP-SUB)     TO EC-EXTRACT-STATUS.
015330     MOVE WS-SUPP-EXTRACT(WS-SUPP-SUB)    TO EC-EXTRACT-FILE.
015340     MOVE WS-SUPP-RECORDS(WS-SUPP-SUB)    TO EC-RECORD-COUNT.
015350     MOVE WS-SUPP-HASH-TOTAL(WS-SUPP-SUB) TO EC-HASH-TOTAL.
015360     MOVE WS-SUPP-AMT-IN(WS-SUPP-SUB)     TO EC-AMOUNT-TOTAL.
015370     MOVE WS-SUPP-HOLD-REASON(WS-SUPP-SUB) TO EC-HOLD-REASON.
015380     MOVE RP-RUN-DATE                     TO EC-RUN-DATE.
015390     MOVE WS-CDT-TIME-HHMMSS              TO EC-RUN-TIME.
015400     WRITE EXT-CTL-RECORD.
015410 2095-EXIT.
015420     EXIT.
015430*----------------------------------------------------------------
015440 2350-OPEN-TRAN-TYPE.
015450*----------------------------------------------------------------
015460*    THE TYPE TABLE STAYS OPEN FOR THE WHOLE RUN - EACH DETAIL'S
015470*    TYPE IS READ BY KEY IN 3160-CHECK-TRAN-TYPE.
015480     MOVE 'TRANTYPE' TO WS-CHECK-STEP-NAME.
015490     OPEN INPUT TRAN-TYPE-FILE.
015500     IF NOT WS-TRANTYPE-OK
015510         MOVE 14 TO WS-ABEND-CODE
015520         STRING 'TRANTYPE OPEN FAILED, FILE STATUS = '
015530             WS-TRANTYPE-STATUS DELIMITED BY SIZE
015540             INTO WS-ABEND-REASON
015550         GO TO 9999-ABEND-RTN
015560     END-IF.
015570 2350-EXIT.
015580     EXIT.
015590*----------------------------------------------------------------
015600 2360-OPEN-FX-RATE.
015610*----------------------------------------------------------------
015620*    THE RATE FILE STAYS OPEN FOR THE WHOLE RUN - EACH DETAIL'S
015630*    CURRENCY IS CHECKED BY KEY IN 3170-CHECK-CURRENCY.
015640     MOVE 'FXRATE' TO WS-CHECK-STEP-NAME.
015650     OPEN INPUT FX-RATE-FILE.
015660     IF NOT WS-FXRATE-OK
015670         MOVE 14 TO WS-ABEND-CODE
015680         STRING 'FXRATE OPEN FAILED, FILE STATUS = '
015690             WS-FXRATE-STATUS DELIMITED BY SIZE
015700             INTO WS-ABEND-REASON
015710         GO TO 9999-ABEND-RTN
015720     END-IF.
015730 2360-EXIT.
015740     EXIT.
015750*----------------------------------------------------------------
015760 3155-CHECK-REFERENCE-DATA.
015770*----------------------------------------------------------------
015780*    THE TYPE IS CHECKED BEFORE THE CURRENCY - THE FIRST FAILURE
015790*    SETS THE REASON THE DETAIL SUSPENDS UNDER.
015800     PERFORM 3160-CHECK-TRAN-TYPE THRU 3160-EXIT.
015810     IF NOT WS-EDIT-RECORD-OK
015820         GO TO 3155-EXIT
015830     END-IF.
015840     PERFORM 3170-CHECK-CURRENCY THRU 3170-EXIT.
015850 3155-EXIT.
015860     EXIT.
015870*----------------------------------------------------------------
015880 3160-CHECK-TRAN-TYPE.
015890*----------------------------------------------------------------
015900*    THE TYPE MUST BE ON THE KEYED TYPE TABLE AND ACTIVE, THE
015910*    AMOUNT MUST CARRY THE TYPE'S SIGN (DEBIT ZERO OR POSITIVE,
015920*    CREDIT ZERO OR NEGATIVE) AND MUST NOT EXCEED THE TYPE
015930*    MAXIMUM, WHICH IS HELD AS AN ABSOLUTE VALUE.
015940     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
015950     MOVE WS-EDIT-TRAN-TYPE TO TY-TRAN-TYPE.
015960     READ TRAN-TYPE-FILE
015970         INVALID KEY
015980             CONTINUE
015990         NOT INVALID KEY
016000             SET WS-TYPE-FOUND TO TRUE
016010     END-READ.
016020     IF NOT WS-TYPE-FOUND
016030         MOVE '06' TO WS-EDIT-REASON-CODE
016040         GO TO 3160-EXIT
016050     END-IF.
016060     IF NOT TY-TYPE-ACTIVE
016070         MOVE '07' TO WS-EDIT-REASON-CODE
016080         GO TO 3160-EXIT
016090     END-IF.
016100     IF (TY-SIGN-DEBIT AND WS-EDIT-AMOUNT < ZERO)
016110       OR (TY-SIGN-CREDIT AND WS-EDIT-AMOUNT > ZERO)
016120         MOVE '08' TO WS-EDIT-REASON-CODE
016130         GO TO 3160-EXIT
016140     END-IF.
016150*    THE UNSIGNED RECEIVING FIELD DROPS THE SIGN.
016160     MOVE WS-EDIT-AMOUNT TO WS-EDIT-AMOUNT-ABS.
016170     IF TY-MAX-AMOUNT > ZERO
016180       AND WS-EDIT-AMOUNT-ABS > TY-MAX-AMOUNT
016190         MOVE '09' TO WS-EDIT-REASON-CODE
016200     END-IF.
016210 3160-EXIT.
016220     EXIT.
016230*----------------------------------------------------------------
016240 3170-CHECK-CURRENCY.
016250*----------------------------------------------------------------
016260*    A CURRENCY THAT HAS NEVER HAD A RATE ON FILE IS UNKNOWN
016270*    AND THE DETAIL SUSPENDS.  A KNOWN CURRENCY WITH NO RATE
016280*    FOR THE BUSINESS DATE STOPS THE CYCLE - THE RATE IS KEYED
016290*    VIA FXMNT AND THE CYCLE RERUN, RATHER THAN POSTING AT A
016300*    STALE RATE.
016310     PERFORM 3175-LOOKUP-RATE THRU 3175-EXIT.
016320     IF WS-EDIT-FX-RATE > ZERO
016330         GO TO 3170-EXIT
016340     END-IF.
016350     PERFORM 3177-CHECK-CURRENCY-KNOWN THRU 3177-EXIT.
016360     IF NOT WS-FX-CURRENCY-KNOWN
016370         MOVE '10' TO WS-EDIT-REASON-CODE
016380         GO TO 3170-EXIT
016390     END-IF.
016400     MOVE 54 TO WS-ABEND-CODE.
016410     STRING 'NO FXRATE FOR ' WS-FX-CURRENCY
016420         ' ON BUSINESS DATE ' RP-RUN-DATE
016430         DELIMITED BY SIZE INTO WS-ABEND-REASON.
016440     GO TO 9999-ABEND-RTN.
016450 3170-EXIT.
016460     EXIT.
016470*----------------------------------------------------------------
016480 3175-LOOKUP-RATE.
016490*----------------------------------------------------------------
016500*    BLANK CURRENCY IS THE BASE CURRENCY, WHICH CONVERTS AT ONE.
016510*    ANY OTHER CURRENCY TAKES THE ACTIVE RATE FOR THE BUSINESS
016520*    DATE ONLY - THERE IS NO FALLBACK TO AN EARLIER DATE.  NO
016530*    USABLE RATE LEAVES WS-EDIT-FX-RATE AT ZERO.
016540     MOVE ZERO TO WS-EDIT-FX-RATE.
016550     MOVE WS-EDIT-CURRENCY TO WS-FX-CURRENCY.
016560     IF WS-FX-CURRENCY = SPACES
016570         MOVE RP-BASE-CURRENCY TO WS-FX-CURRENCY
016580     END-IF.
016590     IF WS-FX-CURRENCY = RP-BASE-CURRENCY
016600         MOVE 1 TO WS-EDIT-FX-RATE
016610         GO TO 3175-EXIT
016620     END-IF.
016630     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE.
016640     MOVE RP-RUN-DATE    TO FX-RATE-DATE.
016650     READ FX-RATE-FILE
016660         INVALID KEY
016670             CONTINUE
016680         NOT INVALID KEY
016690             IF FX-RATE-ACTIVE
016700                 MOVE FX-RATE-TO-BASE TO WS-EDIT-FX-RATE
016710             END-IF
016720     END-READ.
016730 3175-EXIT.
016740     EXIT.
016750*----------------------------------------------------------------
016760 3177-CHECK-CURRENCY-KNOWN.
016770*----------------------------------------------------------------
016780*    A CURRENCY IS KNOWN IF IT HAS A RATE ON FILE FOR ANY DATE -
016790*    POSITION AT ITS LOWEST KEY AND SEE WHETHER ONE IS THERE.
016800     MOVE 'N' TO WS-FX-KNOWN-SWITCH.
016810     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE.
016820     MOVE ZERO           TO FX-RATE-DATE.
016830     START FX-RATE-FILE KEY IS NOT LESS THAN FX-RATE-KEY
016840         INVALID KEY
016850             GO TO 3177-EXIT
016860     END-START.
016870     READ FX-RATE-FILE NEXT RECORD
016880         AT END
016890             GO TO 3177-EXIT
016900     END-READ.
016910     IF FX-CURRENCY-CODE = WS-FX-CURRENCY
016920         SET WS-FX-CURRENCY-KNOWN TO TRUE
016930     END-IF.
016940 3177-EXIT.
016950     EXIT.
016960*----------------------------------------------------------------
016970 3310-TALLY-SUPPLIER.
016980*----------------------------------------------------------------
016990*    THE SAME SPLIT PER SUPPLIER, FOR THE REPORT'S PER-SUPPLIER
017000*    BALANCE SECTION.
017010     IF WS-EDIT-AMOUNT NOT NUMERIC
017020         GO TO 3310-EXIT
017030     END-IF.
017040     IF WS-EDIT-RECORD-OK
017050         ADD WS-EDIT-AMOUNT TO WS-SUPP-AMT-ACCEPT(WS-SUPP-SUB)
017060     ELSE
017070         ADD WS-EDIT-AMOUNT TO WS-SUPP-AMT-SUSP(WS-SUPP-SUB)
017080     END-IF.
017090 3310-EXIT.
017100     EXIT.
017110*----------------------------------------------------------------
017120 9170-WRITE-STEP-TIMING.
017130*----------------------------------------------------------------
017140*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
017150*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
017160     OPEN EXTEND STEP-TIMING-FILE.
017170     IF WS-STEPTIME-NOT-FOUND
017180         OPEN OUTPUT STEP-TIMING-FILE
017190     END-IF.
017200     IF NOT WS-STEPTIME-OK
017210         DISPLAY 'HELLOWORLD - STEPTIME OPEN FAILED, FILE '
017220             'STATUS = ' WS-STEPTIME-STATUS
017230         GO TO 9170-EXIT
017240     END-IF.
017250     SET ST-TYPE-PROGRAM-STEP TO TRUE.
017260     MOVE RP-RUN-DATE            TO ST-BUSINESS-DATE.
017270     MOVE 'STEP01'               TO ST-STEP-NAME.
017280     MOVE 'HELLOWORLD'           TO ST-PROGRAM-NAME.
017290     MOVE WS-RUN-MODE-PARM       TO ST-RUN-MODE.
017300     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
017310     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
017320     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
017330     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
017340     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
017350     MOVE WS-TRANSIN-RECORD-COUNT TO ST-RECORDS-IN.
017360     COMPUTE ST-RECORDS-OUT = WS-RECYCLE-COUNT
017370         + WS-SUSPENSE-WRITTEN-COUNT.
017380     MOVE RETURN-CODE            TO ST-RETURN-CODE.
017390     WRITE STEP-TIMING-RECORD.
017400     CLOSE STEP-TIMING-FILE.
017410 9170-EXIT.
017420     EXIT.
017430*----------------------------------------------------------------
017440 9220-WRITE-SUPPLIER-SECTION.
017450*----------------------------------------------------------------
017460*    THE PER-SUPPLIER SECTION PROVES EACH ACCEPTED EXTRACT -
017470*    WHAT CAME IN MUST EQUAL WHAT WAS ACCEPTED PLUS WHAT WENT
017480*    TO SUSPENSE - AND NAMES ANY SUPPLIER HELD BACK OR STOPPED.
017490     IF WS-SUPP-TOTAL = ZERO
017500         GO TO 9220-EXIT
017510     END-IF.
017520     MOVE WS-SUPPLIER-HEADING TO REPORT-LINE.
017530     WRITE REPORT-LINE.
017540     PERFORM 9230-WRITE-SUPPLIER-LINE THRU 9230-EXIT
017550         VARYING WS-SUPP-SUB FROM 1 BY 1
017560         UNTIL WS-SUPP-SUB > WS-SUPP-TOTAL.
017570     PERFORM 9235-WRITE-SUPPLIER-TOTAL THRU 9235-EXIT.
017580 9220-EXIT.
017590     EXIT.
017600*----------------------------------------------------------------
017610 9230-WRITE-SUPPLIER-LINE.
017620*----------------------------------------------------------------
017630     MOVE SPACES TO WS-SUPPLIER-LINE.
017640     MOVE WS-SUPP-CODE(WS-SUPP-SUB)       TO WS-SUP-CODE.
017650     MOVE WS-SUPP-GENERATION(WS-SUPP-SUB) TO WS-SUP-GENERATION.
017660     MOVE WS-SUPP-RECORDS(WS-SUPP-SUB)    TO WS-SUP-RECORDS.
017670     MOVE WS-SUPP-AMT-IN(WS-SUPP-SUB)     TO WS-SUP-AMT-IN.
017680     MOVE WS-SUPP-AMT-ACCEPT(WS-SUPP-SUB) TO WS-SUP-AMT-ACCEPT.
017690     MOVE WS-SUPP-AMT-SUSP(WS-SUPP-SUB)   TO WS-SUP-AMT-SUSP.
017700     EVALUATE TRUE
017710         WHEN WS-SUPP-HELD(WS-SUPP-SUB)
017720             STRING 'HELD BACK - '
017730                 WS-SUPP-HOLD-REASON(WS-SUPP-SUB)
017740                 DELIMITED BY SIZE INTO WS-SUP-STATUS
017750         WHEN WS-SUPP-FAILED(WS-SUPP-SUB)
017760             STRING 'STOPPED - '
017770                 WS-SUPP-HOLD-REASON(WS-SUPP-SUB)
017780                 DELIMITED BY SIZE INTO WS-SUP-STATUS
017790         WHEN WS-SUPP-ACCEPTED(WS-SUPP-SUB) AND WS-EDIT-PASS-DONE
017800             IF WS-SUPP-AMT-ACCEPT(WS-SUPP-SUB)
017810              + WS-SUPP-AMT-SUSP(WS-SUPP-SUB)
017820              = WS-SUPP-AMT-IN(WS-SUPP-SUB)
017830                 MOVE 'BALANCED' TO WS-SUP-STATUS
017840             ELSE
017850                 MOVE 'OUT OF BALANCE' TO WS-SUP-STATUS
017860             END-IF
017870         WHEN WS-SUPP-ACCEPTED(WS-SUPP-SUB)
017880             MOVE 'PROVED, NOT EDITED' TO WS-SUP-STATUS
017890         WHEN OTHER
017900             MOVE 'NOT PROVED' TO WS-SUP-STATUS
017910     END-EVALUATE.
017920     MOVE WS-SUPPLIER-LINE TO REPORT-LINE.
017930     WRITE REPORT-LINE.
017940 9230-EXIT.
017950     EXIT.
017960*----------------------------------------------------------------
017970 9235-WRITE-SUPPLIER-TOTAL.
017980*----------------------------------------------------------------
017990     MOVE SPACES TO WS-SUPPLIER-LINE.
018000     MOVE 'TOTAL'                 TO WS-SUP-CODE.
018010     MOVE WS-TRANSIN-RECORD-COUNT TO WS-SUP-RECORDS.
018020     MOVE WS-AMOUNT-TOTAL         TO WS-SUP-AMT-IN.
018030     MOVE WS-ACCEPTED-AMOUNT      TO WS-SUP-AMT-ACCEPT.
018040     MOVE WS-SUSPENDED-AMOUNT     TO WS-SUP-AMT-SUSP.
018050     IF WS-ACCEPTED-AMOUNT + WS-SUSPENDED-AMOUNT = WS-AMOUNT-TOTAL
018060         MOVE 'BALANCED' TO WS-SUP-STATUS
018070     ELSE
018080         MOVE 'OUT OF BALANCE' TO WS-SUP-STATUS
018090     END-IF.
018100     MOVE WS-SUPPLIER-LINE TO REPORT-LINE.
018110     WRITE REPORT-LINE.
018120 9235-EXIT.
018130     EXIT.
