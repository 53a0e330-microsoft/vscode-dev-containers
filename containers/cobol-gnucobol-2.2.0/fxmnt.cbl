000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     FXMNT.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  EXCHANGE-RATE MAINTENANCE UTILITY.  APPLIES
000180*           ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST THE KEYED
000190*           DATED EXCHANGE-RATE FILE WITH FIELD VALIDATION
000200*           (UNIQUE CURRENCY/DATE KEY, VALID RATE DATE, RATE
000210*           NUMERIC AND ABOVE ZERO, NO RATE FOR THE BASE
000220*           CURRENCY, ACTIVE FLAG A OR I) AND PRINTS A
000230*           BEFORE/AFTER AUDIT REPORT OF EVERY CHANGE.  THE LOAD
000240*           FUNCTION CONVERTS THE FLAT RATE IMAGE (FXSEQ) INTO
000250*           THE INDEXED FILE KEYED ON CURRENCY CODE + RATE DATE.
000260*           FOLLOWS THE GLMMNT PATTERN.
000270*
000280*           APPLYING UPDATE TRANSACTIONS REQUIRES AN ACTIVE
000290*           OPERATOR PROFILE WITH UPDATE AUTHORITY OR BETTER;
000300*           THE DECISION IS LOGGED TO SECLOG.  LOAD IS EXEMPT
000310*           SO A FIRST-TIME DEPLOYMENT CAN BUILD THE FILE.
000320*
000330*           PARM:  LOAD    - CONVERT FXSEQ TO THE KEYED FILE
000340*                  UPDATE  - APPLY FXTRAN TRANSACTIONS
000350*                            (DEFAULT)
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*    DATE       INIT  DESCRIPTION
000390*    ---------- ----  -------------------------------------------
000400*    2026-10-15 ALD   INITIAL VERSION.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT FX-RATE-FILE ASSIGN TO FXRATE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS FX-RATE-KEY
000520         FILE STATUS IS WS-FXRATE-STATUS.
000530     SELECT FX-RATE-SEQ-FILE ASSIGN TO FXSEQ
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-FXSEQ-STATUS.
000570     SELECT FX-RATE-TRAN-FILE ASSIGN TO FXTRAN
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-FXTRAN-STATUS.
000610     SELECT MAINT-REPORT-FILE ASSIGN TO FXRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-FXRPT-STATUS.
000650     SELECT RUN-REGISTER ASSIGN TO RUNREG
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-RUNREG-STATUS.
000690     SELECT OPER-PROFILE-FILE ASSIGN TO OPERPROF
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OP-OPERATOR-ID
000730         FILE STATUS IS WS-OPERPROF-STATUS.
000740     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-SECLOG-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820* FX-RATE-FILE - KEYED DATED EXCHANGE RATES
000830*----------------------------------------------------------------
000840 FD  FX-RATE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY FXRATE.
000870*----------------------------------------------------------------
000880* FX-RATE-SEQ-FILE - FLAT RATE IMAGE (LOAD-FUNCTION INPUT)
000890*----------------------------------------------------------------
000900 FD  FX-RATE-SEQ-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  FX-RATE-SEQ-RECORD.
000940     05  FS-CURRENCY-CODE        PIC X(03).
000950     05  FS-RATE-DATE            PIC 9(08).
000960     05  FS-RATE-TO-BASE         PIC 9(05)V9(07).
000970     05  FS-RATE-DESC            PIC X(30).
000980     05  FS-ACTIVE-FLAG          PIC X(01).
000990*----------------------------------------------------------------
001000* FX-RATE-TRAN-FILE - MAINTENANCE TRANSACTIONS (UPDATE INPUT)
001010*----------------------------------------------------------------
001020 FD  FX-RATE-TRAN-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050     COPY FXTRAN.
001060*----------------------------------------------------------------
001070* MAINT-REPORT-FILE - BEFORE/AFTER AUDIT REPORT
001080*----------------------------------------------------------------
001090 FD  MAINT-REPORT-FILE
001100     LABEL RECORDS ARE OMITTED
001110     RECORDING MODE IS F.
001120 01  MAINT-REPORT-LINE           PIC X(132).
001130*----------------------------------------------------------------
001140* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001150*----------------------------------------------------------------
001160 FD  RUN-REGISTER
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190     COPY RUNREG.
001200*----------------------------------------------------------------
001210* OPER-PROFILE-FILE - KEYED OPERATOR PROFILES (AUTHORIZATION)
001220*----------------------------------------------------------------
001230 FD  OPER-PROFILE-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY OPERPROF.
001260*----------------------------------------------------------------
001270* SECURITY-LOG-FILE - SECURITY ACCESS LOG (AUDITOR INTERFACE)
001280*----------------------------------------------------------------
001290 FD  SECURITY-LOG-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORDING MODE IS F.
001320     COPY SECLOG.
001330*
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------
001360* SWITCHES AND STATUS FIELDS
001370*----------------------------------------------------------------
001380 77  WS-FXRATE-STATUS            PIC X(02) VALUE SPACES.
001390     88  WS-FXRATE-OK                       VALUE '00'.
001400     88  WS-FXRATE-NOT-FOUND                VALUE '23'.
001410     88  WS-FXRATE-DUP-KEY                  VALUE '22'.
001420 77  WS-FXSEQ-STATUS             PIC X(02) VALUE SPACES.
001430     88  WS-FXSEQ-OK                        VALUE '00'.
001440 77  WS-FXTRAN-STATUS            PIC X(02) VALUE SPACES.
001450     88  WS-FXTRAN-OK                       VALUE '00'.
001460 77  WS-FXRPT-STATUS             PIC X(02) VALUE SPACES.
001470     88  WS-FXRPT-OK                        VALUE '00'.
001480 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001490     88  WS-RUNREG-OK                       VALUE '00'.
001500     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001510 77  WS-FXSEQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
001520     88  WS-END-OF-FXSEQ                    VALUE 'Y'.
001530 77  WS-FXTRAN-EOF-SWITCH        PIC X(01) VALUE 'N'.
001540     88  WS-END-OF-FXTRAN                   VALUE 'Y'.
001550 77  WS-TRAN-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001560 77  WS-TRAN-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
001570 77  WS-TRAN-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001580 77  WS-LOAD-COUNT               PIC 9(07) COMP VALUE ZERO.
001590 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
001600 01  WS-CDT-TIME-STAMP.
001610     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
001620     05  FILLER                  PIC X(02).
001630 77  WS-FUNCTION-PARM            PIC X(08) VALUE SPACES.
001640     88  WS-FUNCTION-IS-LOAD                VALUE 'LOAD'.
001650     88  WS-FUNCTION-IS-UPDATE              VALUE 'UPDATE'.
001660 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
001670 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
001680 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
001690     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
001700 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001710 77  WS-BEFORE-RATE              PIC 9(05)V9(07) VALUE ZERO.
001720 77  WS-BEFORE-DESC              PIC X(30) VALUE SPACES.
001730 77  WS-BEFORE-FLAG              PIC X(01) VALUE SPACES.
001740 77  WS-OPERPROF-STATUS          PIC X(02) VALUE SPACES.
001750     88  WS-OPERPROF-OK                     VALUE '00'.
001760 77  WS-SECLOG-STATUS            PIC X(02) VALUE SPACES.
001770     88  WS-SECLOG-OK                       VALUE '00'.
001780     88  WS-SECLOG-NOT-FOUND                VALUE '35'.
001790 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001800     88  WS-OPER-FOUND                      VALUE 'Y'.
001810 77  WS-SEC-DECISION             PIC X(01) VALUE SPACES.
001820 77  WS-SEC-REASON               PIC X(30) VALUE SPACES.
001830 77  WS-SEC-LOG-DATE             PIC 9(08) VALUE ZERO.
001840 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
001850 01  WS-REPORT-DETAIL.
001860     05  WS-RPT-ACTION           PIC X(01).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-RPT-CURRENCY         PIC X(03).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  WS-RPT-RATE-DATE        PIC 9(08).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-RPT-BEFORE-RATE      PIC ZZZZ9.9999999.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  WS-RPT-BEFORE-FLAG      PIC X(01).
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  WS-RPT-BEFORE-DESC      PIC X(20).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-RPT-AFTER-RATE       PIC ZZZZ9.9999999.
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  WS-RPT-AFTER-FLAG       PIC X(01).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-RPT-AFTER-DESC       PIC X(20).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-RPT-STATUS           PIC X(41).
002050 01  WS-REPORT-LINE.
002060     05  WS-RPT-LABEL            PIC X(40).
002070     05  WS-RPT-VALUE            PIC X(20).
002080     05  FILLER                  PIC X(72) VALUE SPACES.
002090 01  WS-REPORT-HEADING.
002100     05  FILLER                  PIC X(17)
002110         VALUE 'A  CCY RATE DATE '.
002120     05  FILLER                  PIC X(37)
002130         VALUE '  BEFORE RATE F BEFORE DESCRIPTION'.
002140     05  FILLER                  PIC X(37)
002150         VALUE '   AFTER RATE F AFTER DESCRIPTION'.
002160     05  FILLER                  PIC X(41) VALUE 'DISPOSITION'.
002170*----------------------------------------------------------------
002180* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
002190*----------------------------------------------------------------
002200     COPY RUNPARM.
002210*
002220 PROCEDURE DIVISION.
002230*----------------------------------------------------------------
002240 0000-MAINLINE.
002250*----------------------------------------------------------------
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     IF WS-FUNCTION-IS-LOAD
002280         PERFORM 2000-LOAD-FROM-SEQ THRU 2000-EXIT
002290     ELSE
002300         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
002310     END-IF.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     STOP RUN.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360*----------------------------------------------------------------
002370     MOVE 'FXMNT' TO RP-JOB-NAME.
002380     ACCEPT WS-FUNCTION-PARM FROM SYSIN.
002390     IF WS-FUNCTION-PARM = SPACES
002400         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002410     END-IF.
002420     IF NOT WS-FUNCTION-IS-LOAD
002430       AND NOT WS-FUNCTION-IS-UPDATE
002440         DISPLAY 'FXMNT    - INVALID FUNCTION, DEFAULTING TO '
002450             'UPDATE: ' WS-FUNCTION-PARM
002460         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002470     END-IF.
002480     DISPLAY 'FXMNT    - FUNCTION    = ' WS-FUNCTION-PARM.
002490     DISPLAY 'FXMNT    - OPERATOR ID = ' RP-OPERATOR-ID.
002500     DISPLAY 'FXMNT    - BASE CCY    = ' RP-BASE-CURRENCY.
002510     OPEN OUTPUT MAINT-REPORT-FILE.
002520     IF NOT WS-FXRPT-OK
002530         MOVE 26 TO WS-ABEND-CODE
002540         STRING 'FXRPT OPEN FAILED, FILE STATUS = '
002550             WS-FXRPT-STATUS DELIMITED BY SIZE
002560             INTO WS-ABEND-REASON
002570         GO TO 9999-ABEND-RTN
002580     END-IF.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     MOVE 'FXMNT EXCHANGE RATE MAINTENANCE REPORT'
002610         TO WS-RPT-LABEL.
002620     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002630     WRITE MAINT-REPORT-LINE.
002640     MOVE SPACES TO WS-REPORT-LINE.
002650     MOVE 'FUNCTION'          TO WS-RPT-LABEL.
002660     MOVE WS-FUNCTION-PARM    TO WS-RPT-VALUE.
002670     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002680     WRITE MAINT-REPORT-LINE.
002690     MOVE SPACES TO WS-REPORT-LINE.
002700     MOVE 'BASE CURRENCY (RATES ARE BASE PER UNIT)'
002710         TO WS-RPT-LABEL.
002720     MOVE RP-BASE-CURRENCY    TO WS-RPT-VALUE.
002730     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002740     WRITE MAINT-REPORT-LINE.
002750     IF WS-FUNCTION-IS-UPDATE
002760         MOVE WS-REPORT-HEADING TO MAINT-REPORT-LINE
002770         WRITE MAINT-REPORT-LINE
002780     END-IF.
002790     IF WS-FUNCTION-IS-UPDATE
002800         PERFORM 1100-CHECK-OPERATOR-AUTH THRU 1100-EXIT
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850 1100-CHECK-OPERATOR-AUTH.
002860*----------------------------------------------------------------
002870*    FAIL CLOSED - IF THE PROFILE FILE CANNOT BE READ, THE
002880*    UPDATE IS REFUSED RATHER THAN WAVED THROUGH.
002890     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
002900     OPEN INPUT OPER-PROFILE-FILE.
002910     IF NOT WS-OPERPROF-OK
002920         MOVE 'D' TO WS-SEC-DECISION
002930         MOVE 'OPERATOR PROFILE FILE UNAVAIL' TO WS-SEC-REASON
002940         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
002950         MOVE 52 TO WS-ABEND-CODE
002960         MOVE 'OPERATOR PROFILE FILE UNAVAILABLE - UPDATE REFUSED'
002970             TO WS-ABEND-REASON
002980         GO TO 9999-ABEND-RTN
002990     END-IF.
003000     MOVE RP-OPERATOR-ID TO OP-OPERATOR-ID.
003010     READ OPER-PROFILE-FILE
003020         INVALID KEY
003030             CONTINUE
003040         NOT INVALID KEY
003050             SET WS-OPER-FOUND TO TRUE
003060     END-READ.
003070     CLOSE OPER-PROFILE-FILE.
003080     IF NOT WS-OPER-FOUND
003090         MOVE 'OPERATOR NOT ON PROFILE FILE' TO WS-SEC-REASON
003100         GO TO 1100-DENY
003110     END-IF.
003120     IF NOT OP-PROFILE-ACTIVE
003130         MOVE 'OPERATOR PROFILE INACTIVE' TO WS-SEC-REASON
003140         GO TO 1100-DENY
003150     END-IF.
003160     IF NOT OP-AUTH-UPDATE AND NOT OP-AUTH-PROD
003170         MOVE 'AUTHORITY LEVEL BELOW UPDATE' TO WS-SEC-REASON
003180         GO TO 1100-DENY
003190     END-IF.
003200     MOVE 'P' TO WS-SEC-DECISION.
003210     MOVE 'AUTHORIZED' TO WS-SEC-REASON.
003220     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003230     GO TO 1100-EXIT.
003240 1100-DENY.
003250     MOVE 'D' TO WS-SEC-DECISION.
003260     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003270     MOVE 52 TO WS-ABEND-CODE.
003280     STRING 'UPDATE REFUSED - ' WS-SEC-REASON
003290         DELIMITED BY SIZE INTO WS-ABEND-REASON.
003300     GO TO 9999-ABEND-RTN.
003310 1100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340 1200-WRITE-SECURITY-LOG.
003350*----------------------------------------------------------------
003360     OPEN EXTEND SECURITY-LOG-FILE.
003370     IF WS-SECLOG-NOT-FOUND
003380         OPEN OUTPUT SECURITY-LOG-FILE
003390     END-IF.
003400     IF NOT WS-SECLOG-OK
003410         DISPLAY 'FXMNT    - SECLOG OPEN FAILED, FILE '
003420             'STATUS = ' WS-SECLOG-STATUS
003430         GO TO 1200-EXIT
003440     END-IF.
003450     ACCEPT WS-SEC-LOG-DATE FROM DATE YYYYMMDD.
003460     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003470     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
003480     MOVE WS-SEC-LOG-DATE    TO SL-LOG-DATE.
003490     MOVE WS-CDT-TIME        TO SL-LOG-TIME.
003500     MOVE RP-OPERATOR-ID     TO SL-OPERATOR-ID.
003510     MOVE RP-JOB-NAME        TO SL-JOB-NAME.
003520     MOVE 'FXRATE-MAINT'     TO SL-FUNCTION.
003530     MOVE WS-SEC-DECISION    TO SL-DECISION.
003540     MOVE WS-SEC-REASON      TO SL-REASON.
003550     WRITE SECURITY-LOG-RECORD.
003560     CLOSE SECURITY-LOG-FILE.
003570 1200-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 2000-LOAD-FROM-SEQ.
003610*----------------------------------------------------------------
003620     OPEN INPUT FX-RATE-SEQ-FILE.
003630     IF NOT WS-FXSEQ-OK
003640         MOVE 14 TO WS-ABEND-CODE
003650         STRING 'FXSEQ OPEN FAILED, FILE STATUS = '
003660             WS-FXSEQ-STATUS DELIMITED BY SIZE
003670             INTO WS-ABEND-REASON
003680         GO TO 9999-ABEND-RTN
003690     END-IF.
003700     OPEN OUTPUT FX-RATE-FILE.
003710     IF NOT WS-FXRATE-OK
003720         MOVE 12 TO WS-ABEND-CODE
003730         STRING 'FXRATE OPEN OUTPUT FAILED, FILE STATUS = '
003740             WS-FXRATE-STATUS DELIMITED BY SIZE
003750             INTO WS-ABEND-REASON
003760         GO TO 9999-ABEND-RTN
003770     END-IF.
003780     PERFORM 2100-LOAD-ONE-RATE THRU 2100-EXIT
003790         UNTIL WS-END-OF-FXSEQ.
003800     CLOSE FX-RATE-SEQ-FILE.
003810     CLOSE FX-RATE-FILE.
003820     MOVE SPACES TO WS-REPORT-LINE.
003830     MOVE WS-LOAD-COUNT TO WS-RPT-COUNT-DISPLAY.
003840     MOVE 'RATES LOADED FROM FXSEQ' TO WS-RPT-LABEL.
003850     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
003860     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
003870     WRITE MAINT-REPORT-LINE.
003880 2000-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910 2100-LOAD-ONE-RATE.
003920*----------------------------------------------------------------
003930     READ FX-RATE-SEQ-FILE
003940         AT END
003950             MOVE 'Y' TO WS-FXSEQ-EOF-SWITCH
003960         NOT AT END
003970             MOVE FS-CURRENCY-CODE  TO FX-CURRENCY-CODE
003980             MOVE FS-RATE-DATE      TO FX-RATE-DATE
003990             MOVE FS-RATE-TO-BASE   TO FX-RATE-TO-BASE
004000             MOVE FS-RATE-DESC      TO FX-RATE-DESC
004010             MOVE FS-ACTIVE-FLAG    TO FX-ACTIVE-FLAG
004020             WRITE FX-RATE-RECORD
004030             IF WS-FXRATE-OK
004040                 ADD 1 TO WS-LOAD-COUNT
004050             ELSE
004060                 DISPLAY 'FXMNT    - LOAD WRITE FAILED FOR '
004070                     FS-CURRENCY-CODE '/' FS-RATE-DATE
004080                     ', FILE STATUS = ' WS-FXRATE-STATUS
004090             END-IF
004100     END-READ.
004110 2100-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140 3000-APPLY-TRANSACTIONS.
004150*----------------------------------------------------------------
004160     OPEN INPUT FX-RATE-TRAN-FILE.
004170     IF NOT WS-FXTRAN-OK
004180         MOVE 14 TO WS-ABEND-CODE
004190         STRING 'FXTRAN OPEN FAILED, FILE STATUS = '
004200             WS-FXTRAN-STATUS DELIMITED BY SIZE
004210             INTO WS-ABEND-REASON
004220         GO TO 9999-ABEND-RTN
004230     END-IF.
004240     OPEN I-O FX-RATE-FILE.
004250     IF NOT WS-FXRATE-OK
004260         MOVE 12 TO WS-ABEND-CODE
004270         STRING 'FXRATE OPEN I-O FAILED, FILE STATUS = '
004280             WS-FXRATE-STATUS DELIMITED BY SIZE
004290             INTO WS-ABEND-REASON
004300         GO TO 9999-ABEND-RTN
004310     END-IF.
004320     PERFORM 3100-APPLY-ONE-TRAN THRU 3100-EXIT
004330         UNTIL WS-END-OF-FXTRAN.
004340     CLOSE FX-RATE-TRAN-FILE.
004350     CLOSE FX-RATE-FILE.
004360 3000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390 3100-APPLY-ONE-TRAN.
004400*----------------------------------------------------------------
004410     READ FX-RATE-TRAN-FILE
004420         AT END
004430             MOVE 'Y' TO WS-FXTRAN-EOF-SWITCH
004440         NOT AT END
004450             ADD 1 TO WS-TRAN-READ-COUNT
004460             PERFORM 3200-EDIT-AND-APPLY THRU 3200-EXIT
004470     END-READ.
004480 3100-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510 3200-EDIT-AND-APPLY.
004520*----------------------------------------------------------------
004530     MOVE SPACES TO WS-REJECT-REASON.
004540     MOVE ZERO   TO WS-BEFORE-RATE.
004550     MOVE SPACES TO WS-BEFORE-DESC.
004560     MOVE SPACES TO WS-BEFORE-FLAG.
004570     IF NOT FC-ACTION-VALID
004580         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
004590         GO TO 3200-REPORT
004600     END-IF.
004610     IF FC-CURRENCY-CODE = SPACES
004620         MOVE 'CURRENCY CODE MISSING' TO WS-REJECT-REASON
004630         GO TO 3200-REPORT
004640     END-IF.
004650*    THE BASE CURRENCY CONVERTS AT ONE BY DEFINITION - A RATE
004660*    ON FILE FOR IT COULD ONLY EVER DISAGREE WITH THAT.
004670     IF FC-CURRENCY-CODE = RP-BASE-CURRENCY
004680         MOVE 'NO RATE FOR THE BASE CURRENCY' TO WS-REJECT-REASON
004690         GO TO 3200-REPORT
004700     END-IF.
004710     IF FC-RATE-DATE NOT NUMERIC
004720       OR FC-RATE-DATE = ZERO
004730         MOVE 'RATE DATE MISSING OR INVALID' TO WS-REJECT-REASON
004740         GO TO 3200-REPORT
004750     END-IF.
004760     IF (FC-ACTION-ADD OR FC-ACTION-CHANGE)
004770       AND (FC-RATE-TO-BASE NOT NUMERIC
004780         OR FC-RATE-TO-BASE = ZERO)
004790         MOVE 'RATE NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
004800         GO TO 3200-REPORT
004810     END-IF.
004820     IF (FC-ACTION-ADD OR FC-ACTION-CHANGE)
004830       AND NOT FC-FLAG-VALID
004840         MOVE 'ACTIVE FLAG NOT A OR I' TO WS-REJECT-REASON
004850         GO TO 3200-REPORT
004860     END-IF.
004870     MOVE FC-CURRENCY-CODE TO FX-CURRENCY-CODE.
004880     MOVE FC-RATE-DATE     TO FX-RATE-DATE.
004890     READ FX-RATE-FILE
004900         INVALID KEY
004910             CONTINUE
004920         NOT INVALID KEY
004930             MOVE FX-RATE-TO-BASE   TO WS-BEFORE-RATE
004940             MOVE FX-RATE-DESC      TO WS-BEFORE-DESC
004950             MOVE FX-ACTIVE-FLAG    TO WS-BEFORE-FLAG
004960     END-READ.
004970     EVALUATE TRUE
004980         WHEN FC-ACTION-ADD
004990             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
005000         WHEN FC-ACTION-CHANGE
005010             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
005020         WHEN FC-ACTION-DEACTIVATE
005030             PERFORM 3500-APPLY-DEACTIVATE THRU 3500-EXIT
005040     END-EVALUATE.
005050 3200-REPORT.
005060     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
005070 3200-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100 3300-APPLY-ADD.
005110*----------------------------------------------------------------
005120     IF WS-BEFORE-FLAG NOT = SPACES
005130         MOVE 'RATE ALREADY ON FILE' TO WS-REJECT-REASON
005140         GO TO 3300-EXIT
005150     END-IF.
005160     MOVE FC-CURRENCY-CODE  TO FX-CURRENCY-CODE.
005170     MOVE FC-RATE-DATE      TO FX-RATE-DATE.
005180     MOVE FC-RATE-TO-BASE   TO FX-RATE-TO-BASE.
005190     MOVE FC-RATE-DESC      TO FX-RATE-DESC.
005200     MOVE FC-ACTIVE-FLAG    TO FX-ACTIVE-FLAG.
005210     WRITE FX-RATE-RECORD
005220         INVALID KEY
005230             MOVE 'DUPLICATE KEY ON WRITE' TO WS-REJECT-REASON
005240     END-WRITE.
005250 3300-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280 3400-APPLY-CHANGE.
005290*----------------------------------------------------------------
005300     IF WS-BEFORE-FLAG = SPACES
005310         MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
005320         GO TO 3400-EXIT
005330     END-IF.
005340     MOVE FC-RATE-TO-BASE   TO FX-RATE-TO-BASE.
005350     MOVE FC-RATE-DESC      TO FX-RATE-DESC.
005360     MOVE FC-ACTIVE-FLAG    TO FX-ACTIVE-FLAG.
005370     REWRITE FX-RATE-RECORD
005380         INVALID KEY
005390             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005400     END-REWRITE.
005410 3400-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440 3500-APPLY-DEACTIVATE.
005450*----------------------------------------------------------------
005460*    A RATE IS NEVER DELETED - THE AUDIT TRAIL OF WHAT A DAY'S
005470*    POSTINGS WERE CONVERTED AT STAYS ON FILE.
005480     IF WS-BEFORE-FLAG = SPACES
005490         MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
005500         GO TO 3500-EXIT
005510     END-IF.
005520     MOVE 'I' TO FX-ACTIVE-FLAG.
005530     REWRITE FX-RATE-RECORD
005540         INVALID KEY
005550             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005560     END-REWRITE.
005570 3500-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600 3600-WRITE-AUDIT-LINE.
005610*----------------------------------------------------------------
005620     MOVE FC-ACTION-CODE     TO WS-RPT-ACTION.
005630     MOVE FC-CURRENCY-CODE   TO WS-RPT-CURRENCY.
005640     IF FC-RATE-DATE NUMERIC
005650         MOVE FC-RATE-DATE   TO WS-RPT-RATE-DATE
005660     ELSE
005670         MOVE ZERO           TO WS-RPT-RATE-DATE
005680     END-IF.
005690     MOVE WS-BEFORE-RATE     TO WS-RPT-BEFORE-RATE.
005700     MOVE WS-BEFORE-FLAG     TO WS-RPT-BEFORE-FLAG.
005710     MOVE WS-BEFORE-DESC     TO WS-RPT-BEFORE-DESC.
005720     IF WS-REJECT-REASON = SPACES
005730         MOVE FX-RATE-TO-BASE   TO WS-RPT-AFTER-RATE
005740         MOVE FX-ACTIVE-FLAG    TO WS-RPT-AFTER-FLAG
005750         MOVE FX-RATE-DESC      TO WS-RPT-AFTER-DESC
005760         MOVE 'APPLIED' TO WS-RPT-STATUS
005770         ADD 1 TO WS-TRAN-APPLIED-COUNT
005780     ELSE
005790         MOVE WS-BEFORE-RATE    TO WS-RPT-AFTER-RATE
005800         MOVE WS-BEFORE-FLAG    TO WS-RPT-AFTER-FLAG
005810         MOVE WS-BEFORE-DESC    TO WS-RPT-AFTER-DESC
005820         MOVE SPACES TO WS-RPT-STATUS
005830         STRING 'REJ - ' WS-REJECT-REASON
005840             DELIMITED BY SIZE INTO WS-RPT-STATUS
005850         ADD 1 TO WS-TRAN-REJECT-COUNT
005860     END-IF.
005870     MOVE WS-REPORT-DETAIL TO MAINT-REPORT-LINE.
005880     WRITE MAINT-REPORT-LINE.
005890 3600-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920 9000-TERMINATE.
005930*----------------------------------------------------------------
005940     IF WS-FUNCTION-IS-UPDATE
005950         MOVE SPACES TO WS-REPORT-LINE
005960         MOVE WS-TRAN-READ-COUNT TO WS-RPT-COUNT-DISPLAY
005970         MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL
005980         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
005990         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006000         WRITE MAINT-REPORT-LINE
006010         MOVE SPACES TO WS-REPORT-LINE
006020         MOVE WS-TRAN-APPLIED-COUNT TO WS-RPT-COUNT-DISPLAY
006030         MOVE 'TRANSACTIONS APPLIED' TO WS-RPT-LABEL
006040         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
006050         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006060         WRITE MAINT-REPORT-LINE
006070         MOVE SPACES TO WS-REPORT-LINE
006080         MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT-DISPLAY
006090         MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
006100         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
006110         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006120         WRITE MAINT-REPORT-LINE
006130     END-IF.
006140     CLOSE MAINT-REPORT-FILE.
006150     DISPLAY 'FXMNT    - TRANSACTIONS READ     = '
006160         WS-TRAN-READ-COUNT.
006170     DISPLAY 'FXMNT    - TRANSACTIONS APPLIED  = '
006180         WS-TRAN-APPLIED-COUNT.
006190     DISPLAY 'FXMNT    - TRANSACTIONS REJECTED = '
006200         WS-TRAN-REJECT-COUNT.
006210     DISPLAY 'FXMNT    - RATES LOADED          = '
006220         WS-LOAD-COUNT.
006230     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006240 9000-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270 9100-WRITE-RUN-REGISTER.
006280*----------------------------------------------------------------
006290     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
006300     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
006310     OPEN EXTEND RUN-REGISTER.
006320     IF WS-RUNREG-NOT-FOUND
006330         OPEN OUTPUT RUN-REGISTER
006340     END-IF.
006350     IF NOT WS-RUNREG-OK
006360         DISPLAY 'FXMNT    - RUN-REGISTER OPEN FAILED, FILE '
006370             'STATUS = ' WS-RUNREG-STATUS
006380         IF NOT WS-ABEND-IN-PROGRESS
006390             MOVE 22 TO WS-ABEND-CODE
006400             GO TO 9999-ABEND-RTN
006410         END-IF
006420         GO TO 9100-EXIT
006430     END-IF.
006440     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
006450     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
006460     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
006470     MOVE RETURN-CODE       TO RR-RETURN-CODE.
006480     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
006490     WRITE RUN-REG-RECORD.
006500     CLOSE RUN-REGISTER.
006510 9100-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540 9999-ABEND-RTN.
006550*----------------------------------------------------------------
006560     SET WS-ABEND-IN-PROGRESS TO TRUE.
006570     IF WS-ABEND-CODE = ZERO
006580         MOVE 16 TO WS-ABEND-CODE
006590     END-IF.
006600     DISPLAY 'FXMNT    - ABNORMAL TERMINATION, RC = '
006610         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
006620     MOVE WS-ABEND-CODE TO RETURN-CODE.
006630     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006640     STOP RUN.
006650 9999-EXIT.
006660     EXIT.
