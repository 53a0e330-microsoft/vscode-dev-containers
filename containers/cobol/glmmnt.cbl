000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     GLMMNT.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  GENERAL-LEDGER ACCOUNT MAPPING MAINTENANCE UTILITY.
000180*           APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST
000190*           THE KEYED SITE/TYPE-TO-GL-ACCOUNT MAPPING FILE WITH
000200*           FIELD VALIDATION (UNIQUE SITE/TYPE KEY, BOTH
000210*           ACCOUNTS PRESENT AND DIFFERENT, ACTIVE FLAG A OR I)
000220*           AND PRINTS A BEFORE/AFTER AUDIT REPORT OF EVERY
000230*           CHANGE.  THE LOAD FUNCTION CONVERTS THE FLAT MAPPING
000240*           IMAGE (GLMSEQ) INTO THE INDEXED FILE KEYED ON SITE
000250*           CODE + TYPE CODE.  FOLLOWS THE DISTMNT PATTERN.
000260*
000270*           APPLYING UPDATE TRANSACTIONS REQUIRES AN ACTIVE
000280*           OPERATOR PROFILE WITH UPDATE AUTHORITY OR BETTER;
000290*           THE DECISION IS LOGGED TO SECLOG.  LOAD IS EXEMPT
000300*           SO A FIRST-TIME DEPLOYMENT CAN BUILD THE FILE.
000310*
000320*           PARM:  LOAD    - CONVERT GLMSEQ TO THE KEYED FILE
000330*                  UPDATE  - APPLY GLMTRAN TRANSACTIONS
000340*                            (DEFAULT)
000350*----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  -------------------------------------------
000390*    2026-10-15 ALD   INITIAL VERSION.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS GM-MAP-KEY
000510         FILE STATUS IS WS-GLMAP-STATUS.
000520     SELECT GL-MAP-SEQ-FILE ASSIGN TO GLMSEQ
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-GLMSEQ-STATUS.
000560     SELECT GL-MAP-TRAN-FILE ASSIGN TO GLMTRAN
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-GLMTRAN-STATUS.
000600     SELECT MAINT-REPORT-FILE ASSIGN TO GLMRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-GLMRPT-STATUS.
000640     SELECT RUN-REGISTER ASSIGN TO RUNREG
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-RUNREG-STATUS.
000680     SELECT OPER-PROFILE-FILE ASSIGN TO OPERPROF
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OP-OPERATOR-ID
000720         FILE STATUS IS WS-OPERPROF-STATUS.
000730     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-SECLOG-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------------
000810* GL-MAP-FILE - KEYED SITE/TYPE-TO-GL-ACCOUNT MAPPING
000820*----------------------------------------------------------------
000830 FD  GL-MAP-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY GLMAP.
000860*----------------------------------------------------------------
000870* GL-MAP-SEQ-FILE - FLAT MAPPING IMAGE (LOAD-FUNCTION INPUT)
000880*----------------------------------------------------------------
000890 FD  GL-MAP-SEQ-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  GL-MAP-SEQ-RECORD.
000930     05  GS-SITE-CODE            PIC X(06).
000940     05  GS-TRAN-TYPE            PIC X(02).
000950     05  GS-DEBIT-ACCOUNT        PIC X(10).
000960     05  GS-CREDIT-ACCOUNT       PIC X(10).
000970     05  GS-MAP-DESC             PIC X(30).
000980     05  GS-ACTIVE-FLAG          PIC X(01).
000990*----------------------------------------------------------------
001000* GL-MAP-TRAN-FILE - MAINTENANCE TRANSACTIONS (UPDATE INPUT)
001010*----------------------------------------------------------------
001020 FD  GL-MAP-TRAN-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050     COPY GLMTRAN.
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
001380 77  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001390     88  WS-GLMAP-OK                        VALUE '00'.
001400     88  WS-GLMAP-NOT-FOUND                 VALUE '23'.
001410     88  WS-GLMAP-DUP-KEY                   VALUE '22'.
001420 77  WS-GLMSEQ-STATUS            PIC X(02) VALUE SPACES.
001430     88  WS-GLMSEQ-OK                       VALUE '00'.
001440 77  WS-GLMTRAN-STATUS           PIC X(02) VALUE SPACES.
001450     88  WS-GLMTRAN-OK                      VALUE '00'.
001460 77  WS-GLMRPT-STATUS            PIC X(02) VALUE SPACES.
001470     88  WS-GLMRPT-OK                       VALUE '00'.
001480 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001490     88  WS-RUNREG-OK                       VALUE '00'.
001500     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001510 77  WS-GLMSEQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001520     88  WS-END-OF-GLMSEQ                   VALUE 'Y'.
001530 77  WS-GLMTRAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
001540     88  WS-END-OF-GLMTRAN                  VALUE 'Y'.
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
001710 77  WS-BEFORE-DEBIT             PIC X(10) VALUE SPACES.
001720 77  WS-BEFORE-CREDIT            PIC X(10) VALUE SPACES.
001730 77  WS-BEFORE-DESC              PIC X(30) VALUE SPACES.
001740 77  WS-BEFORE-FLAG              PIC X(01) VALUE SPACES.
001750 77  WS-OPERPROF-STATUS          PIC X(02) VALUE SPACES.
001760     88  WS-OPERPROF-OK                     VALUE '00'.
001770 77  WS-SECLOG-STATUS            PIC X(02) VALUE SPACES.
001780     88  WS-SECLOG-OK                       VALUE '00'.
001790     88  WS-SECLOG-NOT-FOUND                VALUE '35'.
001800 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001810     88  WS-OPER-FOUND                      VALUE 'Y'.
001820 77  WS-SEC-DECISION             PIC X(01) VALUE SPACES.
001830 77  WS-SEC-REASON               PIC X(30) VALUE SPACES.
001840 77  WS-SEC-LOG-DATE             PIC 9(08) VALUE ZERO.
001850 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
001860 01  WS-REPORT-DETAIL.
001870     05  WS-RPT-ACTION           PIC X(01).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-RPT-SITE             PIC X(06).
001900     05  FILLER                  PIC X(01) VALUE SPACES.
001910     05  WS-RPT-TYPE             PIC X(02).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-RPT-BEFORE-DEBIT     PIC X(10).
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  WS-RPT-BEFORE-CREDIT    PIC X(10).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  WS-RPT-BEFORE-FLAG      PIC X(01).
001980     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  WS-RPT-BEFORE-DESC      PIC X(20).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  WS-RPT-AFTER-DEBIT      PIC X(10).
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  WS-RPT-AFTER-CREDIT     PIC X(10).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  WS-RPT-AFTER-FLAG       PIC X(01).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  WS-RPT-AFTER-DESC       PIC X(20).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  WS-RPT-STATUS           PIC X(27).
002100 01  WS-REPORT-LINE.
002110     05  WS-RPT-LABEL            PIC X(40).
002120     05  WS-RPT-VALUE            PIC X(20).
002130     05  FILLER                  PIC X(72) VALUE SPACES.
002140 01  WS-REPORT-HEADING.
002150     05  FILLER                  PIC X(14) VALUE 'A  SITE   TY  '.
002160     05  FILLER                  PIC X(45)
002170         VALUE 'DEBIT ACCT CREDIT ACC F BEFORE DESCRIPTION'.
002180     05  FILLER                  PIC X(45)
002190         VALUE 'DEBIT ACCT CREDIT ACC F AFTER DESCRIPTION'.
002200     05  FILLER                  PIC X(28) VALUE 'DISPOSITION'.
002210*----------------------------------------------------------------
002220* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
002230*----------------------------------------------------------------
002240     COPY RUNPARM.
002250*
002260 PROCEDURE DIVISION.
002270*----------------------------------------------------------------
002280 0000-MAINLINE.
002290*----------------------------------------------------------------
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     IF WS-FUNCTION-IS-LOAD
002320         PERFORM 2000-LOAD-FROM-SEQ THRU 2000-EXIT
002330     ELSE
002340         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
002350     END-IF.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     STOP RUN.
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400*----------------------------------------------------------------
002410     MOVE 'GLMMNT' TO RP-JOB-NAME.
002420     ACCEPT WS-FUNCTION-PARM FROM COMMAND-LINE.
002430     IF WS-FUNCTION-PARM = SPACES
002440         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002450     END-IF.
002460     IF NOT WS-FUNCTION-IS-LOAD
002470       AND NOT WS-FUNCTION-IS-UPDATE
002480         DISPLAY 'GLMMNT   - INVALID FUNCTION, DEFAULTING TO '
002490             'UPDATE: ' WS-FUNCTION-PARM
002500         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002510     END-IF.
002520     DISPLAY 'GLMMNT   - FUNCTION    = ' WS-FUNCTION-PARM.
002530     DISPLAY 'GLMMNT   - OPERATOR ID = ' RP-OPERATOR-ID.
002540     OPEN OUTPUT MAINT-REPORT-FILE.
002550     IF NOT WS-GLMRPT-OK
002560         MOVE 26 TO WS-ABEND-CODE
002570         STRING 'GLMRPT OPEN FAILED, FILE STATUS = '
002580             WS-GLMRPT-STATUS DELIMITED BY SIZE
002590             INTO WS-ABEND-REASON
002600         GO TO 9999-ABEND-RTN
002610     END-IF.
002620     MOVE SPACES TO WS-REPORT-LINE.
002630     MOVE 'GLMMNT GL ACCOUNT MAPPING MAINTENANCE RPT'
002640         TO WS-RPT-LABEL.
002650     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002660     WRITE MAINT-REPORT-LINE.
002670     MOVE SPACES TO WS-REPORT-LINE.
002680     MOVE 'FUNCTION'          TO WS-RPT-LABEL.
002690     MOVE WS-FUNCTION-PARM    TO WS-RPT-VALUE.
002700     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002710     WRITE MAINT-REPORT-LINE.
002720     IF WS-FUNCTION-IS-UPDATE
002730         MOVE WS-REPORT-HEADING TO MAINT-REPORT-LINE
002740         WRITE MAINT-REPORT-LINE
002750     END-IF.
002760     IF WS-FUNCTION-IS-UPDATE
002770         PERFORM 1100-CHECK-OPERATOR-AUTH THRU 1100-EXIT
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820 1100-CHECK-OPERATOR-AUTH.
002830*----------------------------------------------------------------
002840*    FAIL CLOSED - IF THE PROFILE FILE CANNOT BE READ, THE
002850*    UPDATE IS REFUSED RATHER THAN WAVED THROUGH.
002860     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
002870     OPEN INPUT OPER-PROFILE-FILE.
002880     IF NOT WS-OPERPROF-OK
002890         MOVE 'D' TO WS-SEC-DECISION
002900         MOVE 'OPERATOR PROFILE FILE UNAVAIL' TO WS-SEC-REASON
002910         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
002920         MOVE 52 TO WS-ABEND-CODE
002930         MOVE 'OPERATOR PROFILE FILE UNAVAILABLE - UPDATE REFUSED'
002940             TO WS-ABEND-REASON
002950         GO TO 9999-ABEND-RTN
002960     END-IF.
002970     MOVE RP-OPERATOR-ID TO OP-OPERATOR-ID.
002980     READ OPER-PROFILE-FILE
002990         INVALID KEY
003000             CONTINUE
003010         NOT INVALID KEY
003020             SET WS-OPER-FOUND TO TRUE
003030     END-READ.
003040     CLOSE OPER-PROFILE-FILE.
003050     IF NOT WS-OPER-FOUND
003060         MOVE 'OPERATOR NOT ON PROFILE FILE' TO WS-SEC-REASON
003070         GO TO 1100-DENY
003080     END-IF.
003090     IF NOT OP-PROFILE-ACTIVE
003100         MOVE 'OPERATOR PROFILE INACTIVE' TO WS-SEC-REASON
003110         GO TO 1100-DENY
003120     END-IF.
003130     IF NOT OP-AUTH-UPDATE AND NOT OP-AUTH-PROD
003140         MOVE 'AUTHORITY LEVEL BELOW UPDATE' TO WS-SEC-REASON
003150         GO TO 1100-DENY
003160     END-IF.
003170     MOVE 'P' TO WS-SEC-DECISION.
003180     MOVE 'AUTHORIZED' TO WS-SEC-REASON.
003190     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003200     GO TO 1100-EXIT.
003210 1100-DENY.
003220     MOVE 'D' TO WS-SEC-DECISION.
003230     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003240     MOVE 52 TO WS-ABEND-CODE.
003250     STRING 'UPDATE REFUSED - ' WS-SEC-REASON
003260         DELIMITED BY SIZE INTO WS-ABEND-REASON.
003270     GO TO 9999-ABEND-RTN.
003280 1100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 1200-WRITE-SECURITY-LOG.
003320*----------------------------------------------------------------
003330     OPEN EXTEND SECURITY-LOG-FILE.
003340     IF WS-SECLOG-NOT-FOUND
003350         OPEN OUTPUT SECURITY-LOG-FILE
003360     END-IF.
003370     IF NOT WS-SECLOG-OK
003380         DISPLAY 'GLMMNT   - SECLOG OPEN FAILED, FILE '
003390             'STATUS = ' WS-SECLOG-STATUS
003400         GO TO 1200-EXIT
003410     END-IF.
003420     ACCEPT WS-SEC-LOG-DATE FROM DATE YYYYMMDD.
003430     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003440     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
003450     MOVE WS-SEC-LOG-DATE    TO SL-LOG-DATE.
003460     MOVE WS-CDT-TIME        TO SL-LOG-TIME.
003470     MOVE RP-OPERATOR-ID     TO SL-OPERATOR-ID.
003480     MOVE RP-JOB-NAME        TO SL-JOB-NAME.
003490     MOVE 'GLMAP-UPDATE'     TO SL-FUNCTION.
003500     MOVE WS-SEC-DECISION    TO SL-DECISION.
003510     MOVE WS-SEC-REASON      TO SL-REASON.
003520     WRITE SECURITY-LOG-RECORD.
003530     CLOSE SECURITY-LOG-FILE.
003540 1200-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570 2000-LOAD-FROM-SEQ.
003580*----------------------------------------------------------------
003590     OPEN INPUT GL-MAP-SEQ-FILE.
003600     IF NOT WS-GLMSEQ-OK
003610         MOVE 14 TO WS-ABEND-CODE
003620         STRING 'GLMSEQ OPEN FAILED, FILE STATUS = '
003630             WS-GLMSEQ-STATUS DELIMITED BY SIZE
003640             INTO WS-ABEND-REASON
003650         GO TO 9999-ABEND-RTN
003660     END-IF.
003670     OPEN OUTPUT GL-MAP-FILE.
003680     IF NOT WS-GLMAP-OK
003690         MOVE 12 TO WS-ABEND-CODE
003700         STRING 'GLMAP OPEN OUTPUT FAILED, FILE STATUS = '
003710             WS-GLMAP-STATUS DELIMITED BY SIZE
003720             INTO WS-ABEND-REASON
003730         GO TO 9999-ABEND-RTN
003740     END-IF.
003750     PERFORM 2100-LOAD-ONE-MAPPING THRU 2100-EXIT
003760         UNTIL WS-END-OF-GLMSEQ.
003770     CLOSE GL-MAP-SEQ-FILE.
003780     CLOSE GL-MAP-FILE.
003790     MOVE SPACES TO WS-REPORT-LINE.
003800     MOVE WS-LOAD-COUNT TO WS-RPT-COUNT-DISPLAY.
003810     MOVE 'MAPPINGS LOADED FROM GLMSEQ' TO WS-RPT-LABEL.
003820     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
003830     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
003840     WRITE MAINT-REPORT-LINE.
003850 2000-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880 2100-LOAD-ONE-MAPPING.
003890*----------------------------------------------------------------
003900     READ GL-MAP-SEQ-FILE
003910         AT END
003920             MOVE 'Y' TO WS-GLMSEQ-EOF-SWITCH
003930         NOT AT END
003940             MOVE GS-SITE-CODE      TO GM-SITE-CODE
003950             MOVE GS-TRAN-TYPE      TO GM-TRAN-TYPE
003960             MOVE GS-DEBIT-ACCOUNT  TO GM-DEBIT-ACCOUNT
003970             MOVE GS-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT
003980             MOVE GS-MAP-DESC       TO GM-MAP-DESC
003990             MOVE GS-ACTIVE-FLAG    TO GM-ACTIVE-FLAG
004000             WRITE GL-MAP-RECORD
004010             IF WS-GLMAP-OK
004020                 ADD 1 TO WS-LOAD-COUNT
004030             ELSE
004040                 DISPLAY 'GLMMNT   - LOAD WRITE FAILED FOR '
004050                     GS-SITE-CODE '/' GS-TRAN-TYPE
004060                     ', FILE STATUS = ' WS-GLMAP-STATUS
004070             END-IF
004080     END-READ.
004090 2100-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120 3000-APPLY-TRANSACTIONS.
004130*----------------------------------------------------------------
004140     OPEN INPUT GL-MAP-TRAN-FILE.
004150     IF NOT WS-GLMTRAN-OK
004160         MOVE 14 TO WS-ABEND-CODE
004170         STRING 'GLMTRAN OPEN FAILED, FILE STATUS = '
004180             WS-GLMTRAN-STATUS DELIMITED BY SIZE
004190             INTO WS-ABEND-REASON
004200         GO TO 9999-ABEND-RTN
004210     END-IF.
004220     OPEN I-O GL-MAP-FILE.
004230     IF NOT WS-GLMAP-OK
004240         MOVE 12 TO WS-ABEND-CODE
004250         STRING 'GLMAP OPEN I-O FAILED, FILE STATUS = '
004260             WS-GLMAP-STATUS DELIMITED BY SIZE
004270             INTO WS-ABEND-REASON
004280         GO TO 9999-ABEND-RTN
004290     END-IF.
004300     PERFORM 3100-APPLY-ONE-TRAN THRU 3100-EXIT
004310         UNTIL WS-END-OF-GLMTRAN.
004320     CLOSE GL-MAP-TRAN-FILE.
004330     CLOSE GL-MAP-FILE.
004340 3000-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370 3100-APPLY-ONE-TRAN.
004380*----------------------------------------------------------------
004390     READ GL-MAP-TRAN-FILE
004400         AT END
004410             MOVE 'Y' TO WS-GLMTRAN-EOF-SWITCH
004420         NOT AT END
004430             ADD 1 TO WS-TRAN-READ-COUNT
004440             PERFORM 3200-EDIT-AND-APPLY THRU 3200-EXIT
004450     END-READ.
004460 3100-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490 3200-EDIT-AND-APPLY.
004500*----------------------------------------------------------------
004510     MOVE SPACES TO WS-REJECT-REASON.
004520     MOVE SPACES TO WS-BEFORE-DEBIT.
004530     MOVE SPACES TO WS-BEFORE-CREDIT.
004540     MOVE SPACES TO WS-BEFORE-DESC.
004550     MOVE SPACES TO WS-BEFORE-FLAG.
004560     IF NOT GC-ACTION-VALID
004570         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
004580         GO TO 3200-REPORT
004590     END-IF.
004600     IF GC-SITE-CODE = SPACES
004610       OR GC-TRAN-TYPE = SPACES
004620         MOVE 'SITE OR TYPE CODE MISSING' TO WS-REJECT-REASON
004630         GO TO 3200-REPORT
004640     END-IF.
004650     IF (GC-ACTION-ADD OR GC-ACTION-CHANGE)
004660       AND (GC-DEBIT-ACCOUNT = SPACES
004670         OR GC-CREDIT-ACCOUNT = SPACES)
004680         MOVE 'GL ACCOUNT MISSING' TO WS-REJECT-REASON
004690         GO TO 3200-REPORT
004700     END-IF.
004710*    A MAPPING THAT DEBITS AND CREDITS THE SAME ACCOUNT WOULD
004720*    JOURNAL THE MONEY INTO NOWHERE.
004730     IF (GC-ACTION-ADD OR GC-ACTION-CHANGE)
004740       AND GC-DEBIT-ACCOUNT = GC-CREDIT-ACCOUNT
004750         MOVE 'DEBIT AND CREDIT ACCOUNT SAME' TO WS-REJECT-REASON
004760         GO TO 3200-REPORT
004770     END-IF.
004780     IF (GC-ACTION-ADD OR GC-ACTION-CHANGE)
004790       AND NOT GC-FLAG-VALID
004800         MOVE 'ACTIVE FLAG NOT A OR I' TO WS-REJECT-REASON
004810         GO TO 3200-REPORT
004820     END-IF.
004830     MOVE GC-SITE-CODE TO GM-SITE-CODE.
004840     MOVE GC-TRAN-TYPE TO GM-TRAN-TYPE.
004850     READ GL-MAP-FILE
004860         INVALID KEY
004870             CONTINUE
004880         NOT INVALID KEY
004890             MOVE GM-DEBIT-ACCOUNT  TO WS-BEFORE-DEBIT
004900             MOVE GM-CREDIT-ACCOUNT TO WS-BEFORE-CREDIT
004910             MOVE GM-MAP-DESC       TO WS-BEFORE-DESC
004920             MOVE GM-ACTIVE-FLAG    TO WS-BEFORE-FLAG
004930     END-READ.
004940     EVALUATE TRUE
004950         WHEN GC-ACTION-ADD
004960             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
004970         WHEN GC-ACTION-CHANGE
004980             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
004990         WHEN GC-ACTION-DEACTIVATE
005000             PERFORM 3500-APPLY-DEACTIVATE THRU 3500-EXIT
005010     END-EVALUATE.
005020 3200-REPORT.
005030     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
005040 3200-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070 3300-APPLY-ADD.
005080*----------------------------------------------------------------
005090     IF WS-BEFORE-FLAG NOT = SPACES
005100         MOVE 'MAPPING ALREADY ON FILE' TO WS-REJECT-REASON
005110         GO TO 3300-EXIT
005120     END-IF.
005130     MOVE GC-SITE-CODE      TO GM-SITE-CODE.
005140     MOVE GC-TRAN-TYPE      TO GM-TRAN-TYPE.
005150     MOVE GC-DEBIT-ACCOUNT  TO GM-DEBIT-ACCOUNT.
005160     MOVE GC-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT.
005170     MOVE GC-MAP-DESC       TO GM-MAP-DESC.
005180     MOVE GC-ACTIVE-FLAG    TO GM-ACTIVE-FLAG.
005190     WRITE GL-MAP-RECORD
005200         INVALID KEY
005210             MOVE 'DUPLICATE KEY ON WRITE' TO WS-REJECT-REASON
005220     END-WRITE.
005230 3300-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260 3400-APPLY-CHANGE.
005270*----------------------------------------------------------------
005280     IF WS-BEFORE-FLAG = SPACES
005290         MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
005300         GO TO 3400-EXIT
005310     END-IF.
005320     MOVE GC-DEBIT-ACCOUNT  TO GM-DEBIT-ACCOUNT.
005330     MOVE GC-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT.
005340     MOVE GC-MAP-DESC       TO GM-MAP-DESC.
005350     MOVE GC-ACTIVE-FLAG    TO GM-ACTIVE-FLAG.
005360     REWRITE GL-MAP-RECORD
005370         INVALID KEY
005380             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005390     END-REWRITE.
005400 3400-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430 3500-APPLY-DEACTIVATE.
005440*----------------------------------------------------------------
005450*    A MAPPING IS NEVER DELETED - THE AUDIT TRAIL OF WHICH
005460*    ACCOUNTS A SITE/TYPE WAS JOURNALED TO STAYS ON FILE.
005470     IF WS-BEFORE-FLAG = SPACES
005480         MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
005490         GO TO 3500-EXIT
005500     END-IF.
005510     MOVE 'I' TO GM-ACTIVE-FLAG.
005520     REWRITE GL-MAP-RECORD
005530         INVALID KEY
005540             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005550     END-REWRITE.
005560 3500-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 3600-WRITE-AUDIT-LINE.
005600*----------------------------------------------------------------
005610     MOVE GC-ACTION-CODE     TO WS-RPT-ACTION.
005620     MOVE GC-SITE-CODE       TO WS-RPT-SITE.
005630     MOVE GC-TRAN-TYPE       TO WS-RPT-TYPE.
005640     MOVE WS-BEFORE-DEBIT    TO WS-RPT-BEFORE-DEBIT.
005650     MOVE WS-BEFORE-CREDIT   TO WS-RPT-BEFORE-CREDIT.
005660     MOVE WS-BEFORE-FLAG     TO WS-RPT-BEFORE-FLAG.
005670     MOVE WS-BEFORE-DESC     TO WS-RPT-BEFORE-DESC.
005680     IF WS-REJECT-REASON = SPACES
005690         MOVE GM-DEBIT-ACCOUNT  TO WS-RPT-AFTER-DEBIT
005700         MOVE GM-CREDIT-ACCOUNT TO WS-RPT-AFTER-CREDIT
005710         MOVE GM-ACTIVE-FLAG    TO WS-RPT-AFTER-FLAG
005720         MOVE GM-MAP-DESC       TO WS-RPT-AFTER-DESC
005730         MOVE 'APPLIED' TO WS-RPT-STATUS
005740         ADD 1 TO WS-TRAN-APPLIED-COUNT
005750     ELSE
005760         MOVE WS-BEFORE-DEBIT   TO WS-RPT-AFTER-DEBIT
005770         MOVE WS-BEFORE-CREDIT  TO WS-RPT-AFTER-CREDIT
005780         MOVE WS-BEFORE-FLAG    TO WS-RPT-AFTER-FLAG
005790         MOVE WS-BEFORE-DESC    TO WS-RPT-AFTER-DESC
005800         MOVE SPACES TO WS-RPT-STATUS
005810         STRING 'REJ - ' WS-REJECT-REASON
005820             DELIMITED BY SIZE INTO WS-RPT-STATUS
005830         ADD 1 TO WS-TRAN-REJECT-COUNT
005840     END-IF.
005850     MOVE WS-REPORT-DETAIL TO MAINT-REPORT-LINE.
005860     WRITE MAINT-REPORT-LINE.
005870 3600-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 9000-TERMINATE.
005910*----------------------------------------------------------------
005920     IF WS-FUNCTION-IS-UPDATE
005930         MOVE SPACES TO WS-REPORT-LINE
005940         MOVE WS-TRAN-READ-COUNT TO WS-RPT-COUNT-DISPLAY
005950         MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL
005960         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
005970         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
005980         WRITE MAINT-REPORT-LINE
005990         MOVE SPACES TO WS-REPORT-LINE
006000         MOVE WS-TRAN-APPLIED-COUNT TO WS-RPT-COUNT-DISPLAY
006010         MOVE 'TRANSACTIONS APPLIED' TO WS-RPT-LABEL
006020         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
006030         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006040         WRITE MAINT-REPORT-LINE
006050         MOVE SPACES TO WS-REPORT-LINE
006060         MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT-DISPLAY
006070         MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
006080         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
006090         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006100         WRITE MAINT-REPORT-LINE
006110     END-IF.
006120     CLOSE MAINT-REPORT-FILE.
006130     DISPLAY 'GLMMNT   - TRANSACTIONS READ     = '
006140         WS-TRAN-READ-COUNT.
006150     DISPLAY 'GLMMNT   - TRANSACTIONS APPLIED  = '
006160         WS-TRAN-APPLIED-COUNT.
006170     DISPLAY 'GLMMNT   - TRANSACTIONS REJECTED = '
006180         WS-TRAN-REJECT-COUNT.
006190     DISPLAY 'GLMMNT   - MAPPINGS LOADED       = '
006200         WS-LOAD-COUNT.
006210     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006220 9000-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 9100-WRITE-RUN-REGISTER.
006260*----------------------------------------------------------------
006270     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
006280     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
006290     OPEN EXTEND RUN-REGISTER.
006300     IF WS-RUNREG-NOT-FOUND
006310         OPEN OUTPUT RUN-REGISTER
006320     END-IF.
006330     IF NOT WS-RUNREG-OK
006340         DISPLAY 'GLMMNT   - RUN-REGISTER OPEN FAILED, FILE '
006350             'STATUS = ' WS-RUNREG-STATUS
006360         IF NOT WS-ABEND-IN-PROGRESS
006370             MOVE 22 TO WS-ABEND-CODE
006380             GO TO 9999-ABEND-RTN
006390         END-IF
006400         GO TO 9100-EXIT
006410     END-IF.
006420     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
006430     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
006440     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
006450     MOVE RETURN-CODE       TO RR-RETURN-CODE.
006460     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
006470     WRITE RUN-REG-RECORD.
006480     CLOSE RUN-REGISTER.
006490 9100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520 9999-ABEND-RTN.
006530*----------------------------------------------------------------
006540     SET WS-ABEND-IN-PROGRESS TO TRUE.
006550     IF WS-ABEND-CODE = ZERO
006560         MOVE 16 TO WS-ABEND-CODE
006570     END-IF.
006580     DISPLAY 'GLMMNT   - ABNORMAL TERMINATION, RC = '
006590         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
006600     MOVE WS-ABEND-CODE TO RETURN-CODE.
006610     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006620     STOP RUN.
006630 9999-EXIT.
006640     EXIT.
