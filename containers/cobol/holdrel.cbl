000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HOLDREL.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  SECOND-OPERATOR RELEASE OF THE LARGE-VALUE HOLD
000180*           QUEUE.  TRANPOST HOLDS ANY POSTING WHOSE BASE AMOUNT
000190*           EXCEEDS ITS SITE'S HOLD THRESHOLD (DISTLIST) OFF THE
000200*           SITE FEED AND QUEUES IT ON HOLDQ.  THIS RUN APPLIES
000210*           THE OPERATOR-KEYED DECISIONS IN HOLDTRAN:
000220*             A - APPROVE: THE ITEM GOES OUT ON THE SITE'S FEED
000230*                 IN THE NEXT TRANPOST RUN.
000240*             R - REJECT:  THE ITEM NEVER GOES OUT.  THE MONEY
000250*                 IS STILL ON THE MASTER - A WRONG POSTING IS
000260*                 REVERSED THROUGH ADJPOST AS USUAL.
000270*           ONLY AN ITEM STILL HELD CAN BE DECIDED, AND AN
000280*           APPROVER MUST BE A DIFFERENT OPERATOR FROM THE ONE
000290*           WHO KEYED THE POSTING AND THE ONE WHO RAN THE PASS
000300*           THAT HELD IT.  THE REPORT ENDS WITH EVERY ITEM STILL
000310*           WAITING ON A DECISION OR A FEED.
000320*
000330*           THE RUNNING OPERATOR AND THE OPERATOR WHO KEYED
000340*           EACH DECISION MUST BOTH HOLD AN ACTIVE PROFILE
000350*           WITH UPDATE AUTHORITY OR BETTER; EVERY DECISION
000360*           IS LOGGED TO SECLOG.
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    ---------- ----  -------------------------------------------
000410*    2026-10-15 ALD   INITIAL VERSION.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HOLD-QUEUE-FILE ASSIGN TO HOLDQ
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HQ-HOLD-KEY
000530         FILE STATUS IS WS-HOLDQ-STATUS.
000540     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-BUSDATE-STATUS.
000580     SELECT HOLD-TRAN-FILE ASSIGN TO HOLDTRAN
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-HOLDTRAN-STATUS.
000620     SELECT REL-REPORT-FILE ASSIGN TO RELRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-RELRPT-STATUS.
000660     SELECT RUN-REGISTER ASSIGN TO RUNREG
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-RUNREG-STATUS.
000700     SELECT OPER-PROFILE-FILE ASSIGN TO OPERPROF
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS OP-OPERATOR-ID
000740         FILE STATUS IS WS-OPERPROF-STATUS.
000750     SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-SECLOG-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830* HOLD-QUEUE-FILE - KEYED LARGE-VALUE HOLD QUEUE
000840*----------------------------------------------------------------
000850 FD  HOLD-QUEUE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY HOLDQ.
000880*----------------------------------------------------------------
000890* BUSINESS-DATE-FILE - CLOSE-OF-DAY CONTROL DATE
000900*----------------------------------------------------------------
000910 FD  BUSINESS-DATE-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940     COPY BUSDATE.
000950*----------------------------------------------------------------
000960* HOLD-TRAN-FILE - OPERATOR-KEYED APPROVE/REJECT DECISIONS
000970*----------------------------------------------------------------
000980 FD  HOLD-TRAN-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010     COPY HOLDTRAN.
001020*----------------------------------------------------------------
001030* REL-REPORT-FILE - DECISION-BY-DECISION AUDIT REPORT
001040*----------------------------------------------------------------
001050 FD  REL-REPORT-FILE
001060     LABEL RECORDS ARE OMITTED
001070     RECORDING MODE IS F.
001080 01  REL-REPORT-LINE             PIC X(132).
001090*----------------------------------------------------------------
001100* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001110*----------------------------------------------------------------
001120 FD  RUN-REGISTER
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150     COPY RUNREG.
001160*----------------------------------------------------------------
001170* OPER-PROFILE-FILE - KEYED OPERATOR PROFILES (AUTHORIZATION)
001180*----------------------------------------------------------------
001190 FD  OPER-PROFILE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY OPERPROF.
001220*----------------------------------------------------------------
001230* SECURITY-LOG-FILE - SECURITY ACCESS LOG (AUDITOR INTERFACE)
001240*----------------------------------------------------------------
001250 FD  SECURITY-LOG-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORDING MODE IS F.
001280     COPY SECLOG.
001290*
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001320* SWITCHES AND STATUS FIELDS
001330*----------------------------------------------------------------
001340 77  WS-HOLDQ-STATUS             PIC X(02) VALUE SPACES.
001350     88  WS-HOLDQ-OK                        VALUE '00'.
001360 77  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
001370     88  WS-BUSDATE-OK                      VALUE '00'.
001380 77  WS-HOLDTRAN-STATUS          PIC X(02) VALUE SPACES.
001390     88  WS-HOLDTRAN-OK                     VALUE '00'.
001400 77  WS-RELRPT-STATUS            PIC X(02) VALUE SPACES.
001410     88  WS-RELRPT-OK                       VALUE '00'.
001420 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001430     88  WS-RUNREG-OK                       VALUE '00'.
001440     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001450 77  WS-OPERPROF-STATUS          PIC X(02) VALUE SPACES.
001460     88  WS-OPERPROF-OK                     VALUE '00'.
001470 77  WS-SECLOG-STATUS            PIC X(02) VALUE SPACES.
001480     88  WS-SECLOG-OK                       VALUE '00'.
001490     88  WS-SECLOG-NOT-FOUND                VALUE '35'.
001500 77  WS-HOLDTRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001510     88  WS-END-OF-HOLDTRAN                 VALUE 'Y'.
001520 77  WS-HOLDQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
001530     88  WS-END-OF-HOLDQ                    VALUE 'Y'.
001540 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001550     88  WS-OPER-FOUND                      VALUE 'Y'.
001560 77  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001570     88  WS-ITEM-FOUND                      VALUE 'Y'.
001580 77  WS-DEC-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001590 77  WS-DEC-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
001600 77  WS-DEC-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001610 77  WS-DEC-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001620 77  WS-STILL-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
001630 77  WS-AWAITING-FEED-COUNT      PIC 9(07) COMP VALUE ZERO.
001640 77  WS-AMT-APPROVED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001650 77  WS-AMT-REJECTED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001660 77  WS-AMT-STILL-HELD-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
001670 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
001680 01  WS-CDT-TIME-STAMP.
001690     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
001700     05  FILLER                  PIC X(02).
001710 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
001720 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
001730 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
001740     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
001750 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001760 77  WS-SEC-OPERATOR-ID          PIC X(08) VALUE SPACES.
001770 77  WS-SEC-DECISION             PIC X(01) VALUE SPACES.
001780 77  WS-SEC-REASON               PIC X(30) VALUE SPACES.
001790 77  WS-SEC-LOG-DATE             PIC 9(08) VALUE ZERO.
001800 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
001810 77  WS-RPT-AMOUNT-DISPLAY       PIC Z(12)9.99-.
001820*----------------------------------------------------------------
001830* AUDIT REPORT LINES
001840*----------------------------------------------------------------
001850 01  WS-REPORT-HEADING.
001860     05  FILLER                  PIC X(03) VALUE 'A'.
001870     05  FILLER                  PIC X(17) VALUE 'HELD KEY'.
001880     05  FILLER                  PIC X(08) VALUE 'SITE'.
001890     05  FILLER                  PIC X(17)
001900         VALUE '    BASE AMOUNT'.
001910     05  FILLER                  PIC X(10) VALUE 'HELD ON'.
001920     05  FILLER                  PIC X(10) VALUE 'KEYED BY'.
001930     05  FILLER                  PIC X(10) VALUE 'DECIDER'.
001940     05  FILLER                  PIC X(57) VALUE 'DISPOSITION'.
001950 01  WS-REPORT-DETAIL.
001960     05  WS-RPT-ACTION           PIC X(01).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  WS-RPT-TXN-ID           PIC X(07).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  WS-RPT-BUS-DATE         PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-RPT-SITE-CODE        PIC X(06).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  WS-RPT-BASE-AMOUNT      PIC Z(10)9.99- BLANK WHEN ZERO.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  WS-RPT-HELD-DATE        PIC X(08).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  WS-RPT-KEYED-BY         PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-RPT-DECIDER          PIC X(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-RPT-STATUS           PIC X(57).
002130 01  WS-REPORT-LINE.
002140     05  WS-RPT-LABEL            PIC X(40).
002150     05  WS-RPT-VALUE            PIC X(20).
002160     05  FILLER                  PIC X(72) VALUE SPACES.
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
002270     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
002280     PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     STOP RUN.
002310*----------------------------------------------------------------
002320 1000-INITIALIZE.
002330*----------------------------------------------------------------
002340     MOVE 'HOLDREL' TO RP-JOB-NAME.
002350     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
002360     DISPLAY 'HOLDREL  - BUSINESS DATE = ' RP-RUN-DATE.
002370     DISPLAY 'HOLDREL  - OPERATOR ID   = ' RP-OPERATOR-ID.
002380     OPEN OUTPUT REL-REPORT-FILE.
002390     IF NOT WS-RELRPT-OK
002400         MOVE 26 TO WS-ABEND-CODE
002410         STRING 'RELRPT OPEN FAILED, FILE STATUS = '
002420             WS-RELRPT-STATUS DELIMITED BY SIZE
002430             INTO WS-ABEND-REASON
002440         GO TO 9999-ABEND-RTN
002450     END-IF.
002460     MOVE SPACES TO WS-REPORT-LINE.
002470     MOVE 'HOLDREL LARGE-VALUE HOLD RELEASE REPORT'
002480         TO WS-RPT-LABEL.
002490     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
002500     WRITE REL-REPORT-LINE.
002510     MOVE SPACES TO WS-REPORT-LINE.
002520     MOVE 'BUSINESS DATE'     TO WS-RPT-LABEL.
002530     MOVE RP-RUN-DATE         TO WS-RPT-VALUE.
002540     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
002550     WRITE REL-REPORT-LINE.
002560     MOVE SPACES TO WS-REPORT-LINE.
002570     MOVE 'AMOUNTS IN BASE CURRENCY' TO WS-RPT-LABEL.
002580     MOVE RP-BASE-CURRENCY    TO WS-RPT-VALUE.
002590     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
002600     WRITE REL-REPORT-LINE.
002610     MOVE WS-REPORT-HEADING TO REL-REPORT-LINE.
002620     WRITE REL-REPORT-LINE.
002630     PERFORM 1100-CHECK-OPERATOR-AUTH THRU 1100-EXIT.
002640 1000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670 1020-READ-BUSINESS-DATE.
002680*----------------------------------------------------------------
002690     OPEN INPUT BUSINESS-DATE-FILE.
002700     IF NOT WS-BUSDATE-OK
002710         MOVE 12 TO WS-ABEND-CODE
002720         MOVE 'BUSINESS-DATE-FILE OPEN FAILED'
002730             TO WS-ABEND-REASON
002740         GO TO 9999-ABEND-RTN
002750     END-IF.
002760     READ BUSINESS-DATE-FILE
002770         AT END
002780             MOVE 12 TO WS-ABEND-CODE
002790             MOVE 'BUSINESS-DATE-FILE IS EMPTY'
002800                 TO WS-ABEND-REASON
002810             GO TO 9999-ABEND-RTN
002820     END-READ.
002830     CLOSE BUSINESS-DATE-FILE.
002840     MOVE BD-CURRENT-BUSINESS-DATE TO RP-RUN-DATE.
002850 1020-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880 1100-CHECK-OPERATOR-AUTH.
002890*----------------------------------------------------------------
002900*    FAIL CLOSED - IF THE PROFILE FILE CANNOT BE READ, THE
002910*    RUN IS REFUSED RATHER THAN WAVED THROUGH.  THE FILE STAYS
002920*    OPEN FOR THE PER-DECISION OPERATOR CHECKS.
002930     MOVE RP-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
002940     OPEN INPUT OPER-PROFILE-FILE.
002950     IF NOT WS-OPERPROF-OK
002960         MOVE 'D' TO WS-SEC-DECISION
002970         MOVE 'OPERATOR PROFILE FILE UNAVAIL' TO WS-SEC-REASON
002980         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
002990         MOVE 52 TO WS-ABEND-CODE
003000         MOVE 'OPERATOR PROFILE FILE UNAVAILABLE - RUN REFUSED'
003010             TO WS-ABEND-REASON
003020         GO TO 9999-ABEND-RTN
003030     END-IF.
003040     PERFORM 1150-LOOKUP-OPERATOR THRU 1150-EXIT.
003050     IF WS-SEC-REASON NOT = SPACES
003060         GO TO 1100-DENY
003070     END-IF.
003080     MOVE 'P' TO WS-SEC-DECISION.
003090     MOVE 'AUTHORIZED' TO WS-SEC-REASON.
003100     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003110     GO TO 1100-EXIT.
003120 1100-DENY.
003130     MOVE 'D' TO WS-SEC-DECISION.
003140     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003150     MOVE 52 TO WS-ABEND-CODE.
003160     STRING 'HOLD RELEASE RUN REFUSED - ' WS-SEC-REASON
003170         DELIMITED BY SIZE INTO WS-ABEND-REASON.
003180     GO TO 9999-ABEND-RTN.
003190 1100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 1150-LOOKUP-OPERATOR.
003230*----------------------------------------------------------------
003240*    LEAVES WS-SEC-REASON BLANK WHEN WS-SEC-OPERATOR-ID HOLDS
003250*    AN ACTIVE PROFILE WITH UPDATE AUTHORITY OR BETTER.
003260     MOVE SPACES TO WS-SEC-REASON.
003270     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
003280     MOVE WS-SEC-OPERATOR-ID TO OP-OPERATOR-ID.
003290     READ OPER-PROFILE-FILE
003300         INVALID KEY
003310             CONTINUE
003320         NOT INVALID KEY
003330             SET WS-OPER-FOUND TO TRUE
003340     END-READ.
003350     IF NOT WS-OPER-FOUND
003360         MOVE 'OPERATOR NOT ON PROFILE FILE' TO WS-SEC-REASON
003370         GO TO 1150-EXIT
003380     END-IF.
003390     IF NOT OP-PROFILE-ACTIVE
003400         MOVE 'OPERATOR PROFILE INACTIVE' TO WS-SEC-REASON
003410         GO TO 1150-EXIT
003420     END-IF.
003430     IF NOT OP-AUTH-UPDATE AND NOT OP-AUTH-PROD
003440         MOVE 'AUTHORITY LEVEL BELOW UPDATE' TO WS-SEC-REASON
003450     END-IF.
003460 1150-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490 1200-WRITE-SECURITY-LOG.
003500*----------------------------------------------------------------
003510     OPEN EXTEND SECURITY-LOG-FILE.
003520     IF WS-SECLOG-NOT-FOUND
003530         OPEN OUTPUT SECURITY-LOG-FILE
003540     END-IF.
003550     IF NOT WS-SECLOG-OK
003560         DISPLAY 'HOLDREL  - SECLOG OPEN FAILED, FILE '
003570             'STATUS = ' WS-SECLOG-STATUS
003580         GO TO 1200-EXIT
003590     END-IF.
003600     ACCEPT WS-SEC-LOG-DATE FROM DATE YYYYMMDD.
003610     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003620     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
003630     MOVE WS-SEC-LOG-DATE    TO SL-LOG-DATE.
003640     MOVE WS-CDT-TIME        TO SL-LOG-TIME.
003650     MOVE WS-SEC-OPERATOR-ID TO SL-OPERATOR-ID.
003660     MOVE RP-JOB-NAME        TO SL-JOB-NAME.
003670     MOVE 'HOLD-RELEASE'     TO SL-FUNCTION.
003680     MOVE WS-SEC-DECISION    TO SL-DECISION.
003690     MOVE WS-SEC-REASON      TO SL-REASON.
003700     WRITE SECURITY-LOG-RECORD.
003710     CLOSE SECURITY-LOG-FILE.
003720 1200-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750 2000-APPLY-DECISIONS.
003760*----------------------------------------------------------------
003770     OPEN INPUT HOLD-TRAN-FILE.
003780     IF NOT WS-HOLDTRAN-OK
003790         MOVE 14 TO WS-ABEND-CODE
003800         STRING 'HOLDTRAN OPEN FAILED, FILE STATUS = '
003810             WS-HOLDTRAN-STATUS DELIMITED BY SIZE
003820             INTO WS-ABEND-REASON
003830         GO TO 9999-ABEND-RTN
003840     END-IF.
003850*    TRANPOST CREATES THE QUEUE THE FIRST NIGHT IT RUNS - A
003860*    MISSING QUEUE MEANS NOTHING HAS EVER BEEN HELD, AND THE
003870*    DECISIONS CANNOT BE FOR ANYTHING REAL.
003880     OPEN I-O HOLD-QUEUE-FILE.
003890     IF NOT WS-HOLDQ-OK
003900         MOVE 14 TO WS-ABEND-CODE
003910         STRING 'HOLDQ OPEN FAILED, FILE STATUS = '
003920             WS-HOLDQ-STATUS DELIMITED BY SIZE
003930             INTO WS-ABEND-REASON
003940         GO TO 9999-ABEND-RTN
003950     END-IF.
003960     PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
003970         UNTIL WS-END-OF-HOLDTRAN.
003980     CLOSE HOLD-TRAN-FILE.
003990     CLOSE OPER-PROFILE-FILE.
004000 2000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 2100-APPLY-ONE-DECISION.
004040*----------------------------------------------------------------
004050     READ HOLD-TRAN-FILE
004060         AT END
004070             MOVE 'Y' TO WS-HOLDTRAN-EOF-SWITCH
004080         NOT AT END
004090             ADD 1 TO WS-DEC-READ-COUNT
004100             PERFORM 2200-EDIT-AND-APPLY THRU 2200-EXIT
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150 2200-EDIT-AND-APPLY.
004160*----------------------------------------------------------------
004170     MOVE SPACES TO WS-REJECT-REASON.
004180     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
004190     IF NOT HT-ACTION-VALID
004200         MOVE 'ACTION NOT A OR R' TO WS-REJECT-REASON
004210         GO TO 2200-REPORT
004220     END-IF.
004230     IF HT-TXN-ID = SPACES
004240       OR HT-BUSINESS-DATE NOT NUMERIC
004250         MOVE 'HELD KEY MISSING OR INVALID' TO WS-REJECT-REASON
004260         GO TO 2200-REPORT
004270     END-IF.
004280*    A REJECTION LEAVES MONEY ON THE MASTER THAT NO SITE WILL
004290*    SEE, SO THE REASON MUST BE ON RECORD FOR THE FOLLOW-UP.
004300     IF HT-ACTION-REJECT
004310       AND HT-REASON-TEXT = SPACES
004320         MOVE 'REJECTION REASON MISSING' TO WS-REJECT-REASON
004330         GO TO 2200-REPORT
004340     END-IF.
004350     PERFORM 2300-CHECK-DECIDING-OPERATOR THRU 2300-EXIT.
004360     IF WS-REJECT-REASON NOT = SPACES
004370         GO TO 2200-REPORT
004380     END-IF.
004390     MOVE HT-HOLD-KEY TO HQ-HOLD-KEY.
004400     READ HOLD-QUEUE-FILE
004410         INVALID KEY
004420             MOVE 'ITEM NOT ON HOLD QUEUE' TO WS-REJECT-REASON
004430         NOT INVALID KEY
004440             SET WS-ITEM-FOUND TO TRUE
004450     END-READ.
004460     IF WS-REJECT-REASON NOT = SPACES
004470         GO TO 2200-REPORT
004480     END-IF.
004490     IF NOT HQ-STAT-HELD
004500         STRING 'ITEM ALREADY DECIDED - STATUS '
004510             HQ-HOLD-STATUS DELIMITED BY SIZE
004520             INTO WS-REJECT-REASON
004530         GO TO 2200-REPORT
004540     END-IF.
004550     IF HT-ACTION-APPROVE
004560         PERFORM 2400-CHECK-SECOND-OPERATOR THRU 2400-EXIT
004570         IF WS-REJECT-REASON NOT = SPACES
004580             GO TO 2200-REPORT
004590         END-IF
004600     END-IF.
004610     PERFORM 2500-RECORD-DECISION THRU 2500-EXIT.
004620 2200-REPORT.
004630     PERFORM 2700-WRITE-AUDIT-LINE THRU 2700-EXIT.
004640 2200-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670 2300-CHECK-DECIDING-OPERATOR.
004680*----------------------------------------------------------------
004690*    THE OPERATOR WHO KEYED THE DECISION NEEDS UPDATE AUTHORITY
004700*    IN THEIR OWN RIGHT - RUNNING THE JOB UNDER A STRONGER ID
004710*    DOES NOT LEND IT.  A REFUSAL IS LOGGED AGAINST THE KEYING
004720*    OPERATOR; AN ACCEPTED DECISION IS LOGGED ONCE RECORDED.
004730     MOVE HT-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
004740     IF HT-OPERATOR-ID = SPACES
004750         MOVE 'DECIDING OPERATOR ID MISSING' TO WS-REJECT-REASON
004760         GO TO 2300-EXIT
004770     END-IF.
004780     PERFORM 1150-LOOKUP-OPERATOR THRU 1150-EXIT.
004790     IF WS-SEC-REASON NOT = SPACES
004800         MOVE 'D' TO WS-SEC-DECISION
004810         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
004820         STRING 'DECIDED BY ' WS-SEC-REASON
004830             DELIMITED BY SIZE INTO WS-REJECT-REASON
004840     END-IF.
004850 2300-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 2400-CHECK-SECOND-OPERATOR.
004890*----------------------------------------------------------------
004900*    THE POINT OF THE HOLD IS A SECOND PAIR OF EYES - NOBODY
004910*    APPROVES A POSTING THEY KEYED THEMSELVES OR RELEASED FOR
004920*    ROUTING THEMSELVES.  A REJECTION NEEDS NO SECOND OPERATOR
004930*    BECAUSE IT SENDS NOTHING OUT.
004940     IF HT-OPERATOR-ID = HQ-KEYED-BY
004950         MOVE 'APPROVER KEYED THE POSTING' TO WS-REJECT-REASON
004960     END-IF.
004970     IF HT-OPERATOR-ID = HQ-RELEASED-BY
004980         MOVE 'APPROVER RAN THE HOLDING PASS' TO WS-REJECT-REASON
004990     END-IF.
005000     IF HT-OPERATOR-ID = RP-OPERATOR-ID
005010         MOVE 'APPROVER IS RUNNING THIS RELEASE'
005020             TO WS-REJECT-REASON
005030     END-IF.
005040     IF WS-REJECT-REASON = SPACES
005050         GO TO 2400-EXIT
005060     END-IF.
005070     MOVE HT-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
005080     MOVE 'D' TO WS-SEC-DECISION.
005090     MOVE 'NOT A SECOND OPERATOR' TO WS-SEC-REASON.
005100     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
005110 2400-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140 2500-RECORD-DECISION.
005150*----------------------------------------------------------------
005160*    AN APPROVED ITEM STAYS ON THE QUEUE UNTIL TRANPOST HAS PUT
005170*    IT ON A PROVED FEED AND MARKED IT SENT; A REJECTED ITEM
005180*    STAYS FOR THE AUDIT TRAIL.
005190     IF HT-ACTION-APPROVE
005200         SET HQ-STAT-APPROVED TO TRUE
005210     ELSE
005220         SET HQ-STAT-REJECTED TO TRUE
005230     END-IF.
005240     MOVE HT-OPERATOR-ID     TO HQ-DECIDED-BY.
005250     MOVE RP-RUN-DATE        TO HQ-DECISION-DATE.
005260     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
005270     MOVE WS-CDT-TIME-HHMMSS TO HQ-DECISION-TIME.
005280     MOVE HT-REASON-TEXT     TO HQ-DECISION-REASON.
005290     REWRITE HOLD-QUEUE-RECORD
005300         INVALID KEY
005310             MOVE 14 TO WS-ABEND-CODE
005320             STRING 'HOLDQ REWRITE FAILED, FILE STATUS = '
005330                 WS-HOLDQ-STATUS DELIMITED BY SIZE
005340                 INTO WS-ABEND-REASON
005350             GO TO 9999-ABEND-RTN
005360     END-REWRITE.
005370 2500-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400 2700-WRITE-AUDIT-LINE.
005410*----------------------------------------------------------------
005420     MOVE SPACES TO WS-REPORT-DETAIL.
005430     MOVE HT-ACTION-CODE     TO WS-RPT-ACTION.
005440     MOVE HT-TXN-ID          TO WS-RPT-TXN-ID.
005450     MOVE HT-BUSINESS-DATE   TO WS-RPT-BUS-DATE.
005460     MOVE HT-OPERATOR-ID     TO WS-RPT-DECIDER.
005470     MOVE ZERO               TO WS-RPT-BASE-AMOUNT.
005480     IF WS-ITEM-FOUND
005490         MOVE HQ-SITE-CODE   TO WS-RPT-SITE-CODE
005500         MOVE HQ-BASE-AMOUNT TO WS-RPT-BASE-AMOUNT
005510         MOVE HQ-HELD-DATE   TO WS-RPT-HELD-DATE
005520         MOVE HQ-KEYED-BY    TO WS-RPT-KEYED-BY
005530     END-IF.
005540     IF WS-REJECT-REASON NOT = SPACES
005550         STRING 'REFUSED - ' WS-REJECT-REASON
005560             DELIMITED BY SIZE INTO WS-RPT-STATUS
005570         ADD 1 TO WS-DEC-REFUSED-COUNT
005580         GO TO 2700-WRITE
005590     END-IF.
005600     MOVE HT-OPERATOR-ID TO WS-SEC-OPERATOR-ID.
005610     MOVE 'P' TO WS-SEC-DECISION.
005620     MOVE SPACES TO WS-SEC-REASON.
005630     IF HT-ACTION-APPROVE
005640         MOVE 'APPROVED - ROUTES ON NEXT CYCLE FEED'
005650             TO WS-RPT-STATUS
005660         ADD 1 TO WS-DEC-APPROVED-COUNT
005670         ADD HQ-BASE-AMOUNT TO WS-AMT-APPROVED-TOTAL
005680         STRING 'APPROVED ' HQ-TXN-ID ' '
005690             HQ-BUSINESS-DATE DELIMITED BY SIZE INTO WS-SEC-REASON
005700     ELSE
005710         MOVE 'REJECTED - NEVER ROUTED' TO WS-RPT-STATUS
005720         ADD 1 TO WS-DEC-REJECTED-COUNT
005730         ADD HQ-BASE-AMOUNT TO WS-AMT-REJECTED-TOTAL
005740         STRING 'REJECTED ' HQ-TXN-ID ' '
005750             HQ-BUSINESS-DATE DELIMITED BY SIZE INTO WS-SEC-REASON
005760     END-IF.
005770     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
005780 2700-WRITE.
005790     MOVE WS-REPORT-DETAIL TO REL-REPORT-LINE.
005800     WRITE REL-REPORT-LINE.
005810 2700-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840 3000-LIST-OUTSTANDING.
005850*----------------------------------------------------------------
005860*    EVERY ITEM STILL WAITING - ON A DECISION OR ON THE NEXT
005870*    FEED - IS LISTED SO THE REPORT IS THE OPERATORS' WORKLIST.
005880     MOVE SPACES TO WS-REPORT-LINE.
005890     MOVE 'ITEMS OUTSTANDING ON THE HOLD QUEUE' TO WS-RPT-LABEL.
005900     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
005910     WRITE REL-REPORT-LINE.
005920     MOVE LOW-VALUES TO HQ-HOLD-KEY.
005930     START HOLD-QUEUE-FILE KEY NOT < HQ-HOLD-KEY
005940         INVALID KEY
005950             GO TO 3000-CLOSE
005960     END-START.
005970     MOVE 'N' TO WS-HOLDQ-EOF-SWITCH.
005980     PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
005990         UNTIL WS-END-OF-HOLDQ.
006000 3000-CLOSE.
006010     CLOSE HOLD-QUEUE-FILE.
006020 3000-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050 3100-LIST-ONE-ITEM.
006060*----------------------------------------------------------------
006070     READ HOLD-QUEUE-FILE NEXT RECORD
006080         AT END
006090             MOVE 'Y' TO WS-HOLDQ-EOF-SWITCH
006100             GO TO 3100-EXIT
006110     END-READ.
006120     IF NOT HQ-STAT-HELD
006130       AND NOT HQ-STAT-APPROVED
006140         GO TO 3100-EXIT
006150     END-IF.
006160     MOVE SPACES TO WS-REPORT-DETAIL.
006170     MOVE HQ-TXN-ID          TO WS-RPT-TXN-ID.
006180     MOVE HQ-BUSINESS-DATE   TO WS-RPT-BUS-DATE.
006190     MOVE HQ-SITE-CODE       TO WS-RPT-SITE-CODE.
006200     MOVE HQ-BASE-AMOUNT     TO WS-RPT-BASE-AMOUNT.
006210     MOVE HQ-HELD-DATE       TO WS-RPT-HELD-DATE.
006220     MOVE HQ-KEYED-BY        TO WS-RPT-KEYED-BY.
006230     MOVE HQ-DECIDED-BY      TO WS-RPT-DECIDER.
006240     IF HQ-STAT-HELD
006250         MOVE 'HELD - AWAITING DECISION' TO WS-RPT-STATUS
006260         ADD 1 TO WS-STILL-HELD-COUNT
006270         ADD HQ-BASE-AMOUNT TO WS-AMT-STILL-HELD-TOTAL
006280     ELSE
006290         MOVE 'APPROVED - AWAITING NEXT CYCLE FEED'
006300             TO WS-RPT-STATUS
006310         ADD 1 TO WS-AWAITING-FEED-COUNT
006320     END-IF.
006330     MOVE WS-REPORT-DETAIL TO REL-REPORT-LINE.
006340     WRITE REL-REPORT-LINE.
006350 3100-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380 9000-TERMINATE.
006390*----------------------------------------------------------------
006400     MOVE SPACES TO WS-REPORT-LINE.
006410     MOVE WS-DEC-READ-COUNT TO WS-RPT-COUNT-DISPLAY.
006420     MOVE 'DECISIONS READ' TO WS-RPT-LABEL.
006430     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006440     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006450     WRITE REL-REPORT-LINE.
006460     MOVE SPACES TO WS-REPORT-LINE.
006470     MOVE WS-DEC-APPROVED-COUNT TO WS-RPT-COUNT-DISPLAY.
006480     MOVE 'ITEMS APPROVED' TO WS-RPT-LABEL.
006490     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006500     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006510     WRITE REL-REPORT-LINE.
006520     MOVE SPACES TO WS-REPORT-LINE.
006530     MOVE WS-AMT-APPROVED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
006540     MOVE 'BASE AMOUNT APPROVED' TO WS-RPT-LABEL.
006550     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
006560     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006570     WRITE REL-REPORT-LINE.
006580     MOVE SPACES TO WS-REPORT-LINE.
006590     MOVE WS-DEC-REJECTED-COUNT TO WS-RPT-COUNT-DISPLAY.
006600     MOVE 'ITEMS REJECTED' TO WS-RPT-LABEL.
006610     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006620     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006630     WRITE REL-REPORT-LINE.
006640     MOVE SPACES TO WS-REPORT-LINE.
006650     MOVE WS-AMT-REJECTED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
006660     MOVE 'BASE AMOUNT REJECTED' TO WS-RPT-LABEL.
006670     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
006680     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006690     WRITE REL-REPORT-LINE.
006700     MOVE SPACES TO WS-REPORT-LINE.
006710     MOVE WS-DEC-REFUSED-COUNT TO WS-RPT-COUNT-DISPLAY.
006720     MOVE 'DECISIONS REFUSED' TO WS-RPT-LABEL.
006730     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006740     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006750     WRITE REL-REPORT-LINE.
006760     MOVE SPACES TO WS-REPORT-LINE.
006770     MOVE WS-STILL-HELD-COUNT TO WS-RPT-COUNT-DISPLAY.
006780     MOVE 'ITEMS STILL HELD' TO WS-RPT-LABEL.
006790     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006800     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006810     WRITE REL-REPORT-LINE.
006820     MOVE SPACES TO WS-REPORT-LINE.
006830     MOVE WS-AMT-STILL-HELD-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
006840     MOVE 'BASE AMOUNT STILL HELD' TO WS-RPT-LABEL.
006850     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-RPT-VALUE.
006860     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006870     WRITE REL-REPORT-LINE.
006880     MOVE SPACES TO WS-REPORT-LINE.
006890     MOVE WS-AWAITING-FEED-COUNT TO WS-RPT-COUNT-DISPLAY.
006900     MOVE 'APPROVED ITEMS AWAITING A FEED' TO WS-RPT-LABEL.
006910     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
006920     MOVE WS-REPORT-LINE TO REL-REPORT-LINE.
006930     WRITE REL-REPORT-LINE.
006940     CLOSE REL-REPORT-FILE.
006950     DISPLAY 'HOLDREL  - DECISIONS READ      = '
006960         WS-DEC-READ-COUNT.
006970     DISPLAY 'HOLDREL  - ITEMS APPROVED      = '
006980         WS-DEC-APPROVED-COUNT.
006990     DISPLAY 'HOLDREL  - ITEMS REJECTED      = '
007000         WS-DEC-REJECTED-COUNT.
007010     DISPLAY 'HOLDREL  - DECISIONS REFUSED   = '
007020         WS-DEC-REFUSED-COUNT.
007030     DISPLAY 'HOLDREL  - ITEMS STILL HELD    = '
007040         WS-STILL-HELD-COUNT.
007050     IF WS-DEC-REFUSED-COUNT > ZERO
007060         MOVE 4 TO RETURN-CODE
007070     END-IF.
007080     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
007090 9000-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120 9100-WRITE-RUN-REGISTER.
007130*----------------------------------------------------------------
007140     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
007150     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
007160     OPEN EXTEND RUN-REGISTER.
007170     IF WS-RUNREG-NOT-FOUND
007180         OPEN OUTPUT RUN-REGISTER
007190     END-IF.
007200     IF NOT WS-RUNREG-OK
007210         DISPLAY 'HOLDREL  - RUN-REGISTER OPEN FAILED, FILE '
007220             'STATUS = ' WS-RUNREG-STATUS
007230         IF NOT WS-ABEND-IN-PROGRESS
007240             MOVE 22 TO WS-ABEND-CODE
007250             GO TO 9999-ABEND-RTN
007260         END-IF
007270         GO TO 9100-EXIT
007280     END-IF.
007290     MOVE RP-RUN-DATE       TO RR-RUN-DATE.
007300     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
007310     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
007320     MOVE RETURN-CODE       TO RR-RETURN-CODE.
007330     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
007340     WRITE RUN-REG-RECORD.
007350     CLOSE RUN-REGISTER.
007360 9100-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390 9999-ABEND-RTN.
007400*----------------------------------------------------------------
007410     SET WS-ABEND-IN-PROGRESS TO TRUE.
007420     IF WS-ABEND-CODE = ZERO
007430         MOVE 16 TO WS-ABEND-CODE
007440     END-IF.
007450     DISPLAY 'HOLDREL  - ABNORMAL TERMINATION, RC = '
007460         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
007470     MOVE WS-ABEND-CODE TO RETURN-CODE.
007480     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
007490     STOP RUN.
007500 9999-EXIT.
007510     EXIT.
