000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     SUPPMNT.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  EXTRACT SUPPLIER MAINTENANCE UTILITY.  APPLIES
000180*           ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST THE KEYED
000190*           SUPPLIER CONTROL FILE WITH FIELD VALIDATION (UNIQUE
000200*           SUPPLIER CODE, EXTRACT FILE NAME PRESENT, ACTIVE FLAG
000210*           A OR I, FAIL ACTION S OR H) AND PRINTS A BEFORE/AFTER
000220*           AUDIT REPORT OF EVERY CHANGE.  THE LOAD FUNCTION
000230*           CONVERTS THE FLAT SUPPLIER IMAGE (SUPPSEQ) INTO THE
000240*           INDEXED FILE KEYED ON SU-SUPPLIER-CODE.  FOLLOWS THE
000250*           TYPEMNT PATTERN.
000260*
000270*           APPLYING UPDATE TRANSACTIONS REQUIRES AN ACTIVE
000280*           OPERATOR PROFILE WITH UPDATE AUTHORITY OR BETTER;
000290*           THE DECISION IS LOGGED TO SECLOG.  LOAD IS EXEMPT
000300*           SO A FIRST-TIME DEPLOYMENT CAN BUILD THE FILE.
000310*
000320*           PARM:  LOAD    - CONVERT SUPPSEQ TO THE KEYED FILE
000330*                  UPDATE  - APPLY SUPPTRAN TRANSACTIONS
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
000470     SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SU-SUPPLIER-CODE
000510         FILE STATUS IS WS-SUPPLIER-STATUS.
000520     SELECT SUPP-SEQ-FILE ASSIGN TO SUPPSEQ
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-SUPPSEQ-STATUS.
000560     SELECT SUPP-TRAN-FILE ASSIGN TO SUPPTRAN
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-SUPPTRAN-STATUS.
000600     SELECT MAINT-REPORT-FILE ASSIGN TO SUPRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-SUPRPT-STATUS.
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
000810* SUPPLIER-FILE - KEYED EXTRACT SUPPLIER CONTROL FILE
000820*----------------------------------------------------------------
000830 FD  SUPPLIER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY SUPPLIER.
000860*----------------------------------------------------------------
000870* SUPP-SEQ-FILE - FLAT SUPPLIER IMAGE (LOAD-FUNCTION INPUT)
000880*----------------------------------------------------------------
000890 FD  SUPP-SEQ-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  SUPP-SEQ-RECORD.
000930     05  SS-SUPPLIER-CODE        PIC X(04).
000940     05  SS-SUPPLIER-NAME        PIC X(30).
000950     05  SS-EXTRACT-NAME         PIC X(12).
000960     05  SS-ACTIVE-FLAG          PIC X(01).
000970     05  SS-FAIL-ACTION          PIC X(01).
000980*----------------------------------------------------------------
000990* SUPP-TRAN-FILE - MAINTENANCE TRANSACTIONS (UPDATE INPUT)
001000*----------------------------------------------------------------
001010 FD  SUPP-TRAN-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040     COPY SUPPTRAN.
001050*----------------------------------------------------------------
001060* MAINT-REPORT-FILE - BEFORE/AFTER AUDIT REPORT
001070*----------------------------------------------------------------
001080 FD  MAINT-REPORT-FILE
001090     LABEL RECORDS ARE OMITTED
001100     RECORDING MODE IS F.
001110 01  MAINT-REPORT-LINE           PIC X(132).
001120*----------------------------------------------------------------
001130* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001140*----------------------------------------------------------------
001150 FD  RUN-REGISTER
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180     COPY RUNREG.
001190*----------------------------------------------------------------
001200* OPER-PROFILE-FILE - KEYED OPERATOR PROFILES (AUTHORIZATION)
001210*----------------------------------------------------------------
001220 FD  OPER-PROFILE-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY OPERPROF.
001250*----------------------------------------------------------------
001260* SECURITY-LOG-FILE - SECURITY ACCESS LOG (AUDITOR INTERFACE)
001270*----------------------------------------------------------------
001280 FD  SECURITY-LOG-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310     COPY SECLOG.
001320*
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------
001350* SWITCHES AND STATUS FIELDS
001360*----------------------------------------------------------------
001370 77  WS-SUPPLIER-STATUS          PIC X(02) VALUE SPACES.
001380     88  WS-SUPPLIER-OK                     VALUE '00'.
001390     88  WS-SUPPLIER-NOT-FOUND              VALUE '23'.
001400     88  WS-SUPPLIER-DUP-KEY                VALUE '22'.
001410 77  WS-SUPPSEQ-STATUS           PIC X(02) VALUE SPACES.
001420     88  WS-SUPPSEQ-OK                      VALUE '00'.
001430 77  WS-SUPPTRAN-STATUS          PIC X(02) VALUE SPACES.
001440     88  WS-SUPPTRAN-OK                     VALUE '00'.
001450 77  WS-SUPRPT-STATUS            PIC X(02) VALUE SPACES.
001460     88  WS-SUPRPT-OK                       VALUE '00'.
001470 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001480     88  WS-RUNREG-OK                       VALUE '00'.
001490     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001500 77  WS-SUPPSEQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
001510     88  WS-END-OF-SUPPSEQ                  VALUE 'Y'.
001520 77  WS-SUPPTRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001530     88  WS-END-OF-SUPPTRAN                 VALUE 'Y'.
001540 77  WS-TRAN-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001550 77  WS-TRAN-APPLIED-COUNT       PIC 9(07) COMP VALUE ZERO.
001560 77  WS-TRAN-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001570 77  WS-LOAD-COUNT               PIC 9(07) COMP VALUE ZERO.
001580 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
001590 01  WS-CDT-TIME-STAMP.
001600     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
001610     05  FILLER                  PIC X(02).
001620 77  WS-FUNCTION-PARM            PIC X(08) VALUE SPACES.
001630     88  WS-FUNCTION-IS-LOAD                VALUE 'LOAD'.
001640     88  WS-FUNCTION-IS-UPDATE              VALUE 'UPDATE'.
001650 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
001660 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
001670 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
001680     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
001690 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001700 77  WS-BEFORE-NAME              PIC X(30) VALUE SPACES.
001710 77  WS-BEFORE-EXTRACT           PIC X(12) VALUE SPACES.
001720 77  WS-BEFORE-FLAG              PIC X(01) VALUE SPACES.
001730 77  WS-BEFORE-ACTION            PIC X(01) VALUE SPACES.
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
001880     05  WS-RPT-SUPPLIER         PIC X(04).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-RPT-BEFORE-FLAG      PIC X(01).
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  WS-RPT-BEFORE-ACTION    PIC X(01).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  WS-RPT-BEFORE-EXTRACT   PIC X(12).
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  WS-RPT-BEFORE-NAME      PIC X(30).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-RPT-AFTER-FLAG       PIC X(01).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  WS-RPT-AFTER-ACTION     PIC X(01).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  WS-RPT-AFTER-EXTRACT    PIC X(12).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  WS-RPT-AFTER-NAME       PIC X(30).
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  WS-RPT-STATUS           PIC X(27).
002070 01  WS-REPORT-LINE.
002080     05  WS-RPT-LABEL            PIC X(40).
002090     05  WS-RPT-VALUE            PIC X(20).
002100     05  FILLER                  PIC X(72) VALUE SPACES.
002110 01  WS-REPORT-HEADING.
002120     05  FILLER                  PIC X(09) VALUE 'A  SUPP  '.
002130     05  FILLER                  PIC X(48)
002140         VALUE 'F S EXTRACT      NAME BEFORE'.
002150     05  FILLER                  PIC X(48)
002160         VALUE 'F S EXTRACT      NAME AFTER'.
002170     05  FILLER                  PIC X(27) VALUE 'DISPOSITION'.
002180*----------------------------------------------------------------
002190* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
002200*----------------------------------------------------------------
002210     COPY RUNPARM.
002220*
002230 PROCEDURE DIVISION.
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260*----------------------------------------------------------------
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF WS-FUNCTION-IS-LOAD
002290         PERFORM 2000-LOAD-FROM-SEQ THRU 2000-EXIT
002300     ELSE
002310         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
002320     END-IF.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002340     STOP RUN.
002350*----------------------------------------------------------------
002360 1000-INITIALIZE.
002370*----------------------------------------------------------------
002380     MOVE 'SUPPMNT' TO RP-JOB-NAME.
002390     ACCEPT WS-FUNCTION-PARM FROM COMMAND-LINE.
002400     IF WS-FUNCTION-PARM = SPACES
002410         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002420     END-IF.
002430     IF NOT WS-FUNCTION-IS-LOAD
002440       AND NOT WS-FUNCTION-IS-UPDATE
002450         DISPLAY 'SUPPMNT  - INVALID FUNCTION, DEFAULTING TO '
002460             'UPDATE: ' WS-FUNCTION-PARM
002470         MOVE 'UPDATE' TO WS-FUNCTION-PARM
002480     END-IF.
002490     DISPLAY 'SUPPMNT  - FUNCTION    = ' WS-FUNCTION-PARM.
002500     DISPLAY 'SUPPMNT  - OPERATOR ID = ' RP-OPERATOR-ID.
002510     OPEN OUTPUT MAINT-REPORT-FILE.
002520     IF NOT WS-SUPRPT-OK
002530         MOVE 26 TO WS-ABEND-CODE
002540         STRING 'SUPRPT OPEN FAILED, FILE STATUS = '
002550             WS-SUPRPT-STATUS DELIMITED BY SIZE
002560             INTO WS-ABEND-REASON
002570         GO TO 9999-ABEND-RTN
002580     END-IF.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     MOVE 'SUPPMNT EXTRACT SUPPLIER MAINTENANCE RPT'
002610         TO WS-RPT-LABEL.
002620     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002630     WRITE MAINT-REPORT-LINE.
002640     MOVE SPACES TO WS-REPORT-LINE.
002650     MOVE 'FUNCTION'          TO WS-RPT-LABEL.
002660     MOVE WS-FUNCTION-PARM    TO WS-RPT-VALUE.
002670     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
002680     WRITE MAINT-REPORT-LINE.
002690     IF WS-FUNCTION-IS-UPDATE
002700         MOVE WS-REPORT-HEADING TO MAINT-REPORT-LINE
002710         WRITE MAINT-REPORT-LINE
002720     END-IF.
002730     IF WS-FUNCTION-IS-UPDATE
002740         PERFORM 1100-CHECK-OPERATOR-AUTH THRU 1100-EXIT
002750     END-IF.
002760 1000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790 1100-CHECK-OPERATOR-AUTH.
002800*----------------------------------------------------------------
002810*    FAIL CLOSED - IF THE PROFILE FILE CANNOT BE READ, THE
002820*    UPDATE IS REFUSED RATHER THAN WAVED THROUGH.
002830     MOVE 'N' TO WS-OPER-FOUND-SWITCH.
002840     OPEN INPUT OPER-PROFILE-FILE.
002850     IF NOT WS-OPERPROF-OK
002860         MOVE 'D' TO WS-SEC-DECISION
002870         MOVE 'OPERATOR PROFILE FILE UNAVAIL' TO WS-SEC-REASON
002880         PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT
002890         MOVE 52 TO WS-ABEND-CODE
002900         MOVE 'OPERATOR PROFILE FILE UNAVAILABLE - UPDATE REFUSED'
002910             TO WS-ABEND-REASON
002920         GO TO 9999-ABEND-RTN
002930     END-IF.
002940     MOVE RP-OPERATOR-ID TO OP-OPERATOR-ID.
002950     READ OPER-PROFILE-FILE
002960         INVALID KEY
002970             CONTINUE
002980         NOT INVALID KEY
002990             SET WS-OPER-FOUND TO TRUE
003000     END-READ.
003010     CLOSE OPER-PROFILE-FILE.
003020     IF NOT WS-OPER-FOUND
003030         MOVE 'OPERATOR NOT ON PROFILE FILE' TO WS-SEC-REASON
003040         GO TO 1100-DENY
003050     END-IF.
003060     IF NOT OP-PROFILE-ACTIVE
003070         MOVE 'OPERATOR PROFILE INACTIVE' TO WS-SEC-REASON
003080         GO TO 1100-DENY
003090     END-IF.
003100     IF NOT OP-AUTH-UPDATE AND NOT OP-AUTH-PROD
003110         MOVE 'AUTHORITY LEVEL BELOW UPDATE' TO WS-SEC-REASON
003120         GO TO 1100-DENY
003130     END-IF.
003140     MOVE 'P' TO WS-SEC-DECISION.
003150     MOVE 'AUTHORIZED' TO WS-SEC-REASON.
003160     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003170     GO TO 1100-EXIT.
003180 1100-DENY.
003190     MOVE 'D' TO WS-SEC-DECISION.
003200     PERFORM 1200-WRITE-SECURITY-LOG THRU 1200-EXIT.
003210     MOVE 52 TO WS-ABEND-CODE.
003220     STRING 'UPDATE REFUSED - ' WS-SEC-REASON
003230         DELIMITED BY SIZE INTO WS-ABEND-REASON.
003240     GO TO 9999-ABEND-RTN.
003250 1100-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280 1200-WRITE-SECURITY-LOG.
003290*----------------------------------------------------------------
003300     OPEN EXTEND SECURITY-LOG-FILE.
003310     IF WS-SECLOG-NOT-FOUND
003320         OPEN OUTPUT SECURITY-LOG-FILE
003330     END-IF.
003340     IF NOT WS-SECLOG-OK
003350         DISPLAY 'SUPPMNT  - SECLOG OPEN FAILED, FILE '
003360             'STATUS = ' WS-SECLOG-STATUS
003370         GO TO 1200-EXIT
003380     END-IF.
003390     ACCEPT WS-SEC-LOG-DATE FROM DATE YYYYMMDD.
003400     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
003410     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
003420     MOVE WS-SEC-LOG-DATE    TO SL-LOG-DATE.
003430     MOVE WS-CDT-TIME        TO SL-LOG-TIME.
003440     MOVE RP-OPERATOR-ID     TO SL-OPERATOR-ID.
003450     MOVE RP-JOB-NAME        TO SL-JOB-NAME.
003460     MOVE 'SUPP-UPDATE'      TO SL-FUNCTION.
003470     MOVE WS-SEC-DECISION    TO SL-DECISION.
003480     MOVE WS-SEC-REASON      TO SL-REASON.
003490     WRITE SECURITY-LOG-RECORD.
003500     CLOSE SECURITY-LOG-FILE.
003510 1200-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540 2000-LOAD-FROM-SEQ.
003550*----------------------------------------------------------------
003560     OPEN INPUT SUPP-SEQ-FILE.
003570     IF NOT WS-SUPPSEQ-OK
003580         MOVE 14 TO WS-ABEND-CODE
003590         STRING 'SUPPSEQ OPEN FAILED, FILE STATUS = '
003600             WS-SUPPSEQ-STATUS DELIMITED BY SIZE
003610             INTO WS-ABEND-REASON
003620         GO TO 9999-ABEND-RTN
003630     END-IF.
003640     OPEN OUTPUT SUPPLIER-FILE.
003650     IF NOT WS-SUPPLIER-OK
003660         MOVE 12 TO WS-ABEND-CODE
003670         STRING 'SUPPLIER OPEN OUTPUT FAILED, FILE STATUS = '
003680             WS-SUPPLIER-STATUS DELIMITED BY SIZE
003690             INTO WS-ABEND-REASON
003700         GO TO 9999-ABEND-RTN
003710     END-IF.
003720     PERFORM 2100-LOAD-ONE-SUPPLIER THRU 2100-EXIT
003730         UNTIL WS-END-OF-SUPPSEQ.
003740     CLOSE SUPP-SEQ-FILE.
003750     CLOSE SUPPLIER-FILE.
003760     MOVE SPACES TO WS-REPORT-LINE.
003770     MOVE WS-LOAD-COUNT TO WS-RPT-COUNT-DISPLAY.
003780     MOVE 'SUPPLIERS LOADED FROM SUPPSEQ' TO WS-RPT-LABEL.
003790     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
003800     MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE.
003810     WRITE MAINT-REPORT-LINE.
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850 2100-LOAD-ONE-SUPPLIER.
003860*----------------------------------------------------------------
003870     READ SUPP-SEQ-FILE
003880         AT END
003890             MOVE 'Y' TO WS-SUPPSEQ-EOF-SWITCH
003900         NOT AT END
003910             MOVE SS-SUPPLIER-CODE TO SU-SUPPLIER-CODE
003920             MOVE SS-SUPPLIER-NAME TO SU-SUPPLIER-NAME
003930             MOVE SS-EXTRACT-NAME  TO SU-EXTRACT-NAME
003940             MOVE SS-ACTIVE-FLAG   TO SU-ACTIVE-FLAG
003950             MOVE SS-FAIL-ACTION   TO SU-FAIL-ACTION
003960             WRITE SUPPLIER-RECORD
003970             IF WS-SUPPLIER-OK
003980                 ADD 1 TO WS-LOAD-COUNT
003990             ELSE
004000                 DISPLAY 'SUPPMNT  - LOAD WRITE FAILED FOR '
004010                     'SUPPLIER ' SS-SUPPLIER-CODE
004020                     ', FILE STATUS = ' WS-SUPPLIER-STATUS
004030             END-IF
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080 3000-APPLY-TRANSACTIONS.
004090*----------------------------------------------------------------
004100     OPEN INPUT SUPP-TRAN-FILE.
004110     IF NOT WS-SUPPTRAN-OK
004120         MOVE 14 TO WS-ABEND-CODE
004130         STRING 'SUPPTRAN OPEN FAILED, FILE STATUS = '
004140             WS-SUPPTRAN-STATUS DELIMITED BY SIZE
004150             INTO WS-ABEND-REASON
004160         GO TO 9999-ABEND-RTN
004170     END-IF.
004180     OPEN I-O SUPPLIER-FILE.
004190     IF NOT WS-SUPPLIER-OK
004200         MOVE 12 TO WS-ABEND-CODE
004210         STRING 'SUPPLIER OPEN I-O FAILED, FILE STATUS = '
004220             WS-SUPPLIER-STATUS DELIMITED BY SIZE
004230             INTO WS-ABEND-REASON
004240         GO TO 9999-ABEND-RTN
004250     END-IF.
004260     PERFORM 3100-APPLY-ONE-TRAN THRU 3100-EXIT
004270         UNTIL WS-END-OF-SUPPTRAN.
004280     CLOSE SUPP-TRAN-FILE.
004290     CLOSE SUPPLIER-FILE.
004300 3000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330 3100-APPLY-ONE-TRAN.
004340*----------------------------------------------------------------
004350     READ SUPP-TRAN-FILE
004360         AT END
004370             MOVE 'Y' TO WS-SUPPTRAN-EOF-SWITCH
004380         NOT AT END
004390             ADD 1 TO WS-TRAN-READ-COUNT
004400             PERFORM 3200-EDIT-AND-APPLY THRU 3200-EXIT
004410     END-READ.
004420 3100-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450 3200-EDIT-AND-APPLY.
004460*----------------------------------------------------------------
004470     MOVE SPACES TO WS-REJECT-REASON.
004480     MOVE SPACES TO WS-BEFORE-NAME.
004490     MOVE SPACES TO WS-BEFORE-EXTRACT.
004500     MOVE SPACES TO WS-BEFORE-FLAG.
004510     MOVE SPACES TO WS-BEFORE-ACTION.
004520     IF NOT SC-ACTION-VALID
004530         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
004540         GO TO 3200-REPORT
004550     END-IF.
004560     IF SC-SUPPLIER-CODE = SPACES
004570         MOVE 'SUPPLIER CODE MISSING' TO WS-REJECT-REASON
004580         GO TO 3200-REPORT
004590     END-IF.
004600     IF (SC-ACTION-ADD OR SC-ACTION-CHANGE)
004610       AND SC-EXTRACT-NAME = SPACES
004620         MOVE 'EXTRACT FILE NAME MISSING' TO WS-REJECT-REASON
004630         GO TO 3200-REPORT
004640     END-IF.
004650     IF (SC-ACTION-ADD OR SC-ACTION-CHANGE)
004660       AND NOT SC-FLAG-VALID
004670         MOVE 'ACTIVE FLAG NOT A OR I' TO WS-REJECT-REASON
004680         GO TO 3200-REPORT
004690     END-IF.
004700     IF (SC-ACTION-ADD OR SC-ACTION-CHANGE)
004710       AND NOT SC-FAIL-VALID
004720         MOVE 'FAIL ACTION NOT S OR H' TO WS-REJECT-REASON
004730         GO TO 3200-REPORT
004740     END-IF.
004750     MOVE SC-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
004760     READ SUPPLIER-FILE
004770         INVALID KEY
004780             CONTINUE
004790         NOT INVALID KEY
004800             MOVE SU-SUPPLIER-NAME TO WS-BEFORE-NAME
004810             MOVE SU-EXTRACT-NAME  TO WS-BEFORE-EXTRACT
004820             MOVE SU-ACTIVE-FLAG   TO WS-BEFORE-FLAG
004830             MOVE SU-FAIL-ACTION   TO WS-BEFORE-ACTION
004840     END-READ.
004850     EVALUATE TRUE
004860         WHEN SC-ACTION-ADD
004870             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
004880         WHEN SC-ACTION-CHANGE
004890             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
004900         WHEN SC-ACTION-DEACTIVATE
004910             PERFORM 3500-APPLY-DEACTIVATE THRU 3500-EXIT
004920     END-EVALUATE.
004930 3200-REPORT.
004940     PERFORM 3600-WRITE-AUDIT-LINE THRU 3600-EXIT.
004950 3200-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 3300-APPLY-ADD.
004990*----------------------------------------------------------------
005000     IF WS-BEFORE-FLAG NOT = SPACES
005010         MOVE 'SUPPLIER ALREADY ON FILE' TO WS-REJECT-REASON
005020         GO TO 3300-EXIT
005030     END-IF.
005040     MOVE SC-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
005050     MOVE SC-SUPPLIER-NAME TO SU-SUPPLIER-NAME.
005060     MOVE SC-EXTRACT-NAME  TO SU-EXTRACT-NAME.
005070     MOVE SC-ACTIVE-FLAG   TO SU-ACTIVE-FLAG.
005080     MOVE SC-FAIL-ACTION   TO SU-FAIL-ACTION.
005090     WRITE SUPPLIER-RECORD
005100         INVALID KEY
005110             MOVE 'DUPLICATE KEY ON WRITE' TO WS-REJECT-REASON
005120     END-WRITE.
005130 3300-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 3400-APPLY-CHANGE.
005170*----------------------------------------------------------------
005180     IF WS-BEFORE-FLAG = SPACES
005190         MOVE 'SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
005200         GO TO 3400-EXIT
005210     END-IF.
005220     MOVE SC-SUPPLIER-NAME TO SU-SUPPLIER-NAME.
005230     MOVE SC-EXTRACT-NAME  TO SU-EXTRACT-NAME.
005240     MOVE SC-ACTIVE-FLAG   TO SU-ACTIVE-FLAG.
005250     MOVE SC-FAIL-ACTION   TO SU-FAIL-ACTION.
005260     REWRITE SUPPLIER-RECORD
005270         INVALID KEY
005280             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005290     END-REWRITE.
005300 3400-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330 3500-APPLY-DEACTIVATE.
005340*----------------------------------------------------------------
005350*    A SUPPLIER IS NEVER DELETED - SUSPENSE ITEMS AND POSTINGS
005360*    ALREADY CARRY ITS CODE, AND ITS EXTCTL HISTORY HOLDS THE
005370*    GENERATION FLOOR SHOULD IT BE REACTIVATED.
005380     IF WS-BEFORE-FLAG = SPACES
005390         MOVE 'SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
005400         GO TO 3500-EXIT
005410     END-IF.
005420     MOVE 'I' TO SU-ACTIVE-FLAG.
005430     REWRITE SUPPLIER-RECORD
005440         INVALID KEY
005450             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
005460     END-REWRITE.
005470 3500-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500 3600-WRITE-AUDIT-LINE.
005510*----------------------------------------------------------------
005520     MOVE SC-ACTION-CODE     TO WS-RPT-ACTION.
005530     MOVE SC-SUPPLIER-CODE   TO WS-RPT-SUPPLIER.
005540     MOVE WS-BEFORE-FLAG     TO WS-RPT-BEFORE-FLAG.
005550     MOVE WS-BEFORE-ACTION   TO WS-RPT-BEFORE-ACTION.
005560     MOVE WS-BEFORE-EXTRACT  TO WS-RPT-BEFORE-EXTRACT.
005570     MOVE WS-BEFORE-NAME     TO WS-RPT-BEFORE-NAME.
005580     IF WS-REJECT-REASON = SPACES
005590         MOVE SU-ACTIVE-FLAG   TO WS-RPT-AFTER-FLAG
005600         MOVE SU-FAIL-ACTION   TO WS-RPT-AFTER-ACTION
005610         MOVE SU-EXTRACT-NAME  TO WS-RPT-AFTER-EXTRACT
005620         MOVE SU-SUPPLIER-NAME TO WS-RPT-AFTER-NAME
005630         MOVE 'APPLIED' TO WS-RPT-STATUS
005640         ADD 1 TO WS-TRAN-APPLIED-COUNT
005650     ELSE
005660         MOVE WS-BEFORE-FLAG    TO WS-RPT-AFTER-FLAG
005670         MOVE WS-BEFORE-ACTION  TO WS-RPT-AFTER-ACTION
005680         MOVE WS-BEFORE-EXTRACT TO WS-RPT-AFTER-EXTRACT
005690         MOVE WS-BEFORE-NAME    TO WS-RPT-AFTER-NAME
005700         MOVE SPACES TO WS-RPT-STATUS
005710         STRING 'REJ - ' WS-REJECT-REASON
005720             DELIMITED BY SIZE INTO WS-RPT-STATUS
005730         ADD 1 TO WS-TRAN-REJECT-COUNT
005740     END-IF.
005750     MOVE WS-REPORT-DETAIL TO MAINT-REPORT-LINE.
005760     WRITE MAINT-REPORT-LINE.
005770 3600-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800 9000-TERMINATE.
005810*----------------------------------------------------------------
005820     IF WS-FUNCTION-IS-UPDATE
005830         MOVE SPACES TO WS-REPORT-LINE
005840         MOVE WS-TRAN-READ-COUNT TO WS-RPT-COUNT-DISPLAY
005850         MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL
005860         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
005870         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
005880         WRITE MAINT-REPORT-LINE
005890         MOVE SPACES TO WS-REPORT-LINE
005900         MOVE WS-TRAN-APPLIED-COUNT TO WS-RPT-COUNT-DISPLAY
005910         MOVE 'TRANSACTIONS APPLIED' TO WS-RPT-LABEL
005920         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
005930         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
005940         WRITE MAINT-REPORT-LINE
005950         MOVE SPACES TO WS-REPORT-LINE
005960         MOVE WS-TRAN-REJECT-COUNT TO WS-RPT-COUNT-DISPLAY
005970         MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
005980         MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE
005990         MOVE WS-REPORT-LINE TO MAINT-REPORT-LINE
006000         WRITE MAINT-REPORT-LINE
006010     END-IF.
006020     CLOSE MAINT-REPORT-FILE.
006030     DISPLAY 'SUPPMNT  - TRANSACTIONS READ     = '
006040         WS-TRAN-READ-COUNT.
006050     DISPLAY 'SUPPMNT  - TRANSACTIONS APPLIED  = '
006060         WS-TRAN-APPLIED-COUNT.
006070     DISPLAY 'SUPPMNT  - TRANSACTIONS REJECTED = '
006080         WS-TRAN-REJECT-COUNT.
006090     DISPLAY 'SUPPMNT  - SUPPLIERS LOADED      = '
006100         WS-LOAD-COUNT.
006110     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006120 9000-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 9100-WRITE-RUN-REGISTER.
006160*----------------------------------------------------------------
006170     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
006180     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
006190     OPEN EXTEND RUN-REGISTER.
006200     IF WS-RUNREG-NOT-FOUND
006210         OPEN OUTPUT RUN-REGISTER
006220     END-IF.
006230     IF NOT WS-RUNREG-OK
006240         DISPLAY 'SUPPMNT  - RUN-REGISTER OPEN FAILED, FILE '
006250             'STATUS = ' WS-RUNREG-STATUS
006260         IF NOT WS-ABEND-IN-PROGRESS
006270             MOVE 22 TO WS-ABEND-CODE
006280             GO TO 9999-ABEND-RTN
006290         END-IF
006300         GO TO 9100-EXIT
006310     END-IF.
006320     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
006330     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
006340     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
006350     MOVE RETURN-CODE       TO RR-RETURN-CODE.
006360     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
006370     WRITE RUN-REG-RECORD.
006380     CLOSE RUN-REGISTER.
006390 9100-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420 9999-ABEND-RTN.
006430*----------------------------------------------------------------
006440     SET WS-ABEND-IN-PROGRESS TO TRUE.
006450     IF WS-ABEND-CODE = ZERO
006460         MOVE 16 TO WS-ABEND-CODE
006470     END-IF.
006480     DISPLAY 'SUPPMNT  - ABNORMAL TERMINATION, RC = '
006490         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
006500     MOVE WS-ABEND-CODE TO RETURN-CODE.
006510     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
006520     STOP RUN.
006530 9999-EXIT.
006540     EXIT.
