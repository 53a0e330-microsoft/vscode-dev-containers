000170* REMARKS.  DISTRIBUTION-LIST MAINTENANCE UTILITY.  APPLIES
000180*           ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST THE
000190*           KEYED DISTRIBUTION LIST WITH FIELD VALIDATION
000200*           (UNIQUE SITE CODE, ROUTING FLAG A OR I, NUMERIC
000205*           HOLD THRESHOLD) AND PRINTS
000210*           A BEFORE/AFTER AUDIT REPORT OF EVERY CHANGE.  THE
000220*           LOAD FUNCTION CONVERTS THE OLD SEQUENTIAL LIST
000230*           (DISTSEQ) INTO THE INDEXED MASTER KEYED ON
000395*                     LOGGED TO THE SECURITY ACCESS FILE
000396*                     (SECLOG).  LOAD IS EXEMPT SO A FIRST-TIME
000397*                     DEPLOYMENT CAN STILL CONVERT THE LIST.
000398*    2026-10-15 ALD   CARRY THE SITE'S HOLD THRESHOLD ON LOAD,
000399*                     ADD AND CHANGE; PRINT IT WHEN IT MOVES.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000840     05  DS-SITE-CODE            PIC X(06).
000850     05  DS-SITE-MESSAGE         PIC X(40).
000860     05  DS-ROUTING-FLAG         PIC X(01).
000865     05  DS-HOLD-THRESHOLD       PIC 9(11)V99.
000870*----------------------------------------------------------------
000880* DIST-TRAN-FILE - MAINTENANCE TRANSACTIONS (UPDATE INPUT)
000890*----------------------------------------------------------------
001479 77  WS-SEC-REASON               PIC X(30) VALUE SPACES.
001480 77  WS-SEC-LOG-DATE             PIC 9(08) VALUE ZERO.
001481 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
001485 77  WS-BEFORE-THRESHOLD         PIC 9(11)V99 VALUE ZERO.
001490 01  WS-REPORT-DETAIL.
001500     05  WS-RPT-ACTION           PIC X(01).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  FILLER                  PIC X(44)
001730         VALUE 'F AFTER MESSAGE'.
001740     05  FILLER                  PIC X(35) VALUE 'DISPOSITION'.
001741 01  WS-THRESHOLD-LINE.
001742     05  FILLER                  PIC X(11) VALUE SPACES.
001743     05  FILLER                  PIC X(17) VALUE 'HOLD THRESHOLD'.
001744     05  WS-THL-BEFORE           PIC Z(10)9.99.
001745     05  FILLER                  PIC X(13) VALUE SPACES.
001746     05  FILLER                  PIC X(17) VALUE 'HOLD THRESHOLD'.
001747     05  WS-THL-AFTER            PIC Z(10)9.99.
001748     05  FILLER                  PIC X(46) VALUE SPACES.
001750*----------------------------------------------------------------
001760* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
001770*----------------------------------------------------------------
002700             MOVE DS-SITE-CODE    TO DL-SITE-CODE
002710             MOVE DS-SITE-MESSAGE TO DL-SITE-MESSAGE
002720             MOVE DS-ROUTING-FLAG TO DL-ROUTING-FLAG
002721             IF DS-HOLD-THRESHOLD IS NUMERIC
002722                 MOVE DS-HOLD-THRESHOLD TO DL-HOLD-THRESHOLD
002723             ELSE
002724                 MOVE ZERO TO DL-HOLD-THRESHOLD
002725             END-IF
002730             WRITE DISTRIB-LIST-RECORD
002740             IF WS-DISTLIST-OK
002750                 ADD 1 TO WS-LOAD-COUNT
003240     MOVE SPACES TO WS-REJECT-REASON.
003250     MOVE SPACES TO WS-BEFORE-MESSAGE.
003260     MOVE SPACES TO WS-BEFORE-FLAG.
003265     MOVE ZERO   TO WS-BEFORE-THRESHOLD.
003270     IF NOT DT-ACTION-VALID
003280         MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
003290         GO TO 3200-REPORT
003350     IF (DT-ACTION-ADD OR DT-ACTION-CHANGE)
003360       AND NOT DT-FLAG-VALID
003370         MOVE 'ROUTING FLAG NOT A OR I' TO WS-REJECT-REASON
003371         GO TO 3200-REPORT
003372     END-IF.
003373     IF (DT-ACTION-ADD OR DT-ACTION-CHANGE)
003374       AND DT-HOLD-THRESHOLD NOT NUMERIC
003375         MOVE 'HOLD THRESHOLD NOT NUMERIC' TO WS-REJECT-REASON
003380         GO TO 3200-REPORT
003390     END-IF.
003400     MOVE DT-SITE-CODE TO DL-SITE-CODE.
003440         NOT INVALID KEY
003450             MOVE DL-SITE-MESSAGE TO WS-BEFORE-MESSAGE
003460             MOVE DL-ROUTING-FLAG TO WS-BEFORE-FLAG
003465             MOVE DL-HOLD-THRESHOLD TO WS-BEFORE-THRESHOLD
003470     END-READ.
003480     EVALUATE TRUE
003490         WHEN DT-ACTION-ADD
003670     MOVE DT-SITE-CODE    TO DL-SITE-CODE.
003680     MOVE DT-SITE-MESSAGE TO DL-SITE-MESSAGE.
003690     MOVE DT-ROUTING-FLAG TO DL-ROUTING-FLAG.
003695     MOVE DT-HOLD-THRESHOLD TO DL-HOLD-THRESHOLD.
003700     WRITE DISTRIB-LIST-RECORD
003710         INVALID KEY
003720             MOVE 'DUPLICATE KEY ON WRITE' TO WS-REJECT-REASON
003820     END-IF.
003830     MOVE DT-SITE-MESSAGE TO DL-SITE-MESSAGE.
003840     MOVE DT-ROUTING-FLAG TO DL-ROUTING-FLAG.
003845     MOVE DT-HOLD-THRESHOLD TO DL-HOLD-THRESHOLD.
003850     REWRITE DISTRIB-LIST-RECORD
003860         INVALID KEY
003870             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004230     END-IF.
004240     MOVE WS-REPORT-DETAIL TO MAINT-REPORT-LINE.
004250     WRITE MAINT-REPORT-LINE.
004251*    A THRESHOLD MOVE GETS ITS OWN LINE UNDER THE CHANGE.
004252     IF WS-REJECT-REASON = SPACES
004253       AND (DT-ACTION-ADD OR DT-ACTION-CHANGE)
004254       AND DL-HOLD-THRESHOLD NOT = WS-BEFORE-THRESHOLD
004255         MOVE WS-BEFORE-THRESHOLD TO WS-THL-BEFORE
004256         MOVE DL-HOLD-THRESHOLD   TO WS-THL-AFTER
004257         MOVE WS-THRESHOLD-LINE   TO MAINT-REPORT-LINE
004258         WRITE MAINT-REPORT-LINE
004259     END-IF.
004260 3600-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
