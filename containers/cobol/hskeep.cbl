000391*    2026-09-02 ALD   INITIALIZE THE NEW ALERT STATE FIELDS
000392*                     (STATUS 'O', BLANK ACK OPERATOR) ON EVERY
000393*                     ALERT WRITTEN, FOR THE ALRTMON MONITOR.
000394*    2026-10-15 ALD   APPEND A STEP-TIMING RECORD (STEPTIME) WITH
000395*                     THE STEP'S START AND END TIMES AND RECORD
000396*                     COUNTS FOR THE BATCH-WINDOW REPORT.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000840         ORGANIZATION IS SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS WS-ALERT-STATUS.
000862     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000864         ORGANIZATION IS SEQUENTIAL
000866         ACCESS MODE IS SEQUENTIAL
000868         FILE STATUS IS WS-STEPTIME-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
001570     LABEL RECORDS ARE STANDARD
001580     RECORDING MODE IS F.
001590     COPY ALERTS.
001591*----------------------------------------------------------------
001592* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001593*----------------------------------------------------------------
001594 FD  STEP-TIMING-FILE
001595     LABEL RECORDS ARE STANDARD
001596     RECORDING MODE IS F.
001597     COPY STEPTIME.
001600*
001610 WORKING-STORAGE SECTION.
001620*----------------------------------------------------------------
001880 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
001890     88  WS-ALERT-OK                        VALUE '00'.
001900     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
001901 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
001902     88  WS-STEPTIME-OK                     VALUE '00'.
001903     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
001910 77  WS-RUNREG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001920     88  WS-END-OF-RUNREG                   VALUE 'Y'.
001930 77  WS-RESTCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002270 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'HSKEEP'.
002280 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
002290 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
002291*----------------------------------------------------------------
002292* STEP TIMING - START STAMP TAKEN AT ENTRY
002293*----------------------------------------------------------------
002294 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
002295 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
002296*    HOUSEKEEPING RUNS AFTER CLOSE OF DAY - ITS TIMING BELONGS TO
002297*    THE BUSINESS DATE JUST CLOSED, NOT THE ONE ROLLED FORWARD TO.
002298 77  WS-CLOSED-DATE              PIC 9(08) VALUE ZERO.
002300*----------------------------------------------------------------
002310* REPORT WORK AREAS
002320*----------------------------------------------------------------
002610*----------------------------------------------------------------
002620 1000-INITIALIZE.
002630*----------------------------------------------------------------
002632     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002634     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
002636     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
002640     MOVE 'HSKEEP' TO RP-JOB-NAME.
002650     OPEN INPUT BUSINESS-DATE-FILE.
002660     IF NOT WS-BUSDATE-OK
002780     END-READ.
002790     CLOSE BUSINESS-DATE-FILE.
002800     MOVE BD-CURRENT-BUSINESS-DATE TO RP-RUN-DATE.
002805     MOVE BD-LAST-SUCCESSFUL-RUN-DATE TO WS-CLOSED-DATE.
002810     PERFORM 1020-SET-CUTOFF-DATE THRU 1020-EXIT.
002820     DISPLAY 'HSKEEP   - BUSINESS DATE   = ' RP-RUN-DATE.
002830     DISPLAY 'HSKEEP   - RETENTION CUTOFF= ' WS-CUTOFF-DATE.
005490         WS-CKPT-RETAINED-COUNT.
005500     DISPLAY 'HSKEEP   - RPT LINES SAVED   = '
005510         WS-RPT-LINES-ARCHIVED.
005515     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
005520 9000-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
006140     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
006150     MOVE SPACES TO WS-ALERT-ACTION.
006160     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
006165     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
006170     PERFORM 9110-WRITE-ABEND-REGISTER THRU 9110-EXIT.
006180     STOP RUN.
006190 9999-EXIT.
006490     CLOSE RUN-REGISTER.
006500 9110-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530 9170-WRITE-STEP-TIMING.
006540*----------------------------------------------------------------
006550*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
006560*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
006570     OPEN EXTEND STEP-TIMING-FILE.
006580     IF WS-STEPTIME-NOT-FOUND
006590         OPEN OUTPUT STEP-TIMING-FILE
006600     END-IF.
006610     IF NOT WS-STEPTIME-OK
006620         DISPLAY 'HSKEEP   - STEPTIME OPEN FAILED, FILE '
006630             'STATUS = ' WS-STEPTIME-STATUS
006640         GO TO 9170-EXIT
006650     END-IF.
006660     SET ST-TYPE-PROGRAM-STEP TO TRUE.
006670     MOVE WS-CLOSED-DATE         TO ST-BUSINESS-DATE.
006680     MOVE 'STEP04'               TO ST-STEP-NAME.
006690     MOVE 'HSKEEP'               TO ST-PROGRAM-NAME.
006700     MOVE 'NIGHTLY'              TO ST-RUN-MODE.
006710     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
006720     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
006730     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
006740     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
006750     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
006760     COMPUTE ST-RECORDS-IN = WS-REG-READ-COUNT
006770         + WS-CKPT-READ-COUNT.
006780     COMPUTE ST-RECORDS-OUT = WS-REG-ARCHIVED-COUNT
006790         + WS-RPT-LINES-ARCHIVED.
006800     MOVE RETURN-CODE            TO ST-RETURN-CODE.
006810     WRITE STEP-TIMING-RECORD.
006820     CLOSE STEP-TIMING-FILE.
006830 9170-EXIT.
006840     EXIT.
