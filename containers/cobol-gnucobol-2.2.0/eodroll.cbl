000374*    2026-09-02 ALD   INITIALIZE THE NEW ALERT STATE FIELDS
000375*                     (STATUS 'O', BLANK ACK OPERATOR) ON EVERY
000376*                     ALERT WRITTEN, FOR THE ALRTMON MONITOR.
000377*    2026-10-15 ALD   APPEND A STEP-TIMING RECORD (STEPTIME) WITH
000378*                     THE STEP'S START AND END TIMES AND RECORD
000379*                     COUNTS FOR THE BATCH-WINDOW REPORT.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-ALERT-STATUS.
000642     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000644         ORGANIZATION IS SEQUENTIAL
000646         ACCESS MODE IS SEQUENTIAL
000648         FILE STATUS IS WS-STEPTIME-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020     COPY ALERTS.
001021*----------------------------------------------------------------
001022* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001023*----------------------------------------------------------------
001024 FD  STEP-TIMING-FILE
001025     LABEL RECORDS ARE STANDARD
001026     RECORDING MODE IS F.
001027     COPY STEPTIME.
001030*
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001140 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001150     88  WS-RUNREG-OK                       VALUE '00'.
001160     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001161 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
001162     88  WS-STEPTIME-OK                     VALUE '00'.
001163     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
001170 77  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
001180     88  WS-END-OF-CALENDAR                 VALUE 'Y'.
001190 77  WS-NEXT-DAY-SWITCH          PIC X(01) VALUE 'N'.
001440 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
001450 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
001460*----------------------------------------------------------------
001461* STEP TIMING - START STAMP TAKEN AT ENTRY, RECORD VOLUMES
001462*----------------------------------------------------------------
001463 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
001464 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
001465 77  WS-CALENDAR-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001466 77  WS-BUSDATE-WRITE-COUNT      PIC 9(07) COMP VALUE ZERO.
001467*----------------------------------------------------------------
001470* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
001480*----------------------------------------------------------------
001490     COPY RUNPARM.
001600*----------------------------------------------------------------
001610 1000-INITIALIZE.
001620*----------------------------------------------------------------
001622     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001624     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
001626     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
001630     MOVE 'EODROLL' TO RP-JOB-NAME.
001640     PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT.
001650     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
002400         AT END
002410             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
002420         NOT AT END
002425             ADD 1 TO WS-CALENDAR-READ-COUNT
002430             IF CA-CAL-DATE > WS-OLD-BUSINESS-DATE
002440               AND CA-PROCESSING-DAY
002450                 SET WS-NEXT-DAY-FOUND TO TRUE
002610     MOVE WS-NEXT-BUSINESS-DATE TO BD-CURRENT-BUSINESS-DATE.
002620     MOVE WS-OLD-BUSINESS-DATE  TO BD-LAST-SUCCESSFUL-RUN-DATE.
002630     WRITE BUSINESS-DATE-RECORD.
002635     ADD 1 TO WS-BUSDATE-WRITE-COUNT.
002640     CLOSE BUSINESS-DATE-FILE.
002650     DISPLAY 'EODROLL  - LAST SUCCESSFUL RUN = '
002660         WS-OLD-BUSINESS-DATE.
002740     MOVE 'EODROLL' TO WS-CHECK-STEP-NAME.
002750     MOVE ZERO TO WS-CHECK-RECORD-COUNT.
002760     PERFORM 9150-WRITE-CHECKPOINT THRU 9150-EXIT.
002765     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
002770     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
002780 9000-EXIT.
002790     EXIT.
003410     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
003420     MOVE SPACES TO WS-ALERT-ACTION.
003430     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
003435     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
003440     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
003450     STOP RUN.
003460 9999-EXIT.
003980     END-EVALUATE.
003990 9960-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020 9170-WRITE-STEP-TIMING.
004030*----------------------------------------------------------------
004040*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
004050*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
004060     OPEN EXTEND STEP-TIMING-FILE.
004070     IF WS-STEPTIME-NOT-FOUND
004080         OPEN OUTPUT STEP-TIMING-FILE
004090     END-IF.
004100     IF NOT WS-STEPTIME-OK
004110         DISPLAY 'EODROLL  - STEPTIME OPEN FAILED, FILE '
004120             'STATUS = ' WS-STEPTIME-STATUS
004130         GO TO 9170-EXIT
004140     END-IF.
004150     SET ST-TYPE-PROGRAM-STEP TO TRUE.
004160     MOVE RP-RUN-DATE           TO ST-BUSINESS-DATE.
004170     MOVE 'STEP03'              TO ST-STEP-NAME.
004180     MOVE 'EODROLL'             TO ST-PROGRAM-NAME.
004190     MOVE WS-RUN-MODE-PARM      TO ST-RUN-MODE.
004200     MOVE WS-STEP-START-DATE    TO ST-START-DATE.
004210     MOVE WS-STEP-START-TIME    TO ST-START-TIME.
004220     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
004230     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
004240     MOVE WS-CDT-TIME-HHMMSS    TO ST-END-TIME.
004250     MOVE WS-CALENDAR-READ-COUNT TO ST-RECORDS-IN.
004260     MOVE WS-BUSDATE-WRITE-COUNT TO ST-RECORDS-OUT.
004270     MOVE RETURN-CODE           TO ST-RETURN-CODE.
004280     WRITE STEP-TIMING-RECORD.
004290     CLOSE STEP-TIMING-FILE.
004300 9170-EXIT.
004310     EXIT.
