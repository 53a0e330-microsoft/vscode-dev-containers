000480*                     JOB STREAM KNOWS WHEN TO RUN THE MONEND
000481*                     CONSOLIDATION, EVEN AFTER A HOLIDAY
000482*                     CORRECTION MOVES A MONTH'S LAST DAY.
000483*    2026-10-15 ALD   THE NIGHTLY CHECK FUNCTION APPENDS A STEP-
000484*                     TIMING RECORD (STEPTIME) WITH ITS START AND
000485*                     END TIMES AND CALENDAR DAYS READ FOR THE
000486*                     BATCH-WINDOW REPORT.
000487*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-ALERT-STATUS.
000781     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000782         ORGANIZATION IS SEQUENTIAL
000783         ACCESS MODE IS SEQUENTIAL
000784         FILE STATUS IS WS-STEPTIME-STATUS.
000790     SELECT RUN-REGISTER ASSIGN TO RUNREG
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
001280     LABEL RECORDS ARE STANDARD
001290     RECORDING MODE IS F.
001300     COPY ALERTS.
001301*----------------------------------------------------------------
001302* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
001303*----------------------------------------------------------------
001304 FD  STEP-TIMING-FILE
001305     LABEL RECORDS ARE STANDARD
001306     RECORDING MODE IS F.
001307     COPY STEPTIME.
001310*----------------------------------------------------------------
001320* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001330*----------------------------------------------------------------
001580 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001590     88  WS-RUNREG-OK                       VALUE '00'.
001600     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001601 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
001602     88  WS-STEPTIME-OK                     VALUE '00'.
001603     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
001610 77  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
001620     88  WS-END-OF-CALENDAR                 VALUE 'Y'.
001630 77  WS-CALSEQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001950 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'CALMNT'.
001960 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
001970 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
001971*    STEP TIMING - START STAMP TAKEN AT ENTRY.
001972 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
001973 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
001974*    THE RUN-OUT CHECK RUNS AFTER CLOSE OF DAY - ITS TIMING
001975*    BELONGS TO THE BUSINESS DATE JUST CLOSED.
001976 77  WS-CLOSED-DATE              PIC 9(08) VALUE ZERO.
001977 77  WS-CHECK-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001980 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001990 77  WS-BEFORE-STATUS            PIC X(01) VALUE SPACES.
002000 77  WS-BEFORE-DESC              PIC X(20) VALUE SPACES.
002930*----------------------------------------------------------------
002940 1000-INITIALIZE.
002950*----------------------------------------------------------------
002952     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002954     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
002956     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
002960     MOVE 'CALMNT' TO RP-JOB-NAME.
002970     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002980     UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
003580     END-READ.
003590     CLOSE BUSINESS-DATE-FILE.
003600     MOVE BD-CURRENT-BUSINESS-DATE TO RP-RUN-DATE.
003605     MOVE BD-LAST-SUCCESSFUL-RUN-DATE TO WS-CLOSED-DATE.
003610 1020-EXIT.
003620     EXIT.
003621*----------------------------------------------------------------
007980         AT END
007990             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
008000         NOT AT END
008005             ADD 1 TO WS-CHECK-READ-COUNT
008010             IF CA-CAL-DATE > BD-CURRENT-BUSINESS-DATE
008020               AND CA-PROCESSING-DAY
008030                 ADD 1 TO WS-REMAINING-DAYS
008810         WS-TRAN-APPLIED-COUNT.
008820     DISPLAY 'CALMNT   - TRANSACTIONS REJECTED = '
008830         WS-TRAN-REJECT-COUNT.
008835     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
008840     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
008850 9000-EXIT.
008860     EXIT.
009250     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
009260     MOVE SPACES TO WS-ALERT-ACTION.
009270     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
009275     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
009280     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
009290     STOP RUN.
009300 9999-EXIT.
009650     MOVE 'F' TO WS-ALERT-SEVERITY.
009660 9950-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------
009690 9170-WRITE-STEP-TIMING.
009700*----------------------------------------------------------------
009710*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
009720*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
009730*    ONLY THE NIGHTLY CHECK IS A CYCLE STEP - LOAD AND UPDATE
009740*    ARE DAYTIME MAINTENANCE AND ARE NOT TIMED.
009750     IF NOT WS-FUNCTION-IS-CHECK
009760         GO TO 9170-EXIT
009770     END-IF.
009780     OPEN EXTEND STEP-TIMING-FILE.
009790     IF WS-STEPTIME-NOT-FOUND
009800         OPEN OUTPUT STEP-TIMING-FILE
009810     END-IF.
009820     IF NOT WS-STEPTIME-OK
009830         DISPLAY 'CALMNT   - STEPTIME OPEN FAILED, FILE '
009840             'STATUS = ' WS-STEPTIME-STATUS
009850         GO TO 9170-EXIT
009860     END-IF.
009870     SET ST-TYPE-PROGRAM-STEP TO TRUE.
009880     MOVE WS-CLOSED-DATE         TO ST-BUSINESS-DATE.
009890     MOVE 'STEP05'               TO ST-STEP-NAME.
009900     MOVE 'CALMNT'               TO ST-PROGRAM-NAME.
009910     MOVE WS-FUNCTION-PARM       TO ST-RUN-MODE.
009920     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
009930     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
009940     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
009950     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
009960     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
009970     MOVE WS-CHECK-READ-COUNT    TO ST-RECORDS-IN.
009980     MOVE ZERO                   TO ST-RECORDS-OUT.
009990     MOVE RETURN-CODE            TO ST-RETURN-CODE.
010000     WRITE STEP-TIMING-RECORD.
010010     CLOSE STEP-TIMING-FILE.
010020 9170-EXIT.
010030     EXIT.
