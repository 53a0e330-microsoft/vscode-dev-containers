000100*----------------------------------------------------------------
000200* STEPTIME.CPY - BATCH-WINDOW STEP-TIMING HISTORY RECORD.
000300*
000400* APPENDED THROUGHOUT THE NIGHTLY CYCLE SO OPERATIONS CAN SEE
000500* HOW LONG EACH STEP TOOK AND WHETHER THE WINDOW IS CREEPING
000600* TOWARD THE 06:00 ONLINE START.  RECORD TYPES:
000700*   C - CYCLE START, WRITTEN BY THE JOB STREAM BEFORE STEP01
000800*   J - ONE STEP AS THE JOB STREAM RAN IT (WALL-CLOCK START AND
000900*       END, CONDITION CODE; NO RECORD COUNTS)
001000*   P - ONE STEP AS THE PROGRAM ITSELF SAW IT, WITH ITS
001100*       PRINCIPAL INPUT AND OUTPUT RECORD COUNTS
001200*   W - WINMON RAISED THE MISSED-DEADLINE WARNING FOR THE CYCLE
001210*       (STEP = THE STEP JUST ENDED, START = WHEN RAISED, END
001220*       TIME = THE PROJECTED END OF THE WINDOW, RECORDS-IN =
001230*       TARGET SECONDS STILL TO RUN, RECORDS-OUT = PROJECTED
001240*       SECONDS PAST 06:00, RETURN CODE 4)
001300* EVERY RECORD CARRIES THE BUSINESS DATE THE STEP PROCESSED -
001400* THE CURRENT DATE BEFORE CLOSE OF DAY, THE DATE JUST CLOSED
001500* FOR EODROLL AND THE STEPS AFTER IT - SO ONE NIGHT'S RECORDS
001600* GROUP TOGETHER.  TIMES ARE HHMMSS CLOCK TIMES; WINMON WORKS
001700* THE ELAPSED SECONDS OUT FROM THE START AND END STAMPS.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY.
002000*    DATE       INIT  DESCRIPTION
002100*    ---------- ----  -------------------------------------------
002200*    2026-10-15 ALD   INITIAL VERSION.
002300*----------------------------------------------------------------
002400 01  STEP-TIMING-RECORD.
002500     05  ST-RECORD-TYPE          PIC X(01).
002600         88  ST-TYPE-CYCLE-START            VALUE 'C'.
002700         88  ST-TYPE-JOB-STEP               VALUE 'J'.
002800         88  ST-TYPE-PROGRAM-STEP           VALUE 'P'.
002900         88  ST-TYPE-DEADLINE-WARNING       VALUE 'W'.
003000     05  ST-BUSINESS-DATE        PIC 9(08).
003100     05  ST-STEP-NAME            PIC X(08).
003200     05  ST-PROGRAM-NAME         PIC X(10).
003300     05  ST-RUN-MODE             PIC X(08).
003400     05  ST-START-DATE           PIC 9(08).
003500     05  ST-START-TIME           PIC 9(06).
003600     05  ST-END-DATE             PIC 9(08).
003700     05  ST-END-TIME             PIC 9(06).
003800     05  ST-RECORDS-IN           PIC 9(09).
003900     05  ST-RECORDS-OUT          PIC 9(09).
004000     05  ST-RETURN-CODE          PIC 9(04).
