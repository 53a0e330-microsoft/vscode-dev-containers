000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     WINMON.
000120 AUTHOR.         ALVARODELEON.NET.
000130 INSTALLATION.   NIGHTLY-BATCH-CYCLE.
000140 DATE-WRITTEN.   2026-10-15.
000150 DATE-COMPILED.  2026-10-15.
000160*----------------------------------------------------------------
000170* REMARKS.  BATCH-WINDOW MONITOR.  EVERY CYCLE PROGRAM AND THE
000180*           JOB STREAM APPEND STEP START/END TIMES AND RECORD
000190*           COUNTS TO THE STEP-TIMING HISTORY (STEPTIME); THE
000200*           AGREED DURATION OF EACH STEP IS ON STEPTGT.
000210*
000220*           CHECK - RUN BY THE JOB STREAM AT EVERY STEP
000230*           BOUNDARY WHILE THE CYCLE IS RUNNING.  ADDS THE
000240*           TARGETS OF THE STEPS STILL TO RUN TO THE CLOCK AND,
000250*           WHEN THE PROJECTED END OF THE WINDOW IS PAST THE
000260*           06:00 ONLINE START, RAISES A WARNING ALERT (ONCE
000270*           PER BUSINESS DATE) AND ENDS RC=4.  IT NEVER STOPS
000280*           THE CYCLE - THE JOB STREAM DOES NOT TEST ITS CODE.
000290*
000300*           REPORT - COMPARES ONE NIGHT'S STEPS WITH THEIR
000310*           TARGETS, SHOWS EACH STEP'S TREND OVER THE 30
000320*           NIGHTS BEFORE IT AND LISTS EVERY NIGHT'S WINDOW
000330*           AGAINST 06:00 (WINRPT).  RC=4 WHEN THE NIGHT
000340*           REPORTED MISSED 06:00.
000350*
000360*           PARM:  CHECK STEPNAME  (CYCLE = BEFORE STEP01)
000370*                  REPORT YYYYMMDD (BLANK DATE = THE LATEST
000380*                  BUSINESS DATE ON STEPTIME).
000390*                  BLANK PARM = REPORT.
000400*----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    ---------- ----  -------------------------------------------
000440*    2026-10-15 ALD   INITIAL VERSION.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-STEPTIME-STATUS.
000560     SELECT STEP-TARGET-FILE ASSIGN TO STEPTGT
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-STEPTGT-STATUS.
000600     SELECT WINDOW-REPORT-FILE ASSIGN TO WINRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-WINRPT-STATUS.
000640     SELECT ALERT-FILE ASSIGN TO ALERTS
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-ALERT-STATUS.
000680     SELECT RUN-REGISTER ASSIGN TO RUNREG
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-RUNREG-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------
000760* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (INPUT;
000770* EXTEND FOR THE DEADLINE-WARNING RECORD)
000780*----------------------------------------------------------------
000790 FD  STEP-TIMING-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820     COPY STEPTIME.
000830*----------------------------------------------------------------
000840* STEP-TARGET-FILE - AGREED DURATION PER STEP, IN STEP ORDER
000850*----------------------------------------------------------------
000860 FD  STEP-TARGET-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY STEPTGT.
000900*----------------------------------------------------------------
000910* WINDOW-REPORT-FILE - BATCH-WINDOW REPORT
000920*----------------------------------------------------------------
000930 FD  WINDOW-REPORT-FILE
000940     LABEL RECORDS ARE OMITTED
000950     RECORDING MODE IS F.
000960 01  WINDOW-REPORT-LINE          PIC X(132).
000970*----------------------------------------------------------------
000980* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
000990*----------------------------------------------------------------
001000 FD  ALERT-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030     COPY ALERTS.
001040*----------------------------------------------------------------
001050* RUN-REGISTER - AUDIT TRAIL OF EVERY BATCH INVOCATION
001060*----------------------------------------------------------------
001070 FD  RUN-REGISTER
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100     COPY RUNREG.
001110*
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* SWITCHES AND STATUS FIELDS
001150*----------------------------------------------------------------
001160 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
001170     88  WS-STEPTIME-OK                     VALUE '00'.
001180     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
001190 77  WS-STEPTGT-STATUS           PIC X(02) VALUE SPACES.
001200     88  WS-STEPTGT-OK                      VALUE '00'.
001210 77  WS-WINRPT-STATUS            PIC X(02) VALUE SPACES.
001220     88  WS-WINRPT-OK                       VALUE '00'.
001230 77  WS-ALERT-STATUS             PIC X(02) VALUE SPACES.
001240     88  WS-ALERT-OK                        VALUE '00'.
001250     88  WS-ALERT-NOT-FOUND                 VALUE '35'.
001260 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001270     88  WS-RUNREG-OK                       VALUE '00'.
001280     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001290 77  WS-STEPTIME-EOF-SWITCH      PIC X(01) VALUE 'N'.
001300     88  WS-END-OF-STEPTIME                 VALUE 'Y'.
001310 77  WS-STEPTGT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001320     88  WS-END-OF-STEPTGT                  VALUE 'Y'.
001330 77  WS-TIMING-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001340 77  WS-LATE-NIGHT-COUNT         PIC 9(03) COMP VALUE ZERO.
001350 77  WS-OVER-STEP-COUNT          PIC 9(03) COMP VALUE ZERO.
001360*----------------------------------------------------------------
001370* RUN PARAMETER
001380*----------------------------------------------------------------
001390 77  WS-PARM-LINE                PIC X(40) VALUE SPACES.
001400 77  WS-PARM-FUNCTION            PIC X(08) VALUE SPACES.
001410     88  WS-FUNCTION-IS-CHECK               VALUE 'CHECK'.
001420     88  WS-FUNCTION-IS-REPORT              VALUE 'REPORT'.
001430 77  WS-PARM-OPERAND             PIC X(08) VALUE SPACES.
001440 77  WS-REPORT-DATE              PIC 9(08) VALUE 99999999.
001450*----------------------------------------------------------------
001460* THE WINDOW.  THE ONLINE DAY OPENS AT 06:00.  A CYCLE STARTED
001470* AT OR AFTER NOON MUST END BY 06:00 THE NEXT MORNING; ONE
001480* STARTED BEFORE NOON (A LATE RESTART) BY 06:00 THE SAME DAY.
001490*----------------------------------------------------------------
001500 77  WS-ONLINE-START-SECS        PIC 9(05) COMP VALUE 21600.
001510 77  WS-NOON-SECS                PIC 9(05) COMP VALUE 43200.
001520 77  WS-DAY-SECS                 PIC 9(05) COMP VALUE 86400.
001530 77  WS-ONLINE-START-TEXT        PIC X(08) VALUE '06:00:00'.
001540 77  WS-DEADLINE-BASE            PIC 9(12) COMP VALUE ZERO.
001550 77  WS-DEADLINE-SECS            PIC 9(12) COMP VALUE ZERO.
001560 77  WS-DL-DAYS                  PIC 9(07) COMP VALUE ZERO.
001570 77  WS-DL-REST                  PIC 9(05) COMP VALUE ZERO.
001580*----------------------------------------------------------------
001590* CLOCK.  TIMES ARE COMPARED AS SECONDS SINCE A FIXED EPOCH SO
001600* A WINDOW THAT CROSSES MIDNIGHT OR A MONTH END WORKS OUT.
001610*----------------------------------------------------------------
001620 77  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
001630 77  WS-NOW-TIME                 PIC 9(06) VALUE ZERO.
001640 77  WS-NOW-SECONDS              PIC 9(12) COMP VALUE ZERO.
001650 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
001660 01  WS-CDT-TIME-STAMP.
001670     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
001680     05  FILLER                  PIC X(02).
001690 01  WS-CNV-DATE                 PIC 9(08) VALUE ZERO.
001700 01  WS-CNV-DATE-PARTS REDEFINES WS-CNV-DATE.
001710     05  WS-CNV-YYYY             PIC 9(04).
001720     05  WS-CNV-MM               PIC 9(02).
001730     05  WS-CNV-DD               PIC 9(02).
001740 01  WS-CNV-TIME                 PIC 9(06) VALUE ZERO.
001750 01  WS-CNV-TIME-PARTS REDEFINES WS-CNV-TIME.
001760     05  WS-CNV-HH               PIC 9(02).
001770     05  WS-CNV-MI               PIC 9(02).
001780     05  WS-CNV-SS               PIC 9(02).
001790 77  WS-CNV-YEAR                 PIC 9(04) COMP VALUE ZERO.
001800 77  WS-CNV-Q4                   PIC 9(04) COMP VALUE ZERO.
001810 77  WS-CNV-Q100                 PIC 9(04) COMP VALUE ZERO.
001820 77  WS-CNV-Q400                 PIC 9(04) COMP VALUE ZERO.
001830 77  WS-CNV-DAYS                 PIC 9(07) COMP VALUE ZERO.
001840 77  WS-CNV-SECONDS              PIC 9(12) COMP VALUE ZERO.
001850*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP;
001860*    A LEAP DAY IS COUNTED BY TREATING JANUARY AND FEBRUARY AS
001870*    THE END OF THE YEAR BEFORE).
001880 01  WS-CUM-DAYS-VALUES.
001890     05  FILLER                  PIC X(36) VALUE
001900         '000031059090120151181212243273304334'.
001910 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001920     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
001930*----------------------------------------------------------------
001940* DURATION AND CLOCK EDITING - SIGN, HH:MM:SS
001950*----------------------------------------------------------------
001960 77  WS-FMT-SECONDS              PIC 9(12) COMP VALUE ZERO.
001970 77  WS-FMT-DAYS                 PIC 9(07) COMP VALUE ZERO.
001980 77  WS-FMT-HOURS                PIC 9(09) COMP VALUE ZERO.
001990 77  WS-FMT-REST                 PIC 9(05) COMP VALUE ZERO.
002000 77  WS-FMT-CLOCK-SECS           PIC 9(05) COMP VALUE ZERO.
002010 01  WS-FMT-HMS.
002020     05  WS-FMT-SIGN             PIC X(01).
002030     05  WS-FMT-HH               PIC 9(02).
002040     05  FILLER                  PIC X(01) VALUE ':'.
002050     05  WS-FMT-MI               PIC 9(02).
002060     05  FILLER                  PIC X(01) VALUE ':'.
002070     05  WS-FMT-SS               PIC 9(02).
002080*----------------------------------------------------------------
002090* ONE STEP-TIMING RECORD IN SECONDS
002100*----------------------------------------------------------------
002110 77  WS-REC-START                PIC 9(12) COMP VALUE ZERO.
002120 77  WS-REC-END                  PIC 9(12) COMP VALUE ZERO.
002130 77  WS-REC-ELAPSED              PIC 9(07) COMP VALUE ZERO.
002140*----------------------------------------------------------------
002150* CHECK - THE RUNNING CYCLE'S PROJECTION
002160*----------------------------------------------------------------
002170 77  WS-CHECK-ORDER              PIC 9(02) VALUE ZERO.
002180 77  WS-CYC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002190     88  WS-CYC-FOUND                       VALUE 'Y'.
002200 77  WS-CYC-BUS-DATE             PIC 9(08) VALUE ZERO.
002210 77  WS-CYC-START-SECS           PIC 9(12) COMP VALUE ZERO.
002220 77  WS-LAST-WARNED-DATE         PIC 9(08) VALUE ZERO.
002230 77  WS-REMAINING-SECS           PIC 9(07) COMP VALUE ZERO.
002240 77  WS-PROJECTED-SECS           PIC 9(12) COMP VALUE ZERO.
002250 77  WS-MARGIN-SECS              PIC 9(12) COMP VALUE ZERO.
002260 77  WS-PROJ-CLOCK               PIC X(08) VALUE SPACES.
002270 77  WS-PROJ-HHMMSS              PIC 9(06) VALUE ZERO.
002280 77  WS-MARGIN-TEXT              PIC X(08) VALUE SPACES.
002290*----------------------------------------------------------------
002300* STEP TABLE - ONE ENTRY PER STEPTGT RECORD.  THE REPORT
002310* NIGHT'S DETAIL IS HELD ON THE ENTRY; EVERY NIGHT'S ELAPSED
002320* TIME IS HELD PER NIGHT, AS THE JOB STREAM SAW IT (J) AND AS
002330* THE PROGRAM SAW IT (P).  THE JOB STREAM'S FIGURE IS USED
002340* WHEN THERE IS ONE - IT INCLUDES LOAD AND FILE ALLOCATION.
002350*----------------------------------------------------------------
002360 01  WS-TGT-TABLE.
002370     05  WS-TGT-ENTRY OCCURS 20 TIMES.
002380         10  WS-TGT-STEP         PIC X(08).
002390         10  WS-TGT-PROGRAM      PIC X(10).
002400         10  WS-TGT-ORDER        PIC 9(02).
002410         10  WS-TGT-SECONDS      PIC 9(05).
002420         10  WS-TGT-J-SEEN       PIC X(01).
002430         10  WS-TGT-J-FIRST      PIC 9(12) COMP.
002440         10  WS-TGT-J-LAST       PIC 9(12) COMP.
002450         10  WS-TGT-J-CC         PIC 9(04).
002460         10  WS-TGT-P-SEEN       PIC X(01).
002470         10  WS-TGT-P-FIRST      PIC 9(12) COMP.
002480         10  WS-TGT-P-LAST       PIC 9(12) COMP.
002490         10  WS-TGT-P-RC         PIC 9(04).
002500         10  WS-TGT-RECS-IN      PIC 9(09).
002510         10  WS-TGT-RECS-OUT     PIC 9(09).
002520         10  WS-TGT-NIGHT OCCURS 31 TIMES.
002530             15  WS-TGT-J-RAN    PIC X(01).
002540             15  WS-TGT-J-ELAPSED
002550                                 PIC 9(07) COMP.
002560             15  WS-TGT-P-RAN    PIC X(01).
002570             15  WS-TGT-P-ELAPSED
002580                                 PIC 9(07) COMP.
002590 77  WS-TGT-COUNT                PIC 9(03) COMP VALUE ZERO.
002600 77  WS-TGT-TABLE-MAX            PIC 9(03) COMP VALUE 20.
002610 77  WS-TGT-SUB                  PIC 9(03) COMP VALUE ZERO.
002620 77  WS-TGT-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
002630 77  WS-LOOKUP-STEP              PIC X(08) VALUE SPACES.
002640*----------------------------------------------------------------
002650* NIGHT TABLE - THE REPORT NIGHT AND THE 30 BEFORE IT, OLDEST
002660* FIRST.  THE WINDOW RUNS FROM THE CYCLE START TO THE LAST STEP
002670* END RECORDED FOR THE BUSINESS DATE.
002680*----------------------------------------------------------------
002690 01  WS-NIGHT-TABLE.
002700     05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
002710         10  WS-NT-DATE          PIC 9(08).
002720         10  WS-NT-CYCLE-START   PIC 9(12) COMP.
002730         10  WS-NT-WIN-START     PIC 9(12) COMP.
002740         10  WS-NT-WIN-END       PIC 9(12) COMP.
002750         10  WS-NT-WARNED        PIC X(01).
002760 01  WS-NIGHT-SWAP.
002770     05  WS-NS-DATE              PIC 9(08).
002780     05  WS-NS-CYCLE-START       PIC 9(12) COMP.
002790     05  WS-NS-WIN-START         PIC 9(12) COMP.
002800     05  WS-NS-WIN-END           PIC 9(12) COMP.
002810     05  WS-NS-WARNED            PIC X(01).
002820 77  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
002830 77  WS-NIGHT-TABLE-MAX          PIC 9(03) COMP VALUE 31.
002840 77  WS-NIGHT-SUB                PIC 9(03) COMP VALUE ZERO.
002850 77  WS-NIGHT-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
002860 77  WS-NIGHT-LOW-SUB            PIC 9(03) COMP VALUE ZERO.
002870 77  WS-SORT-SUB                 PIC 9(03) COMP VALUE ZERO.
002880 77  WS-SORT-NEXT-SUB            PIC 9(03) COMP VALUE ZERO.
002890 77  WS-RPT-NIGHT-SUB            PIC 9(03) COMP VALUE ZERO.
002900 77  WS-FIRST-PRIOR-SUB          PIC 9(03) COMP VALUE ZERO.
002910 77  WS-LAST-PRIOR-SUB           PIC 9(03) COMP VALUE ZERO.
002920 77  WS-LOOKUP-DATE              PIC 9(08) VALUE ZERO.
002930 77  WS-NO-WINDOW-START          PIC 9(12) COMP
002940                                 VALUE 999999999999.
002950*----------------------------------------------------------------
002960* TREND WORK - ONE STEP (OR THE WHOLE WINDOW) ACROSS THE NIGHTS
002970*----------------------------------------------------------------
002980 01  WS-TREND-TABLE.
002990     05  WS-TREND-NIGHT OCCURS 31 TIMES.
003000         10  WS-TR-RAN           PIC X(01).
003010         10  WS-TR-ELAPSED       PIC 9(07) COMP.
003020         10  WS-TR-OVER          PIC X(01).
003030 77  WS-TR-NIGHTS                PIC 9(03) COMP VALUE ZERO.
003040 77  WS-TR-SUM                   PIC 9(09) COMP VALUE ZERO.
003050 77  WS-TR-MIN                   PIC 9(07) COMP VALUE ZERO.
003060 77  WS-TR-MAX                   PIC 9(07) COMP VALUE ZERO.
003070 77  WS-TR-AVG                   PIC 9(07) COMP VALUE ZERO.
003080 77  WS-TR-OVER-COUNT            PIC 9(03) COMP VALUE ZERO.
003090 77  WS-TR-HALF                  PIC 9(03) COMP VALUE ZERO.
003100 77  WS-TR-SEQ                   PIC 9(03) COMP VALUE ZERO.
003110 77  WS-TR-OLD-SUM               PIC 9(09) COMP VALUE ZERO.
003120 77  WS-TR-NEW-SUM               PIC 9(09) COMP VALUE ZERO.
003130 77  WS-TR-OLD-AVG               PIC 9(07) COMP VALUE ZERO.
003140 77  WS-TR-NEW-AVG               PIC 9(07) COMP VALUE ZERO.
003150 77  WS-TR-TEXT                  PIC X(14) VALUE SPACES.
003160 77  WS-PICK-ELAPSED             PIC 9(07) COMP VALUE ZERO.
003170 77  WS-PICK-RAN-SWITCH          PIC X(01) VALUE 'N'.
003180     88  WS-PICK-RAN                        VALUE 'Y'.
003190*----------------------------------------------------------------
003200* REPORT LINES
003210*----------------------------------------------------------------
003220 77  WS-RPT-COUNT-DISPLAY        PIC ZZZZZZ9.
003230 01  WS-REPORT-LINE.
003240     05  WS-RPT-LABEL            PIC X(40).
003250     05  WS-RPT-VALUE            PIC X(20).
003260     05  FILLER                  PIC X(72) VALUE SPACES.
003270 01  WS-STEP-HEADING.
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  FILLER                  PIC X(10) VALUE 'STEP'.
003300     05  FILLER                  PIC X(12) VALUE 'PROGRAM'.
003310     05  FILLER                  PIC X(10) VALUE 'START'.
003320     05  FILLER                  PIC X(10) VALUE 'END'.
003330     05  FILLER                  PIC X(10) VALUE 'ELAPSED'.
003340     05  FILLER                  PIC X(10) VALUE 'TARGET'.
003350     05  FILLER                  PIC X(11) VALUE 'VARIANCE'.
003360     05  FILLER                  PIC X(11) VALUE '  RECS IN'.
003370     05  FILLER                  PIC X(11) VALUE ' RECS OUT'.
003380     05  FILLER                  PIC X(06) VALUE '  CC'.
003390     05  FILLER                  PIC X(10) VALUE '30-NT AVG'.
003400     05  FILLER                  PIC X(19) VALUE 'FLAG'.
003410 01  WS-STEP-DETAIL.
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-SDL-STEP             PIC X(08).
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  WS-SDL-PROGRAM          PIC X(10).
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  WS-SDL-START            PIC X(08).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  WS-SDL-END              PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  WS-SDL-ELAPSED          PIC X(08).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  WS-SDL-TARGET           PIC X(08).
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  WS-SDL-VARIANCE         PIC X(09).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  WS-SDL-RECS-IN          PIC ZZZZZZZZ9.
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  WS-SDL-RECS-OUT         PIC ZZZZZZZZ9.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  WS-SDL-CC               PIC ZZZ9.
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  WS-SDL-AVG              PIC X(08).
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  WS-SDL-FLAG             PIC X(12).
003660     05  FILLER                  PIC X(07) VALUE SPACES.
003670 01  WS-TREND-HEADING.
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  FILLER                  PIC X(10) VALUE 'STEP'.
003700     05  FILLER                  PIC X(12) VALUE 'PROGRAM'.
003710     05  FILLER                  PIC X(05) VALUE 'NTS'.
003720     05  FILLER                  PIC X(10) VALUE 'AVERAGE'.
003730     05  FILLER                  PIC X(10) VALUE 'MINIMUM'.
003740     05  FILLER                  PIC X(10) VALUE 'MAXIMUM'.
003750     05  FILLER                  PIC X(10) VALUE 'TARGET'.
003760     05  FILLER                  PIC X(05) VALUE 'OVR'.
003770     05  FILLER                  PIC X(10) VALUE 'OLDER AVG'.
003780     05  FILLER                  PIC X(10) VALUE 'NEWER AVG'.
003790     05  FILLER                  PIC X(14) VALUE 'TREND'.
003800     05  FILLER                  PIC X(24) VALUE SPACES.
003810 01  WS-TREND-DETAIL.
003820     05  FILLER                  PIC X(02) VALUE SPACES.
003830     05  WS-TDL-STEP             PIC X(08).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  WS-TDL-PROGRAM          PIC X(10).
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  WS-TDL-NIGHTS           PIC ZZ9.
003880     05  FILLER                  PIC X(02) VALUE SPACES.
003890     05  WS-TDL-AVG              PIC X(08).
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  WS-TDL-MIN              PIC X(08).
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  WS-TDL-MAX              PIC X(08).
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  WS-TDL-TARGET           PIC X(08).
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  WS-TDL-OVER             PIC ZZ9.
003980     05  FILLER                  PIC X(02) VALUE SPACES.
003990     05  WS-TDL-OLD-AVG          PIC X(08).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  WS-TDL-NEW-AVG          PIC X(08).
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  WS-TDL-TREND            PIC X(14).
004040     05  FILLER                  PIC X(24) VALUE SPACES.
004050 01  WS-NIGHT-HEADING.
004060     05  FILLER                  PIC X(02) VALUE SPACES.
004070     05  FILLER                  PIC X(10) VALUE 'NIGHT'.
004080     05  FILLER                  PIC X(10) VALUE 'STARTED'.
004090     05  FILLER                  PIC X(10) VALUE 'ENDED'.
004100     05  FILLER                  PIC X(10) VALUE 'ELAPSED'.
004110     05  FILLER                  PIC X(11) VALUE 'MARGIN'.
004120     05  FILLER                  PIC X(20) VALUE 'FLAG'.
004130     05  FILLER                  PIC X(59) VALUE SPACES.
004140 01  WS-NIGHT-DETAIL.
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  WS-NDL-DATE             PIC 9(08).
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  WS-NDL-START            PIC X(08).
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  WS-NDL-END              PIC X(08).
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  WS-NDL-ELAPSED          PIC X(08).
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  WS-NDL-MARGIN           PIC X(09).
004250     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  WS-NDL-FLAG             PIC X(20).
004270     05  FILLER                  PIC X(59) VALUE SPACES.
004280*----------------------------------------------------------------
004290* ABEND AND ALERT FIELDS
004300*----------------------------------------------------------------
004310 77  WS-ABEND-CODE               PIC 9(04) VALUE ZERO.
004320 77  WS-ABEND-REASON             PIC X(60) VALUE SPACES.
004330 77  WS-ABEND-IN-PROGRESS-SWITCH PIC X(01) VALUE 'N'.
004340     88  WS-ABEND-IN-PROGRESS               VALUE 'Y'.
004350 77  WS-ALERT-SEVERITY           PIC X(01) VALUE 'F'.
004360 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'WINMON'.
004370 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
004380 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
004390*----------------------------------------------------------------
004400* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
004410*----------------------------------------------------------------
004420     COPY RUNPARM.
004430*
004440 PROCEDURE DIVISION.
004450*----------------------------------------------------------------
004460 0000-MAINLINE.
004470*----------------------------------------------------------------
004480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004490     PERFORM 1100-LOAD-TARGETS THRU 1100-EXIT.
004500     IF WS-FUNCTION-IS-CHECK
004510         PERFORM 2000-CHECK-DEADLINE THRU 2000-EXIT
004520     ELSE
004530         PERFORM 3000-COLLECT-NIGHTS THRU 3000-EXIT
004540         PERFORM 4000-ACCUMULATE-NIGHTS THRU 4000-EXIT
004550         PERFORM 5000-PRODUCE-REPORT THRU 5000-EXIT
004560     END-IF.
004570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004580     STOP RUN.
004590*----------------------------------------------------------------
004600 1000-INITIALIZE.
004610*----------------------------------------------------------------
004620     MOVE 'WINMON' TO RP-JOB-NAME.
004630     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
004640     UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
004650         INTO WS-PARM-FUNCTION WS-PARM-OPERAND.
004660     IF WS-PARM-FUNCTION = SPACES
004670         MOVE 'REPORT' TO WS-PARM-FUNCTION
004680     END-IF.
004690     IF NOT WS-FUNCTION-IS-CHECK
004700       AND NOT WS-FUNCTION-IS-REPORT
004710         MOVE 12 TO WS-ABEND-CODE
004720         STRING 'INVALID FUNCTION PARM ' WS-PARM-FUNCTION
004730             ' - USE CHECK OR REPORT' DELIMITED BY SIZE
004740             INTO WS-ABEND-REASON
004750         GO TO 9999-ABEND-RTN
004760     END-IF.
004770     IF WS-FUNCTION-IS-CHECK
004780       AND WS-PARM-OPERAND = SPACES
004790         MOVE 'CYCLE' TO WS-PARM-OPERAND
004800     END-IF.
004810     IF WS-FUNCTION-IS-REPORT
004820       AND WS-PARM-OPERAND NOT = SPACES
004830         IF WS-PARM-OPERAND IS NUMERIC
004840             MOVE WS-PARM-OPERAND TO WS-REPORT-DATE
004850         ELSE
004860             MOVE 12 TO WS-ABEND-CODE
004870             STRING 'INVALID REPORT DATE ' WS-PARM-OPERAND
004880                 ' - USE YYYYMMDD' DELIMITED BY SIZE
004890                 INTO WS-ABEND-REASON
004900             GO TO 9999-ABEND-RTN
004910         END-IF
004920     END-IF.
004930     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
004940     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
004950     MOVE WS-CDT-TIME-HHMMSS TO WS-NOW-TIME.
004960     MOVE WS-NOW-DATE TO WS-CNV-DATE.
004970     MOVE WS-NOW-TIME TO WS-CNV-TIME.
004980     PERFORM 8100-TO-SECONDS THRU 8100-EXIT.
004990     MOVE WS-CNV-SECONDS TO WS-NOW-SECONDS.
005000     DISPLAY 'WINMON   - FUNCTION = ' WS-PARM-FUNCTION
005010         ' ' WS-PARM-OPERAND.
005020 1000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050 1100-LOAD-TARGETS.
005060*----------------------------------------------------------------
005070     OPEN INPUT STEP-TARGET-FILE.
005080     IF NOT WS-STEPTGT-OK
005090*        THE CHECK MUST NEVER GET IN THE CYCLE'S WAY - WITHOUT
005100*        TARGETS THERE IS SIMPLY NOTHING TO PROJECT.
005110         IF WS-FUNCTION-IS-CHECK
005120             DISPLAY 'WINMON   - STEPTGT UNAVAILABLE, FILE '
005130                 'STATUS = ' WS-STEPTGT-STATUS
005140             GO TO 1100-EXIT
005150         END-IF
005160         MOVE 12 TO WS-ABEND-CODE
005170         STRING 'STEPTGT OPEN FAILED, FILE STATUS = '
005180             WS-STEPTGT-STATUS DELIMITED BY SIZE
005190             INTO WS-ABEND-REASON
005200         GO TO 9999-ABEND-RTN
005210     END-IF.
005220     PERFORM 1110-LOAD-ONE-TARGET THRU 1110-EXIT
005230         UNTIL WS-END-OF-STEPTGT.
005240     CLOSE STEP-TARGET-FILE.
005250 1100-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280 1110-LOAD-ONE-TARGET.
005290*----------------------------------------------------------------
005300     READ STEP-TARGET-FILE
005310         AT END
005320             MOVE 'Y' TO WS-STEPTGT-EOF-SWITCH
005330         NOT AT END
005340             IF WS-TGT-COUNT < WS-TGT-TABLE-MAX
005350                 ADD 1 TO WS-TGT-COUNT
005360                 INITIALIZE WS-TGT-ENTRY(WS-TGT-COUNT)
005370                 MOVE TG-STEP-NAME
005380                     TO WS-TGT-STEP(WS-TGT-COUNT)
005390                 MOVE TG-PROGRAM-NAME
005400                     TO WS-TGT-PROGRAM(WS-TGT-COUNT)
005410                 MOVE TG-STEP-ORDER
005420                     TO WS-TGT-ORDER(WS-TGT-COUNT)
005430                 MOVE TG-TARGET-SECONDS
005440                     TO WS-TGT-SECONDS(WS-TGT-COUNT)
005450             ELSE
005460                 DISPLAY 'WINMON   - MORE STEPS THAN THE STEP '
005470                     'TABLE HOLDS, ' TG-STEP-NAME ' IGNORED'
005480             END-IF
005490     END-READ.
005500 1110-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530 2000-CHECK-DEADLINE.
005540*----------------------------------------------------------------
005550     IF WS-TGT-COUNT = ZERO
005560         DISPLAY 'WINMON   - NO STEP TARGETS, NOTHING TO PROJECT'
005570         GO TO 2000-EXIT
005580     END-IF.
005590     IF WS-PARM-OPERAND = 'CYCLE'
005600         MOVE ZERO TO WS-CHECK-ORDER
005610     ELSE
005620         MOVE WS-PARM-OPERAND TO WS-LOOKUP-STEP
005630         PERFORM 8500-FIND-STEP THRU 8500-EXIT
005640         IF WS-TGT-FOUND-SUB = ZERO
005650             DISPLAY 'WINMON   - STEP ' WS-PARM-OPERAND
005660                 ' HAS NO TARGET, NOTHING TO PROJECT'
005670             GO TO 2000-EXIT
005680         END-IF
005690         MOVE WS-TGT-ORDER(WS-TGT-FOUND-SUB) TO WS-CHECK-ORDER
005700     END-IF.
005710     PERFORM 2100-FIND-CYCLE-START THRU 2100-EXIT.
005720     IF NOT WS-CYC-FOUND
005730         DISPLAY 'WINMON   - NO CYCLE START ON STEPTIME, '
005740             'NOTHING TO PROJECT'
005750         GO TO 2000-EXIT
005760     END-IF.
005770     MOVE WS-CYC-BUS-DATE TO RP-RUN-DATE.
005780     MOVE ZERO TO WS-REMAINING-SECS.
005790     PERFORM 2200-ADD-REMAINING THRU 2200-EXIT
005800         VARYING WS-TGT-SUB FROM 1 BY 1
005810         UNTIL WS-TGT-SUB > WS-TGT-COUNT.
005820     COMPUTE WS-PROJECTED-SECS =
005830         WS-NOW-SECONDS + WS-REMAINING-SECS.
005840     MOVE WS-CYC-START-SECS TO WS-DEADLINE-BASE.
005850     PERFORM 8400-FIND-DEADLINE THRU 8400-EXIT.
005860     MOVE WS-PROJECTED-SECS TO WS-FMT-SECONDS.
005870     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
005880     MOVE WS-FMT-HMS(2:8) TO WS-PROJ-CLOCK.
005890     COMPUTE WS-PROJ-HHMMSS =
005900         WS-FMT-HH * 10000 + WS-FMT-MI * 100 + WS-FMT-SS.
005910     DISPLAY 'WINMON   - AFTER ' WS-PARM-OPERAND
005920         ' PROJECTED END = ' WS-PROJ-CLOCK.
005930     IF WS-PROJECTED-SECS NOT > WS-DEADLINE-SECS
005940         COMPUTE WS-MARGIN-SECS =
005950             WS-DEADLINE-SECS - WS-PROJECTED-SECS
005960         MOVE WS-MARGIN-SECS TO WS-FMT-SECONDS
005970         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
005980         DISPLAY 'WINMON   - ON COURSE FOR 06:00, MARGIN = '
005990             WS-FMT-HMS(2:8)
006000         GO TO 2000-EXIT
006010     END-IF.
006020     COMPUTE WS-MARGIN-SECS =
006030         WS-PROJECTED-SECS - WS-DEADLINE-SECS.
006040     MOVE WS-MARGIN-SECS TO WS-FMT-SECONDS.
006050     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
006060     MOVE WS-FMT-HMS(2:8) TO WS-MARGIN-TEXT.
006070     DISPLAY 'WINMON   - CYCLE WILL MISS 06:00 BY '
006080         WS-MARGIN-TEXT.
006090     MOVE 4 TO RETURN-CODE.
006100*    ONE WARNING PER BUSINESS DATE - THE LATER STEP BOUNDARIES
006110*    OF A LATE CYCLE DO NOT PAGE THE ON-CALL ANALYST AGAIN.
006120     IF WS-LAST-WARNED-DATE = WS-CYC-BUS-DATE
006130         DISPLAY 'WINMON   - DEADLINE WARNING ALREADY RAISED '
006140             'FOR ' WS-CYC-BUS-DATE
006150         GO TO 2000-EXIT
006160     END-IF.
006170     PERFORM 2300-RAISE-WARNING THRU 2300-EXIT.
006180 2000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210 2100-FIND-CYCLE-START.
006220*----------------------------------------------------------------
006230*    THE LAST CYCLE-START RECORD ON FILE IS THE CYCLE RUNNING
006240*    NOW - A RESTART WRITES A NEW ONE.
006250     OPEN INPUT STEP-TIMING-FILE.
006260     IF NOT WS-STEPTIME-OK
006270         DISPLAY 'WINMON   - STEPTIME UNAVAILABLE, FILE '
006280             'STATUS = ' WS-STEPTIME-STATUS
006290         GO TO 2100-EXIT
006300     END-IF.
006310     PERFORM 2110-READ-ONE-TIMING THRU 2110-EXIT
006320         UNTIL WS-END-OF-STEPTIME.
006330     CLOSE STEP-TIMING-FILE.
006340 2100-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370 2110-READ-ONE-TIMING.
006380*----------------------------------------------------------------
006390     READ STEP-TIMING-FILE
006400         AT END
006410             MOVE 'Y' TO WS-STEPTIME-EOF-SWITCH
006420         NOT AT END
006430             ADD 1 TO WS-TIMING-READ-COUNT
006440             IF ST-TYPE-CYCLE-START
006450                 SET WS-CYC-FOUND TO TRUE
006460                 MOVE ST-BUSINESS-DATE TO WS-CYC-BUS-DATE
006470                 MOVE ST-START-DATE TO WS-CNV-DATE
006480                 MOVE ST-START-TIME TO WS-CNV-TIME
006490                 PERFORM 8100-TO-SECONDS THRU 8100-EXIT
006500                 MOVE WS-CNV-SECONDS TO WS-CYC-START-SECS
006510             END-IF
006520             IF ST-TYPE-DEADLINE-WARNING
006530                 MOVE ST-BUSINESS-DATE TO WS-LAST-WARNED-DATE
006540             END-IF
006550     END-READ.
006560 2110-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590 2200-ADD-REMAINING.
006600*----------------------------------------------------------------
006610     IF WS-TGT-ORDER(WS-TGT-SUB) > WS-CHECK-ORDER
006620         ADD WS-TGT-SECONDS(WS-TGT-SUB) TO WS-REMAINING-SECS
006630     END-IF.
006640 2200-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670 2300-RAISE-WARNING.
006680*----------------------------------------------------------------
006690     MOVE 'W' TO WS-ALERT-SEVERITY.
006700     MOVE WS-PARM-OPERAND TO WS-ALERT-STEP-NAME.
006710     STRING 'CYCLE WILL MISS 06:00 - PROJECTED END '
006720         WS-PROJ-CLOCK ' AFTER '
006730         WS-PARM-OPERAND DELIMITED BY SIZE
006740         INTO WS-ALERT-REASON.
006750     MOVE 'WARN ONLINE START / SERVICE DESK NOW'
006760         TO WS-ALERT-ACTION.
006770     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
006780     OPEN EXTEND STEP-TIMING-FILE.
006790     IF WS-STEPTIME-NOT-FOUND
006800         OPEN OUTPUT STEP-TIMING-FILE
006810     END-IF.
006820     IF NOT WS-STEPTIME-OK
006830         DISPLAY 'WINMON   - STEPTIME OPEN FAILED, FILE '
006840             'STATUS = ' WS-STEPTIME-STATUS
006850         GO TO 2300-EXIT
006860     END-IF.
006870     SET ST-TYPE-DEADLINE-WARNING TO TRUE.
006880     MOVE WS-CYC-BUS-DATE        TO ST-BUSINESS-DATE.
006890     MOVE WS-PARM-OPERAND        TO ST-STEP-NAME.
006900     MOVE 'WINMON'               TO ST-PROGRAM-NAME.
006910     MOVE 'CHECK'                TO ST-RUN-MODE.
006920     MOVE WS-NOW-DATE            TO ST-START-DATE.
006930     MOVE WS-NOW-TIME            TO ST-START-TIME.
006940     MOVE WS-NOW-DATE            TO ST-END-DATE.
006950     MOVE WS-PROJ-HHMMSS         TO ST-END-TIME.
006960     MOVE WS-REMAINING-SECS      TO ST-RECORDS-IN.
006970     MOVE WS-MARGIN-SECS         TO ST-RECORDS-OUT.
006980     MOVE RETURN-CODE            TO ST-RETURN-CODE.
006990     WRITE STEP-TIMING-RECORD.
007000     CLOSE STEP-TIMING-FILE.
007010     DISPLAY 'WINMON   - DEADLINE WARNING RAISED FOR '
007020         WS-CYC-BUS-DATE.
007030 2300-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060 3000-COLLECT-NIGHTS.
007070*----------------------------------------------------------------
007080*    FIRST PASS - THE REPORT NIGHT AND THE 30 BUSINESS DATES
007090*    BEFORE IT THAT HAVE TIMINGS ON FILE, OLDEST FIRST.
007100     OPEN INPUT STEP-TIMING-FILE.
007110     IF WS-STEPTIME-NOT-FOUND
007120         DISPLAY 'WINMON   - NO STEP-TIMING HISTORY ON FILE'
007130         GO TO 3000-EXIT
007140     END-IF.
007150     IF NOT WS-STEPTIME-OK
007160         MOVE 12 TO WS-ABEND-CODE
007170         STRING 'STEPTIME OPEN FAILED, FILE STATUS = '
007180             WS-STEPTIME-STATUS DELIMITED BY SIZE
007190             INTO WS-ABEND-REASON
007200         GO TO 9999-ABEND-RTN
007210     END-IF.
007220     PERFORM 3100-READ-ONE-NIGHT THRU 3100-EXIT
007230         UNTIL WS-END-OF-STEPTIME.
007240     CLOSE STEP-TIMING-FILE.
007250     IF WS-NIGHT-COUNT > 1
007260         PERFORM 3300-SORT-PASS THRU 3300-EXIT
007270             VARYING WS-SORT-SUB FROM 1 BY 1
007280             UNTIL WS-SORT-SUB NOT < WS-NIGHT-COUNT
007290     END-IF.
007300     IF WS-REPORT-DATE = 99999999
007310       AND WS-NIGHT-COUNT > ZERO
007320         MOVE WS-NT-DATE(WS-NIGHT-COUNT) TO WS-REPORT-DATE
007330     END-IF.
007340*    THE REPORT NIGHT IS THE NEWEST ENTRY WHEN IT HAS TIMINGS;
007350*    EVERY OTHER ENTRY IS ONE OF THE 30 NIGHTS BEFORE IT.
007360     MOVE 1 TO WS-FIRST-PRIOR-SUB.
007370     MOVE WS-NIGHT-COUNT TO WS-LAST-PRIOR-SUB.
007380     IF WS-NIGHT-COUNT > ZERO
007390         IF WS-NT-DATE(WS-NIGHT-COUNT) = WS-REPORT-DATE
007400             MOVE WS-NIGHT-COUNT TO WS-RPT-NIGHT-SUB
007410             SUBTRACT 1 FROM WS-LAST-PRIOR-SUB
007420         ELSE
007430             IF WS-NIGHT-COUNT = WS-NIGHT-TABLE-MAX
007440                 MOVE 2 TO WS-FIRST-PRIOR-SUB
007450             END-IF
007460         END-IF
007470     END-IF.
007480     MOVE WS-REPORT-DATE TO RP-RUN-DATE.
007490     MOVE 'N' TO WS-STEPTIME-EOF-SWITCH.
007500 3000-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530 3100-READ-ONE-NIGHT.
007540*----------------------------------------------------------------
007550     READ STEP-TIMING-FILE
007560         AT END
007570             MOVE 'Y' TO WS-STEPTIME-EOF-SWITCH
007580         NOT AT END
007590             ADD 1 TO WS-TIMING-READ-COUNT
007600             IF ST-BUSINESS-DATE NOT > WS-REPORT-DATE
007610                 PERFORM 3200-NOTE-NIGHT THRU 3200-EXIT
007620             END-IF
007630     END-READ.
007640 3100-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670 3200-NOTE-NIGHT.
007680*----------------------------------------------------------------
007690     MOVE ST-BUSINESS-DATE TO WS-LOOKUP-DATE.
007700     PERFORM 8600-FIND-NIGHT THRU 8600-EXIT.
007710     IF WS-NIGHT-FOUND-SUB > ZERO
007720         GO TO 3200-EXIT
007730     END-IF.
007740     IF WS-NIGHT-COUNT < WS-NIGHT-TABLE-MAX
007750         ADD 1 TO WS-NIGHT-COUNT
007760         MOVE WS-NIGHT-COUNT TO WS-NIGHT-LOW-SUB
007770     ELSE
007780*        TABLE FULL - THE NEW DATE REPLACES THE OLDEST HELD,
007790*        PROVIDED IT IS NEWER.
007800         MOVE 1 TO WS-NIGHT-LOW-SUB
007810         PERFORM 3210-FIND-OLDEST-NIGHT THRU 3210-EXIT
007820             VARYING WS-NIGHT-SUB FROM 2 BY 1
007830             UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
007840         IF ST-BUSINESS-DATE NOT > WS-NT-DATE(WS-NIGHT-LOW-SUB)
007850             GO TO 3200-EXIT
007860         END-IF
007870     END-IF.
007880     INITIALIZE WS-NIGHT-ENTRY(WS-NIGHT-LOW-SUB).
007890     MOVE ST-BUSINESS-DATE TO WS-NT-DATE(WS-NIGHT-LOW-SUB).
007900     MOVE WS-NO-WINDOW-START
007910         TO WS-NT-WIN-START(WS-NIGHT-LOW-SUB).
007920     MOVE 'N' TO WS-NT-WARNED(WS-NIGHT-LOW-SUB).
007930 3200-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960 3210-FIND-OLDEST-NIGHT.
007970*----------------------------------------------------------------
007980     IF WS-NT-DATE(WS-NIGHT-SUB) < WS-NT-DATE(WS-NIGHT-LOW-SUB)
007990         MOVE WS-NIGHT-SUB TO WS-NIGHT-LOW-SUB
008000     END-IF.
008010 3210-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040 3300-SORT-PASS.
008050*----------------------------------------------------------------
008060     COMPUTE WS-SORT-NEXT-SUB = WS-SORT-SUB + 1.
008070     PERFORM 3310-SORT-COMPARE THRU 3310-EXIT
008080         VARYING WS-NIGHT-SUB FROM WS-SORT-NEXT-SUB BY 1
008090         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
008100 3300-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------
008130 3310-SORT-COMPARE.
008140*----------------------------------------------------------------
008150     IF WS-NT-DATE(WS-NIGHT-SUB) < WS-NT-DATE(WS-SORT-SUB)
008160         MOVE WS-NIGHT-ENTRY(WS-SORT-SUB) TO WS-NIGHT-SWAP
008170         MOVE WS-NIGHT-ENTRY(WS-NIGHT-SUB)
008180             TO WS-NIGHT-ENTRY(WS-SORT-SUB)
008190         MOVE WS-NIGHT-SWAP TO WS-NIGHT-ENTRY(WS-NIGHT-SUB)
008200     END-IF.
008210 3310-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240 4000-ACCUMULATE-NIGHTS.
008250*----------------------------------------------------------------
008260*    SECOND PASS - EACH NIGHT'S WINDOW AND EACH STEP'S ELAPSED
008270*    TIME PER NIGHT; THE REPORT NIGHT'S STEP DETAIL.
008280     IF WS-NIGHT-COUNT = ZERO
008290         GO TO 4000-EXIT
008300     END-IF.
008310     OPEN INPUT STEP-TIMING-FILE.
008320     IF NOT WS-STEPTIME-OK
008330         MOVE 12 TO WS-ABEND-CODE
008340         STRING 'STEPTIME REOPEN FAILED, FILE STATUS = '
008350             WS-STEPTIME-STATUS DELIMITED BY SIZE
008360             INTO WS-ABEND-REASON
008370         GO TO 9999-ABEND-RTN
008380     END-IF.
008390     PERFORM 4100-READ-ONE-TIMING THRU 4100-EXIT
008400         UNTIL WS-END-OF-STEPTIME.
008410     CLOSE STEP-TIMING-FILE.
008420 4000-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450 4100-READ-ONE-TIMING.
008460*----------------------------------------------------------------
008470     READ STEP-TIMING-FILE
008480         AT END
008490             MOVE 'Y' TO WS-STEPTIME-EOF-SWITCH
008500         NOT AT END
008510             PERFORM 4200-APPLY-TIMING THRU 4200-EXIT
008520     END-READ.
008530 4100-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560 4200-APPLY-TIMING.
008570*----------------------------------------------------------------
008580     MOVE ST-BUSINESS-DATE TO WS-LOOKUP-DATE.
008590     PERFORM 8600-FIND-NIGHT THRU 8600-EXIT.
008600     IF WS-NIGHT-FOUND-SUB = ZERO
008610         GO TO 4200-EXIT
008620     END-IF.
008630     MOVE WS-NIGHT-FOUND-SUB TO WS-NIGHT-SUB.
008640     IF ST-TYPE-DEADLINE-WARNING
008650         MOVE 'Y' TO WS-NT-WARNED(WS-NIGHT-SUB)
008660         GO TO 4200-EXIT
008670     END-IF.
008680     MOVE ST-START-DATE TO WS-CNV-DATE.
008690     MOVE ST-START-TIME TO WS-CNV-TIME.
008700     PERFORM 8100-TO-SECONDS THRU 8100-EXIT.
008710     MOVE WS-CNV-SECONDS TO WS-REC-START.
008720     MOVE ST-END-DATE TO WS-CNV-DATE.
008730     MOVE ST-END-TIME TO WS-CNV-TIME.
008740     PERFORM 8100-TO-SECONDS THRU 8100-EXIT.
008750     MOVE WS-CNV-SECONDS TO WS-REC-END.
008760     IF WS-REC-END > WS-REC-START
008770         COMPUTE WS-REC-ELAPSED = WS-REC-END - WS-REC-START
008780     ELSE
008790         MOVE ZERO TO WS-REC-ELAPSED
008800     END-IF.
008810     IF WS-REC-START > ZERO
008820       AND WS-REC-START < WS-NT-WIN-START(WS-NIGHT-SUB)
008830         MOVE WS-REC-START TO WS-NT-WIN-START(WS-NIGHT-SUB)
008840     END-IF.
008850     IF ST-TYPE-CYCLE-START
008860         IF WS-NT-CYCLE-START(WS-NIGHT-SUB) = ZERO
008870             MOVE WS-REC-START TO WS-NT-CYCLE-START(WS-NIGHT-SUB)
008880         END-IF
008890         GO TO 4200-EXIT
008900     END-IF.
008910     IF WS-REC-END > WS-NT-WIN-END(WS-NIGHT-SUB)
008920         MOVE WS-REC-END TO WS-NT-WIN-END(WS-NIGHT-SUB)
008930     END-IF.
008940     MOVE ST-STEP-NAME TO WS-LOOKUP-STEP.
008950     PERFORM 8500-FIND-STEP THRU 8500-EXIT.
008960     IF WS-TGT-FOUND-SUB = ZERO
008970         GO TO 4200-EXIT
008980     END-IF.
008990     MOVE WS-TGT-FOUND-SUB TO WS-TGT-SUB.
009000     IF ST-TYPE-JOB-STEP
009010         PERFORM 4300-APPLY-JOB-STEP THRU 4300-EXIT
009020     END-IF.
009030     IF ST-TYPE-PROGRAM-STEP
009040         PERFORM 4400-APPLY-PROGRAM-STEP THRU 4400-EXIT
009050     END-IF.
009060 4200-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090 4300-APPLY-JOB-STEP.
009100*----------------------------------------------------------------
009110*    A STEP RUN TWICE IN A NIGHT (A FAILURE AND ITS RESTART)
009120*    COUNTS BOTH RUNS - BOTH CAME OUT OF THE WINDOW.
009130     ADD WS-REC-ELAPSED
009140         TO WS-TGT-J-ELAPSED(WS-TGT-SUB WS-NIGHT-SUB).
009150     MOVE 'Y' TO WS-TGT-J-RAN(WS-TGT-SUB WS-NIGHT-SUB).
009160     IF WS-NIGHT-SUB NOT = WS-RPT-NIGHT-SUB
009170         GO TO 4300-EXIT
009180     END-IF.
009190     IF WS-TGT-J-SEEN(WS-TGT-SUB) NOT = 'Y'
009200         MOVE 'Y' TO WS-TGT-J-SEEN(WS-TGT-SUB)
009210         MOVE WS-REC-START TO WS-TGT-J-FIRST(WS-TGT-SUB)
009220     END-IF.
009230     MOVE WS-REC-END TO WS-TGT-J-LAST(WS-TGT-SUB).
009240     MOVE ST-RETURN-CODE TO WS-TGT-J-CC(WS-TGT-SUB).
009250 4300-EXIT.
009260     EXIT.
009270*----------------------------------------------------------------
009280 4400-APPLY-PROGRAM-STEP.
009290*----------------------------------------------------------------
009300     ADD WS-REC-ELAPSED
009310         TO WS-TGT-P-ELAPSED(WS-TGT-SUB WS-NIGHT-SUB).
009320     MOVE 'Y' TO WS-TGT-P-RAN(WS-TGT-SUB WS-NIGHT-SUB).
009330     IF WS-NIGHT-SUB NOT = WS-RPT-NIGHT-SUB
009340         GO TO 4400-EXIT
009350     END-IF.
009360     IF WS-TGT-P-SEEN(WS-TGT-SUB) NOT = 'Y'
009370         MOVE 'Y' TO WS-TGT-P-SEEN(WS-TGT-SUB)
009380         MOVE WS-REC-START TO WS-TGT-P-FIRST(WS-TGT-SUB)
009390     END-IF.
009400     MOVE WS-REC-END TO WS-TGT-P-LAST(WS-TGT-SUB).
009410     MOVE ST-RETURN-CODE TO WS-TGT-P-RC(WS-TGT-SUB).
009420     MOVE ST-RECORDS-IN TO WS-TGT-RECS-IN(WS-TGT-SUB).
009430     MOVE ST-RECORDS-OUT TO WS-TGT-RECS-OUT(WS-TGT-SUB).
009440 4400-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470 4500-PICK-ELAPSED.
009480*----------------------------------------------------------------
009490     MOVE 'N' TO WS-PICK-RAN-SWITCH.
009500     MOVE ZERO TO WS-PICK-ELAPSED.
009510     IF WS-TGT-J-RAN(WS-TGT-SUB WS-NIGHT-SUB) = 'Y'
009520         SET WS-PICK-RAN TO TRUE
009530         MOVE WS-TGT-J-ELAPSED(WS-TGT-SUB WS-NIGHT-SUB)
009540             TO WS-PICK-ELAPSED
009550         GO TO 4500-EXIT
009560     END-IF.
009570     IF WS-TGT-P-RAN(WS-TGT-SUB WS-NIGHT-SUB) = 'Y'
009580         SET WS-PICK-RAN TO TRUE
009590         MOVE WS-TGT-P-ELAPSED(WS-TGT-SUB WS-NIGHT-SUB)
009600             TO WS-PICK-ELAPSED
009610     END-IF.
009620 4500-EXIT.
009630     EXIT.
009640*----------------------------------------------------------------
009650 5000-PRODUCE-REPORT.
009660*----------------------------------------------------------------
009670     OPEN OUTPUT WINDOW-REPORT-FILE.
009680     IF NOT WS-WINRPT-OK
009690         MOVE 26 TO WS-ABEND-CODE
009700         STRING 'WINRPT OPEN FAILED, FILE STATUS = '
009710             WS-WINRPT-STATUS DELIMITED BY SIZE
009720             INTO WS-ABEND-REASON
009730         GO TO 9999-ABEND-RTN
009740     END-IF.
009750     MOVE SPACES TO WS-REPORT-LINE.
009760     MOVE 'WINMON BATCH-WINDOW REPORT' TO WS-RPT-LABEL.
009770     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
009780     MOVE SPACES TO WS-REPORT-LINE.
009790     MOVE 'BUSINESS DATE REPORTED' TO WS-RPT-LABEL.
009800     MOVE WS-REPORT-DATE TO WS-RPT-VALUE.
009810     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
009820     MOVE SPACES TO WS-REPORT-LINE.
009830     MOVE 'ONLINE DAY OPENS' TO WS-RPT-LABEL.
009840     MOVE WS-ONLINE-START-TEXT TO WS-RPT-VALUE.
009850     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
009860     MOVE SPACES TO WS-REPORT-LINE.
009870     COMPUTE WS-RPT-COUNT-DISPLAY =
009880         WS-LAST-PRIOR-SUB - WS-FIRST-PRIOR-SUB + 1.
009890     MOVE 'PRIOR NIGHTS IN THE TREND' TO WS-RPT-LABEL.
009900     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
009910     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
009920     IF WS-RPT-NIGHT-SUB = ZERO
009930         MOVE SPACES TO WS-REPORT-LINE
009940         MOVE 'NO STEP TIMINGS ON FILE FOR THE DATE'
009950             TO WS-RPT-LABEL
009960         PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT
009970         MOVE 4 TO RETURN-CODE
009980     ELSE
009990         PERFORM 5100-WRITE-WINDOW-SUMMARY THRU 5100-EXIT
010000         MOVE SPACES TO WS-REPORT-LINE
010010         MOVE 'STEPS AGAINST TARGET' TO WS-RPT-LABEL
010020         PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT
010030         MOVE WS-STEP-HEADING TO WINDOW-REPORT-LINE
010040         WRITE WINDOW-REPORT-LINE
010050         PERFORM 5200-WRITE-TONIGHT-STEP THRU 5200-EXIT
010060             VARYING WS-TGT-SUB FROM 1 BY 1
010070             UNTIL WS-TGT-SUB > WS-TGT-COUNT
010080     END-IF.
010090     MOVE SPACES TO WS-REPORT-LINE.
010100     MOVE 'TREND OVER THE PRIOR NIGHTS' TO WS-RPT-LABEL.
010110     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010120     MOVE WS-TREND-HEADING TO WINDOW-REPORT-LINE.
010130     WRITE WINDOW-REPORT-LINE.
010140     PERFORM 5300-WRITE-TREND-STEP THRU 5300-EXIT
010150         VARYING WS-TGT-SUB FROM 1 BY 1
010160         UNTIL WS-TGT-SUB > WS-TGT-COUNT.
010170     PERFORM 5350-WRITE-TREND-WINDOW THRU 5350-EXIT.
010180     MOVE SPACES TO WS-REPORT-LINE.
010190     MOVE 'WINDOW BY NIGHT' TO WS-RPT-LABEL.
010200     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010210     MOVE WS-NIGHT-HEADING TO WINDOW-REPORT-LINE.
010220     WRITE WINDOW-REPORT-LINE.
010230     PERFORM 5400-WRITE-NIGHT-LINE THRU 5400-EXIT
010240         VARYING WS-NIGHT-SUB FROM 1 BY 1
010250         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
010260     MOVE SPACES TO WS-REPORT-LINE.
010270     MOVE WS-LATE-NIGHT-COUNT TO WS-RPT-COUNT-DISPLAY.
010280     MOVE 'NIGHTS THAT MISSED 06:00' TO WS-RPT-LABEL.
010290     MOVE WS-RPT-COUNT-DISPLAY TO WS-RPT-VALUE.
010300     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010310     CLOSE WINDOW-REPORT-FILE.
010320 5000-EXIT.
010330     EXIT.
010340*----------------------------------------------------------------
010350 5100-WRITE-WINDOW-SUMMARY.
010360*----------------------------------------------------------------
010370     MOVE WS-RPT-NIGHT-SUB TO WS-NIGHT-SUB.
010380     PERFORM 5450-NIGHT-DEADLINE THRU 5450-EXIT.
010390     MOVE SPACES TO WS-REPORT-LINE.
010400     MOVE 'CYCLE STARTED' TO WS-RPT-LABEL.
010410     MOVE WS-DEADLINE-BASE TO WS-FMT-SECONDS.
010420     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
010430     MOVE WS-FMT-HMS(2:8) TO WS-RPT-VALUE.
010440     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010450     MOVE SPACES TO WS-REPORT-LINE.
010460     IF WS-NT-WIN-END(WS-NIGHT-SUB) = ZERO
010470         MOVE 'NO STEP HAS ENDED FOR THE DATE' TO WS-RPT-LABEL
010480         PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT
010490         MOVE 4 TO RETURN-CODE
010500         GO TO 5100-EXIT
010510     END-IF.
010520     MOVE 'LAST STEP ENDED' TO WS-RPT-LABEL.
010530     MOVE WS-NT-WIN-END(WS-NIGHT-SUB) TO WS-FMT-SECONDS.
010540     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
010550     MOVE WS-FMT-HMS(2:8) TO WS-RPT-VALUE.
010560     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010570     MOVE SPACES TO WS-REPORT-LINE.
010580     MOVE 'WINDOW ELAPSED' TO WS-RPT-LABEL.
010590     MOVE ZERO TO WS-FMT-SECONDS.
010600     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-BASE
010610         COMPUTE WS-FMT-SECONDS =
010620             WS-NT-WIN-END(WS-NIGHT-SUB) - WS-DEADLINE-BASE
010630     END-IF.
010640     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
010650     MOVE WS-FMT-HMS(2:8) TO WS-RPT-VALUE.
010660     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010670     MOVE SPACES TO WS-REPORT-LINE.
010680     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-SECS
010690         MOVE 'MISSED 06:00 BY' TO WS-RPT-LABEL
010700         COMPUTE WS-FMT-SECONDS =
010710             WS-NT-WIN-END(WS-NIGHT-SUB) - WS-DEADLINE-SECS
010720         MOVE 4 TO RETURN-CODE
010730     ELSE
010740         MOVE 'MARGIN TO 06:00' TO WS-RPT-LABEL
010750         COMPUTE WS-FMT-SECONDS =
010760             WS-DEADLINE-SECS - WS-NT-WIN-END(WS-NIGHT-SUB)
010770     END-IF.
010780     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
010790     MOVE WS-FMT-HMS(2:8) TO WS-RPT-VALUE.
010800     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010810     MOVE SPACES TO WS-REPORT-LINE.
010820     MOVE 'DEADLINE WARNING RAISED' TO WS-RPT-LABEL.
010830     IF WS-NT-WARNED(WS-NIGHT-SUB) = 'Y'
010840         MOVE 'YES' TO WS-RPT-VALUE
010850     ELSE
010860         MOVE 'NO' TO WS-RPT-VALUE
010870     END-IF.
010880     PERFORM 5900-WRITE-SUMMARY-LINE THRU 5900-EXIT.
010890 5100-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------
010920 5200-WRITE-TONIGHT-STEP.
010930*----------------------------------------------------------------
010940     PERFORM 5500-LOAD-STEP-TREND THRU 5500-EXIT.
010950     PERFORM 5600-COMPUTE-TREND THRU 5600-EXIT.
010960     MOVE SPACES TO WS-STEP-DETAIL.
010970     MOVE WS-TGT-STEP(WS-TGT-SUB)    TO WS-SDL-STEP.
010980     MOVE WS-TGT-PROGRAM(WS-TGT-SUB) TO WS-SDL-PROGRAM.
010990     MOVE WS-TGT-SECONDS(WS-TGT-SUB) TO WS-FMT-SECONDS.
011000     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
011010     MOVE WS-FMT-HMS(2:8) TO WS-SDL-TARGET.
011020     IF WS-TR-NIGHTS > ZERO
011030         MOVE WS-TR-AVG TO WS-FMT-SECONDS
011040         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
011050         MOVE WS-FMT-HMS(2:8) TO WS-SDL-AVG
011060     END-IF.
011070     MOVE WS-RPT-NIGHT-SUB TO WS-NIGHT-SUB.
011080     PERFORM 4500-PICK-ELAPSED THRU 4500-EXIT.
011090     IF NOT WS-PICK-RAN
011100         MOVE 'NOT RUN' TO WS-SDL-FLAG
011110         GO TO 5200-WRITE
011120     END-IF.
011130     IF WS-TGT-J-SEEN(WS-TGT-SUB) = 'Y'
011140         MOVE WS-TGT-J-FIRST(WS-TGT-SUB) TO WS-REC-START
011150         MOVE WS-TGT-J-LAST(WS-TGT-SUB)  TO WS-REC-END
011160         MOVE WS-TGT-J-CC(WS-TGT-SUB)    TO WS-SDL-CC
011170     ELSE
011180         MOVE WS-TGT-P-FIRST(WS-TGT-SUB) TO WS-REC-START
011190         MOVE WS-TGT-P-LAST(WS-TGT-SUB)  TO WS-REC-END
011200         MOVE WS-TGT-P-RC(WS-TGT-SUB)    TO WS-SDL-CC
011210     END-IF.
011220     MOVE WS-REC-START TO WS-FMT-SECONDS.
011230     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
011240     MOVE WS-FMT-HMS(2:8) TO WS-SDL-START.
011250     MOVE WS-REC-END TO WS-FMT-SECONDS.
011260     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
011270     MOVE WS-FMT-HMS(2:8) TO WS-SDL-END.
011280     MOVE WS-PICK-ELAPSED TO WS-FMT-SECONDS.
011290     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
011300     MOVE WS-FMT-HMS(2:8) TO WS-SDL-ELAPSED.
011310     MOVE WS-TGT-RECS-IN(WS-TGT-SUB)  TO WS-SDL-RECS-IN.
011320     MOVE WS-TGT-RECS-OUT(WS-TGT-SUB) TO WS-SDL-RECS-OUT.
011330     IF WS-PICK-ELAPSED > WS-TGT-SECONDS(WS-TGT-SUB)
011340         COMPUTE WS-FMT-SECONDS =
011350             WS-PICK-ELAPSED - WS-TGT-SECONDS(WS-TGT-SUB)
011360         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
011370         MOVE '+' TO WS-FMT-SIGN
011380         MOVE 'OVER TARGET' TO WS-SDL-FLAG
011390         ADD 1 TO WS-OVER-STEP-COUNT
011400     ELSE
011410         COMPUTE WS-FMT-SECONDS =
011420             WS-TGT-SECONDS(WS-TGT-SUB) - WS-PICK-ELAPSED
011430         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
011440         MOVE '-' TO WS-FMT-SIGN
011450     END-IF.
011460     MOVE WS-FMT-HMS TO WS-SDL-VARIANCE.
011470 5200-WRITE.
011480     MOVE WS-STEP-DETAIL TO WINDOW-REPORT-LINE.
011490     WRITE WINDOW-REPORT-LINE.
011500 5200-EXIT.
011510     EXIT.
011520*----------------------------------------------------------------
011530 5300-WRITE-TREND-STEP.
011540*----------------------------------------------------------------
011550     PERFORM 5500-LOAD-STEP-TREND THRU 5500-EXIT.
011560     PERFORM 5600-COMPUTE-TREND THRU 5600-EXIT.
011570     MOVE SPACES TO WS-TREND-DETAIL.
011580     MOVE WS-TGT-STEP(WS-TGT-SUB)    TO WS-TDL-STEP.
011590     MOVE WS-TGT-PROGRAM(WS-TGT-SUB) TO WS-TDL-PROGRAM.
011600     MOVE WS-TGT-SECONDS(WS-TGT-SUB) TO WS-FMT-SECONDS.
011610     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
011620     MOVE WS-FMT-HMS(2:8) TO WS-TDL-TARGET.
011630     PERFORM 5700-FILL-TREND-DETAIL THRU 5700-EXIT.
011640     MOVE WS-TREND-DETAIL TO WINDOW-REPORT-LINE.
011650     WRITE WINDOW-REPORT-LINE.
011660 5300-EXIT.
011670     EXIT.
011680*----------------------------------------------------------------
011690 5350-WRITE-TREND-WINDOW.
011700*----------------------------------------------------------------
011710*    THE WHOLE WINDOW, CYCLE START TO LAST STEP END; ITS
011720*    OVER COUNT IS THE NIGHTS THAT MISSED 06:00.
011730     PERFORM 5360-LOAD-WINDOW-NIGHT THRU 5360-EXIT
011740         VARYING WS-NIGHT-SUB FROM 1 BY 1
011750         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
011760     PERFORM 5600-COMPUTE-TREND THRU 5600-EXIT.
011770     MOVE SPACES TO WS-TREND-DETAIL.
011780     MOVE 'WINDOW' TO WS-TDL-STEP.
011790     MOVE 'ALL STEPS' TO WS-TDL-PROGRAM.
011800     MOVE 'BY 06:00' TO WS-TDL-TARGET.
011810     PERFORM 5700-FILL-TREND-DETAIL THRU 5700-EXIT.
011820     MOVE WS-TREND-DETAIL TO WINDOW-REPORT-LINE.
011830     WRITE WINDOW-REPORT-LINE.
011840 5350-EXIT.
011850     EXIT.
011860*----------------------------------------------------------------
011870 5360-LOAD-WINDOW-NIGHT.
011880*----------------------------------------------------------------
011890     MOVE 'N' TO WS-TR-RAN(WS-NIGHT-SUB).
011900     MOVE 'N' TO WS-TR-OVER(WS-NIGHT-SUB).
011910     MOVE ZERO TO WS-TR-ELAPSED(WS-NIGHT-SUB).
011920     IF WS-NT-WIN-END(WS-NIGHT-SUB) = ZERO
011930         GO TO 5360-EXIT
011940     END-IF.
011950     PERFORM 5450-NIGHT-DEADLINE THRU 5450-EXIT.
011960     MOVE 'Y' TO WS-TR-RAN(WS-NIGHT-SUB).
011970     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-BASE
011980         COMPUTE WS-TR-ELAPSED(WS-NIGHT-SUB) =
011990             WS-NT-WIN-END(WS-NIGHT-SUB) - WS-DEADLINE-BASE
012000     END-IF.
012010     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-SECS
012020         MOVE 'Y' TO WS-TR-OVER(WS-NIGHT-SUB)
012030     END-IF.
012040 5360-EXIT.
012050     EXIT.
012060*----------------------------------------------------------------
012070 5400-WRITE-NIGHT-LINE.
012080*----------------------------------------------------------------
012090     MOVE SPACES TO WS-NIGHT-DETAIL.
012100     MOVE WS-NT-DATE(WS-NIGHT-SUB) TO WS-NDL-DATE.
012110     IF WS-NT-WIN-END(WS-NIGHT-SUB) = ZERO
012120         MOVE 'NO STEPS RECORDED' TO WS-NDL-FLAG
012130         GO TO 5400-WRITE
012140     END-IF.
012150     PERFORM 5450-NIGHT-DEADLINE THRU 5450-EXIT.
012160     MOVE WS-DEADLINE-BASE TO WS-FMT-SECONDS.
012170     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
012180     MOVE WS-FMT-HMS(2:8) TO WS-NDL-START.
012190     MOVE WS-NT-WIN-END(WS-NIGHT-SUB) TO WS-FMT-SECONDS.
012200     PERFORM 8300-FORMAT-CLOCK THRU 8300-EXIT.
012210     MOVE WS-FMT-HMS(2:8) TO WS-NDL-END.
012220     MOVE ZERO TO WS-FMT-SECONDS.
012230     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-BASE
012240         COMPUTE WS-FMT-SECONDS =
012250             WS-NT-WIN-END(WS-NIGHT-SUB) - WS-DEADLINE-BASE
012260     END-IF.
012270     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
012280     MOVE WS-FMT-HMS(2:8) TO WS-NDL-ELAPSED.
012290     IF WS-NT-WIN-END(WS-NIGHT-SUB) > WS-DEADLINE-SECS
012300         COMPUTE WS-FMT-SECONDS =
012310             WS-NT-WIN-END(WS-NIGHT-SUB) - WS-DEADLINE-SECS
012320         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
012330         MOVE '-' TO WS-FMT-SIGN
012340         ADD 1 TO WS-LATE-NIGHT-COUNT
012350         IF WS-NT-WARNED(WS-NIGHT-SUB) = 'Y'
012360             MOVE 'LATE - WARNED' TO WS-NDL-FLAG
012370         ELSE
012380             MOVE 'LATE - NOT WARNED' TO WS-NDL-FLAG
012390         END-IF
012400     ELSE
012410         COMPUTE WS-FMT-SECONDS =
012420             WS-DEADLINE-SECS - WS-NT-WIN-END(WS-NIGHT-SUB)
012430         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
012440         MOVE '+' TO WS-FMT-SIGN
012450         IF WS-NT-WARNED(WS-NIGHT-SUB) = 'Y'
012460             MOVE 'WARNED - MADE 06:00' TO WS-NDL-FLAG
012470         END-IF
012480     END-IF.
012490     MOVE WS-FMT-HMS TO WS-NDL-MARGIN.
012500 5400-WRITE.
012510     MOVE WS-NIGHT-DETAIL TO WINDOW-REPORT-LINE.
012520     WRITE WINDOW-REPORT-LINE.
012530 5400-EXIT.
012540     EXIT.
012550*----------------------------------------------------------------
012560 5450-NIGHT-DEADLINE.
012570*----------------------------------------------------------------
012580*    THE WINDOW OPENS AT THE CYCLE START; A NIGHT WITH NO
012590*    CYCLE-START RECORD (A CATCH-UP DATE) OPENS AT ITS FIRST
012600*    STEP.  LEAVES THE OPENING IN WS-DEADLINE-BASE.
012610     IF WS-NT-CYCLE-START(WS-NIGHT-SUB) > ZERO
012620         MOVE WS-NT-CYCLE-START(WS-NIGHT-SUB) TO WS-DEADLINE-BASE
012630     ELSE
012640         MOVE WS-NT-WIN-START(WS-NIGHT-SUB) TO WS-DEADLINE-BASE
012650     END-IF.
012660     PERFORM 8400-FIND-DEADLINE THRU 8400-EXIT.
012670 5450-EXIT.
012680     EXIT.
012690*----------------------------------------------------------------
012700 5500-LOAD-STEP-TREND.
012710*----------------------------------------------------------------
012720     PERFORM 5510-LOAD-STEP-NIGHT THRU 5510-EXIT
012730         VARYING WS-NIGHT-SUB FROM 1 BY 1
012740         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
012750 5500-EXIT.
012760     EXIT.
012770*----------------------------------------------------------------
012780 5510-LOAD-STEP-NIGHT.
012790*----------------------------------------------------------------
012800     PERFORM 4500-PICK-ELAPSED THRU 4500-EXIT.
012810     MOVE 'N' TO WS-TR-RAN(WS-NIGHT-SUB).
012820     MOVE 'N' TO WS-TR-OVER(WS-NIGHT-SUB).
012830     MOVE WS-PICK-ELAPSED TO WS-TR-ELAPSED(WS-NIGHT-SUB).
012840     IF WS-PICK-RAN
012850         MOVE 'Y' TO WS-TR-RAN(WS-NIGHT-SUB)
012860         IF WS-PICK-ELAPSED > WS-TGT-SECONDS(WS-TGT-SUB)
012870             MOVE 'Y' TO WS-TR-OVER(WS-NIGHT-SUB)
012880         END-IF
012890     END-IF.
012900 5510-EXIT.
012910     EXIT.
012920*----------------------------------------------------------------
012930 5600-COMPUTE-TREND.
012940*----------------------------------------------------------------
012950*    OVER THE PRIOR NIGHTS ONLY.  THE NIGHTS THE STEP RAN ARE
012960*    SPLIT INTO AN OLDER AND A NEWER HALF; A NEWER AVERAGE MORE
012970*    THAN 10 PERCENT ABOVE THE OLDER ONE IS A RISING STEP.
012980     MOVE ZERO TO WS-TR-NIGHTS WS-TR-SUM WS-TR-MAX WS-TR-AVG
012990         WS-TR-OVER-COUNT WS-TR-OLD-SUM WS-TR-NEW-SUM
013000         WS-TR-OLD-AVG WS-TR-NEW-AVG WS-TR-SEQ.
013010     MOVE 9999999 TO WS-TR-MIN.
013020     PERFORM 5610-TALLY-NIGHT THRU 5610-EXIT
013030         VARYING WS-NIGHT-SUB FROM WS-FIRST-PRIOR-SUB BY 1
013040         UNTIL WS-NIGHT-SUB > WS-LAST-PRIOR-SUB.
013050     IF WS-TR-NIGHTS = ZERO
013060         MOVE ZERO TO WS-TR-MIN
013070         MOVE 'NO HISTORY' TO WS-TR-TEXT
013080         GO TO 5600-EXIT
013090     END-IF.
013100     DIVIDE WS-TR-SUM BY WS-TR-NIGHTS GIVING WS-TR-AVG.
013110     DIVIDE WS-TR-NIGHTS BY 2 GIVING WS-TR-HALF.
013120     IF WS-TR-NIGHTS < 4
013130         MOVE 'TOO FEW NIGHTS' TO WS-TR-TEXT
013140         GO TO 5600-EXIT
013150     END-IF.
013160     PERFORM 5620-SPLIT-NIGHT THRU 5620-EXIT
013170         VARYING WS-NIGHT-SUB FROM WS-FIRST-PRIOR-SUB BY 1
013180         UNTIL WS-NIGHT-SUB > WS-LAST-PRIOR-SUB.
013190     DIVIDE WS-TR-OLD-SUM BY WS-TR-HALF GIVING WS-TR-OLD-AVG.
013200     DIVIDE WS-TR-NEW-SUM BY WS-TR-HALF GIVING WS-TR-NEW-AVG.
013210     EVALUATE TRUE
013220         WHEN WS-TR-NEW-AVG * 10 > WS-TR-OLD-AVG * 11
013230             MOVE 'RISING' TO WS-TR-TEXT
013240         WHEN WS-TR-NEW-AVG * 10 < WS-TR-OLD-AVG * 9
013250             MOVE 'FALLING' TO WS-TR-TEXT
013260         WHEN OTHER
013270             MOVE 'STEADY' TO WS-TR-TEXT
013280     END-EVALUATE.
013290 5600-EXIT.
013300     EXIT.
013310*----------------------------------------------------------------
013320 5610-TALLY-NIGHT.
013330*----------------------------------------------------------------
013340     IF WS-TR-RAN(WS-NIGHT-SUB) NOT = 'Y'
013350         GO TO 5610-EXIT
013360     END-IF.
013370     ADD 1 TO WS-TR-NIGHTS.
013380     ADD WS-TR-ELAPSED(WS-NIGHT-SUB) TO WS-TR-SUM.
013390     IF WS-TR-ELAPSED(WS-NIGHT-SUB) < WS-TR-MIN
013400         MOVE WS-TR-ELAPSED(WS-NIGHT-SUB) TO WS-TR-MIN
013410     END-IF.
013420     IF WS-TR-ELAPSED(WS-NIGHT-SUB) > WS-TR-MAX
013430         MOVE WS-TR-ELAPSED(WS-NIGHT-SUB) TO WS-TR-MAX
013440     END-IF.
013450     IF WS-TR-OVER(WS-NIGHT-SUB) = 'Y'
013460         ADD 1 TO WS-TR-OVER-COUNT
013470     END-IF.
013480 5610-EXIT.
013490     EXIT.
013500*----------------------------------------------------------------
013510 5620-SPLIT-NIGHT.
013520*----------------------------------------------------------------
013530*    WITH AN ODD NUMBER OF NIGHTS THE MIDDLE ONE IS IN NEITHER
013540*    HALF.
013550     IF WS-TR-RAN(WS-NIGHT-SUB) NOT = 'Y'
013560         GO TO 5620-EXIT
013570     END-IF.
013580     ADD 1 TO WS-TR-SEQ.
013590     IF WS-TR-SEQ NOT > WS-TR-HALF
013600         ADD WS-TR-ELAPSED(WS-NIGHT-SUB) TO WS-TR-OLD-SUM
013610     END-IF.
013620     IF WS-TR-SEQ > WS-TR-NIGHTS - WS-TR-HALF
013630         ADD WS-TR-ELAPSED(WS-NIGHT-SUB) TO WS-TR-NEW-SUM
013640     END-IF.
013650 5620-EXIT.
013660     EXIT.
013670*----------------------------------------------------------------
013680 5700-FILL-TREND-DETAIL.
013690*----------------------------------------------------------------
013700     MOVE WS-TR-NIGHTS TO WS-TDL-NIGHTS.
013710     MOVE WS-TR-OVER-COUNT TO WS-TDL-OVER.
013720     MOVE WS-TR-TEXT TO WS-TDL-TREND.
013730     IF WS-TR-NIGHTS = ZERO
013740         GO TO 5700-EXIT
013750     END-IF.
013760     MOVE WS-TR-AVG TO WS-FMT-SECONDS.
013770     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
013780     MOVE WS-FMT-HMS(2:8) TO WS-TDL-AVG.
013790     MOVE WS-TR-MIN TO WS-FMT-SECONDS.
013800     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
013810     MOVE WS-FMT-HMS(2:8) TO WS-TDL-MIN.
013820     MOVE WS-TR-MAX TO WS-FMT-SECONDS.
013830     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
013840     MOVE WS-FMT-HMS(2:8) TO WS-TDL-MAX.
013850     IF WS-TR-NIGHTS < 4
013860         GO TO 5700-EXIT
013870     END-IF.
013880     MOVE WS-TR-OLD-AVG TO WS-FMT-SECONDS.
013890     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
013900     MOVE WS-FMT-HMS(2:8) TO WS-TDL-OLD-AVG.
013910     MOVE WS-TR-NEW-AVG TO WS-FMT-SECONDS.
013920     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
013930     MOVE WS-FMT-HMS(2:8) TO WS-TDL-NEW-AVG.
013940 5700-EXIT.
013950     EXIT.
013960*----------------------------------------------------------------
013970 5900-WRITE-SUMMARY-LINE.
013980*----------------------------------------------------------------
013990     MOVE WS-REPORT-LINE TO WINDOW-REPORT-LINE.
014000     WRITE WINDOW-REPORT-LINE.
014010 5900-EXIT.
014020     EXIT.
014030*----------------------------------------------------------------
014040 8100-TO-SECONDS.
014050*----------------------------------------------------------------
014060*    WS-CNV-DATE/WS-CNV-TIME TO SECONDS SINCE A FIXED EPOCH.  AN
014070*    UNSET OR INVALID DATE GIVES ZERO.
014080     MOVE ZERO TO WS-CNV-SECONDS.
014090     IF WS-CNV-MM < 1 OR WS-CNV-MM > 12
014100         GO TO 8100-EXIT
014110     END-IF.
014120     MOVE WS-CNV-YYYY TO WS-CNV-YEAR.
014130     IF WS-CNV-MM < 3
014140         SUBTRACT 1 FROM WS-CNV-YEAR
014150     END-IF.
014160     DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-Q4.
014170     DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-Q100.
014180     DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-Q400.
014190     COMPUTE WS-CNV-DAYS = WS-CNV-YYYY * 365
014200         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
014210         + WS-CUM-DAYS(WS-CNV-MM) + WS-CNV-DD.
014220     COMPUTE WS-CNV-SECONDS = WS-CNV-DAYS * 86400
014230         + WS-CNV-HH * 3600 + WS-CNV-MI * 60 + WS-CNV-SS.
014240 8100-EXIT.
014250     EXIT.
014260*----------------------------------------------------------------
014270 8200-FORMAT-DURATION.
014280*----------------------------------------------------------------
014290*    WS-FMT-SECONDS AS HH:MM:SS, SIGN LEFT BLANK FOR THE CALLER.
014300     MOVE SPACE TO WS-FMT-SIGN.
014310     DIVIDE WS-FMT-SECONDS BY 3600
014320         GIVING WS-FMT-HOURS REMAINDER WS-FMT-REST.
014330     IF WS-FMT-HOURS > 99
014340         MOVE 99 TO WS-FMT-HH
014350         MOVE 59 TO WS-FMT-MI
014360         MOVE 59 TO WS-FMT-SS
014370         GO TO 8200-EXIT
014380     END-IF.
014390     MOVE WS-FMT-HOURS TO WS-FMT-HH.
014400     DIVIDE WS-FMT-REST BY 60
014410         GIVING WS-FMT-MI REMAINDER WS-FMT-SS.
014420 8200-EXIT.
014430     EXIT.
014440*----------------------------------------------------------------
014450 8300-FORMAT-CLOCK.
014460*----------------------------------------------------------------
014470*    WS-FMT-SECONDS (SINCE THE EPOCH) AS THE CLOCK TIME OF DAY.
014480     DIVIDE WS-FMT-SECONDS BY WS-DAY-SECS
014490         GIVING WS-FMT-DAYS REMAINDER WS-FMT-CLOCK-SECS.
014500     MOVE WS-FMT-CLOCK-SECS TO WS-FMT-SECONDS.
014510     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
014520 8300-EXIT.
014530     EXIT.
014540*----------------------------------------------------------------
014550 8400-FIND-DEADLINE.
014560*----------------------------------------------------------------
014570*    06:00 FOLLOWING THE WINDOW OPENING IN WS-DEADLINE-BASE.
014580     DIVIDE WS-DEADLINE-BASE BY WS-DAY-SECS
014590         GIVING WS-DL-DAYS REMAINDER WS-DL-REST.
014600     COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-BASE - WS-DL-REST
014610         + WS-ONLINE-START-SECS.
014620     IF WS-DL-REST NOT < WS-NOON-SECS
014630         ADD WS-DAY-SECS TO WS-DEADLINE-SECS
014640     END-IF.
014650 8400-EXIT.
014660     EXIT.
014670*----------------------------------------------------------------
014680 8500-FIND-STEP.
014690*----------------------------------------------------------------
014700     MOVE ZERO TO WS-TGT-FOUND-SUB.
014710     PERFORM 8510-MATCH-STEP THRU 8510-EXIT
014720         VARYING WS-TGT-SUB FROM 1 BY 1
014730         UNTIL WS-TGT-SUB > WS-TGT-COUNT
014740            OR WS-TGT-FOUND-SUB > ZERO.
014750 8500-EXIT.
014760     EXIT.
014770*----------------------------------------------------------------
014780 8510-MATCH-STEP.
014790*----------------------------------------------------------------
014800     IF WS-TGT-STEP(WS-TGT-SUB) = WS-LOOKUP-STEP
014810         MOVE WS-TGT-SUB TO WS-TGT-FOUND-SUB
014820     END-IF.
014830 8510-EXIT.
014840     EXIT.
014850*----------------------------------------------------------------
014860 8600-FIND-NIGHT.
014870*----------------------------------------------------------------
014880     MOVE ZERO TO WS-NIGHT-FOUND-SUB.
014890     PERFORM 8610-MATCH-NIGHT THRU 8610-EXIT
014900         VARYING WS-NIGHT-SUB FROM 1 BY 1
014910         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
014920            OR WS-NIGHT-FOUND-SUB > ZERO.
014930 8600-EXIT.
014940     EXIT.
014950*----------------------------------------------------------------
014960 8610-MATCH-NIGHT.
014970*----------------------------------------------------------------
014980     IF WS-NT-DATE(WS-NIGHT-SUB) = WS-LOOKUP-DATE
014990         MOVE WS-NIGHT-SUB TO WS-NIGHT-FOUND-SUB
015000     END-IF.
015010 8610-EXIT.
015020     EXIT.
015030*----------------------------------------------------------------
015040 9000-TERMINATE.
015050*----------------------------------------------------------------
015060     DISPLAY 'WINMON   - TIMING RECORDS READ   = '
015070         WS-TIMING-READ-COUNT.
015080     IF WS-FUNCTION-IS-REPORT
015090         DISPLAY 'WINMON   - NIGHTS REPORTED       = '
015100             WS-NIGHT-COUNT
015110         DISPLAY 'WINMON   - NIGHTS PAST 06:00     = '
015120             WS-LATE-NIGHT-COUNT
015130         DISPLAY 'WINMON   - STEPS OVER TARGET     = '
015140             WS-OVER-STEP-COUNT
015150     END-IF.
015160*    CHECK RUNS AT EVERY STEP BOUNDARY - ONLY THE REPORT IS AN
015170*    INVOCATION FOR THE RUN REGISTER.
015180     IF NOT WS-FUNCTION-IS-CHECK
015190         PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT
015200     END-IF.
015210 9000-EXIT.
015220     EXIT.
015230*----------------------------------------------------------------
015240 9100-WRITE-RUN-REGISTER.
015250*----------------------------------------------------------------
015260     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
015270     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
015280     OPEN EXTEND RUN-REGISTER.
015290     IF WS-RUNREG-NOT-FOUND
015300         OPEN OUTPUT RUN-REGISTER
015310     END-IF.
015320     IF NOT WS-RUNREG-OK
015330         DISPLAY 'WINMON   - RUN-REGISTER OPEN FAILED, FILE '
015340             'STATUS = ' WS-RUNREG-STATUS
015350         IF NOT WS-ABEND-IN-PROGRESS
015360             MOVE 22 TO WS-ABEND-CODE
015370             GO TO 9999-ABEND-RTN
015380         END-IF
015390         GO TO 9100-EXIT
015400     END-IF.
015410     ACCEPT RR-RUN-DATE FROM DATE YYYYMMDD.
015420     MOVE WS-CDT-TIME       TO RR-RUN-TIME.
015430     MOVE RP-JOB-NAME       TO RR-JOB-NAME.
015440     MOVE RETURN-CODE       TO RR-RETURN-CODE.
015450     MOVE RP-OPERATOR-ID    TO RR-OPERATOR-ID.
015460     WRITE RUN-REG-RECORD.
015470     CLOSE RUN-REGISTER.
015480 9100-EXIT.
015490     EXIT.
015500*----------------------------------------------------------------
015510 9999-ABEND-RTN.
015520*----------------------------------------------------------------
015530     SET WS-ABEND-IN-PROGRESS TO TRUE.
015540     IF WS-ABEND-CODE = ZERO
015550         MOVE 16 TO WS-ABEND-CODE
015560     END-IF.
015570     DISPLAY 'WINMON   - ABNORMAL TERMINATION, RC = '
015580         WS-ABEND-CODE ' - ' WS-ABEND-REASON.
015590     MOVE WS-ABEND-CODE TO RETURN-CODE.
015600     MOVE 'F' TO WS-ALERT-SEVERITY.
015610     MOVE WS-ABEND-REASON TO WS-ALERT-REASON.
015620     MOVE SPACES TO WS-ALERT-ACTION.
015630     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
015640     IF NOT WS-FUNCTION-IS-CHECK
015650         PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT
015660     END-IF.
015670     STOP RUN.
015680 9999-EXIT.
015690     EXIT.
015700*----------------------------------------------------------------
015710 9950-WRITE-ALERT.
015720*----------------------------------------------------------------
015730     OPEN EXTEND ALERT-FILE.
015740     IF WS-ALERT-NOT-FOUND
015750         OPEN OUTPUT ALERT-FILE
015760     END-IF.
015770     IF NOT WS-ALERT-OK
015780         DISPLAY 'WINMON   - ALERT FILE OPEN FAILED, FILE '
015790             'STATUS = ' WS-ALERT-STATUS
015800         GO TO 9950-EXIT
015810     END-IF.
015820     MOVE WS-ALERT-SEVERITY  TO AL-SEVERITY.
015830     MOVE RP-JOB-NAME        TO AL-JOB-NAME.
015840     MOVE WS-ALERT-STEP-NAME TO AL-STEP-NAME.
015850     IF AL-SEV-FATAL
015860         MOVE WS-ABEND-CODE  TO AL-ABEND-CODE
015870     ELSE
015880         MOVE ZERO           TO AL-ABEND-CODE
015890     END-IF.
015900     MOVE RP-RUN-DATE        TO AL-BUSINESS-DATE.
015910     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
015920     MOVE WS-CDT-TIME-HHMMSS TO AL-ALERT-TIME.
015930     MOVE WS-ALERT-REASON    TO AL-REASON-TEXT.
015940     IF WS-ALERT-ACTION = SPACES
015950         MOVE 'CHECK STEPTIME/STEPTGT AND RERUN WINMON'
015960             TO WS-ALERT-ACTION
015970     END-IF.
015980     MOVE WS-ALERT-ACTION    TO AL-OPERATOR-ACTION.
015990     MOVE 'O'                TO AL-ALERT-STATUS.
016000     MOVE SPACES             TO AL-ACK-OPERATOR.
016010     WRITE ALERT-RECORD.
016020     CLOSE ALERT-FILE.
016030     MOVE SPACES TO WS-ALERT-ACTION.
016040     MOVE 'F' TO WS-ALERT-SEVERITY.
016050 9950-EXIT.
016060     EXIT.
