000898*                     BREAK (CURRENT-SITE SEEDED LOW-VALUES) AND
000899*                     A '(NONE)' LINE, SO THE PER-SITE SECTION
000900*                     FOOTS TO THE REPORT TOTALS.
000901*    2026-10-15 ALD   VALIDATE THE TRANSACTION TYPE AGAINST THE
000902*                     KEYED TRANTYPE TABLE THE SAME WAY THE LEAD
000903*                     JOB DOES (REASONS '06'-'09'), AND ADD A
000904*                     POSTED-BY-TYPE SECTION WITH THE TYPE
000905*                     DESCRIPTION TO THE POSTRPT CONTROL REPORT.
000906*    2026-10-15 ALD   ROUTE THE REVERSALS AND ADJUSTMENTS ADJPOST
000907*                     STAGED SINCE THE LAST CYCLE (ADJSTAGE) ON
000908*                     THE SITE FEEDS - OUTSIDE THE MONEY PROOF,
000909*                     SINCE ADJPOST POSTED THEM - AND MARK NEW
000910*                     MASTER RECORDS AS ORIGINAL ENTRIES.
000911*    2026-10-15 ALD   CONVERT EACH POSTING TO THE BASE CURRENCY AT
000912*                     THE BUSINESS-DATE FXRATE (A CURRENCY NEVER
000913*                     RATED SUSPENDS AS REASON '10', A MISSING
000914*                     RATE STOPS THE PASS WITH RC=54); PROVE THE
000915*                     NIGHT IN BASE AND PER CURRENCY, ADD A
000916*                     PER-CURRENCY SECTION TO POSTRPT AND WRITE
000917*                     ONE CTLTOTS RECORD PER CURRENCY.
000918*    2026-10-15 ALD   LARGE-VALUE HOLD - A POSTING OR STAGED
000919*                     ADJPOST CORRECTION OVER ITS SITE'S DISTLIST
000920*                     HOLD THRESHOLD GOES TO THE HOLD QUEUE
000921*                     (HOLDQ) AND HOLDRPT INSTEAD OF THE FEED,
000922*                     WITH ONE W ALERT.  ITEMS APPROVED THROUGH
000923*                     HOLDREL ARE ROUTED ON THE NEXT FEEDS (IN THE
000924*                     TRL/DLVCTL COUNT AND HASH, NOT THE MONEY
000925*                     PROOF) AND MARKED SENT.
000926*    2026-10-15 ALD   THE FEED HDR CARRIES A RESEND SEQUENCE (ZERO
000927*                     ON THE ORIGINAL FEED, SET BY RESEND ON A
000928*                     REBUILT ONE) AND THE DLVCTL RECORD IS MARKED
000929*                     AS THE ORIGINAL DISPATCH.
000930*    2026-10-15 ALD   POST EVERY SUPPLIER EXTRACT THE LEAD JOB
000931*                     ACCEPTED TONIGHT (EXTCTL) - A HELD-BACK ONE
000932*                     IS NOT READ.  EACH READ COUNT MUST MATCH
000933*                     EXTCTL (RC=30), THE SUPPLIER CODE GOES ONTO
000934*                     THE MASTER AND REASON-04 SUSPENSE, AND
000935*                     POSTRPT BALANCES PER SUPPLIER AND IN TOTAL.
000936*    2026-10-15 ALD   APPEND A STEP-TIMING RECORD (STEPTIME) WITH
000937*                     THE STEP'S START AND END TIMES AND RECORD
000938*                     COUNTS FOR THE BATCH-WINDOW REPORT.
000939*    2026-10-15 ALD   A DUPLICATE KEY THIS PASS POSTED (THE SAME
000940*                     ID TWICE TONIGHT) SUSPENDS AS REASON '11',
000941*                     UNROUTED; '04' IS NOW ONLY AN EARLIER
000942*                     ATTEMPT'S KEY.  ADJSTAGE KEEPS ENTRIES
000943*                     STAGED MID-PASS AND ONLY HOLDS ROUTED THIS
000944*                     PASS ARE MARKED SENT.
000945*----------------------------------------------------------------
000946 ENVIRONMENT DIVISION.
000947 CONFIGURATION SECTION.
000948 SOURCE-COMPUTER.   IBM-370.
000949 OBJECT-COMPUTER.   IBM-370.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000963*    EACH ACCEPTED SUPPLIER EXTRACT IS OPENED IN TURN UNDER THE
000966*    NAME THE LEAD JOB LOGGED FOR IT ON EXTCTL.
000970     SELECT TRANSACTION-IN ASSIGN TO WS-EXTRACT-FILE-NAME
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS WS-TRANSIN-STATUS.
001230         ORGANIZATION IS SEQUENTIAL
001240         ACCESS MODE IS SEQUENTIAL
001250         FILE STATUS IS WS-RECYCLE-STATUS.
001252     SELECT ADJ-STAGE-FILE ASSIGN TO ADJSTAGE
001254         ORGANIZATION IS SEQUENTIAL
001256         ACCESS MODE IS SEQUENTIAL
001258         FILE STATUS IS WS-ADJSTAGE-STATUS.
001260     SELECT DISTRIB-LIST-FILE ASSIGN TO DISTLIST
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS DL-SITE-CODE
001300         FILE STATUS IS WS-DISTLIST-STATUS.
001301     SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
001302         ORGANIZATION IS INDEXED
001303         ACCESS MODE IS RANDOM
001304         RECORD KEY IS TY-TRAN-TYPE
001305         FILE STATUS IS WS-TRANTYPE-STATUS.
001306     SELECT HOLD-REPORT-FILE ASSIGN TO HOLDRPT
001307         ORGANIZATION IS SEQUENTIAL
001308         ACCESS MODE IS SEQUENTIAL
001309         FILE STATUS IS WS-HOLDRPT-STATUS.
001310*    THE ROUTED FEED IS OPENED ONCE PER SITE CONTROL BREAK
001320*    UNDER THE STABLE SITE-CODED NAME ROUTE.SSSSSS.
001330     SELECT ROUTED-SITE-FILE ASSIGN TO WS-ROUTE-FILE-NAME
001340         ORGANIZATION IS SEQUENTIAL
001350         ACCESS MODE IS SEQUENTIAL
001360         FILE STATUS IS WS-ROUTESITE-STATUS.
001361     SELECT HOLD-QUEUE-FILE ASSIGN TO HOLDQ
001362         ORGANIZATION IS INDEXED
001363         ACCESS MODE IS DYNAMIC
001364         RECORD KEY IS HQ-HOLD-KEY
001365         FILE STATUS IS WS-HOLDQ-STATUS.
001370     SELECT ROUTE-UNMATCHED-FILE ASSIGN TO ROUTEUNM
001380         ORGANIZATION IS SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001400         FILE STATUS IS WS-ROUTEUNM-STATUS.
001401     SELECT ADJ-STAGE-WORK-FILE ASSIGN TO ADJSWORK
001402         ORGANIZATION IS SEQUENTIAL
001403         ACCESS MODE IS SEQUENTIAL
001404         FILE STATUS IS WS-ADJSWORK-STATUS.
001405     SELECT FX-RATE-FILE ASSIGN TO FXRATE
001406         ORGANIZATION IS INDEXED
001407         ACCESS MODE IS DYNAMIC
001408         RECORD KEY IS FX-RATE-KEY
001409         FILE STATUS IS WS-FXRATE-STATUS.
001410     SELECT ALERT-FILE ASSIGN TO ALERTS
001420         ORGANIZATION IS SEQUENTIAL
001430         ACCESS MODE IS SEQUENTIAL
001440         FILE STATUS IS WS-ALERT-STATUS.
001442     SELECT EXT-CTL-FILE ASSIGN TO EXTCTL
001444         ORGANIZATION IS SEQUENTIAL
001446         ACCESS MODE IS SEQUENTIAL
001448         FILE STATUS IS WS-EXTCTL-STATUS.
001450     SELECT POSTING-REPORT-FILE ASSIGN TO POSTRPT
001460         ORGANIZATION IS SEQUENTIAL
001470         ACCESS MODE IS SEQUENTIAL
001480         FILE STATUS IS WS-POSTRPT-STATUS.
001482     SELECT STEP-TIMING-FILE ASSIGN TO STEPTIME
001484         ORGANIZATION IS SEQUENTIAL
001486         ACCESS MODE IS SEQUENTIAL
001488         FILE STATUS IS WS-STEPTIME-STATUS.
001490     SELECT DELIVERY-CTL-FILE ASSIGN TO DLVCTL
001500         ORGANIZATION IS SEQUENTIAL
001510         ACCESS MODE IS SEQUENTIAL
001550 DATA DIVISION.
001560 FILE SECTION.
001570*----------------------------------------------------------------
001580* TRANSACTION-IN - SUPPLIER TRANSACTION EXTRACT (STEP 1 PROVED)
001590*----------------------------------------------------------------
001600 FD  TRANSACTION-IN
001610     LABEL RECORDS ARE STANDARD
001620     RECORDING MODE IS F.
001630     COPY TRANSIN.
001631*----------------------------------------------------------------
001632* EXT-CTL-FILE - SUPPLIER EXTRACT CONTROL LOG FROM THE LEAD JOB
001633*----------------------------------------------------------------
001634 FD  EXT-CTL-FILE
001635     LABEL RECORDS ARE STANDARD
001636     RECORDING MODE IS F.
001637     COPY EXTCTL.
001640*----------------------------------------------------------------
001650* TRAN-MASTER - KEYED TRANSACTION MASTER (POSTING TARGET)
001660*----------------------------------------------------------------
001670 FD  TRAN-MASTER
001680     LABEL RECORDS ARE STANDARD.
001690     COPY TRANMAST.
001691*----------------------------------------------------------------
001692* FX-RATE-FILE - KEYED EXCHANGE RATES TO THE BASE CURRENCY
001693*----------------------------------------------------------------
001694 FD  FX-RATE-FILE
001695     LABEL RECORDS ARE STANDARD.
001696     COPY FXRATE.
001700*----------------------------------------------------------------
001710* SUSPENSE-FILE - REJECTED TRANSACTION SUSPENSE (DUPLICATES OUT)
001720*----------------------------------------------------------------
002010 FD  RECYCLE-FILE
002020     LABEL RECORDS ARE STANDARD
002030     RECORDING MODE IS F.
002040 01  RECYCLE-RECORD.
002041     05  RY-TRANSIN-DATA         PIC X(80).
002042     05  RY-SUPPLIER-CODE        PIC X(04).
002043*----------------------------------------------------------------
002044* ADJ-STAGE-FILE - ADJPOST REVERSALS/ADJUSTMENTS AWAITING ROUTING
002045*----------------------------------------------------------------
002046 FD  ADJ-STAGE-FILE
002047     LABEL RECORDS ARE STANDARD
002048     RECORDING MODE IS F.
002049     COPY ADJSTAGE.
002050*----------------------------------------------------------------
002060* DISTRIB-LIST-FILE - KEYED REGIONAL SITE DISTRIBUTION LIST
002070*----------------------------------------------------------------
002080 FD  DISTRIB-LIST-FILE
002090     LABEL RECORDS ARE STANDARD.
002100     COPY DISTLIST.
002101*----------------------------------------------------------------
002102* TRAN-TYPE-FILE - KEYED TRANSACTION-TYPE TABLE
002103*----------------------------------------------------------------
002104 FD  TRAN-TYPE-FILE
002105     LABEL RECORDS ARE STANDARD.
002106     COPY TRANTYPE.
002110*----------------------------------------------------------------
002120* ROUTED-SITE-FILE - ONE FEED PER ACTIVE SITE, STABLE NAME
002130* ROUTE.SSSSSS, WITH ITS OWN HEADER/TRAILER CONTROLS
002160     LABEL RECORDS ARE STANDARD
002170     RECORDING MODE IS F.
002180 01  ROUTED-SITE-RECORD          PIC X(80).
002181*----------------------------------------------------------------
002182* HOLD-QUEUE-FILE - KEYED LARGE-VALUE HOLD QUEUE
002183*----------------------------------------------------------------
002184 FD  HOLD-QUEUE-FILE
002185     LABEL RECORDS ARE STANDARD.
002186     COPY HOLDQ.
002190*----------------------------------------------------------------
002200* ROUTE-UNMATCHED-FILE - FEED FOR INACTIVE/UNKNOWN SITES
002210*----------------------------------------------------------------
002230     LABEL RECORDS ARE STANDARD
002240     RECORDING MODE IS F.
002250 01  ROUTE-UNMATCHED-RECORD      PIC X(80).
002251*----------------------------------------------------------------
002252* ADJ-STAGE-WORK-FILE - ADJPOST ENTRIES STAGED DURING THE PASS
002253*----------------------------------------------------------------
002254 FD  ADJ-STAGE-WORK-FILE
002255     LABEL RECORDS ARE STANDARD
002256     RECORDING MODE IS F.
002257 01  ADJ-STAGE-WORK-RECORD       PIC X(109).
002260*----------------------------------------------------------------
002270* ALERT-FILE - OPERATOR ALERT INTERFACE (CONSOLE AUTOMATION)
002280*----------------------------------------------------------------
002300     LABEL RECORDS ARE STANDARD
002310     RECORDING MODE IS F.
002320     COPY ALERTS.
002321*----------------------------------------------------------------
002322* STEP-TIMING-FILE - BATCH-WINDOW STEP-TIMING HISTORY (EXTEND)
002323*----------------------------------------------------------------
002324 FD  STEP-TIMING-FILE
002325     LABEL RECORDS ARE STANDARD
002326     RECORDING MODE IS F.
002327     COPY STEPTIME.
002330*----------------------------------------------------------------
002340* POSTING-REPORT-FILE - POSTING-PASS MONEY CONTROL REPORT
002350*----------------------------------------------------------------
002370     LABEL RECORDS ARE OMITTED
002380     RECORDING MODE IS F.
002390 01  POSTING-REPORT-LINE         PIC X(132).
002391*----------------------------------------------------------------
002392* HOLD-REPORT-FILE - POSTINGS HELD FOR A SECOND-OPERATOR RELEASE
002393*----------------------------------------------------------------
002394 FD  HOLD-REPORT-FILE
002395     LABEL RECORDS ARE OMITTED
002396     RECORDING MODE IS F.
002397 01  HOLD-REPORT-LINE            PIC X(132).
002400*----------------------------------------------------------------
002410* DELIVERY-CTL-FILE - PER-SITE DISPATCH CONTROL (ACKRECON IN)
002420*----------------------------------------------------------------
002550     05  RS-TXN-IMAGE            PIC X(80).
002560     05  RS-AMOUNT               PIC S9(11)V99 COMP-3.
002570     05  RS-TXN-NUMBER           PIC X(04).
002575     05  RS-BASE-AMOUNT          PIC S9(11)V99 COMP-3.
002576     05  RS-MASTER-DATE          PIC 9(08).
002577     05  RS-KEYED-BY             PIC X(08).
002580*
002590 WORKING-STORAGE SECTION.
002600*----------------------------------------------------------------
002870 77  WS-POSTED-RECORD-COUNT      PIC 9(07) COMP VALUE ZERO.
002880 77  WS-STEP01-RECORD-COUNT      PIC 9(07) COMP VALUE ZERO.
002890 77  WS-CDT-TIME                 PIC 9(06) VALUE ZERO.
002895 77  WS-POST-STAMP-TIME          PIC 9(06) VALUE ZERO.
002900 01  WS-CDT-TIME-STAMP.
002910     05  WS-CDT-TIME-HHMMSS      PIC 9(06).
002920     05  FILLER                  PIC X(02).
003110 77  WS-RECYCLE-EOF-SWITCH       PIC X(01) VALUE 'N'.
003120     88  WS-END-OF-RECYCLE                  VALUE 'Y'.
003130 77  WS-RECYCLE-POSTED-COUNT     PIC 9(07) COMP VALUE ZERO.
003131 77  WS-EXTCTL-STATUS            PIC X(02) VALUE SPACES.
003132     88  WS-EXTCTL-OK                       VALUE '00'.
003133     88  WS-EXTCTL-NOT-FOUND                VALUE '35'.
003134 77  WS-EXTCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
003135     88  WS-END-OF-EXTCTL                   VALUE 'Y'.
003136 77  WS-EXTRACT-FILE-NAME        PIC X(24) VALUE SPACES.
003137 77  WS-EDIT-SUPPLIER-CODE       PIC X(04) VALUE SPACES.
003140 77  WS-BYPASSED-RECORD-COUNT    PIC 9(07) COMP VALUE ZERO.
003141 77  WS-ADJSTAGE-STATUS          PIC X(02) VALUE SPACES.
003142     88  WS-ADJSTAGE-OK                     VALUE '00'.
003143     88  WS-ADJSTAGE-NOT-FOUND              VALUE '35'.
003144 77  WS-ADJSTAGE-EOF-SWITCH      PIC X(01) VALUE 'N'.
003145     88  WS-END-OF-ADJSTAGE                 VALUE 'Y'.
003146 77  WS-ADJSTAGE-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
003147 77  WS-ADJSTAGE-PASS-COUNT      PIC 9(07) COMP VALUE ZERO.
003148 77  WS-ADJSTAGE-KEPT-COUNT      PIC 9(07) COMP VALUE ZERO.
003150 77  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
003151 77  WS-DUP-IN-RUN-COUNT         PIC 9(07) COMP VALUE ZERO.
003152 77  WS-DUP-IN-RUN-SWITCH        PIC X(01) VALUE 'N'.
003153     88  WS-DUP-IN-RUN                      VALUE 'Y'.
003154 77  WS-ADJSWORK-STATUS          PIC X(02) VALUE SPACES.
003155     88  WS-ADJSWORK-OK                     VALUE '00'.
003156 77  WS-ADJSWORK-EOF-SWITCH      PIC X(01) VALUE 'N'.
003157     88  WS-END-OF-ADJSWORK                 VALUE 'Y'.
003158 77  WS-ADJ-ROUTED-COUNT         PIC 9(07) COMP VALUE ZERO.
003159 77  WS-AMT-ADJ-ROUTED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
003160 01  WS-EDIT-RECORD.
003170     05  WS-EDIT-TRANSACTION-ID.
003180         10  WS-EDIT-TXN-PREFIX  PIC X(03).
003210     05  WS-EDIT-PAYLOAD.
003220         10  WS-EDIT-TRAN-TYPE   PIC X(02).
003230         10  WS-EDIT-AMOUNT      PIC S9(09)V99.
003240         10  WS-EDIT-DESC        PIC X(51).
003245         10  WS-EDIT-CURRENCY    PIC X(03).
003250 77  WS-EDIT-REASON-CODE         PIC X(02) VALUE '00'.
003260     88  WS-EDIT-RECORD-OK                  VALUE '00'.
003270 77  WS-SITE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
003280     88  WS-SITE-FOUND                      VALUE 'Y'.
003281 77  WS-TRANTYPE-STATUS          PIC X(02) VALUE SPACES.
003282     88  WS-TRANTYPE-OK                     VALUE '00'.
003283 77  WS-TYPE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
003284     88  WS-TYPE-FOUND                      VALUE 'Y'.
003285 77  WS-EDIT-AMOUNT-ABS          PIC 9(09)V99 VALUE ZERO.
003286 77  WS-FXRATE-STATUS            PIC X(02) VALUE SPACES.
003287     88  WS-FXRATE-OK                       VALUE '00'.
003288 77  WS-FX-CURRENCY              PIC X(03) VALUE SPACES.
003289 77  WS-EDIT-FX-RATE             PIC 9(05)V9(07) VALUE ZERO.
003290 77  WS-ROUTESITE-STATUS         PIC X(02) VALUE SPACES.
003300     88  WS-ROUTESITE-OK                    VALUE '00'.
003301 77  WS-EDIT-BASE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
003302 77  WS-FX-KNOWN-SWITCH          PIC X(01) VALUE 'N'.
003303     88  WS-FX-CURRENCY-KNOWN               VALUE 'Y'.
003304 77  WS-EDIT-MASTER-DATE         PIC 9(08) VALUE ZERO.
003305 77  WS-EDIT-KEYED-BY            PIC X(08) VALUE SPACES.
003310 77  WS-ROUTEUNM-STATUS          PIC X(02) VALUE SPACES.
003320     88  WS-ROUTEUNM-OK                     VALUE '00'.
003321 77  WS-HOLDQ-STATUS             PIC X(02) VALUE SPACES.
003322     88  WS-HOLDQ-OK                        VALUE '00'.
003323     88  WS-HOLDQ-NOT-FOUND                 VALUE '35'.
003324     88  WS-HOLDQ-DUP-KEY                   VALUE '22'.
003325 77  WS-HOLDQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
003326     88  WS-END-OF-HOLDQ                    VALUE 'Y'.
003327 77  WS-HOLDRPT-STATUS           PIC X(02) VALUE SPACES.
003328     88  WS-HOLDRPT-OK                      VALUE '00'.
003330 77  WS-ROUTE-FILE-NAME          PIC X(12) VALUE SPACES.
003331 77  WS-HOLDRPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003332     88  WS-HOLDRPT-OPEN                    VALUE 'Y'.
003333 77  WS-ITEM-HELD-SWITCH         PIC X(01) VALUE 'N'.
003334     88  WS-ITEM-HELD                       VALUE 'Y'.
003335 77  WS-RTE-HOLD-THRESHOLD       PIC 9(11)V99 VALUE ZERO.
003336 77  WS-HOLD-AMOUNT-ABS          PIC 9(11)V99 VALUE ZERO.
003337 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
003338 77  WS-ADJ-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
003339 77  WS-AMT-HELD-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
003340 77  WS-ROUTE-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
003350     88  WS-END-OF-ROUTE-SORT               VALUE 'Y'.
003352 77  WS-HOLD-RELEASED-COUNT      PIC 9(07) COMP VALUE ZERO.
003354 77  WS-AMT-HOLD-RELEASED-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
003356 77  WS-HOLD-PENDING-COUNT       PIC 9(07) COMP VALUE ZERO.
003358 77  WS-HOLD-MARKED-COUNT        PIC 9(07) COMP VALUE ZERO.
003360 77  WS-ROUTE-FAIL-SWITCH        PIC X(01) VALUE 'N'.
003370     88  WS-ROUTE-FAILED                    VALUE 'Y'.
003380 77  WS-RS-DISPOSITION           PIC X(01) VALUE SPACES.
003540 77  WS-ALERT-STEP-NAME          PIC X(08) VALUE 'TRANPOST'.
003550 77  WS-ALERT-REASON             PIC X(60) VALUE SPACES.
003560 77  WS-ALERT-ACTION             PIC X(40) VALUE SPACES.
003561*----------------------------------------------------------------
003562* STEP TIMING - START STAMP TAKEN AT ENTRY
003563*----------------------------------------------------------------
003564 77  WS-STEPTIME-STATUS          PIC X(02) VALUE SPACES.
003565     88  WS-STEPTIME-OK                     VALUE '00'.
003566     88  WS-STEPTIME-NOT-FOUND              VALUE '35'.
003567 77  WS-STEP-START-DATE          PIC 9(08) VALUE ZERO.
003568 77  WS-STEP-START-TIME          PIC 9(06) VALUE ZERO.
003570 77  WS-POSTRPT-STATUS           PIC X(02) VALUE SPACES.
003580     88  WS-POSTRPT-OK                      VALUE '00'.
003590 77  WS-POSTRPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003770     05  FILLER                  PIC X(03) VALUE 'HDR'.
003780     05  WS-RH-BUSINESS-DATE     PIC 9(08).
003790     05  WS-RH-SITE-CODE         PIC X(06).
003795     05  WS-RH-RESEND-SEQ        PIC 9(03) VALUE ZERO.
003800     05  FILLER                  PIC X(60) VALUE SPACES.
003810 01  WS-ROUTE-TRAILER.
003820     05  FILLER                  PIC X(03) VALUE 'TRL'.
003830     05  WS-RT-RECORD-COUNT      PIC 9(07).
004140     05  FILLER                  PIC X(02) VALUE SPACES.
004150     05  WS-BAL-STATUS           PIC X(14).
004160     05  FILLER                  PIC X(57) VALUE SPACES.
004161*----------------------------------------------------------------
004162* POSTED-BY-TYPE SUMMARY - THE TYPE CODE DOMAIN IS TWO
004163* CHARACTERS, SO A FIXED TABLE IS A NATURAL FIT HERE.
004164*----------------------------------------------------------------
004165 01  WS-PTYPE-TABLE.
004166     05  WS-PTYPE-ENTRY OCCURS 50 TIMES.
004167         10  WS-PTYPE-CODE       PIC X(02).
004168         10  WS-PTYPE-COUNT      PIC 9(07) COMP.
004169         10  WS-PTYPE-AMOUNT     PIC S9(13)V99 COMP-3.
004170 77  WS-PTYPE-TOTAL              PIC 9(03) COMP VALUE ZERO.
004171 77  WS-PTYPE-TABLE-MAX          PIC 9(03) COMP VALUE 50.
004172 77  WS-PTYPE-SUB                PIC 9(03) COMP VALUE ZERO.
004173 77  WS-PTYPE-MATCH-SUB          PIC 9(03) COMP VALUE ZERO.
004174 77  WS-PTYPE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
004175     88  WS-PTYPE-FOUND                     VALUE 'Y'.
004176 01  WS-TYPE-HEADING.
004177     05  FILLER                  PIC X(10) VALUE 'TYPE'.
004178     05  FILLER                  PIC X(10) VALUE 'POSTINGS'.
004179     05  FILLER              PIC X(19) VALUE '          VALUE'.
004180     05  FILLER                  PIC X(01) VALUE SPACES.
004181     05  FILLER                  PIC X(30) VALUE 'DESCRIPTION'.
004182     05  FILLER                  PIC X(62) VALUE SPACES.
004183 01  WS-TYPE-DETAIL.
004184     05  WS-TD-TYPE              PIC X(02).
004185     05  FILLER                  PIC X(08) VALUE SPACES.
004186     05  WS-TD-COUNT             PIC ZZZZZZ9.
004187     05  FILLER                  PIC X(03) VALUE SPACES.
004188     05  WS-TD-AMOUNT            PIC Z(12)9.99-.
004189     05  FILLER                  PIC X(03) VALUE SPACES.
004190     05  WS-TD-DESC              PIC X(30).
004191     05  FILLER                  PIC X(62) VALUE SPACES.
004192*----------------------------------------------------------------
004193* PER-CURRENCY TOTALS - EACH CURRENCY MUST BALANCE IN ITS OWN
004194* AMOUNTS AS WELL AS IN THE BASE CURRENCY, AND EACH GETS ITS
004195* OWN CTLTOTS RECORD.
004196*----------------------------------------------------------------
004197 01  WS-PCUR-TABLE.
004198     05  WS-PCUR-ENTRY OCCURS 50 TIMES.
004199         10  WS-PCUR-CODE        PIC X(03).
004200         10  WS-PCUR-COUNT       PIC 9(07) COMP.
004201         10  WS-PCUR-AMT-IN      PIC S9(13)V99 COMP-3.
004202         10  WS-PCUR-AMT-POSTED  PIC S9(13)V99 COMP-3.
004203         10  WS-PCUR-AMT-SUSP    PIC S9(13)V99 COMP-3.
004204         10  WS-PCUR-BASE-IN     PIC S9(13)V99 COMP-3.
004205         10  WS-PCUR-BASE-POSTED PIC S9(13)V99 COMP-3.
004206         10  WS-PCUR-BASE-SUSP   PIC S9(13)V99 COMP-3.
004207 77  WS-PCUR-TOTAL               PIC 9(03) COMP VALUE ZERO.
004208 77  WS-PCUR-TABLE-MAX           PIC 9(03) COMP VALUE 50.
004209 77  WS-PCUR-SUB                 PIC 9(03) COMP VALUE ZERO.
004210 77  WS-PCUR-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
004211 77  WS-PCUR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
004212     88  WS-PCUR-FOUND                      VALUE 'Y'.
004213 77  WS-PCUR-BALANCE-SWITCH      PIC X(01) VALUE 'Y'.
004214     88  WS-PCUR-ALL-BALANCED               VALUE 'Y'.
004215 01  WS-CURR-HEADING.
004216     05  FILLER                  PIC X(06) VALUE 'CCY'.
004217     05  FILLER                  PIC X(17) VALUE '     AMOUNT IN'.
004218     05  FILLER                  PIC X(17) VALUE '        POSTED'.
004219     05  FILLER                  PIC X(17) VALUE '     SUSPENDED'.
004220     05  FILLER                  PIC X(17) VALUE '       BASE IN'.
004221     05  FILLER                  PIC X(17) VALUE '   BASE POSTED'.
004222     05  FILLER                  PIC X(17) VALUE '     BASE SUSP'.
004223     05  FILLER                  PIC X(24) VALUE '  STATUS'.
004224 01  WS-CURR-LINE.
004225     05  WS-CL-CODE              PIC X(03).
004226     05  FILLER                  PIC X(03) VALUE SPACES.
004227     05  WS-CL-AMT-IN            PIC Z(10)9.99-.
004228     05  FILLER                  PIC X(02) VALUE SPACES.
004229     05  WS-CL-AMT-POSTED        PIC Z(10)9.99-.
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004231     05  WS-CL-AMT-SUSP          PIC Z(10)9.99-.
004232     05  FILLER                  PIC X(02) VALUE SPACES.
004233     05  WS-CL-BASE-IN           PIC Z(10)9.99-.
004234     05  FILLER                  PIC X(02) VALUE SPACES.
004235     05  WS-CL-BASE-POSTED       PIC Z(10)9.99-.
004236     05  FILLER                  PIC X(02) VALUE SPACES.
004237     05  WS-CL-BASE-SUSP         PIC Z(10)9.99-.
004238     05  FILLER                  PIC X(02) VALUE SPACES.
004239     05  WS-CL-STATUS            PIC X(14).
004240     05  FILLER                  PIC X(10) VALUE SPACES.
004241*----------------------------------------------------------------
004242* HOLD REPORT - ONE LINE PER POSTING HELD TONIGHT.  THRESHOLD
004243* AND BASE AMOUNT ARE IN THE BASE CURRENCY, THE AMOUNT AS
004244* DELIVERED.
004245*----------------------------------------------------------------
004246 01  WS-HOLD-HEADING.
004247     05  FILLER                  PIC X(08) VALUE 'SITE'.
004248     05  FILLER                  PIC X(09) VALUE 'TXN ID'.
004249     05  FILLER                  PIC X(04) VALUE 'TY'.
004250     05  FILLER                  PIC X(04) VALUE 'CCY'.
004251     05  FILLER                  PIC X(17) VALUE '        AMOUNT'.
004252     05  FILLER                  PIC X(17) VALUE '   BASE AMOUNT'.
004253     05  FILLER                  PIC X(17) VALUE '     THRESHOLD'.
004254     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
004255     05  FILLER                  PIC X(10) VALUE 'KEYED BY'.
004256     05  FILLER                  PIC X(38) VALUE 'STATUS'.
004257 01  WS-HOLD-DETAIL.
004258     05  WS-HD-SITE              PIC X(06).
004259     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  WS-HD-TXN-ID            PIC X(07).
004261     05  FILLER                  PIC X(02) VALUE SPACES.
004262     05  WS-HD-TRAN-TYPE         PIC X(02).
004263     05  FILLER                  PIC X(02) VALUE SPACES.
004264     05  WS-HD-CURRENCY          PIC X(03).
004265     05  FILLER                  PIC X(01) VALUE SPACES.
004266     05  WS-HD-AMOUNT            PIC Z(10)9.99-.
004267     05  FILLER                  PIC X(02) VALUE SPACES.
004268     05  WS-HD-BASE-AMOUNT       PIC Z(10)9.99-.
004269     05  FILLER                  PIC X(02) VALUE SPACES.
004270     05  WS-HD-THRESHOLD         PIC Z(10)9.99-.
004271     05  FILLER                  PIC X(02) VALUE SPACES.
004272     05  WS-HD-SOURCE            PIC X(07).
004273     05  FILLER                  PIC X(01) VALUE SPACES.
004274     05  WS-HD-KEYED-BY          PIC X(08).
004275     05  FILLER                  PIC X(02) VALUE SPACES.
004276     05  WS-HD-STATUS            PIC X(38).
004277*----------------------------------------------------------------
004278* PER-SUPPLIER TOTALS - ONE ENTRY PER SUPPLIER THE LEAD JOB
004279* LOGGED ON EXTCTL FOR THE BUSINESS DATE (THE LAST RECORD FOR A
004280* SUPPLIER WINS, SO A RERUN OF THE LEAD JOB SUPERSEDES ITS
004281* EARLIER ATTEMPT).  RECYCLES ARE TALLIED ON THEIR OWN LINE SO
004282* THE SECTION FOOTS TO THE RUN TOTALS.  AMOUNTS ARE IN BASE.
004283*----------------------------------------------------------------
004284 01  WS-PSUP-TABLE.
004285     05  WS-PSUP-ENTRY OCCURS 20 TIMES.
004286         10  WS-PSUP-CODE        PIC X(04).
004287         10  WS-PSUP-EXTRACT     PIC X(24).
004288         10  WS-PSUP-STATUS      PIC X(01).
004289             88  WS-PSUP-ACCEPTED           VALUE 'A'.
004290             88  WS-PSUP-HELD               VALUE 'H'.
004291         10  WS-PSUP-EXPECTED    PIC 9(07) COMP.
004292         10  WS-PSUP-RECORDS     PIC 9(07) COMP.
004293         10  WS-PSUP-AMT-IN      PIC S9(13)V99 COMP-3.
004294         10  WS-PSUP-AMT-POSTED  PIC S9(13)V99 COMP-3.
004295         10  WS-PSUP-AMT-SUSP    PIC S9(13)V99 COMP-3.
004296 77  WS-PSUP-TOTAL               PIC 9(03) COMP VALUE ZERO.
004297 77  WS-PSUP-TABLE-MAX           PIC 9(03) COMP VALUE 20.
004298 77  WS-PSUP-SUB                 PIC 9(03) COMP VALUE ZERO.
004299 77  WS-PSUP-MATCH-SUB           PIC 9(03) COMP VALUE ZERO.
004300 77  WS-PSUP-POST-SUB            PIC 9(03) COMP VALUE ZERO.
004301 77  WS-PSUP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
004302     88  WS-PSUP-FOUND                      VALUE 'Y'.
004303 77  WS-PSUP-ACCEPTED-COUNT      PIC 9(03) COMP VALUE ZERO.
004304 77  WS-PSUP-HELD-COUNT          PIC 9(03) COMP VALUE ZERO.
004305 77  WS-RCY-AMT-IN               PIC S9(13)V99 COMP-3 VALUE ZERO.
004306 77  WS-RCY-AMT-POSTED           PIC S9(13)V99 COMP-3 VALUE ZERO.
004307 77  WS-RCY-AMT-SUSP             PIC S9(13)V99 COMP-3 VALUE ZERO.
004308 01  WS-SUPP-HEADING.
004309     05  FILLER                  PIC X(09) VALUE 'SUPP'.
004310     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
004311     05  FILLER                  PIC X(17) VALUE '     AMOUNT IN'.
004312     05  FILLER                  PIC X(17) VALUE '        POSTED'.
004313     05  FILLER                  PIC X(17) VALUE '     SUSPENDED'.
004314     05  FILLER                  PIC X(14) VALUE 'STATUS'.
004315     05  FILLER                  PIC X(49) VALUE SPACES.
004316 01  WS-SUPP-LINE.
004317     05  WS-SL-CODE              PIC X(07).
004318     05  FILLER                  PIC X(02) VALUE SPACES.
004319     05  WS-SL-RECORDS           PIC ZZZZZZ9.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004321     05  WS-SL-AMT-IN            PIC Z(10)9.99-.
004322     05  FILLER                  PIC X(02) VALUE SPACES.
004323     05  WS-SL-AMT-POSTED        PIC Z(10)9.99-.
004324     05  FILLER                  PIC X(02) VALUE SPACES.
004325     05  WS-SL-AMT-SUSP          PIC Z(10)9.99-.
004326     05  FILLER                  PIC X(02) VALUE SPACES.
004327     05  WS-SL-STATUS            PIC X(14).
004328     05  FILLER                  PIC X(49) VALUE SPACES.
004329*----------------------------------------------------------------
004330* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
004331*----------------------------------------------------------------
004332     COPY RUNPARM.
004333*
004334 PROCEDURE DIVISION.
004335*----------------------------------------------------------------
004336 0000-MAINLINE.
004337*----------------------------------------------------------------
004338     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004339     IF WS-SKIP-POSTING
004340         DISPLAY 'TRANPOST - RESTART: POSTING STEP ALREADY '
004341             'COMPLETE, SKIPPING'
004342     ELSE
004343         SORT ROUTE-SORT-FILE
004344             ON ASCENDING KEY RS-SITE-CODE
004345             INPUT PROCEDURE IS 2000-POST-TRANSIN
004346                 THRU 2000-EXIT
004350             OUTPUT PROCEDURE IS 6000-ROUTE-BY-SITE
004360                 THRU 6999-EXIT
004370     END-IF.
004410*----------------------------------------------------------------
004420 1000-INITIALIZE.
004430*----------------------------------------------------------------
004432     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
004434     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
004436     MOVE WS-CDT-TIME-HHMMSS TO WS-STEP-START-TIME.
004440     MOVE 'TRANPOST' TO RP-JOB-NAME.
004450     PERFORM 1010-ACCEPT-RUN-MODE THRU 1010-EXIT.
004460     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
004470     PERFORM 1030-LOAD-RESTART-CTL THRU 1030-EXIT.
004475     PERFORM 1060-LOAD-EXTRACT-CONTROL THRU 1060-EXIT.
004480     PERFORM 1040-OPEN-DISTLIST THRU 1040-EXIT.
004485     PERFORM 1045-OPEN-TRAN-TYPE THRU 1045-EXIT.
004487     PERFORM 1046-OPEN-FX-RATE THRU 1046-EXIT.
004488     PERFORM 1047-OPEN-HOLD-QUEUE THRU 1047-EXIT.
004490     PERFORM 1050-OPEN-POSTING-REPORT THRU 1050-EXIT.
004495     PERFORM 1055-OPEN-HOLD-REPORT THRU 1055-EXIT.
004500     DISPLAY 'TRANPOST - RUN MODE      = ' WS-RUN-MODE-PARM.
004510     DISPLAY 'TRANPOST - ENVIRONMENT   = ' RP-ENVIRONMENT.
004520     DISPLAY 'TRANPOST - BUSINESS DATE = ' RP-RUN-DATE.
004540     IF NOT WS-STEP01-FOUND
004550         MOVE 20 TO WS-ABEND-CODE
004560         MOVE 'STEP 1 CHECKPOINT NOT FOUND - RUN HELLOWORLD FIRST'
004561             TO WS-ABEND-REASON
004562         GO TO 9999-ABEND-RTN
004563     END-IF.
004564     IF WS-PSUP-ACCEPTED-COUNT = ZERO AND NOT WS-SKIP-POSTING
004565         MOVE 20 TO WS-ABEND-CODE
004566         MOVE 'NO ACCEPTED SUPPLIER EXTRACT ON EXTCTL FOR DATE'
004570             TO WS-ABEND-REASON
004580         GO TO 9999-ABEND-RTN
004590     END-IF.
005770     MOVE RP-RUN-DATE          TO WS-PRPT-VALUE.
005780     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
005790     WRITE POSTING-REPORT-LINE.
005791*    THE PER-SITE SECTION IS STATED IN THE BASE CURRENCY - A
005792*    SITE'S POSTINGS NEED NOT ALL BE IN ONE CURRENCY.
005793     MOVE SPACES TO WS-POST-REPORT-LINE.
005794     MOVE 'SITE AMOUNTS IN BASE CURRENCY' TO WS-PRPT-LABEL.
005795     MOVE RP-BASE-CURRENCY     TO WS-PRPT-VALUE.
005796     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
005797     WRITE POSTING-REPORT-LINE.
005800     MOVE WS-BALANCE-HEADING TO POSTING-REPORT-LINE.
005810     WRITE POSTING-REPORT-LINE.
005820 1050-EXIT.
005840*----------------------------------------------------------------
005850 2000-POST-TRANSIN.
005860*----------------------------------------------------------------
005950     OPEN I-O TRAN-MASTER.
005960     IF WS-TRANMAST-NOT-FOUND
005970         OPEN OUTPUT TRAN-MASTER
006230     END-IF.
006240     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
006250     MOVE WS-CDT-TIME-HHMMSS TO WS-CDT-TIME.
006253     MOVE WS-CDT-TIME-HHMMSS TO WS-POST-STAMP-TIME.
006256     MOVE ZERO TO WS-PSUP-POST-SUB.
006260     PERFORM 2040-POST-RECYCLE THRU 2040-EXIT.
006265     PERFORM 2050-ROUTE-ADJ-STAGE THRU 2050-EXIT.
006267     PERFORM 2060-RELEASE-APPROVED-HOLDS THRU 2060-EXIT.
006275     PERFORM 2080-POST-EXTRACT THRU 2080-EXIT
006283         VARYING WS-PSUP-POST-SUB FROM 1 BY 1
006291         UNTIL WS-PSUP-POST-SUB > WS-PSUP-TOTAL.
006300     CLOSE TRAN-MASTER.
006310     CLOSE SUSPENSE-FILE.
006320 2000-EXIT.
006690         AT END
006700             MOVE 'Y' TO WS-RECYCLE-EOF-SWITCH
006710         NOT AT END
006720             MOVE RY-TRANSIN-DATA  TO WS-EDIT-RECORD
006721             MOVE RY-SUPPLIER-CODE TO WS-EDIT-SUPPLIER-CODE
006722             MOVE RP-RUN-DATE    TO WS-EDIT-MASTER-DATE
006723             MOVE SPACES         TO WS-EDIT-KEYED-BY
006724             PERFORM 2047-CHECK-RECYCLE-CURRENCY THRU 2047-EXIT
006726             PERFORM 3180-CONVERT-AMOUNT THRU 3180-EXIT
006730             PERFORM 3060-TALLY-AMOUNT-IN THRU 3060-EXIT
006740             PERFORM 2110-WRITE-TRAN-MASTER THRU 2110-EXIT
006750             ADD 1 TO WS-RECYCLE-POSTED-COUNT
006900                     CONTINUE
006910                 WHEN OTHER
006920                     ADD 1 TO WS-TRANSIN-RECORD-COUNT
006925                     ADD 1 TO WS-PSUP-RECORDS(WS-PSUP-POST-SUB)
006930                     MOVE TRANSIN-DETAIL-REC TO WS-EDIT-RECORD
006933                     MOVE RP-RUN-DATE TO WS-EDIT-MASTER-DATE
006936                     MOVE SPACES      TO WS-EDIT-KEYED-BY
006937                     MOVE WS-PSUP-CODE(WS-PSUP-POST-SUB)
006938                         TO WS-EDIT-SUPPLIER-CODE
006940                     PERFORM 3050-EDIT-AND-POST THRU 3050-EXIT
006950             END-EVALUATE
006960     END-READ.
007000 3050-EDIT-AND-POST.
007010*----------------------------------------------------------------
007020     PERFORM 3100-VALIDATE-EDIT-REC THRU 3100-EXIT.
007025     PERFORM 3180-CONVERT-AMOUNT THRU 3180-EXIT.
007030     PERFORM 3060-TALLY-AMOUNT-IN THRU 3060-EXIT.
007040     IF WS-EDIT-RECORD-OK
007050         PERFORM 2110-WRITE-TRAN-MASTER THRU 2110-EXIT
007200     MOVE WS-EDIT-SITE-CODE  TO TM-SITE-CODE.
007210     MOVE WS-EDIT-PAYLOAD    TO TM-PAYLOAD.
007220     MOVE RP-RUN-DATE        TO TM-POST-DATE.
007221     MOVE WS-POST-STAMP-TIME TO TM-POST-TIME.
007222     SET TM-ENTRY-ORIGINAL   TO TRUE.
007223     MOVE SPACES             TO TM-LINK-TXN-ID.
007224     MOVE ZERO               TO TM-LINK-BUS-DATE.
007225     MOVE 'N'                TO TM-REVERSED-FLAG.
007226     MOVE SPACES             TO TM-REV-TXN-ID.
007227     MOVE ZERO               TO TM-REV-BUS-DATE.
007228     MOVE WS-FX-CURRENCY     TO TM-CURRENCY-CODE.
007229     MOVE WS-EDIT-FX-RATE    TO TM-FX-RATE.
007230     MOVE WS-EDIT-BASE-AMOUNT TO TM-BASE-AMOUNT.
007231     MOVE WS-EDIT-SUPPLIER-CODE TO TM-SUPPLIER-CODE.
007240     WRITE TRAN-MAST-RECORD
007250         INVALID KEY
007260             PERFORM 2115-SUSPEND-DUPLICATE THRU 2115-EXIT
007460             INTO WS-ABEND-REASON
007470         GO TO 9999-ABEND-RTN
007480     END-IF.
007485     PERFORM 2117-CHECK-DUPLICATE-PASS THRU 2117-EXIT.
007490*    THE KEY (TRANSACTION ID + BUSINESS DATE) IS ALREADY ON THE
007500*    MASTER.  WHEN AN EARLIER ATTEMPT AT THIS CYCLE POSTED IT, THE
007510*    RECORD GOES TO SUSPENSE INSTEAD OF ONTO THE MASTER TWICE,
007520*    BUT IT IS STILL RELEASED FOR ROUTING (DISPOSITION 'D') -
007530*    THE ABORTED ATTEMPT NEVER CUT A FEED, SO THE SITE IS OWED
007540*    THE TRANSACTION EVEN THOUGH THE MONEY IS ALREADY POSTED.
007543*    WHEN THIS PASS POSTED IT, THE SAME ID CAME IN TWICE TONIGHT -
007546*    IT IS SUSPENDED AS REASON '11' AND NOT ROUTED.
007550     MOVE '04'           TO SP-REASON-CODE.
007552     IF WS-DUP-IN-RUN
007554         MOVE '11'       TO SP-REASON-CODE
007556     END-IF.
007560     MOVE RP-RUN-DATE    TO SP-BUSINESS-DATE.
007570     MOVE ZERO           TO SP-RETRY-COUNT.
007580     MOVE WS-EDIT-RECORD TO SP-TRANSIN-DATA.
007585     MOVE WS-EDIT-SUPPLIER-CODE TO SP-SUPPLIER-CODE.
007590     WRITE SUSPENSE-RECORD.
007592     IF SP-REASON-DUPLICATE-POST
007594         ADD 1 TO WS-DUPLICATE-COUNT
007596         MOVE 'D' TO WS-RS-DISPOSITION
007598     ELSE
007600         ADD 1 TO WS-DUP-IN-RUN-COUNT
007602         MOVE 'S' TO WS-RS-DISPOSITION
007604     END-IF.
007610     PERFORM 3080-TALLY-SUSPENDED THRU 3080-EXIT.
007630     PERFORM 2130-RELEASE-SORT-REC THRU 2130-EXIT.
007640 2115-EXIT.
007650     EXIT.
007660         MOVE ZERO           TO RS-AMOUNT
007661     END-IF.
007662     MOVE WS-EDIT-TXN-NUMBER TO RS-TXN-NUMBER.
007663     MOVE WS-EDIT-BASE-AMOUNT TO RS-BASE-AMOUNT.
007664     MOVE WS-EDIT-MASTER-DATE TO RS-MASTER-DATE.
007665     MOVE WS-EDIT-KEYED-BY   TO RS-KEYED-BY.
007666     RELEASE ROUTE-SORT-RECORD.
007667 2130-EXIT.
007668     EXIT.
007669*----------------------------------------------------------------
007680 3060-TALLY-AMOUNT-IN.
007690*----------------------------------------------------------------
007700*    A NON-NUMERIC AMOUNT CANNOT BE ADDED - THE LEAD JOB LEFT
007710*    IT OUT OF ITS TOTALS THE SAME WAY, SO BOTH SIDES OF THE
007720*    BALANCE SKIP THE SAME RECORDS.  THE RUN TOTALS ARE IN THE
007722*    BASE CURRENCY; THE CURRENCY TABLE CARRIES EACH CURRENCY'S
007724*    OWN AMOUNTS ALONGSIDE THEIR BASE EQUIVALENT.
007726     PERFORM 3065-FIND-CURRENCY THRU 3065-EXIT.
007730     IF WS-EDIT-AMOUNT IS NUMERIC
007731         ADD WS-EDIT-BASE-AMOUNT TO WS-AMT-IN-TOTAL
007732         ADD WS-EDIT-AMOUNT
007733             TO WS-PCUR-AMT-IN(WS-PCUR-MATCH-SUB)
007734         ADD WS-EDIT-BASE-AMOUNT
007735             TO WS-PCUR-BASE-IN(WS-PCUR-MATCH-SUB)
007736         IF WS-PSUP-POST-SUB > ZERO
007737             ADD WS-EDIT-BASE-AMOUNT
007738                 TO WS-PSUP-AMT-IN(WS-PSUP-POST-SUB)
007739         ELSE
007740             ADD WS-EDIT-BASE-AMOUNT TO WS-RCY-AMT-IN
007741         END-IF
007750     END-IF.
007760 3060-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790 3070-TALLY-POSTED.
007800*----------------------------------------------------------------
007805     ADD 1 TO WS-PCUR-COUNT(WS-PCUR-MATCH-SUB).
007810     IF WS-EDIT-AMOUNT IS NUMERIC
007811         ADD WS-EDIT-BASE-AMOUNT TO WS-AMT-POSTED-TOTAL
007812         ADD WS-EDIT-AMOUNT
007813             TO WS-PCUR-AMT-POSTED(WS-PCUR-MATCH-SUB)
007814         ADD WS-EDIT-BASE-AMOUNT
007815             TO WS-PCUR-BASE-POSTED(WS-PCUR-MATCH-SUB)
007816         IF WS-PSUP-POST-SUB > ZERO
007817             ADD WS-EDIT-BASE-AMOUNT
007818                 TO WS-PSUP-AMT-POSTED(WS-PSUP-POST-SUB)
007819         ELSE
007820             ADD WS-EDIT-BASE-AMOUNT TO WS-RCY-AMT-POSTED
007821         END-IF
007830     END-IF.
007835     PERFORM 3075-TALLY-TYPE THRU 3075-EXIT.
007840 3070-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870 3080-TALLY-SUSPENDED.
007880*----------------------------------------------------------------
007890     IF WS-EDIT-AMOUNT IS NUMERIC
007891         ADD WS-EDIT-BASE-AMOUNT TO WS-AMT-SUSP-TOTAL
007892         ADD WS-EDIT-AMOUNT
007893             TO WS-PCUR-AMT-SUSP(WS-PCUR-MATCH-SUB)
007894         ADD WS-EDIT-BASE-AMOUNT
007895             TO WS-PCUR-BASE-SUSP(WS-PCUR-MATCH-SUB)
007896         IF WS-PSUP-POST-SUB > ZERO
007897             ADD WS-EDIT-BASE-AMOUNT
007898                 TO WS-PSUP-AMT-SUSP(WS-PSUP-POST-SUB)
007899         ELSE
007900             ADD WS-EDIT-BASE-AMOUNT TO WS-RCY-AMT-SUSP
007901         END-IF
007910     END-IF.
007920 3080-EXIT.
007930     EXIT.
008120     IF WS-EDIT-TRAN-TYPE = SPACES
008130       OR WS-EDIT-AMOUNT NOT NUMERIC
008140         MOVE '05' TO WS-EDIT-REASON-CODE
008141         GO TO 3100-EXIT
008142     END-IF.
008143     PERFORM 3160-CHECK-TRAN-TYPE THRU 3160-EXIT.
008144     IF WS-EDIT-RECORD-OK
008145         PERFORM 3170-CHECK-CURRENCY THRU 3170-EXIT
008150     END-IF.
008160 3100-EXIT.
008170     EXIT.
008910         END-IF
008920         PERFORM 6300-START-SITE-BREAK THRU 6300-EXIT
008930     END-IF.
008931*    'A' (AN ADJPOST ENTRY) AND 'R' (A RELEASED HOLD) ARE
008932*    DELIVERED OUTSIDE THE MONEY PROOF BY 6210.
008934*    DISPOSITION 'P' IS A FRESH POSTING; 'D' IS A DUPLICATE OF A
008935*    POSTING AN ABORTED ATTEMPT LEFT ON THE MASTER BUT NEVER
008936*    ROUTED - BOTH GO ON THE SITE FEED (AND ITS TRL/DLVCTL
008937*    CONTROLS) SO THE SITE RECEIVES EVERY POSTED TRANSACTION,
008938*    BUT ONLY 'P' MONEY COUNTS AS POSTED TONIGHT; 'S' RECORDS
008939*    WERE SUSPENDED AND ARE NOT DELIVERED.
008940     IF RS-DISPOSITION = 'A' OR 'R'
008941         PERFORM 6210-ROUTE-OUTSIDE-PROOF THRU 6210-EXIT
008942         GO TO 6200-EXIT
008943     END-IF.
008944*    THE SITE'S IN/POSTED/SUSPENDED PROOF IS IN THE BASE
008945*    CURRENCY; THE ROUTED TOTAL ON THE FEED TRAILER STAYS IN
008946*    THE AMOUNTS AS DELIVERED.
008947     ADD RS-BASE-AMOUNT TO WS-RTE-AMT-IN.
008950     EVALUATE RS-DISPOSITION
008960         WHEN 'P'
008970             ADD RS-BASE-AMOUNT TO WS-RTE-AMT-POSTED
008980             PERFORM 6260-ROUTE-OR-HOLD THRU 6260-EXIT
009000         WHEN 'D'
009010             ADD RS-BASE-AMOUNT TO WS-RTE-AMT-SUSP
009020             PERFORM 6260-ROUTE-OR-HOLD THRU 6260-EXIT
009040         WHEN OTHER
009050             ADD RS-BASE-AMOUNT TO WS-RTE-AMT-SUSP
009060     END-EVALUATE.
009070 6200-EXIT.
009080     EXIT.
009350     MOVE ZERO TO WS-RTE-AMT-SUSP.
009360     MOVE ZERO TO WS-RTE-AMT-ROUTED.
009370     MOVE 'N' TO WS-RTE-ACTIVE-SWITCH.
009375     MOVE ZERO TO WS-RTE-HOLD-THRESHOLD.
009380     MOVE RS-SITE-CODE TO DL-SITE-CODE.
009390     READ DISTRIB-LIST-FILE
009400         INVALID KEY
009420         NOT INVALID KEY
009430             IF DL-ROUTE-ACTIVE
009440                 SET WS-RTE-SITE-ACTIVE TO TRUE
009445                 MOVE DL-HOLD-THRESHOLD TO WS-RTE-HOLD-THRESHOLD
009450             END-IF
009460     END-READ.
009470     IF WS-RTE-SITE-ACTIVE
009830             MOVE RP-RUN-DATE         TO DC-BUSINESS-DATE
009840             MOVE WS-RTE-ROUTED-COUNT TO DC-RECORD-COUNT
009850             MOVE WS-RTE-HASH-TOTAL   TO DC-HASH-TOTAL
009853             SET DC-DISPATCH-ORIGINAL TO TRUE
009856             MOVE ZERO                TO DC-RESEND-SEQ
009860             WRITE DELIVERY-CTL-RECORD
009870         END-IF
009880     END-IF.
010220             TO WS-ABEND-REASON
010230         GO TO 9999-ABEND-RTN
010240     END-IF.
010241*    EACH SUPPLIER'S EXTRACT MUST READ TO THE COUNT STEP 1
010242*    PROVED FOR IT, AND THE NIGHT TO THE STEP 1 CHECKPOINT.
010243     PERFORM 3020-PROVE-SUPPLIER-COUNT THRU 3020-EXIT
010244         VARYING WS-PSUP-SUB FROM 1 BY 1
010245         UNTIL WS-PSUP-SUB > WS-PSUP-TOTAL.
010250     IF WS-TRANSIN-RECORD-COUNT NOT = WS-STEP01-RECORD-COUNT
010260         MOVE 30 TO WS-ABEND-CODE
010270         MOVE 'STEP 2 READ COUNT DOES NOT MATCH STEP 1 CHECKPOINT'
010360             TO WS-ABEND-REASON
010370         GO TO 9999-ABEND-RTN
010380     END-IF.
010381     PERFORM 3010-PROVE-CURRENCY THRU 3010-EXIT
010382         VARYING WS-PCUR-SUB FROM 1 BY 1
010383         UNTIL WS-PCUR-SUB > WS-PCUR-TOTAL.
010384     IF NOT WS-PCUR-ALL-BALANCED
010385         MOVE 46 TO WS-ABEND-CODE
010386         MOVE 'CURRENCY OUT OF BALANCE - SEE POSTRPT'
010387             TO WS-ABEND-REASON
010388         GO TO 9999-ABEND-RTN
010389     END-IF.
010390     MOVE 'TRANPOST' TO WS-CHECK-STEP-NAME.
010400     MOVE WS-POSTED-RECORD-COUNT TO WS-CHECK-RECORD-COUNT.
010410     PERFORM 9150-WRITE-CHECKPOINT THRU 9150-EXIT.
010420     PERFORM 3500-WRITE-CONTROL-TOTAL THRU 3500-EXIT.
010425     PERFORM 3600-CLEAR-ADJ-STAGE THRU 3600-EXIT.
010426     PERFORM 3700-MARK-HOLDS-SENT THRU 3700-EXIT.
010427     PERFORM 3800-ALERT-HELD-ITEMS THRU 3800-EXIT.
010430 3000-EXIT.
010440     EXIT.
010450*----------------------------------------------------------------
010470*----------------------------------------------------------------
010480*    THE NIGHT'S CONTROL TOTALS GO OUT MACHINE-READABLE SO THE
010490*    MONTH-END CONSOLIDATION CAN SUM THEM INSTEAD OF SOMEONE
010500*    RE-ADDING A MONTH OF SAVED CONTROL REPORTS.  ONE RECORD
010503*    GOES OUT PER CURRENCY SEEN; A NIGHT WITH NO DETAIL AT ALL
010506*    STILL WRITES ONE (ZERO) RECORD IN THE BASE CURRENCY.
010510     OPEN EXTEND CONTROL-TOTAL-FILE.
010520     IF WS-CTLTOT-NOT-FOUND
010530         OPEN OUTPUT CONTROL-TOTAL-FILE
010570             'STATUS = ' WS-CTLTOT-STATUS
010580         GO TO 3500-EXIT
010590     END-IF.
010595     IF WS-PCUR-TOTAL = ZERO
010600         MOVE RP-RUN-DATE            TO CD-BUSINESS-DATE
010610         MOVE ZERO                   TO CD-RECORDS-POSTED
010620                                        CD-AMOUNT-POSTED
010630                                        CD-AMOUNT-SUSPENDED
010632                                        CD-BASE-AMOUNT-POSTED
010634                                        CD-BASE-AMOUNT-SUSPENDED
010636         MOVE RP-BASE-CURRENCY       TO CD-CURRENCY-CODE
010640         WRITE CONTROL-TOTAL-RECORD
010642     END-IF.
010644     PERFORM 3510-WRITE-CURRENCY-TOTAL THRU 3510-EXIT
010646         VARYING WS-PCUR-SUB FROM 1 BY 1
010648         UNTIL WS-PCUR-SUB > WS-PCUR-TOTAL.
010650     CLOSE CONTROL-TOTAL-FILE.
010660 3500-EXIT.
010670     EXIT.
010730         WS-TRANSIN-RECORD-COUNT.
010740     DISPLAY 'TRANPOST - STEP 1 CHECKPOINT COUNT = '
010750         WS-STEP01-RECORD-COUNT.
010752     DISPLAY 'TRANPOST - SUPPLIER EXTRACTS READ  = '
010754         WS-PSUP-ACCEPTED-COUNT.
010756     DISPLAY 'TRANPOST - SUPPLIERS HELD BACK     = '
010758         WS-PSUP-HELD-COUNT.
010760     DISPLAY 'TRANPOST - RECYCLES POSTED         = '
010770         WS-RECYCLE-POSTED-COUNT.
010771     DISPLAY 'TRANPOST - ADJPOST ENTRIES ROUTED  = '
010772         WS-ADJ-ROUTED-COUNT.
010773     DISPLAY 'TRANPOST - POSTINGS HELD           = '
010774         WS-HELD-COUNT.
010775     DISPLAY 'TRANPOST - HELD ITEMS RELEASED     = '
010776         WS-HOLD-RELEASED-COUNT.
010780     DISPLAY 'TRANPOST - SITE FEEDS ROUTED       = '
010790         WS-ROUTED-SITE-COUNT.
010800     DISPLAY 'TRANPOST - UNMATCHED-SITE ROUTED   = '
010830         WS-BYPASSED-RECORD-COUNT.
010840     DISPLAY 'TRANPOST - DUPLICATES SUSPENDED    = '
010850         WS-DUPLICATE-COUNT.
010853     DISPLAY 'TRANPOST - IN-RUN DUPLICATES HELD  = '
010856         WS-DUP-IN-RUN-COUNT.
010860     DISPLAY 'TRANPOST - RECORDS POSTED          = '
010870         WS-POSTED-RECORD-COUNT.
010880     DISPLAY 'TRANPOST - AMOUNTS IN              = '
010920     DISPLAY 'TRANPOST - AMOUNTS SUSPENDED       = '
010930         WS-AMT-SUSP-TOTAL.
010940     PERFORM 9200-FINISH-REPORT THRU 9200-EXIT.
010942     PERFORM 9300-FINISH-HOLD-REPORT THRU 9300-EXIT.
010945     CLOSE TRAN-TYPE-FILE.
010947     CLOSE FX-RATE-FILE.
010948     CLOSE HOLD-QUEUE-FILE.
010949     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
010950     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
010960 9000-EXIT.
010970     EXIT.
011750     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
011760     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
011770     WRITE POSTING-REPORT-LINE.
011771     PERFORM 9210-WRITE-ADJ-HOLD-TOTALS THRU 9210-EXIT.
011772     PERFORM 9250-WRITE-TYPE-SECTION THRU 9250-EXIT.
011773     PERFORM 9270-WRITE-CURRENCY-SECTION THRU 9270-EXIT.
011774     PERFORM 9290-WRITE-SUPPLIER-SECTION THRU 9290-EXIT.
011780     CLOSE POSTING-REPORT-FILE.
011790     MOVE 'N' TO WS-POSTRPT-OPEN-SWITCH.
011800 9200-EXIT.
011940     MOVE SPACES TO WS-ALERT-ACTION.
011950     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
011960     PERFORM 9200-FINISH-REPORT THRU 9200-EXIT.
011963     PERFORM 9300-FINISH-HOLD-REPORT THRU 9300-EXIT.
011966     PERFORM 9170-WRITE-STEP-TIMING THRU 9170-EXIT.
011970     PERFORM 9100-WRITE-RUN-REGISTER THRU 9100-EXIT.
011980     STOP RUN.
011990 9999-EXIT.
012420         WHEN 30
012430             MOVE 'VERIFY STEP01 COUNTS THEN RERUN CYCLE'
012440                 TO WS-ALERT-ACTION
012442         WHEN 54
012444             MOVE 'KEY RATE VIA FXMNT THEN RESUBMIT CYCLE'
012446                 TO WS-ALERT-ACTION
012450         WHEN 46
012460             MOVE 'CHECK POSTRPT BALANCES THEN RERUN CYCLE'
012470                 TO WS-ALERT-ACTION
012600     END-EVALUATE.
012610 9960-EXIT.
012620     EXIT.
012630*----------------------------------------------------------------
012640 2080-POST-EXTRACT.
012650*----------------------------------------------------------------
012660*    A SUPPLIER HELD BACK BY STEP 1 IS NOT READ - ITS
012670*    TRANSACTIONS COME IN ON A LATER EXTRACT.
012680     IF NOT WS-PSUP-ACCEPTED(WS-PSUP-POST-SUB)
012690         GO TO 2080-EXIT
012700     END-IF.
012710     MOVE WS-PSUP-EXTRACT(WS-PSUP-POST-SUB)
012720         TO WS-EXTRACT-FILE-NAME.
012730     MOVE WS-PSUP-CODE(WS-PSUP-POST-SUB) TO WS-EDIT-SUPPLIER-CODE.
012740     OPEN INPUT TRANSACTION-IN.
012750     IF NOT WS-TRANSIN-OK
012760         MOVE 12 TO WS-ABEND-CODE
012770         STRING 'EXTRACT ' WS-EXTRACT-FILE-NAME
012780             ' OPEN FAILED, STATUS = '
012790             WS-TRANSIN-STATUS DELIMITED BY SIZE
012800             INTO WS-ABEND-REASON
012810         GO TO 9999-ABEND-RTN
012820     END-IF.
012830     MOVE 'N' TO WS-EOF-SWITCH.
012840     PERFORM 2100-POST-TRANSIN-REC THRU 2100-EXIT
012850         UNTIL WS-END-OF-TRANSIN.
012860     CLOSE TRANSACTION-IN.
012870 2080-EXIT.
012880     EXIT.
012890*----------------------------------------------------------------
012900 1045-OPEN-TRAN-TYPE.
012910*----------------------------------------------------------------
012920*    THE TYPE TABLE STAYS OPEN FOR THE WHOLE RUN - EDITS READ IT
012930*    BY KEY AND THE REPORT TAKES THE TYPE DESCRIPTIONS FROM IT.
012940     OPEN INPUT TRAN-TYPE-FILE.
012950     IF NOT WS-TRANTYPE-OK
012960         MOVE 14 TO WS-ABEND-CODE
012970         STRING 'TRANTYPE OPEN FAILED, FILE STATUS = '
012980             WS-TRANTYPE-STATUS DELIMITED BY SIZE
012990             INTO WS-ABEND-REASON
013000         GO TO 9999-ABEND-RTN
013010     END-IF.
013020 1045-EXIT.
013030     EXIT.
013040*----------------------------------------------------------------
013050 1046-OPEN-FX-RATE.
013060*----------------------------------------------------------------
013070*    THE RATE FILE STAYS OPEN FOR THE WHOLE RUN - EACH POSTING
013080*    IS CONVERTED AT THE RATE READ BY KEY IN 3175-LOOKUP-RATE.
013090     OPEN INPUT FX-RATE-FILE.
013100     IF NOT WS-FXRATE-OK
013110         MOVE 14 TO WS-ABEND-CODE
013120         STRING 'FXRATE OPEN FAILED, FILE STATUS = '
013130             WS-FXRATE-STATUS DELIMITED BY SIZE
013140             INTO WS-ABEND-REASON
013150         GO TO 9999-ABEND-RTN
013160     END-IF.
013170 1046-EXIT.
013180     EXIT.
013190*----------------------------------------------------------------
013200 1047-OPEN-HOLD-QUEUE.
013210*----------------------------------------------------------------
013220*    THE QUEUE STAYS OPEN FOR THE WHOLE RUN - APPROVED ITEMS ARE
013230*    READ INTO THE SORT, NEW HOLDS ARE WRITTEN FROM THE ROUTING
013240*    BREAK AND ROUTED ITEMS ARE MARKED SENT AFTER THE PROOF.
013250*    THE FIRST CYCLE CREATES IT EMPTY.
013260     OPEN I-O HOLD-QUEUE-FILE.
013270     IF WS-HOLDQ-NOT-FOUND
013280         OPEN OUTPUT HOLD-QUEUE-FILE
013290         IF WS-HOLDQ-OK
013300             CLOSE HOLD-QUEUE-FILE
013310             OPEN I-O HOLD-QUEUE-FILE
013320         END-IF
013330     END-IF.
013340     IF NOT WS-HOLDQ-OK
013350         MOVE 14 TO WS-ABEND-CODE
013360         STRING 'HOLDQ OPEN FAILED, FILE STATUS = '
013370             WS-HOLDQ-STATUS DELIMITED BY SIZE
013380             INTO WS-ABEND-REASON
013390         GO TO 9999-ABEND-RTN
013400     END-IF.
013410 1047-EXIT.
013420     EXIT.
013430*----------------------------------------------------------------
013440 1055-OPEN-HOLD-REPORT.
013450*----------------------------------------------------------------
013460     OPEN OUTPUT HOLD-REPORT-FILE.
013470     IF NOT WS-HOLDRPT-OK
013480         MOVE 26 TO WS-ABEND-CODE
013490         STRING 'HOLDRPT OPEN FAILED, FILE STATUS = '
013500             WS-HOLDRPT-STATUS DELIMITED BY SIZE
013510             INTO WS-ABEND-REASON
013520         GO TO 9999-ABEND-RTN
013530     END-IF.
013540     SET WS-HOLDRPT-OPEN TO TRUE.
013550     MOVE SPACES TO WS-POST-REPORT-LINE.
013560     MOVE 'TRANPOST LARGE-VALUE HOLD REPORT' TO WS-PRPT-LABEL.
013570     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
013580     WRITE HOLD-REPORT-LINE.
013590     MOVE SPACES TO WS-POST-REPORT-LINE.
013600     MOVE 'BUSINESS DATE'      TO WS-PRPT-LABEL.
013610     MOVE RP-RUN-DATE          TO WS-PRPT-VALUE.
013620     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
013630     WRITE HOLD-REPORT-LINE.
013640     MOVE SPACES TO WS-POST-REPORT-LINE.
013650     MOVE 'THRESHOLDS IN BASE CURRENCY' TO WS-PRPT-LABEL.
013660     MOVE RP-BASE-CURRENCY     TO WS-PRPT-VALUE.
013670     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
013680     WRITE HOLD-REPORT-LINE.
013690     MOVE WS-HOLD-HEADING TO HOLD-REPORT-LINE.
013700     WRITE HOLD-REPORT-LINE.
013710 1055-EXIT.
013720     EXIT.
013730*----------------------------------------------------------------
013740 1060-LOAD-EXTRACT-CONTROL.
013750*----------------------------------------------------------------
013760*    THE LEAD JOB LOGS ONE EXTCTL RECORD PER SUPPLIER PER NIGHT
013770*    - WHICH EXTRACT IT PROVED, ITS RECORD COUNT, AND WHETHER IT
013780*    WAS ACCEPTED OR HELD BACK.  NO EXTCTL MEANS STEP 1 NEVER
013790*    FINISHED, WHICH 1000 REPORTS AS RC=20.
013800     OPEN INPUT EXT-CTL-FILE.
013810     IF WS-EXTCTL-NOT-FOUND
013820         GO TO 1060-EXIT
013830     END-IF.
013840     IF NOT WS-EXTCTL-OK
013850         MOVE 12 TO WS-ABEND-CODE
013860         STRING 'EXTCTL OPEN FAILED, FILE STATUS = '
013870             WS-EXTCTL-STATUS DELIMITED BY SIZE
013880             INTO WS-ABEND-REASON
013890         GO TO 9999-ABEND-RTN
013900     END-IF.
013910     PERFORM 1065-LOAD-EXTCTL-REC THRU 1065-EXIT
013920         UNTIL WS-END-OF-EXTCTL.
013930     CLOSE EXT-CTL-FILE.
013940     PERFORM 1069-COUNT-SUPPLIER THRU 1069-EXIT
013950         VARYING WS-PSUP-SUB FROM 1 BY 1
013960         UNTIL WS-PSUP-SUB > WS-PSUP-TOTAL.
013970 1060-EXIT.
013980     EXIT.
013990*----------------------------------------------------------------
014000 1065-LOAD-EXTCTL-REC.
014010*----------------------------------------------------------------
014020     READ EXT-CTL-FILE
014030         AT END
014040             MOVE 'Y' TO WS-EXTCTL-EOF-SWITCH
014050             GO TO 1065-EXIT
014060     END-READ.
014070     IF EC-BUSINESS-DATE NOT = RP-RUN-DATE
014080         GO TO 1065-EXIT
014090     END-IF.
014100     MOVE 'N' TO WS-PSUP-FOUND-SWITCH.
014110     PERFORM 1068-COMPARE-SUPPLIER THRU 1068-EXIT
014120         VARYING WS-PSUP-SUB FROM 1 BY 1
014130         UNTIL WS-PSUP-SUB > WS-PSUP-TOTAL
014140            OR WS-PSUP-FOUND.
014150     IF NOT WS-PSUP-FOUND
014160         IF WS-PSUP-TOTAL NOT < WS-PSUP-TABLE-MAX
014170             MOVE 20 TO WS-ABEND-CODE
014180             MOVE 'MORE EXTCTL SUPPLIERS THAN THE TABLE HOLDS'
014190                 TO WS-ABEND-REASON
014200             GO TO 9999-ABEND-RTN
014210         END-IF
014220         ADD 1 TO WS-PSUP-TOTAL
014230         MOVE WS-PSUP-TOTAL TO WS-PSUP-MATCH-SUB
014240     END-IF.
014250     MOVE EC-SUPPLIER-CODE TO WS-PSUP-CODE(WS-PSUP-MATCH-SUB).
014260     MOVE EC-EXTRACT-FILE  TO WS-PSUP-EXTRACT(WS-PSUP-MATCH-SUB).
014270     MOVE EC-EXTRACT-STATUS
014280         TO WS-PSUP-STATUS(WS-PSUP-MATCH-SUB).
014290     MOVE EC-RECORD-COUNT
014300         TO WS-PSUP-EXPECTED(WS-PSUP-MATCH-SUB).
014310     MOVE ZERO TO WS-PSUP-RECORDS(WS-PSUP-MATCH-SUB).
014320     MOVE ZERO TO WS-PSUP-AMT-IN(WS-PSUP-MATCH-SUB).
014330     MOVE ZERO TO WS-PSUP-AMT-POSTED(WS-PSUP-MATCH-SUB).
014340     MOVE ZERO TO WS-PSUP-AMT-SUSP(WS-PSUP-MATCH-SUB).
014350 1065-EXIT.
014360     EXIT.
014370*----------------------------------------------------------------
014380 1068-COMPARE-SUPPLIER.
014390*----------------------------------------------------------------
014400     IF WS-PSUP-CODE(WS-PSUP-SUB) = EC-SUPPLIER-CODE
014410         SET WS-PSUP-FOUND TO TRUE
014420         MOVE WS-PSUP-SUB TO WS-PSUP-MATCH-SUB
014430     END-IF.
014440 1068-EXIT.
014450     EXIT.
014460*----------------------------------------------------------------
014470 1069-COUNT-SUPPLIER.
014480*----------------------------------------------------------------
014490     IF WS-PSUP-ACCEPTED(WS-PSUP-SUB)
014500         ADD 1 TO WS-PSUP-ACCEPTED-COUNT
014510     END-IF.
014520     IF WS-PSUP-HELD(WS-PSUP-SUB)
014530         ADD 1 TO WS-PSUP-HELD-COUNT
014540         DISPLAY 'TRANPOST - SUPPLIER ' WS-PSUP-CODE(WS-PSUP-SUB)
014550             ' HELD BACK BY STEP 1, NOT POSTED'
014560     END-IF.
014570 1069-EXIT.
014580     EXIT.
014590*----------------------------------------------------------------
014600 2047-CHECK-RECYCLE-CURRENCY.
014610*----------------------------------------------------------------
014620*    A RECYCLE WAS EDITED BY THE LEAD JOB AGAINST TONIGHT'S
014630*    RATES, SO IT CANNOT SUSPEND HERE - A CURRENCY THAT HAS NO
014640*    RATE NOW MEANS FXRATE CHANGED UNDER THE CYCLE.
014650     MOVE '00' TO WS-EDIT-REASON-CODE.
014660     PERFORM 3170-CHECK-CURRENCY THRU 3170-EXIT.
014670     IF WS-EDIT-RECORD-OK
014680         GO TO 2047-EXIT
014690     END-IF.
014700     MOVE 54 TO WS-ABEND-CODE.
014710     STRING 'RECYCLE CURRENCY ' WS-FX-CURRENCY
014720         ' NOT ON FXRATE' DELIMITED BY SIZE
014730         INTO WS-ABEND-REASON.
014740     GO TO 9999-ABEND-RTN.
014750 2047-EXIT.
014760     EXIT.
014770*----------------------------------------------------------------
014780 2050-ROUTE-ADJ-STAGE.
014790*----------------------------------------------------------------
014800*    REVERSALS AND ADJUSTMENTS KEYED THROUGH ADJPOST SINCE THE
014810*    LAST CYCLE ARE ALREADY ON THE MASTER - THEY ARE ONLY
014820*    RELEASED FOR ROUTING, SO THE SITE'S FEED CARRIES THE
014830*    CORRECTION ALONGSIDE TONIGHT'S POSTINGS.
014840     OPEN INPUT ADJ-STAGE-FILE.
014850     IF WS-ADJSTAGE-NOT-FOUND
014860         GO TO 2050-EXIT
014870     END-IF.
014880     IF NOT WS-ADJSTAGE-OK
014890         MOVE 36 TO WS-ABEND-CODE
014900         STRING 'ADJSTAGE OPEN FAILED, FILE STATUS = '
014910             WS-ADJSTAGE-STATUS DELIMITED BY SIZE
014920             INTO WS-ABEND-REASON
014930         GO TO 9999-ABEND-RTN
014940     END-IF.
014950     PERFORM 2055-ROUTE-ADJ-STAGE-REC THRU 2055-EXIT
014960         UNTIL WS-END-OF-ADJSTAGE.
014970     CLOSE ADJ-STAGE-FILE.
014980 2050-EXIT.
014990     EXIT.
015000*----------------------------------------------------------------
015010 2055-ROUTE-ADJ-STAGE-REC.
015020*----------------------------------------------------------------
015030     READ ADJ-STAGE-FILE
015040         AT END
015050             MOVE 'Y' TO WS-ADJSTAGE-EOF-SWITCH
015060         NOT AT END
015070             ADD 1 TO WS-ADJSTAGE-READ-COUNT
015080             MOVE AS-TXN-IMAGE     TO WS-EDIT-RECORD
015090             MOVE AS-BASE-AMOUNT   TO WS-EDIT-BASE-AMOUNT
015100             MOVE AS-BUSINESS-DATE TO WS-EDIT-MASTER-DATE
015110             MOVE AS-KEYED-BY      TO WS-EDIT-KEYED-BY
015120             MOVE 'A' TO WS-RS-DISPOSITION
015130             PERFORM 2130-RELEASE-SORT-REC THRU 2130-EXIT
015140     END-READ.
015150 2055-EXIT.
015160     EXIT.
015170*----------------------------------------------------------------
015180 2060-RELEASE-APPROVED-HOLDS.
015190*----------------------------------------------------------------
015200*    HELD POSTINGS A SECOND OPERATOR HAS APPROVED THROUGH
015210*    HOLDREL SINCE THE LAST CYCLE GO OUT ON TONIGHT'S FEEDS.
015220*    THEY WERE POSTED AND PROVED THE NIGHT THEY WERE HELD, SO
015230*    LIKE THE ADJPOST ENTRIES THEY ARE ONLY ROUTED HERE.  THEY
015240*    STAY APPROVED UNTIL 3700 MARKS THEM SENT, SO AN ABORTED
015250*    PASS RELEASES THEM AGAIN ON THE RERUN.  EACH ONE ROUTED IS
015260*    STAMPED WITH TONIGHT'S RUN DATE AS IT IS READ, SO 3700 DOES
015270*    NOT MARK AN ITEM HOLDREL APPROVED AFTER THIS PASS READ THE
015280*    QUEUE - THAT ONE GOES OUT ON THE NEXT CYCLE.
015290     MOVE LOW-VALUES TO HQ-HOLD-KEY.
015300     START HOLD-QUEUE-FILE KEY IS NOT LESS THAN HQ-HOLD-KEY
015310         INVALID KEY
015320             GO TO 2060-EXIT
015330     END-START.
015340     MOVE 'N' TO WS-HOLDQ-EOF-SWITCH.
015350     PERFORM 2065-RELEASE-HOLD-REC THRU 2065-EXIT
015360         UNTIL WS-END-OF-HOLDQ.
015370 2060-EXIT.
015380     EXIT.
015390*----------------------------------------------------------------
015400 2065-RELEASE-HOLD-REC.
015410*----------------------------------------------------------------
015420     READ HOLD-QUEUE-FILE NEXT RECORD
015430         AT END
015440             MOVE 'Y' TO WS-HOLDQ-EOF-SWITCH
015450         NOT AT END
015460             IF HQ-STAT-HELD
015470                 ADD 1 TO WS-HOLD-PENDING-COUNT
015480             END-IF
015490             IF HQ-STAT-APPROVED
015500                 MOVE HQ-TXN-IMAGE     TO WS-EDIT-RECORD
015510                 MOVE HQ-BASE-AMOUNT   TO WS-EDIT-BASE-AMOUNT
015520                 MOVE HQ-BUSINESS-DATE TO WS-EDIT-MASTER-DATE
015530                 MOVE HQ-KEYED-BY      TO WS-EDIT-KEYED-BY
015540                 MOVE RP-RUN-DATE      TO HQ-SENT-DATE
015550                 REWRITE HOLD-QUEUE-RECORD
015560                     INVALID KEY
015570                         MOVE 14 TO WS-ABEND-CODE
015580                         STRING 'HOLDQ REWRITE FAILED, STATUS = '
015590                             WS-HOLDQ-STATUS DELIMITED BY SIZE
015600                             INTO WS-ABEND-REASON
015610                         GO TO 9999-ABEND-RTN
015620                 END-REWRITE
015630                 MOVE 'R' TO WS-RS-DISPOSITION
015640                 PERFORM 2130-RELEASE-SORT-REC THRU 2130-EXIT
015650             END-IF
015660     END-READ.
015670 2065-EXIT.
015680     EXIT.
015690*----------------------------------------------------------------
015700 2117-CHECK-DUPLICATE-PASS.
015710*----------------------------------------------------------------
015720*    EVERY POSTING CARRIES THE STAMP OF THE PASS THAT MADE IT.
015730*    THIS PASS'S STAMP MEANS THE SAME ID CAME IN TWICE TONIGHT
015740*    (TWICE ON ONE EXTRACT, ON TWO SUPPLIERS' EXTRACTS, OR A
015750*    RECYCLED RECORD MEETING TONIGHT'S COPY).  ANY OTHER STAMP
015760*    IS AN EARLIER ATTEMPT - THE RECORD IS RESTAMPED WITH THIS
015770*    PASS SO A SECOND COPY OF THE ID TONIGHT IS CAUGHT TOO.
015780     MOVE 'N' TO WS-DUP-IN-RUN-SWITCH.
015790     READ TRAN-MASTER
015800         INVALID KEY
015810             MOVE 14 TO WS-ABEND-CODE
015820             STRING 'TRAN-MASTER DUPLICATE READ FAILED, STATUS = '
015830                 WS-TRANMAST-STATUS DELIMITED BY SIZE
015840                 INTO WS-ABEND-REASON
015850             GO TO 9999-ABEND-RTN
015860     END-READ.
015870     IF TM-POST-DATE = RP-RUN-DATE
015880       AND TM-POST-TIME = WS-POST-STAMP-TIME
015890         SET WS-DUP-IN-RUN TO TRUE
015900         GO TO 2117-EXIT
015910     END-IF.
015920     MOVE RP-RUN-DATE        TO TM-POST-DATE.
015930     MOVE WS-POST-STAMP-TIME TO TM-POST-TIME.
015940     REWRITE TRAN-MAST-RECORD
015950         INVALID KEY
015960             MOVE 14 TO WS-ABEND-CODE
015970             STRING 'TRAN-MASTER RESTAMP FAILED, FILE STATUS = '
015980                 WS-TRANMAST-STATUS DELIMITED BY SIZE
015990                 INTO WS-ABEND-REASON
016000             GO TO 9999-ABEND-RTN
016010     END-REWRITE.
016020 2117-EXIT.
016030     EXIT.
016040*----------------------------------------------------------------
016050 3010-PROVE-CURRENCY.
016060*----------------------------------------------------------------
016070*    EVERY CURRENCY MUST ALSO BALANCE IN ITS OWN AMOUNTS.
016080     COMPUTE WS-BAL-WORK-AMOUNT =
016090         WS-PCUR-AMT-POSTED(WS-PCUR-SUB)
016100       + WS-PCUR-AMT-SUSP(WS-PCUR-SUB).
016110     IF WS-BAL-WORK-AMOUNT NOT = WS-PCUR-AMT-IN(WS-PCUR-SUB)
016120         MOVE 'N' TO WS-PCUR-BALANCE-SWITCH
016130     END-IF.
016140     COMPUTE WS-BAL-WORK-AMOUNT =
016150         WS-PCUR-BASE-POSTED(WS-PCUR-SUB)
016160       + WS-PCUR-BASE-SUSP(WS-PCUR-SUB).
016170     IF WS-BAL-WORK-AMOUNT NOT = WS-PCUR-BASE-IN(WS-PCUR-SUB)
016180         MOVE 'N' TO WS-PCUR-BALANCE-SWITCH
016190     END-IF.
016200 3010-EXIT.
016210     EXIT.
016220*----------------------------------------------------------------
016230 3020-PROVE-SUPPLIER-COUNT.
016240*----------------------------------------------------------------
016250     IF NOT WS-PSUP-ACCEPTED(WS-PSUP-SUB)
016260         GO TO 3020-EXIT
016270     END-IF.
016280     IF WS-PSUP-RECORDS(WS-PSUP-SUB)
016290         NOT = WS-PSUP-EXPECTED(WS-PSUP-SUB)
016300         MOVE 30 TO WS-ABEND-CODE
016310         STRING 'SUPPLIER ' WS-PSUP-CODE(WS-PSUP-SUB)
016320             ' READ COUNT DOES NOT MATCH EXTCTL COUNT'
016330             DELIMITED BY SIZE INTO WS-ABEND-REASON
016340         GO TO 9999-ABEND-RTN
016350     END-IF.
016360 3020-EXIT.
016370     EXIT.
016380*----------------------------------------------------------------
016390 3065-FIND-CURRENCY.
016400*----------------------------------------------------------------
016410*    LEAVES WS-PCUR-MATCH-SUB ON THE RECORD'S CURRENCY, ADDING
016420*    THE CURRENCY TO THE TABLE THE FIRST TIME IT IS SEEN.  THE
016430*    PROOF CANNOT BE MADE WITH A CURRENCY MISSING, SO A FULL
016440*    TABLE STOPS THE PASS.
016450     MOVE 'N' TO WS-PCUR-FOUND-SWITCH.
016460     PERFORM 3066-COMPARE-CURRENCY-ENTRY THRU 3066-EXIT
016470         VARYING WS-PCUR-SUB FROM 1 BY 1
016480         UNTIL WS-PCUR-SUB > WS-PCUR-TOTAL
016490            OR WS-PCUR-FOUND.
016500     IF WS-PCUR-FOUND
016510         GO TO 3065-EXIT
016520     END-IF.
016530     IF WS-PCUR-TOTAL NOT < WS-PCUR-TABLE-MAX
016540         MOVE 46 TO WS-ABEND-CODE
016550         STRING 'CURRENCY TABLE FULL AT ' WS-FX-CURRENCY
016560             ' - PASS CANNOT BE PROVED' DELIMITED BY SIZE
016570             INTO WS-ABEND-REASON
016580         GO TO 9999-ABEND-RTN
016590     END-IF.
016600     ADD 1 TO WS-PCUR-TOTAL.
016610     MOVE WS-PCUR-TOTAL  TO WS-PCUR-MATCH-SUB.
016620     MOVE WS-FX-CURRENCY TO WS-PCUR-CODE(WS-PCUR-TOTAL).
016630     MOVE ZERO TO WS-PCUR-COUNT(WS-PCUR-TOTAL)
016640                  WS-PCUR-AMT-IN(WS-PCUR-TOTAL)
016650                  WS-PCUR-AMT-POSTED(WS-PCUR-TOTAL)
016660                  WS-PCUR-AMT-SUSP(WS-PCUR-TOTAL)
016670                  WS-PCUR-BASE-IN(WS-PCUR-TOTAL)
016680                  WS-PCUR-BASE-POSTED(WS-PCUR-TOTAL)
016690                  WS-PCUR-BASE-SUSP(WS-PCUR-TOTAL).
016700 3065-EXIT.
016710     EXIT.
016720*----------------------------------------------------------------
016730 3066-COMPARE-CURRENCY-ENTRY.
016740*----------------------------------------------------------------
016750     IF WS-PCUR-CODE(WS-PCUR-SUB) = WS-FX-CURRENCY
016760         SET WS-PCUR-FOUND TO TRUE
016770         MOVE WS-PCUR-SUB TO WS-PCUR-MATCH-SUB
016780     END-IF.
016790 3066-EXIT.
016800     EXIT.
016810*----------------------------------------------------------------
016820 3075-TALLY-TYPE.
016830*----------------------------------------------------------------
016840     MOVE 'N' TO WS-PTYPE-FOUND-SWITCH.
016850     PERFORM 3076-COMPARE-TYPE-ENTRY THRU 3076-EXIT
016860         VARYING WS-PTYPE-SUB FROM 1 BY 1
016870         UNTIL WS-PTYPE-SUB > WS-PTYPE-TOTAL
016880            OR WS-PTYPE-FOUND.
016890     IF WS-PTYPE-FOUND
016900         ADD 1 TO WS-PTYPE-COUNT(WS-PTYPE-MATCH-SUB)
016910         IF WS-EDIT-AMOUNT IS NUMERIC
016920             ADD WS-EDIT-BASE-AMOUNT
016930                 TO WS-PTYPE-AMOUNT(WS-PTYPE-MATCH-SUB)
016940         END-IF
016950         GO TO 3075-EXIT
016960     END-IF.
016970     IF WS-PTYPE-TOTAL < WS-PTYPE-TABLE-MAX
016980         ADD 1 TO WS-PTYPE-TOTAL
016990         MOVE WS-EDIT-TRAN-TYPE TO WS-PTYPE-CODE(WS-PTYPE-TOTAL)
017000         MOVE 1                 TO WS-PTYPE-COUNT(WS-PTYPE-TOTAL)
017010         IF WS-EDIT-AMOUNT IS NUMERIC
017020             MOVE WS-EDIT-BASE-AMOUNT
017030                 TO WS-PTYPE-AMOUNT(WS-PTYPE-TOTAL)
017040         ELSE
017050             MOVE ZERO TO WS-PTYPE-AMOUNT(WS-PTYPE-TOTAL)
017060         END-IF
017070     ELSE
017080         DISPLAY 'TRANPOST - TYPE TABLE FULL, TYPE '
017090             WS-EDIT-TRAN-TYPE ' UNDER-COUNTED'
017100     END-IF.
017110 3075-EXIT.
017120     EXIT.
017130*----------------------------------------------------------------
017140 3076-COMPARE-TYPE-ENTRY.
017150*----------------------------------------------------------------
017160     IF WS-PTYPE-CODE(WS-PTYPE-SUB) = WS-EDIT-TRAN-TYPE
017170         SET WS-PTYPE-FOUND TO TRUE
017180         MOVE WS-PTYPE-SUB TO WS-PTYPE-MATCH-SUB
017190     END-IF.
017200 3076-EXIT.
017210     EXIT.
017220*----------------------------------------------------------------
017230 3160-CHECK-TRAN-TYPE.
017240*----------------------------------------------------------------
017250*    THE TYPE MUST BE ON THE KEYED TYPE TABLE AND ACTIVE, THE
017260*    AMOUNT MUST CARRY THE TYPE'S SIGN (DEBIT ZERO OR POSITIVE,
017270*    CREDIT ZERO OR NEGATIVE) AND MUST NOT EXCEED THE TYPE
017280*    MAXIMUM, WHICH IS HELD AS AN ABSOLUTE VALUE.
017290     MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
017300     MOVE WS-EDIT-TRAN-TYPE TO TY-TRAN-TYPE.
017310     READ TRAN-TYPE-FILE
017320         INVALID KEY
017330             CONTINUE
017340         NOT INVALID KEY
017350             SET WS-TYPE-FOUND TO TRUE
017360     END-READ.
017370     IF NOT WS-TYPE-FOUND
017380         MOVE '06' TO WS-EDIT-REASON-CODE
017390         GO TO 3160-EXIT
017400     END-IF.
017410     IF NOT TY-TYPE-ACTIVE
017420         MOVE '07' TO WS-EDIT-REASON-CODE
017430         GO TO 3160-EXIT
017440     END-IF.
017450     IF (TY-SIGN-DEBIT AND WS-EDIT-AMOUNT < ZERO)
017460       OR (TY-SIGN-CREDIT AND WS-EDIT-AMOUNT > ZERO)
017470         MOVE '08' TO WS-EDIT-REASON-CODE
017480         GO TO 3160-EXIT
017490     END-IF.
017500*    THE UNSIGNED RECEIVING FIELD DROPS THE SIGN.
017510     MOVE WS-EDIT-AMOUNT TO WS-EDIT-AMOUNT-ABS.
017520     IF TY-MAX-AMOUNT > ZERO
017530       AND WS-EDIT-AMOUNT-ABS > TY-MAX-AMOUNT
017540         MOVE '09' TO WS-EDIT-REASON-CODE
017550     END-IF.
017560 3160-EXIT.
017570     EXIT.
017580*----------------------------------------------------------------
017590 3170-CHECK-CURRENCY.
017600*----------------------------------------------------------------
017610*    A CURRENCY THAT HAS NEVER HAD A RATE ON FILE IS UNKNOWN
017620*    AND THE DETAIL SUSPENDS.  A KNOWN CURRENCY WITH NO RATE
017630*    FOR THE BUSINESS DATE STOPS THE PASS - THE RATE IS KEYED
017640*    VIA FXMNT AND THE CYCLE RERUN, RATHER THAN POSTING AT A
017650*    STALE RATE.
017660     PERFORM 3175-LOOKUP-RATE THRU 3175-EXIT.
017670     IF WS-EDIT-FX-RATE > ZERO
017680         GO TO 3170-EXIT
017690     END-IF.
017700     PERFORM 3177-CHECK-CURRENCY-KNOWN THRU 3177-EXIT.
017710     IF NOT WS-FX-CURRENCY-KNOWN
017720         MOVE '10' TO WS-EDIT-REASON-CODE
017730         GO TO 3170-EXIT
017740     END-IF.
017750     MOVE 54 TO WS-ABEND-CODE.
017760     STRING 'NO FXRATE FOR ' WS-FX-CURRENCY
017770         ' ON BUSINESS DATE ' RP-RUN-DATE
017780         DELIMITED BY SIZE INTO WS-ABEND-REASON.
017790     GO TO 9999-ABEND-RTN.
017800 3170-EXIT.
017810     EXIT.
017820*----------------------------------------------------------------
017830 3175-LOOKUP-RATE.
017840*----------------------------------------------------------------
017850*    BLANK CURRENCY IS THE BASE CURRENCY, WHICH CONVERTS AT ONE.
017860*    ANY OTHER CURRENCY TAKES THE ACTIVE RATE FOR THE BUSINESS
017870*    DATE ONLY - THERE IS NO FALLBACK TO AN EARLIER DATE.  NO
017880*    USABLE RATE LEAVES WS-EDIT-FX-RATE AT ZERO.
017890     MOVE ZERO TO WS-EDIT-FX-RATE.
017900     MOVE WS-EDIT-CURRENCY TO WS-FX-CURRENCY.
017910     IF WS-FX-CURRENCY = SPACES
017920         MOVE RP-BASE-CURRENCY TO WS-FX-CURRENCY
017930     END-IF.
017940     IF WS-FX-CURRENCY = RP-BASE-CURRENCY
017950         MOVE 1 TO WS-EDIT-FX-RATE
017960         GO TO 3175-EXIT
017970     END-IF.
017980     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE.
017990     MOVE RP-RUN-DATE    TO FX-RATE-DATE.
018000     READ FX-RATE-FILE
018010         INVALID KEY
018020             CONTINUE
018030         NOT INVALID KEY
018040             IF FX-RATE-ACTIVE
018050                 MOVE FX-RATE-TO-BASE TO WS-EDIT-FX-RATE
018060             END-IF
018070     END-READ.
018080 3175-EXIT.
018090     EXIT.
018100*----------------------------------------------------------------
018110 3177-CHECK-CURRENCY-KNOWN.
018120*----------------------------------------------------------------
018130*    A CURRENCY IS KNOWN IF IT HAS A RATE ON FILE FOR ANY DATE -
018140*    POSITION AT ITS LOWEST KEY AND SEE WHETHER ONE IS THERE.
018150     MOVE 'N' TO WS-FX-KNOWN-SWITCH.
018160     MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE.
018170     MOVE ZERO           TO FX-RATE-DATE.
018180     START FX-RATE-FILE KEY IS NOT LESS THAN FX-RATE-KEY
018190         INVALID KEY
018200             GO TO 3177-EXIT
018210     END-START.
018220     READ FX-RATE-FILE NEXT RECORD
018230         AT END
018240             GO TO 3177-EXIT
018250     END-READ.
018260     IF FX-CURRENCY-CODE = WS-FX-CURRENCY
018270         SET WS-FX-CURRENCY-KNOWN TO TRUE
018280     END-IF.
018290 3177-EXIT.
018300     EXIT.
018310*----------------------------------------------------------------
018320 3180-CONVERT-AMOUNT.
018330*----------------------------------------------------------------
018340*    EVERY RECORD - POSTED OR SUSPENDED - IS STATED IN THE BASE
018350*    CURRENCY FOR THE RUN TOTALS.  A CURRENCY WITH NO RATE (ONLY
018360*    A REASON '10' SUSPENSE GETS THIS FAR WITHOUT ONE) OR A
018370*    NON-NUMERIC AMOUNT CARRIES A BASE AMOUNT OF ZERO AND IS
018380*    PROVED IN ITS OWN CURRENCY ONLY.
018390     MOVE ZERO TO WS-EDIT-BASE-AMOUNT.
018400     PERFORM 3175-LOOKUP-RATE THRU 3175-EXIT.
018410     IF WS-EDIT-AMOUNT IS NUMERIC
018420       AND WS-EDIT-FX-RATE > ZERO
018430         COMPUTE WS-EDIT-BASE-AMOUNT ROUNDED =
018440             WS-EDIT-AMOUNT * WS-EDIT-FX-RATE
018450     END-IF.
018460 3180-EXIT.
018470     EXIT.
018480*----------------------------------------------------------------
018490 3510-WRITE-CURRENCY-TOTAL.
018500*----------------------------------------------------------------
018510     MOVE RP-RUN-DATE                      TO CD-BUSINESS-DATE.
018520     MOVE WS-PCUR-CODE(WS-PCUR-SUB)        TO CD-CURRENCY-CODE.
018530     MOVE WS-PCUR-COUNT(WS-PCUR-SUB)       TO CD-RECORDS-POSTED.
018540     MOVE WS-PCUR-AMT-POSTED(WS-PCUR-SUB)  TO CD-AMOUNT-POSTED.
018550     MOVE WS-PCUR-AMT-SUSP(WS-PCUR-SUB)    TO CD-AMOUNT-SUSPENDED.
018560     MOVE WS-PCUR-BASE-POSTED(WS-PCUR-SUB)
018570         TO CD-BASE-AMOUNT-POSTED.
018580     MOVE WS-PCUR-BASE-SUSP(WS-PCUR-SUB)
018590         TO CD-BASE-AMOUNT-SUSPENDED.
018600     WRITE CONTROL-TOTAL-RECORD.
018610 3510-EXIT.
018620     EXIT.
018630*----------------------------------------------------------------
018640 3600-CLEAR-ADJ-STAGE.
018650*----------------------------------------------------------------
018660*    THE STAGED ADJPOST ENTRIES 2050 READ ARE ON TONIGHT'S FEEDS
018670*    NOW AND THE PASS HAS PROVED - DROP THEM FROM THE STAGING
018680*    FILE SO THE NEXT CYCLE DOES NOT ROUTE THEM AGAIN.  ADJPOST
018690*    MAY HAVE STAGED MORE SINCE, SO ANY ENTRY PAST THE ONES READ
018700*    IS COPIED TO ADJSWORK AND WRITTEN BACK FOR THE NEXT CYCLE.
018710*    AN ABORTED PASS LEAVES THEM ALL STAGED FOR THE RERUN, WHICH
018720*    CUTS THE FEEDS AFRESH.  AN ENTRY HELD OVER ITS SITE'S
018730*    THRESHOLD IS ON HOLDQ NOW, SO IT IS CLEARED FROM STAGING
018740*    LIKE A ROUTED ONE.
018750     IF WS-ADJSTAGE-READ-COUNT = ZERO
018760         GO TO 3600-EXIT
018770     END-IF.
018780     OPEN INPUT ADJ-STAGE-FILE.
018790     IF NOT WS-ADJSTAGE-OK
018800         DISPLAY 'TRANPOST - ADJSTAGE REOPEN FAILED, FILE '
018810             'STATUS = ' WS-ADJSTAGE-STATUS
018820         GO TO 3600-EXIT
018830     END-IF.
018840     OPEN OUTPUT ADJ-STAGE-WORK-FILE.
018850     IF NOT WS-ADJSWORK-OK
018860         DISPLAY 'TRANPOST - ADJSWORK OPEN FAILED, FILE '
018870             'STATUS = ' WS-ADJSWORK-STATUS
018880         CLOSE ADJ-STAGE-FILE
018890         GO TO 3600-EXIT
018900     END-IF.
018910     MOVE ZERO TO WS-ADJSTAGE-PASS-COUNT.
018920     MOVE ZERO TO WS-ADJSTAGE-KEPT-COUNT.
018930     MOVE 'N' TO WS-ADJSTAGE-EOF-SWITCH.
018940     PERFORM 3610-COPY-LATE-ADJ-STAGE THRU 3610-EXIT
018950         UNTIL WS-END-OF-ADJSTAGE.
018960     CLOSE ADJ-STAGE-FILE.
018970     CLOSE ADJ-STAGE-WORK-FILE.
018980     OPEN OUTPUT ADJ-STAGE-FILE.
018990     IF NOT WS-ADJSTAGE-OK
019000         DISPLAY 'TRANPOST - ADJSTAGE TRUNCATE FAILED, FILE '
019010             'STATUS = ' WS-ADJSTAGE-STATUS
019020         GO TO 3600-EXIT
019030     END-IF.
019040     IF WS-ADJSTAGE-KEPT-COUNT > ZERO
019050         OPEN INPUT ADJ-STAGE-WORK-FILE
019060         MOVE 'N' TO WS-ADJSWORK-EOF-SWITCH
019070         PERFORM 3620-RESTORE-LATE-ADJ-STAGE THRU 3620-EXIT
019080             UNTIL WS-END-OF-ADJSWORK
019090         CLOSE ADJ-STAGE-WORK-FILE
019100     END-IF.
019110     CLOSE ADJ-STAGE-FILE.
019120     DISPLAY 'TRANPOST - LATE ADJPOST ENTRIES KEPT = '
019130         WS-ADJSTAGE-KEPT-COUNT.
019140 3600-EXIT.
019150     EXIT.
019160*----------------------------------------------------------------
019170 3610-COPY-LATE-ADJ-STAGE.
019180*----------------------------------------------------------------
019190     READ ADJ-STAGE-FILE
019200         AT END
019210             MOVE 'Y' TO WS-ADJSTAGE-EOF-SWITCH
019220             GO TO 3610-EXIT
019230     END-READ.
019240     ADD 1 TO WS-ADJSTAGE-PASS-COUNT.
019250     IF WS-ADJSTAGE-PASS-COUNT NOT > WS-ADJSTAGE-READ-COUNT
019260         GO TO 3610-EXIT
019270     END-IF.
019280     WRITE ADJ-STAGE-WORK-RECORD FROM ADJ-STAGE-RECORD.
019290     ADD 1 TO WS-ADJSTAGE-KEPT-COUNT.
019300 3610-EXIT.
019310     EXIT.
019320*----------------------------------------------------------------
019330 3620-RESTORE-LATE-ADJ-STAGE.
019340*----------------------------------------------------------------
019350     READ ADJ-STAGE-WORK-FILE
019360         AT END
019370             MOVE 'Y' TO WS-ADJSWORK-EOF-SWITCH
019380             GO TO 3620-EXIT
019390     END-READ.
019400     WRITE ADJ-STAGE-RECORD FROM ADJ-STAGE-WORK-RECORD.
019410 3620-EXIT.
019420     EXIT.
019430*----------------------------------------------------------------
019440 3700-MARK-HOLDS-SENT.
019450*----------------------------------------------------------------
019460*    APPROVED HOLDS WENT OUT ON TONIGHT'S FEEDS AND THE PASS HAS
019470*    PROVED - MARK THEM SENT SO THE NEXT CYCLE DOES NOT ROUTE
019480*    THEM AGAIN.  AN ABORTED PASS LEAVES THEM APPROVED FOR THE
019490*    RERUN, WHICH CUTS THE FEEDS AFRESH.
019500*    ONLY THE ITEMS 2065 ROUTED TONIGHT CARRY TONIGHT'S RUN
019510*    DATE; ONE APPROVED SINCE STAYS APPROVED FOR THE NEXT CYCLE.
019520     IF WS-HOLD-RELEASED-COUNT = ZERO
019530         GO TO 3700-EXIT
019540     END-IF.
019550     MOVE LOW-VALUES TO HQ-HOLD-KEY.
019560     START HOLD-QUEUE-FILE KEY NOT < HQ-HOLD-KEY
019570         INVALID KEY
019580             GO TO 3700-EXIT
019590     END-START.
019600     MOVE 'N' TO WS-HOLDQ-EOF-SWITCH.
019610     PERFORM 3750-MARK-ONE-HOLD THRU 3750-EXIT
019620         UNTIL WS-END-OF-HOLDQ.
019630     DISPLAY 'TRANPOST - HELD ITEMS MARKED SENT  = '
019640         WS-HOLD-MARKED-COUNT.
019650 3700-EXIT.
019660     EXIT.
019670*----------------------------------------------------------------
019680 3750-MARK-ONE-HOLD.
019690*----------------------------------------------------------------
019700     READ HOLD-QUEUE-FILE NEXT RECORD
019710         AT END
019720             MOVE 'Y' TO WS-HOLDQ-EOF-SWITCH
019730             GO TO 3750-EXIT
019740     END-READ.
019750     IF NOT HQ-STAT-APPROVED
019760       OR HQ-SENT-DATE NOT = RP-RUN-DATE
019770         GO TO 3750-EXIT
019780     END-IF.
019790     SET HQ-STAT-SENT TO TRUE.
019800     MOVE RP-RUN-DATE TO HQ-SENT-DATE.
019810     REWRITE HOLD-QUEUE-RECORD
019820         INVALID KEY
019830             DISPLAY 'TRANPOST - HOLDQ REWRITE FAILED FOR '
019840                 HQ-TXN-ID ', FILE STATUS = ' WS-HOLDQ-STATUS
019850             GO TO 3750-EXIT
019860     END-REWRITE.
019870     ADD 1 TO WS-HOLD-MARKED-COUNT.
019880 3750-EXIT.
019890     EXIT.
019900*----------------------------------------------------------------
019910 3800-ALERT-HELD-ITEMS.
019920*----------------------------------------------------------------
019930*    HELD ITEMS ARE NOT AN ERROR - THE CYCLE CONTINUES - BUT
019940*    THE SITES WILL NOT SEE THEM UNTIL A SECOND OPERATOR
019950*    DECIDES THEM, SO THE MORNING SHIFT IS TOLD.
019960     IF WS-HELD-COUNT = ZERO
019970         GO TO 3800-EXIT
019980     END-IF.
019990     MOVE WS-HELD-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
020000     MOVE 'W' TO WS-ALERT-SEVERITY.
020010     MOVE SPACES TO WS-ALERT-REASON.
020020     STRING 'POSTINGS HELD OVER SITE THRESHOLD -'
020030         WS-ROUTE-TOTAL-DISPLAY ' - SEE HOLDRPT'
020040         DELIMITED BY SIZE INTO WS-ALERT-REASON.
020050     MOVE 'APPROVE OR REJECT HELD ITEMS VIA HOLDREL'
020060         TO WS-ALERT-ACTION.
020070     PERFORM 9950-WRITE-ALERT THRU 9950-EXIT.
020080 3800-EXIT.
020090     EXIT.
020100*----------------------------------------------------------------
020110 6210-ROUTE-OUTSIDE-PROOF.
020120*----------------------------------------------------------------
020130*    'A' IS AN ADJPOST REVERSAL/ADJUSTMENT ALREADY ON THE MASTER
020140*    AND IN ITS OWN CTLTOTS RECORD - IT IS DELIVERED ON THE SITE
020150*    FEED BUT STAYS OUT OF TONIGHT'S MONEY PROOF, AND IS HELD
020160*    LIKE A POSTING WHEN IT EXCEEDS THE THRESHOLD.  'R' IS A HELD
020170*    ITEM A SECOND OPERATOR APPROVED - ALREADY PROVED AND ALREADY
020180*    PAST THE THRESHOLD CHECK, SO IT IS NEVER HELD AGAIN.
020190     IF RS-DISPOSITION = 'R'
020200         ADD RS-AMOUNT TO WS-RTE-AMT-ROUTED
020210         ADD RS-AMOUNT TO WS-AMT-HOLD-RELEASED-TOTAL
020220         ADD 1 TO WS-HOLD-RELEASED-COUNT
020230         PERFORM 6250-ROUTE-DETAIL THRU 6250-EXIT
020240         GO TO 6210-EXIT
020250     END-IF.
020260     PERFORM 6400-CHECK-HOLD THRU 6400-EXIT.
020270     IF WS-ITEM-HELD
020280         ADD 1 TO WS-ADJ-HELD-COUNT
020290         GO TO 6210-EXIT
020300     END-IF.
020310     ADD RS-AMOUNT TO WS-RTE-AMT-ROUTED.
020320     ADD RS-AMOUNT TO WS-AMT-ADJ-ROUTED-TOTAL.
020330     ADD 1 TO WS-ADJ-ROUTED-COUNT.
020340     PERFORM 6250-ROUTE-DETAIL THRU 6250-EXIT.
020350 6210-EXIT.
020360     EXIT.
020370*----------------------------------------------------------------
020380 6260-ROUTE-OR-HOLD.
020390*----------------------------------------------------------------
020400*    A HELD POSTING STAYS IN THE SITE'S MONEY PROOF (IT IS ON
020410*    THE MASTER) BUT OFF THE FEED AND ITS TRL/DLVCTL CONTROLS.
020420     PERFORM 6400-CHECK-HOLD THRU 6400-EXIT.
020430     IF WS-ITEM-HELD
020440         GO TO 6260-EXIT
020450     END-IF.
020460     ADD RS-AMOUNT TO WS-RTE-AMT-ROUTED.
020470     PERFORM 6250-ROUTE-DETAIL THRU 6250-EXIT.
020480 6260-EXIT.
020490     EXIT.
020500*----------------------------------------------------------------
020510 6400-CHECK-HOLD.
020520*----------------------------------------------------------------
020530*    ONLY A FEED THAT LEAVES FOR AN ACTIVE SITE IS HELD - AN
020540*    UNMATCHED OR INACTIVE SITE'S RECORDS GO TO ROUTEUNM, NOT
020550*    OUT OF THE BUILDING.  THE TEST IS ON THE BASE AMOUNT
020560*    EITHER SIGN, SO A LARGE CREDIT IS HELD LIKE A LARGE DEBIT.
020570     MOVE 'N' TO WS-ITEM-HELD-SWITCH.
020580     IF NOT WS-RTE-SITE-ACTIVE
020590       OR WS-RTE-HOLD-THRESHOLD = ZERO
020600         GO TO 6400-EXIT
020610     END-IF.
020620     IF RS-BASE-AMOUNT < ZERO
020630         COMPUTE WS-HOLD-AMOUNT-ABS = ZERO - RS-BASE-AMOUNT
020640     ELSE
020650         MOVE RS-BASE-AMOUNT TO WS-HOLD-AMOUNT-ABS
020660     END-IF.
020670     IF WS-HOLD-AMOUNT-ABS NOT > WS-RTE-HOLD-THRESHOLD
020680         GO TO 6400-EXIT
020690     END-IF.
020700     SET WS-ITEM-HELD TO TRUE.
020710     PERFORM 6450-WRITE-HOLD THRU 6450-EXIT.
020720 6400-EXIT.
020730     EXIT.
020740*----------------------------------------------------------------
020750 6450-WRITE-HOLD.
020760*----------------------------------------------------------------
020770     MOVE RS-TXN-IMAGE TO WS-EDIT-RECORD.
020780     MOVE WS-EDIT-TRANSACTION-ID TO HQ-TXN-ID.
020790     MOVE RS-MASTER-DATE         TO HQ-BUSINESS-DATE.
020800     MOVE RS-SITE-CODE           TO HQ-SITE-CODE.
020810     SET HQ-STAT-HELD            TO TRUE.
020820     IF RS-DISPOSITION = 'A'
020830         SET HQ-SOURCE-ADJPOST   TO TRUE
020840     ELSE
020850         SET HQ-SOURCE-EXTRACT   TO TRUE
020860     END-IF.
020870     MOVE RS-TXN-IMAGE           TO HQ-TXN-IMAGE.
020880     MOVE RS-BASE-AMOUNT         TO HQ-BASE-AMOUNT.
020890     MOVE WS-RTE-HOLD-THRESHOLD  TO HQ-HOLD-THRESHOLD.
020900     MOVE RP-RUN-DATE            TO HQ-HELD-DATE.
020910     MOVE RS-KEYED-BY            TO HQ-KEYED-BY.
020920     MOVE RP-OPERATOR-ID         TO HQ-RELEASED-BY.
020930     MOVE SPACES                 TO HQ-DECIDED-BY.
020940     MOVE ZERO                   TO HQ-DECISION-DATE.
020950     MOVE ZERO                   TO HQ-DECISION-TIME.
020960     MOVE SPACES                 TO HQ-DECISION-REASON.
020970     MOVE ZERO                   TO HQ-SENT-DATE.
020980     MOVE SPACES TO WS-HD-STATUS.
020990*    A KEY ALREADY QUEUED WAS HELD BY AN EARLIER ATTEMPT AT THIS
021000*    CYCLE - IT STAYS AS IT IS (AND OFF THE FEED) SO A DECISION
021010*    ALREADY TAKEN ON IT IS NOT UNDONE.
021020     WRITE HOLD-QUEUE-RECORD
021030         INVALID KEY
021040             IF NOT WS-HOLDQ-DUP-KEY
021050                 MOVE 14 TO WS-ABEND-CODE
021060                 STRING 'HOLDQ WRITE FAILED, FILE STATUS = '
021070                     WS-HOLDQ-STATUS DELIMITED BY SIZE
021080                     INTO WS-ABEND-REASON
021090                 GO TO 9999-ABEND-RTN
021100             END-IF
021110             MOVE 'ALREADY QUEUED BY AN EARLIER ATTEMPT'
021120                 TO WS-HD-STATUS
021130     END-WRITE.
021140     IF WS-HD-STATUS = SPACES
021150         MOVE 'HELD - AWAITING HOLDREL DECISION' TO WS-HD-STATUS
021160     END-IF.
021170     ADD 1 TO WS-HELD-COUNT.
021180     ADD RS-BASE-AMOUNT TO WS-AMT-HELD-TOTAL.
021190     MOVE RS-SITE-CODE          TO WS-HD-SITE.
021200     MOVE WS-EDIT-TRANSACTION-ID TO WS-HD-TXN-ID.
021210     MOVE WS-EDIT-TRAN-TYPE     TO WS-HD-TRAN-TYPE.
021220     MOVE WS-EDIT-CURRENCY      TO WS-HD-CURRENCY.
021230     MOVE RS-AMOUNT             TO WS-HD-AMOUNT.
021240     MOVE RS-BASE-AMOUNT        TO WS-HD-BASE-AMOUNT.
021250     MOVE WS-RTE-HOLD-THRESHOLD TO WS-HD-THRESHOLD.
021260     IF HQ-SOURCE-ADJPOST
021270         MOVE 'ADJPOST' TO WS-HD-SOURCE
021280     ELSE
021290         MOVE 'EXTRACT' TO WS-HD-SOURCE
021300     END-IF.
021310     MOVE RS-KEYED-BY           TO WS-HD-KEYED-BY.
021320     IF WS-HOLDRPT-OPEN
021330         MOVE WS-HOLD-DETAIL TO HOLD-REPORT-LINE
021340         WRITE HOLD-REPORT-LINE
021350     END-IF.
021360 6450-EXIT.
021370     EXIT.
021380*----------------------------------------------------------------
021390 9170-WRITE-STEP-TIMING.
021400*----------------------------------------------------------------
021410*    A STEP-TIMING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
021420*    THE HISTORY FEEDS THE BATCH-WINDOW REPORT, NOT THE CYCLE.
021430     OPEN EXTEND STEP-TIMING-FILE.
021440     IF WS-STEPTIME-NOT-FOUND
021450         OPEN OUTPUT STEP-TIMING-FILE
021460     END-IF.
021470     IF NOT WS-STEPTIME-OK
021480         DISPLAY 'TRANPOST - STEPTIME OPEN FAILED, FILE '
021490             'STATUS = ' WS-STEPTIME-STATUS
021500         GO TO 9170-EXIT
021510     END-IF.
021520     SET ST-TYPE-PROGRAM-STEP TO TRUE.
021530     MOVE RP-RUN-DATE            TO ST-BUSINESS-DATE.
021540     MOVE 'STEP02'               TO ST-STEP-NAME.
021550     MOVE 'TRANPOST'             TO ST-PROGRAM-NAME.
021560     MOVE WS-RUN-MODE-PARM       TO ST-RUN-MODE.
021570     MOVE WS-STEP-START-DATE     TO ST-START-DATE.
021580     MOVE WS-STEP-START-TIME     TO ST-START-TIME.
021590     ACCEPT ST-END-DATE FROM DATE YYYYMMDD.
021600     ACCEPT WS-CDT-TIME-STAMP FROM TIME.
021610     MOVE WS-CDT-TIME-HHMMSS     TO ST-END-TIME.
021620     MOVE WS-TRANSIN-RECORD-COUNT TO ST-RECORDS-IN.
021630     MOVE WS-POSTED-RECORD-COUNT TO ST-RECORDS-OUT.
021640     MOVE RETURN-CODE            TO ST-RETURN-CODE.
021650     WRITE STEP-TIMING-RECORD.
021660     CLOSE STEP-TIMING-FILE.
021670 9170-EXIT.
021680     EXIT.
021690*----------------------------------------------------------------
021700 9300-FINISH-HOLD-REPORT.
021710*----------------------------------------------------------------
021720     IF NOT WS-HOLDRPT-OPEN
021730         GO TO 9300-EXIT
021740     END-IF.
021750     IF WS-HELD-COUNT = ZERO
021760         MOVE SPACES TO WS-POST-REPORT-LINE
021770         MOVE 'NO POSTINGS HELD' TO WS-PRPT-LABEL
021780         MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE
021790         WRITE HOLD-REPORT-LINE
021800     END-IF.
021810     MOVE SPACES TO WS-POST-REPORT-LINE.
021820     MOVE WS-HELD-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
021830     MOVE 'POSTINGS HELD THIS CYCLE' TO WS-PRPT-LABEL.
021840     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
021850     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
021860     WRITE HOLD-REPORT-LINE.
021870     MOVE SPACES TO WS-POST-REPORT-LINE.
021880     MOVE WS-AMT-HELD-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
021890     MOVE 'BASE AMOUNT HELD THIS CYCLE' TO WS-PRPT-LABEL.
021900     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-PRPT-VALUE.
021910     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
021920     WRITE HOLD-REPORT-LINE.
021930     MOVE SPACES TO WS-POST-REPORT-LINE.
021940     MOVE WS-HOLD-RELEASED-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
021950     MOVE 'APPROVED ITEMS RELEASED TO FEEDS' TO WS-PRPT-LABEL.
021960     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
021970     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
021980     WRITE HOLD-REPORT-LINE.
021990     MOVE SPACES TO WS-POST-REPORT-LINE.
022000     MOVE WS-AMT-HOLD-RELEASED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
022010     MOVE 'AMOUNTS RELEASED AS DELIVERED' TO WS-PRPT-LABEL.
022020     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-PRPT-VALUE.
022030     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
022040     WRITE HOLD-REPORT-LINE.
022050     MOVE SPACES TO WS-POST-REPORT-LINE.
022060     MOVE WS-HOLD-PENDING-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
022070     MOVE 'EARLIER HOLDS AWAITING DECISION' TO WS-PRPT-LABEL.
022080     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
022090     MOVE WS-POST-REPORT-LINE TO HOLD-REPORT-LINE.
022100     WRITE HOLD-REPORT-LINE.
022110     CLOSE HOLD-REPORT-FILE.
022120     MOVE 'N' TO WS-HOLDRPT-OPEN-SWITCH.
022130 9300-EXIT.
022140     EXIT.
022150*----------------------------------------------------------------
022160 9210-WRITE-ADJ-HOLD-TOTALS.
022170*----------------------------------------------------------------
022180     MOVE SPACES TO WS-POST-REPORT-LINE.
022190     MOVE WS-ADJ-ROUTED-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
022200     MOVE 'ADJPOST ENTRIES ROUTED' TO WS-PRPT-LABEL.
022210     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
022220     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
022230     WRITE POSTING-REPORT-LINE.
022240     MOVE SPACES TO WS-POST-REPORT-LINE.
022250     MOVE WS-AMT-ADJ-ROUTED-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
022260     MOVE 'ADJPOST AMOUNTS ROUTED' TO WS-PRPT-LABEL.
022270     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-PRPT-VALUE.
022280     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
022290     WRITE POSTING-REPORT-LINE.
022300     MOVE SPACES TO WS-POST-REPORT-LINE.
022310     MOVE WS-HELD-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
022320     MOVE 'POSTINGS HELD FOR RELEASE' TO WS-PRPT-LABEL.
022330     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
022340     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
022350     WRITE POSTING-REPORT-LINE.
022360     MOVE SPACES TO WS-POST-REPORT-LINE.
022370     MOVE WS-AMT-HELD-TOTAL TO WS-RPT-AMOUNT-DISPLAY.
022380     MOVE 'BASE AMOUNT HELD' TO WS-PRPT-LABEL.
022390     MOVE WS-RPT-AMOUNT-DISPLAY TO WS-PRPT-VALUE.
022400     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
022410     WRITE POSTING-REPORT-LINE.
022420     MOVE SPACES TO WS-POST-REPORT-LINE.
022430     MOVE WS-HOLD-RELEASED-COUNT TO WS-ROUTE-TOTAL-DISPLAY.
022440     MOVE 'HELD ITEMS RELEASED TO FEEDS' TO WS-PRPT-LABEL.
022450     MOVE WS-ROUTE-TOTAL-DISPLAY TO WS-PRPT-VALUE.
022460     MOVE WS-POST-REPORT-LINE TO POSTING-REPORT-LINE.
022470     WRITE POSTING-REPORT-LINE.
022480 9210-EXIT.
022490     EXIT.
022500*----------------------------------------------------------------
022510 9250-WRITE-TYPE-SECTION.
022520*----------------------------------------------------------------
022530*    TONIGHT'S POSTINGS BY TRANSACTION TYPE, WITH THE TYPE'S
022540*    DESCRIPTION OFF THE TYPE TABLE SO A CODE THAT SHOULD NOT
022550*    EXIST STANDS OUT ON THE NIGHT IT FIRST APPEARS.
022560     MOVE SPACES TO POSTING-REPORT-LINE.
022570     WRITE POSTING-REPORT-LINE.
022580     MOVE WS-TYPE-HEADING TO POSTING-REPORT-LINE.
022590     WRITE POSTING-REPORT-LINE.
022600     PERFORM 9260-WRITE-TYPE-LINE THRU 9260-EXIT
022610         VARYING WS-PTYPE-SUB FROM 1 BY 1
022620         UNTIL WS-PTYPE-SUB > WS-PTYPE-TOTAL.
022630 9250-EXIT.
022640     EXIT.
022650*----------------------------------------------------------------
022660 9260-WRITE-TYPE-LINE.
022670*----------------------------------------------------------------
022680     MOVE SPACES TO WS-TYPE-DETAIL.
022690     MOVE WS-PTYPE-CODE(WS-PTYPE-SUB)   TO WS-TD-TYPE.
022700     MOVE WS-PTYPE-COUNT(WS-PTYPE-SUB)  TO WS-TD-COUNT.
022710     MOVE WS-PTYPE-AMOUNT(WS-PTYPE-SUB) TO WS-TD-AMOUNT.
022720     MOVE WS-PTYPE-CODE(WS-PTYPE-SUB)   TO TY-TRAN-TYPE.
022730     READ TRAN-TYPE-FILE
022740         INVALID KEY
022750             MOVE '*** TYPE NOT ON TRANTYPE ***' TO WS-TD-DESC
022760         NOT INVALID KEY
022770             MOVE TY-TYPE-DESC TO WS-TD-DESC
022780     END-READ.
022790     MOVE WS-TYPE-DETAIL TO POSTING-REPORT-LINE.
022800     WRITE POSTING-REPORT-LINE.
022810 9260-EXIT.
022820     EXIT.
022830*----------------------------------------------------------------
022840 9270-WRITE-CURRENCY-SECTION.
022850*----------------------------------------------------------------
022860*    EACH CURRENCY IN ITS OWN AMOUNTS AND IN THE BASE CURRENCY,
022870*    PROVED BOTH WAYS.  THE BASE COLUMNS FOOT TO THE RUN TOTALS
022880*    ABOVE.
022890     MOVE SPACES TO POSTING-REPORT-LINE.
022900     WRITE POSTING-REPORT-LINE.
022910     MOVE WS-CURR-HEADING TO POSTING-REPORT-LINE.
022920     WRITE POSTING-REPORT-LINE.
022930     PERFORM 9280-WRITE-CURRENCY-LINE THRU 9280-EXIT
022940         VARYING WS-PCUR-SUB FROM 1 BY 1
022950         UNTIL WS-PCUR-SUB > WS-PCUR-TOTAL.
022960 9270-EXIT.
022970     EXIT.
022980*----------------------------------------------------------------
022990 9280-WRITE-CURRENCY-LINE.
023000*----------------------------------------------------------------
023010     MOVE WS-PCUR-CODE(WS-PCUR-SUB)        TO WS-CL-CODE.
023020     MOVE WS-PCUR-AMT-IN(WS-PCUR-SUB)      TO WS-CL-AMT-IN.
023030     MOVE WS-PCUR-AMT-POSTED(WS-PCUR-SUB)  TO WS-CL-AMT-POSTED.
023040     MOVE WS-PCUR-AMT-SUSP(WS-PCUR-SUB)    TO WS-CL-AMT-SUSP.
023050     MOVE WS-PCUR-BASE-IN(WS-PCUR-SUB)     TO WS-CL-BASE-IN.
023060     MOVE WS-PCUR-BASE-POSTED(WS-PCUR-SUB) TO WS-CL-BASE-POSTED.
023070     MOVE WS-PCUR-BASE-SUSP(WS-PCUR-SUB)   TO WS-CL-BASE-SUSP.
023080     MOVE 'Y' TO WS-PCUR-BALANCE-SWITCH.
023090     PERFORM 3010-PROVE-CURRENCY THRU 3010-EXIT.
023100     IF WS-PCUR-ALL-BALANCED
023110         MOVE 'BALANCED'       TO WS-CL-STATUS
023120     ELSE
023130         MOVE 'OUT OF BALANCE' TO WS-CL-STATUS
023140     END-IF.
023150     MOVE WS-CURR-LINE TO POSTING-REPORT-LINE.
023160     WRITE POSTING-REPORT-LINE.
023170 9280-EXIT.
023180     EXIT.
023190*----------------------------------------------------------------
023200 9290-WRITE-SUPPLIER-SECTION.
023210*----------------------------------------------------------------
023220*    ONE LINE PER SUPPLIER, ONE FOR RECYCLES AND A TOTAL THAT
023230*    FOOTS TO THE RUN TOTALS ABOVE, ALL IN THE BASE CURRENCY.
023240     MOVE SPACES TO POSTING-REPORT-LINE.
023250     WRITE POSTING-REPORT-LINE.
023260     MOVE WS-SUPP-HEADING TO POSTING-REPORT-LINE.
023270     WRITE POSTING-REPORT-LINE.
023280     PERFORM 9295-WRITE-SUPPLIER-LINE THRU 9295-EXIT
023290         VARYING WS-PSUP-SUB FROM 1 BY 1
023300         UNTIL WS-PSUP-SUB > WS-PSUP-TOTAL.
023310     MOVE SPACES TO WS-SUPP-LINE.
023320     MOVE 'RECYCLE'              TO WS-SL-CODE.
023330     MOVE WS-RECYCLE-POSTED-COUNT TO WS-SL-RECORDS.
023340     MOVE WS-RCY-AMT-IN          TO WS-SL-AMT-IN.
023350     MOVE WS-RCY-AMT-POSTED      TO WS-SL-AMT-POSTED.
023360     MOVE WS-RCY-AMT-SUSP        TO WS-SL-AMT-SUSP.
023370     COMPUTE WS-BAL-WORK-AMOUNT =
023380         WS-RCY-AMT-POSTED + WS-RCY-AMT-SUSP.
023390     IF WS-BAL-WORK-AMOUNT = WS-RCY-AMT-IN
023400         MOVE 'BALANCED'       TO WS-SL-STATUS
023410     ELSE
023420         MOVE 'OUT OF BALANCE' TO WS-SL-STATUS
023430     END-IF.
023440     MOVE WS-SUPP-LINE TO POSTING-REPORT-LINE.
023450     WRITE POSTING-REPORT-LINE.
023460     MOVE SPACES TO WS-SUPP-LINE.
023470     MOVE 'TOTAL'                TO WS-SL-CODE.
023480     COMPUTE WS-SL-RECORDS =
023490         WS-TRANSIN-RECORD-COUNT + WS-RECYCLE-POSTED-COUNT.
023500     MOVE WS-AMT-IN-TOTAL        TO WS-SL-AMT-IN.
023510     MOVE WS-AMT-POSTED-TOTAL    TO WS-SL-AMT-POSTED.
023520     MOVE WS-AMT-SUSP-TOTAL      TO WS-SL-AMT-SUSP.
023530     COMPUTE WS-BAL-WORK-AMOUNT =
023540         WS-AMT-POSTED-TOTAL + WS-AMT-SUSP-TOTAL.
023550     IF WS-BAL-WORK-AMOUNT = WS-AMT-IN-TOTAL
023560         MOVE 'BALANCED'       TO WS-SL-STATUS
023570     ELSE
023580         MOVE 'OUT OF BALANCE' TO WS-SL-STATUS
023590     END-IF.
023600     MOVE WS-SUPP-LINE TO POSTING-REPORT-LINE.
023610     WRITE POSTING-REPORT-LINE.
023620 9290-EXIT.
023630     EXIT.
023640*----------------------------------------------------------------
023650 9295-WRITE-SUPPLIER-LINE.
023660*----------------------------------------------------------------
023670     MOVE SPACES TO WS-SUPP-LINE.
023680     MOVE WS-PSUP-CODE(WS-PSUP-SUB)       TO WS-SL-CODE.
023690     MOVE WS-PSUP-RECORDS(WS-PSUP-SUB)    TO WS-SL-RECORDS.
023700     MOVE WS-PSUP-AMT-IN(WS-PSUP-SUB)     TO WS-SL-AMT-IN.
023710     MOVE WS-PSUP-AMT-POSTED(WS-PSUP-SUB) TO WS-SL-AMT-POSTED.
023720     MOVE WS-PSUP-AMT-SUSP(WS-PSUP-SUB)   TO WS-SL-AMT-SUSP.
023730     COMPUTE WS-BAL-WORK-AMOUNT =
023740         WS-PSUP-AMT-POSTED(WS-PSUP-SUB)
023750       + WS-PSUP-AMT-SUSP(WS-PSUP-SUB).
023760     EVALUATE TRUE
023770         WHEN WS-PSUP-HELD(WS-PSUP-SUB)
023780             MOVE 'HELD BACK'      TO WS-SL-STATUS
023790         WHEN NOT WS-PSUP-ACCEPTED(WS-PSUP-SUB)
023800             MOVE 'NOT POSTED'     TO WS-SL-STATUS
023810         WHEN WS-PSUP-RECORDS(WS-PSUP-SUB)
023820              NOT = WS-PSUP-EXPECTED(WS-PSUP-SUB)
023830             MOVE 'COUNT MISMATCH' TO WS-SL-STATUS
023840         WHEN WS-BAL-WORK-AMOUNT = WS-PSUP-AMT-IN(WS-PSUP-SUB)
023850             MOVE 'BALANCED'       TO WS-SL-STATUS
023860         WHEN OTHER
023870             MOVE 'OUT OF BALANCE' TO WS-SL-STATUS
023880     END-EVALUATE.
023890     MOVE WS-SUPP-LINE TO POSTING-REPORT-LINE.
023900     WRITE POSTING-REPORT-LINE.
023910 9295-EXIT.
023920     EXIT.
