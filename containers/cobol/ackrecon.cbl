000260*           CLOSES THE LOOP ON THE ROUTED OUTPUT THE WAY THE
000270*           TRANSIN HEADER/TRAILER CLOSED IT ON THE INBOUND
000280*           SIDE.  ENDS RC=4 WHEN ANY SITE HAS A PROBLEM.
000283*           EVERY PROBLEM SITE IS ALSO WRITTEN TO THE FAILED-
000286*           SITE LIST (ACKFAIL) THAT RESEND TAKES AS INPUT.
000290*
000300*           PARM:  BUSINESS-DATE CUTOFF-TIME
000310*                  (YYYYMMDD, DEFAULT THE LAST SUCCESSFUL RUN
000393*                     THE LAST ONE DESCRIBES THE FEED ACTUALLY
000394*                     DELIVERED, SO IT NOW REPLACES THE STALE
000395*                     TABLE ENTRY INSTEAD OF DOUBLING IT.
000396*    2026-10-15 ALD   WRITE THE FAILED-SITE LIST (ACKFAIL) FOR
000397*                     RESEND AND SHOW EACH DISPATCH'S RESEND
000398*                     SEQUENCE - A REBUILT FEED'S DLVCTL RECORD
000399*                     REPLACES THE ORIGINAL LIKE A RERUN'S DOES.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-RUNREG-STATUS.
000702     SELECT ACK-FAIL-FILE ASSIGN TO ACKFAIL
000704         ORGANIZATION IS SEQUENTIAL
000706         ACCESS MODE IS SEQUENTIAL
000708         FILE STATUS IS WS-ACKFAIL-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150     COPY RUNREG.
001151*----------------------------------------------------------------
001152* ACK-FAIL-FILE - FAILED-DELIVERY SITE LIST (RESEND INPUT)
001153*----------------------------------------------------------------
001154 FD  ACK-FAIL-FILE
001155     LABEL RECORDS ARE STANDARD
001156     RECORDING MODE IS F.
001157     COPY ACKFAIL.
001160*
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------
001340 77  WS-RUNREG-STATUS            PIC X(02) VALUE SPACES.
001350     88  WS-RUNREG-OK                       VALUE '00'.
001360     88  WS-RUNREG-NOT-FOUND                VALUE '35'.
001363 77  WS-ACKFAIL-STATUS           PIC X(02) VALUE SPACES.
001366     88  WS-ACKFAIL-OK                      VALUE '00'.
001370 77  WS-DLVCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001380     88  WS-END-OF-DLVCTL                   VALUE 'Y'.
001390 77  WS-SITEACKS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001730         10  WS-DSP-ACK-FLAG     PIC X(01).
001740         10  WS-DSP-ACK-COUNT    PIC 9(07).
001750         10  WS-DSP-ACK-HASH     PIC 9(13).
001755         10  WS-DSP-RESEND-SEQ   PIC 9(03).
001760 77  WS-DSP-COUNT-TOTAL          PIC 9(03) COMP VALUE ZERO.
001770 77  WS-DSP-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001780 77  WS-DSP-SUB                  PIC 9(03) COMP VALUE ZERO.
001960     05  WS-DLV-ACK-HASH         PIC 9(13).
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980     05  WS-DLV-STATUS           PIC X(16).
001985     05  FILLER                  PIC X(03) VALUE SPACES.
001990     05  WS-DLV-RESEND-SEQ       PIC ZZ9 BLANK WHEN ZERO.
001995     05  FILLER                  PIC X(49) VALUE SPACES.
002000 01  WS-REPORT-LINE.
002010     05  WS-RPT-LABEL            PIC X(40).
002020     05  WS-RPT-VALUE            PIC X(20).
002080     05  FILLER                  PIC X(16) VALUE 'SENT HASH'.
002090     05  FILLER                  PIC X(16) VALUE 'ACK HASH'.
002100     05  FILLER                  PIC X(16) VALUE 'STATUS'.
002105     05  FILLER                  PIC X(03) VALUE SPACES.
002110     05  FILLER                  PIC X(06) VALUE 'RESEND'.
002115     05  FILLER                  PIC X(46) VALUE SPACES.
002120*----------------------------------------------------------------
002130* SHARED RUN-PARAMETER LAYOUT (BANNER TEXT, ENVIRONMENT, ETC.)
002140*----------------------------------------------------------------
002720     WRITE DELIVERY-REPORT-LINE.
002730     MOVE WS-REPORT-HEADING TO DELIVERY-REPORT-LINE.
002740     WRITE DELIVERY-REPORT-LINE.
002741*    THE LIST IS REBUILT EACH RUN FROM THE SITES STILL FAILING.
002742     OPEN OUTPUT ACK-FAIL-FILE.
002743     IF NOT WS-ACKFAIL-OK
002744         MOVE 44 TO WS-ABEND-CODE
002745         STRING 'ACKFAIL OPEN FAILED, FILE STATUS = '
002746             WS-ACKFAIL-STATUS DELIMITED BY SIZE
002747             INTO WS-ABEND-REASON
002748         GO TO 9999-ABEND-RTN
002749     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
003250         NOT AT END
003260             IF DC-BUSINESS-DATE = WS-RECON-DATE
003270                 PERFORM 2200-STORE-DISPATCH THRU 2200-EXIT
003275                 PERFORM 2250-STORE-RESEND-SEQ THRU 2250-EXIT
003280             END-IF
003290     END-READ.
003300 2100-EXIT.
004450     MOVE WS-DSP-HASH(WS-DSP-SUB)      TO WS-DLV-SENT-HASH.
004460     MOVE WS-DSP-ACK-HASH(WS-DSP-SUB)  TO WS-DLV-ACK-HASH.
004470     MOVE WS-SITE-STATUS-TEXT          TO WS-DLV-STATUS.
004475     MOVE WS-DSP-RESEND-SEQ(WS-DSP-SUB) TO WS-DLV-RESEND-SEQ.
004480     MOVE WS-DLV-DETAIL TO DELIVERY-REPORT-LINE.
004490     WRITE DELIVERY-REPORT-LINE.
004500     IF WS-SITE-STATUS-TEXT NOT = 'RECEIVED OK'
004510         ADD 1 TO WS-PROBLEM-COUNT
004515         PERFORM 4200-WRITE-FAILED-SITE THRU 4200-EXIT
004520         IF WS-ALERTS-ARMED
004530             MOVE 'W' TO WS-ALERT-SEVERITY
004540             STRING 'SITE ' WS-DSP-SITE-CODE(WS-DSP-SUB)
004550                 ' FEED ' WS-SITE-STATUS-TEXT
004560                 ' AT DELIVERY CUTOFF'
004570                 DELIMITED BY SIZE INTO WS-ALERT-REASON
004580             MOVE 'CONTACT SITE / RESEND FEED VIA RESEND'
004590                 TO WS-ALERT-ACTION
004600             PERFORM 9950-WRITE-ALERT THRU 9950-EXIT
004610         END-IF
004900     MOVE WS-REPORT-LINE TO DELIVERY-REPORT-LINE.
004910     WRITE DELIVERY-REPORT-LINE.
004920     CLOSE DELIVERY-REPORT-FILE.
004925     CLOSE ACK-FAIL-FILE.
004930     DISPLAY 'ACKRECON - FEEDS DISPATCHED   = '
004940         WS-DISPATCH-COUNT.
004950     DISPLAY 'ACKRECON - ACKS RECEIVED      = '
005860     MOVE 'F' TO WS-ALERT-SEVERITY.
005870 9950-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 2250-STORE-RESEND-SEQ.
005910*----------------------------------------------------------------
005920*    THE RESEND SEQUENCE OF THE DISPATCH JUST STORED (ZERO FOR
005930*    THE ROUTED FEED ITSELF) IS KEPT WITH ITS TABLE ENTRY FOR
005940*    THE DELIVERY REPORT AND THE FAILED-SITE LIST.
005950     MOVE DC-SITE-CODE TO WS-DSP-LOOKUP-SITE.
005960     MOVE 'N' TO WS-DSP-FOUND-SWITCH.
005970     PERFORM 3250-COMPARE-DISPATCH THRU 3250-EXIT
005980         VARYING WS-DSP-SUB FROM 1 BY 1
005990         UNTIL WS-DSP-SUB > WS-DSP-COUNT-TOTAL
006000            OR WS-DSP-FOUND.
006010     IF WS-DSP-FOUND
006020         MOVE DC-RESEND-SEQ TO WS-DSP-RESEND-SEQ(WS-DSP-MATCH-SUB)
006030     END-IF.
006040 2250-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070 4200-WRITE-FAILED-SITE.
006080*----------------------------------------------------------------
006090     MOVE WS-DSP-SITE-CODE(WS-DSP-SUB)  TO AF-SITE-CODE.
006100     MOVE WS-RECON-DATE                 TO AF-BUSINESS-DATE.
006110     MOVE WS-SITE-STATUS-TEXT           TO AF-PROBLEM-TEXT.
006120     MOVE WS-DSP-COUNT(WS-DSP-SUB)      TO AF-SENT-COUNT.
006130     MOVE WS-DSP-HASH(WS-DSP-SUB)       TO AF-SENT-HASH.
006140     MOVE WS-DSP-ACK-COUNT(WS-DSP-SUB)  TO AF-ACK-COUNT.
006150     MOVE WS-DSP-ACK-HASH(WS-DSP-SUB)   TO AF-ACK-HASH.
006160     MOVE WS-DSP-RESEND-SEQ(WS-DSP-SUB) TO AF-RESEND-SEQ.
006170     WRITE ACK-FAIL-RECORD.
006180 4200-EXIT.
006190     EXIT.
