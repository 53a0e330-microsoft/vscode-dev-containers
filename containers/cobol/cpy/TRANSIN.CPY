001830*                     AND ADD THE TT-AMOUNT-TOTAL CONTROL TOTAL
001840*                     TO THE TRAILER SO THE CYCLE CAN PROVE
001850*                     AMOUNTS IN = AMOUNTS POSTED + SUSPENDED.
001860*    2026-10-15 ALD   CARRY THE ISO CURRENCY CODE OF THE AMOUNT
001870*                     IN THE LAST THREE BYTES OF THE DETAIL
001880*                     PAYLOAD (TAKEN FROM THE DESCRIPTION).
001890*                     BLANK MEANS THE BASE CURRENCY, SO AN
001895*                     EXTRACT WITHOUT CODES STILL POSTS AS-IS.
001900*----------------------------------------------------------------
002000 01  TRANSIN-HEADER-REC.
002100     05  TH-RECORD-TYPE          PIC X(03).
003200     05  TD-PAYLOAD.
003210         10  TD-TRAN-TYPE        PIC X(02).
003220         10  TD-TRAN-AMOUNT      PIC S9(09)V99.
003230         10  TD-TRAN-DESC        PIC X(51).
003240         10  TD-CURRENCY-CODE    PIC X(03).
003300 01  TRANSIN-TRAILER-REC.
003400     05  TT-RECORD-TYPE          PIC X(03).
003500         88  TT-TRAILER-REC                 VALUE 'TRL'.
