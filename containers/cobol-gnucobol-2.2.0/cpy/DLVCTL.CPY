001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -------------------------------------------
001500*    2026-09-02 ALD   INITIAL VERSION.
001510*    2026-10-15 ALD   ADD THE DISPATCH TYPE AND RESEND SEQUENCE -
001520*                     RESEND APPENDS A RECORD FOR EVERY FEED IT
001530*                     REBUILDS, SO THE LAST RECORD FOR A SITE AND
001540*                     DATE STILL DESCRIBES THE FEED THE SITE HAS.
001600*----------------------------------------------------------------
001700 01  DELIVERY-CTL-RECORD.
001800     05  DC-SITE-CODE            PIC X(06).
001900     05  DC-BUSINESS-DATE        PIC 9(08).
002000     05  DC-RECORD-COUNT         PIC 9(07).
002100     05  DC-HASH-TOTAL           PIC 9(13).
002200     05  DC-DISPATCH-TYPE        PIC X(01).
002300         88  DC-DISPATCH-ORIGINAL           VALUE 'O'.
002400         88  DC-DISPATCH-RESEND             VALUE 'R'.
002500     05  DC-RESEND-SEQ           PIC 9(03).
