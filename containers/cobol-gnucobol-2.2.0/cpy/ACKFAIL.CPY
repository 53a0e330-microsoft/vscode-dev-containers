000100*----------------------------------------------------------------
000200* ACKFAIL.CPY - FAILED-DELIVERY SITE LIST RECORD LAYOUT.
000300*
000400* ONE RECORD IS WRITTEN BY ACKRECON FOR EVERY SITE FEED STILL
000500* UNACKNOWLEDGED OR COUNT/HASH MISMATCHED ON THE DATE IT
000600* RECONCILED.  THE LIST IS REPLACED ON EVERY ACKRECON RUN AND
000700* IS THE DEFAULT INPUT TO RESEND, WHICH REBUILDS EACH LISTED
000800* SITE'S FEED FROM THE TRANSACTION MASTER.  AN OPERATOR MAY KEY
000900* THE SAME LAYOUT BY HAND TO RESEND ANY SITE AND DATE.
001000*----------------------------------------------------------------
001100* MODIFICATION HISTORY.
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -------------------------------------------
001400*    2026-10-15 ALD   INITIAL VERSION.
001500*----------------------------------------------------------------
001600 01  ACK-FAIL-RECORD.
001700     05  AF-SITE-CODE            PIC X(06).
001800     05  AF-BUSINESS-DATE        PIC 9(08).
001900     05  AF-PROBLEM-TEXT         PIC X(16).
002000     05  AF-SENT-COUNT           PIC 9(07).
002100     05  AF-SENT-HASH            PIC 9(13).
002200     05  AF-ACK-COUNT            PIC 9(07).
002300     05  AF-ACK-HASH             PIC 9(13).
002400     05  AF-RESEND-SEQ           PIC 9(03).
