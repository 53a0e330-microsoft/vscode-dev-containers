000100*----------------------------------------------------------------
000200* STEPTGT.CPY - BATCH-WINDOW STEP TARGET RECORD LAYOUT.
000300*
000400* ONE RECORD PER NIGHTLY-CYCLE STEP, IN RUN ORDER, GIVING THE
000500* DURATION OPERATIONS HAS AGREED THE STEP SHOULD TAKE.  WINMON
000600* REPORTS EACH NIGHT'S STEPS AGAINST THESE TARGETS AND, WHILE
000700* THE CYCLE IS RUNNING, ADDS THE TARGETS OF THE STEPS STILL TO
000800* RUN TO THE CLOCK TO PROJECT THE END OF THE WINDOW.  A STEP
000900* WITH NO RECORD HERE IS LEFT OUT OF THE REPORT AND THE
001000* PROJECTION.  KEPT AS A FLAT FILE IN STEP ORDER.
001100*----------------------------------------------------------------
001200* MODIFICATION HISTORY.
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -------------------------------------------
001500*    2026-10-15 ALD   INITIAL VERSION.
001600*----------------------------------------------------------------
001700 01  STEP-TARGET-RECORD.
001800     05  TG-STEP-NAME            PIC X(08).
001900     05  TG-PROGRAM-NAME         PIC X(10).
002000     05  TG-STEP-ORDER           PIC 9(02).
002100     05  TG-TARGET-SECONDS       PIC 9(05).
002200     05  TG-STEP-DESC            PIC X(30).
