001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -------------------------------------------
001300*    2026-08-22 ALD   INITIAL VERSION.
001310*    2026-10-15 ALD   ADD THE SITE'S LARGE-VALUE HOLD THRESHOLD
001320*                     (BASE CURRENCY, ZERO = NONE), SET BY AN ADD
001330*                     OR A CHANGE ALONG WITH THE MESSAGE AND FLAG.
001400*----------------------------------------------------------------
001500 01  DIST-TRAN-RECORD.
001600     05  DT-ACTION-CODE          PIC X(01).
002400     05  DT-ROUTING-FLAG         PIC X(01).
002500         88  DT-FLAG-VALID
002600             VALUES 'A' 'I'.
002610     05  DT-HOLD-THRESHOLD       PIC 9(11)V99.
