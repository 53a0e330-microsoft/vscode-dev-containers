000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -------------------------------------------
001100*    2026-08-09 ALD   INITIAL VERSION.
001110*    2026-10-15 ALD   ADD THE SITE'S LARGE-VALUE HOLD THRESHOLD,
001120*                     IN THE BASE CURRENCY.  TRANPOST HOLDS ANY
001130*                     POSTING WHOSE BASE AMOUNT EXCEEDS IT (EITHER
001140*                     SIGN) FOR A SECOND-OPERATOR RELEASE INSTEAD
001150*                     OF ROUTING IT; ZERO MEANS NO THRESHOLD.
001200*----------------------------------------------------------------
001300 01  DISTRIB-LIST-RECORD.
001400     05  DL-SITE-CODE            PIC X(06).
001600     05  DL-ROUTING-FLAG         PIC X(01).
001700         88  DL-ROUTE-ACTIVE                VALUE 'A'.
001800         88  DL-ROUTE-INACTIVE              VALUE 'I'.
001810     05  DL-HOLD-THRESHOLD       PIC 9(11)V99.
