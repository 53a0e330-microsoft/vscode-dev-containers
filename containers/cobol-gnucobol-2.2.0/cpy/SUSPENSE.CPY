001450*    2026-09-02 ALD   ADD REASON '05' - STRUCTURED PAYLOAD WITH
001460*                     A BLANK TRANSACTION TYPE OR A NON-NUMERIC
001470*                     AMOUNT.
001472*    2026-10-15 ALD   ADD REASONS '06' TO '09' - TRANSACTION TYPE
001474*                     NOT ON THE TRANTYPE TABLE, TYPE INACTIVE,
001476*                     AMOUNT SIGN WRONG FOR THE TYPE, AMOUNT OVER
001478*                     THE TYPE MAXIMUM.  ALL FOUR RECYCLE SO A
001480*                     TABLE CORRECTION LETS THEM POST.
001482*    2026-10-15 ALD   ADD REASON '10' - CURRENCY CODE NOT ON THE
001484*                     FXRATE FILE.  RECYCLES ONCE A RATE IS
001486*                     LOADED FOR THE CURRENCY.
001488*    2026-10-15 ALD   ADD THE SUPPLIER CODE OF THE EXTRACT THE
001490*                     DETAIL ARRIVED ON.
001491*    2026-10-15 ALD   SPLIT THE DUPLICATE KEY - '04' IS NOW ONLY A
001492*                     KEY POSTED BY AN EARLIER ATTEMPT AT THE
001493*                     CYCLE (A RERUN); ADD REASON '11' FOR A KEY
001494*                     POSTED EARLIER IN THE SAME PASS (THE SAME
001495*                     ID TWICE ON TONIGHT'S EXTRACTS).  BOTH ARE
001496*                     HELD, NEVER RECYCLED.
001500*----------------------------------------------------------------
001600 01  SUSPENSE-RECORD.
001700     05  SP-REASON-CODE          PIC X(02).
002000         88  SP-REASON-EMPTY-PAYLOAD        VALUE '03'.
002010         88  SP-REASON-DUPLICATE-POST       VALUE '04'.
002020         88  SP-REASON-BAD-AMOUNT           VALUE '05'.
002030         88  SP-REASON-UNKNOWN-TYPE         VALUE '06'.
002040         88  SP-REASON-INACTIVE-TYPE        VALUE '07'.
002050         88  SP-REASON-WRONG-SIGN           VALUE '08'.
002060         88  SP-REASON-OVER-TYPE-MAX        VALUE '09'.
002070         88  SP-REASON-UNKNOWN-CURRENCY     VALUE '10'.
002080         88  SP-REASON-DUPLICATE-IN-RUN     VALUE '11'.
002100     05  SP-BUSINESS-DATE        PIC 9(08).
002200     05  SP-RETRY-COUNT          PIC 9(02).
002300     05  SP-TRANSIN-DATA         PIC X(80).
002310     05  SP-SUPPLIER-CODE        PIC X(04).
