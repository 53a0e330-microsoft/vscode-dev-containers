001220*                     (TRANSACTION ID + BUSINESS DATE) LEADS THE
001230*                     RECORD SO TRANPOST CAN REJECT A DUPLICATE
001240*                     POSTING AND TRANINQ CAN READ BY KEY.
001245*    2026-10-15 ALD   ADD THE ENTRY TYPE AND LINK KEY FOR ADJPOST
001250*                     REVERSALS/ADJUSTMENTS - A REVERSAL OR
001255*                     ADJUSTMENT LINKS BACK TO THE POSTING IT
001260*                     CORRECTS; A REVERSED POSTING IS FLAGGED
001265*                     AND CARRIES ITS REVERSAL'S KEY, SO IT
001270*                     CANNOT BE REVERSED TWICE.
001275*    2026-10-15 ALD   ADD THE RESOLVED CURRENCY CODE, THE
001280*                     BUSINESS-DATE EXCHANGE RATE APPLIED AND
001285*                     THE AMOUNT CONVERTED TO THE BASE
001290*                     CURRENCY.  THE PAYLOAD STILL CARRIES THE
001295*                     AMOUNT AS RECEIVED.
001296*    2026-10-15 ALD   ADD THE SUPPLIER CODE OF THE EXTRACT THE
001297*                     POSTING ARRIVED ON (SPACES FOR ADJPOST
001298*                     ENTRIES KEYED BY AN OPERATOR).
001300*----------------------------------------------------------------
001400 01  TRAN-MAST-RECORD.
001500     05  TM-MASTER-KEY.
002100     05  TM-PAYLOAD              PIC X(67).
002200     05  TM-POST-DATE            PIC 9(08).
002300     05  TM-POST-TIME            PIC 9(06).
002400     05  TM-ENTRY-TYPE           PIC X(01).
002500         88  TM-ENTRY-ORIGINAL              VALUE 'O'.
002600         88  TM-ENTRY-REVERSAL              VALUE 'R'.
002700         88  TM-ENTRY-ADJUSTMENT            VALUE 'A'.
002800     05  TM-LINK-KEY.
002900         10  TM-LINK-TXN-ID      PIC X(07).
003000         10  TM-LINK-BUS-DATE    PIC 9(08).
003100     05  TM-REVERSED-FLAG        PIC X(01).
003200         88  TM-IS-REVERSED                 VALUE 'Y'.
003300     05  TM-REVERSAL-KEY.
003400         10  TM-REV-TXN-ID       PIC X(07).
003500         10  TM-REV-BUS-DATE     PIC 9(08).
003600     05  TM-CURRENCY-CODE        PIC X(03).
003700     05  TM-FX-RATE              PIC 9(05)V9(07).
003800     05  TM-BASE-AMOUNT          PIC S9(11)V99.
003900     05  TM-SUPPLIER-CODE        PIC X(04).
