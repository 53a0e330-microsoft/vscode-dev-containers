000394*                     - A FORCE-RELEASE MOVES MONEY TO POSTING.
000395*                     A FAILED CHECK ABENDS RC=52 AND EVERY
000396*                     DECISION IS LOGGED TO SECLOG.
000397*    2026-10-15 ALD   SUSPENSE AND RECYCLE CARRY THE SUPPLIER CODE
000398*                     - A FORCE-RELEASE KEEPS IT ON THE RECYCLE.
000399*    2026-10-15 ALD   A REASON-11 DUPLICATE IS REFUSED LIKE '04'.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000880 FD  SUSPENSE-RETAINED
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910 01  SUSPENSE-RETAINED-RECORD    PIC X(96).
000920*----------------------------------------------------------------
000930* SUSP-FIX-TRAN-FILE - CORRECTION TRANSACTIONS (INPUT)
000940*----------------------------------------------------------------
001020 FD  RECYCLE-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 01  RECYCLE-RECORD.
001053     05  RY-TRANSIN-DATA         PIC X(80).
001056     05  RY-SUPPLIER-CODE        PIC X(04).
001060*----------------------------------------------------------------
001070* WRITE-OFF-FILE - WRITE-OFF AUDIT TRAIL (EXTEND)
001080*----------------------------------------------------------------
001120 01  WRITE-OFF-RECORD.
001130     05  WO-WRITE-OFF-DATE       PIC 9(08).
001140     05  WO-WRITE-OFF-REASON     PIC X(30).
001150     05  WO-SUSPENSE-IMAGE       PIC X(96).
001160*----------------------------------------------------------------
001170* FIX-REPORT-FILE - BEFORE/AFTER AUDIT REPORT
001180*----------------------------------------------------------------
004900*----------------------------------------------------------------
004910 3400-APPLY-RELEASE.
004920*----------------------------------------------------------------
004930     IF SP-REASON-CODE = '04' OR '11'
004940         MOVE SUSPENSE-RECORD TO SUSPENSE-RETAINED-RECORD
004950         WRITE SUSPENSE-RETAINED-RECORD
004960         ADD 1 TO WS-SUSP-KEPT-COUNT
005010         MOVE 'REJ - ALREADY POSTED, USE W' TO WS-RPT-STATUS
005020         GO TO 3400-EXIT
005030     END-IF.
005040     MOVE SP-TRANSIN-DATA  TO RY-TRANSIN-DATA.
005045     MOVE SP-SUPPLIER-CODE TO RY-SUPPLIER-CODE.
005050     WRITE RECYCLE-RECORD.
005060     ADD 1 TO WS-RELEASED-COUNT.
005070     ADD 1 TO WS-TRAN-APPLIED-COUNT.
