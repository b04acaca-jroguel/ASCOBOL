           DISPLAY "  F  FLASH SALES POSITION  (AromaSalesFlash)"
           DISPLAY "  T  STOCK TRANSFER        (StockTransfer)"
           DISPLAY "  E  ENROLLMENT MAINT      (EnrollMaint)"
           DISPLAY "  W  AR WRITE-OFF          (ArWriteOff)"
           DISPLAY "  Q  CUSTOMER QUOTATIONS   (QuoteEntry)"
           DISPLAY "  P  PROMOTION CAMPAIGNS   (PromoMaint)"
           DISPLAY "  B  REBATE AGREEMENTS     (RebateMaint)"
           DISPLAY "  R  REBATE SETTLEMENT     (RebateSettle)"
           DISPLAY "  Z  DELIVERY ZONES        (DelZoneMaint)"
           DISPLAY "  U  SHOP TILL             (ShopTillEntry)"
           DISPLAY "  C  SHOP CASH-UP          (ShopCashUp)"
           DISPLAY "  K  CUSTOMER PRICE LIST   (PriceListRpt)"
           DISPLAY "  M  MASS PRICE REVISION   (PriceRevision)"
           DISPLAY "  A  REP TARGET ATTAINMENT (RepTargetRpt)"
           DISPLAY "  N  CUSTOMER ACTIVITY     (CustActivityRpt)"
           DISPLAY "  D  ABC CLASS/COUNT PLAN  (OilAbcClass)"
           DISPLAY "  G  SUPPLIER SCORECARD    (SupplierScoreRpt)"
           DISPLAY "  J  TUTOR PAY CLAIM       (TutorPayRpt)"
           DISPLAY "  V  TIMETABLES & ROOM USE (TimetableRpt)"
           DISPLAY "  H  SALES HISTORY PURGE   (SalesHistPurge)"
           DISPLAY "  Y  LOT RECALL TRACE      (LotRecallInq)"
           DISPLAY "  X  NIGHT ROLLBACK        (NightRollback)"
           DISPLAY "  I  INTEGRITY CHECK       (IntegrityCheck)"
           DISPLAY "  O  OPERATOR MAINT        (OperatorMaint)"
           DISPLAY "  L  CLEAR STALE LOCKS     (LockMaint)"
           DISPLAY "  0  EXIT"
                   CALL "EnrollMaint"
                   PERFORM ShowStepOutcome
                   CANCEL "EnrollMaint"
               WHEN "W"
               WHEN "w"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "ArWriteOff"
                       PERFORM ShowStepOutcome
                       CANCEL "ArWriteOff"
                   END-IF
               WHEN "Q"
               WHEN "q"
                   CALL "QuoteEntry"
                   PERFORM ShowStepOutcome
                   CANCEL "QuoteEntry"
               WHEN "P"
               WHEN "p"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "PromoMaint"
                       PERFORM ShowStepOutcome
                       CANCEL "PromoMaint"
                   END-IF
               WHEN "B"
               WHEN "b"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "RebateMaint"
                       PERFORM ShowStepOutcome
                       CANCEL "RebateMaint"
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "RebateSettle"
                       PERFORM ShowStepOutcome
                       CANCEL "RebateSettle"
                   END-IF
               WHEN "Z"
               WHEN "z"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "DelZoneMaint"
                       PERFORM ShowStepOutcome
                       CANCEL "DelZoneMaint"
                   END-IF
               WHEN "U"
               WHEN "u"
                   CALL "ShopTillEntry"
                   PERFORM ShowStepOutcome
                   CANCEL "ShopTillEntry"
               WHEN "C"
               WHEN "c"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "ShopCashUp"
                       PERFORM ShowStepOutcome
                       CANCEL "ShopCashUp"
                   END-IF
               WHEN "K"
               WHEN "k"
                   CALL "PriceListRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "PriceListRpt"
               WHEN "M"
               WHEN "m"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "PriceRevision"
                       PERFORM ShowStepOutcome
                       CANCEL "PriceRevision"
                   END-IF
               WHEN "A"
               WHEN "a"
                   CALL "RepTargetRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "RepTargetRpt"
               WHEN "N"
               WHEN "n"
                   CALL "CustActivityRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "CustActivityRpt"
               WHEN "D"
               WHEN "d"
                   CALL "OilAbcClass"
                   PERFORM ShowStepOutcome
                   CANCEL "OilAbcClass"
               WHEN "G"
               WHEN "g"
                   CALL "SupplierScoreRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "SupplierScoreRpt"
               WHEN "J"
               WHEN "j"
                   CALL "TutorPayRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "TutorPayRpt"
               WHEN "V"
               WHEN "v"
                   CALL "TimetableRpt"
                   PERFORM ShowStepOutcome
                   CANCEL "TimetableRpt"
               WHEN "H"
               WHEN "h"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "SalesHistPurge"
                       PERFORM ShowStepOutcome
                       CANCEL "SalesHistPurge"
                   END-IF
               WHEN "Y"
               WHEN "y"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "LotRecallInq"
                       PERFORM ShowStepOutcome
                       CANCEL "LotRecallInq"
                   END-IF
               WHEN "X"
               WHEN "x"
                   MOVE 5 TO Required-Level
                   PERFORM CheckAuthority
                   IF Authority-Ok
                       CALL "NightRollback"
                       PERFORM ShowStepOutcome
                       CANCEL "NightRollback"
                   END-IF
               WHEN "I"
               WHEN "i"
                   CALL "IntegrityCheck"
                   PERFORM ShowStepOutcome
                   CANCEL "IntegrityCheck"
               WHEN "O"
               WHEN "o"
                   MOVE 9 TO Required-Level
