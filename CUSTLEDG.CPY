               88 LedgIsNSFFee         VALUE "NF".
               88 LedgIsCarryFwd       VALUE "CF".
               88 LedgIsIVRPayment     VALUE "IV".
               88 LedgIsSalesTax       VALUE "TX".
               88 LedgIsDepositApplied VALUE "DA".
               88 LedgIsUsageCharge    VALUE "UC".
               88 LedgIsEarlyTermFee   VALUE "ET".
               88 LedgIsPromoDiscount  VALUE "PD".
               88 LedgIsCardPayment    VALUE "CD".
               88 LedgIsChargebackFee  VALUE "CB".
               88 LedgIsAgencyPayment  VALUE "AC".
               88 LedgIsSettlementWO   VALUE "SW".
               88 LedgIsFeeWaiver      VALUE "FW".
           02 LedgAmount               PIC S9(07)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      *> Originating run identity, stamped by LEDGPOST from
