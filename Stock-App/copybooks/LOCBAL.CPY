      *LOCATION BALANCES FOR AN ITEM ADD UP TO ITS
      *QUANTITY-ON-HAND. LOCATIONS ARE THE MAIN WAREHOUSE (WHS),
      *THE TRADE COUNTER (TRD) AND THE RETURNS CAGE (RET).
      *LB-MIN-QUANTITY AND LB-MAX-QUANTITY ARE THE MIN/MAX LEVELS
      *THE LOCATION IS REPLENISHED BETWEEN; BOTH ZERO MEANS THE
      *LOCATION IS NOT REPLENISHED.
      *********************************
       01  LOCATION-BALANCE-RECORD.
        02 LOC-BAL-KEY.
            88 LOCATION-IS-RETURNS-CAGE VALUE "RET".
            88 LOCATION-CODE-VALID VALUES "WHS" "TRD" "RET".
        02 LB-QUANTITY PIC 9(5).
        02 LB-MIN-QUANTITY PIC 9(5).
        02 LB-MAX-QUANTITY PIC 9(5).
