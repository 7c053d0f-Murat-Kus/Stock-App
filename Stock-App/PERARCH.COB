               BY == ARC-MOVE-IS-ADJUSTMENT ==
           == MOVEMENT-IS-TRANSFER ==
               BY == ARC-MOVE-IS-TRANSFER ==
           == MOVEMENT-IS-CUSTOMER-RETURN ==
               BY == ARC-MOVE-IS-CUSTOMER-RETURN ==
           == MOVEMENT-IS-SUPPLIER-RETURN ==
               BY == ARC-MOVE-IS-SUPPLIER-RETURN ==
           == MOVEMENT-IS-WRITE-OFF ==
               BY == ARC-MOVE-IS-WRITE-OFF ==
           == MOVEMENT-IS-KIT-ISSUE ==
               BY == ARC-MOVE-IS-KIT-ISSUE ==
           == MOVEMENT-IS-KIT-BUILD ==
               BY == ARC-MOVE-IS-KIT-BUILD ==
           == MOVEMENT-QUANTITY ==  BY == ARC-MOVE-QUANTITY ==
           == MOVEMENT-OPERATOR ==  BY == ARC-MOVE-OPERATOR ==
           == MOVEMENT-REFERENCE == BY == ARC-MOVE-REFERENCE ==
           == MOVEMENT-LOCATION ==  BY == ARC-MOVE-LOCATION ==
           == MOVEMENT-COST-VALUE ==
               BY == ARC-MOVE-COST-VALUE ==
           == MOVEMENT-LOT-NUMBER ==
               BY == ARC-MOVE-LOT-NUMBER ==.

       FD  MOVEMENT-WORK-FILE.
       COPY MOVEREC REPLACING == MOVEMENT-RECORD ==
               BY == WRK-MOVE-IS-ADJUSTMENT ==
           == MOVEMENT-IS-TRANSFER ==
               BY == WRK-MOVE-IS-TRANSFER ==
           == MOVEMENT-IS-CUSTOMER-RETURN ==
               BY == WRK-MOVE-IS-CUSTOMER-RETURN ==
           == MOVEMENT-IS-SUPPLIER-RETURN ==
               BY == WRK-MOVE-IS-SUPPLIER-RETURN ==
           == MOVEMENT-IS-WRITE-OFF ==
               BY == WRK-MOVE-IS-WRITE-OFF ==
           == MOVEMENT-IS-KIT-ISSUE ==
               BY == WRK-MOVE-IS-KIT-ISSUE ==
           == MOVEMENT-IS-KIT-BUILD ==
               BY == WRK-MOVE-IS-KIT-BUILD ==
           == MOVEMENT-QUANTITY ==  BY == WRK-MOVE-QUANTITY ==
           == MOVEMENT-OPERATOR ==  BY == WRK-MOVE-OPERATOR ==
           == MOVEMENT-REFERENCE == BY == WRK-MOVE-REFERENCE ==
           == MOVEMENT-LOCATION ==  BY == WRK-MOVE-LOCATION ==
           == MOVEMENT-COST-VALUE ==
               BY == WRK-MOVE-COST-VALUE ==
           == MOVEMENT-LOT-NUMBER ==
               BY == WRK-MOVE-LOT-NUMBER ==.

       FD  AUDIT-FILE.
       COPY AUDITREC.
