      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 02/09/2026.
      *PURPOSE. STOCK AGING AND DEAD STOCK REPORT. THE ISSUES
      *(COUNTING COMPONENTS USED IN KIT BUILDS AS ISSUES) ON
      *THE MOVEMENT LEDGER (LIVE FILE PLUS THE MOVARCH ARCHIVES
      *OF THE MONTHS IN THE LOOK-BACK WINDOW) ARE SORTED BY ITEM
      *AND MATCHED AGAINST ITEM-FILE TO GIVE, PER ITEM, THE DATE
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

       FD  COST-LAYER-FILE.
       COPY COSTLYR.
               AT END MOVE "Y" TO END-OF-MOVEMENTS
           END-READ.
           PERFORM UNTIL END-OF-MOVEMENTS = "Y"
               IF MOVEMENT-IS-ISSUE OR MOVEMENT-IS-KIT-ISSUE
                   MOVE MOVEMENT-ITEM-CODE TO SW1-ITEM-CODE
                   MOVE MOVEMENT-DATE TO SW1-DATE
                   COMPUTE SW1-QUANTITY = 0 - MOVEMENT-QUANTITY
               AT END MOVE "Y" TO END-OF-ARCHIVE
           END-READ.
           PERFORM UNTIL END-OF-ARCHIVE = "Y"
               IF ARC-MOVE-IS-ISSUE OR ARC-MOVE-IS-KIT-ISSUE
                   MOVE ARC-MOVE-ITEM-CODE TO SW1-ITEM-CODE
                   MOVE ARC-MOVE-DATE TO SW1-DATE
                   COMPUTE SW1-QUANTITY = 0 - ARC-MOVE-QUANTITY
