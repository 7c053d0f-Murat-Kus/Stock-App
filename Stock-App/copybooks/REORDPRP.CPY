      *********************************
      *REORDPRP.CPY - REORDER PROPOSAL RECORD LAYOUT
      *ONE RECORD PER ITEM WHOSE REORDER LEVEL OR REORDER
      *QUANTITY THE REORDER RECALCULATION JOB WOULD CHANGE,
      *KEYED BY ITEM CODE. EACH RUN REPLACES THE WHOLE FILE.
      *THE PROPOSAL CARRIES THE ISSUE RATES AND LEAD TIME IT WAS
      *WORKED OUT FROM SO THE SUPERVISOR REVIEWING IT CAN SEE
      *WHY; AN APPROVED PROPOSAL IS APPLIED TO ITEM-FILE AND
      *DELETED, A REJECTED ONE IS JUST DELETED.
      *********************************
       01  REORDER-PROPOSAL-RECORD.
        02 RP-ITEM-CODE PIC X(5).
        02 RP-RUN-DATE PIC 9(8).
        02 RP-HISTORY-MONTHS PIC 9(2).
        02 RP-TOTAL-ISSUED PIC 9(7).
        02 RP-AVERAGE-DAILY PIC 9(5)V99.
        02 RP-PEAK-DAILY PIC 9(5)V99.
        02 RP-LEAD-TIME PIC 9(3).
        02 RP-OLD-LEVEL PIC 9(5).
        02 RP-NEW-LEVEL PIC 9(5).
        02 RP-OLD-QUANTITY PIC 9(5).
        02 RP-NEW-QUANTITY PIC 9(5).
