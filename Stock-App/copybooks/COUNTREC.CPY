      *ONE RECORD PER ITEM COUNTED DURING A STOCK TAKE, KEYED FROM
      *THE STOCKLST HAND-OUT SHEET ONCE THE SHELVES HAVE BEEN
      *COUNTED, WITH THE COUNTER'S INITIALS FOR TRACEABILITY.
      *COUNT-LOT-NUMBER AND COUNT-EXPIRY-DATE ARE ONLY NEEDED WHEN
      *A LOT-CONTROLLED ITEM IS COUNTED ABOVE BOOK: THEY NAME THE
      *LOT THE FOUND STOCK IS BOOKED INTO. A LOSS IS TAKEN FROM THE
      *LOTS AT THE LOCATION FIRST-EXPIRY-FIRST-OUT. LEFT BLANK FOR
      *EVERY OTHER LINE.
      *********************************
       01  COUNT-RECORD.
        02 COUNT-ITEM-CODE PIC X(5).
        02 COUNT-QUANTITY PIC 9(5).
        02 COUNT-INITIALS PIC X(3).
        02 COUNT-LOT-NUMBER PIC X(10).
        02 COUNT-EXPIRY-DATE PIC 9(8).
