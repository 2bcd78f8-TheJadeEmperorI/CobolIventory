      *    WRITE THE SALES ORDER FILE, SO THE RECORD LAYOUT STAYS IN
      *    SYNC. ONE RECORD PER ORDER LINE; SO-NUMBER GROUPS THE LINES
      *    OF ONE CUSTOMER ORDER. LINE STATUS: A = ALLOCATED (AWAITING
      *    PICK AND SHIPMENT), B = BACKORDERED, S = SHIPPED,
      *    X = CANCELLED. SO-ORDER-QUANTITY IS WHAT WAS ORDERED AND
      *    NEVER CHANGES; WHAT IS STILL OUTSTANDING IS THE ORDER
      *    QUANTITY LESS SO-SHIPPED-QUANTITY AND SO-CANCELLED-QUANTITY,
      *    AND ONLY THAT IS ALLOCATED OR BACKORDERED. A LINE SHIPPED
      *    IN PART STAYS A OR B FOR THE REST; IT BECOMES S WHEN ITS
      *    LAST UNITS SHIP AND X WHEN THE REST IS CANCELLED.
      *    SO-CANCEL-REASON IS THE REASON GIVEN FOR THE LATEST
      *    REDUCTION: CR = CUSTOMER REQUEST, DU = DUPLICATE ORDER,
      *    PR = PRICE DISPUTE, NS = NO STOCK EXPECTED, OT = OTHER.
      *    SO-PRODUCT-KEY IS AN ALTERNATE KEY SO A RECEIPT CAN FIND
      *    THE BACKORDERED LINES FOR THE PRODUCT/WAREHOUSE IT LANDED
      *    AT.
           05 SO-ORDER-QUANTITY PIC 9(4).
           05 SO-ORDER-DATE PIC 9(8).
           05 SO-LINE-STATUS PIC x(1).
           05 SO-SHIPPED-QUANTITY PIC 9(4).
           05 SO-CANCELLED-QUANTITY PIC 9(4).
           05 SO-CANCEL-REASON PIC x(2).
