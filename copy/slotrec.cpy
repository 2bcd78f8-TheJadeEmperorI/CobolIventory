      *    SO-LOT-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT READ OR
      *    WRITE THE SALES ORDER LOT FILE, SO THE RECORD LAYOUT STAYS
      *    IN SYNC. ONE RECORD PER LOT ASSIGNED TO A SALES ORDER LINE;
      *    A LINE DRAWN FROM SEVERAL LOTS HAS ONE RECORD PER LOT,
      *    NUMBERED BY SO-LOT-SEQUENCE. PICK STATUS: A = ASSIGNED AND
      *    AWAITING SHIPMENT, S = SHIPPED ON SO-LOT-SHIP-DATE.
      *    SHIPPED RECORDS ARE KEPT, AND SO-LOT-NUMBER IS AN
      *    ALTERNATE KEY, SO A RECALL CAN FIND EVERY CUSTOMER WHO
      *    RECEIVED A LOT.
       01 SO-LOT-RECORD.
           05 SO-LOT-KEY.
               10 SO-LOT-SO-NUMBER PIC 9(6).
               10 SO-LOT-SO-LINE-NUMBER PIC 9(3).
               10 SO-LOT-SEQUENCE PIC 9(3).
           05 SO-LOT-NUMBER PIC x(10).
           05 SO-LOT-EXPIRY-DATE PIC 9(8).
           05 SO-LOT-PRODUCT-ID PIC 9(5).
           05 SO-LOT-WAREHOUSE-CODE PIC x(5).
           05 SO-LOT-CUSTOMER-CODE PIC x(5).
           05 SO-LOT-QUANTITY PIC 9(4).
           05 SO-LOT-PICK-STATUS PIC x(1).
           05 SO-LOT-SHIP-DATE PIC 9(8).
