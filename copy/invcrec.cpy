      *    INVOICE-LINE-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    READ OR WRITE THE INVOICE FILE, SO THE RECORD LAYOUT STAYS
      *    IN SYNC. ONE RECORD PER SHIPMENT OF AN ORDER LINE; THE
      *    LINES OF ONE ORDER SHIPPED ON THE SAME DAY SHARE AN INVOICE
      *    NUMBER. THE UNIT PRICE IS THE PRICE IN EFFECT ON THE SHIP
      *    DATE AND THE UNIT COST IS THE MOVING-AVERAGE COST AT THE
      *    TIME OF SHIPMENT. PRINTED FLAG: N = NOT YET PRINTED,
      *    Y = PRINTED. INVOICE-SO-KEY IS AN ALTERNATE KEY SO THE
      *    INVOICE LINES FOR AN ORDER CAN BE FOUND FROM THE ORDER.
       01 INVOICE-LINE-RECORD.
           05 INVOICE-LINE-KEY.
               10 INVOICE-NUMBER PIC 9(6).
               10 INVOICE-LINE-NUMBER PIC 9(3).
           05 INVOICE-SO-KEY.
               10 INVOICE-SO-NUMBER PIC 9(6).
               10 INVOICE-SO-LINE-NUMBER PIC 9(3).
           05 INVOICE-CUSTOMER-CODE PIC x(5).
           05 INVOICE-PRODUCT-ID PIC 9(5).
           05 INVOICE-WAREHOUSE-CODE PIC x(5).
           05 INVOICE-QUANTITY PIC 9(4).
           05 INVOICE-UNIT-PRICE PIC 9(5)V99.
           05 INVOICE-UNIT-COST PIC 9(5)V99.
           05 INVOICE-DATE PIC 9(8).
           05 INVOICE-PRINTED-FLAG PIC x(1).
