      *    RECEIPT-HISTORY-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    APPEND TO OR READ THE PURCHASE RECEIPT HISTORY, SO THE
      *    RECORD LAYOUT STAYS IN SYNC. ONE RECORD PER RECEIPT POSTED
      *    AGAINST A PO LINE, KEPT AFTER THE LINE CLOSES.
      *    RCPT-PROMISED-DATE IS THE ORDER DATE PLUS THE SUPPLIER'S
      *    LEAD TIME WHEN THE RECEIPT WAS TAKEN. RCPT-LINE-RECEIVED IS
      *    THE LINE'S RECEIVED QUANTITY AFTER THIS RECEIPT.
      *    RCPT-UNIT-COST IS THE COST ON THE DELIVERY NOTE, SET
      *    AGAINST THE ORDERED RCPT-PO-UNIT-PRICE. LINE OUTCOME AFTER
      *    THE RECEIPT: F = RECEIVED IN FULL AND CLOSED, S = CLOSED
      *    SHORT, O = OVER-SHIPPED AND CLOSED, P = LEFT OPEN AS
      *    PARTIALLY RECEIVED.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-PO-NUMBER PIC 9(6).
           05 RCPT-PO-LINE-NUMBER PIC 9(3).
           05 RCPT-SUPPLIER-CODE PIC x(5).
           05 RCPT-PRODUCT-ID PIC 9(5).
           05 RCPT-WAREHOUSE-CODE PIC x(5).
           05 RCPT-RECEIPT-DATE PIC 9(8).
           05 RCPT-RECEIPT-TIME PIC 9(8).
           05 RCPT-PROMISED-DATE PIC 9(8).
           05 RCPT-QUANTITY PIC 9(4).
           05 RCPT-ORDER-QUANTITY PIC 9(4).
           05 RCPT-LINE-RECEIVED PIC 9(4).
           05 RCPT-UNIT-COST PIC 9(5)V99.
           05 RCPT-PO-UNIT-PRICE PIC 9(5)V99.
           05 RCPT-LINE-OUTCOME PIC x(1).
           05 RCPT-RECEIVER-ID PIC x(3).
