       FILE-CONTROL.
           COPY posel.

           COPY pojsel.

           COPY invsel.

           COPY audsel.

           COPY sosel.

           COPY sojsel.

           COPY whsel.

           COPY lotsel.

           COPY supsel.

           COPY rcptsel.

       DATA DIVISION.
       FILE SECTION.
       FD PO-MASTER-FILE.
           COPY porec.

       FD PO-JOURNAL-FILE.
           COPY pojrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD LOT-FILE.
           COPY lotrec.

       FD SUPPLIER-FILE.
           COPY suprec.

       FD RECEIPT-HISTORY-FILE.
           COPY rcptrec.

       WORKING-STORAGE SECTION.
       01 PO-MASTER-STATUS PIC x(2).
       01 PO-JOURNAL-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).
       01 AUDIT-STATUS PIC x(2).
       01 MOVEMENT-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 SALES-ORDER-OPENED PIC 9(1) VALUE 0.
       01 SCAN-EOF PIC x(1).
       01 ALLOCATED-QUANTITY PIC 9(7).
       01 AVAILABLE-QUANTITY PIC S9(7).
       01 LINE-OPEN-QUANTITY PIC 9(4).
       01 RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WAREHOUSE-STATUS PIC x(2).
       01 WAREHOUSE-OPENED PIC 9(1) VALUE 0.
       01 WAREHOUSE-OK PIC 9(1).
       01 LOT-STATUS PIC x(2).
       01 LOT-OK PIC 9(1).
       01 LOT-SCAN-EOF PIC x(1).
       01 SUPPLIER-STATUS PIC x(2).
       01 SUPPLIER-OPENED PIC 9(1) VALUE 0.
       01 RECEIPT-HISTORY-STATUS PIC x(2).

       01 DONE-FLAG PIC x(1) VALUE 'N'.
       01 ENTRY-PO-NUMBER PIC 9(6).
       01 NEW-RECEIVED PIC 9(5).
       01 COMPUTED-QUANTITY PIC S9(5).
       01 OLD-QUANTITY PIC 9(4).
       01 RECEIPT-LOT-NUMBER PIC x(10).
       01 RECEIPT-EXPIRY-DATE PIC 9(8).
       01 RECEIPT-DATE PIC 9(8).
       01 RECEIPT-UNIT-COST PIC 9(5)V99.
       01 RECEIPT-OUTCOME PIC x(1).
       01 PROMISED-DATE PIC 9(8).
       01 PRICE-DISPLAY PIC 9(5).99.

       01 RECEIPTS-POSTED PIC 9(5) VALUE 0.
       01 LINES-CLOSED PIC 9(5) VALUE 0.
       01 OVER-SHIPMENT-COUNT PIC 9(5) VALUE 0.
       01 SHORT-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 NOT-FOUND-COUNT PIC 9(5) VALUE 0.
       01 LOTS-RECEIVED PIC 9(5) VALUE 0.
       01 HISTORY-WRITTEN PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                   DISPLAY "Warehouse master is not available; "
                       "warehouse codes will not be validated."
               END-IF
               OPEN I-O LOT-FILE
               IF LOT-STATUS = "35"
                   OPEN OUTPUT LOT-FILE
                   CLOSE LOT-FILE
                   OPEN I-O LOT-FILE
               END-IF
               OPEN INPUT SUPPLIER-FILE
               IF SUPPLIER-STATUS = "00"
                   MOVE 1 TO SUPPLIER-OPENED
               ELSE
                   DISPLAY "Supplier master is not available; "
                       "promised dates will not allow for lead "
                       "time."
               END-IF
               OPEN EXTEND RECEIPT-HISTORY-FILE
               IF RECEIPT-HISTORY-STATUS = "35"
                   OPEN OUTPUT RECEIPT-HISTORY-FILE
                   CLOSE RECEIPT-HISTORY-FILE
                   OPEN EXTEND RECEIPT-HISTORY-FILE
               END-IF
               IF RECEIPT-HISTORY-STATUS NOT = "00"
                   DISPLAY "Receipt history could not be opened; "
                       "status " RECEIPT-HISTORY-STATUS "; receipts "
                       "will not be scored."
               END-IF
           END-IF.

           PERFORM UNTIL DONE-FLAG = 'Y'
               IF WAREHOUSE-OPENED = 1
                   CLOSE WAREHOUSE-FILE
               END-IF
               CLOSE LOT-FILE
               IF SUPPLIER-OPENED = 1
                   CLOSE SUPPLIER-FILE
               END-IF
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

           PERFORM PRINT-SUMMARY.
                   POM-ORDER-QUANTITY " received "
                   POM-RECEIVED-QUANTITY " outstanding "
                   OUTSTANDING-QUANTITY
               PERFORM FIND-PROMISED-DATE
               DISPLAY "Supplier " POM-SUPPLIER-CODE " ordered "
                   POM-ORDER-DATE " promised " PROMISED-DATE
               DISPLAY "Quantity received (0 to skip) : "
                   WITH NO ADVANCING
               ACCEPT RECEIPT-QUANTITY
               IF RECEIPT-QUANTITY > 0
                   PERFORM ENTER-RECEIPT-COST
                   PERFORM APPLY-RECEIPT
               END-IF
           END-IF.

      *    THE LINE IS DUE ON ITS ORDER DATE PLUS THE SUPPLIER'S LEAD
      *    TIME IN CALENDAR DAYS. A SUPPLIER NO LONGER ON THE MASTER
      *    IS TAKEN AS HAVING NO LEAD TIME, AND A LINE WITH NO ORDER
      *    DATE IS DUE THE DAY IT ARRIVES.
       FIND-PROMISED-DATE.
           ACCEPT RECEIPT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO SUPPLIER-LEAD-TIME.
           IF SUPPLIER-OPENED = 1
               MOVE POM-SUPPLIER-CODE TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE 0 TO SUPPLIER-LEAD-TIME
               END-READ
           END-IF.

           IF POM-ORDER-DATE = 0
               MOVE RECEIPT-DATE TO PROMISED-DATE
           ELSE
               COMPUTE PROMISED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (POM-ORDER-DATE)
                    + SUPPLIER-LEAD-TIME)
           END-IF.

      *    THE COST ON THE DELIVERY NOTE IS WHAT THE GOODS ARE FOLDED
      *    INTO THE MOVING-AVERAGE COST AT, AND IS KEPT ON THE
      *    RECEIPT HISTORY AGAINST THE PRICE ON THE ORDER; ZERO TAKES
      *    THE ORDER PRICE.
       ENTER-RECEIPT-COST.
           MOVE POM-UNIT-PRICE TO PRICE-DISPLAY.
           DISPLAY "Unit cost on delivery note (0 = PO price "
               PRICE-DISPLAY ") : " WITH NO ADVANCING.
           ACCEPT RECEIPT-UNIT-COST.
           IF RECEIPT-UNIT-COST = 0
               MOVE POM-UNIT-PRICE TO RECEIPT-UNIT-COST
           END-IF.

      *    THE STOCK UPDATE IS CHECKED AND APPLIED BEFORE THE PO LINE
      *    IS TOUCHED, SO A REFUSED RECEIPT LEAVES THE LINE OPEN
      *    EXACTLY AS IT WAS.
               END-READ
           END-IF.

           MOVE 1 TO LOT-OK.
           IF WAREHOUSE-OK = 1
               PERFORM ENTER-RECEIPT-LOT
           END-IF.

           IF WAREHOUSE-OK = 1 AND LOT-OK = 1
               PERFORM POST-RECEIPT
           END-IF.

      *    LOT-CONTROLLED STOCK IS KEYED WITH ITS LOT NUMBER AND
      *    EXPIRY DATE AS IT IS RECEIVED. A BLANK LOT NUMBER RECEIVES
      *    THE STOCK UNLOTTED; A LOT THAT DOES NOT EXPIRE IS HELD AS
      *    99999999. AN EXPIRY DATE ALREADY PAST IS REFUSED, AS IS A
      *    LOT NUMBER THE SITE ALREADY HOLDS UNDER ANOTHER EXPIRY
      *    DATE, SINCE ONE LOT CANNOT EXPIRE ON TWO DATES.
       ENTER-RECEIPT-LOT.
           MOVE 0 TO RECEIPT-EXPIRY-DATE.
           DISPLAY "Lot number (blank if not lot-controlled) : "
               WITH NO ADVANCING.
           ACCEPT RECEIPT-LOT-NUMBER.

           IF RECEIPT-LOT-NUMBER NOT = SPACES
               DISPLAY "Expiry date YYYYMMDD (0 if none) : "
                   WITH NO ADVANCING
               ACCEPT RECEIPT-EXPIRY-DATE
               IF RECEIPT-EXPIRY-DATE = 0
                   MOVE 99999999 TO RECEIPT-EXPIRY-DATE
               END-IF
               ACCEPT RECEIPT-DATE FROM DATE YYYYMMDD
               IF RECEIPT-EXPIRY-DATE < RECEIPT-DATE
                   DISPLAY "Expiry date " RECEIPT-EXPIRY-DATE
                       " is already past; receipt not posted."
                   MOVE 0 TO LOT-OK
               ELSE
                   PERFORM CHECK-LOT-EXPIRY
               END-IF
           END-IF.

       CHECK-LOT-EXPIRY.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE POM-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE POM-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE SPACES TO LOT-NUMBER.
           START LOT-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = POM-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = POM-WAREHOUSE-CODE
                       IF LOT-NUMBER = RECEIPT-LOT-NUMBER
                           AND LOT-EXPIRY-DATE
                               NOT = RECEIPT-EXPIRY-DATE
                           DISPLAY "Lot " LOT-NUMBER " is already "
                               "held here with expiry "
                               LOT-EXPIRY-DATE "; receipt not "
                               "posted."
                           MOVE 0 TO LOT-OK
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE PO LINE'S RECEIVED QUANTITY HOLDS FOUR DIGITS, SO A
      *    RECEIPT THAT WOULD PUSH IT PAST 9999 IS REFUSED BEFORE
      *    ANYTHING IS POSTED, JUST AS AN OVERFLOWING STOCK BALANCE
                           "9999; receipt not posted."
                   ELSE
                       MOVE PRODUCT-QUANTITY TO OLD-QUANTITY
                       IF RECEIPT-UNIT-COST > 0
                           COMPUTE PRODUCT-UNIT-COST ROUNDED =
                               (PRODUCT-QUANTITY
                                   * PRODUCT-UNIT-COST
                                + RECEIPT-QUANTITY
                                   * RECEIPT-UNIT-COST)
                               / COMPUTED-QUANTITY
                       END-IF
                       MOVE COMPUTED-QUANTITY TO PRODUCT-QUANTITY
                       REWRITE PRODUCT_RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-MOVEMENT-RECORD
                       IF RECEIPT-LOT-NUMBER NOT = SPACES
                           PERFORM POST-LOT-RECEIPT
                       END-IF
                       PERFORM UPDATE-PO-LINE
                       PERFORM RELEASE-BACKORDERS
                       ADD 1 TO RECEIPTS-POSTED
                   END-IF
           END-READ.

       POST-LOT-RECEIPT.
           MOVE POM-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE POM-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE RECEIPT-EXPIRY-DATE TO LOT-EXPIRY-DATE.
           MOVE RECEIPT-LOT-NUMBER TO LOT-NUMBER.
           READ LOT-FILE
               INVALID KEY
                   MOVE RECEIPT-QUANTITY TO LOT-QUANTITY
                   MOVE 0 TO LOT-ALLOCATED-QUANTITY
                   ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "Lot write failed for lot "
                               LOT-NUMBER "; status " LOT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD RECEIPT-QUANTITY TO LOT-QUANTITY
                   ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                   REWRITE LOT-RECORD
           END-READ.
           ADD 1 TO LOTS-RECEIVED.

      *    A RECEIPT THAT LANDS WHERE SALES ORDER LINES ARE WAITING
      *    RELEASES THEM IN ORDER-NUMBER ORDER, BUT ONLY AS FAR AS
      *    THE STOCK NOT ALREADY CLAIMED BY ALLOCATED LINES GOES.
                   IF SO-PRODUCT-ID = POM-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = POM-WAREHOUSE-CODE
                       IF SO-LINE-STATUS = 'A'
                           COMPUTE ALLOCATED-QUANTITY =
                               ALLOCATED-QUANTITY + SO-ORDER-QUANTITY
                               - SO-SHIPPED-QUANTITY
                               - SO-CANCELLED-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = POM-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = POM-WAREHOUSE-CODE
                       COMPUTE LINE-OPEN-QUANTITY =
                           SO-ORDER-QUANTITY - SO-SHIPPED-QUANTITY
                           - SO-CANCELLED-QUANTITY
                       IF SO-LINE-STATUS = 'B'
                           AND AVAILABLE-QUANTITY
                               >= LINE-OPEN-QUANTITY
                           MOVE 'A' TO SO-LINE-STATUS
                           REWRITE SO-LINE-RECORD
                           MOVE 'R' TO SOJ-ACTION
                           PERFORM WRITE-SO-JOURNAL
                           SUBTRACT LINE-OPEN-QUANTITY
                               FROM AVAILABLE-QUANTITY
                           ADD 1 TO RELEASED-COUNT
                           DISPLAY "Backorder released : SO "
                               SO-NUMBER " line " SO-LINE-NUMBER
                               " for " LINE-OPEN-QUANTITY "."
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
               ADD 1 TO OVER-SHIPMENT-COUNT
               ADD 1 TO LINES-CLOSED
               MOVE 'C' TO POM-LINE-STATUS
               MOVE 'O' TO RECEIPT-OUTCOME
               DISPLAY "*** OVER-SHIPMENT : received "
                   NEW-RECEIVED " against ordered "
                   POM-ORDER-QUANTITY " ***"
               IF NEW-RECEIVED = POM-ORDER-QUANTITY
                   ADD 1 TO LINES-CLOSED
                   MOVE 'C' TO POM-LINE-STATUS
                   MOVE 'F' TO RECEIPT-OUTCOME
                   DISPLAY "Line received in full and closed."
               ELSE
                   COMPUTE OUTSTANDING-QUANTITY =
                       ADD 1 TO SHORT-CLOSED-COUNT
                       ADD 1 TO LINES-CLOSED
                       MOVE 'C' TO POM-LINE-STATUS
                       MOVE 'S' TO RECEIPT-OUTCOME
                       DISPLAY "Line closed short."
                   ELSE
                       MOVE 'P' TO POM-LINE-STATUS
                       MOVE 'P' TO RECEIPT-OUTCOME
                       DISPLAY "Line left open as partially "
                           "received."
                   END-IF
           END-IF.

           REWRITE PO-LINE-RECORD.
           MOVE 'R' TO POJ-ACTION.
           PERFORM WRITE-PO-JOURNAL.
           PERFORM WRITE-RECEIPT-HISTORY.

      *    EVERY RECEIPT IS KEPT WITH THE LINE AS IT STOOD AFTERWARDS,
      *    SO DELIVERY PERFORMANCE CAN STILL BE MEASURED ONCE THE
      *    LINE HAS CLOSED.
       WRITE-RECEIPT-HISTORY.
           MOVE POM-NUMBER TO RCPT-PO-NUMBER.
           MOVE POM-LINE-NUMBER TO RCPT-PO-LINE-NUMBER.
           MOVE POM-SUPPLIER-CODE TO RCPT-SUPPLIER-CODE.
           MOVE POM-PRODUCT-ID TO RCPT-PRODUCT-ID.
           MOVE POM-WAREHOUSE-CODE TO RCPT-WAREHOUSE-CODE.
           ACCEPT RCPT-RECEIPT-DATE FROM DATE YYYYMMDD.
           ACCEPT RCPT-RECEIPT-TIME FROM TIME.
           MOVE PROMISED-DATE TO RCPT-PROMISED-DATE.
           MOVE RECEIPT-QUANTITY TO RCPT-QUANTITY.
           MOVE POM-ORDER-QUANTITY TO RCPT-ORDER-QUANTITY.
           MOVE POM-RECEIVED-QUANTITY TO RCPT-LINE-RECEIVED.
           MOVE RECEIPT-UNIT-COST TO RCPT-UNIT-COST.
           MOVE POM-UNIT-PRICE TO RCPT-PO-UNIT-PRICE.
           MOVE RECEIPT-OUTCOME TO RCPT-LINE-OUTCOME.
           MOVE RECEIVER-INITIALS TO RCPT-RECEIVER-ID.
           WRITE RECEIPT-HISTORY-RECORD.
           IF RECEIPT-HISTORY-STATUS = "00"
               ADD 1 TO HISTORY-WRITTEN
           ELSE
               DISPLAY "Receipt history write failed for PO "
                   POM-NUMBER "; status " RECEIPT-HISTORY-STATUS
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE POM-PRODUCT-ID TO AUDIT-PRODUCT-ID.
           DISPLAY "Over-shipments flagged  : " OVER-SHIPMENT-COUNT.
           DISPLAY "Lines closed short      : " SHORT-CLOSED-COUNT.
           DISPLAY "Products not on file    : " NOT-FOUND-COUNT.
           DISPLAY "Receipts into lots      : " LOTS-RECEIVED.
           DISPLAY "Receipt history records : " HISTORY-WRITTEN.
           DISPLAY "Backorder lines released : " RELEASED-COUNT.

      *    EVERY SALES ORDER LINE WRITTEN OR REWRITTEN IS JOURNALLED
      *    AS IT NOW STANDS, SO A RESTORED BACKUP IMAGE OF THE SALES
      *    ORDER FILE CAN BE ROLLED FORWARD TO CURRENT. THE CALLER
      *    SETS SOJ-ACTION.
       WRITE-SO-JOURNAL.
           ACCEPT SOJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SOJ-TIME FROM TIME.
           MOVE SO-LINE-RECORD TO SOJ-LINE-IMAGE.
           OPEN EXTEND SO-JOURNAL-FILE.
           IF SO-JOURNAL-STATUS = "35"
               OPEN OUTPUT SO-JOURNAL-FILE
               CLOSE SO-JOURNAL-FILE
               OPEN EXTEND SO-JOURNAL-FILE
           END-IF.
           WRITE SO-JOURNAL-RECORD.
           CLOSE SO-JOURNAL-FILE.

      *    EVERY PURCHASE ORDER LINE WRITTEN OR REWRITTEN IS JOURNALLED
      *    AS IT NOW STANDS, SO A RESTORED BACKUP IMAGE OF THE PURCHASE
      *    ORDER MASTER CAN BE ROLLED FORWARD TO CURRENT. THE CALLER
      *    SETS POJ-ACTION.
       WRITE-PO-JOURNAL.
           ACCEPT POJ-DATE FROM DATE YYYYMMDD.
           ACCEPT POJ-TIME FROM TIME.
           MOVE PO-LINE-RECORD TO POJ-LINE-IMAGE.
           OPEN EXTEND PO-JOURNAL-FILE.
           IF PO-JOURNAL-STATUS = "35"
               OPEN OUTPUT PO-JOURNAL-FILE
               CLOSE PO-JOURNAL-FILE
               OPEN EXTEND PO-JOURNAL-FILE
           END-IF.
           WRITE PO-JOURNAL-RECORD.
           CLOSE PO-JOURNAL-FILE.
