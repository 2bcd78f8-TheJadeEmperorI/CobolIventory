
           COPY sosel.

           COPY sojsel.

           COPY invsel.

           COPY audsel.

           COPY whsel.

           COPY invcsel.

           COPY phsel.

           COPY lotsel.

           COPY slotsel.

           SELECT PICK-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/picklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD INVOICE-FILE.
           COPY invcrec.

       FD PRICE-HISTORY-FILE.
           COPY phrec.

       FD LOT-FILE.
           COPY lotrec.

       FD SO-LOT-FILE.
           COPY slotrec.

       FD PICK-FILE.
       01 PICK-RECORD PIC x(90).

       01 FOUND PIC 9(1).
       01 CUSTOMER-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).
       01 AUDIT-STATUS PIC x(2).
       01 MOVEMENT-STATUS PIC x(2).
       01 PICK-STATUS PIC x(2).
       01 WAREHOUSE-STATUS PIC x(2).
       01 WAREHOUSE-FOUND PIC 9(1).
       01 INVOICE-STATUS PIC x(2).
       01 PRICE-HISTORY-STATUS PIC x(2).
       01 LOT-STATUS PIC x(2).
       01 SO-LOT-STATUS PIC x(2).

       01 OPERATOR-INITIALS PIC x(3).
       01 ENTRY-CUSTOMER-CODE PIC x(5).
       01 ALLOCATED-QUANTITY PIC 9(7).
       01 AVAILABLE-QUANTITY PIC S9(7).
       01 AVAILABLE-DISPLAY PIC +9(7).
       01 LINE-OPEN-QUANTITY PIC 9(4).
       01 SHIP-QUANTITY PIC 9(4).
       01 REMAINDER-CHOICE PIC x(1).
       01 CANCEL-QUANTITY PIC 9(4).
       01 CANCEL-REASON PIC x(2).
       01 PRIOR-LINE-STATUS PIC x(1).
       01 RELEASED-COUNT PIC 9(3).
       01 OLD-QUANTITY PIC 9(4).
       01 BACKORDER-COUNT PIC 9(3).
       01 PICK-LINE-COUNT PIC 9(5).
       01 LISTED-COUNT PIC 9(5).
       01 PICK-DATE PIC 9(8).

       01 SHIP-DATE PIC 9(8).
       01 SHIP-UNIT-PRICE PIC 9(5)V99.
       01 SHIP-INVOICE-NUMBER PIC 9(6).
       01 SHIP-INVOICE-LINE PIC 9(3).
       01 IN-EFFECT-FOUND PIC 9(1).
       01 IN-EFFECT-DATE PIC 9(8).
       01 IN-EFFECT-PRICE PIC 9(5)V99.
       01 PENDING-FOUND PIC 9(1).
       01 PENDING-DATE PIC 9(8).
       01 PENDING-OLD-PRICE PIC 9(5)V99.

       01 LOT-SCAN-EOF PIC x(1).
       01 LOT-TODAY PIC 9(8).
       01 LOT-TAKE PIC 9(4).
       01 LOT-FREE PIC S9(5).
       01 LOT-TOTAL PIC 9(7).
       01 LOT-EXCESS PIC S9(7).
       01 LINE-LOT-ASSIGNED PIC 9(5).
       01 LINE-LOT-NEEDED PIC S9(5).
       01 LINE-LOT-REMAINING PIC 9(5).
       01 LAST-LOT-SEQUENCE PIC 9(3).
       01 PICK-LOT-NUMBER PIC x(10).
       01 PICK-LOT-EXPIRY PIC x(8).
       01 PICK-LOT-QUANTITY PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Operator initials : " WITH NO ADVANCING.
           STOP RUN.

       SELECT-MENU.
           PERFORM until USER-CHOICE = 9
               DISPLAY "============================================"
               DISPLAY "         --- SALES ORDER ENTRY ---          "
               DISPLAY "============================================"
               DISPLAY '5. View Order Lines'
               DISPLAY '6. Print Pick List'
               DISPLAY '7. Confirm Shipment'
               DISPLAY '8. Amend or Cancel Order Line'
               DISPLAY '9. Exit'
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT USER-CHOICE


                   WHEN 7 PERFORM CONFIRM-SHIPMENT

                   WHEN 8 PERFORM AMEND-ORDER-LINE

                   WHEN 9 PERFORM EXIT-ORDERS

                   WHEN OTHER DISPLAY 'Invalid option.'
           END-PERFORM.
               OPEN I-O SALES-ORDER-FILE
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           PERFORM OPEN-LOT-FILES.

           PERFORM FIND-HIGHEST-SO-NUMBER.
           COMPUTE NEW-SO-NUMBER = NEXT-SO-NUMBER + 1.

           CLOSE SALES-ORDER-FILE.
           CLOSE INVENTORY-FILE.
           PERFORM CLOSE-LOT-FILES.

       FIND-HIGHEST-SO-NUMBER.
           MOVE 0 TO NEXT-SO-NUMBER.
                   IF SO-PRODUCT-ID = ENTRY-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       IF SO-LINE-STATUS = 'A'
                           COMPUTE ALLOCATED-QUANTITY =
                               ALLOCATED-QUANTITY + SO-ORDER-QUANTITY
                               - SO-SHIPPED-QUANTITY
                               - SO-CANCELLED-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
           MOVE ENTRY-CUSTOMER-CODE TO SO-CUSTOMER-CODE.
           MOVE ENTRY-QUANTITY TO SO-ORDER-QUANTITY.
           MOVE ORDER-DATE TO SO-ORDER-DATE.
           MOVE 0 TO SO-SHIPPED-QUANTITY.
           MOVE 0 TO SO-CANCELLED-QUANTITY.
           MOVE SPACES TO SO-CANCEL-REASON.

           IF AVAILABLE-QUANTITY >= ENTRY-QUANTITY
               MOVE 'A' TO SO-LINE-STATUS
                   DISPLAY "Sales order write failed for SO "
                       SO-NUMBER " line " SO-LINE-NUMBER
                       "; status " SALES-ORDER-STATUS
               NOT INVALID KEY
                   MOVE 'W' TO SOJ-ACTION
                   PERFORM WRITE-SO-JOURNAL
                   IF SO-LINE-STATUS = 'A'
                       PERFORM ASSIGN-LINE-LOTS
                   END-IF
           END-WRITE.

       VIEW-ORDER-LINES.
           ACCEPT ENTRY-SO-NUMBER.

      *    SO-NUMBER/LINE | CUSTOMER | PRODUCT | WAREHOUSE | QTY
      *    | SHIPPED | CANCELLED | DATE | STATUS
           MOVE 0 TO LISTED-COUNT.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
                           SO-CUSTOMER-CODE SPACE SO-PRODUCT-ID
                           SPACE SO-WAREHOUSE-CODE
                           " qty " SO-ORDER-QUANTITY
                           " shipped " SO-SHIPPED-QUANTITY
                           " cancelled " SO-CANCELLED-QUANTITY
                           SPACE SO-ORDER-DATE
                           " status " SO-LINE-STATUS
                   END-IF
               MOVE 'Y' TO EOF-FLAG
           ELSE
               OPEN INPUT INVENTORY-FILE
               PERFORM OPEN-LOT-FILES
               OPEN OUTPUT PICK-FILE
               PERFORM WRITE-PICK-HEADER
           END-IF.
               PERFORM WRITE-PICK-TRAILER
               CLOSE SALES-ORDER-FILE
               CLOSE INVENTORY-FILE
               PERFORM CLOSE-LOT-FILES
               CLOSE PICK-FILE
               DISPLAY "Pick list with " PICK-LINE-COUNT
                   " lines written to picklist.dat."
           MOVE SPACES TO PICK-RECORD.
           WRITE PICK-RECORD.

      *    ONE PICK LINE IS PRINTED FOR EACH LOT ASSIGNED TO THE
      *    ORDER LINE, SO THE PICKER TAKES THE EARLIEST-EXPIRING
      *    STOCK; WHATEVER NO LOT COVERS IS PICKED AS UNLOTTED.
       WRITE-PICK-LINE.
           MOVE SO-PRODUCT-ID TO PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           MOVE 1 TO FOUND.
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 0 TO FOUND
                   MOVE "*** NOT ON FILE ***" TO PRODUCT-NAME
           END-READ.

           IF FOUND = 1
               PERFORM ASSIGN-LINE-LOTS
           END-IF.

           MOVE 0 TO LINE-LOT-ASSIGNED.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
           MOVE 0 TO SO-LOT-SEQUENCE.
           START SO-LOT-FILE KEY IS >= SO-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ SO-LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF SO-LOT-SO-NUMBER = SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = SO-LINE-NUMBER
                       IF SO-LOT-PICK-STATUS = 'A'
                           ADD SO-LOT-QUANTITY TO LINE-LOT-ASSIGNED
                           MOVE SO-LOT-NUMBER TO PICK-LOT-NUMBER
                           MOVE SO-LOT-EXPIRY-DATE TO PICK-LOT-EXPIRY
                           IF SO-LOT-EXPIRY-DATE = 99999999
                               MOVE "NONE" TO PICK-LOT-EXPIRY
                           END-IF
                           MOVE SO-LOT-QUANTITY TO PICK-LOT-QUANTITY
                           PERFORM WRITE-PICK-DETAIL
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE LINE-OPEN-QUANTITY = SO-ORDER-QUANTITY
               - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY.
           IF LINE-LOT-ASSIGNED < LINE-OPEN-QUANTITY
               MOVE "UNLOTTED" TO PICK-LOT-NUMBER
               MOVE SPACES TO PICK-LOT-EXPIRY
               COMPUTE PICK-LOT-QUANTITY =
                   LINE-OPEN-QUANTITY - LINE-LOT-ASSIGNED
               PERFORM WRITE-PICK-DETAIL
           END-IF.

       WRITE-PICK-DETAIL.
           MOVE SPACES TO PICK-RECORD.
           STRING "  SO " DELIMITED BY SIZE
                  SO-NUMBER DELIMITED BY SIZE
                  SO-PRODUCT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRODUCT-NAME DELIMITED BY SIZE
                  " LOT " DELIMITED BY SIZE
                  PICK-LOT-NUMBER DELIMITED BY SIZE
                  " EXP " DELIMITED BY SIZE
                  PICK-LOT-EXPIRY DELIMITED BY SIZE
                  " PICK " DELIMITED BY SIZE
                  PICK-LOT-QUANTITY DELIMITED BY SIZE
                  INTO PICK-RECORD
           END-STRING.
           WRITE PICK-RECORD.
                           DISPLAY "Line is on backorder; nothing "
                               "to ship."
                       ELSE
                           IF SO-LINE-STATUS = 'X'
                               DISPLAY "Line has been cancelled; "
                                   "nothing to ship."
                           ELSE
                               DISPLAY "Line has already been "
                                   "shipped."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           CLOSE SALES-ORDER-FILE.

      *    A LINE CAN SHIP IN PART. WHAT IS LEFT EITHER STAYS
      *    ALLOCATED, TO GO ON A LATER PICK, OR GOES TO BACKORDER AND
      *    GIVES UP ITS LOTS WHEN THE STOCK IS NOT REALLY THERE.
       SHIP-ORDER-LINE.
           COMPUTE LINE-OPEN-QUANTITY = SO-ORDER-QUANTITY
               - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY.
           DISPLAY "Outstanding on the line : " LINE-OPEN-QUANTITY.
           DISPLAY "Quantity to ship (0 = all outstanding) : "
               WITH NO ADVANCING.
           ACCEPT SHIP-QUANTITY.
           IF SHIP-QUANTITY = 0
               MOVE LINE-OPEN-QUANTITY TO SHIP-QUANTITY
           END-IF.

           IF SHIP-QUANTITY > LINE-OPEN-QUANTITY
               DISPLAY "Only " LINE-OPEN-QUANTITY " outstanding; "
                   "shipment not posted."
           ELSE
               PERFORM POST-LINE-SHIPMENT
           END-IF.

       POST-LINE-SHIPMENT.
           MOVE SO-PRODUCT-ID TO PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO WAREHOUSE-CODE.

           OPEN I-O INVENTORY-FILE.
           PERFORM OPEN-LOT-FILES.
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Product not on file at that warehouse; "
                       "shipment not posted."
               NOT INVALID KEY
                   IF PRODUCT-QUANTITY < SHIP-QUANTITY
                       DISPLAY "Only " PRODUCT-QUANTITY " on hand; "
                           "line moved back to backorder."
                       MOVE 'B' TO SO-LINE-STATUS
                       REWRITE SO-LINE-RECORD
                       MOVE 'R' TO SOJ-ACTION
                       PERFORM WRITE-SO-JOURNAL
                       PERFORM FREE-LINE-LOTS
                   ELSE
                       PERFORM ASSIGN-LINE-LOTS
                       MOVE PRODUCT-QUANTITY TO OLD-QUANTITY
                       SUBTRACT SHIP-QUANTITY FROM PRODUCT-QUANTITY
                       REWRITE PRODUCT_RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-MOVEMENT-RECORD
                       MOVE SHIP-QUANTITY TO LINE-LOT-REMAINING
                       PERFORM SHIP-LINE-LOTS
                       PERFORM TRIM-LOTS-TO-ON-HAND
                       ADD SHIP-QUANTITY TO SO-SHIPPED-QUANTITY
                       IF SHIP-QUANTITY = LINE-OPEN-QUANTITY
                           MOVE 'S' TO SO-LINE-STATUS
                       ELSE
                           PERFORM SETTLE-SHIPMENT-REMAINDER
                       END-IF
                       REWRITE SO-LINE-RECORD
                       MOVE 'R' TO SOJ-ACTION
                       PERFORM WRITE-SO-JOURNAL
                       DISPLAY "Shipment of " SHIP-QUANTITY
                           " posted for SO " SO-NUMBER " line "
                           SO-LINE-NUMBER "."
                       PERFORM WRITE-INVOICE-LINE
                   END-IF
           END-READ.

           CLOSE INVENTORY-FILE.
           PERFORM CLOSE-LOT-FILES.

       SETTLE-SHIPMENT-REMAINDER.
           SUBTRACT SHIP-QUANTITY FROM LINE-OPEN-QUANTITY.
           DISPLAY LINE-OPEN-QUANTITY " still outstanding. Keep it "
               "(A)llocated or put it on (B)ackorder : "
               WITH NO ADVANCING.
           ACCEPT REMAINDER-CHOICE.
           IF REMAINDER-CHOICE = 'B' OR REMAINDER-CHOICE = 'b'
               MOVE 'B' TO SO-LINE-STATUS
               PERFORM FREE-LINE-LOTS
               DISPLAY "Remainder placed on backorder."
           ELSE
               DISPLAY "Remainder stays allocated."
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SO-PRODUCT-ID TO AUDIT-PRODUCT-ID.
           MOVE SO-PRODUCT-ID TO MOVEMENT-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO MOVEMENT-WAREHOUSE-CODE.
           MOVE 'S' TO MOVEMENT-TYPE.
           COMPUTE MOVEMENT-QUANTITY = 0 - SHIP-QUANTITY.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.


           CLOSE MOVEMENT-FILE.

      *    EVERY SHIPMENT IS BILLED AT THE PRICE IN EFFECT ON THE
      *    SHIP DATE AND CARRIES THE MOVING-AVERAGE COST OF THE STOCK
      *    THAT LEFT, SO THE SALES REGISTER CAN SHOW THE MARGIN
      *    WITHOUT RE-PRICING ANYTHING BY HAND.
       WRITE-INVOICE-LINE.
           ACCEPT SHIP-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-SHIP-DATE-PRICE.

           OPEN I-O INVOICE-FILE.
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.

           PERFORM ASSIGN-INVOICE-NUMBER.

           MOVE SHIP-INVOICE-NUMBER TO INVOICE-NUMBER.
           MOVE SHIP-INVOICE-LINE TO INVOICE-LINE-NUMBER.
           MOVE SO-NUMBER TO INVOICE-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO INVOICE-SO-LINE-NUMBER.
           MOVE SO-CUSTOMER-CODE TO INVOICE-CUSTOMER-CODE.
           MOVE SO-PRODUCT-ID TO INVOICE-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO INVOICE-WAREHOUSE-CODE.
           MOVE SHIP-QUANTITY TO INVOICE-QUANTITY.
           MOVE SHIP-UNIT-PRICE TO INVOICE-UNIT-PRICE.
           MOVE PRODUCT-UNIT-COST TO INVOICE-UNIT-COST.
           MOVE SHIP-DATE TO INVOICE-DATE.
           MOVE 'N' TO INVOICE-PRINTED-FLAG.

           WRITE INVOICE-LINE-RECORD
               INVALID KEY
                   DISPLAY "Invoice write failed for invoice "
                       INVOICE-NUMBER " line " INVOICE-LINE-NUMBER
                       "; status " INVOICE-STATUS
               NOT INVALID KEY
                   DISPLAY "Billed on invoice " INVOICE-NUMBER
                       " line " INVOICE-LINE-NUMBER "."
           END-WRITE.

           CLOSE INVOICE-FILE.

      *    PRODUCT-PRICE ALREADY HOLDS A CHANGE KEYED WITH A FUTURE
      *    EFFECTIVE DATE, SO THE PRICE HISTORY DECIDES. THE LATEST
      *    CHANGE EFFECTIVE ON OR BEFORE THE SHIP DATE GIVES THE
      *    PRICE; FAILING THAT, THE OLD PRICE OF THE EARLIEST CHANGE
      *    STILL TO COME IS WHAT WAS IN FORCE. A PRODUCT WITH NO
      *    HISTORY HAS ONLY EVER HAD ITS CURRENT PRICE.
       FIND-SHIP-DATE-PRICE.
           MOVE PRODUCT-PRICE TO SHIP-UNIT-PRICE.
           MOVE 0 TO IN-EFFECT-FOUND.
           MOVE 0 TO IN-EFFECT-DATE.
           MOVE 0 TO IN-EFFECT-PRICE.
           MOVE 0 TO PENDING-FOUND.
           MOVE 99999999 TO PENDING-DATE.
           MOVE 0 TO PENDING-OLD-PRICE.

           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS NOT = "00"
               MOVE 'Y' TO SCAN-EOF
           END-IF.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ PRICE-HISTORY-FILE
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   AND PRICE-HIST-PRODUCT-ID = SO-PRODUCT-ID
                   AND PRICE-HIST-WAREHOUSE-CODE = SO-WAREHOUSE-CODE
                   IF PRICE-HIST-EFFECTIVE-DATE <= SHIP-DATE
                       IF PRICE-HIST-EFFECTIVE-DATE >= IN-EFFECT-DATE
                           MOVE 1 TO IN-EFFECT-FOUND
                           MOVE PRICE-HIST-EFFECTIVE-DATE
                               TO IN-EFFECT-DATE
                           MOVE PRICE-HIST-NEW-PRICE
                               TO IN-EFFECT-PRICE
                       END-IF
                   ELSE
                       IF PRICE-HIST-EFFECTIVE-DATE < PENDING-DATE
                           MOVE 1 TO PENDING-FOUND
                           MOVE PRICE-HIST-EFFECTIVE-DATE
                               TO PENDING-DATE
                           MOVE PRICE-HIST-OLD-PRICE
                               TO PENDING-OLD-PRICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF PRICE-HISTORY-STATUS = "00" OR PRICE-HISTORY-STATUS = "10"
               CLOSE PRICE-HISTORY-FILE
           END-IF.

           IF IN-EFFECT-FOUND = 1
               MOVE IN-EFFECT-PRICE TO SHIP-UNIT-PRICE
           ELSE
               IF PENDING-FOUND = 1
                   MOVE PENDING-OLD-PRICE TO SHIP-UNIT-PRICE
               END-IF
           END-IF.

      *    LINES OF ONE ORDER SHIPPED ON THE SAME DAY GO ON ONE
      *    INVOICE UNTIL THAT INVOICE HAS BEEN PRINTED; AFTER THAT A
      *    LATER SHIPMENT TAKES THE NEXT INVOICE NUMBER.
       ASSIGN-INVOICE-NUMBER.
           MOVE 0 TO SHIP-INVOICE-NUMBER.
           MOVE 0 TO SHIP-INVOICE-LINE.
           MOVE 'N' TO SCAN-EOF.
           MOVE SO-NUMBER TO INVOICE-SO-NUMBER.
           MOVE 0 TO INVOICE-SO-LINE-NUMBER.
           START INVOICE-FILE KEY IS >= INVOICE-SO-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF INVOICE-SO-NUMBER = SO-NUMBER
                       IF INVOICE-DATE = SHIP-DATE
                           AND INVOICE-PRINTED-FLAG = 'N'
                           MOVE INVOICE-NUMBER TO SHIP-INVOICE-NUMBER
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

           IF SHIP-INVOICE-NUMBER = 0
               PERFORM FIND-HIGHEST-INVOICE-NUMBER
               ADD 1 TO SHIP-INVOICE-NUMBER
               MOVE 1 TO SHIP-INVOICE-LINE
           ELSE
               PERFORM FIND-LAST-INVOICE-LINE
               ADD 1 TO SHIP-INVOICE-LINE
           END-IF.

       FIND-HIGHEST-INVOICE-NUMBER.
           MOVE 'N' TO SCAN-EOF.
           MOVE 0 TO INVOICE-NUMBER.
           MOVE 0 TO INVOICE-LINE-NUMBER.
           START INVOICE-FILE KEY IS >= INVOICE-LINE-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF INVOICE-NUMBER > SHIP-INVOICE-NUMBER
                       MOVE INVOICE-NUMBER TO SHIP-INVOICE-NUMBER
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LAST-INVOICE-LINE.
           MOVE 'N' TO SCAN-EOF.
           MOVE SHIP-INVOICE-NUMBER TO INVOICE-NUMBER.
           MOVE 0 TO INVOICE-LINE-NUMBER.
           START INVOICE-FILE KEY IS >= INVOICE-LINE-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF INVOICE-NUMBER = SHIP-INVOICE-NUMBER
                       MOVE INVOICE-LINE-NUMBER TO SHIP-INVOICE-LINE
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-LOT-FILES.
           OPEN I-O LOT-FILE.
           IF LOT-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.
           OPEN I-O SO-LOT-FILE.
           IF SO-LOT-STATUS = "35"
               OPEN OUTPUT SO-LOT-FILE
               CLOSE SO-LOT-FILE
               OPEN I-O SO-LOT-FILE
           END-IF.

       CLOSE-LOT-FILES.
           CLOSE LOT-FILE.
           CLOSE SO-LOT-FILE.

      *    AN ALLOCATED LINE IS COVERED FROM LOTS EARLIEST EXPIRY
      *    FIRST. THE SCAN STARTS AT TODAY'S DATE, SO A LOT PAST ITS
      *    EXPIRY IS NEVER ASSIGNED AND WAITS TO BE WRITTEN OFF. ONLY
      *    THE PART OF A LOT NOT ALREADY ASSIGNED TO ANOTHER LINE CAN
      *    BE TAKEN; WHATEVER THE LOTS CANNOT COVER IS PICKED FROM
      *    UNLOTTED STOCK. A LINE ALREADY PART-COVERED IS TOPPED UP,
      *    SO A BACKORDER RELEASED BY A RECEIPT GETS ITS LOTS AT PICK
      *    TIME. EXPECTS THE PRODUCT/WAREHOUSE INVENTORY RECORD FOR
      *    THE LINE TO BE IN THE RECORD AREA.
       ASSIGN-LINE-LOTS.
           PERFORM SUM-LINE-LOTS.
           COMPUTE LINE-LOT-NEEDED = SO-ORDER-QUANTITY
               - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY
               - LINE-LOT-ASSIGNED.
           IF LINE-LOT-NEEDED > 0
               PERFORM TRIM-LOTS-TO-ON-HAND
               PERFORM TAKE-LOTS-FOR-LINE
           END-IF.

       SUM-LINE-LOTS.
           MOVE 0 TO LINE-LOT-ASSIGNED.
           MOVE 0 TO LAST-LOT-SEQUENCE.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
           MOVE 0 TO SO-LOT-SEQUENCE.
           START SO-LOT-FILE KEY IS >= SO-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ SO-LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF SO-LOT-SO-NUMBER = SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = SO-LINE-NUMBER
                       MOVE SO-LOT-SEQUENCE TO LAST-LOT-SEQUENCE
                       IF SO-LOT-PICK-STATUS = 'A'
                           ADD SO-LOT-QUANTITY TO LINE-LOT-ASSIGNED
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-LOTS-FOR-LINE.
           ACCEPT LOT-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE SO-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE LOT-TODAY TO LOT-EXPIRY-DATE.
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
                   IF LOT-PRODUCT-ID = SO-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = SO-WAREHOUSE-CODE
                       COMPUTE LOT-FREE =
                           LOT-QUANTITY - LOT-ALLOCATED-QUANTITY
                       IF LOT-FREE > 0
                           PERFORM TAKE-ONE-LOT
                       END-IF
                       IF LINE-LOT-NEEDED = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-ONE-LOT.
           IF LOT-FREE > LINE-LOT-NEEDED
               MOVE LINE-LOT-NEEDED TO LOT-TAKE
           ELSE
               MOVE LOT-FREE TO LOT-TAKE
           END-IF.
           ADD LOT-TAKE TO LOT-ALLOCATED-QUANTITY.
           REWRITE LOT-RECORD.
           SUBTRACT LOT-TAKE FROM LINE-LOT-NEEDED.

           ADD 1 TO LAST-LOT-SEQUENCE.
           MOVE SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
           MOVE LAST-LOT-SEQUENCE TO SO-LOT-SEQUENCE.
           MOVE LOT-NUMBER TO SO-LOT-NUMBER.
           MOVE LOT-EXPIRY-DATE TO SO-LOT-EXPIRY-DATE.
           MOVE SO-PRODUCT-ID TO SO-LOT-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO SO-LOT-WAREHOUSE-CODE.
           MOVE SO-CUSTOMER-CODE TO SO-LOT-CUSTOMER-CODE.
           MOVE LOT-TAKE TO SO-LOT-QUANTITY.
           MOVE 'A' TO SO-LOT-PICK-STATUS.
           MOVE 0 TO SO-LOT-SHIP-DATE.
           WRITE SO-LOT-RECORD
               INVALID KEY
                   DISPLAY "Lot assignment write failed for SO "
                       SO-NUMBER " line " SO-LINE-NUMBER
                       "; status " SO-LOT-STATUS
           END-WRITE.

      *    THE LOTS ASSIGNED TO THE LINE LEAVE WITH THE SHIPMENT, IN
      *    THE ORDER THEY WERE ASSIGNED, UP TO LINE-LOT-REMAINING.
      *    EACH SHIPPED ASSIGNMENT IS KEPT, MARKED S WITH THE SHIP
      *    DATE, FOR RECALL. WHEN ONLY PART OF AN ASSIGNMENT SHIPS,
      *    THE REST STAYS ASSIGNED AND THE SHIPPED PART IS RECORDED
      *    UNDER THE NEXT SEQUENCE NUMBER.
       SHIP-LINE-LOTS.
           ACCEPT LOT-TODAY FROM DATE YYYYMMDD.
           PERFORM SUM-LINE-LOTS.

           MOVE 'N' TO LOT-SCAN-EOF.
           IF LINE-LOT-REMAINING = 0
               MOVE 'Y' TO LOT-SCAN-EOF
           END-IF.
           MOVE SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
           MOVE 0 TO SO-LOT-SEQUENCE.
           START SO-LOT-FILE KEY IS >= SO-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ SO-LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF SO-LOT-SO-NUMBER = SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = SO-LINE-NUMBER
                       IF SO-LOT-PICK-STATUS = 'A'
                           PERFORM SHIP-ONE-LINE-LOT
                       END-IF
                       IF LINE-LOT-REMAINING = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       SHIP-ONE-LINE-LOT.
           IF SO-LOT-QUANTITY > LINE-LOT-REMAINING
               MOVE LINE-LOT-REMAINING TO LOT-TAKE
           ELSE
               MOVE SO-LOT-QUANTITY TO LOT-TAKE
           END-IF.
           SUBTRACT LOT-TAKE FROM LINE-LOT-REMAINING.

           MOVE SO-LOT-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE SO-LOT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE SO-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE.
           MOVE SO-LOT-NUMBER TO LOT-NUMBER.
           READ LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOT-QUANTITY > LOT-TAKE
                       SUBTRACT LOT-TAKE FROM LOT-QUANTITY
                   ELSE
                       MOVE 0 TO LOT-QUANTITY
                   END-IF
                   IF LOT-ALLOCATED-QUANTITY > LOT-TAKE
                       SUBTRACT LOT-TAKE FROM LOT-ALLOCATED-QUANTITY
                   ELSE
                       MOVE 0 TO LOT-ALLOCATED-QUANTITY
                   END-IF
                   IF LOT-QUANTITY = 0
                       DELETE LOT-FILE RECORD
                   ELSE
                       REWRITE LOT-RECORD
                   END-IF
           END-READ.

           IF LOT-TAKE = SO-LOT-QUANTITY
               MOVE 'S' TO SO-LOT-PICK-STATUS
               MOVE LOT-TODAY TO SO-LOT-SHIP-DATE
               REWRITE SO-LOT-RECORD
           ELSE
               SUBTRACT LOT-TAKE FROM SO-LOT-QUANTITY
               REWRITE SO-LOT-RECORD
               ADD 1 TO LAST-LOT-SEQUENCE
               MOVE LAST-LOT-SEQUENCE TO SO-LOT-SEQUENCE
               MOVE LOT-TAKE TO SO-LOT-QUANTITY
               MOVE 'S' TO SO-LOT-PICK-STATUS
               MOVE LOT-TODAY TO SO-LOT-SHIP-DATE
               WRITE SO-LOT-RECORD
                   INVALID KEY
                       DISPLAY "Lot shipment write failed for SO "
                           SO-NUMBER " line " SO-LINE-NUMBER
                           "; status " SO-LOT-STATUS
               END-WRITE
           END-IF.

      *    A LINE THAT GOES BACK TO BACKORDER GIVES UP ITS LOTS, SO
      *    OTHER LINES CAN HAVE THEM.
       FREE-LINE-LOTS.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
           MOVE 0 TO SO-LOT-SEQUENCE.
           START SO-LOT-FILE KEY IS >= SO-LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ SO-LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF SO-LOT-SO-NUMBER = SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = SO-LINE-NUMBER
                       IF SO-LOT-PICK-STATUS = 'A'
                           PERFORM FREE-ONE-LINE-LOT
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       FREE-ONE-LINE-LOT.
           MOVE SO-LOT-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE SO-LOT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE SO-LOT-EXPIRY-DATE TO LOT-EXPIRY-DATE.
           MOVE SO-LOT-NUMBER TO LOT-NUMBER.
           READ LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOT-ALLOCATED-QUANTITY > SO-LOT-QUANTITY
                       SUBTRACT SO-LOT-QUANTITY
                           FROM LOT-ALLOCATED-QUANTITY
                   ELSE
                       MOVE 0 TO LOT-ALLOCATED-QUANTITY
                   END-IF
                   REWRITE LOT-RECORD
           END-READ.
           DELETE SO-LOT-FILE RECORD.

      *    STOCK CAN LEAVE A SITE BY A POSTING THAT NAMES NO LOT.
      *    SUCH STOCK COMES FROM UNLOTTED STOCK FIRST, SO ONLY WHEN
      *    THE LOTS NOW HOLD MORE THAN IS ON HAND IS THE EXCESS TAKEN
      *    OFF THE EARLIEST-EXPIRING LOTS. EXPECTS THE INVENTORY
      *    RECORD FOR THE LINE'S PRODUCT/WAREHOUSE IN THE RECORD AREA.
       TRIM-LOTS-TO-ON-HAND.
           MOVE 0 TO LOT-TOTAL.
           MOVE 'N' TO LOT-SCAN-EOF.
           PERFORM START-SITE-LOTS.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = SO-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = SO-WAREHOUSE-CODE
                       ADD LOT-QUANTITY TO LOT-TOTAL
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE LOT-EXCESS = LOT-TOTAL - PRODUCT-QUANTITY.
           MOVE 'N' TO LOT-SCAN-EOF.
           IF LOT-EXCESS > 0
               PERFORM START-SITE-LOTS
           ELSE
               MOVE 'Y' TO LOT-SCAN-EOF
           END-IF.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = SO-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = SO-WAREHOUSE-CODE
                       PERFORM TRIM-ONE-LOT
                       IF LOT-EXCESS = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       START-SITE-LOTS.
           MOVE SO-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE SPACES TO LOT-NUMBER.
           START LOT-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

       TRIM-ONE-LOT.
           IF LOT-QUANTITY > LOT-EXCESS
               MOVE LOT-EXCESS TO LOT-TAKE
           ELSE
               MOVE LOT-QUANTITY TO LOT-TAKE
           END-IF.
           SUBTRACT LOT-TAKE FROM LOT-QUANTITY.
           SUBTRACT LOT-TAKE FROM LOT-EXCESS.
           IF LOT-ALLOCATED-QUANTITY > LOT-QUANTITY
               MOVE LOT-QUANTITY TO LOT-ALLOCATED-QUANTITY
           END-IF.
           IF LOT-QUANTITY = 0
               DELETE LOT-FILE RECORD
           ELSE
               REWRITE LOT-RECORD
           END-IF.

      *    A LINE CAN BE REDUCED OR CANCELLED WHILE ANYTHING IS STILL
      *    OUTSTANDING ON IT. THE CANCELLED UNITS STAY ON THE LINE
      *    WITH THE REASON, SO THE LINE STILL SHOWS WHAT WAS ORDERED.
      *    AN ALLOCATED LINE GIVES UP ITS LOTS AND TAKES AGAIN ONLY
      *    WHAT IT STILL NEEDS. THE STOCK IT NO LONGER CLAIMS (OR THE
      *    SMALLER QUANTITY A BACKORDERED LINE NOW WAITS FOR) CAN
      *    RELEASE BACKORDERS AT THE SAME SITE.
       AMEND-ORDER-LINE.
           DISPLAY "============================================".
           DISPLAY "         --- AMEND OR CANCEL LINE ---       ".
           DISPLAY "============================================".

           DISPLAY "Order number : " WITH NO ADVANCING.
           ACCEPT ENTRY-SO-NUMBER.
           DISPLAY "Order line number : " WITH NO ADVANCING.
           ACCEPT ENTRY-LINE-NUMBER.

           MOVE ENTRY-SO-NUMBER TO SO-NUMBER.
           MOVE ENTRY-LINE-NUMBER TO SO-LINE-NUMBER.

           OPEN I-O SALES-ORDER-FILE.
           READ SALES-ORDER-FILE
               INVALID KEY
                   DISPLAY "No such order line on file."
               NOT INVALID KEY
                   IF SO-LINE-STATUS = 'A' OR SO-LINE-STATUS = 'B'
                       PERFORM REDUCE-ORDER-LINE
                   ELSE
                       IF SO-LINE-STATUS = 'X'
                           DISPLAY "Line has already been cancelled."
                       ELSE
                           DISPLAY "Line has been shipped in full; "
                               "nothing to cancel."
                       END-IF
                   END-IF
           END-READ.

           CLOSE SALES-ORDER-FILE.

       REDUCE-ORDER-LINE.
           COMPUTE LINE-OPEN-QUANTITY = SO-ORDER-QUANTITY
               - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY.
           DISPLAY "Ordered " SO-ORDER-QUANTITY " shipped "
               SO-SHIPPED-QUANTITY " cancelled " SO-CANCELLED-QUANTITY
               " outstanding " LINE-OPEN-QUANTITY.
           DISPLAY "Quantity to cancel (0 = all outstanding) : "
               WITH NO ADVANCING.
           ACCEPT CANCEL-QUANTITY.
           IF CANCEL-QUANTITY = 0
               MOVE LINE-OPEN-QUANTITY TO CANCEL-QUANTITY
           END-IF.
           DISPLAY "Reason (CR customer request, DU duplicate, "
               "PR price dispute, NS no stock expected, OT other) : "
               WITH NO ADVANCING.
           ACCEPT CANCEL-REASON.

           IF CANCEL-QUANTITY > LINE-OPEN-QUANTITY
               DISPLAY "Only " LINE-OPEN-QUANTITY " outstanding; "
                   "line not changed."
           ELSE
               IF CANCEL-REASON = "CR" OR CANCEL-REASON = "DU"
                   OR CANCEL-REASON = "PR" OR CANCEL-REASON = "NS"
                   OR CANCEL-REASON = "OT"
                   PERFORM POST-LINE-REDUCTION
               ELSE
                   DISPLAY "Invalid reason code; line not changed."
               END-IF
           END-IF.

       POST-LINE-REDUCTION.
           MOVE SO-LINE-STATUS TO PRIOR-LINE-STATUS.
           ADD CANCEL-QUANTITY TO SO-CANCELLED-QUANTITY.
           MOVE CANCEL-REASON TO SO-CANCEL-REASON.
           SUBTRACT CANCEL-QUANTITY FROM LINE-OPEN-QUANTITY.
           IF LINE-OPEN-QUANTITY = 0
               MOVE 'X' TO SO-LINE-STATUS
           END-IF.

           REWRITE SO-LINE-RECORD.
           MOVE 'R' TO SOJ-ACTION.
           PERFORM WRITE-SO-JOURNAL.
           IF SO-LINE-STATUS = 'X'
               DISPLAY "Line cancelled; " CANCEL-QUANTITY
                   " units cancelled."
           ELSE
               DISPLAY "Line reduced by " CANCEL-QUANTITY "; "
                   LINE-OPEN-QUANTITY " still outstanding."
           END-IF.

           MOVE SO-PRODUCT-ID TO PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           OPEN INPUT INVENTORY-FILE.
           PERFORM OPEN-LOT-FILES.
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Product not on file at that warehouse; "
                       "no backorders released."
               NOT INVALID KEY
                   IF PRIOR-LINE-STATUS = 'A'
                       PERFORM FREE-LINE-LOTS
                       IF SO-LINE-STATUS = 'A'
                           PERFORM ASSIGN-LINE-LOTS
                       END-IF
                   END-IF
                   PERFORM RELEASE-BACKORDERS
           END-READ.
           CLOSE INVENTORY-FILE.
           PERFORM CLOSE-LOT-FILES.

      *    BACKORDERS AT THE SITE ARE RELEASED IN ORDER-NUMBER ORDER,
      *    BUT ONLY AS FAR AS THE STOCK NOT ALREADY CLAIMED BY
      *    ALLOCATED LINES GOES. A RELEASED LINE GETS ITS LOTS AT
      *    PICK TIME. EXPECTS THE INVENTORY RECORD IN THE RECORD AREA.
       RELEASE-BACKORDERS.
           MOVE 0 TO RELEASED-COUNT.
           MOVE PRODUCT-ID TO ENTRY-PRODUCT-ID.
           MOVE WAREHOUSE-CODE TO ENTRY-WAREHOUSE-CODE.
           MOVE PRODUCT-QUANTITY TO ON-HAND-QUANTITY.
           PERFORM COMPUTE-AVAILABLE.
           PERFORM RELEASE-BACKORDER-LINES.
           IF RELEASED-COUNT > 0
               DISPLAY RELEASED-COUNT " backorder lines released."
           END-IF.

       RELEASE-BACKORDER-LINES.
           MOVE 'N' TO SCAN-EOF.
           MOVE ENTRY-PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = ENTRY-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
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
                   END-IF
               END-IF
           END-PERFORM.

       EXIT-ORDERS.
           DISPLAY 'Closing sales order entry...'.
           EXIT.

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
