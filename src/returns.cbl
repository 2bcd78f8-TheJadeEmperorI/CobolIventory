       IDENTIFICATION DIVISION.
       PROGRAM-ID. returns.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 7 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY rmasel.

           COPY custsel.

           COPY sosel.

           COPY sojsel.

           COPY invsel.

           COPY audsel.

           COPY movsel.

           COPY whsel.

           COPY invcsel.

           COPY lotsel.

           COPY slotsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/rmasort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
           COPY rmarec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD AUDIT-FILE.
           COPY audrec.

       FD MOVEMENT-FILE.
           COPY movrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD INVOICE-FILE.
           COPY invcrec.

       FD LOT-FILE.
           COPY lotrec.

       FD SO-LOT-FILE.
           COPY slotrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 RRG-REASON-CODE PIC x(2).
           05 RRG-CUSTOMER-CODE PIC x(5).
           05 RRG-RMA-NUMBER PIC 9(6).
           05 RRG-RMA-LINE PIC 9(3).
           05 RRG-SO-NUMBER PIC 9(6).
           05 RRG-SO-LINE-NUMBER PIC 9(3).
           05 RRG-PRODUCT-ID PIC 9(5).
           05 RRG-QUANTITY PIC 9(4).
           05 RRG-DISPOSITION PIC x(1).
           05 RRG-RESTOCK-WAREHOUSE PIC x(5).
           05 RRG-UNIT-PRICE PIC 9(5)V99.
           05 RRG-RETURN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 USER-CHOICE PIC 9(1).
       01 FOUND PIC 9(1).
       01 RETURN-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).
       01 AUDIT-STATUS PIC x(2).
       01 MOVEMENT-STATUS PIC x(2).
       01 WAREHOUSE-STATUS PIC x(2).
       01 WAREHOUSE-OPENED PIC 9(1) VALUE 0.
       01 WAREHOUSE-OK PIC 9(1).
       01 INVOICE-STATUS PIC x(2).
       01 INVOICE-OPENED PIC 9(1) VALUE 0.
       01 LOT-STATUS PIC x(2).
       01 SO-LOT-STATUS PIC x(2).
       01 SO-LOT-OPENED PIC 9(1) VALUE 0.
       01 LOT-OK PIC 9(1).
       01 LOT-SCAN-EOF PIC x(1).
       01 SHIPPED-LOT-COUNT PIC 9(3).
       01 RESTOCK-LOT-NUMBER PIC x(10).
       01 RESTOCK-LOT-EXPIRY PIC 9(8).

       01 OPERATOR-INITIALS PIC x(3).
       01 ENTRY-CUSTOMER-CODE PIC x(5).
       01 ENTRY-SO-NUMBER PIC 9(6).
       01 ENTRY-LINE-NUMBER PIC 9(3).
       01 ENTRY-QUANTITY PIC 9(4).
       01 ENTRY-REASON-CODE PIC x(2).
       01 ENTRY-DISPOSITION PIC x(1).
       01 ENTRY-WAREHOUSE-CODE PIC x(5).
       01 ENTRY-RMA-NUMBER PIC 9(6).

       01 LINES-DONE PIC x(1).
       01 SCAN-EOF PIC x(1).
       01 REASON-OK PIC 9(1).
       01 REASON-DESCRIPTION PIC x(20).
       01 NEXT-RMA-NUMBER PIC 9(6).
       01 NEW-RMA-NUMBER PIC 9(6).
       01 RMA-LINE-COUNT PIC 9(3).
       01 RETURN-DATE PIC 9(8).
       01 RETURN-PRODUCT-ID PIC 9(5).
       01 SHIPPED-WAREHOUSE PIC x(5).
       01 SHIPPED-QUANTITY PIC 9(4).
       01 RETURNED-QUANTITY PIC 9(5).
       01 RETURNABLE-QUANTITY PIC S9(5).
       01 RETURNABLE-DISPLAY PIC +9(5).
       01 CREDIT-UNIT-PRICE PIC 9(5)V99.
       01 CREDIT-PRICE-DISPLAY PIC 9(5).99.
       01 COMPUTED-QUANTITY PIC S9(5).
       01 OLD-QUANTITY PIC 9(4).
       01 ALLOCATED-QUANTITY PIC 9(7).
       01 AVAILABLE-QUANTITY PIC S9(7).
       01 LINE-OPEN-QUANTITY PIC 9(4).
       01 RESTOCKED-COUNT PIC 9(3).
       01 SCRAPPED-COUNT PIC 9(3).
       01 RELEASED-COUNT PIC 9(5).
       01 LISTED-COUNT PIC 9(5).

       01 FROM-DATE PIC 9(8).
       01 TO-DATE PIC 9(8).
       01 SORT-EOF PIC x(1).
       01 HAVE-REASON PIC 9(1).
       01 HAVE-CUSTOMER PIC 9(1).
       01 GRP-REASON-CODE PIC x(2).
       01 GRP-CUSTOMER-CODE PIC x(5).
       01 CUST-RESTOCKED PIC 9(7).
       01 CUST-SCRAPPED PIC 9(7).
       01 CUST-CREDIT PIC 9(11)V99.
       01 REASON-RESTOCKED PIC 9(7).
       01 REASON-SCRAPPED PIC 9(7).
       01 REASON-CREDIT PIC 9(11)V99.
       01 TOTAL-RESTOCKED PIC 9(7).
       01 TOTAL-SCRAPPED PIC 9(7).
       01 TOTAL-CREDIT PIC 9(11)V99.
       01 TOTAL-LINES PIC 9(5).
       01 CREDIT-VALUE PIC 9(9)V99.
       01 DISPOSITION-TEXT PIC x(15).
       01 UNIT-PRICE-DISPLAY PIC 9(5).99.
       01 CREDIT-VALUE-DISPLAY PIC 9(9).99.
       01 TOTAL-CREDIT-DISPLAY PIC 9(11).99.

       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-RUN-DATE PIC 9(8).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           PERFORM SELECT-MENU.
           STOP RUN.

       SELECT-MENU.
           PERFORM until USER-CHOICE = 4
               DISPLAY "============================================"
               DISPLAY "        --- CUSTOMER RETURNS (RMA) ---      "
               DISPLAY "============================================"

               DISPLAY '1. Enter Customer Return'
               DISPLAY '2. View Return Lines'
               DISPLAY '3. Print Returns Register'
               DISPLAY '4. Exit'
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT USER-CHOICE

               EVALUATE USER-CHOICE
                   WHEN 1 PERFORM ENTER-CUSTOMER-RETURN

                   WHEN 2 PERFORM VIEW-RETURN-LINES

                   WHEN 3 PERFORM PRINT-RETURNS-REGISTER

                   WHEN 4 PERFORM EXIT-RETURNS

                   WHEN OTHER DISPLAY 'Invalid option.'
           END-PERFORM.

      *    A RETURN IS ONLY TAKEN AGAINST A SHIPPED ORDER LINE OF THE
      *    SAME CUSTOMER, AND NEVER FOR MORE THAN WAS SHIPPED ON THAT
      *    LINE LESS WHAT HAS ALREADY COME BACK AGAINST IT.
       ENTER-CUSTOMER-RETURN.
           DISPLAY "============================================".
           DISPLAY "         --- ENTER CUSTOMER RETURN ---      ".
           DISPLAY "============================================".

           DISPLAY 'Customer code : ' WITH NO ADVANCING.
           ACCEPT ENTRY-CUSTOMER-CODE.

           MOVE 0 TO FOUND.
           MOVE ENTRY-CUSTOMER-CODE TO CUSTOMER-CODE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS = "00"
               READ CUSTOMER-FILE
                   INVALID KEY MOVE 0 TO FOUND
                   NOT INVALID KEY MOVE 1 TO FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

           IF FOUND = 0
               DISPLAY "That customer is not on the customer file."
           ELSE
               PERFORM ENTER-RETURN-LINES
           END-IF.

       ENTER-RETURN-LINES.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "No sales orders on file; nothing can be "
                   "returned."
           ELSE
               PERFORM OPEN-RETURN-FILES
               PERFORM FIND-HIGHEST-RMA-NUMBER
               COMPUTE NEW-RMA-NUMBER = NEXT-RMA-NUMBER + 1
               ACCEPT RETURN-DATE FROM DATE YYYYMMDD

               MOVE 0 TO RMA-LINE-COUNT
               MOVE 0 TO RESTOCKED-COUNT
               MOVE 0 TO SCRAPPED-COUNT
               MOVE 0 TO RELEASED-COUNT
               MOVE 'N' TO LINES-DONE

               PERFORM UNTIL LINES-DONE = 'Y'
                   PERFORM ENTER-ONE-RETURN-LINE
               END-PERFORM

               IF RMA-LINE-COUNT = 0
                   DISPLAY "No lines entered; return not created."
               ELSE
                   DISPLAY "Return " NEW-RMA-NUMBER " created with "
                       RMA-LINE-COUNT " lines (" RESTOCKED-COUNT
                       " restocked, " SCRAPPED-COUNT " scrapped)."
                   IF RELEASED-COUNT > 0
                       DISPLAY "Backorder lines released : "
                           RELEASED-COUNT
                   END-IF
               END-IF

               PERFORM CLOSE-RETURN-FILES
           END-IF.

       OPEN-RETURN-FILES.
           OPEN I-O RETURN-FILE.
           IF RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN I-O RETURN-FILE
           END-IF.
           OPEN I-O INVENTORY-FILE.

           MOVE 0 TO WAREHOUSE-OPENED.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-STATUS = "00"
               MOVE 1 TO WAREHOUSE-OPENED
           ELSE
               DISPLAY "Warehouse master is not available; "
                   "warehouse codes will not be validated."
           END-IF.

           MOVE 0 TO INVOICE-OPENED.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               MOVE 1 TO INVOICE-OPENED
           END-IF.

           OPEN I-O LOT-FILE.
           IF LOT-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.
           MOVE 0 TO SO-LOT-OPENED.
           OPEN INPUT SO-LOT-FILE.
           IF SO-LOT-STATUS = "00"
               MOVE 1 TO SO-LOT-OPENED
           END-IF.

       CLOSE-RETURN-FILES.
           CLOSE SALES-ORDER-FILE.
           CLOSE RETURN-FILE.
           CLOSE INVENTORY-FILE.
           IF WAREHOUSE-OPENED = 1
               CLOSE WAREHOUSE-FILE
           END-IF.
           IF INVOICE-OPENED = 1
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE LOT-FILE.
           IF SO-LOT-OPENED = 1
               CLOSE SO-LOT-FILE
           END-IF.

       FIND-HIGHEST-RMA-NUMBER.
           MOVE 0 TO NEXT-RMA-NUMBER.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF RMA-NUMBER > NEXT-RMA-NUMBER
                       MOVE RMA-NUMBER TO NEXT-RMA-NUMBER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       ENTER-ONE-RETURN-LINE.
           DISPLAY "Sales order number (0 to finish return) : "
               WITH NO ADVANCING.
           ACCEPT ENTRY-SO-NUMBER.

           IF ENTRY-SO-NUMBER = 0
               MOVE 'Y' TO LINES-DONE
           ELSE
               DISPLAY "Order line number : " WITH NO ADVANCING
               ACCEPT ENTRY-LINE-NUMBER
               MOVE ENTRY-SO-NUMBER TO SO-NUMBER
               MOVE ENTRY-LINE-NUMBER TO SO-LINE-NUMBER
               READ SALES-ORDER-FILE
                   INVALID KEY
                       DISPLAY "No such order line on file."
                   NOT INVALID KEY
                       PERFORM CHECK-RETURN-LINE
               END-READ
           END-IF.

       CHECK-RETURN-LINE.
           IF SO-CUSTOMER-CODE NOT = ENTRY-CUSTOMER-CODE
               DISPLAY "That order line belongs to customer "
                   SO-CUSTOMER-CODE "; return refused."
           ELSE
               IF SO-SHIPPED-QUANTITY = 0
                   DISPLAY "That order line has not been shipped; "
                       "return refused."
               ELSE
                   MOVE SO-PRODUCT-ID TO RETURN-PRODUCT-ID
                   MOVE SO-WAREHOUSE-CODE TO SHIPPED-WAREHOUSE
                   MOVE SO-SHIPPED-QUANTITY TO SHIPPED-QUANTITY
                   PERFORM SUM-EARLIER-RETURNS
                   COMPUTE RETURNABLE-QUANTITY =
                       SHIPPED-QUANTITY - RETURNED-QUANTITY
                   IF RETURNABLE-QUANTITY <= 0
                       DISPLAY "Everything shipped on that line has "
                           "already been returned."
                   ELSE
                       PERFORM FIND-CREDIT-PRICE
                       MOVE CREDIT-UNIT-PRICE TO CREDIT-PRICE-DISPLAY
                       MOVE RETURNABLE-QUANTITY TO RETURNABLE-DISPLAY
                       DISPLAY "Product " RETURN-PRODUCT-ID
                           " shipped from " SHIPPED-WAREHOUSE
                           " qty " SHIPPED-QUANTITY
                           " returned so far " RETURNED-QUANTITY
                       DISPLAY "Returnable " RETURNABLE-DISPLAY
                           " at credit price " CREDIT-PRICE-DISPLAY
                       PERFORM ENTER-RETURN-QUANTITY
                   END-IF
               END-IF
           END-IF.

       SUM-EARLIER-RETURNS.
           MOVE 0 TO RETURNED-QUANTITY.
           MOVE 'N' TO SCAN-EOF.
           MOVE ENTRY-SO-NUMBER TO RMA-SO-NUMBER.
           MOVE ENTRY-LINE-NUMBER TO RMA-SO-LINE-NUMBER.
           START RETURN-FILE KEY IS = RMA-SO-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF RMA-SO-NUMBER = ENTRY-SO-NUMBER
                       AND RMA-SO-LINE-NUMBER = ENTRY-LINE-NUMBER
                       ADD RMA-QUANTITY TO RETURNED-QUANTITY
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE CREDIT IS AT THE PRICE THE LINE WAS INVOICED AT. A
      *    LINE SHIPPED BEFORE INVOICING STARTED HAS NO INVOICE, SO
      *    THE CURRENT PRICE AT THE SHIPPING WAREHOUSE IS USED.
       FIND-CREDIT-PRICE.
           MOVE 0 TO CREDIT-UNIT-PRICE.
           MOVE 0 TO FOUND.
           IF INVOICE-OPENED = 1
               MOVE 'N' TO SCAN-EOF
               MOVE ENTRY-SO-NUMBER TO INVOICE-SO-NUMBER
               MOVE ENTRY-LINE-NUMBER TO INVOICE-SO-LINE-NUMBER
               START INVOICE-FILE KEY IS = INVOICE-SO-KEY
                   INVALID KEY
                       MOVE 'Y' TO SCAN-EOF
               END-START
               PERFORM UNTIL SCAN-EOF = 'Y'
                   READ INVOICE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SCAN-EOF
                   END-READ
                   IF SCAN-EOF NOT = 'Y'
                       IF INVOICE-SO-NUMBER = ENTRY-SO-NUMBER
                           AND INVOICE-SO-LINE-NUMBER
                               = ENTRY-LINE-NUMBER
                           MOVE INVOICE-UNIT-PRICE
                               TO CREDIT-UNIT-PRICE
                           MOVE 1 TO FOUND
                       ELSE
                           MOVE 'Y' TO SCAN-EOF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF FOUND = 0
               MOVE RETURN-PRODUCT-ID TO PRODUCT-ID
               MOVE SHIPPED-WAREHOUSE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   NOT INVALID KEY
                       MOVE PRODUCT-PRICE TO CREDIT-UNIT-PRICE
               END-READ
           END-IF.

       ENTER-RETURN-QUANTITY.
           DISPLAY "Quantity returned : " WITH NO ADVANCING.
           ACCEPT ENTRY-QUANTITY.

           IF ENTRY-QUANTITY = 0
               DISPLAY "Quantity must be greater than zero; "
                   "line not added."
           ELSE
               IF ENTRY-QUANTITY > RETURNABLE-QUANTITY
                   DISPLAY "Only " RETURNABLE-DISPLAY " can be "
                       "returned against that line; line not added."
               ELSE
                   PERFORM ENTER-RETURN-REASON
                   IF REASON-OK = 1
                       PERFORM ENTER-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       ENTER-RETURN-REASON.
           DISPLAY "Reason (DM damaged, WI wrong item, DF defective,".
           DISPLAY "        NW not wanted, OT other) : "
               WITH NO ADVANCING.
           ACCEPT ENTRY-REASON-CODE.

           MOVE ENTRY-REASON-CODE TO GRP-REASON-CODE.
           PERFORM DESCRIBE-REASON.
           IF REASON-OK = 0
               DISPLAY "Unknown reason code; line not added."
           END-IF.

       DESCRIBE-REASON.
           MOVE 1 TO REASON-OK.
           EVALUATE GRP-REASON-CODE
               WHEN "DM" MOVE "DAMAGED IN TRANSIT" TO REASON-DESCRIPTION
               WHEN "WI" MOVE "WRONG ITEM SENT" TO REASON-DESCRIPTION
               WHEN "DF" MOVE "DEFECTIVE" TO REASON-DESCRIPTION
               WHEN "NW" MOVE "NO LONGER WANTED" TO REASON-DESCRIPTION
               WHEN "OT" MOVE "OTHER" TO REASON-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO REASON-DESCRIPTION
                   MOVE 0 TO REASON-OK
           END-EVALUATE.

       ENTER-DISPOSITION.
           DISPLAY "Disposition (R = restock, S = scrap) : "
               WITH NO ADVANCING.
           ACCEPT ENTRY-DISPOSITION.

           IF ENTRY-DISPOSITION = 'R' OR ENTRY-DISPOSITION = 'r'
               DISPLAY "Restock at warehouse (blank for "
                   SHIPPED-WAREHOUSE ") : " WITH NO ADVANCING
               ACCEPT ENTRY-WAREHOUSE-CODE
               IF ENTRY-WAREHOUSE-CODE = SPACES
                   MOVE SHIPPED-WAREHOUSE TO ENTRY-WAREHOUSE-CODE
               END-IF
               PERFORM RESTOCK-RETURN
           ELSE
               IF ENTRY-DISPOSITION = 'S' OR ENTRY-DISPOSITION = 's'
                   PERFORM SCRAP-RETURN
               ELSE
                   DISPLAY "Disposition must be R or S; "
                       "line not added."
               END-IF
           END-IF.

      *    RESTOCKED GOODS ARE NEW STOCK ARRIVING, SO A CLOSED SITE
      *    REFUSES THEM AS IT REFUSES A RECEIPT. THEY GO BACK IN AT
      *    THE SITE'S CURRENT COST AND MAY RELEASE BACKORDERS THERE.
       RESTOCK-RETURN.
           MOVE 1 TO WAREHOUSE-OK.
           IF WAREHOUSE-OPENED = 1
               MOVE ENTRY-WAREHOUSE-CODE TO WH-CODE
               READ WAREHOUSE-FILE
                   INVALID KEY
                       DISPLAY "Warehouse " ENTRY-WAREHOUSE-CODE
                           " is not on the warehouse master; "
                           "line not added."
                       MOVE 0 TO WAREHOUSE-OK
                   NOT INVALID KEY
                       IF WH-ACTIVE-FLAG NOT = 'A'
                           DISPLAY "Warehouse "
                               ENTRY-WAREHOUSE-CODE " is closed; "
                               "line not added."
                           MOVE 0 TO WAREHOUSE-OK
                       END-IF
               END-READ
           END-IF.

           MOVE 1 TO LOT-OK.
           MOVE SPACES TO RESTOCK-LOT-NUMBER.
           MOVE 0 TO RESTOCK-LOT-EXPIRY.
           IF WAREHOUSE-OK = 1 AND SO-LOT-OPENED = 1
               PERFORM ENTER-RESTOCK-LOT
           END-IF.

           IF WAREHOUSE-OK = 1 AND LOT-OK = 1
               PERFORM POST-RESTOCK
           END-IF.

      *    WHEN THE ORDER LINE SHIPPED FROM LOTS, THE OPERATOR NAMES
      *    THE LOT ON THE RETURNED GOODS SO THEY GO BACK INTO IT WITH
      *    ITS ORIGINAL EXPIRY DATE AND A LATER RECALL STILL FINDS
      *    THEM. ONLY A LOT THAT SHIPPED ON THE LINE IS ACCEPTED; A
      *    BLANK LOT PUTS THE GOODS BACK UNLOTTED.
       ENTER-RESTOCK-LOT.
           MOVE 0 TO SHIPPED-LOT-COUNT.
           PERFORM LIST-SHIPPED-LOTS.

           IF SHIPPED-LOT-COUNT > 0
               DISPLAY "Lot to restock into (blank for unlotted) : "
                   WITH NO ADVANCING
               ACCEPT RESTOCK-LOT-NUMBER
               IF RESTOCK-LOT-NUMBER NOT = SPACES
                   PERFORM FIND-SHIPPED-LOT
                   IF LOT-OK = 0
                       DISPLAY "Lot " RESTOCK-LOT-NUMBER " did not "
                           "ship on this order line; line not added."
                   END-IF
               END-IF
           END-IF.

       LIST-SHIPPED-LOTS.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE ENTRY-SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE ENTRY-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
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
                   IF SO-LOT-SO-NUMBER = ENTRY-SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = ENTRY-LINE-NUMBER
                       IF SO-LOT-PICK-STATUS = 'S'
                           ADD 1 TO SHIPPED-LOT-COUNT
                           DISPLAY "Shipped from lot " SO-LOT-NUMBER
                               " expiry " SO-LOT-EXPIRY-DATE
                               " qty " SO-LOT-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SHIPPED-LOT.
           MOVE 0 TO LOT-OK.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE ENTRY-SO-NUMBER TO SO-LOT-SO-NUMBER.
           MOVE ENTRY-LINE-NUMBER TO SO-LOT-SO-LINE-NUMBER.
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
                   IF SO-LOT-SO-NUMBER = ENTRY-SO-NUMBER
                       AND SO-LOT-SO-LINE-NUMBER = ENTRY-LINE-NUMBER
                       IF SO-LOT-PICK-STATUS = 'S'
                           AND SO-LOT-NUMBER = RESTOCK-LOT-NUMBER
                           MOVE 1 TO LOT-OK
                           MOVE SO-LOT-EXPIRY-DATE
                               TO RESTOCK-LOT-EXPIRY
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       POST-RESTOCK.
           MOVE RETURN-PRODUCT-ID TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.

           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Product " RETURN-PRODUCT-ID " is not "
                       "stocked at warehouse " ENTRY-WAREHOUSE-CODE
                       "; line not added."
               NOT INVALID KEY
                   COMPUTE COMPUTED-QUANTITY =
                       PRODUCT-QUANTITY + ENTRY-QUANTITY
                   IF COMPUTED-QUANTITY > 9999
                       DISPLAY "Restock would exceed maximum stock "
                           "9999; line not added."
                   ELSE
                       MOVE PRODUCT-QUANTITY TO OLD-QUANTITY
                       MOVE COMPUTED-QUANTITY TO PRODUCT-QUANTITY
                       REWRITE PRODUCT_RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-MOVEMENT-RECORD
                       IF RESTOCK-LOT-NUMBER NOT = SPACES
                           PERFORM POST-RESTOCK-LOT
                       END-IF
                       MOVE 'R' TO ENTRY-DISPOSITION
                       PERFORM WRITE-RETURN-LINE
                       ADD 1 TO RESTOCKED-COUNT
                       PERFORM RELEASE-BACKORDERS
                   END-IF
           END-READ.

       POST-RESTOCK-LOT.
           MOVE RETURN-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE RESTOCK-LOT-EXPIRY TO LOT-EXPIRY-DATE.
           MOVE RESTOCK-LOT-NUMBER TO LOT-NUMBER.
           READ LOT-FILE
               INVALID KEY
                   MOVE ENTRY-QUANTITY TO LOT-QUANTITY
                   MOVE 0 TO LOT-ALLOCATED-QUANTITY
                   MOVE RETURN-DATE TO LOT-RECEIVED-DATE
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "Lot write failed for lot "
                               LOT-NUMBER "; status " LOT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD ENTRY-QUANTITY TO LOT-QUANTITY
                   REWRITE LOT-RECORD
           END-READ.

      *    SCRAPPED GOODS NEVER RE-ENTER STOCK, SO ONLY THE RETURN
      *    LINE IS RECORDED.
       SCRAP-RETURN.
           MOVE 'S' TO ENTRY-DISPOSITION.
           MOVE SPACES TO ENTRY-WAREHOUSE-CODE.
           MOVE SPACES TO RESTOCK-LOT-NUMBER.
           PERFORM WRITE-RETURN-LINE.
           ADD 1 TO SCRAPPED-COUNT.

       WRITE-RETURN-LINE.
           ADD 1 TO RMA-LINE-COUNT.
           MOVE NEW-RMA-NUMBER TO RMA-NUMBER.
           MOVE RMA-LINE-COUNT TO RMA-LINE-NUMBER.
           MOVE ENTRY-SO-NUMBER TO RMA-SO-NUMBER.
           MOVE ENTRY-LINE-NUMBER TO RMA-SO-LINE-NUMBER.
           MOVE ENTRY-CUSTOMER-CODE TO RMA-CUSTOMER-CODE.
           MOVE RETURN-PRODUCT-ID TO RMA-PRODUCT-ID.
           MOVE SHIPPED-WAREHOUSE TO RMA-SHIPPED-WAREHOUSE.
           MOVE ENTRY-QUANTITY TO RMA-QUANTITY.
           MOVE ENTRY-REASON-CODE TO RMA-REASON-CODE.
           MOVE ENTRY-DISPOSITION TO RMA-DISPOSITION.
           MOVE ENTRY-WAREHOUSE-CODE TO RMA-RESTOCK-WAREHOUSE.
           MOVE CREDIT-UNIT-PRICE TO RMA-UNIT-PRICE.
           MOVE RETURN-DATE TO RMA-RETURN-DATE.
           MOVE OPERATOR-INITIALS TO RMA-OPERATOR-ID.
           MOVE RESTOCK-LOT-NUMBER TO RMA-LOT-NUMBER.

           WRITE RMA-LINE-RECORD
               INVALID KEY
                   DISPLAY "Return write failed for RMA "
                       RMA-NUMBER " line " RMA-LINE-NUMBER
                       "; status " RETURN-STATUS
               NOT INVALID KEY
                   IF ENTRY-DISPOSITION = 'R'
                       DISPLAY "Line " RMA-LINE-COUNT " restocked at "
                           ENTRY-WAREHOUSE-CODE "."
                   ELSE
                       DISPLAY "Line " RMA-LINE-COUNT " scrapped."
                   END-IF
           END-WRITE.

      *    RESTOCKED UNITS RELEASE BACKORDERS AT THE RESTOCK SITE IN
      *    ORDER-NUMBER ORDER, AS FAR AS THE STOCK NOT ALREADY
      *    CLAIMED BY ALLOCATED LINES GOES, JUST AS A RECEIPT DOES.
       RELEASE-BACKORDERS.
           MOVE 0 TO ALLOCATED-QUANTITY.
           PERFORM SUM-ALLOCATIONS.
           COMPUTE AVAILABLE-QUANTITY =
               PRODUCT-QUANTITY - ALLOCATED-QUANTITY.
           PERFORM RELEASE-BACKORDER-LINES.

       SUM-ALLOCATIONS.
           MOVE 'N' TO SCAN-EOF.
           MOVE RETURN-PRODUCT-ID TO SO-PRODUCT-ID.
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
                   IF SO-PRODUCT-ID = RETURN-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       IF SO-LINE-STATUS = 'A'
                           COMPUTE ALLOCATED-QUANTITY =
                               ALLOCATED-QUANTITY + SO-ORDER-QUANTITY
                               - SO-SHIPPED-QUANTITY
                               - SO-CANCELLED-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-BACKORDER-LINES.
           MOVE 'N' TO SCAN-EOF.
           MOVE RETURN-PRODUCT-ID TO SO-PRODUCT-ID.
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
                   IF SO-PRODUCT-ID = RETURN-PRODUCT-ID
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

       WRITE-AUDIT-RECORD.
           MOVE RETURN-PRODUCT-ID TO AUDIT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO AUDIT-WAREHOUSE-CODE.
           MOVE OLD-QUANTITY TO AUDIT-OLD-QUANTITY.
           MOVE PRODUCT-QUANTITY TO AUDIT-NEW-QUANTITY.
           MOVE "RT" TO AUDIT-REASON-CODE.
           MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.

           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

       WRITE-MOVEMENT-RECORD.
           MOVE RETURN-PRODUCT-ID TO MOVEMENT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO MOVEMENT-WAREHOUSE-CODE.
           MOVE 'C' TO MOVEMENT-TYPE.
           MOVE ENTRY-QUANTITY TO MOVEMENT-QUANTITY.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.

           OPEN EXTEND MOVEMENT-FILE.
           WRITE MOVEMENT-RECORD.

           CLOSE MOVEMENT-FILE.

       VIEW-RETURN-LINES.
           DISPLAY "============================================".
           DISPLAY "            --- RETURN LINES ---            ".
           DISPLAY "============================================".

           DISPLAY "Return number to filter on (0 for all) : "
               WITH NO ADVANCING.
           ACCEPT ENTRY-RMA-NUMBER.

      *    RMA/LINE | CUSTOMER | SO/LINE | PRODUCT | QTY | REASON
      *    | DISPOSITION | RESTOCK WAREHOUSE | DATE
           MOVE 0 TO LISTED-COUNT.
           OPEN INPUT RETURN-FILE.
           IF RETURN-STATUS NOT = "00"
               DISPLAY "No returns on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF ENTRY-RMA-NUMBER = 0
                       OR ENTRY-RMA-NUMBER = RMA-NUMBER
                       ADD 1 TO LISTED-COUNT
                       DISPLAY RMA-NUMBER "/" RMA-LINE-NUMBER SPACE
                           RMA-CUSTOMER-CODE " SO " RMA-SO-NUMBER
                           "/" RMA-SO-LINE-NUMBER SPACE
                           RMA-PRODUCT-ID " qty " RMA-QUANTITY
                           SPACE RMA-REASON-CODE SPACE
                           RMA-DISPOSITION SPACE
                           RMA-RESTOCK-WAREHOUSE SPACE
                           RMA-RETURN-DATE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF RETURN-STATUS = "00" OR RETURN-STATUS = "10"
               CLOSE RETURN-FILE
           END-IF.

           DISPLAY "--------------------------------------------".
           DISPLAY "Return lines listed : " LISTED-COUNT.

      *    THE REGISTER GROUPS RETURNS BY REASON, THEN BY CUSTOMER,
      *    SO A RUN OF ONE KIND OF COMPLAINT STANDS OUT. CREDIT VALUE
      *    IS THE QUANTITY RETURNED AT THE INVOICED PRICE.
       PRINT-RETURNS-REGISTER.
           DISPLAY "============================================".
           DISPLAY "        --- RETURNS REGISTER ---            ".
           DISPLAY "============================================".

           DISPLAY "Returns from date YYYYMMDD (0 for all) : "
               WITH NO ADVANCING.
           ACCEPT FROM-DATE.
           DISPLAY "Returns to date YYYYMMDD (0 for all) : "
               WITH NO ADVANCING.
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE 99999999 TO TO-DATE
           END-IF.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.

           SORT SORT-FILE
               ASCENDING KEY RRG-REASON-CODE
                             RRG-CUSTOMER-CODE
                             RRG-RMA-NUMBER
                             RRG-RMA-LINE
               INPUT PROCEDURE IS RELEASE-RETURN-ROWS
               OUTPUT PROCEDURE IS PRINT-REGISTER-LINES.

       RELEASE-RETURN-ROWS.
           OPEN INPUT RETURN-FILE.
           IF RETURN-STATUS NOT = "00"
               DISPLAY "No returns on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND RMA-RETURN-DATE >= FROM-DATE
                   AND RMA-RETURN-DATE <= TO-DATE
                   MOVE RMA-REASON-CODE TO RRG-REASON-CODE
                   MOVE RMA-CUSTOMER-CODE TO RRG-CUSTOMER-CODE
                   MOVE RMA-NUMBER TO RRG-RMA-NUMBER
                   MOVE RMA-LINE-NUMBER TO RRG-RMA-LINE
                   MOVE RMA-SO-NUMBER TO RRG-SO-NUMBER
                   MOVE RMA-SO-LINE-NUMBER TO RRG-SO-LINE-NUMBER
                   MOVE RMA-PRODUCT-ID TO RRG-PRODUCT-ID
                   MOVE RMA-QUANTITY TO RRG-QUANTITY
                   MOVE RMA-DISPOSITION TO RRG-DISPOSITION
                   MOVE RMA-RESTOCK-WAREHOUSE
                       TO RRG-RESTOCK-WAREHOUSE
                   MOVE RMA-UNIT-PRICE TO RRG-UNIT-PRICE
                   MOVE RMA-RETURN-DATE TO RRG-RETURN-DATE
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF RETURN-STATUS = "00" OR RETURN-STATUS = "10"
               CLOSE RETURN-FILE
           END-IF.

       PRINT-REGISTER-LINES.
           PERFORM OPEN-REPORT-FILE.
           OPEN INPUT CUSTOMER-FILE.

           MOVE 0 TO TOTAL-RESTOCKED.
           MOVE 0 TO TOTAL-SCRAPPED.
           MOVE 0 TO TOTAL-CREDIT.
           MOVE 0 TO TOTAL-LINES.
           MOVE 0 TO HAVE-REASON.
           MOVE 0 TO HAVE-CUSTOMER.
           MOVE 'N' TO SORT-EOF.

           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   IF HAVE-REASON = 1
                       AND RRG-REASON-CODE NOT = GRP-REASON-CODE
                       PERFORM FINISH-CUSTOMER-GROUP
                       PERFORM FINISH-REASON-GROUP
                   END-IF
                   IF HAVE-CUSTOMER = 1
                       AND RRG-CUSTOMER-CODE NOT = GRP-CUSTOMER-CODE
                       PERFORM FINISH-CUSTOMER-GROUP
                   END-IF
                   IF HAVE-REASON = 0
                       PERFORM START-REASON-GROUP
                   END-IF
                   IF HAVE-CUSTOMER = 0
                       PERFORM START-CUSTOMER-GROUP
                   END-IF
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM.

           IF HAVE-REASON = 1
               PERFORM FINISH-CUSTOMER-GROUP
               PERFORM FINISH-REASON-GROUP
           END-IF.
           PERFORM PRINT-REGISTER-TOTALS.

           IF CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Register with " TOTAL-LINES
               " return lines written to " REPORT-PATH.

       START-REASON-GROUP.
           MOVE 1 TO HAVE-REASON.
           MOVE RRG-REASON-CODE TO GRP-REASON-CODE.
           MOVE 0 TO REASON-RESTOCKED.
           MOVE 0 TO REASON-SCRAPPED.
           MOVE 0 TO REASON-CREDIT.
           PERFORM DESCRIBE-REASON.

           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "REASON " DELIMITED BY SIZE
                  GRP-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REASON-DESCRIPTION DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       START-CUSTOMER-GROUP.
           MOVE 1 TO HAVE-CUSTOMER.
           MOVE RRG-CUSTOMER-CODE TO GRP-CUSTOMER-CODE.
           MOVE 0 TO CUST-RESTOCKED.
           MOVE 0 TO CUST-SCRAPPED.
           MOVE 0 TO CUST-CREDIT.

           MOVE RRG-CUSTOMER-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO CUSTOMER-NAME
           END-READ.

           MOVE SPACES TO REPORT-RECORD.
           STRING "  CUSTOMER " DELIMITED BY SIZE
                  GRP-CUSTOMER-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUSTOMER-NAME DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REGISTER-LINE.
           COMPUTE CREDIT-VALUE = RRG-QUANTITY * RRG-UNIT-PRICE.
           ADD CREDIT-VALUE TO CUST-CREDIT.
           ADD 1 TO TOTAL-LINES.
           MOVE SPACES TO DISPOSITION-TEXT.
           IF RRG-DISPOSITION = 'R'
               ADD RRG-QUANTITY TO CUST-RESTOCKED
               STRING "RESTOCK " DELIMITED BY SIZE
                      RRG-RESTOCK-WAREHOUSE DELIMITED BY SIZE
                      INTO DISPOSITION-TEXT
               END-STRING
           ELSE
               ADD RRG-QUANTITY TO CUST-SCRAPPED
               MOVE "SCRAP" TO DISPOSITION-TEXT
           END-IF.

           MOVE RRG-UNIT-PRICE TO UNIT-PRICE-DISPLAY.
           MOVE CREDIT-VALUE TO CREDIT-VALUE-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           STRING "    " DELIMITED BY SIZE
                  RRG-RMA-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RRG-RMA-LINE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RRG-RETURN-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RRG-SO-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RRG-SO-LINE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RRG-PRODUCT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RRG-QUANTITY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DISPOSITION-TEXT DELIMITED BY SIZE
                  UNIT-PRICE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CREDIT-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       FINISH-CUSTOMER-GROUP.
           MOVE CUST-CREDIT TO TOTAL-CREDIT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL CUSTOMER " DELIMITED BY SIZE
                  GRP-CUSTOMER-CODE DELIMITED BY SIZE
                  "  RESTOCKED " DELIMITED BY SIZE
                  CUST-RESTOCKED DELIMITED BY SIZE
                  "  SCRAPPED " DELIMITED BY SIZE
                  CUST-SCRAPPED DELIMITED BY SIZE
                  "  CREDIT " DELIMITED BY SIZE
                  TOTAL-CREDIT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           ADD CUST-RESTOCKED TO REASON-RESTOCKED.
           ADD CUST-SCRAPPED TO REASON-SCRAPPED.
           ADD CUST-CREDIT TO REASON-CREDIT.
           MOVE 0 TO HAVE-CUSTOMER.

       FINISH-REASON-GROUP.
           MOVE REASON-CREDIT TO TOTAL-CREDIT-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL REASON " DELIMITED BY SIZE
                  GRP-REASON-CODE DELIMITED BY SIZE
                  "         RESTOCKED " DELIMITED BY SIZE
                  REASON-RESTOCKED DELIMITED BY SIZE
                  "  SCRAPPED " DELIMITED BY SIZE
                  REASON-SCRAPPED DELIMITED BY SIZE
                  "  CREDIT " DELIMITED BY SIZE
                  TOTAL-CREDIT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           ADD REASON-RESTOCKED TO TOTAL-RESTOCKED.
           ADD REASON-SCRAPPED TO TOTAL-SCRAPPED.
           ADD REASON-CREDIT TO TOTAL-CREDIT.
           MOVE 0 TO HAVE-REASON.

       PRINT-REGISTER-TOTALS.
           MOVE TOTAL-CREDIT TO TOTAL-CREDIT-DISPLAY.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ALL REASONS  LINES " DELIMITED BY SIZE
                  TOTAL-LINES DELIMITED BY SIZE
                  "  RESTOCKED " DELIMITED BY SIZE
                  TOTAL-RESTOCKED DELIMITED BY SIZE
                  "  SCRAPPED " DELIMITED BY SIZE
                  TOTAL-SCRAPPED DELIMITED BY SIZE
                  "  CREDIT " DELIMITED BY SIZE
                  TOTAL-CREDIT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *    THE REGISTER GOES TO A DATED PRINT FILE WITH PAGE
      *    HEADINGS; THE SCREEN ONLY CONFIRMS WHERE THE FILE WENT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/rmareg-"
                      DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.

           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO REPORT-PAGE-NUMBER.
           MOVE 99 TO REPORT-LINE-COUNT.

       WRITE-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-NUMBER.
           IF REPORT-PAGE-NUMBER > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING PAGE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "CUSTOMER RETURNS REGISTER BY REASON AND CUSTOMER"
                      DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           IF FROM-DATE = 0 AND TO-DATE = 99999999
               MOVE "RETURN DATES : ALL" TO REPORT-RECORD
           ELSE
               STRING "RETURN DATES : " DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      TO-DATE DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    RMA/LN      DATE      SO/LINE     PRODUCT  "
                      DELIMITED BY SIZE
                  "QTY  DISPOSITION    UNIT PRICE  CREDIT VALUE"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 5 TO REPORT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-PAGE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO REPORT-LINE-COUNT.

       EXIT-RETURNS.
           DISPLAY 'Closing customer returns...'.
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
