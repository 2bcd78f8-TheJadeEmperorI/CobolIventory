       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordimport.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ordisel.

           SELECT RESUBMIT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/ordreject.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RESUBMIT-STATUS.

           COPY oregsel.

           COPY custsel.

           COPY sosel.

           COPY sojsel.

           COPY invsel.

           COPY whsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-IMPORT-FILE.
           COPY ordirec.

      *    RESUBMIT-RECORD CARRIES THE REJECTED ORDER-IMPORT-RECORD
      *    UNCHANGED, SO ORDREJECT.DAT CAN BE FED BACK IN AS
      *    ORDIMPORT.DAT ONCE THE BAD LINES ARE CORRECTED.
       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD PIC x(31).

       FD IMPORT-REGISTER-FILE.
           COPY oregrec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 ORDER-IMPORT-STATUS PIC x(2).
       01 RESUBMIT-STATUS PIC x(2).
       01 IMPORT-REGISTER-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).
       01 WAREHOUSE-STATUS PIC x(2).

       01 OPERATOR-INITIALS PIC x(3).
       01 LOAD-DATE PIC 9(8).

       01 BATCH-OK PIC 9(1) VALUE 0.
       01 MASTERS-OK PIC 9(1) VALUE 0.
       01 BATCH-ID PIC x(8).
       01 TRAILER-SEEN PIC 9(1).
       01 VERIFY-COUNT PIC 9(7).
       01 VERIFY-HASH PIC 9(9).
       01 BATCH-EXPECTED-COUNT PIC 9(7).
       01 BATCH-EXPECTED-HASH PIC 9(9).
       01 BAD-TAG-COUNT PIC 9(5).

       01 SCAN-EOF PIC x(1).
       01 NEXT-SO-NUMBER PIC 9(6).
       01 ORDER-OPEN PIC 9(1).
       01 ORDER-LINE-COUNT PIC 9(3).
       01 CURRENT-CUSTOMER-CODE PIC x(5).
       01 CURRENT-ORDER-REFERENCE PIC x(10).
       01 LINE-OK PIC 9(1).
       01 REJECT-REASON PIC x(40).
       01 ON-HAND-QUANTITY PIC 9(4).
       01 ALLOCATED-QUANTITY PIC 9(7).
       01 AVAILABLE-QUANTITY PIC S9(7).
       01 AVAILABLE-DISPLAY PIC +9(7).

       01 DETAIL-COUNT PIC 9(7) VALUE 0.
       01 ORDERS-CREATED PIC 9(5) VALUE 0.
       01 LINES-ALLOCATED PIC 9(5) VALUE 0.
       01 LINES-BACKORDERED PIC 9(5) VALUE 0.
       01 LINES-REJECTED PIC 9(5) VALUE 0.
       01 RESUBMIT-HASH PIC 9(9) VALUE 0.
       01 RUN-DAY PIC 9(7).
       01 RUN-TIME PIC 9(8).
       01 RESUBMIT-BATCH-HEADER.
           05 RESUBMIT-HEADER-TAG PIC x(2) VALUE "BH".
           05 RESUBMIT-HEADER-BATCH-ID PIC x(8).
           05 RESUBMIT-HEADER-DATE PIC 9(8).
       01 RESUBMIT-BATCH-TRAILER.
           05 RESUBMIT-TRAILER-TAG PIC x(2) VALUE "BT".
           05 RESUBMIT-TRAILER-COUNT PIC 9(7).
           05 RESUBMIT-TRAILER-HASH PIC 9(9).

       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "        --- CUSTOMER ORDER IMPORT ---       ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           ACCEPT LOAD-DATE FROM DATE YYYYMMDD.

           PERFORM VERIFY-IMPORT-FILE.

           IF BATCH-OK = 1
               PERFORM CHECK-IMPORT-REGISTER
           END-IF.

           IF BATCH-OK = 1
               PERFORM OPEN-MASTER-FILES
           END-IF.

           IF BATCH-OK = 1 AND MASTERS-OK = 1
               PERFORM LOAD-ORDERS
               PERFORM REGISTER-LOADED-BATCH
               PERFORM PRINT-SUMMARY
           END-IF.
           STOP RUN.

      *    THE WHOLE FILE IS READ ONCE BEFORE ANY ORDER IS CREATED:
      *    IT MUST START WITH A BH HEADER, END WITH A BT TRAILER,
      *    HOLD NOTHING BUT OD DETAILS IN BETWEEN, AND THE TRAILER'S
      *    RECORD COUNT AND QUANTITY HASH TOTAL MUST MATCH WHAT WAS
      *    READ, SO A TRUNCATED OR ALTERED FILE NEVER HALF-LOADS.
       VERIFY-IMPORT-FILE.
           MOVE 0 TO BATCH-OK.
           MOVE 0 TO TRAILER-SEEN.
           MOVE 0 TO VERIFY-COUNT.
           MOVE 0 TO VERIFY-HASH.
           MOVE 0 TO BAD-TAG-COUNT.
           MOVE SPACES TO BATCH-ID.

           OPEN INPUT ORDER-IMPORT-FILE.
           IF ORDER-IMPORT-STATUS NOT = "00"
               DISPLAY "Order import file could not be opened; "
                   "status " ORDER-IMPORT-STATUS
               MOVE 'Y' TO EOF-FLAG
           ELSE
               READ ORDER-IMPORT-FILE
                   AT END
                       DISPLAY "Order import file is empty; "
                           "nothing to load."
                       MOVE 'Y' TO EOF-FLAG
               END-READ
           END-IF.

           IF EOF-FLAG NOT = 'Y'
               IF IMPORT-HEADER-TAG = "BH"
                   MOVE IMPORT-BATCH-ID TO BATCH-ID
                   MOVE 1 TO BATCH-OK
               ELSE
                   DISPLAY "Order import file has no batch header; "
                       "file refused."
                   MOVE 'Y' TO EOF-FLAG
               END-IF
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ORDER-IMPORT-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF IMPORT-TRAILER-TAG = "BT"
                       MOVE 1 TO TRAILER-SEEN
                       MOVE IMPORT-RECORD-COUNT
                           TO BATCH-EXPECTED-COUNT
                       MOVE IMPORT-QUANTITY-TOTAL
                           TO BATCH-EXPECTED-HASH
                   ELSE
                       IF IMPORT-TAG = "OD" AND TRAILER-SEEN = 0
                           ADD 1 TO VERIFY-COUNT
                           IF IMPORT-QUANTITY IS NUMERIC
                               ADD IMPORT-QUANTITY TO VERIFY-HASH
                           END-IF
                       ELSE
                           ADD 1 TO BAD-TAG-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF ORDER-IMPORT-STATUS = "00" OR ORDER-IMPORT-STATUS = "10"
               CLOSE ORDER-IMPORT-FILE
           END-IF.

           IF BATCH-OK = 1
               IF TRAILER-SEEN = 0
                   DISPLAY "Order import file has no batch trailer; "
                       "file refused."
                   MOVE 0 TO BATCH-OK
               ELSE
                   IF BAD-TAG-COUNT > 0
                       DISPLAY "Batch " BATCH-ID " holds "
                           BAD-TAG-COUNT " records that are not "
                           "order details; file refused."
                       MOVE 0 TO BATCH-OK
                   ELSE
                       IF VERIFY-COUNT NOT = BATCH-EXPECTED-COUNT
                           OR VERIFY-HASH NOT = BATCH-EXPECTED-HASH
                           DISPLAY "Batch " BATCH-ID " trailer does "
                               "not match the file : read "
                               VERIFY-COUNT " records hash "
                               VERIFY-HASH " but trailer says "
                               BATCH-EXPECTED-COUNT " records hash "
                               BATCH-EXPECTED-HASH "; file refused."
                           MOVE 0 TO BATCH-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-IMPORT-REGISTER.
           OPEN I-O IMPORT-REGISTER-FILE.
           IF IMPORT-REGISTER-STATUS = "35"
               OPEN OUTPUT IMPORT-REGISTER-FILE
               CLOSE IMPORT-REGISTER-FILE
               OPEN I-O IMPORT-REGISTER-FILE
           END-IF.

           IF IMPORT-REGISTER-STATUS = "00"
               MOVE BATCH-ID TO IMPORT-REGISTER-BATCH-ID
               READ IMPORT-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Batch " BATCH-ID " was already "
                           "loaded on " IMPORT-REGISTER-LOADED-DATE
                           "; file refused."
                       MOVE 0 TO BATCH-OK
               END-READ
               CLOSE IMPORT-REGISTER-FILE
           ELSE
               DISPLAY "Import register could not be opened; "
                   "status " IMPORT-REGISTER-STATUS "; file refused."
               MOVE 0 TO BATCH-OK
           END-IF.

       REGISTER-LOADED-BATCH.
           OPEN I-O IMPORT-REGISTER-FILE.
           IF IMPORT-REGISTER-STATUS = "35"
               OPEN OUTPUT IMPORT-REGISTER-FILE
               CLOSE IMPORT-REGISTER-FILE
               OPEN I-O IMPORT-REGISTER-FILE
           END-IF.

           IF IMPORT-REGISTER-STATUS = "00"
               MOVE BATCH-ID TO IMPORT-REGISTER-BATCH-ID
               MOVE LOAD-DATE TO IMPORT-REGISTER-LOADED-DATE
               MOVE DETAIL-COUNT TO IMPORT-REGISTER-RECORD-COUNT
               MOVE ORDERS-CREATED TO IMPORT-REGISTER-ORDER-COUNT
               WRITE IMPORT-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Batch " BATCH-ID " is already on "
                           "the register."
               END-WRITE
               CLOSE IMPORT-REGISTER-FILE
           ELSE
               DISPLAY "Import register could not be opened; batch "
                   BATCH-ID " NOT registered - do not rerun this "
                   "file."
           END-IF.

      *    THE CUSTOMER, INVENTORY AND WAREHOUSE MASTERS MUST ALL BE
      *    READABLE BEFORE ANYTHING IS LOADED; OTHERWISE EVERY LINE
      *    WOULD BE REJECTED FOR NO FAULT OF THE CUSTOMER'S.
       OPEN-MASTER-FILES.
           MOVE 1 TO MASTERS-OK.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = "00"
               DISPLAY "Customer master is not available; status "
                   CUSTOMER-STATUS "; file not loaded."
               MOVE 0 TO MASTERS-OK
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-STATUS NOT = "00"
               DISPLAY "Inventory file is not available; status "
                   INVENTORY-STATUS "; file not loaded."
               MOVE 0 TO MASTERS-OK
           END-IF.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-STATUS NOT = "00"
               DISPLAY "Warehouse master is not available; status "
                   WAREHOUSE-STATUS "; file not loaded."
               MOVE 0 TO MASTERS-OK
           END-IF.

           IF MASTERS-OK = 0
               IF CUSTOMER-STATUS = "00"
                   CLOSE CUSTOMER-FILE
               END-IF
               IF INVENTORY-STATUS = "00"
                   CLOSE INVENTORY-FILE
               END-IF
               IF WAREHOUSE-STATUS = "00"
                   CLOSE WAREHOUSE-FILE
               END-IF
           END-IF.

       LOAD-ORDERS.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE
           END-IF.
           PERFORM FIND-HIGHEST-SO-NUMBER.

           OPEN OUTPUT RESUBMIT-FILE.
           PERFORM WRITE-RESUBMIT-HEADER.
           PERFORM OPEN-REPORT-FILE.

           MOVE 0 TO ORDER-OPEN.
           MOVE SPACES TO CURRENT-CUSTOMER-CODE.
           MOVE SPACES TO CURRENT-ORDER-REFERENCE.

           OPEN INPUT ORDER-IMPORT-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ORDER-IMPORT-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y' AND IMPORT-TAG = "OD"
                   ADD 1 TO DETAIL-COUNT
                   PERFORM LOAD-ORDER-LINE
               END-IF
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE ORDER-IMPORT-FILE.

           PERFORM PRINT-LOAD-TOTALS.
           PERFORM WRITE-RESUBMIT-TRAILER.
           CLOSE RESUBMIT-FILE.
           CLOSE REPORT-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE INVENTORY-FILE.
           CLOSE WAREHOUSE-FILE.

       FIND-HIGHEST-SO-NUMBER.
           MOVE 0 TO NEXT-SO-NUMBER.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF SO-NUMBER > NEXT-SO-NUMBER
                       MOVE SO-NUMBER TO NEXT-SO-NUMBER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

      *    A NEW CUSTOMER CODE OR ORDER REFERENCE STARTS A NEW ORDER,
      *    BUT THE SALES ORDER NUMBER IS ONLY TAKEN WHEN THE FIRST
      *    GOOD LINE OF IT ARRIVES, SO AN ORDER WHOSE LINES ARE ALL
      *    REJECTED USES NO NUMBER. THE CHECKS ARE THE ONES A CLERK
      *    KEYING THE ORDER WOULD MEET: A CUSTOMER ON THE CUSTOMER
      *    MASTER, A WAREHOUSE ON THE WAREHOUSE MASTER (AN INACTIVE
      *    SITE STILL SHIPS ITS REMAINING STOCK), THE PRODUCT STOCKED
      *    AT THAT WAREHOUSE, AND A QUANTITY ABOVE ZERO.
       LOAD-ORDER-LINE.
           IF IMPORT-CUSTOMER-CODE NOT = CURRENT-CUSTOMER-CODE
               OR IMPORT-ORDER-REFERENCE NOT = CURRENT-ORDER-REFERENCE
               MOVE IMPORT-CUSTOMER-CODE TO CURRENT-CUSTOMER-CODE
               MOVE IMPORT-ORDER-REFERENCE TO CURRENT-ORDER-REFERENCE
               MOVE 0 TO ORDER-OPEN
           END-IF.

           MOVE 1 TO LINE-OK.
           IF IMPORT-PRODUCT-ID NOT NUMERIC
               OR IMPORT-QUANTITY NOT NUMERIC
               MOVE "product or quantity not numeric"
                   TO REJECT-REASON
               MOVE 0 TO LINE-OK
           END-IF.

           IF LINE-OK = 1 AND IMPORT-QUANTITY = 0
               MOVE "quantity must be greater than zero"
                   TO REJECT-REASON
               MOVE 0 TO LINE-OK
           END-IF.

           IF LINE-OK = 1
               MOVE IMPORT-CUSTOMER-CODE TO CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "customer not on customer master"
                           TO REJECT-REASON
                       MOVE 0 TO LINE-OK
               END-READ
           END-IF.

           IF LINE-OK = 1
               MOVE IMPORT-WAREHOUSE-CODE TO WH-CODE
               READ WAREHOUSE-FILE
                   INVALID KEY
                       MOVE "warehouse not on warehouse master"
                           TO REJECT-REASON
                       MOVE 0 TO LINE-OK
               END-READ
           END-IF.

           IF LINE-OK = 1
               MOVE IMPORT-PRODUCT-ID TO PRODUCT-ID
               MOVE IMPORT-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE "product not on file at that warehouse"
                           TO REJECT-REASON
                       MOVE 0 TO LINE-OK
               END-READ
           END-IF.

           IF LINE-OK = 1 AND ORDER-OPEN = 1
               AND ORDER-LINE-COUNT = 999
               MOVE "order already has 999 lines" TO REJECT-REASON
               MOVE 0 TO LINE-OK
           END-IF.

           IF LINE-OK = 1
               PERFORM ALLOCATE-ORDER-LINE
           ELSE
               PERFORM WRITE-RESUBMIT-RECORD
           END-IF.

      *    THE SAME RULE AS AN ORDER KEYED IN ORDENTRY: THE LINE IS
      *    ALLOCATED WHEN THE SITE'S ON-HAND LESS WHAT IS STILL
      *    OUTSTANDING ON ITS ALLOCATED LINES COVERS THE WHOLE
      *    QUANTITY, OTHERWISE IT IS BACKORDERED. LOTS ARE TAKEN AT
      *    PICK TIME, AS FOR A RELEASED BACKORDER.
       ALLOCATE-ORDER-LINE.
           IF ORDER-OPEN = 0
               ADD 1 TO NEXT-SO-NUMBER
               MOVE 0 TO ORDER-LINE-COUNT
               MOVE 1 TO ORDER-OPEN
               ADD 1 TO ORDERS-CREATED
               MOVE SPACES TO REPORT-RECORD
               STRING "ORDER " DELIMITED BY SIZE
                      NEXT-SO-NUMBER DELIMITED BY SIZE
                      " CREATED FOR CUSTOMER " DELIMITED BY SIZE
                      IMPORT-CUSTOMER-CODE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CUSTOMER-NAME DELIMITED BY SIZE
                      "  REFERENCE " DELIMITED BY SIZE
                      IMPORT-ORDER-REFERENCE DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE PRODUCT-QUANTITY TO ON-HAND-QUANTITY.
           PERFORM COMPUTE-AVAILABLE.

           ADD 1 TO ORDER-LINE-COUNT.
           MOVE NEXT-SO-NUMBER TO SO-NUMBER.
           MOVE ORDER-LINE-COUNT TO SO-LINE-NUMBER.
           MOVE IMPORT-PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE IMPORT-WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           MOVE IMPORT-CUSTOMER-CODE TO SO-CUSTOMER-CODE.
           MOVE IMPORT-QUANTITY TO SO-ORDER-QUANTITY.
           MOVE LOAD-DATE TO SO-ORDER-DATE.
           MOVE 0 TO SO-SHIPPED-QUANTITY.
           MOVE 0 TO SO-CANCELLED-QUANTITY.
           MOVE SPACES TO SO-CANCEL-REASON.

           IF AVAILABLE-QUANTITY >= IMPORT-QUANTITY
               MOVE 'A' TO SO-LINE-STATUS
           ELSE
               MOVE 'B' TO SO-LINE-STATUS
           END-IF.

           WRITE SO-LINE-RECORD
               INVALID KEY
                   MOVE SPACES TO REJECT-REASON
                   STRING "sales order write failed; status "
                              DELIMITED BY SIZE
                          SALES-ORDER-STATUS DELIMITED BY SIZE
                          INTO REJECT-REASON
                   END-STRING
                   SUBTRACT 1 FROM ORDER-LINE-COUNT
                   PERFORM WRITE-RESUBMIT-RECORD
               NOT INVALID KEY
                   MOVE 'W' TO SOJ-ACTION
                   PERFORM WRITE-SO-JOURNAL
                   PERFORM WRITE-LOADED-LINE
           END-WRITE.

       COMPUTE-AVAILABLE.
           MOVE 0 TO ALLOCATED-QUANTITY.
           MOVE 'N' TO SCAN-EOF.
           MOVE IMPORT-PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE IMPORT-WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = IMPORT-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = IMPORT-WAREHOUSE-CODE
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

           COMPUTE AVAILABLE-QUANTITY =
               ON-HAND-QUANTITY - ALLOCATED-QUANTITY.

       WRITE-LOADED-LINE.
           MOVE SPACES TO REPORT-RECORD.
           IF SO-LINE-STATUS = 'A'
               ADD 1 TO LINES-ALLOCATED
               STRING "  " DELIMITED BY SIZE
                      SO-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SO-LINE-NUMBER DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SO-PRODUCT-ID DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      SO-WAREHOUSE-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SO-ORDER-QUANTITY DELIMITED BY SIZE
                      "  ALLOCATED" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           ELSE
               ADD 1 TO LINES-BACKORDERED
               MOVE AVAILABLE-QUANTITY TO AVAILABLE-DISPLAY
               STRING "  " DELIMITED BY SIZE
                      SO-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SO-LINE-NUMBER DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SO-PRODUCT-ID DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      SO-WAREHOUSE-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SO-ORDER-QUANTITY DELIMITED BY SIZE
                      "  BACKORDERED - ONLY " DELIMITED BY SIZE
                      AVAILABLE-DISPLAY DELIMITED BY SIZE
                      " AVAILABLE" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    THE RESUBMIT FILE CARRIES ITS OWN HEADER AND TRAILER SO
      *    CORRECTED REJECTS CAN BE FED STRAIGHT BACK IN AS
      *    ORDIMPORT.DAT. THE BATCH ID IS R PLUS THE DAY OF YEAR AND
      *    TIME OF THE RUN, SO EVERY GENERATION OF REJECTS GETS A
      *    FRESH ID AND THE IMPORT REGISTER NEVER REFUSES A LATER
      *    RESUBMISSION.
       WRITE-RESUBMIT-HEADER.
           MOVE LOAD-DATE TO RESUBMIT-HEADER-DATE.
           ACCEPT RUN-DAY FROM DAY YYYYDDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE SPACES TO RESUBMIT-HEADER-BATCH-ID.
           STRING "R" DELIMITED BY SIZE
                  RUN-DAY (5:3) DELIMITED BY SIZE
                  RUN-TIME (1:4) DELIMITED BY SIZE
                  INTO RESUBMIT-HEADER-BATCH-ID
           END-STRING.
           WRITE RESUBMIT-RECORD FROM RESUBMIT-BATCH-HEADER.

       WRITE-RESUBMIT-TRAILER.
           MOVE LINES-REJECTED TO RESUBMIT-TRAILER-COUNT.
           MOVE RESUBMIT-HASH TO RESUBMIT-TRAILER-HASH.
           WRITE RESUBMIT-RECORD FROM RESUBMIT-BATCH-TRAILER.

       WRITE-RESUBMIT-RECORD.
           WRITE RESUBMIT-RECORD FROM ORDER-IMPORT-RECORD.
           ADD 1 TO LINES-REJECTED.
           IF IMPORT-QUANTITY IS NUMERIC
               ADD IMPORT-QUANTITY TO RESUBMIT-HASH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "  REJECTED " DELIMITED BY SIZE
                  IMPORT-CUSTOMER-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORT-ORDER-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORT-PRODUCT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORT-WAREHOUSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMPORT-QUANTITY DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LOAD-TOTALS.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DETAIL LINES READ  " DELIMITED BY SIZE
                  DETAIL-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ORDERS CREATED       " DELIMITED BY SIZE
                  ORDERS-CREATED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LINES ALLOCATED      " DELIMITED BY SIZE
                  LINES-ALLOCATED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LINES BACKORDERED    " DELIMITED BY SIZE
                  LINES-BACKORDERED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LINES REJECTED       " DELIMITED BY SIZE
                  LINES-REJECTED DELIMITED BY SIZE
                  "  (WRITTEN TO ordreject.dat FOR CORRECTION AND "
                      DELIMITED BY SIZE
                  "RESUBMISSION)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SUMMARY.
           DISPLAY "============================================".
           DISPLAY "        --- ORDER IMPORT SUMMARY ---        ".
           DISPLAY "============================================".
           DISPLAY "Batch ID loaded         : " BATCH-ID.
           DISPLAY "Detail lines read       : " DETAIL-COUNT.
           DISPLAY "Orders created          : " ORDERS-CREATED.
           DISPLAY "Lines allocated         : " LINES-ALLOCATED.
           DISPLAY "Lines backordered       : " LINES-BACKORDERED.
           DISPLAY "Lines rejected          : " LINES-REJECTED.
           DISPLAY "Load report written to " REPORT-PATH.

      *    THE LOAD REPORT IS NAMED FOR THE BATCH, SO EVERY CUSTOMER
      *    FILE LOADED KEEPS ITS OWN REPORT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/ordimport-"
                      DELIMITED BY SIZE
                  BATCH-ID DELIMITED BY SPACE
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
           STRING "ORDER IMPORT LOAD REPORT  BATCH " DELIMITED BY SIZE
                  BATCH-ID DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  LOAD-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE "REJECTED LINES GO TO ordreject.dat UNCHANGED"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  SO/LINE     PRODUCT WHSE   QTY  RESULT"
               TO REPORT-RECORD.
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
