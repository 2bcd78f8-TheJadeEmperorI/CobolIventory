       FILE-CONTROL.
           COPY invsel.

           COPY trnsel.

           SELECT ERROR-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/stockerr.dat"

           COPY sosel.

           COPY sojsel.

           COPY whsel.

           COPY lotsel.

           SELECT RESTART-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/stockrest.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RESTART-STATUS.

           COPY bregsel.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           COPY invrec.

       FD TRANSACTION-FILE.
           COPY trnrec.

      *    ERROR-RECORD CARRIES THE REJECTED TRANSACTION-RECORD
      *    UNCHANGED, SO STOCKERR.DAT CAN BE FED BACK IN AS
      *    STOCKTRANS.DAT ONCE THE BAD LINES ARE CORRECTED.
       FD ERROR-FILE.
       01 ERROR-RECORD PIC x(45).

       FD MOVEMENT-FILE.
           COPY movrec.
       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD LOT-FILE.
           COPY lotrec.

      *    ONE-RECORD CHECKPOINT, REWRITTEN IN PLACE EVERY
      *    CHECKPOINT-INTERVAL TRANSACTIONS. A RESTART RUN AGAINST THE
      *    SAME STOCKTRANS.DAT SKIPS THE FIRST RESTART-PROCESSED-COUNT
           05 RESTART-BATCH-ID PIC x(8).
           05 RESTART-REJECT-HASH PIC S9(9).

       FD BATCH-REGISTER-FILE.
           COPY bregrec.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1).
       01 SINCE-CHECKPOINT PIC 9(3) VALUE 0.
       01 CHECKPOINT-INTERVAL PIC 9(3) VALUE 100.
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
       01 BAD-WAREHOUSE-COUNT PIC 9(5) VALUE 0.
       01 LOT-STATUS PIC x(2).
       01 LOT-OK PIC 9(1).
       01 LOT-SCAN-EOF PIC x(1).
       01 BAD-LOT-COUNT PIC 9(5) VALUE 0.
       01 LOT-SITE-WAREHOUSE PIC x(5).
       01 SITE-LOT-FOUND PIC 9(1).
       01 SITE-LOT-EXPIRY PIC 9(8).
       01 SITE-LOT-QUANTITY PIC 9(4).
       01 LOT-EXPIRY-WORK PIC 9(8).
       01 LOT-TAKE PIC 9(4).
       01 LOT-TOTAL PIC 9(7).
       01 LOT-EXCESS PIC S9(7).
       01 LOT-ON-HAND PIC 9(4).
       01 LOT-CARRY PIC S9(7).
       01 CARRY-LOT-COUNT PIC 9(2).
       01 CARRY-LOT-TABLE.
           05 CARRY-LOT-ENTRY OCCURS 50 TIMES.
               10 CL-LOT-NUMBER PIC x(10).
               10 CL-EXPIRY-DATE PIC 9(8).
               10 CL-QUANTITY PIC 9(4).
       01 CARRY-INDEX PIC 9(2).
       01 REGISTER-STATUS PIC x(2).
       01 BATCH-OK PIC 9(1) VALUE 0.
       01 BATCH-ID PIC x(8).
               DISPLAY "Warehouse master is not available; "
                   "warehouse codes will not be validated."
           END-IF.
           OPEN I-O LOT-FILE.
           IF LOT-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ TRANSACTION-FILE INTO TRANSACTION-RECORD
           IF WAREHOUSE-OPENED = 1
               CLOSE WAREHOUSE-FILE
           END-IF.
           CLOSE LOT-FILE.

      *    THE WAREHOUSE CODE ON EVERY TRANSACTION IS CHECKED
      *    AGAINST THE WAREHOUSE MASTER, SO A MISTYPED CODE IN AN
               END-READ
           END-IF.

           MOVE 1 TO LOT-OK.
           IF WAREHOUSE-OK = 1
               AND TRANSACTION-LOT-NUMBER NOT = SPACES
               PERFORM CHECK-TRANSACTION-LOT
           END-IF.

           IF WAREHOUSE-OK = 1 AND LOT-OK = 1
               PERFORM APPLY-STOCK-DELTA
           END-IF.

      *    A RECEIPT INTO A LOT THE SITE ALREADY HOLDS MUST CARRY THE
      *    SAME EXPIRY DATE, OR ZERO TO TAKE THE ONE ON FILE; AN
      *    ISSUE FROM A LOT MUST NAME A LOT THE SITE HOLDS AND CANNOT
      *    TAKE MORE THAN IS IN IT.
       CHECK-TRANSACTION-LOT.
           MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE.
           PERFORM FIND-SITE-LOT.
           MOVE TRANSACTION-EXPIRY-DATE TO LOT-EXPIRY-WORK.
           IF LOT-EXPIRY-WORK = 0
               MOVE 99999999 TO LOT-EXPIRY-WORK
           END-IF.

           IF TRANSACTION-DELTA < 0
               IF SITE-LOT-FOUND = 0
                   MOVE "unknown lot at warehouse" TO REJECT-REASON
                   PERFORM REJECT-LOT-TRANSACTION
               ELSE
                   IF SITE-LOT-QUANTITY + TRANSACTION-DELTA < 0
                       MOVE "would take lot below zero"
                           TO REJECT-REASON
                       PERFORM REJECT-LOT-TRANSACTION
                   ELSE
                       MOVE SITE-LOT-EXPIRY TO LOT-EXPIRY-WORK
                   END-IF
               END-IF
           ELSE
               IF SITE-LOT-FOUND = 1
                   IF TRANSACTION-EXPIRY-DATE = 0
                       OR TRANSACTION-EXPIRY-DATE = SITE-LOT-EXPIRY
                       MOVE SITE-LOT-EXPIRY TO LOT-EXPIRY-WORK
                   ELSE
                       MOVE "lot held under another expiry date"
                           TO REJECT-REASON
                       PERFORM REJECT-LOT-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       REJECT-LOT-TRANSACTION.
           ADD 1 TO BAD-LOT-COUNT.
           MOVE SITE-LOT-QUANTITY TO REJECT-BOOK-QUANTITY.
           PERFORM WRITE-REJECT-RECORD.
           MOVE 0 TO LOT-OK.
           MOVE 0 TO TRANSFER-OK.

      *    LOOKS FOR TRANSACTION-LOT-NUMBER AMONG THE LOTS OF THE
      *    PRODUCT AT LOT-SITE-WAREHOUSE.
       FIND-SITE-LOT.
           MOVE 0 TO SITE-LOT-FOUND.
           MOVE 0 TO SITE-LOT-EXPIRY.
           MOVE 0 TO SITE-LOT-QUANTITY.
           MOVE 'N' TO LOT-SCAN-EOF.
           PERFORM START-SITE-LOTS.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = TRANSACTION-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = LOT-SITE-WAREHOUSE
                       IF LOT-NUMBER = TRANSACTION-LOT-NUMBER
                           MOVE 1 TO SITE-LOT-FOUND
                           MOVE LOT-EXPIRY-DATE TO SITE-LOT-EXPIRY
                           MOVE LOT-QUANTITY TO SITE-LOT-QUANTITY
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       START-SITE-LOTS.
           MOVE TRANSACTION-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE LOT-SITE-WAREHOUSE TO LOT-WAREHOUSE-CODE.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE SPACES TO LOT-NUMBER.
           START LOT-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

       APPLY-STOCK-DELTA.
           MOVE TRANSACTION-PRODUCT-ID TO PRODUCT-ID.
           MOVE TRANSACTION-WAREHOUSE-CODE TO WAREHOUSE-CODE.
                           MOVE TRANSACTION-DELTA
                               TO MOVEMENT-QUANTITY
                           PERFORM WRITE-MOVEMENT-RECORD
                           PERFORM POST-TRANSACTION-LOT
                           IF TRANSACTION-DELTA > 0
                               PERFORM RELEASE-BACKORDERS
                           END-IF
               MOVE 0 TO TRANSFER-OK
           END-IF.

           IF TRANSFER-OK = 1
               AND TRANSACTION-LOT-NUMBER NOT = SPACES
               PERFORM CHECK-TRANSFER-LOT
           END-IF.

           IF TRANSFER-OK = 1
               MOVE TRANSACTION-PRODUCT-ID TO PRODUCT-ID
               MOVE TRANSACTION-WAREHOUSE-CODE TO WAREHOUSE-CODE
                   TO MOVEMENT-WAREHOUSE-CODE
               MOVE TRANSACTION-DELTA TO MOVEMENT-QUANTITY
               PERFORM WRITE-MOVEMENT-RECORD
               PERFORM MOVE-TRANSFER-LOTS
               PERFORM RELEASE-BACKORDERS
           END-IF.

      *    A TRANSFER NAMING A LOT MUST FIND ENOUGH OF IT AT THE
      *    SENDING SITE, AND THE RECEIVING SITE MUST NOT HOLD THE
      *    SAME LOT NUMBER UNDER ANOTHER EXPIRY DATE.
       CHECK-TRANSFER-LOT.
           MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE.
           PERFORM FIND-SITE-LOT.
           IF SITE-LOT-FOUND = 0
               MOVE "unknown lot at from-warehouse" TO REJECT-REASON
               PERFORM REJECT-LOT-TRANSACTION
           ELSE
               IF SITE-LOT-QUANTITY < TRANSACTION-DELTA
                   MOVE "would take lot below zero" TO REJECT-REASON
                   PERFORM REJECT-LOT-TRANSACTION
               ELSE
                   MOVE SITE-LOT-EXPIRY TO LOT-EXPIRY-WORK
               END-IF
           END-IF.

           IF TRANSFER-OK = 1
               MOVE TRANSACTION-TO-WAREHOUSE TO LOT-SITE-WAREHOUSE
               PERFORM FIND-SITE-LOT
               IF SITE-LOT-FOUND = 1
                   AND SITE-LOT-EXPIRY NOT = LOT-EXPIRY-WORK
                   MOVE "lot at to-warehouse has another expiry"
                       TO REJECT-REASON
                   PERFORM REJECT-LOT-TRANSACTION
               END-IF
           END-IF.

      *    THE STOCK ALREADY POSTED TO THE SITE IS MIRRORED IN ITS
      *    LOTS. AN ISSUE THAT NAMES NO LOT COMES FROM UNLOTTED STOCK
      *    FIRST, SO THE LOTS ARE ONLY TRIMMED WHEN THEY NOW HOLD MORE
      *    THAN IS ON HAND.
       POST-TRANSACTION-LOT.
           MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE.
           IF TRANSACTION-LOT-NUMBER NOT = SPACES
               MOVE TRANSACTION-LOT-NUMBER TO LOT-NUMBER
               IF TRANSACTION-DELTA > 0
                   MOVE TRANSACTION-DELTA TO LOT-TAKE
                   PERFORM ADD-TO-SITE-LOT
               ELSE
                   COMPUTE LOT-TAKE = 0 - TRANSACTION-DELTA
                   PERFORM TAKE-FROM-SITE-LOT
               END-IF
           ELSE
               IF TRANSACTION-DELTA < 0
                   MOVE PRODUCT-QUANTITY TO LOT-ON-HAND
                   PERFORM TRIM-LOTS-TO-ON-HAND
               END-IF
           END-IF.

      *    ADDS LOT-TAKE UNITS TO LOT LOT-NUMBER, EXPIRING ON
      *    LOT-EXPIRY-WORK, AT LOT-SITE-WAREHOUSE.
       ADD-TO-SITE-LOT.
           MOVE TRANSACTION-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE LOT-SITE-WAREHOUSE TO LOT-WAREHOUSE-CODE.
           MOVE LOT-EXPIRY-WORK TO LOT-EXPIRY-DATE.
           READ LOT-FILE
               INVALID KEY
                   MOVE LOT-TAKE TO LOT-QUANTITY
                   MOVE 0 TO LOT-ALLOCATED-QUANTITY
                   ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "Lot write failed for lot "
                               LOT-NUMBER "; status " LOT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD LOT-TAKE TO LOT-QUANTITY
                   REWRITE LOT-RECORD
           END-READ.

      *    TAKES LOT-TAKE UNITS OUT OF LOT LOT-NUMBER, EXPIRING ON
      *    LOT-EXPIRY-WORK, AT LOT-SITE-WAREHOUSE.
       TAKE-FROM-SITE-LOT.
           MOVE TRANSACTION-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE LOT-SITE-WAREHOUSE TO LOT-WAREHOUSE-CODE.
           MOVE LOT-EXPIRY-WORK TO LOT-EXPIRY-DATE.
           READ LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOT-QUANTITY > LOT-TAKE
                       SUBTRACT LOT-TAKE FROM LOT-QUANTITY
                   ELSE
                       MOVE 0 TO LOT-QUANTITY
                   END-IF
                   IF LOT-ALLOCATED-QUANTITY > LOT-QUANTITY
                       MOVE LOT-QUANTITY TO LOT-ALLOCATED-QUANTITY
                   END-IF
                   IF LOT-QUANTITY = 0
                       DELETE LOT-FILE RECORD
                   ELSE
                       REWRITE LOT-RECORD
                   END-IF
           END-READ.

      *    A TRANSFER NAMING A LOT MOVES THAT LOT. ONE NAMING NO LOT
      *    SENDS UNLOTTED STOCK FIRST AND MAKES UP THE REST FROM THE
      *    EARLIEST-EXPIRING LOTS, WHICH ARRIVE AT THE RECEIVING SITE
      *    UNDER THE SAME LOT NUMBER AND EXPIRY DATE. THE SENDING
      *    SITE'S LOTS ARE GATHERED FIRST AND ADDED AT THE RECEIVING
      *    SITE AFTERWARDS, SO THE TWO SITES' LOTS ARE NEVER READ IN
      *    THE SAME PASS. UP TO 50 LOTS TRAVEL WITH ONE TRANSFER; ANY
      *    FURTHER STOCK ARRIVES UNLOTTED.
       MOVE-TRANSFER-LOTS.
           IF TRANSACTION-LOT-NUMBER NOT = SPACES
               MOVE TRANSACTION-DELTA TO LOT-TAKE
               MOVE TRANSACTION-LOT-NUMBER TO LOT-NUMBER
               MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE
               PERFORM TAKE-FROM-SITE-LOT
               MOVE TRANSACTION-LOT-NUMBER TO LOT-NUMBER
               MOVE TRANSACTION-TO-WAREHOUSE TO LOT-SITE-WAREHOUSE
               PERFORM ADD-TO-SITE-LOT
           ELSE
               MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE
               PERFORM SUM-SITE-LOTS
               COMPUTE LOT-CARRY = TRANSACTION-DELTA
                   - (SOURCE-QUANTITY - LOT-TOTAL)
               IF LOT-CARRY > TRANSACTION-DELTA
                   MOVE TRANSACTION-DELTA TO LOT-CARRY
               END-IF
               MOVE 0 TO CARRY-LOT-COUNT
               IF LOT-CARRY > 0
                   PERFORM GATHER-CARRIED-LOTS
               END-IF
               MOVE TRANSACTION-TO-WAREHOUSE TO LOT-SITE-WAREHOUSE
               PERFORM VARYING CARRY-INDEX FROM 1 BY 1
                   UNTIL CARRY-INDEX > CARRY-LOT-COUNT
                   MOVE CL-LOT-NUMBER (CARRY-INDEX) TO LOT-NUMBER
                   MOVE CL-EXPIRY-DATE (CARRY-INDEX)
                       TO LOT-EXPIRY-WORK
                   MOVE CL-QUANTITY (CARRY-INDEX) TO LOT-TAKE
                   PERFORM ADD-TO-SITE-LOT
               END-PERFORM
               MOVE TRANSACTION-WAREHOUSE-CODE TO LOT-SITE-WAREHOUSE
               COMPUTE LOT-ON-HAND =
                   SOURCE-QUANTITY - TRANSACTION-DELTA
               PERFORM TRIM-LOTS-TO-ON-HAND
           END-IF.

       GATHER-CARRIED-LOTS.
           MOVE 'N' TO LOT-SCAN-EOF.
           PERFORM START-SITE-LOTS.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = TRANSACTION-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = LOT-SITE-WAREHOUSE
                       AND CARRY-LOT-COUNT < 50
                       PERFORM CARRY-ONE-LOT
                       IF LOT-CARRY = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       CARRY-ONE-LOT.
           IF LOT-QUANTITY > LOT-CARRY
               MOVE LOT-CARRY TO LOT-TAKE
           ELSE
               MOVE LOT-QUANTITY TO LOT-TAKE
           END-IF.
           ADD 1 TO CARRY-LOT-COUNT.
           MOVE LOT-NUMBER TO CL-LOT-NUMBER (CARRY-LOT-COUNT).
           MOVE LOT-EXPIRY-DATE TO CL-EXPIRY-DATE (CARRY-LOT-COUNT).
           MOVE LOT-TAKE TO CL-QUANTITY (CARRY-LOT-COUNT).
           SUBTRACT LOT-TAKE FROM LOT-CARRY.
           SUBTRACT LOT-TAKE FROM LOT-QUANTITY.
           IF LOT-ALLOCATED-QUANTITY > LOT-QUANTITY
               MOVE LOT-QUANTITY TO LOT-ALLOCATED-QUANTITY
           END-IF.
           IF LOT-QUANTITY = 0
               DELETE LOT-FILE RECORD
           ELSE
               REWRITE LOT-RECORD
           END-IF.

       SUM-SITE-LOTS.
           MOVE 0 TO LOT-TOTAL.
           MOVE 'N' TO LOT-SCAN-EOF.
           PERFORM START-SITE-LOTS.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = TRANSACTION-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = LOT-SITE-WAREHOUSE
                       ADD LOT-QUANTITY TO LOT-TOTAL
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

      *    WHEN THE LOTS AT LOT-SITE-WAREHOUSE HOLD MORE THAN
      *    LOT-ON-HAND, THE EXCESS IS TAKEN OFF THE EARLIEST-EXPIRING
      *    LOTS.
       TRIM-LOTS-TO-ON-HAND.
           PERFORM SUM-SITE-LOTS.
           COMPUTE LOT-EXCESS = LOT-TOTAL - LOT-ON-HAND.
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
                   IF LOT-PRODUCT-ID = TRANSACTION-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = LOT-SITE-WAREHOUSE
                       PERFORM TRIM-ONE-LOT
                       IF LOT-EXCESS = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

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

       WRITE-MOVEMENT-RECORD.
      *    A RECEIPT THAT LANDS WHERE SALES ORDER LINES ARE WAITING
      *    RELEASES THEM IN ORDER-NUMBER ORDER, BUT ONLY AS FAR AS
      *    THE STOCK NOT ALREADY CLAIMED BY ALLOCATED LINES GOES.
      *    RUNS AGAINST THE SITE RECORD JUST REWRITTEN, SO A RECEIPT
      *    RELEASES BACKORDERS AT ITS OWN SITE AND A TRANSFER AT THE
      *    RECEIVING SITE.
       RELEASE-BACKORDERS.
           IF SALES-ORDER-OPENED = 1
               MOVE 0 TO ALLOCATED-QUANTITY

       SUM-ALLOCATIONS.
           MOVE 'N' TO SCAN-EOF.
           MOVE PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = WAREHOUSE-CODE
                       IF SO-LINE-STATUS = 'A'
                           COMPUTE ALLOCATED-QUANTITY =
                               ALLOCATED-QUANTITY + SO-ORDER-QUANTITY
                               - SO-SHIPPED-QUANTITY
                               - SO-CANCELLED-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF

       RELEASE-BACKORDER-LINES.
           MOVE 'N' TO SCAN-EOF.
           MOVE PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = WAREHOUSE-CODE
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
               MALFORMED-COUNT.
           DISPLAY "Rejected (bad warehouse code) : "
               BAD-WAREHOUSE-COUNT.
           DISPLAY "Rejected (bad lot) : "
               BAD-LOT-COUNT.
           DISPLAY "Rejects written to error file : "
               REJECT-WRITTEN-COUNT.
           DISPLAY "Backorder lines released : "
               RELEASED-COUNT.

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
