       IDENTIFICATION DIVISION.
       PROGRAM-ID. rebalance.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY invsel.

           COPY sosel.

           COPY pslsel.

           COPY whsel.

           COPY oprsel.

           COPY trnsel.

           COPY bregsel.

           SELECT REBALANCE-WORK-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/rebalwrk.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/rblsort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           COPY invrec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD PRODUCT-SUPPLIER-FILE.
           COPY pslrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD OPERATOR-FILE.
           COPY oprrec.

       FD TRANSACTION-FILE.
           COPY trnrec.

       FD BATCH-REGISTER-FILE.
           COPY bregrec.

      *    ONE RECORD PER PROPOSED TRANSFER, HELD UNTIL A SUPERVISOR
      *    APPROVES THE PROPOSAL AND IT IS COPIED TO STOCKTRANS.DAT.
       FD REBALANCE-WORK-FILE.
       01 REBALANCE-WORK-RECORD.
           05 WORK-PRODUCT-ID PIC 9(5).
           05 WORK-FROM-WAREHOUSE PIC x(5).
           05 WORK-TO-WAREHOUSE PIC x(5).
           05 WORK-QUANTITY PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    ONE ROW PER CONTRIBUTION TO A PRODUCT/WAREHOUSE SITE.
      *    ROW TYPES: I = BOOK QUANTITY FROM THE INVENTORY FILE,
      *    L = REORDER POINT FROM THE PRODUCT-SUPPLIER LINK,
      *    A = AN ALLOCATED SO LINE, B = A BACKORDERED SO LINE.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 RBL-PRODUCT-ID PIC 9(5).
           05 RBL-WAREHOUSE-CODE PIC x(5).
           05 RBL-ROW-TYPE PIC x(1).
           05 RBL-QUANTITY PIC 9(4).
           05 RBL-PRODUCT-NAME PIC x(15).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 INVENTORY-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 LINK-STATUS PIC x(2).
       01 WAREHOUSE-STATUS PIC x(2).
       01 WAREHOUSE-OPENED PIC 9(1) VALUE 0.
       01 TRANSACTION-STATUS PIC x(2).
       01 REGISTER-STATUS PIC x(2).
       01 WORK-STATUS PIC x(2).
       01 WORK-OPENED PIC 9(1) VALUE 0.

       01 SORT-EOF PIC x(1).
       01 HAVE-GROUP PIC 9(1).
       01 GRP-PRODUCT-ID PIC 9(5).
       01 GRP-PRODUCT-NAME PIC x(15).

      *    EVERY SITE OF THE PRODUCT IN HAND: ON HAND, ALLOCATED AND
      *    BACKORDERED UNITS, REORDER POINT, AND THE NEED OR FREE
      *    STOCK WORKED OUT FROM THEM.
       01 SITE-COUNT PIC 9(2).
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 30 TIMES.
               10 ST-WAREHOUSE-CODE PIC x(5).
               10 ST-HAS-STOCK PIC 9(1).
               10 ST-ACTIVE PIC 9(1).
               10 ST-ON-HAND PIC 9(4).
               10 ST-ALLOCATED PIC 9(7).
               10 ST-BACKORDERED PIC 9(7).
               10 ST-REORDER-POINT PIC 9(4).
               10 ST-AVAILABLE PIC S9(7).
               10 ST-NEED PIC 9(7).
               10 ST-FREE PIC 9(7).
       01 SITE-INDEX PIC 9(2).
       01 DONOR-INDEX PIC 9(2).
       01 BEST-DONOR PIC 9(2).
       01 BEST-FREE PIC 9(7).
       01 MOVE-QUANTITY PIC 9(7).
       01 SITE-WORK PIC S9(7).
       01 SITES-DROPPED PIC 9(5) VALUE 0.

       01 PRODUCTS-REVIEWED PIC 9(5) VALUE 0.
       01 TRANSFERS-PROPOSED PIC 9(5) VALUE 0.
       01 UNITS-PROPOSED PIC 9(7) VALUE 0.
       01 SITES-SHORT PIC 9(5) VALUE 0.
       01 UNITS-SHORT PIC 9(7) VALUE 0.

       01 AVAILABLE-DISPLAY PIC -9(6).

       01 OPERATOR-STATUS PIC x(2).
       01 SIGNED-ON PIC 9(1).
       01 SIGN-ON-TRIES PIC 9(1).
       01 ENTRY-OPERATOR-ID PIC x(8).
       01 ENTRY-PASSWORD PIC x(8).
       01 SIGNED-ON-OPERATOR PIC x(8).
       01 OPERATOR-LEVEL PIC 9(1).
       01 AUTHORIZED PIC 9(1).
       01 APPROVE-CHOICE PIC x(1).

       01 PENDING-BATCH PIC 9(1).
       01 PENDING-BATCH-ID PIC x(8).
       01 BATCH-RECORD-COUNT PIC 9(7).
       01 BATCH-HASH-TOTAL PIC S9(9).
       01 RUN-DAY PIC 9(7).
       01 RUN-TIME PIC 9(8).
       01 REBALANCE-BATCH-HEADER.
           05 REBALANCE-HEADER-TAG PIC x(2) VALUE "BH".
           05 REBALANCE-HEADER-BATCH-ID PIC x(8).
           05 REBALANCE-HEADER-DATE PIC 9(8).
       01 REBALANCE-BATCH-TRAILER.
           05 REBALANCE-TRAILER-TAG PIC x(2) VALUE "BT".
           05 REBALANCE-TRAILER-COUNT PIC 9(7).
           05 REBALANCE-TRAILER-HASH PIC S9(9).

       01 OPERATOR-INITIALS PIC x(3).
       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-RUN-DATE PIC 9(8).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "    --- CROSS-WAREHOUSE REBALANCING ---     ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.

           SORT SORT-FILE
               ASCENDING KEY RBL-PRODUCT-ID
                             RBL-WAREHOUSE-CODE
                             RBL-ROW-TYPE
               INPUT PROCEDURE IS RELEASE-SITE-ROWS
               OUTPUT PROCEDURE IS PRINT-REBALANCE-PROPOSAL.

           IF TRANSFERS-PROPOSED = 0
               DISPLAY "No transfers proposed."
           ELSE
               IF WORK-OPENED = 1
                   PERFORM APPROVE-PROPOSAL
               END-IF
           END-IF.
           STOP RUN.

       RELEASE-SITE-ROWS.
           PERFORM RELEASE-STOCK-ROWS.
           PERFORM RELEASE-LINK-ROWS.
           PERFORM RELEASE-ORDER-ROWS.

       RELEASE-STOCK-ROWS.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-STATUS NOT = "00"
               DISPLAY "Inventory file could not be opened."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVENTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   MOVE PRODUCT-ID TO RBL-PRODUCT-ID
                   MOVE WAREHOUSE-CODE TO RBL-WAREHOUSE-CODE
                   MOVE 'I' TO RBL-ROW-TYPE
                   MOVE PRODUCT-QUANTITY TO RBL-QUANTITY
                   MOVE PRODUCT-NAME TO RBL-PRODUCT-NAME
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF INVENTORY-STATUS = "00" OR INVENTORY-STATUS = "10"
               CLOSE INVENTORY-FILE
           END-IF.

       RELEASE-LINK-ROWS.
           OPEN INPUT PRODUCT-SUPPLIER-FILE.
           IF LINK-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PRODUCT-SUPPLIER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   MOVE LINK-PRODUCT-ID TO RBL-PRODUCT-ID
                   MOVE LINK-WAREHOUSE-CODE TO RBL-WAREHOUSE-CODE
                   MOVE 'L' TO RBL-ROW-TYPE
                   MOVE LINK-REORDER-POINT TO RBL-QUANTITY
                   MOVE SPACES TO RBL-PRODUCT-NAME
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF LINK-STATUS = "00" OR LINK-STATUS = "10"
               CLOSE PRODUCT-SUPPLIER-FILE
           END-IF.

       RELEASE-ORDER-ROWS.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND (SO-LINE-STATUS = 'A' OR SO-LINE-STATUS = 'B')
                   MOVE SO-PRODUCT-ID TO RBL-PRODUCT-ID
                   MOVE SO-WAREHOUSE-CODE TO RBL-WAREHOUSE-CODE
                   MOVE SO-LINE-STATUS TO RBL-ROW-TYPE
                   COMPUTE RBL-QUANTITY = SO-ORDER-QUANTITY
                       - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY
                   MOVE SPACES TO RBL-PRODUCT-NAME
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF SALES-ORDER-STATUS = "00" OR SALES-ORDER-STATUS = "10"
               CLOSE SALES-ORDER-FILE
           END-IF.

       PRINT-REBALANCE-PROPOSAL.
           PERFORM OPEN-REPORT-FILE.

           MOVE 0 TO WAREHOUSE-OPENED.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-STATUS = "00"
               MOVE 1 TO WAREHOUSE-OPENED
           ELSE
               DISPLAY "Warehouse master is not available; "
                   "no site can be confirmed active."
           END-IF.

           MOVE 0 TO WORK-OPENED.
           OPEN OUTPUT REBALANCE-WORK-FILE.
           IF WORK-STATUS = "00"
               MOVE 1 TO WORK-OPENED
           ELSE
               DISPLAY "Proposal work file could not be opened; "
                   "status " WORK-STATUS "; report only."
           END-IF.

           MOVE 'N' TO SORT-EOF.
           MOVE 0 TO HAVE-GROUP.

           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   IF HAVE-GROUP = 1
                       AND RBL-PRODUCT-ID NOT = GRP-PRODUCT-ID
                       PERFORM FINISH-PRODUCT-GROUP
                       MOVE 0 TO HAVE-GROUP
                   END-IF
                   IF HAVE-GROUP = 0
                       PERFORM START-PRODUCT-GROUP
                   END-IF
                   PERFORM APPLY-ROW-TO-SITE
               END-IF
           END-PERFORM.

           IF HAVE-GROUP = 1
               PERFORM FINISH-PRODUCT-GROUP
           END-IF.

           IF WAREHOUSE-OPENED = 1
               CLOSE WAREHOUSE-FILE
           END-IF.
           IF WORK-OPENED = 1
               CLOSE REBALANCE-WORK-FILE
           END-IF.

           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRODUCTS REVIEWED " DELIMITED BY SIZE
                  PRODUCTS-REVIEWED DELIMITED BY SIZE
                  "  TRANSFERS PROPOSED " DELIMITED BY SIZE
                  TRANSFERS-PROPOSED DELIMITED BY SIZE
                  "  UNITS " DELIMITED BY SIZE
                  UNITS-PROPOSED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SITES STILL SHORT " DELIMITED BY SIZE
                  SITES-SHORT DELIMITED BY SIZE
                  "  UNITS SHORT " DELIMITED BY SIZE
                  UNITS-SHORT DELIMITED BY SIZE
                  "  SITES NOT REVIEWED (OVER 30 PER PRODUCT) "
                      DELIMITED BY SIZE
                  SITES-DROPPED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Transfers proposed      : " TRANSFERS-PROPOSED.
           DISPLAY "Units proposed          : " UNITS-PROPOSED.
           DISPLAY "Sites still short       : " SITES-SHORT.
           DISPLAY "Report written to " REPORT-PATH.

       START-PRODUCT-GROUP.
           MOVE 1 TO HAVE-GROUP.
           MOVE RBL-PRODUCT-ID TO GRP-PRODUCT-ID.
           MOVE SPACES TO GRP-PRODUCT-NAME.
           MOVE 0 TO SITE-COUNT.

       APPLY-ROW-TO-SITE.
           IF SITE-COUNT = 0
               PERFORM ADD-SITE-ENTRY
           ELSE
               IF RBL-WAREHOUSE-CODE
                   NOT = ST-WAREHOUSE-CODE (SITE-COUNT)
                   PERFORM ADD-SITE-ENTRY
               END-IF
           END-IF.

           IF SITE-COUNT > 0
               AND RBL-WAREHOUSE-CODE = ST-WAREHOUSE-CODE (SITE-COUNT)
               EVALUATE RBL-ROW-TYPE
                   WHEN 'I'
                       MOVE 1 TO ST-HAS-STOCK (SITE-COUNT)
                       MOVE RBL-QUANTITY TO ST-ON-HAND (SITE-COUNT)
                       MOVE RBL-PRODUCT-NAME TO GRP-PRODUCT-NAME
                   WHEN 'L'
                       MOVE RBL-QUANTITY
                           TO ST-REORDER-POINT (SITE-COUNT)
                   WHEN 'A'
                       ADD RBL-QUANTITY TO ST-ALLOCATED (SITE-COUNT)
                   WHEN 'B'
                       ADD RBL-QUANTITY
                           TO ST-BACKORDERED (SITE-COUNT)
               END-EVALUATE
           END-IF.

       ADD-SITE-ENTRY.
           IF SITE-COUNT >= 30
               ADD 1 TO SITES-DROPPED
           ELSE
               ADD 1 TO SITE-COUNT
               MOVE RBL-WAREHOUSE-CODE
                   TO ST-WAREHOUSE-CODE (SITE-COUNT)
               MOVE 0 TO ST-HAS-STOCK (SITE-COUNT)
               MOVE 0 TO ST-ACTIVE (SITE-COUNT)
               MOVE 0 TO ST-ON-HAND (SITE-COUNT)
               MOVE 0 TO ST-ALLOCATED (SITE-COUNT)
               MOVE 0 TO ST-BACKORDERED (SITE-COUNT)
               MOVE 0 TO ST-REORDER-POINT (SITE-COUNT)
               MOVE 0 TO ST-AVAILABLE (SITE-COUNT)
               MOVE 0 TO ST-NEED (SITE-COUNT)
               MOVE 0 TO ST-FREE (SITE-COUNT)
           END-IF.

      *    A SITE NEEDS STOCK WHEN ITS BACKORDERS PLUS ITS REORDER
      *    POINT EXCEED WHAT IS ON HAND AND NOT ALREADY ALLOCATED.
      *    ANOTHER SITE HAS FREE STOCK WHEN ITS UNALLOCATED STOCK IS
      *    MORE THAN ITS OWN BACKORDERS PLUS REORDER POINT, SO A
      *    DONOR IS NEVER PUSHED BELOW ITS OWN REORDER POINT. BOTH
      *    ENDS MUST BE ACTIVE ON THE WAREHOUSE MASTER AND STOCK THE
      *    PRODUCT, SINCE THE TRANSFER POSTING NEEDS A RECORD AT EACH
      *    END. EACH NEEDY SITE DRAWS FROM THE SITE WITH THE MOST
      *    FREE STOCK FIRST.
       FINISH-PRODUCT-GROUP.
           ADD 1 TO PRODUCTS-REVIEWED.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
                   UNTIL SITE-INDEX > SITE-COUNT
               PERFORM SIZE-SITE-POSITION
           END-PERFORM.

           PERFORM VARYING SITE-INDEX FROM 1 BY 1
                   UNTIL SITE-INDEX > SITE-COUNT
               IF ST-NEED (SITE-INDEX) > 0
                   PERFORM FILL-SITE-NEED
               END-IF
           END-PERFORM.

       SIZE-SITE-POSITION.
           IF WAREHOUSE-OPENED = 1
               MOVE ST-WAREHOUSE-CODE (SITE-INDEX) TO WH-CODE
               READ WAREHOUSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WH-ACTIVE-FLAG = 'A'
                           MOVE 1 TO ST-ACTIVE (SITE-INDEX)
                       END-IF
               END-READ
           END-IF.

           COMPUTE ST-AVAILABLE (SITE-INDEX) =
               ST-ON-HAND (SITE-INDEX) - ST-ALLOCATED (SITE-INDEX).

           IF ST-ACTIVE (SITE-INDEX) = 1
               AND ST-HAS-STOCK (SITE-INDEX) = 1
               COMPUTE SITE-WORK =
                   ST-BACKORDERED (SITE-INDEX)
                   + ST-REORDER-POINT (SITE-INDEX)
                   - ST-AVAILABLE (SITE-INDEX)
               IF SITE-WORK > 0
                   IF SITE-WORK > 9999 - ST-ON-HAND (SITE-INDEX)
                       COMPUTE SITE-WORK =
                           9999 - ST-ON-HAND (SITE-INDEX)
                   END-IF
                   MOVE SITE-WORK TO ST-NEED (SITE-INDEX)
               ELSE
                   COMPUTE ST-FREE (SITE-INDEX) = 0 - SITE-WORK
               END-IF
           END-IF.

       FILL-SITE-NEED.
           MOVE 1 TO BEST-DONOR.
           PERFORM UNTIL ST-NEED (SITE-INDEX) = 0 OR BEST-DONOR = 0
               PERFORM FIND-BEST-DONOR
               IF BEST-DONOR > 0
                   IF BEST-FREE < ST-NEED (SITE-INDEX)
                       MOVE BEST-FREE TO MOVE-QUANTITY
                   ELSE
                       MOVE ST-NEED (SITE-INDEX) TO MOVE-QUANTITY
                   END-IF
                   SUBTRACT MOVE-QUANTITY FROM ST-NEED (SITE-INDEX)
                   SUBTRACT MOVE-QUANTITY FROM ST-FREE (BEST-DONOR)
                   PERFORM RECORD-TRANSFER
               END-IF
           END-PERFORM.

           IF ST-NEED (SITE-INDEX) > 0
               ADD 1 TO SITES-SHORT
               ADD ST-NEED (SITE-INDEX) TO UNITS-SHORT
               PERFORM WRITE-SHORT-LINE
           END-IF.

       FIND-BEST-DONOR.
           MOVE 0 TO BEST-DONOR.
           MOVE 0 TO BEST-FREE.
           PERFORM VARYING DONOR-INDEX FROM 1 BY 1
                   UNTIL DONOR-INDEX > SITE-COUNT
               IF DONOR-INDEX NOT = SITE-INDEX
                   AND ST-FREE (DONOR-INDEX) > BEST-FREE
                   MOVE DONOR-INDEX TO BEST-DONOR
                   MOVE ST-FREE (DONOR-INDEX) TO BEST-FREE
               END-IF
           END-PERFORM.

       RECORD-TRANSFER.
           ADD 1 TO TRANSFERS-PROPOSED.
           ADD MOVE-QUANTITY TO UNITS-PROPOSED.
           IF WORK-OPENED = 1
               MOVE GRP-PRODUCT-ID TO WORK-PRODUCT-ID
               MOVE ST-WAREHOUSE-CODE (BEST-DONOR)
                   TO WORK-FROM-WAREHOUSE
               MOVE ST-WAREHOUSE-CODE (SITE-INDEX)
                   TO WORK-TO-WAREHOUSE
               MOVE MOVE-QUANTITY TO WORK-QUANTITY
               WRITE REBALANCE-WORK-RECORD
           END-IF.

           MOVE ST-AVAILABLE (SITE-INDEX) TO AVAILABLE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING GRP-PRODUCT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRP-PRODUCT-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ST-WAREHOUSE-CODE (BEST-DONOR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ST-WAREHOUSE-CODE (SITE-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MOVE-QUANTITY (4:4) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ST-BACKORDERED (SITE-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ST-REORDER-POINT (SITE-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AVAILABLE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SHORT-LINE.
           MOVE ST-AVAILABLE (SITE-INDEX) TO AVAILABLE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING GRP-PRODUCT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRP-PRODUCT-NAME DELIMITED BY SIZE
                  "  ----- " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-WAREHOUSE-CODE (SITE-INDEX) DELIMITED BY SIZE
                  "  ----   " DELIMITED BY SIZE
                  ST-BACKORDERED (SITE-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ST-REORDER-POINT (SITE-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AVAILABLE-DISPLAY DELIMITED BY SIZE
                  "  STILL SHORT " DELIMITED BY SIZE
                  ST-NEED (SITE-INDEX) DELIMITED BY SIZE
                  " - NO FREE STOCK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    THE TRANSFER BATCH IS ONLY CREATED ONCE A SUPERVISOR
      *    (LEVEL 2) HAS SIGNED ON AND APPROVED THE PRINTED PROPOSAL.
       APPROVE-PROPOSAL.
           DISPLAY "Supervisor approval is required to create the "
               "transfer batch.".
           MOVE 0 TO AUTHORIZED.
           PERFORM SIGN-ON.
           IF SIGNED-ON = 1
               PERFORM CHECK-SUPERVISOR
           END-IF.

           IF AUTHORIZED = 1
               DISPLAY "Create transfer batch of " TRANSFERS-PROPOSED
                   " transfers (Y/N) : " WITH NO ADVANCING
               ACCEPT APPROVE-CHOICE
               IF APPROVE-CHOICE = 'Y' OR APPROVE-CHOICE = 'y'
                   PERFORM CHECK-PENDING-BATCH
                   IF PENDING-BATCH = 0
                       PERFORM CREATE-TRANSFER-BATCH
                   END-IF
               ELSE
                   DISPLAY "Proposal not approved; no batch created."
               END-IF
           END-IF.

       SIGN-ON.
           MOVE 0 TO SIGNED-ON.
           MOVE 0 TO SIGN-ON-TRIES.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Operator file is not available; contact a "
                   "supervisor."
           ELSE
               PERFORM UNTIL SIGNED-ON = 1 OR SIGN-ON-TRIES >= 3
                   DISPLAY "====================================="
                       "======="
                   DISPLAY "              --- SIGN ON ---        "
                       "       "
                   DISPLAY "====================================="
                       "======="
                   DISPLAY "Operator ID : " WITH NO ADVANCING
                   ACCEPT ENTRY-OPERATOR-ID
                   DISPLAY "Password : " WITH NO ADVANCING
                   ACCEPT ENTRY-PASSWORD

                   MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPERATOR-PASSWORD = ENTRY-PASSWORD
                               MOVE 1 TO SIGNED-ON
                               MOVE OPERATOR-ID
                                   TO SIGNED-ON-OPERATOR
                               MOVE OPERATOR-AUTH-LEVEL
                                   TO OPERATOR-LEVEL
                               DISPLAY "Signed on as " OPERATOR-NAME
                           END-IF
                   END-READ

                   IF SIGNED-ON = 0
                       ADD 1 TO SIGN-ON-TRIES
                       DISPLAY "Invalid operator ID or password."
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF SIGNED-ON = 0
                   DISPLAY "Too many failed sign-on attempts."
               END-IF
           END-IF.

       CHECK-SUPERVISOR.
           IF OPERATOR-LEVEL >= 2
               MOVE 1 TO AUTHORIZED
           ELSE
               MOVE 0 TO AUTHORIZED
               DISPLAY "This option requires supervisor authority."
           END-IF.

      *    STOCKTRANS.DAT IS NEVER OVERWRITTEN WHILE IT HOLDS A BATCH
      *    THE BATCH REGISTER DOES NOT SHOW AS APPLIED, SO A PENDING
      *    EXTRACT OR A HALF-FINISHED RUN AWAITING RESTART IS NOT LOST.
       CHECK-PENDING-BATCH.
           MOVE 0 TO PENDING-BATCH.
           MOVE SPACES TO PENDING-BATCH-ID.

           OPEN INPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS = "00"
               READ TRANSACTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO PENDING-BATCH
                       IF HEADER-TAG = "BH"
                           MOVE HEADER-BATCH-ID TO PENDING-BATCH-ID
                       END-IF
               END-READ
               CLOSE TRANSACTION-FILE
           END-IF.

           IF PENDING-BATCH = 1 AND PENDING-BATCH-ID NOT = SPACES
               OPEN INPUT BATCH-REGISTER-FILE
               IF REGISTER-STATUS = "00"
                   MOVE PENDING-BATCH-ID TO REGISTER-BATCH-ID
                   READ BATCH-REGISTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO PENDING-BATCH
                   END-READ
                   CLOSE BATCH-REGISTER-FILE
               END-IF
           END-IF.

           IF PENDING-BATCH = 1
               IF PENDING-BATCH-ID = SPACES
                   DISPLAY "stocktrans.dat holds records that are "
                       "not a batch; clear it before creating a "
                       "transfer batch."
               ELSE
                   DISPLAY "stocktrans.dat holds batch "
                       PENDING-BATCH-ID " which has not been "
                       "applied; apply it before creating a "
                       "transfer batch."
               END-IF
               DISPLAY "No batch created."
           END-IF.

      *    THE BATCH ID IS R PLUS THE DAY OF YEAR AND TIME OF THE
      *    RUN, SO EVERY REBALANCING BATCH IS UNIQUE ON THE REGISTER.
      *    TRANSFERS CARRY NO LOT, SO THE POSTING MOVES WHATEVER LOTS
      *    IT DRAWS, AND NO COST, SO NO MOVING AVERAGE CHANGES.
       CREATE-TRANSFER-BATCH.
           MOVE 0 TO BATCH-RECORD-COUNT.
           MOVE 0 TO BATCH-HASH-TOTAL.
           ACCEPT REBALANCE-HEADER-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-DAY FROM DAY YYYYDDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE SPACES TO REBALANCE-HEADER-BATCH-ID.
           STRING "R" DELIMITED BY SIZE
                  RUN-DAY (5:3) DELIMITED BY SIZE
                  RUN-TIME (1:4) DELIMITED BY SIZE
                  INTO REBALANCE-HEADER-BATCH-ID
           END-STRING.

           OPEN INPUT REBALANCE-WORK-FILE.
           OPEN OUTPUT TRANSACTION-FILE.
           IF TRANSACTION-STATUS NOT = "00"
               DISPLAY "stocktrans.dat could not be opened; status "
                   TRANSACTION-STATUS "; no batch created."
               CLOSE REBALANCE-WORK-FILE
           ELSE
               WRITE TRANSACTION-RECORD FROM REBALANCE-BATCH-HEADER
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ REBALANCE-WORK-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       PERFORM WRITE-TRANSFER-RECORD
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               MOVE BATCH-RECORD-COUNT TO REBALANCE-TRAILER-COUNT
               MOVE BATCH-HASH-TOTAL TO REBALANCE-TRAILER-HASH
               WRITE TRANSACTION-RECORD FROM REBALANCE-BATCH-TRAILER
               CLOSE TRANSACTION-FILE
               CLOSE REBALANCE-WORK-FILE
               DISPLAY "Transfer batch " REBALANCE-HEADER-BATCH-ID
                   " written to stocktrans.dat with "
                   BATCH-RECORD-COUNT " transfers; run the batch "
                   "stock update to post it."
           END-IF.

       WRITE-TRANSFER-RECORD.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WORK-PRODUCT-ID TO TRANSACTION-PRODUCT-ID.
           MOVE WORK-FROM-WAREHOUSE TO TRANSACTION-WAREHOUSE-CODE.
           MOVE WORK-QUANTITY TO TRANSACTION-DELTA.
           MOVE 'T' TO TRANSACTION-TYPE.
           MOVE WORK-TO-WAREHOUSE TO TRANSACTION-TO-WAREHOUSE.
           MOVE 0 TO TRANSACTION-UNIT-COST.
           MOVE SPACES TO TRANSACTION-LOT-NUMBER.
           MOVE 0 TO TRANSACTION-EXPIRY-DATE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO BATCH-RECORD-COUNT.
           ADD WORK-QUANTITY TO BATCH-HASH-TOTAL.

      *    THE LISTING GOES TO A DATED PRINT FILE WITH PAGE
      *    HEADINGS; THE SCREEN ONLY CONFIRMS WHERE THE FILE WENT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/rebalance-"
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
           STRING "CROSS-WAREHOUSE REBALANCING PROPOSAL  RUN "
                      DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "BACKORD, ROP AND AVAIL (ON HAND LESS ALLOCATED) "
                      DELIMITED BY SIZE
                  "ARE FOR THE RECEIVING SITE BEFORE THE TRANSFER"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PROD   NAME             FROM   TO     QTY   "
                      DELIMITED BY SIZE
                  "BACKORD  ROP     AVAIL" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE 5 TO REPORT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-PAGE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO REPORT-LINE-COUNT.
