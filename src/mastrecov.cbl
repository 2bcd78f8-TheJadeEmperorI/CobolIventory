       IDENTIFICATION DIVISION.
       PROGRAM-ID. mastrecov.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY invsel.

           COPY posel.

           COPY sosel.

           COPY imgsel.

           COPY movsel.

           COPY marcsel.

           COPY phsel.

           COPY pojsel.

           COPY sojsel.

           COPY oprsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           COPY invrec.

       FD PO-MASTER-FILE.
           COPY porec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD IMAGE-FILE.
           COPY imgrec.

       FD MOVEMENT-FILE.
           COPY movrec.

       FD MOVEMENT-ARCHIVE-FILE.
       01 MOVEMENT-ARCH-RECORD PIC x(31).

       FD PRICE-HISTORY-FILE.
           COPY phrec.

       FD PO-JOURNAL-FILE.
           COPY pojrec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD OPERATOR-FILE.
           COPY oprrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(132).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 INVENTORY-STATUS PIC x(2).
       01 PO-MASTER-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 IMAGE-STATUS PIC x(2).
       01 MOVEMENT-STATUS PIC x(2).
       01 MOVEMENT-ARCHIVE-STATUS PIC x(2).
       01 PRICE-HISTORY-STATUS PIC x(2).
       01 PO-JOURNAL-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 MASTER-STATUS PIC x(2).

       01 RECOVER-CODE PIC x(1).
       01 MASTER-NAME PIC x(24).
       01 IMAGE-NAME PIC x(8).
       01 IMAGE-PATH PIC x(64).
       01 IMAGE-DATE PIC 9(8).
       01 CONFIRM-CHOICE PIC x(1).

      *    THE IMAGE AS READ BACK: ITS HEADER, THE CONTROL COUNTS ON
      *    ITS TRAILER, AND THE SAME COUNTS TAKEN FROM ITS RECORDS.
       01 IMAGE-OK PIC 9(1).
       01 HAVE-TRAILER PIC 9(1).
       01 STAMP-DATE PIC 9(8).
       01 STAMP-TIME PIC 9(8).
       01 STAMP-INITIALS PIC x(3).
       01 TRAILER-COUNT PIC 9(7).
       01 TRAILER-QUANTITY PIC 9(11).
       01 TRAILER-HASH PIC 9(13).
       01 CHECK-COUNT PIC 9(7).
       01 CHECK-QUANTITY PIC 9(11).
       01 CHECK-HASH PIC 9(13).
       01 ENTRY-QUANTITY PIC 9(4).
       01 ENTRY-KEY PIC 9(6).

       01 RESTORE-OK PIC 9(1).
       01 RECORDS-RESTORED PIC 9(7) VALUE 0.
       01 RESTORE-DUPLICATES PIC 9(5) VALUE 0.

       01 MOVES-APPLIED PIC 9(7) VALUE 0.
       01 MOVES-SKIPPED PIC 9(5) VALUE 0.
       01 RECORDS-CREATED PIC 9(5) VALUE 0.
       01 BALANCES-CLAMPED PIC 9(5) VALUE 0.
       01 PRICES-APPLIED PIC 9(5) VALUE 0.
       01 PRICES-SKIPPED PIC 9(5) VALUE 0.
       01 LINES-ADDED PIC 9(5) VALUE 0.
       01 LINES-CHANGED PIC 9(5) VALUE 0.
       01 EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01 NEW-BALANCE PIC S9(7).
       01 BALANCE-DISPLAY PIC -9(6).
       01 MOVEMENT-DISPLAY PIC -9(4).
       01 SIBLING-FOUND PIC 9(1).
       01 SIBLING-WAREHOUSE PIC x(5).
       01 SIBLING-NAME PIC x(15).
       01 SIBLING-PRICE PIC 9(5)V99.
       01 SIBLING-COST PIC 9(5)V99.

      *    TOTALS PER WAREHOUSE FOR EACH PHASE OF THE RECOVERY:
      *    1 = THE FILE AS FOUND, 2 = THE IMAGE, 3 = AFTER THE
      *    ROLL-FORWARD. PHASE TOTALS CARRY EVERY WAREHOUSE, EVEN ONE
      *    THAT DID NOT FIT IN THE TABLE.
       01 TOTAL-PHASE PIC 9(1).
       01 TOTAL-WAREHOUSE PIC x(5).
       01 TOTAL-QUANTITY PIC 9(7).
       01 TOTAL-VALUE PIC 9(9)V99.
       01 WAREHOUSE-TOTAL-COUNT PIC 9(2) VALUE 0.
       01 WAREHOUSE-TOTAL-TABLE.
           05 WAREHOUSE-TOTAL-ENTRY OCCURS 50 TIMES.
               10 WT-WAREHOUSE-CODE PIC x(5).
               10 WT-PRINTED PIC 9(1).
               10 WT-PHASE OCCURS 3 TIMES.
                   15 WT-RECORDS PIC 9(7).
                   15 WT-QUANTITY PIC 9(9).
                   15 WT-VALUE PIC 9(11)V99.
       01 PHASE-TOTAL-TABLE.
           05 PT-PHASE OCCURS 3 TIMES.
               10 PT-RECORDS PIC 9(7).
               10 PT-QUANTITY PIC 9(9).
               10 PT-VALUE PIC 9(11)V99.
       01 WT-INDEX PIC 9(2).
       01 SEARCH-INDEX PIC 9(2).
       01 PHASE-INDEX PIC 9(1).
       01 PRINT-INDEX PIC 9(2).
       01 WT-FOUND PIC 9(1).
       01 RECORDS-NOT-TABLED PIC 9(7) VALUE 0.
       01 BEFORE-VALUE-DISPLAY PIC 9(11).99.
       01 IMAGE-VALUE-DISPLAY PIC 9(11).99.
       01 AFTER-VALUE-DISPLAY PIC 9(11).99.

       01 OPERATOR-STATUS PIC x(2).
       01 SIGNED-ON PIC 9(1).
       01 SIGN-ON-TRIES PIC 9(1).
       01 ENTRY-OPERATOR-ID PIC x(8).
       01 ENTRY-PASSWORD PIC x(8).
       01 SIGNED-ON-OPERATOR PIC x(8).
       01 OPERATOR-LEVEL PIC 9(1).
       01 AUTHORIZED PIC 9(1).

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
           DISPLAY "         --- MASTER FILE RECOVERY ---       ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Supervisor authority is required to restore a "
               "master file.".
           MOVE 0 TO AUTHORIZED.
           PERFORM SIGN-ON.
           IF SIGNED-ON = 1
               PERFORM CHECK-SUPERVISOR
           END-IF.

           IF AUTHORIZED = 1
               PERFORM CHOOSE-IMAGE
           END-IF.
           STOP RUN.

       CHOOSE-IMAGE.
           DISPLAY "Master to recover (I = inventory, P = purchase "
               "orders, S = sales orders) : " WITH NO ADVANCING.
           ACCEPT RECOVER-CODE.
           INSPECT RECOVER-CODE CONVERTING "ips" TO "IPS".

           EVALUATE RECOVER-CODE
               WHEN 'I'
                   MOVE "invimage" TO IMAGE-NAME
                   MOVE "INVENTORY" TO MASTER-NAME
               WHEN 'P'
                   MOVE "poimage" TO IMAGE-NAME
                   MOVE "PURCHASE ORDER MASTER" TO MASTER-NAME
               WHEN 'S'
                   MOVE "soimage" TO IMAGE-NAME
                   MOVE "SALES ORDER FILE" TO MASTER-NAME
               WHEN OTHER
                   MOVE SPACES TO IMAGE-NAME
                   DISPLAY "Invalid master code; nothing restored."
           END-EVALUATE.

           IF IMAGE-NAME NOT = SPACES
               DISPLAY "Date of the image to restore YYYYMMDD : "
                   WITH NO ADVANCING
               ACCEPT IMAGE-DATE
               PERFORM VERIFY-IMAGE
               IF IMAGE-OK = 1
                   PERFORM CONFIRM-RECOVERY
               END-IF
           END-IF.

       CONFIRM-RECOVERY.
           DISPLAY "Image of the " MASTER-NAME " taken " STAMP-DATE
               " at " STAMP-TIME (1:4) " by " STAMP-INITIALS.
           DISPLAY "    Records  : " TRAILER-COUNT.
           DISPLAY "    Quantity : " TRAILER-QUANTITY.
           DISPLAY "The current file will be replaced by this image "
               "and rolled forward.".
           DISPLAY "Restore and roll forward (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT CONFIRM-CHOICE.

           IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
               PERFORM RECOVER-MASTER
           ELSE
               DISPLAY "Recovery not confirmed; nothing restored."
           END-IF.

      *    THE IMAGE IS READ THROUGH ONCE BEFORE ANYTHING IS TOUCHED:
      *    IT MUST BE AN IMAGE OF THE MASTER ASKED FOR, AND ITS
      *    RECORD COUNT, QUANTITY TOTAL AND KEY HASH MUST AGREE WITH
      *    ITS TRAILER, OR THE CURRENT FILE IS LEFT AS IT IS.
       VERIFY-IMAGE.
           MOVE 0 TO IMAGE-OK.
           MOVE 0 TO HAVE-TRAILER.
           MOVE 0 TO CHECK-COUNT.
           MOVE 0 TO CHECK-QUANTITY.
           MOVE 0 TO CHECK-HASH.

           MOVE SPACES TO IMAGE-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/"
                      DELIMITED BY SIZE
                  IMAGE-NAME DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  IMAGE-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO IMAGE-PATH
           END-STRING.

           OPEN INPUT IMAGE-FILE.
           IF IMAGE-STATUS NOT = "00"
               DISPLAY "No image found at " IMAGE-PATH
           ELSE
               READ IMAGE-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG = 'Y'
                   OR IMAGE-HEADER-TAG NOT = "IH"
                   OR IMAGE-MASTER-CODE NOT = RECOVER-CODE
                   DISPLAY "Image header is missing or is not for "
                       "the " MASTER-NAME "."
                   MOVE 'Y' TO EOF-FLAG
               ELSE
                   MOVE 1 TO IMAGE-OK
                   MOVE IMAGE-TAKEN-DATE TO STAMP-DATE
                   MOVE IMAGE-TAKEN-TIME TO STAMP-TIME
                   MOVE IMAGE-OPERATOR-INITIALS TO STAMP-INITIALS
               END-IF

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ IMAGE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       PERFORM CHECK-IMAGE-RECORD
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE IMAGE-FILE

               IF IMAGE-OK = 1 AND HAVE-TRAILER = 0
                   DISPLAY "Image has no trailer; it is incomplete."
                   MOVE 0 TO IMAGE-OK
               END-IF
               IF IMAGE-OK = 1
                   AND (CHECK-COUNT NOT = TRAILER-COUNT
                   OR CHECK-QUANTITY NOT = TRAILER-QUANTITY
                   OR CHECK-HASH NOT = TRAILER-HASH)
                   DISPLAY "Image control counts do not agree with "
                       "its trailer."
                   DISPLAY "    Records  : " CHECK-COUNT " trailer "
                       TRAILER-COUNT
                   DISPLAY "    Quantity : " CHECK-QUANTITY
                       " trailer " TRAILER-QUANTITY
                   DISPLAY "    Key hash : " CHECK-HASH " trailer "
                       TRAILER-HASH
                   MOVE 0 TO IMAGE-OK
               END-IF
               IF IMAGE-OK = 0
                   DISPLAY "Image rejected; nothing restored."
               END-IF
           END-IF.

       CHECK-IMAGE-RECORD.
           EVALUATE IMAGE-TAG
               WHEN "ID"
                   IF HAVE-TRAILER = 1
                       DISPLAY "Image has records after its trailer."
                       MOVE 0 TO IMAGE-OK
                   END-IF
                   PERFORM GET-IMAGE-ENTRY
                   ADD 1 TO CHECK-COUNT
                   ADD ENTRY-QUANTITY TO CHECK-QUANTITY
                   ADD ENTRY-KEY TO CHECK-HASH
               WHEN "IT"
                   MOVE 1 TO HAVE-TRAILER
                   MOVE IMAGE-RECORD-COUNT TO TRAILER-COUNT
                   MOVE IMAGE-QUANTITY-TOTAL TO TRAILER-QUANTITY
                   MOVE IMAGE-KEY-HASH TO TRAILER-HASH
               WHEN OTHER
                   DISPLAY "Image holds an unrecognised record."
                   MOVE 0 TO IMAGE-OK
           END-EVALUATE.

       GET-IMAGE-ENTRY.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   MOVE IMAGE-DATA TO PRODUCT_RECORD
                   MOVE PRODUCT-QUANTITY TO ENTRY-QUANTITY
                   MOVE PRODUCT-ID TO ENTRY-KEY
               WHEN 'P'
                   MOVE IMAGE-DATA TO PO-LINE-RECORD
                   MOVE POM-ORDER-QUANTITY TO ENTRY-QUANTITY
                   MOVE POM-NUMBER TO ENTRY-KEY
               WHEN 'S'
                   MOVE IMAGE-DATA TO SO-LINE-RECORD
                   MOVE SO-ORDER-QUANTITY TO ENTRY-QUANTITY
                   MOVE SO-NUMBER TO ENTRY-KEY
           END-EVALUATE.

      *    THE FILE AS FOUND IS TOTALLED FIRST (IF IT CAN STILL BE
      *    READ), THEN REPLACED BY THE IMAGE, THEN BROUGHT FORWARD:
      *    INVENTORY FROM THE MOVEMENT LEDGER AND PRICE HISTORY, THE
      *    ORDER FILES FROM THEIR LINE JOURNALS.
       RECOVER-MASTER.
           PERFORM OPEN-REPORT-FILE.

           MOVE 1 TO TOTAL-PHASE.
           PERFORM TAKE-MASTER-TOTALS.

           MOVE "ROLL-FORWARD EXCEPTIONS" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           PERFORM RESTORE-IMAGE.
           IF RESTORE-OK = 1
               EVALUATE RECOVER-CODE
                   WHEN 'I'
                       PERFORM ROLL-FORWARD-INVENTORY
                   WHEN 'P'
                       PERFORM ROLL-FORWARD-PO-MASTER
                   WHEN 'S'
                       PERFORM ROLL-FORWARD-SALES-ORDERS
               END-EVALUATE
           END-IF.

           IF EXCEPTION-COUNT = 0
               MOVE "NONE" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE 3 TO TOTAL-PHASE.
           PERFORM TAKE-MASTER-TOTALS.

           PERFORM PRINT-WAREHOUSE-TOTALS.
           PERFORM PRINT-RECOVERY-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY "Records restored from image : " RECORDS-RESTORED.
           IF RECOVER-CODE = 'I'
               DISPLAY "Ledger movements replayed   : "
                   MOVES-APPLIED
               DISPLAY "Price changes re-applied    : "
                   PRICES-APPLIED
           ELSE
               DISPLAY "Journalled lines added      : " LINES-ADDED
               DISPLAY "Journalled lines changed    : "
                   LINES-CHANGED
           END-IF.
           DISPLAY "Exceptions                  : " EXCEPTION-COUNT.
           DISPLAY "Report written to " REPORT-PATH.

       TAKE-MASTER-TOTALS.
           PERFORM OPEN-MASTER-INPUT.
           IF MASTER-STATUS NOT = "00"
               IF TOTAL-PHASE = 1
                   DISPLAY "Current " MASTER-NAME " cannot be read; "
                       "status " MASTER-STATUS "; before totals are "
                       "zero."
               ELSE
                   DISPLAY "Recovered " MASTER-NAME " cannot be "
                       "read; status " MASTER-STATUS "."
               END-IF
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               PERFORM READ-NEXT-MASTER
               IF EOF-FLAG NOT = 'Y'
                   PERFORM ADD-RECORD-TO-TOTALS
               END-IF
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

           IF MASTER-STATUS = "00" OR MASTER-STATUS = "10"
               PERFORM CLOSE-MASTER
           END-IF.

       OPEN-MASTER-INPUT.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   OPEN INPUT INVENTORY-FILE
                   MOVE INVENTORY-STATUS TO MASTER-STATUS
               WHEN 'P'
                   OPEN INPUT PO-MASTER-FILE
                   MOVE PO-MASTER-STATUS TO MASTER-STATUS
               WHEN 'S'
                   OPEN INPUT SALES-ORDER-FILE
                   MOVE SALES-ORDER-STATUS TO MASTER-STATUS
           END-EVALUATE.

       READ-NEXT-MASTER.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   READ INVENTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   MOVE INVENTORY-STATUS TO MASTER-STATUS
               WHEN 'P'
                   READ PO-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   MOVE PO-MASTER-STATUS TO MASTER-STATUS
               WHEN 'S'
                   READ SALES-ORDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   MOVE SALES-ORDER-STATUS TO MASTER-STATUS
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   CLOSE INVENTORY-FILE
               WHEN 'P'
                   CLOSE PO-MASTER-FILE
               WHEN 'S'
                   CLOSE SALES-ORDER-FILE
           END-EVALUATE.

      *    INVENTORY IS TOTALLED AS UNITS ON HAND VALUED AT SELLING
      *    PRICE; THE PO MASTER AS UNITS STILL DUE ON LINES NOT YET
      *    CLOSED, VALUED AT THE PO UNIT PRICE; THE SALES ORDER FILE
      *    AS UNITS STILL OUTSTANDING ON ALLOCATED AND BACKORDERED
      *    LINES, NOT VALUED.
       ADD-RECORD-TO-TOTALS.
           MOVE 0 TO TOTAL-QUANTITY.
           MOVE 0 TO TOTAL-VALUE.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   MOVE WAREHOUSE-CODE TO TOTAL-WAREHOUSE
                   MOVE PRODUCT-QUANTITY TO TOTAL-QUANTITY
                   COMPUTE TOTAL-VALUE =
                       PRODUCT-QUANTITY * PRODUCT-PRICE
               WHEN 'P'
                   MOVE POM-WAREHOUSE-CODE TO TOTAL-WAREHOUSE
                   IF POM-LINE-STATUS NOT = 'C'
                       AND POM-ORDER-QUANTITY > POM-RECEIVED-QUANTITY
                       COMPUTE TOTAL-QUANTITY = POM-ORDER-QUANTITY
                           - POM-RECEIVED-QUANTITY
                       COMPUTE TOTAL-VALUE =
                           TOTAL-QUANTITY * POM-UNIT-PRICE
                   END-IF
               WHEN 'S'
                   MOVE SO-WAREHOUSE-CODE TO TOTAL-WAREHOUSE
                   IF SO-LINE-STATUS = 'A' OR SO-LINE-STATUS = 'B'
                       COMPUTE TOTAL-QUANTITY = SO-ORDER-QUANTITY
                           - SO-SHIPPED-QUANTITY
                           - SO-CANCELLED-QUANTITY
                   END-IF
           END-EVALUATE.

           ADD 1 TO PT-RECORDS (TOTAL-PHASE).
           ADD TOTAL-QUANTITY TO PT-QUANTITY (TOTAL-PHASE).
           ADD TOTAL-VALUE TO PT-VALUE (TOTAL-PHASE).

           PERFORM FIND-WAREHOUSE-TOTAL.
           IF WT-FOUND = 1
               ADD 1 TO WT-RECORDS (WT-INDEX, TOTAL-PHASE)
               ADD TOTAL-QUANTITY
                   TO WT-QUANTITY (WT-INDEX, TOTAL-PHASE)
               ADD TOTAL-VALUE TO WT-VALUE (WT-INDEX, TOTAL-PHASE)
           ELSE
               ADD 1 TO RECORDS-NOT-TABLED
           END-IF.

       FIND-WAREHOUSE-TOTAL.
           MOVE 0 TO WT-FOUND.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > WAREHOUSE-TOTAL-COUNT
                   OR WT-FOUND = 1
               IF WT-WAREHOUSE-CODE (SEARCH-INDEX) = TOTAL-WAREHOUSE
                   MOVE SEARCH-INDEX TO WT-INDEX
                   MOVE 1 TO WT-FOUND
               END-IF
           END-PERFORM.

           IF WT-FOUND = 0 AND WAREHOUSE-TOTAL-COUNT < 50
               ADD 1 TO WAREHOUSE-TOTAL-COUNT
               MOVE WAREHOUSE-TOTAL-COUNT TO WT-INDEX
               MOVE TOTAL-WAREHOUSE TO WT-WAREHOUSE-CODE (WT-INDEX)
               MOVE 0 TO WT-PRINTED (WT-INDEX)
               PERFORM VARYING PHASE-INDEX FROM 1 BY 1
                       UNTIL PHASE-INDEX > 3
                   MOVE 0 TO WT-RECORDS (WT-INDEX, PHASE-INDEX)
                   MOVE 0 TO WT-QUANTITY (WT-INDEX, PHASE-INDEX)
                   MOVE 0 TO WT-VALUE (WT-INDEX, PHASE-INDEX)
               END-PERFORM
               MOVE 1 TO WT-FOUND
           END-IF.

      *    THE MASTER IS RECREATED EMPTY AND LOADED FROM THE IMAGE
      *    RECORDS EXACTLY AS THEY WERE WHEN THE IMAGE WAS TAKEN.
       RESTORE-IMAGE.
           MOVE 0 TO RESTORE-OK.
           MOVE 2 TO TOTAL-PHASE.

           EVALUATE RECOVER-CODE
               WHEN 'I'
                   OPEN OUTPUT INVENTORY-FILE
                   MOVE INVENTORY-STATUS TO MASTER-STATUS
               WHEN 'P'
                   OPEN OUTPUT PO-MASTER-FILE
                   MOVE PO-MASTER-STATUS TO MASTER-STATUS
               WHEN 'S'
                   OPEN OUTPUT SALES-ORDER-FILE
                   MOVE SALES-ORDER-STATUS TO MASTER-STATUS
           END-EVALUATE.

           IF MASTER-STATUS NOT = "00"
               DISPLAY MASTER-NAME " could not be recreated; status "
                   MASTER-STATUS "; nothing restored."
               MOVE SPACES TO REPORT-RECORD
               STRING MASTER-NAME DELIMITED BY SIZE
                      " COULD NOT BE RECREATED; STATUS "
                          DELIMITED BY SIZE
                      MASTER-STATUS DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE 1 TO RESTORE-OK
               OPEN INPUT IMAGE-FILE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ IMAGE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y' AND IMAGE-TAG = "ID"
                       PERFORM WRITE-RESTORED-RECORD
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE IMAGE-FILE
               PERFORM CLOSE-MASTER
           END-IF.

       WRITE-RESTORED-RECORD.
           PERFORM GET-IMAGE-ENTRY.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   WRITE PRODUCT_RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-DUPLICATES
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-RESTORED
                           PERFORM ADD-RECORD-TO-TOTALS
                   END-WRITE
               WHEN 'P'
                   WRITE PO-LINE-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-DUPLICATES
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-RESTORED
                           PERFORM ADD-RECORD-TO-TOTALS
                   END-WRITE
               WHEN 'S'
                   WRITE SO-LINE-RECORD
                       INVALID KEY
                           ADD 1 TO RESTORE-DUPLICATES
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-RESTORED
                           PERFORM ADD-RECORD-TO-TOTALS
                   END-WRITE
           END-EVALUATE.

      *    EVERY MOVEMENT POSTED AFTER THE IMAGE WAS TAKEN IS PLAYED
      *    BACK IN THE ORDER IT WAS POSTED, ARCHIVED PERIODS FIRST.
      *    AN I ENTRY IS THE OPENING BALANCE OF A RECORD CREATED
      *    AFTER THE IMAGE (OR DELETED AND CREATED AGAIN), SO IT SETS
      *    THE BALANCE RATHER THAN ADDING TO IT. THEN EVERY PRICE
      *    CHANGE KEYED AFTER THE IMAGE IS APPLIED AGAIN, IN ORDER.
       ROLL-FORWARD-INVENTORY.
           OPEN I-O INVENTORY-FILE.

           OPEN INPUT MOVEMENT-ARCHIVE-FILE.
           IF MOVEMENT-ARCHIVE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MOVEMENT-ARCHIVE-FILE INTO MOVEMENT-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       PERFORM REPLAY-MOVEMENT
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF.

           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MOVEMENT-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       PERFORM REPLAY-MOVEMENT
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE MOVEMENT-FILE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "MOVEMENT LEDGER NOT AVAILABLE; ONLY ARCHIVED "
                          DELIMITED BY SIZE
                      "MOVEMENTS REPLAYED" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PRICE-HISTORY-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       PERFORM REPLAY-PRICE-CHANGE
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PRICE-HISTORY-FILE
           END-IF.

           CLOSE INVENTORY-FILE.

       REPLAY-MOVEMENT.
           IF MOVEMENT-DATE > STAMP-DATE
               OR (MOVEMENT-DATE = STAMP-DATE
               AND MOVEMENT-TIME > STAMP-TIME)
               MOVE MOVEMENT-PRODUCT-ID TO PRODUCT-ID
               MOVE MOVEMENT-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       PERFORM CREATE-FROM-MOVEMENT
                   NOT INVALID KEY
                       PERFORM POST-MOVEMENT
               END-READ
           END-IF.

       POST-MOVEMENT.
           IF MOVEMENT-TYPE = 'I'
               MOVE MOVEMENT-QUANTITY TO NEW-BALANCE
           ELSE
               COMPUTE NEW-BALANCE =
                   PRODUCT-QUANTITY + MOVEMENT-QUANTITY
           END-IF.
           PERFORM CHECK-NEW-BALANCE.

           MOVE NEW-BALANCE TO PRODUCT-QUANTITY.
           REWRITE PRODUCT_RECORD.
           ADD 1 TO MOVES-APPLIED.

      *    A BALANCE OUTSIDE 0 TO 9999 MEANS THE LEDGER AND THE IMAGE
      *    DISAGREE; IT IS HELD AT THE LIMIT AND LISTED FOR A COUNT.
       CHECK-NEW-BALANCE.
           IF NEW-BALANCE < 0 OR NEW-BALANCE > 9999
               MOVE NEW-BALANCE TO BALANCE-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "PRODUCT " DELIMITED BY SIZE
                      MOVEMENT-PRODUCT-ID DELIMITED BY SIZE
                      " WHSE " DELIMITED BY SIZE
                      MOVEMENT-WAREHOUSE-CODE DELIMITED BY SIZE
                      "  MOVEMENT " DELIMITED BY SIZE
                      MOVEMENT-DATE DELIMITED BY SIZE
                      " TYPE " DELIMITED BY SIZE
                      MOVEMENT-TYPE DELIMITED BY SIZE
                      " WOULD LEAVE " DELIMITED BY SIZE
                      BALANCE-DISPLAY DELIMITED BY SIZE
                      " ON HAND; HELD AT LIMIT - COUNT IT"
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO BALANCES-CLAMPED
               IF NEW-BALANCE < 0
                   MOVE 0 TO NEW-BALANCE
               ELSE
                   MOVE 9999 TO NEW-BALANCE
               END-IF
           END-IF.

      *    A RECORD CREATED AFTER THE IMAGE IS BUILT AGAIN FROM ITS
      *    I ENTRY. THE LEDGER DOES NOT CARRY NAME, PRICE OR COST, SO
      *    THEY ARE TAKEN FROM ANOTHER SITE STOCKING THE PRODUCT, OR
      *    LEFT FOR KEYING IF THERE IS NONE. ANY OTHER MOVEMENT FOR A
      *    RECORD THAT IS NOT THERE CANNOT BE POSTED.
       CREATE-FROM-MOVEMENT.
           MOVE SPACES TO REPORT-RECORD.
           IF MOVEMENT-TYPE NOT = 'I'
               MOVE MOVEMENT-QUANTITY TO MOVEMENT-DISPLAY
               STRING "PRODUCT " DELIMITED BY SIZE
                      MOVEMENT-PRODUCT-ID DELIMITED BY SIZE
                      " WHSE " DELIMITED BY SIZE
                      MOVEMENT-WAREHOUSE-CODE DELIMITED BY SIZE
                      "  MOVEMENT " DELIMITED BY SIZE
                      MOVEMENT-DATE DELIMITED BY SIZE
                      " TYPE " DELIMITED BY SIZE
                      MOVEMENT-TYPE DELIMITED BY SIZE
                      " QTY " DELIMITED BY SIZE
                      MOVEMENT-DISPLAY DELIMITED BY SIZE
                      " NOT POSTED - NO PRODUCT RECORD"
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO MOVES-SKIPPED
           ELSE
               PERFORM FIND-SIBLING-SITE
               MOVE MOVEMENT-QUANTITY TO NEW-BALANCE
               PERFORM CHECK-NEW-BALANCE

               MOVE MOVEMENT-PRODUCT-ID TO PRODUCT-ID
               MOVE MOVEMENT-WAREHOUSE-CODE TO WAREHOUSE-CODE
               MOVE SIBLING-NAME TO PRODUCT-NAME
               MOVE NEW-BALANCE TO PRODUCT-QUANTITY
               MOVE SIBLING-PRICE TO PRODUCT-PRICE
               MOVE SIBLING-COST TO PRODUCT-UNIT-COST
               WRITE PRODUCT_RECORD
               ADD 1 TO MOVES-APPLIED
               ADD 1 TO RECORDS-CREATED

               MOVE SPACES TO REPORT-RECORD
               IF SIBLING-FOUND = 1
                   STRING "PRODUCT " DELIMITED BY SIZE
                          MOVEMENT-PRODUCT-ID DELIMITED BY SIZE
                          " WHSE " DELIMITED BY SIZE
                          MOVEMENT-WAREHOUSE-CODE DELIMITED BY SIZE
                          "  RECORD CREATED FROM INITIAL BALANCE; "
                              DELIMITED BY SIZE
                          "NAME, PRICE AND COST TAKEN FROM WHSE "
                              DELIMITED BY SIZE
                          SIBLING-WAREHOUSE DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "PRODUCT " DELIMITED BY SIZE
                          MOVEMENT-PRODUCT-ID DELIMITED BY SIZE
                          " WHSE " DELIMITED BY SIZE
                          MOVEMENT-WAREHOUSE-CODE DELIMITED BY SIZE
                          "  RECORD CREATED FROM INITIAL BALANCE; "
                              DELIMITED BY SIZE
                          "KEY NAME, PRICE AND COST" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-SIBLING-SITE.
           MOVE 0 TO SIBLING-FOUND.
           MOVE SPACES TO SIBLING-WAREHOUSE.
           MOVE "RECOVERED" TO SIBLING-NAME.
           MOVE 0 TO SIBLING-PRICE.
           MOVE 0 TO SIBLING-COST.

           MOVE MOVEMENT-PRODUCT-ID TO PRODUCT-ID.
           START INVENTORY-FILE KEY IS = PRODUCT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INVENTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRODUCT-ID = MOVEMENT-PRODUCT-ID
                               MOVE 1 TO SIBLING-FOUND
                               MOVE WAREHOUSE-CODE
                                   TO SIBLING-WAREHOUSE
                               MOVE PRODUCT-NAME TO SIBLING-NAME
                               MOVE PRODUCT-PRICE TO SIBLING-PRICE
                               MOVE PRODUCT-UNIT-COST
                                   TO SIBLING-COST
                           END-IF
                   END-READ
           END-START.

       REPLAY-PRICE-CHANGE.
           IF PRICE-HIST-CHANGE-DATE > STAMP-DATE
               OR (PRICE-HIST-CHANGE-DATE = STAMP-DATE
               AND PRICE-HIST-CHANGE-TIME > STAMP-TIME)
               MOVE PRICE-HIST-PRODUCT-ID TO PRODUCT-ID
               MOVE PRICE-HIST-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO REPORT-RECORD
                       STRING "PRODUCT " DELIMITED BY SIZE
                              PRICE-HIST-PRODUCT-ID DELIMITED BY SIZE
                              " WHSE " DELIMITED BY SIZE
                              PRICE-HIST-WAREHOUSE-CODE
                                  DELIMITED BY SIZE
                              "  PRICE CHANGE OF " DELIMITED BY SIZE
                              PRICE-HIST-CHANGE-DATE
                                  DELIMITED BY SIZE
                              " NOT APPLIED - NO PRODUCT RECORD"
                                  DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                       ADD 1 TO PRICES-SKIPPED
                   NOT INVALID KEY
                       MOVE PRICE-HIST-NEW-PRICE TO PRODUCT-PRICE
                       REWRITE PRODUCT_RECORD
                       ADD 1 TO PRICES-APPLIED
               END-READ
           END-IF.

      *    EACH JOURNAL RECORD CARRIES THE WHOLE LINE AS IT STOOD
      *    AFTER THE CHANGE, SO REPLAYING THEM IN ORDER LEAVES EVERY
      *    LINE AS IT LAST STOOD. A LINE NOT ON THE IMAGE IS ADDED.
       ROLL-FORWARD-PO-MASTER.
           OPEN I-O PO-MASTER-FILE.

           OPEN INPUT PO-JOURNAL-FILE.
           IF PO-JOURNAL-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "PURCHASE ORDER JOURNAL NOT AVAILABLE; "
                          DELIMITED BY SIZE
                      "MASTER LEFT AS AT THE IMAGE" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PO-JOURNAL-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       IF POJ-DATE > STAMP-DATE
                           OR (POJ-DATE = STAMP-DATE
                           AND POJ-TIME > STAMP-TIME)
                           MOVE POJ-LINE-IMAGE TO PO-LINE-RECORD
                           WRITE PO-LINE-RECORD
                               INVALID KEY
                                   REWRITE PO-LINE-RECORD
                                   ADD 1 TO LINES-CHANGED
                               NOT INVALID KEY
                                   ADD 1 TO LINES-ADDED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PO-JOURNAL-FILE
           END-IF.

           CLOSE PO-MASTER-FILE.

       ROLL-FORWARD-SALES-ORDERS.
           OPEN I-O SALES-ORDER-FILE.

           OPEN INPUT SO-JOURNAL-FILE.
           IF SO-JOURNAL-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "SALES ORDER JOURNAL NOT AVAILABLE; "
                          DELIMITED BY SIZE
                      "FILE LEFT AS AT THE IMAGE" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ SO-JOURNAL-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       IF SOJ-DATE > STAMP-DATE
                           OR (SOJ-DATE = STAMP-DATE
                           AND SOJ-TIME > STAMP-TIME)
                           MOVE SOJ-LINE-IMAGE TO SO-LINE-RECORD
                           WRITE SO-LINE-RECORD
                               INVALID KEY
                                   REWRITE SO-LINE-RECORD
                                   ADD 1 TO LINES-CHANGED
                               NOT INVALID KEY
                                   ADD 1 TO LINES-ADDED
                           END-WRITE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE SO-JOURNAL-FILE
           END-IF.

           CLOSE SALES-ORDER-FILE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM WRITE-REPORT-LINE.

      *    WAREHOUSES ARE LISTED IN CODE ORDER, WHICHEVER PHASE FIRST
      *    SAW THEM.
       PRINT-WAREHOUSE-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTALS BY WAREHOUSE" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE RECOVER-CODE
               WHEN 'I'
                   STRING "QUANTITY IS UNITS ON HAND, VALUED AT "
                              DELIMITED BY SIZE
                          "SELLING PRICE" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               WHEN 'P'
                   STRING "QUANTITY IS UNITS STILL DUE ON LINES NOT "
                              DELIMITED BY SIZE
                          "CLOSED, VALUED AT PO UNIT PRICE"
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
               WHEN 'S'
                   STRING "QUANTITY IS UNITS OUTSTANDING ON ALLOCATED "
                              DELIMITED BY SIZE
                          "AND BACKORDERED LINES; NOT VALUED"
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "       -------- BEFORE RECOVERY --------"
                      DELIMITED BY SIZE
                  "  -------- FROM THE IMAGE ---------"
                      DELIMITED BY SIZE
                  "  -------- AFTER RECOVERY ---------"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "WHSE   RECORDS  QUANTITY           VALUE"
                      DELIMITED BY SIZE
                  "  RECORDS  QUANTITY           VALUE"
                      DELIMITED BY SIZE
                  "  RECORDS  QUANTITY           VALUE"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING PRINT-INDEX FROM 1 BY 1
                   UNTIL PRINT-INDEX > WAREHOUSE-TOTAL-COUNT
               PERFORM FIND-NEXT-WAREHOUSE
               MOVE 1 TO WT-PRINTED (WT-INDEX)
               PERFORM WRITE-WAREHOUSE-LINE
           END-PERFORM.

           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE PT-VALUE (1) TO BEFORE-VALUE-DISPLAY.
           MOVE PT-VALUE (2) TO IMAGE-VALUE-DISPLAY.
           MOVE PT-VALUE (3) TO AFTER-VALUE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL  " DELIMITED BY SIZE
                  PT-RECORDS (1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-QUANTITY (1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEFORE-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PT-RECORDS (2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-QUANTITY (2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMAGE-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PT-RECORDS (3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-QUANTITY (3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFTER-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       FIND-NEXT-WAREHOUSE.
           MOVE 0 TO WT-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > WAREHOUSE-TOTAL-COUNT
               IF WT-PRINTED (SEARCH-INDEX) = 0
                   IF WT-INDEX = 0
                       MOVE SEARCH-INDEX TO WT-INDEX
                   ELSE
                       IF WT-WAREHOUSE-CODE (SEARCH-INDEX)
                           < WT-WAREHOUSE-CODE (WT-INDEX)
                           MOVE SEARCH-INDEX TO WT-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-WAREHOUSE-LINE.
           MOVE WT-VALUE (WT-INDEX, 1) TO BEFORE-VALUE-DISPLAY.
           MOVE WT-VALUE (WT-INDEX, 2) TO IMAGE-VALUE-DISPLAY.
           MOVE WT-VALUE (WT-INDEX, 3) TO AFTER-VALUE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING WT-WAREHOUSE-CODE (WT-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WT-RECORDS (WT-INDEX, 1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WT-QUANTITY (WT-INDEX, 1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BEFORE-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WT-RECORDS (WT-INDEX, 2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WT-QUANTITY (WT-INDEX, 2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IMAGE-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WT-RECORDS (WT-INDEX, 3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WT-QUANTITY (WT-INDEX, 3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFTER-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PRINT-RECOVERY-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RECORDS RESTORED FROM IMAGE " DELIMITED BY SIZE
                  RECORDS-RESTORED DELIMITED BY SIZE
                  "  DUPLICATES DROPPED " DELIMITED BY SIZE
                  RESTORE-DUPLICATES DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-RECORD.
           IF RECOVER-CODE = 'I'
               STRING "MOVEMENTS REPLAYED " DELIMITED BY SIZE
                      MOVES-APPLIED DELIMITED BY SIZE
                      "  NOT POSTED " DELIMITED BY SIZE
                      MOVES-SKIPPED DELIMITED BY SIZE
                      "  RECORDS CREATED " DELIMITED BY SIZE
                      RECORDS-CREATED DELIMITED BY SIZE
                      "  BALANCES HELD AT LIMIT " DELIMITED BY SIZE
                      BALANCES-CLAMPED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "PRICE CHANGES RE-APPLIED " DELIMITED BY SIZE
                      PRICES-APPLIED DELIMITED BY SIZE
                      "  NOT APPLIED " DELIMITED BY SIZE
                      PRICES-SKIPPED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "UNIT COSTS ARE AS AT THE IMAGE; LOT BALANCES "
                          DELIMITED BY SIZE
                      "ARE NOT PART OF THE IMAGE AND SHOULD BE "
                          DELIMITED BY SIZE
                      "RECONCILED TO THE RECOVERED ON-HAND"
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "JOURNALLED LINES ADDED " DELIMITED BY SIZE
                      LINES-ADDED DELIMITED BY SIZE
                      "  CHANGED " DELIMITED BY SIZE
                      LINES-CHANGED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           IF RECORDS-NOT-TABLED > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "RECORDS IN TOTALS BUT NOT BY WAREHOUSE "
                          DELIMITED BY SIZE
                      "(OVER 50 WAREHOUSES) " DELIMITED BY SIZE
                      RECORDS-NOT-TABLED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

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

      *    THE LISTING GOES TO A DATED PRINT FILE WITH PAGE
      *    HEADINGS; THE SCREEN ONLY CONFIRMS WHERE THE FILE WENT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/mastrecov-"
                      DELIMITED BY SIZE
                  RECOVER-CODE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
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
           STRING "MASTER FILE RECOVERY - " DELIMITED BY SIZE
                  MASTER-NAME DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  SUPERVISOR " DELIMITED BY SIZE
                  SIGNED-ON-OPERATOR DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "RESTORED FROM IMAGE TAKEN " DELIMITED BY SIZE
                  STAMP-DATE DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  STAMP-TIME (1:4) DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  STAMP-INITIALS DELIMITED BY SIZE
                  ", ROLLED FORWARD FROM EVERYTHING POSTED SINCE"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 4 TO REPORT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-PAGE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO REPORT-LINE-COUNT.
