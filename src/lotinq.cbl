       IDENTIFICATION DIVISION.
       PROGRAM-ID. lotinq.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lotsel.

           COPY slotsel.

           COPY invsel.

           COPY custsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/lotsort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD LOT-FILE.
           COPY lotrec.

       FD SO-LOT-FILE.
           COPY slotrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    ONE ROW PER LOT EXPIRING WITHIN THE HORIZON, SORTED SO
      *    THE LOTS CLOSEST TO EXPIRY (OR ALREADY PAST IT) COME
      *    FIRST.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 EXP-EXPIRY-DATE PIC 9(8).
           05 EXP-PRODUCT-ID PIC 9(5).
           05 EXP-WAREHOUSE-CODE PIC x(5).
           05 EXP-LOT-NUMBER PIC x(10).
           05 EXP-PRODUCT-NAME PIC x(15).
           05 EXP-QUANTITY PIC 9(4).
           05 EXP-ALLOCATED-QUANTITY PIC 9(4).
           05 EXP-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 USER-CHOICE PIC 9(1).
       01 LOT-STATUS PIC x(2).
       01 SO-LOT-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).
       01 INVENTORY-OPENED PIC 9(1) VALUE 0.
       01 CUSTOMER-OPENED PIC 9(1) VALUE 0.
       01 SO-LOT-OPENED PIC 9(1) VALUE 0.

       01 OPERATOR-INITIALS PIC x(3).
       01 ENTRY-HORIZON-DAYS PIC 9(3).
       01 ENTRY-LOT-NUMBER PIC x(10).
       01 ENTRY-PRODUCT-ID PIC 9(5).

       01 TODAY-INTEGER PIC 9(8).
       01 HORIZON-DATE PIC 9(8).
       01 EXPIRY-INTEGER PIC 9(8).
       01 DAYS-TO-EXPIRY PIC S9(5).
       01 DAYS-DISPLAY PIC +9(4).
       01 EXPIRY-FLAG-TEXT PIC x(8).
       01 SORT-EOF PIC x(1).

       01 LOTS-LISTED PIC 9(5).
       01 UNITS-LISTED PIC 9(7).
       01 VALUE-LISTED PIC 9(11)V99.
       01 EXPIRED-LOTS PIC 9(5).
       01 EXPIRED-UNITS PIC 9(7).
       01 EXPIRED-VALUE PIC 9(11)V99.
       01 VALUE-DISPLAY PIC 9(9).99.
       01 TOTAL-VALUE-DISPLAY PIC 9(11).99.

       01 SHIPMENTS-LISTED PIC 9(5).
       01 UNITS-SHIPPED PIC 9(7).
       01 UNITS-AWAITING PIC 9(7).
       01 SITES-HOLDING PIC 9(5).
       01 UNITS-HELD PIC 9(7).

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
           PERFORM until USER-CHOICE = 3
               DISPLAY "============================================"
               DISPLAY "         --- LOT AND EXPIRY INQUIRY ---     "
               DISPLAY "============================================"

               DISPLAY '1. Print Expiring Stock Report'
               DISPLAY '2. Lot Recall Inquiry'
               DISPLAY '3. Exit'
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT USER-CHOICE

               EVALUATE USER-CHOICE
                   WHEN 1 PERFORM PRINT-EXPIRING-STOCK

                   WHEN 2 PERFORM RECALL-INQUIRY

                   WHEN 3 PERFORM EXIT-LOTS

                   WHEN OTHER DISPLAY 'Invalid option.'
           END-PERFORM.

      *    EVERY LOT EXPIRING ON OR BEFORE TODAY PLUS THE HORIZON IS
      *    LISTED, EARLIEST FIRST, SO STOCK CAN BE SOLD, MOVED OR
      *    WRITTEN OFF BEFORE IT IS LOST. LOTS ALREADY PAST EXPIRY
      *    ARE FLAGGED; THEY ARE NO LONGER ASSIGNED TO ORDERS. A LOT
      *    THAT DOES NOT EXPIRE NEVER APPEARS.
       PRINT-EXPIRING-STOCK.
           DISPLAY "============================================".
           DISPLAY "      --- EXPIRING STOCK REPORT ---         ".
           DISPLAY "============================================".

           DISPLAY "Horizon in days from today : " WITH NO ADVANCING.
           ACCEPT ENTRY-HORIZON-DAYS.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (REPORT-RUN-DATE).
           COMPUTE HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (TODAY-INTEGER + ENTRY-HORIZON-DAYS).

           SORT SORT-FILE
               ASCENDING KEY EXP-EXPIRY-DATE
                             EXP-PRODUCT-ID
                             EXP-WAREHOUSE-CODE
                             EXP-LOT-NUMBER
               INPUT PROCEDURE IS RELEASE-EXPIRING-LOTS
               OUTPUT PROCEDURE IS PRINT-EXPIRY-REPORT.

       RELEASE-EXPIRING-LOTS.
           OPEN INPUT INVENTORY-FILE.
           MOVE 0 TO INVENTORY-OPENED.
           IF INVENTORY-STATUS = "00"
               MOVE 1 TO INVENTORY-OPENED
           END-IF.

           OPEN INPUT LOT-FILE.
           IF LOT-STATUS NOT = "00"
               DISPLAY "No lots on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND LOT-EXPIRY-DATE <= HORIZON-DATE
                   AND LOT-EXPIRY-DATE NOT = 99999999
                   PERFORM RELEASE-ONE-LOT
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF LOT-STATUS = "00" OR LOT-STATUS = "10"
               CLOSE LOT-FILE
           END-IF.
           IF INVENTORY-OPENED = 1
               CLOSE INVENTORY-FILE
           END-IF.

       RELEASE-ONE-LOT.
           MOVE LOT-EXPIRY-DATE TO EXP-EXPIRY-DATE.
           MOVE LOT-PRODUCT-ID TO EXP-PRODUCT-ID.
           MOVE LOT-WAREHOUSE-CODE TO EXP-WAREHOUSE-CODE.
           MOVE LOT-NUMBER TO EXP-LOT-NUMBER.
           MOVE LOT-QUANTITY TO EXP-QUANTITY.
           MOVE LOT-ALLOCATED-QUANTITY TO EXP-ALLOCATED-QUANTITY.
           MOVE "*** NOT ON FILE ***" TO EXP-PRODUCT-NAME.
           MOVE 0 TO EXP-VALUE.

           IF INVENTORY-OPENED = 1
               MOVE LOT-PRODUCT-ID TO PRODUCT-ID
               MOVE LOT-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCT-NAME TO EXP-PRODUCT-NAME
                       COMPUTE EXP-VALUE =
                           LOT-QUANTITY * PRODUCT-UNIT-COST
               END-READ
           END-IF.

           RELEASE SORT-RECORD.

       PRINT-EXPIRY-REPORT.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/lotexpiry-"
                      DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.
           PERFORM OPEN-REPORT-FILE.

           MOVE 0 TO LOTS-LISTED.
           MOVE 0 TO UNITS-LISTED.
           MOVE 0 TO VALUE-LISTED.
           MOVE 0 TO EXPIRED-LOTS.
           MOVE 0 TO EXPIRED-UNITS.
           MOVE 0 TO EXPIRED-VALUE.

           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   PERFORM WRITE-EXPIRY-LINE
               END-IF
           END-PERFORM.

           PERFORM WRITE-EXPIRY-TOTALS.

           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Lots listed : " LOTS-LISTED.
           DISPLAY "Report written to " REPORT-PATH.

       WRITE-EXPIRY-LINE.
           COMPUTE EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE (EXP-EXPIRY-DATE).
           COMPUTE DAYS-TO-EXPIRY = EXPIRY-INTEGER - TODAY-INTEGER.
           MOVE DAYS-TO-EXPIRY TO DAYS-DISPLAY.
           MOVE EXP-VALUE TO VALUE-DISPLAY.

           ADD 1 TO LOTS-LISTED.
           ADD EXP-QUANTITY TO UNITS-LISTED.
           ADD EXP-VALUE TO VALUE-LISTED.
           IF DAYS-TO-EXPIRY < 0
               MOVE "EXPIRED" TO EXPIRY-FLAG-TEXT
               ADD 1 TO EXPIRED-LOTS
               ADD EXP-QUANTITY TO EXPIRED-UNITS
               ADD EXP-VALUE TO EXPIRED-VALUE
           ELSE
               MOVE SPACES TO EXPIRY-FLAG-TEXT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING EXP-EXPIRY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DAYS-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EXP-PRODUCT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-PRODUCT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-WAREHOUSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-LOT-NUMBER DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  EXP-QUANTITY DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  EXP-ALLOCATED-QUANTITY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EXPIRY-FLAG-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXPIRY-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE VALUE-LISTED TO TOTAL-VALUE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LOTS EXPIRING BY " DELIMITED BY SIZE
                  HORIZON-DATE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  LOTS-LISTED DELIMITED BY SIZE
                  " LOTS  UNITS " DELIMITED BY SIZE
                  UNITS-LISTED DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  TOTAL-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE EXPIRED-VALUE TO TOTAL-VALUE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ALREADY EXPIRED        : " DELIMITED BY SIZE
                  EXPIRED-LOTS DELIMITED BY SIZE
                  " LOTS  UNITS " DELIMITED BY SIZE
                  EXPIRED-UNITS DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  TOTAL-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       OPEN-REPORT-FILE.
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
           STRING "EXPIRING STOCK REPORT  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  HORIZON " DELIMITED BY SIZE
                  ENTRY-HORIZON-DAYS DELIMITED BY SIZE
                  " DAYS  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE "VALUE IS LOT QUANTITY AT MOVING-AVERAGE COST"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EXPIRY   DAYS  PROD  NAME            WHSE  LOT"
                      DELIMITED BY SIZE
                  "         ON HAND ASSIGNED   COST VALUE"
                      DELIMITED BY SIZE
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

      *    A RECALL NEEDS EVERY CUSTOMER WHO RECEIVED THE LOT, AND
      *    WHERE ANY OF IT IS STILL HELD OR STILL WAITING TO SHIP.
      *    LOT NUMBERS COME FROM THE SUPPLIER, SO THE SAME NUMBER CAN
      *    TURN UP ON TWO PRODUCTS; A PRODUCT ID NARROWS THE SEARCH.
       RECALL-INQUIRY.
           DISPLAY "============================================".
           DISPLAY "          --- LOT RECALL INQUIRY ---        ".
           DISPLAY "============================================".

           DISPLAY "Lot number : " WITH NO ADVANCING.
           ACCEPT ENTRY-LOT-NUMBER.
           DISPLAY "Product ID (0 for any product) : "
               WITH NO ADVANCING.
           ACCEPT ENTRY-PRODUCT-ID.

           IF ENTRY-LOT-NUMBER = SPACES
               DISPLAY "Lot number cannot be blank."
           ELSE
               PERFORM LIST-LOT-SHIPMENTS
               PERFORM LIST-LOT-HOLDINGS
               DISPLAY "--------------------------------------------"
               DISPLAY "Shipments listed        : " SHIPMENTS-LISTED
               DISPLAY "Units shipped           : " UNITS-SHIPPED
               DISPLAY "Units assigned, unshipped : " UNITS-AWAITING
               DISPLAY "Sites still holding lot : " SITES-HOLDING
               DISPLAY "Units still held        : " UNITS-HELD
           END-IF.

      *    SHIP DATE | CUSTOMER | NAME | CONTACT | SO/LINE | PRODUCT
      *    | WAREHOUSE | QTY
       LIST-LOT-SHIPMENTS.
           MOVE 0 TO SHIPMENTS-LISTED.
           MOVE 0 TO UNITS-SHIPPED.
           MOVE 0 TO UNITS-AWAITING.

           MOVE 0 TO CUSTOMER-OPENED.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS = "00"
               MOVE 1 TO CUSTOMER-OPENED
           END-IF.

           MOVE 0 TO SO-LOT-OPENED.
           OPEN INPUT SO-LOT-FILE.
           IF SO-LOT-STATUS NOT = "00"
               DISPLAY "No lot shipments on file."
               MOVE 'Y' TO EOF-FLAG
           ELSE
               MOVE 1 TO SO-LOT-OPENED
               MOVE ENTRY-LOT-NUMBER TO SO-LOT-NUMBER
               START SO-LOT-FILE KEY IS = SO-LOT-NUMBER
                   INVALID KEY
                       DISPLAY "Lot " ENTRY-LOT-NUMBER " has not been "
                           "assigned to any order."
                       MOVE 'Y' TO EOF-FLAG
               END-START
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SO-LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF SO-LOT-NUMBER = ENTRY-LOT-NUMBER
                       IF ENTRY-PRODUCT-ID = 0
                           OR ENTRY-PRODUCT-ID = SO-LOT-PRODUCT-ID
                           PERFORM DISPLAY-LOT-SHIPMENT
                       END-IF
                   ELSE
                       MOVE 'Y' TO EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF SO-LOT-OPENED = 1
               CLOSE SO-LOT-FILE
           END-IF.
           IF CUSTOMER-OPENED = 1
               CLOSE CUSTOMER-FILE
           END-IF.

       DISPLAY-LOT-SHIPMENT.
           MOVE SPACES TO CUSTOMER-NAME.
           MOVE SPACES TO CUSTOMER-CONTACT.
           IF CUSTOMER-OPENED = 1
               MOVE SO-LOT-CUSTOMER-CODE TO CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO CUSTOMER-NAME
               END-READ
           END-IF.

           IF SO-LOT-PICK-STATUS = 'S'
               ADD 1 TO SHIPMENTS-LISTED
               ADD SO-LOT-QUANTITY TO UNITS-SHIPPED
               DISPLAY SO-LOT-SHIP-DATE SPACE SO-LOT-CUSTOMER-CODE
                   SPACE CUSTOMER-NAME SPACE CUSTOMER-CONTACT
               DISPLAY "    SO " SO-LOT-SO-NUMBER "/"
                   SO-LOT-SO-LINE-NUMBER " product "
                   SO-LOT-PRODUCT-ID " from " SO-LOT-WAREHOUSE-CODE
                   " qty " SO-LOT-QUANTITY
           ELSE
               ADD SO-LOT-QUANTITY TO UNITS-AWAITING
               DISPLAY "NOT SHIPPED " SO-LOT-CUSTOMER-CODE
                   SPACE CUSTOMER-NAME
               DISPLAY "    SO " SO-LOT-SO-NUMBER "/"
                   SO-LOT-SO-LINE-NUMBER " product "
                   SO-LOT-PRODUCT-ID " at " SO-LOT-WAREHOUSE-CODE
                   " qty " SO-LOT-QUANTITY " assigned - hold"
           END-IF.

       LIST-LOT-HOLDINGS.
           MOVE 0 TO SITES-HOLDING.
           MOVE 0 TO UNITS-HELD.

           OPEN INPUT LOT-FILE.
           IF LOT-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND LOT-NUMBER = ENTRY-LOT-NUMBER
                   IF ENTRY-PRODUCT-ID = 0
                       OR ENTRY-PRODUCT-ID = LOT-PRODUCT-ID
                       ADD 1 TO SITES-HOLDING
                       ADD LOT-QUANTITY TO UNITS-HELD
                       DISPLAY "STILL HELD  product " LOT-PRODUCT-ID
                           " at " LOT-WAREHOUSE-CODE " qty "
                           LOT-QUANTITY " expiry " LOT-EXPIRY-DATE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF LOT-STATUS = "00" OR LOT-STATUS = "10"
               CLOSE LOT-FILE
           END-IF.

       EXIT-LOTS.
           DISPLAY 'Closing lot and expiry inquiry...'.
           EXIT.
