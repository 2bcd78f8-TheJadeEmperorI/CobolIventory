       IDENTIFICATION DIVISION.
       PROGRAM-ID. openord.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY sosel.

           COPY custsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/oosort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD SALES-ORDER-FILE.
           COPY sorec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    ONE ROW PER ORDER LINE THAT STILL HAS SOMETHING OUTSTANDING,
      *    GROUPED BY CUSTOMER AND PRINTED IN ORDER-NUMBER ORDER.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 OOS-CUSTOMER-CODE PIC x(5).
           05 OOS-SO-NUMBER PIC 9(6).
           05 OOS-LINE-NUMBER PIC 9(3).
           05 OOS-PRODUCT-ID PIC 9(5).
           05 OOS-WAREHOUSE-CODE PIC x(5).
           05 OOS-ORDER-QUANTITY PIC 9(4).
           05 OOS-SHIPPED-QUANTITY PIC 9(4).
           05 OOS-CANCELLED-QUANTITY PIC 9(4).
           05 OOS-OPEN-QUANTITY PIC 9(4).
           05 OOS-ORDER-DATE PIC 9(8).
           05 OOS-LINE-STATUS PIC x(1).
           05 OOS-AGE-DAYS PIC 9(5).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 SALES-ORDER-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).

       01 OPERATOR-INITIALS PIC x(3).
       01 RUN-DAY-NUMBER PIC 9(7).
       01 ORDER-DAY-NUMBER PIC 9(7).

       01 SORT-EOF PIC x(1).
       01 HAVE-GROUP PIC 9(1).
       01 GRP-CODE PIC x(5).
       01 GRP-LINES PIC 9(5).
       01 GRP-ORDERED PIC 9(7).
       01 GRP-SHIPPED PIC 9(7).
       01 GRP-CANCELLED PIC 9(7).
       01 GRP-OPEN PIC 9(7).
       01 GRP-OLDEST PIC 9(5).

       01 TOTAL-LINES PIC 9(5) VALUE 0.
       01 TOTAL-CUSTOMERS PIC 9(5) VALUE 0.
       01 TOTAL-ORDERED PIC 9(7) VALUE 0.
       01 TOTAL-SHIPPED PIC 9(7) VALUE 0.
       01 TOTAL-CANCELLED PIC 9(7) VALUE 0.
       01 TOTAL-OPEN PIC 9(7) VALUE 0.
       01 TOTAL-OLDEST PIC 9(5) VALUE 0.

       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-RUN-DATE PIC 9(8).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "        --- OPEN ORDERS BY CUSTOMER ---     ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (REPORT-RUN-DATE).

           SORT SORT-FILE
               ASCENDING KEY OOS-CUSTOMER-CODE
                             OOS-SO-NUMBER
                             OOS-LINE-NUMBER
               INPUT PROCEDURE IS RELEASE-OPEN-LINES
               OUTPUT PROCEDURE IS PRINT-OPEN-ORDERS.
           STOP RUN.

      *    A LINE IS OPEN WHILE IT IS ALLOCATED OR BACKORDERED; SHIPPED
      *    AND CANCELLED LINES HAVE NOTHING LEFT TO FILL. THE AGE IS
      *    THE NUMBER OF DAYS FROM THE ORDER DATE TO TODAY.
       RELEASE-OPEN-LINES.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS NOT = "00"
               DISPLAY "No sales orders on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND (SO-LINE-STATUS = 'A' OR SO-LINE-STATUS = 'B')
                   PERFORM RELEASE-OPEN-LINE
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF SALES-ORDER-STATUS = "00" OR SALES-ORDER-STATUS = "10"
               CLOSE SALES-ORDER-FILE
           END-IF.

       RELEASE-OPEN-LINE.
           MOVE SO-CUSTOMER-CODE TO OOS-CUSTOMER-CODE.
           MOVE SO-NUMBER TO OOS-SO-NUMBER.
           MOVE SO-LINE-NUMBER TO OOS-LINE-NUMBER.
           MOVE SO-PRODUCT-ID TO OOS-PRODUCT-ID.
           MOVE SO-WAREHOUSE-CODE TO OOS-WAREHOUSE-CODE.
           MOVE SO-ORDER-QUANTITY TO OOS-ORDER-QUANTITY.
           MOVE SO-SHIPPED-QUANTITY TO OOS-SHIPPED-QUANTITY.
           MOVE SO-CANCELLED-QUANTITY TO OOS-CANCELLED-QUANTITY.
           COMPUTE OOS-OPEN-QUANTITY = SO-ORDER-QUANTITY
               - SO-SHIPPED-QUANTITY - SO-CANCELLED-QUANTITY.
           MOVE SO-ORDER-DATE TO OOS-ORDER-DATE.
           MOVE SO-LINE-STATUS TO OOS-LINE-STATUS.

           MOVE 0 TO OOS-AGE-DAYS.
           IF SO-ORDER-DATE > 0 AND SO-ORDER-DATE <= REPORT-RUN-DATE
               COMPUTE ORDER-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (SO-ORDER-DATE)
               COMPUTE OOS-AGE-DAYS =
                   RUN-DAY-NUMBER - ORDER-DAY-NUMBER
           END-IF.

           IF OOS-OPEN-QUANTITY > 0
               RELEASE SORT-RECORD
           END-IF.

       PRINT-OPEN-ORDERS.
           PERFORM OPEN-REPORT-FILE.
           OPEN INPUT CUSTOMER-FILE.

           MOVE 'N' TO SORT-EOF.
           MOVE 0 TO HAVE-GROUP.

           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   IF HAVE-GROUP = 1
                       AND OOS-CUSTOMER-CODE NOT = GRP-CODE
                       PERFORM FINISH-GROUP
                       MOVE 0 TO HAVE-GROUP
                   END-IF
                   IF HAVE-GROUP = 0
                       PERFORM START-GROUP
                   END-IF
                   PERFORM APPLY-ROW-TO-GROUP
               END-IF
           END-PERFORM.

           IF HAVE-GROUP = 1
               PERFORM FINISH-GROUP
           END-IF.
           PERFORM PRINT-REPORT-TOTALS.

           IF CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Report with " TOTAL-LINES
               " open order lines written to " REPORT-PATH.

       START-GROUP.
           MOVE 1 TO HAVE-GROUP.
           MOVE OOS-CUSTOMER-CODE TO GRP-CODE.
           MOVE 0 TO GRP-LINES.
           MOVE 0 TO GRP-ORDERED.
           MOVE 0 TO GRP-SHIPPED.
           MOVE 0 TO GRP-CANCELLED.
           MOVE 0 TO GRP-OPEN.
           MOVE 0 TO GRP-OLDEST.
           ADD 1 TO TOTAL-CUSTOMERS.

           MOVE OOS-CUSTOMER-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO CUSTOMER-NAME
           END-READ.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CUSTOMER " DELIMITED BY SIZE
                  GRP-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUSTOMER-NAME DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       APPLY-ROW-TO-GROUP.
           ADD 1 TO GRP-LINES.
           ADD OOS-ORDER-QUANTITY TO GRP-ORDERED.
           ADD OOS-SHIPPED-QUANTITY TO GRP-SHIPPED.
           ADD OOS-CANCELLED-QUANTITY TO GRP-CANCELLED.
           ADD OOS-OPEN-QUANTITY TO GRP-OPEN.
           IF OOS-AGE-DAYS > GRP-OLDEST
               MOVE OOS-AGE-DAYS TO GRP-OLDEST
           END-IF.

           ADD 1 TO TOTAL-LINES.
           ADD OOS-ORDER-QUANTITY TO TOTAL-ORDERED.
           ADD OOS-SHIPPED-QUANTITY TO TOTAL-SHIPPED.
           ADD OOS-CANCELLED-QUANTITY TO TOTAL-CANCELLED.
           ADD OOS-OPEN-QUANTITY TO TOTAL-OPEN.
           IF OOS-AGE-DAYS > TOTAL-OLDEST
               MOVE OOS-AGE-DAYS TO TOTAL-OLDEST
           END-IF.

           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING OOS-SO-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OOS-LINE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OOS-PRODUCT-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  OOS-WAREHOUSE-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OOS-ORDER-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OOS-AGE-DAYS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  OOS-ORDER-QUANTITY DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  OOS-SHIPPED-QUANTITY DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  OOS-CANCELLED-QUANTITY DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  OOS-OPEN-QUANTITY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  OOS-LINE-STATUS DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       FINISH-GROUP.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL CUSTOMER " DELIMITED BY SIZE
                  GRP-CODE DELIMITED BY SIZE
                  " LINES " DELIMITED BY SIZE
                  GRP-LINES DELIMITED BY SIZE
                  "  ORDERED " DELIMITED BY SIZE
                  GRP-ORDERED DELIMITED BY SIZE
                  "  SHIPPED " DELIMITED BY SIZE
                  GRP-SHIPPED DELIMITED BY SIZE
                  "  CANCELLED " DELIMITED BY SIZE
                  GRP-CANCELLED DELIMITED BY SIZE
                  "  OUTSTANDING " DELIMITED BY SIZE
                  GRP-OPEN DELIMITED BY SIZE
                  "  OLDEST " DELIMITED BY SIZE
                  GRP-OLDEST DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ALL CUSTOMERS " DELIMITED BY SIZE
                  TOTAL-CUSTOMERS DELIMITED BY SIZE
                  "     LINES " DELIMITED BY SIZE
                  TOTAL-LINES DELIMITED BY SIZE
                  "  ORDERED " DELIMITED BY SIZE
                  TOTAL-ORDERED DELIMITED BY SIZE
                  "  SHIPPED " DELIMITED BY SIZE
                  TOTAL-SHIPPED DELIMITED BY SIZE
                  "  CANCELLED " DELIMITED BY SIZE
                  TOTAL-CANCELLED DELIMITED BY SIZE
                  "  OUTSTANDING " DELIMITED BY SIZE
                  TOTAL-OPEN DELIMITED BY SIZE
                  "  OLDEST " DELIMITED BY SIZE
                  TOTAL-OLDEST DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/openord-"
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
           STRING "OPEN ORDERS BY CUSTOMER  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "OUTSTANDING = ORDERED - SHIPPED - CANCELLED; "
                      DELIMITED BY SIZE
                  "AGE IN DAYS SINCE THE ORDER DATE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SO/LINE     PRODUCT WHSE   ORD DATE  AGE    "
                      DELIMITED BY SIZE
                  "ORDERED  SHIPPED  CANCELLED  OUTSTANDING   ST"
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
