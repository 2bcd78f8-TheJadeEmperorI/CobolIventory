       IDENTIFICATION DIVISION.
       PROGRAM-ID. invprint.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 5 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY invcsel.

           COPY custsel.

           COPY invsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
           COPY invcrec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 INVOICE-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).
       01 INVENTORY-STATUS PIC x(2).

       01 OPERATOR-INITIALS PIC x(3).
       01 REPRINT-NUMBER PIC 9(6).

       01 HAVE-INVOICE PIC 9(1).
       01 CURRENT-INVOICE PIC 9(6).
       01 CURRENT-SO-NUMBER PIC 9(6).
       01 CURRENT-DATE-SHIPPED PIC 9(8).
       01 CURRENT-CUSTOMER PIC x(5).
       01 PRINT-THIS-LINE PIC 9(1).

       01 LINE-VALUE PIC 9(9)V99.
       01 INVOICE-TOTAL PIC 9(11)V99.
       01 GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       01 INVOICES-PRINTED PIC 9(5) VALUE 0.
       01 LINES-PRINTED PIC 9(5) VALUE 0.

       01 UNIT-PRICE-DISPLAY PIC 9(5).99.
       01 LINE-VALUE-DISPLAY PIC 9(9).99.
       01 INVOICE-TOTAL-DISPLAY PIC 9(11).99.

       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-RUN-DATE PIC 9(8).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "       --- PRINT CUSTOMER INVOICES ---      ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           DISPLAY "Invoice number to reprint (0 for all unprinted) : "
               WITH NO ADVANCING.
           ACCEPT REPRINT-NUMBER.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               DISPLAY "No invoices on file."
               MOVE 'Y' TO EOF-FLAG
           ELSE
               OPEN INPUT CUSTOMER-FILE
               OPEN INPUT INVENTORY-FILE
               PERFORM OPEN-REPORT-FILE
           END-IF.

           MOVE 0 TO HAVE-INVOICE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   PERFORM SELECT-INVOICE-LINE
                   IF PRINT-THIS-LINE = 1
                       PERFORM PRINT-INVOICE-LINE
                   END-IF
               END-IF
           END-PERFORM.

           IF INVOICE-STATUS = "00" OR INVOICE-STATUS = "10"
               IF HAVE-INVOICE = 1
                   PERFORM FINISH-INVOICE
               END-IF
               PERFORM PRINT-RUN-TOTALS
               CLOSE INVOICE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE INVENTORY-FILE
               CLOSE REPORT-FILE
               DISPLAY INVOICES-PRINTED " invoices with "
                   LINES-PRINTED " lines written to " REPORT-PATH
           END-IF.
           STOP RUN.

      *    A NORMAL RUN PRINTS EVERY LINE NOT YET PRINTED AND MARKS
      *    IT PRINTED, SO THE NEXT SHIPMENT FOR THE ORDER OPENS A NEW
      *    INVOICE. A REPRINT PRINTS ONE INVOICE AND CHANGES NOTHING.
       SELECT-INVOICE-LINE.
           MOVE 0 TO PRINT-THIS-LINE.
           IF REPRINT-NUMBER = 0
               IF INVOICE-PRINTED-FLAG = 'N'
                   MOVE 1 TO PRINT-THIS-LINE
               END-IF
           ELSE
               IF INVOICE-NUMBER = REPRINT-NUMBER
                   MOVE 1 TO PRINT-THIS-LINE
               END-IF
           END-IF.

       PRINT-INVOICE-LINE.
           IF HAVE-INVOICE = 1
               AND INVOICE-NUMBER NOT = CURRENT-INVOICE
               PERFORM FINISH-INVOICE
               MOVE 0 TO HAVE-INVOICE
           END-IF.
           IF HAVE-INVOICE = 0
               PERFORM START-INVOICE
           END-IF.

           MOVE INVOICE-PRODUCT-ID TO PRODUCT-ID.
           MOVE INVOICE-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO PRODUCT-NAME
           END-READ.

           COMPUTE LINE-VALUE = INVOICE-QUANTITY * INVOICE-UNIT-PRICE.
           ADD LINE-VALUE TO INVOICE-TOTAL.
           ADD 1 TO LINES-PRINTED.

           MOVE INVOICE-UNIT-PRICE TO UNIT-PRICE-DISPLAY.
           MOVE LINE-VALUE TO LINE-VALUE-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           STRING INVOICE-LINE-NUMBER DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  INVOICE-SO-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INVOICE-SO-LINE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INVOICE-PRODUCT-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRODUCT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INVOICE-WAREHOUSE-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INVOICE-QUANTITY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  UNIT-PRICE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LINE-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF REPRINT-NUMBER = 0
               MOVE 'Y' TO INVOICE-PRINTED-FLAG
               REWRITE INVOICE-LINE-RECORD
                   INVALID KEY
                       DISPLAY "Could not mark invoice "
                           INVOICE-NUMBER " line "
                           INVOICE-LINE-NUMBER " printed; status "
                           INVOICE-STATUS
               END-REWRITE
           END-IF.

      *    EACH INVOICE STARTS ON A NEW PAGE WITH THE CUSTOMER'S
      *    NAME AND ADDRESS FROM THE CUSTOMER MASTER.
       START-INVOICE.
           MOVE 1 TO HAVE-INVOICE.
           MOVE INVOICE-NUMBER TO CURRENT-INVOICE.
           MOVE INVOICE-SO-NUMBER TO CURRENT-SO-NUMBER.
           MOVE INVOICE-DATE TO CURRENT-DATE-SHIPPED.
           MOVE INVOICE-CUSTOMER-CODE TO CURRENT-CUSTOMER.
           MOVE 0 TO INVOICE-TOTAL.
           ADD 1 TO INVOICES-PRINTED.

           MOVE INVOICE-CUSTOMER-CODE TO CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO CUSTOMER-NAME
                   MOVE SPACES TO CUSTOMER-ADDRESS
                   MOVE SPACES TO CUSTOMER-CONTACT
           END-READ.

           PERFORM WRITE-PAGE-HEADING.

       FINISH-INVOICE.
           MOVE INVOICE-TOTAL TO INVOICE-TOTAL-DISPLAY.
           ADD INVOICE-TOTAL TO GRAND-TOTAL.

           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "INVOICE TOTAL " DELIMITED BY SIZE
                  CURRENT-INVOICE DELIMITED BY SIZE
                  "  AMOUNT DUE " DELIMITED BY SIZE
                  INVOICE-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-TOTALS.
           MOVE 0 TO HAVE-INVOICE.
           MOVE 99 TO REPORT-LINE-COUNT.
           MOVE GRAND-TOTAL TO INVOICE-TOTAL-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           STRING "INVOICES PRINTED : " DELIMITED BY SIZE
                  INVOICES-PRINTED DELIMITED BY SIZE
                  "  LINES : " DELIMITED BY SIZE
                  LINES-PRINTED DELIMITED BY SIZE
                  "  TOTAL BILLED : " DELIMITED BY SIZE
                  INVOICE-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *    THE INVOICES GO TO A DATED PRINT FILE; THE SCREEN ONLY
      *    CONFIRMS WHERE THE FILE WENT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/invoices-"
                      DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.

           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO REPORT-PAGE-NUMBER.
           MOVE 99 TO REPORT-LINE-COUNT.

      *    THE HEADING REPEATS THE INVOICE BEING PRINTED, SO A LONG
      *    INVOICE CARRIES ITS NUMBER AND CUSTOMER ONTO EVERY PAGE.
      *    THE RUN SUMMARY PAGE HAS NO INVOICE TO SHOW.
       WRITE-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-NUMBER.
           IF REPORT-PAGE-NUMBER > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD BEFORE ADVANCING PAGE
           END-IF.

           IF HAVE-INVOICE = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "INVOICE RUN SUMMARY  RUN " DELIMITED BY SIZE
                      REPORT-RUN-DATE DELIMITED BY SIZE
                      "  OPERATOR " DELIMITED BY SIZE
                      OPERATOR-INITIALS DELIMITED BY SIZE
                      "  PAGE " DELIMITED BY SIZE
                      REPORT-PAGE-NUMBER DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 2 TO REPORT-LINE-COUNT
           ELSE
               PERFORM WRITE-INVOICE-HEADING
           END-IF.

       WRITE-INVOICE-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING "INVOICE " DELIMITED BY SIZE
                  CURRENT-INVOICE DELIMITED BY SIZE
                  "   DATE " DELIMITED BY SIZE
                  CURRENT-DATE-SHIPPED DELIMITED BY SIZE
                  "   SALES ORDER " DELIMITED BY SIZE
                  CURRENT-SO-NUMBER DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "   PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BILL TO  " DELIMITED BY SIZE
                  CURRENT-CUSTOMER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUSTOMER-NAME DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "                " DELIMITED BY SIZE
                  CUSTOMER-ADDRESS DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ATTN            " DELIMITED BY SIZE
                  CUSTOMER-CONTACT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LN   SO/LINE     PRODUCT NAME            WHSE   "
                      DELIMITED BY SIZE
                  "  QTY  UNIT PRICE   LINE AMOUNT" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 9 TO REPORT-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-PAGE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO REPORT-LINE-COUNT.
