       IDENTIFICATION DIVISION.
       PROGRAM-ID. suppscore.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY rcptsel.

           COPY supsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/scrsort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-HISTORY-FILE.
           COPY rcptrec.

       FD SUPPLIER-FILE.
           COPY suprec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    ONE ROW PER RECEIPT TAKEN DURING THE REPORT MONTH, WITH
      *    ITS LATENESS AND VALUES WORKED OUT AS IT IS RELEASED, SO
      *    THE OUTPUT SIDE ONLY HAS TO ADD UP EACH SUPPLIER.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SCR-SUPPLIER-CODE PIC x(5).
           05 SCR-PO-NUMBER PIC 9(6).
           05 SCR-PO-LINE-NUMBER PIC 9(3).
           05 SCR-RECEIPT-DATE PIC 9(8).
           05 SCR-DAYS-LATE PIC 9(5).
           05 SCR-LINE-OUTCOME PIC x(1).
           05 SCR-ORDER-QUANTITY PIC 9(4).
           05 SCR-LINE-RECEIVED PIC 9(4).
           05 SCR-RECEIPT-VALUE PIC 9(9)V99.
           05 SCR-PO-VALUE PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 RECEIPT-HISTORY-STATUS PIC x(2).
       01 SUPPLIER-STATUS PIC x(2).
       01 SUPPLIER-OPENED PIC 9(1) VALUE 0.

       01 REPORT-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 RECEIPT-INTEGER PIC 9(8).
       01 PROMISED-INTEGER PIC 9(8).

       01 SORT-EOF PIC x(1).
       01 HAVE-GROUP PIC 9(1).
       01 GRP-SUPPLIER-CODE PIC x(5).
       01 GRP-SUPPLIER-NAME PIC x(20).
       01 GRP-RECEIPTS PIC 9(5).
       01 GRP-ON-TIME PIC 9(5).
       01 GRP-LATE PIC 9(5).
       01 GRP-DAYS-LATE PIC 9(7).
       01 GRP-LINES-CLOSED PIC 9(5).
       01 GRP-CLOSED-ORDERED PIC 9(7).
       01 GRP-CLOSED-FILLED PIC 9(7).
       01 GRP-SHORT-CLOSED PIC 9(5).
       01 GRP-OVER-SHIPPED PIC 9(5).
       01 GRP-RECEIPT-VALUE PIC 9(11)V99.
       01 GRP-PO-VALUE PIC 9(11)V99.

       01 TOTAL-SUPPLIERS PIC 9(5) VALUE 0.
       01 TOTAL-RECEIPTS PIC 9(5) VALUE 0.
       01 TOTAL-ON-TIME PIC 9(5) VALUE 0.
       01 TOTAL-LATE PIC 9(5) VALUE 0.
       01 TOTAL-DAYS-LATE PIC 9(7) VALUE 0.
       01 TOTAL-CLOSED-ORDERED PIC 9(7) VALUE 0.
       01 TOTAL-CLOSED-FILLED PIC 9(7) VALUE 0.
       01 TOTAL-SHORT-CLOSED PIC 9(5) VALUE 0.
       01 TOTAL-OVER-SHIPPED PIC 9(5) VALUE 0.
       01 TOTAL-RECEIPT-VALUE PIC 9(11)V99 VALUE 0.
       01 TOTAL-PO-VALUE PIC 9(11)V99 VALUE 0.

       01 LINE-RECEIPTS PIC 9(5).
       01 LINE-ON-TIME PIC 9(5).
       01 LINE-LATE PIC 9(5).
       01 LINE-DAYS-LATE PIC 9(7).
       01 LINE-CLOSED-ORDERED PIC 9(7).
       01 LINE-CLOSED-FILLED PIC 9(7).
       01 LINE-SHORT-CLOSED PIC 9(5).
       01 LINE-OVER-SHIPPED PIC 9(5).
       01 LINE-RECEIPT-VALUE PIC 9(11)V99.
       01 LINE-PO-VALUE PIC 9(11)V99.
       01 LINE-LABEL PIC x(26).

       01 PERCENT-WORK PIC 9(3)V9.
       01 AVERAGE-WORK PIC 9(4)V9.
       01 VARIANCE-WORK PIC S9(4)V9.
       01 ON-TIME-DISPLAY PIC 9(3).9.
       01 AVERAGE-DISPLAY PIC 9(4).9.
       01 FILL-DISPLAY PIC 9(3).9.
       01 FILL-TEXT PIC x(5).
       01 ON-TIME-TEXT PIC x(5).
       01 VARIANCE-DISPLAY PIC +9(4).9.
       01 VARIANCE-TEXT PIC x(7).
       01 RECEIPT-VALUE-DISPLAY PIC 9(9).99.
       01 PO-VALUE-DISPLAY PIC 9(9).99.

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
           DISPLAY "      --- SUPPLIER DELIVERY SCORECARD ---   ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.

           DISPLAY "Report month YYYYMM : " WITH NO ADVANCING.
           ACCEPT REPORT-MONTH.

           COMPUTE MONTH-START = REPORT-MONTH * 100 + 1.
           COMPUTE MONTH-END = REPORT-MONTH * 100 + 31.

           SORT SORT-FILE
               ASCENDING KEY SCR-SUPPLIER-CODE
                             SCR-PO-NUMBER
                             SCR-PO-LINE-NUMBER
                             SCR-RECEIPT-DATE
               INPUT PROCEDURE IS RELEASE-MONTH-RECEIPTS
               OUTPUT PROCEDURE IS PRINT-SCORECARD.
           STOP RUN.

      *    A RECEIPT IS ON TIME WHEN IT ARRIVES ON OR BEFORE THE
      *    PROMISED DATE KEPT WITH IT; OTHERWISE IT IS LATE BY THE
      *    CALENDAR DAYS BETWEEN THE TWO.
       RELEASE-MONTH-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "No receipt history on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RECEIPT-HISTORY-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND RCPT-RECEIPT-DATE >= MONTH-START
                   AND RCPT-RECEIPT-DATE <= MONTH-END
                   PERFORM RELEASE-ONE-RECEIPT
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF RECEIPT-HISTORY-STATUS = "00"
               OR RECEIPT-HISTORY-STATUS = "10"
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       RELEASE-ONE-RECEIPT.
           MOVE RCPT-SUPPLIER-CODE TO SCR-SUPPLIER-CODE.
           MOVE RCPT-PO-NUMBER TO SCR-PO-NUMBER.
           MOVE RCPT-PO-LINE-NUMBER TO SCR-PO-LINE-NUMBER.
           MOVE RCPT-RECEIPT-DATE TO SCR-RECEIPT-DATE.
           MOVE RCPT-LINE-OUTCOME TO SCR-LINE-OUTCOME.
           MOVE RCPT-ORDER-QUANTITY TO SCR-ORDER-QUANTITY.
           MOVE RCPT-LINE-RECEIVED TO SCR-LINE-RECEIVED.
           COMPUTE SCR-RECEIPT-VALUE =
               RCPT-QUANTITY * RCPT-UNIT-COST.
           COMPUTE SCR-PO-VALUE =
               RCPT-QUANTITY * RCPT-PO-UNIT-PRICE.

           MOVE 0 TO SCR-DAYS-LATE.
           IF RCPT-RECEIPT-DATE > RCPT-PROMISED-DATE
               AND RCPT-PROMISED-DATE > 0
               COMPUTE RECEIPT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (RCPT-RECEIPT-DATE)
               COMPUTE PROMISED-INTEGER =
                   FUNCTION INTEGER-OF-DATE (RCPT-PROMISED-DATE)
               COMPUTE SCR-DAYS-LATE =
                   RECEIPT-INTEGER - PROMISED-INTEGER
           END-IF.

           RELEASE SORT-RECORD.

      *    ONE LINE PER SUPPLIER WITH RECEIPTS IN THE MONTH, THEN A
      *    LINE FOR ALL SUPPLIERS TOGETHER.
       PRINT-SCORECARD.
           PERFORM OPEN-REPORT-FILE.

           MOVE 0 TO SUPPLIER-OPENED.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "00"
               MOVE 1 TO SUPPLIER-OPENED
           END-IF.

           MOVE 'N' TO SORT-EOF.
           MOVE 0 TO HAVE-GROUP.

           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   IF HAVE-GROUP = 1
                       AND SCR-SUPPLIER-CODE NOT = GRP-SUPPLIER-CODE
                       PERFORM FINISH-SUPPLIER-GROUP
                       MOVE 0 TO HAVE-GROUP
                   END-IF
                   IF HAVE-GROUP = 0
                       PERFORM START-SUPPLIER-GROUP
                   END-IF
                   PERFORM APPLY-RECEIPT-TO-GROUP
               END-IF
           END-PERFORM.

           IF HAVE-GROUP = 1
               PERFORM FINISH-SUPPLIER-GROUP
           END-IF.

           IF SUPPLIER-OPENED = 1
               CLOSE SUPPLIER-FILE
           END-IF.

           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOTAL-RECEIPTS TO LINE-RECEIPTS.
           MOVE TOTAL-ON-TIME TO LINE-ON-TIME.
           MOVE TOTAL-LATE TO LINE-LATE.
           MOVE TOTAL-DAYS-LATE TO LINE-DAYS-LATE.
           MOVE TOTAL-CLOSED-ORDERED TO LINE-CLOSED-ORDERED.
           MOVE TOTAL-CLOSED-FILLED TO LINE-CLOSED-FILLED.
           MOVE TOTAL-SHORT-CLOSED TO LINE-SHORT-CLOSED.
           MOVE TOTAL-OVER-SHIPPED TO LINE-OVER-SHIPPED.
           MOVE TOTAL-RECEIPT-VALUE TO LINE-RECEIPT-VALUE.
           MOVE TOTAL-PO-VALUE TO LINE-PO-VALUE.
           MOVE "ALL SUPPLIERS" TO LINE-LABEL.
           PERFORM WRITE-SCORECARD-LINE.

           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Suppliers scored : " TOTAL-SUPPLIERS.
           DISPLAY "Report written to " REPORT-PATH.

       START-SUPPLIER-GROUP.
           MOVE 1 TO HAVE-GROUP.
           MOVE SCR-SUPPLIER-CODE TO GRP-SUPPLIER-CODE.
           MOVE "*** NOT ON FILE ***" TO GRP-SUPPLIER-NAME.
           IF SUPPLIER-OPENED = 1
               MOVE SCR-SUPPLIER-CODE TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO GRP-SUPPLIER-NAME
               END-READ
           END-IF.

           MOVE 0 TO GRP-RECEIPTS.
           MOVE 0 TO GRP-ON-TIME.
           MOVE 0 TO GRP-LATE.
           MOVE 0 TO GRP-DAYS-LATE.
           MOVE 0 TO GRP-LINES-CLOSED.
           MOVE 0 TO GRP-CLOSED-ORDERED.
           MOVE 0 TO GRP-CLOSED-FILLED.
           MOVE 0 TO GRP-SHORT-CLOSED.
           MOVE 0 TO GRP-OVER-SHIPPED.
           MOVE 0 TO GRP-RECEIPT-VALUE.
           MOVE 0 TO GRP-PO-VALUE.

      *    THE FILL RATE IS TAKEN OVER THE LINES THAT CLOSED IN THE
      *    MONTH: UNITS RECEIVED, UP TO THE QUANTITY ORDERED, AGAINST
      *    UNITS ORDERED. AN OVER-SHIPMENT FILLS ITS LINE BUT NEVER
      *    MAKES UP FOR ANOTHER LINE THAT CAME IN SHORT.
       APPLY-RECEIPT-TO-GROUP.
           ADD 1 TO GRP-RECEIPTS.
           IF SCR-DAYS-LATE > 0
               ADD 1 TO GRP-LATE
               ADD SCR-DAYS-LATE TO GRP-DAYS-LATE
           ELSE
               ADD 1 TO GRP-ON-TIME
           END-IF.
           ADD SCR-RECEIPT-VALUE TO GRP-RECEIPT-VALUE.
           ADD SCR-PO-VALUE TO GRP-PO-VALUE.

           IF SCR-LINE-OUTCOME = 'F' OR SCR-LINE-OUTCOME = 'S'
               OR SCR-LINE-OUTCOME = 'O'
               ADD 1 TO GRP-LINES-CLOSED
               ADD SCR-ORDER-QUANTITY TO GRP-CLOSED-ORDERED
               IF SCR-LINE-RECEIVED > SCR-ORDER-QUANTITY
                   ADD SCR-ORDER-QUANTITY TO GRP-CLOSED-FILLED
               ELSE
                   ADD SCR-LINE-RECEIVED TO GRP-CLOSED-FILLED
               END-IF
           END-IF.
           IF SCR-LINE-OUTCOME = 'S'
               ADD 1 TO GRP-SHORT-CLOSED
           END-IF.
           IF SCR-LINE-OUTCOME = 'O'
               ADD 1 TO GRP-OVER-SHIPPED
           END-IF.

       FINISH-SUPPLIER-GROUP.
           ADD 1 TO TOTAL-SUPPLIERS.
           ADD GRP-RECEIPTS TO TOTAL-RECEIPTS.
           ADD GRP-ON-TIME TO TOTAL-ON-TIME.
           ADD GRP-LATE TO TOTAL-LATE.
           ADD GRP-DAYS-LATE TO TOTAL-DAYS-LATE.
           ADD GRP-CLOSED-ORDERED TO TOTAL-CLOSED-ORDERED.
           ADD GRP-CLOSED-FILLED TO TOTAL-CLOSED-FILLED.
           ADD GRP-SHORT-CLOSED TO TOTAL-SHORT-CLOSED.
           ADD GRP-OVER-SHIPPED TO TOTAL-OVER-SHIPPED.
           ADD GRP-RECEIPT-VALUE TO TOTAL-RECEIPT-VALUE.
           ADD GRP-PO-VALUE TO TOTAL-PO-VALUE.

           MOVE GRP-RECEIPTS TO LINE-RECEIPTS.
           MOVE GRP-ON-TIME TO LINE-ON-TIME.
           MOVE GRP-LATE TO LINE-LATE.
           MOVE GRP-DAYS-LATE TO LINE-DAYS-LATE.
           MOVE GRP-CLOSED-ORDERED TO LINE-CLOSED-ORDERED.
           MOVE GRP-CLOSED-FILLED TO LINE-CLOSED-FILLED.
           MOVE GRP-SHORT-CLOSED TO LINE-SHORT-CLOSED.
           MOVE GRP-OVER-SHIPPED TO LINE-OVER-SHIPPED.
           MOVE GRP-RECEIPT-VALUE TO LINE-RECEIPT-VALUE.
           MOVE GRP-PO-VALUE TO LINE-PO-VALUE.
           MOVE SPACES TO LINE-LABEL.
           STRING GRP-SUPPLIER-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-SUPPLIER-NAME DELIMITED BY SIZE
                  INTO LINE-LABEL
           END-STRING.
           PERFORM WRITE-SCORECARD-LINE.

      *    AVERAGE DAYS LATE IS OVER THE LATE RECEIPTS ONLY, SO ONE
      *    BAD DELIVERY IS NOT HIDDEN BY MANY GOOD ONES. THE COST
      *    VARIANCE IS RECEIPT COST AGAINST THE ORDER PRICE FOR THE
      *    SAME UNITS; POSITIVE MEANS THE SUPPLIER CHARGED MORE.
       WRITE-SCORECARD-LINE.
           IF LINE-RECEIPTS > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   LINE-ON-TIME * 100 / LINE-RECEIPTS
               MOVE PERCENT-WORK TO ON-TIME-DISPLAY
               MOVE ON-TIME-DISPLAY TO ON-TIME-TEXT
           ELSE
               MOVE "  N/A" TO ON-TIME-TEXT
           END-IF.

           MOVE 0 TO AVERAGE-WORK.
           IF LINE-LATE > 0
               COMPUTE AVERAGE-WORK ROUNDED =
                   LINE-DAYS-LATE / LINE-LATE
           END-IF.
           MOVE AVERAGE-WORK TO AVERAGE-DISPLAY.

           IF LINE-CLOSED-ORDERED > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   LINE-CLOSED-FILLED * 100 / LINE-CLOSED-ORDERED
               MOVE PERCENT-WORK TO FILL-DISPLAY
               MOVE FILL-DISPLAY TO FILL-TEXT
           ELSE
               MOVE "  N/A" TO FILL-TEXT
           END-IF.

           IF LINE-PO-VALUE > 0
               COMPUTE VARIANCE-WORK ROUNDED =
                   (LINE-RECEIPT-VALUE - LINE-PO-VALUE) * 100
                   / LINE-PO-VALUE
               MOVE VARIANCE-WORK TO VARIANCE-DISPLAY
               MOVE VARIANCE-DISPLAY TO VARIANCE-TEXT
           ELSE
               MOVE "    N/A" TO VARIANCE-TEXT
           END-IF.

           MOVE LINE-RECEIPT-VALUE TO RECEIPT-VALUE-DISPLAY.
           MOVE LINE-PO-VALUE TO PO-VALUE-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           STRING LINE-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINE-RECEIPTS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ON-TIME-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AVERAGE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FILL-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINE-SHORT-CLOSED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LINE-OVER-SHIPPED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RECEIPT-VALUE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PO-VALUE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VARIANCE-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       OPEN-REPORT-FILE.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/suppscore-"
                      DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
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
           STRING "SUPPLIER DELIVERY SCORECARD  RUN "
                      DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  MONTH " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "ON-TIME = BY ORDER DATE + LEAD TIME; AVG LATE "
                      DELIMITED BY SIZE
                  "OVER LATE RECEIPTS; FILL% ON LINES CLOSED IN "
                      DELIMITED BY SIZE
                  "MONTH; COST VAR% AGAINST PO PRICE"
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SUPPL NAME                 RCPTS ON-TIME% AVG LATE"
                      DELIMITED BY SIZE
                  "  FILL% SHORT  OVER RECEIPT COST     PO VALUE"
                      DELIMITED BY SIZE
                  "  COST VAR%" DELIMITED BY SIZE
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
