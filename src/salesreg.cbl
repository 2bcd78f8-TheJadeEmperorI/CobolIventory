       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesreg.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 5 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY invcsel.

           COPY custsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/srgsort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
           COPY invcrec.

       FD CUSTOMER-FILE.
           COPY custrec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    EVERY INVOICE LINE FOR THE DAY IS RELEASED TWICE. SECTION
      *    C ROWS ARE GROUPED BY CUSTOMER AND PRINT THE DETAIL; SECTION
      *    W ROWS ARE GROUPED BY WAREHOUSE AND ONLY FEED THE WAREHOUSE
      *    TOTALS THAT FOLLOW.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SRG-SECTION PIC x(1).
           05 SRG-GROUP-CODE PIC x(5).
           05 SRG-INVOICE-NUMBER PIC 9(6).
           05 SRG-INVOICE-LINE PIC 9(3).
           05 SRG-SO-NUMBER PIC 9(6).
           05 SRG-SO-LINE-NUMBER PIC 9(3).
           05 SRG-PRODUCT-ID PIC 9(5).
           05 SRG-WAREHOUSE-CODE PIC x(5).
           05 SRG-QUANTITY PIC 9(4).
           05 SRG-UNIT-PRICE PIC 9(5)V99.
           05 SRG-UNIT-COST PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 INVOICE-STATUS PIC x(2).
       01 CUSTOMER-STATUS PIC x(2).

       01 OPERATOR-INITIALS PIC x(3).
       01 REGISTER-DATE PIC 9(8).

       01 SORT-EOF PIC x(1).
       01 HAVE-GROUP PIC 9(1).
       01 CURRENT-SECTION PIC x(1).
       01 GRP-CODE PIC x(5).
       01 GRP-LINES PIC 9(5).
       01 GRP-SALES PIC 9(11)V99.
       01 GRP-COST PIC 9(11)V99.

       01 SALES-VALUE PIC 9(9)V99.
       01 COST-VALUE PIC 9(9)V99.
       01 MARGIN-VALUE PIC S9(10)V99.
       01 GROUP-MARGIN PIC S9(12)V99.
       01 TOTAL-LINES PIC 9(5) VALUE 0.
       01 TOTAL-SALES PIC 9(11)V99 VALUE 0.
       01 TOTAL-COST PIC 9(11)V99 VALUE 0.
       01 TOTAL-MARGIN PIC S9(12)V99.

       01 UNIT-PRICE-DISPLAY PIC 9(5).99.
       01 UNIT-COST-DISPLAY PIC 9(5).99.
       01 SALES-VALUE-DISPLAY PIC 9(9).99.
       01 COST-VALUE-DISPLAY PIC 9(9).99.
       01 MARGIN-DISPLAY PIC +9(9).99.
       01 TOTAL-SALES-DISPLAY PIC 9(11).99.
       01 TOTAL-COST-DISPLAY PIC 9(11).99.
       01 TOTAL-MARGIN-DISPLAY PIC +9(11).99.

       01 REPORT-STATUS PIC x(2).
       01 REPORT-PATH PIC x(64).
       01 REPORT-RUN-DATE PIC 9(8).
       01 REPORT-LINE-COUNT PIC 9(2).
       01 REPORT-PAGE-NUMBER PIC 9(3).
       01 REPORT-PAGE-LIMIT PIC 9(2) VALUE 55.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "         --- DAILY SALES REGISTER ---       ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           DISPLAY "Register date YYYYMMDD (0 for today) : "
               WITH NO ADVANCING.
           ACCEPT REGISTER-DATE.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           IF REGISTER-DATE = 0
               MOVE REPORT-RUN-DATE TO REGISTER-DATE
           END-IF.

           SORT SORT-FILE
               ASCENDING KEY SRG-SECTION
                             SRG-GROUP-CODE
                             SRG-INVOICE-NUMBER
                             SRG-INVOICE-LINE
               INPUT PROCEDURE IS RELEASE-INVOICE-ROWS
               OUTPUT PROCEDURE IS PRINT-SALES-REGISTER.
           STOP RUN.

       RELEASE-INVOICE-ROWS.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               DISPLAY "No invoices on file."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   AND INVOICE-DATE = REGISTER-DATE
                   PERFORM RELEASE-REGISTER-ROWS
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF INVOICE-STATUS = "00" OR INVOICE-STATUS = "10"
               CLOSE INVOICE-FILE
           END-IF.

       RELEASE-REGISTER-ROWS.
           MOVE INVOICE-NUMBER TO SRG-INVOICE-NUMBER.
           MOVE INVOICE-LINE-NUMBER TO SRG-INVOICE-LINE.
           MOVE INVOICE-SO-NUMBER TO SRG-SO-NUMBER.
           MOVE INVOICE-SO-LINE-NUMBER TO SRG-SO-LINE-NUMBER.
           MOVE INVOICE-PRODUCT-ID TO SRG-PRODUCT-ID.
           MOVE INVOICE-WAREHOUSE-CODE TO SRG-WAREHOUSE-CODE.
           MOVE INVOICE-QUANTITY TO SRG-QUANTITY.
           MOVE INVOICE-UNIT-PRICE TO SRG-UNIT-PRICE.
           MOVE INVOICE-UNIT-COST TO SRG-UNIT-COST.

           MOVE 'C' TO SRG-SECTION.
           MOVE INVOICE-CUSTOMER-CODE TO SRG-GROUP-CODE.
           RELEASE SORT-RECORD.

           MOVE 'W' TO SRG-SECTION.
           MOVE INVOICE-WAREHOUSE-CODE TO SRG-GROUP-CODE.
           RELEASE SORT-RECORD.

       PRINT-SALES-REGISTER.
           PERFORM OPEN-REPORT-FILE.
           OPEN INPUT CUSTOMER-FILE.

           MOVE 'N' TO SORT-EOF.
           MOVE 0 TO HAVE-GROUP.
           MOVE SPACES TO CURRENT-SECTION.

           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
               IF SORT-EOF NOT = 'Y'
                   IF HAVE-GROUP = 1
                       AND (SRG-SECTION NOT = CURRENT-SECTION
                         OR SRG-GROUP-CODE NOT = GRP-CODE)
                       PERFORM FINISH-GROUP
                       MOVE 0 TO HAVE-GROUP
                   END-IF
                   IF SRG-SECTION NOT = CURRENT-SECTION
                       PERFORM START-SECTION
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
           PERFORM PRINT-REGISTER-TOTALS.

           IF CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Register with " TOTAL-LINES
               " invoice lines written to " REPORT-PATH.

       START-SECTION.
           MOVE SRG-SECTION TO CURRENT-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF CURRENT-SECTION = 'C'
               MOVE "INVOICE LINES BY CUSTOMER" TO REPORT-RECORD
           ELSE
               MOVE "TOTALS BY WAREHOUSE" TO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    A CUSTOMER GROUP OPENS WITH THE CUSTOMER NAME; A WAREHOUSE
      *    GROUP PRINTS NOTHING UNTIL ITS TOTAL LINE.
       START-GROUP.
           MOVE 1 TO HAVE-GROUP.
           MOVE SRG-GROUP-CODE TO GRP-CODE.
           MOVE 0 TO GRP-LINES.
           MOVE 0 TO GRP-SALES.
           MOVE 0 TO GRP-COST.

           IF CURRENT-SECTION = 'C'
               MOVE SRG-GROUP-CODE TO CUSTOMER-CODE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO CUSTOMER-NAME
               END-READ
               MOVE ALL "-" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "CUSTOMER " DELIMITED BY SIZE
                      GRP-CODE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CUSTOMER-NAME DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       APPLY-ROW-TO-GROUP.
           COMPUTE SALES-VALUE = SRG-QUANTITY * SRG-UNIT-PRICE.
           COMPUTE COST-VALUE = SRG-QUANTITY * SRG-UNIT-COST.
           ADD 1 TO GRP-LINES.
           ADD SALES-VALUE TO GRP-SALES.
           ADD COST-VALUE TO GRP-COST.

           IF CURRENT-SECTION = 'C'
               ADD 1 TO TOTAL-LINES
               ADD SALES-VALUE TO TOTAL-SALES
               ADD COST-VALUE TO TOTAL-COST
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           COMPUTE MARGIN-VALUE = SALES-VALUE - COST-VALUE.
           MOVE SRG-UNIT-PRICE TO UNIT-PRICE-DISPLAY.
           MOVE SRG-UNIT-COST TO UNIT-COST-DISPLAY.
           MOVE SALES-VALUE TO SALES-VALUE-DISPLAY.
           MOVE COST-VALUE TO COST-VALUE-DISPLAY.
           MOVE MARGIN-VALUE TO MARGIN-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           STRING SRG-INVOICE-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SRG-INVOICE-LINE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SRG-SO-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SRG-SO-LINE-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SRG-PRODUCT-ID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SRG-WAREHOUSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRG-QUANTITY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  UNIT-PRICE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SALES-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  UNIT-COST-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COST-VALUE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MARGIN-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       FINISH-GROUP.
           COMPUTE GROUP-MARGIN = GRP-SALES - GRP-COST.
           MOVE GRP-SALES TO TOTAL-SALES-DISPLAY.
           MOVE GRP-COST TO TOTAL-COST-DISPLAY.
           MOVE GROUP-MARGIN TO TOTAL-MARGIN-DISPLAY.

           MOVE SPACES TO REPORT-RECORD.
           IF CURRENT-SECTION = 'C'
               STRING "  TOTAL CUSTOMER " DELIMITED BY SIZE
                      GRP-CODE DELIMITED BY SIZE
                      " LINES " DELIMITED BY SIZE
                      GRP-LINES DELIMITED BY SIZE
                      "  SALES " DELIMITED BY SIZE
                      TOTAL-SALES-DISPLAY DELIMITED BY SIZE
                      "  COST " DELIMITED BY SIZE
                      TOTAL-COST-DISPLAY DELIMITED BY SIZE
                      "  MARGIN " DELIMITED BY SIZE
                      TOTAL-MARGIN-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "WAREHOUSE " DELIMITED BY SIZE
                      GRP-CODE DELIMITED BY SIZE
                      "        LINES " DELIMITED BY SIZE
                      GRP-LINES DELIMITED BY SIZE
                      "  SALES " DELIMITED BY SIZE
                      TOTAL-SALES-DISPLAY DELIMITED BY SIZE
                      "  COST " DELIMITED BY SIZE
                      TOTAL-COST-DISPLAY DELIMITED BY SIZE
                      "  MARGIN " DELIMITED BY SIZE
                      TOTAL-MARGIN-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-RECORD
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       PRINT-REGISTER-TOTALS.
           COMPUTE TOTAL-MARGIN = TOTAL-SALES - TOTAL-COST.
           MOVE TOTAL-SALES TO TOTAL-SALES-DISPLAY.
           MOVE TOTAL-COST TO TOTAL-COST-DISPLAY.
           MOVE TOTAL-MARGIN TO TOTAL-MARGIN-DISPLAY.

           MOVE ALL "=" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DAY TOTAL               LINES " DELIMITED BY SIZE
                  TOTAL-LINES DELIMITED BY SIZE
                  "  SALES " DELIMITED BY SIZE
                  TOTAL-SALES-DISPLAY DELIMITED BY SIZE
                  "  COST " DELIMITED BY SIZE
                  TOTAL-COST-DISPLAY DELIMITED BY SIZE
                  "  MARGIN " DELIMITED BY SIZE
                  TOTAL-MARGIN-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *    THE REGISTER GOES TO A PRINT FILE NAMED FOR THE SALES DAY,
      *    SO A RERUN FOR AN EARLIER DAY DOES NOT OVERWRITE TODAY'S.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/salesreg-"
                      DELIMITED BY SIZE
                  REGISTER-DATE DELIMITED BY SIZE
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
           STRING "DAILY SALES REGISTER FOR " DELIMITED BY SIZE
                  REGISTER-DATE DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE "SALES AT INVOICED PRICE, COST AT MOVING-AVERAGE COST"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "INVOICE/LN  SO/LINE     PRODUCT WHSE   QTY  "
                      DELIMITED BY SIZE
                  "UNIT PRICE   SALES VALUE  UNIT COST    COST VALUE"
                      DELIMITED BY SIZE
                  "         MARGIN" DELIMITED BY SIZE
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
