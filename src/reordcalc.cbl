       IDENTIFICATION DIVISION.
       PROGRAM-ID. reordcalc.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY pslsel.

           COPY supsel.

           COPY movsel.

           COPY marcsel.

           COPY rpropsel.

           SELECT REPORT-FILE ASSIGN TO REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/rclsort.dat".

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-SUPPLIER-FILE.
           COPY pslrec.

       FD SUPPLIER-FILE.
           COPY suprec.

       FD MOVEMENT-FILE.
           COPY movrec.

       FD MOVEMENT-ARCHIVE-FILE.
       01 MOVEMENT-ARCH-RECORD PIC x(31).

       FD REORDER-PROPOSAL-FILE.
           COPY rproprec.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC x(120).

      *    ONE ROW PER CONTRIBUTION TO A PRODUCT/WAREHOUSE LINE.
      *    ROW TYPES: L = THE PRODUCT-SUPPLIER LINK WITH ITS CURRENT
      *    REORDER POINT AND QUANTITY, S = A SHIPMENT FROM THE LIVE
      *    LEDGER OR THE ARCHIVE, WITH THE WEEK OF HISTORY IT FELL IN.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 RCL-PRODUCT-ID PIC 9(5).
           05 RCL-WAREHOUSE-CODE PIC x(5).
           05 RCL-ROW-TYPE PIC x(1).
           05 RCL-WEEK PIC 9(3).
           05 RCL-QUANTITY PIC 9(4).
           05 RCL-SUPPLIER-CODE PIC x(5).
           05 RCL-REORDER-POINT PIC 9(4).
           05 RCL-REORDER-QUANTITY PIC 9(4).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 LINK-STATUS PIC x(2).
       01 SUPPLIER-STATUS PIC x(2).
       01 SUPPLIER-OPENED PIC 9(1) VALUE 0.
       01 FOUND-SUPPLIER PIC 9(1).
       01 MOVEMENT-STATUS PIC x(2).
       01 MOVEMENT-ARCHIVE-STATUS PIC x(2).
       01 PROPOSAL-STATUS PIC x(2).
       01 PROPOSAL-OPENED PIC 9(1) VALUE 0.

       01 HISTORY-WEEKS PIC 9(2).
       01 HISTORY-DAYS PIC 9(3).
       01 SAFETY-PERCENT PIC 9(3).
       01 COVER-DAYS PIC 9(3).
       01 TODAY-INTEGER PIC 9(8).
       01 START-INTEGER PIC 9(8).
       01 HISTORY-START-DATE PIC 9(8).
       01 MOVEMENT-INTEGER PIC 9(8).

       01 SORT-EOF PIC x(1).
       01 HAVE-GROUP PIC 9(1).
       01 GRP-PRODUCT-ID PIC 9(5).
       01 GRP-WAREHOUSE-CODE PIC x(5).
       01 GRP-HAS-LINK PIC 9(1).
       01 GRP-SUPPLIER-CODE PIC x(5).
       01 GRP-OLD-REORDER-POINT PIC 9(4).
       01 GRP-OLD-REORDER-QUANTITY PIC 9(4).
       01 GRP-TOTAL-DEMAND PIC 9(7).
       01 GRP-CURRENT-WEEK PIC 9(3).
       01 GRP-WEEK-DEMAND PIC 9(7).
       01 GRP-PEAK-WEEK PIC 9(7).

       01 LEAD-TIME PIC 9(3).
       01 AVERAGE-DAILY PIC 9(5)V9(4).
       01 PEAK-DAILY PIC 9(5)V9(4).
       01 AVERAGE-WEEKLY PIC 9(5)V9.
       01 SAFETY-STOCK PIC 9(7)V99.
       01 NEW-REORDER-POINT PIC 9(7).
       01 NEW-REORDER-QUANTITY PIC 9(7).
       01 LINE-ACTION PIC x(22).

       01 LINKS-REVIEWED PIC 9(5) VALUE 0.
       01 PROPOSALS-WRITTEN PIC 9(5) VALUE 0.
       01 NO-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 NO-DEMAND-COUNT PIC 9(5) VALUE 0.
       01 NO-SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 NO-LINK-COUNT PIC 9(5) VALUE 0.

       01 AVERAGE-DISPLAY PIC 9(5).9.
       01 ROP-DISPLAY PIC x(4).
       01 ROQ-DISPLAY PIC x(4).

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
           DISPLAY "     --- REORDER POINT RECALCULATION ---    ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.

           DISPLAY "Weeks of demand history (0 = 13) : "
               WITH NO ADVANCING.
           ACCEPT HISTORY-WEEKS.
           IF HISTORY-WEEKS = 0
               MOVE 13 TO HISTORY-WEEKS
           END-IF.
           DISPLAY "Safety stock percent of peak cover : "
               WITH NO ADVANCING.
           ACCEPT SAFETY-PERCENT.
           DISPLAY "Order cover in days (0 = 30) : "
               WITH NO ADVANCING.
           ACCEPT COVER-DAYS.
           IF COVER-DAYS = 0
               MOVE 30 TO COVER-DAYS
           END-IF.

           COMPUTE HISTORY-DAYS = HISTORY-WEEKS * 7.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (REPORT-RUN-DATE).
           COMPUTE START-INTEGER = TODAY-INTEGER - HISTORY-DAYS + 1.
           COMPUTE HISTORY-START-DATE =
               FUNCTION DATE-OF-INTEGER (START-INTEGER).

           SORT SORT-FILE
               ASCENDING KEY RCL-PRODUCT-ID
                             RCL-WAREHOUSE-CODE
                             RCL-ROW-TYPE
                             RCL-WEEK
               INPUT PROCEDURE IS RELEASE-DEMAND-ROWS
               OUTPUT PROCEDURE IS PRINT-REORDER-REVIEW.
           STOP RUN.

      *    DEMAND IS EVERY S SHIPMENT IN THE HISTORY WINDOW FROM BOTH
      *    THE ARCHIVE AND THE LIVE LEDGER, SO A PERIOD-END CLOSE
      *    NEVER MAKES A PRODUCT LOOK QUIETER THAN IT IS.
       RELEASE-DEMAND-ROWS.
           PERFORM RELEASE-LINK-ROWS.
           PERFORM RELEASE-ARCHIVE-ROWS.
           PERFORM RELEASE-LEDGER-ROWS.

       RELEASE-LINK-ROWS.
           OPEN INPUT PRODUCT-SUPPLIER-FILE.
           IF LINK-STATUS NOT = "00"
               DISPLAY "Product-supplier link file could not be "
                   "opened."
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PRODUCT-SUPPLIER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   MOVE LINK-PRODUCT-ID TO RCL-PRODUCT-ID
                   MOVE LINK-WAREHOUSE-CODE TO RCL-WAREHOUSE-CODE
                   MOVE 'L' TO RCL-ROW-TYPE
                   MOVE 0 TO RCL-WEEK
                   MOVE 0 TO RCL-QUANTITY
                   MOVE LINK-SUPPLIER-CODE TO RCL-SUPPLIER-CODE
                   MOVE LINK-REORDER-POINT TO RCL-REORDER-POINT
                   MOVE LINK-REORDER-QUANTITY TO RCL-REORDER-QUANTITY
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF LINK-STATUS = "00" OR LINK-STATUS = "10"
               CLOSE PRODUCT-SUPPLIER-FILE
           END-IF.

       RELEASE-ARCHIVE-ROWS.
           OPEN INPUT MOVEMENT-ARCHIVE-FILE.
           IF MOVEMENT-ARCHIVE-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MOVEMENT-ARCHIVE-FILE INTO MOVEMENT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   PERFORM RELEASE-SHIPMENT-ROW
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF MOVEMENT-ARCHIVE-STATUS = "00"
               OR MOVEMENT-ARCHIVE-STATUS = "10"
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF.

       RELEASE-LEDGER-ROWS.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MOVEMENT-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   PERFORM RELEASE-SHIPMENT-ROW
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF MOVEMENT-STATUS = "00" OR MOVEMENT-STATUS = "10"
               CLOSE MOVEMENT-FILE
           END-IF.

      *    SHIPMENTS ARE POSTED NEGATIVE; DEMAND IS THE UNITS THAT
      *    LEFT THE WAREHOUSE. WEEK 0 IS THE OLDEST WEEK IN THE WINDOW.
       RELEASE-SHIPMENT-ROW.
           IF MOVEMENT-TYPE = 'S'
               AND MOVEMENT-DATE >= HISTORY-START-DATE
               AND MOVEMENT-DATE <= REPORT-RUN-DATE
               COMPUTE MOVEMENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (MOVEMENT-DATE)
               MOVE MOVEMENT-PRODUCT-ID TO RCL-PRODUCT-ID
               MOVE MOVEMENT-WAREHOUSE-CODE TO RCL-WAREHOUSE-CODE
               MOVE 'S' TO RCL-ROW-TYPE
               COMPUTE RCL-WEEK =
                   (MOVEMENT-INTEGER - START-INTEGER) / 7
               IF MOVEMENT-QUANTITY < 0
                   COMPUTE RCL-QUANTITY = 0 - MOVEMENT-QUANTITY
               ELSE
                   MOVE MOVEMENT-QUANTITY TO RCL-QUANTITY
               END-IF
               MOVE SPACES TO RCL-SUPPLIER-CODE
               MOVE 0 TO RCL-REORDER-POINT
               MOVE 0 TO RCL-REORDER-QUANTITY
               RELEASE SORT-RECORD
           END-IF.

      *    EVERY LINK IS LISTED WITH ITS OLD AND PROPOSED VALUES; ONLY
      *    LINES THAT WOULD CHANGE GO TO THE PROPOSAL FILE FOR A
      *    SUPERVISOR TO APPROVE. EACH RUN REPLACES THE PROPOSALS OF
      *    THE RUN BEFORE.
       PRINT-REORDER-REVIEW.
           PERFORM OPEN-REPORT-FILE.

           MOVE 0 TO PROPOSAL-OPENED.
           OPEN OUTPUT REORDER-PROPOSAL-FILE.
           IF PROPOSAL-STATUS = "00"
               MOVE 1 TO PROPOSAL-OPENED
           ELSE
               DISPLAY "Proposal file could not be opened; status "
                   PROPOSAL-STATUS "; review report only."
           END-IF.

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
                       AND (RCL-PRODUCT-ID NOT = GRP-PRODUCT-ID
                         OR RCL-WAREHOUSE-CODE
                               NOT = GRP-WAREHOUSE-CODE)
                       PERFORM FINISH-LINK-GROUP
                       MOVE 0 TO HAVE-GROUP
                   END-IF
                   IF HAVE-GROUP = 0
                       PERFORM START-LINK-GROUP
                   END-IF
                   PERFORM APPLY-ROW-TO-GROUP
               END-IF
           END-PERFORM.

           IF HAVE-GROUP = 1
               PERFORM FINISH-LINK-GROUP
           END-IF.

           IF SUPPLIER-OPENED = 1
               CLOSE SUPPLIER-FILE
           END-IF.
           IF PROPOSAL-OPENED = 1
               CLOSE REORDER-PROPOSAL-FILE
           END-IF.

           PERFORM WRITE-REVIEW-TOTALS.
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Links reviewed          : " LINKS-REVIEWED.
           DISPLAY "Changes proposed        : " PROPOSALS-WRITTEN.
           DISPLAY "Report written to " REPORT-PATH.

       START-LINK-GROUP.
           MOVE 1 TO HAVE-GROUP.
           MOVE RCL-PRODUCT-ID TO GRP-PRODUCT-ID.
           MOVE RCL-WAREHOUSE-CODE TO GRP-WAREHOUSE-CODE.
           MOVE 0 TO GRP-HAS-LINK.
           MOVE SPACES TO GRP-SUPPLIER-CODE.
           MOVE 0 TO GRP-OLD-REORDER-POINT.
           MOVE 0 TO GRP-OLD-REORDER-QUANTITY.
           MOVE 0 TO GRP-TOTAL-DEMAND.
           MOVE 0 TO GRP-CURRENT-WEEK.
           MOVE 0 TO GRP-WEEK-DEMAND.
           MOVE 0 TO GRP-PEAK-WEEK.

       APPLY-ROW-TO-GROUP.
           IF RCL-ROW-TYPE = 'L'
               MOVE 1 TO GRP-HAS-LINK
               MOVE RCL-SUPPLIER-CODE TO GRP-SUPPLIER-CODE
               MOVE RCL-REORDER-POINT TO GRP-OLD-REORDER-POINT
               MOVE RCL-REORDER-QUANTITY TO GRP-OLD-REORDER-QUANTITY
           ELSE
               IF RCL-WEEK NOT = GRP-CURRENT-WEEK
                   PERFORM CLOSE-DEMAND-WEEK
                   MOVE RCL-WEEK TO GRP-CURRENT-WEEK
               END-IF
               ADD RCL-QUANTITY TO GRP-WEEK-DEMAND
               ADD RCL-QUANTITY TO GRP-TOTAL-DEMAND
           END-IF.

       CLOSE-DEMAND-WEEK.
           IF GRP-WEEK-DEMAND > GRP-PEAK-WEEK
               MOVE GRP-WEEK-DEMAND TO GRP-PEAK-WEEK
           END-IF.
           MOVE 0 TO GRP-WEEK-DEMAND.

      *    SHIPMENTS FOR A PRODUCT/WAREHOUSE WITH NO SUPPLIER LINK
      *    HAVE NOTHING TO RECALCULATE; THEY ARE LISTED SO THE LINK
      *    CAN BE SET UP. A LINK WITH NO DEMAND IN THE WINDOW IS LEFT
      *    AS IT IS RATHER THAN PROPOSED DOWN TO ZERO.
       FINISH-LINK-GROUP.
           PERFORM CLOSE-DEMAND-WEEK.
           MOVE SPACES TO ROP-DISPLAY.
           MOVE SPACES TO ROQ-DISPLAY.
           MOVE 0 TO LEAD-TIME.
           COMPUTE AVERAGE-WEEKLY ROUNDED =
               GRP-TOTAL-DEMAND / HISTORY-WEEKS.

           IF GRP-HAS-LINK = 0
               ADD 1 TO NO-LINK-COUNT
               MOVE "NO SUPPLIER LINK" TO LINE-ACTION
           ELSE
               ADD 1 TO LINKS-REVIEWED
               PERFORM FIND-LEAD-TIME
               IF FOUND-SUPPLIER = 0
                   ADD 1 TO NO-SUPPLIER-COUNT
                   MOVE "SUPPLIER NOT ON FILE" TO LINE-ACTION
               ELSE
                   IF GRP-TOTAL-DEMAND = 0
                       ADD 1 TO NO-DEMAND-COUNT
                       MOVE "NO DEMAND - LEFT" TO LINE-ACTION
                   ELSE
                       PERFORM CALCULATE-REORDER-LEVELS
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-REVIEW-LINE.

       FIND-LEAD-TIME.
           MOVE 0 TO FOUND-SUPPLIER.
           IF SUPPLIER-OPENED = 1
               MOVE GRP-SUPPLIER-CODE TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO FOUND-SUPPLIER
                       MOVE SUPPLIER-LEAD-TIME TO LEAD-TIME
               END-READ
           END-IF.

      *    REORDER POINT = AVERAGE DAILY DEMAND OVER THE LEAD TIME
      *    PLUS SAFETY STOCK. SAFETY STOCK = THE GAP BETWEEN THE PEAK
      *    WEEK'S DAILY RATE AND THE AVERAGE DAILY RATE, OVER THE LEAD
      *    TIME, SCALED BY THE SAFETY PERCENT (100 = COVER A PEAK WEEK
      *    RATE FOR THE WHOLE LEAD TIME, 0 = NO SAFETY STOCK).
      *    REORDER QUANTITY = AVERAGE DAILY DEMAND OVER THE ORDER
      *    COVER DAYS, AT LEAST ONE UNIT. BOTH ARE HELD TO 9999, THE
      *    LARGEST VALUE THE LINK CAN CARRY.
       CALCULATE-REORDER-LEVELS.
           COMPUTE AVERAGE-DAILY ROUNDED =
               GRP-TOTAL-DEMAND / HISTORY-DAYS.
           COMPUTE PEAK-DAILY ROUNDED = GRP-PEAK-WEEK / 7.
           COMPUTE SAFETY-STOCK ROUNDED =
               (PEAK-DAILY - AVERAGE-DAILY) * LEAD-TIME
               * SAFETY-PERCENT / 100.
           COMPUTE NEW-REORDER-POINT ROUNDED =
               AVERAGE-DAILY * LEAD-TIME + SAFETY-STOCK.
           COMPUTE NEW-REORDER-QUANTITY ROUNDED =
               AVERAGE-DAILY * COVER-DAYS.
           IF NEW-REORDER-QUANTITY < 1
               MOVE 1 TO NEW-REORDER-QUANTITY
           END-IF.
           IF NEW-REORDER-POINT > 9999
               MOVE 9999 TO NEW-REORDER-POINT
           END-IF.
           IF NEW-REORDER-QUANTITY > 9999
               MOVE 9999 TO NEW-REORDER-QUANTITY
           END-IF.

           MOVE NEW-REORDER-POINT (4:4) TO ROP-DISPLAY.
           MOVE NEW-REORDER-QUANTITY (4:4) TO ROQ-DISPLAY.

           IF NEW-REORDER-POINT = GRP-OLD-REORDER-POINT
               AND NEW-REORDER-QUANTITY = GRP-OLD-REORDER-QUANTITY
               ADD 1 TO NO-CHANGE-COUNT
               MOVE "NO CHANGE" TO LINE-ACTION
           ELSE
               IF PROPOSAL-OPENED = 1
                   PERFORM WRITE-PROPOSAL-RECORD
                   MOVE "PROPOSED" TO LINE-ACTION
               ELSE
                   MOVE "NOT SAVED" TO LINE-ACTION
               END-IF
           END-IF.

       WRITE-PROPOSAL-RECORD.
           MOVE GRP-PRODUCT-ID TO PROP-PRODUCT-ID.
           MOVE GRP-WAREHOUSE-CODE TO PROP-WAREHOUSE-CODE.
           MOVE GRP-SUPPLIER-CODE TO PROP-SUPPLIER-CODE.
           MOVE LEAD-TIME TO PROP-LEAD-TIME.
           MOVE AVERAGE-WEEKLY TO PROP-AVERAGE-WEEKLY.
           MOVE GRP-PEAK-WEEK TO PROP-PEAK-WEEKLY.
           MOVE GRP-OLD-REORDER-POINT TO PROP-OLD-REORDER-POINT.
           MOVE GRP-OLD-REORDER-QUANTITY TO PROP-OLD-REORDER-QUANTITY.
           MOVE NEW-REORDER-POINT TO PROP-NEW-REORDER-POINT.
           MOVE NEW-REORDER-QUANTITY TO PROP-NEW-REORDER-QUANTITY.
           MOVE REPORT-RUN-DATE TO PROP-CALCULATED-DATE.
           MOVE 'P' TO PROP-STATUS.
           WRITE REORDER-PROPOSAL-RECORD.
           ADD 1 TO PROPOSALS-WRITTEN.

       WRITE-REVIEW-LINE.
           MOVE AVERAGE-WEEKLY TO AVERAGE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING GRP-PRODUCT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRP-WAREHOUSE-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRP-SUPPLIER-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LEAD-TIME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AVERAGE-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GRP-PEAK-WEEK DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  GRP-OLD-REORDER-POINT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ROP-DISPLAY DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  GRP-OLD-REORDER-QUANTITY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ROQ-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LINE-ACTION DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE ALL "-" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LINKS REVIEWED " DELIMITED BY SIZE
                  LINKS-REVIEWED DELIMITED BY SIZE
                  "  PROPOSED " DELIMITED BY SIZE
                  PROPOSALS-WRITTEN DELIMITED BY SIZE
                  "  NO CHANGE " DELIMITED BY SIZE
                  NO-CHANGE-COUNT DELIMITED BY SIZE
                  "  NO DEMAND " DELIMITED BY SIZE
                  NO-DEMAND-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SUPPLIER NOT ON FILE " DELIMITED BY SIZE
                  NO-SUPPLIER-COUNT DELIMITED BY SIZE
                  "  DEMAND WITH NO SUPPLIER LINK " DELIMITED BY SIZE
                  NO-LINK-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    THE LISTING GOES TO A DATED PRINT FILE WITH PAGE
      *    HEADINGS; THE SCREEN ONLY CONFIRMS WHERE THE FILE WENT.
       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/reordcalc-"
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
           STRING "REORDER POINT REVIEW  RUN " DELIMITED BY SIZE
                  REPORT-RUN-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-INITIALS DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  REPORT-PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "SHIPMENTS FROM " DELIMITED BY SIZE
                  HISTORY-START-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  HISTORY-WEEKS DELIMITED BY SIZE
                  " WEEKS)  SAFETY " DELIMITED BY SIZE
                  SAFETY-PERCENT DELIMITED BY SIZE
                  "%  ORDER COVER " DELIMITED BY SIZE
                  COVER-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PROD   WHSE   SUPPL  LEAD  AVG/WK  PEAK/WK "
                      DELIMITED BY SIZE
                  "OLD ROP NEW ROP OLD ROQ NEW ROQ ACTION"
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
