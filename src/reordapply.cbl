       IDENTIFICATION DIVISION.
       PROGRAM-ID. reordapply.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY oprsel.

           COPY pslsel.

           COPY rpropsel.

           SELECT REORDER-LOG-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/reordlog.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REORDER-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY oprrec.

       FD PRODUCT-SUPPLIER-FILE.
           COPY pslrec.

       FD REORDER-PROPOSAL-FILE.
           COPY rproprec.

      *    ONE RECORD PER APPROVED CHANGE APPLIED TO A LINK: WHO
      *    APPROVED IT, WHEN, AND THE VALUES BEFORE AND AFTER.
       FD REORDER-LOG-FILE.
       01 REORDER-LOG-RECORD.
           05 LOG-DATE PIC 9(8).
           05 LOG-TIME PIC 9(8).
           05 LOG-OPERATOR-ID PIC x(8).
           05 LOG-PRODUCT-ID PIC 9(5).
           05 LOG-WAREHOUSE-CODE PIC x(5).
           05 LOG-SUPPLIER-CODE PIC x(5).
           05 LOG-OLD-REORDER-POINT PIC 9(4).
           05 LOG-OLD-REORDER-QUANTITY PIC 9(4).
           05 LOG-NEW-REORDER-POINT PIC 9(4).
           05 LOG-NEW-REORDER-QUANTITY PIC 9(4).
           05 LOG-CALCULATED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 LINK-STATUS PIC x(2).
       01 PROPOSAL-STATUS PIC x(2).
       01 REORDER-LOG-STATUS PIC x(2).
       01 REVIEW-CHOICE PIC x(1).
       01 REVIEW-DONE PIC 9(1).
       01 AVERAGE-DISPLAY PIC 9(5).9.

       01 OPERATOR-STATUS PIC x(2).
       01 SIGNED-ON PIC 9(1).
       01 SIGN-ON-TRIES PIC 9(1).
       01 ENTRY-OPERATOR-ID PIC x(8).
       01 ENTRY-PASSWORD PIC x(8).
       01 SIGNED-ON-OPERATOR PIC x(8).
       01 OPERATOR-LEVEL PIC 9(1).
       01 AUTHORIZED PIC 9(1).

       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 STALE-COUNT PIC 9(5) VALUE 0.
       01 PENDING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "     --- REORDER PROPOSAL APPROVAL ---      ".
           DISPLAY "============================================".

           MOVE 0 TO AUTHORIZED.
           PERFORM SIGN-ON.
           IF SIGNED-ON = 1
               PERFORM CHECK-SUPERVISOR
           END-IF.
           IF AUTHORIZED = 1
               PERFORM REVIEW-PROPOSALS
           END-IF.
           STOP RUN.

      *    REORDER POINTS DRIVE PURCHASING, SO ONLY A SUPERVISOR
      *    (LEVEL 2) MAY APPROVE A CHANGE TO THEM.
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

      *    EVERY PENDING PROPOSAL IS SHOWN IN TURN. Y APPLIES IT TO
      *    THE LINK, N REJECTS IT, S LEAVES IT PENDING FOR LATER AND
      *    Q STOPS THE REVIEW WITH THE REST STILL PENDING.
       REVIEW-PROPOSALS.
           OPEN I-O REORDER-PROPOSAL-FILE.
           IF PROPOSAL-STATUS NOT = "00"
               DISPLAY "No reorder proposals on file; run the "
                   "recalculation first."
           ELSE
               OPEN I-O PRODUCT-SUPPLIER-FILE
               IF LINK-STATUS NOT = "00"
                   DISPLAY "Product-supplier link file could not be "
                       "opened; status " LINK-STATUS
                   CLOSE REORDER-PROPOSAL-FILE
               ELSE
                   PERFORM OPEN-REORDER-LOG
                   PERFORM REVIEW-PROPOSAL-FILE
                   CLOSE REORDER-LOG-FILE
                   CLOSE PRODUCT-SUPPLIER-FILE
                   CLOSE REORDER-PROPOSAL-FILE
                   DISPLAY "Changes applied         : " APPLIED-COUNT
                   DISPLAY "Changes rejected        : " REJECTED-COUNT
                   DISPLAY "Not applied, link moved : " STALE-COUNT
                   DISPLAY "Left pending            : " PENDING-COUNT
               END-IF
           END-IF.

       OPEN-REORDER-LOG.
           OPEN EXTEND REORDER-LOG-FILE.
           IF REORDER-LOG-STATUS = "35"
               OPEN OUTPUT REORDER-LOG-FILE
           END-IF.

       REVIEW-PROPOSAL-FILE.
           MOVE 0 TO REVIEW-DONE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REORDER-PROPOSAL-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y' AND PROP-STATUS = 'P'
                   IF REVIEW-DONE = 1
                       ADD 1 TO PENDING-COUNT
                   ELSE
                       PERFORM REVIEW-ONE-PROPOSAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       REVIEW-ONE-PROPOSAL.
           MOVE PROP-AVERAGE-WEEKLY TO AVERAGE-DISPLAY.
           DISPLAY "--------------------------------------------".
           DISPLAY "Product " PROP-PRODUCT-ID
               "  Warehouse " PROP-WAREHOUSE-CODE
               "  Supplier " PROP-SUPPLIER-CODE
               "  Lead " PROP-LEAD-TIME " days".
           DISPLAY "Demand per week avg " AVERAGE-DISPLAY
               "  peak " PROP-PEAK-WEEKLY
               "  (calculated " PROP-CALCULATED-DATE ")".
           DISPLAY "Reorder point    " PROP-OLD-REORDER-POINT
               " -> " PROP-NEW-REORDER-POINT.
           DISPLAY "Reorder quantity " PROP-OLD-REORDER-QUANTITY
               " -> " PROP-NEW-REORDER-QUANTITY.
           DISPLAY "Apply (Y/N, S = skip, Q = quit) : "
               WITH NO ADVANCING.
           ACCEPT REVIEW-CHOICE.

           EVALUATE REVIEW-CHOICE
               WHEN 'Y'
               WHEN 'y'
                   PERFORM APPLY-PROPOSAL

               WHEN 'N'
               WHEN 'n'
                   MOVE 'R' TO PROP-STATUS
                   REWRITE REORDER-PROPOSAL-RECORD
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "Proposal rejected."

               WHEN 'Q'
               WHEN 'q'
                   MOVE 1 TO REVIEW-DONE
                   ADD 1 TO PENDING-COUNT

               WHEN OTHER
                   ADD 1 TO PENDING-COUNT
                   DISPLAY "Proposal left pending."
           END-EVALUATE.

      *    A LINK THAT WAS CHANGED BY HAND SINCE THE CALCULATION IS
      *    NOT OVERWRITTEN; THE PROPOSAL IS CLOSED AND THE NEXT
      *    RECALCULATION STARTS FROM THE LINK AS IT NOW STANDS.
       APPLY-PROPOSAL.
           MOVE PROP-PRODUCT-ID TO LINK-PRODUCT-ID.
           MOVE PROP-WAREHOUSE-CODE TO LINK-WAREHOUSE-CODE.
           READ PRODUCT-SUPPLIER-FILE
               INVALID KEY
                   MOVE 'N' TO PROP-STATUS
                   ADD 1 TO STALE-COUNT
                   DISPLAY "Link is no longer on file; not applied."
               NOT INVALID KEY
                   IF LINK-REORDER-POINT NOT = PROP-OLD-REORDER-POINT
                       OR LINK-REORDER-QUANTITY
                           NOT = PROP-OLD-REORDER-QUANTITY
                       MOVE 'C' TO PROP-STATUS
                       ADD 1 TO STALE-COUNT
                       DISPLAY "Link changed since the calculation; "
                           "not applied."
                   ELSE
                       PERFORM UPDATE-LINK
                   END-IF
           END-READ.
           REWRITE REORDER-PROPOSAL-RECORD.

       UPDATE-LINK.
           MOVE PROP-NEW-REORDER-POINT TO LINK-REORDER-POINT.
           MOVE PROP-NEW-REORDER-QUANTITY TO LINK-REORDER-QUANTITY.
           REWRITE PRODUCT-SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Link could not be updated; status "
                       LINK-STATUS
               NOT INVALID KEY
                   MOVE 'A' TO PROP-STATUS
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-REORDER-LOG
                   DISPLAY "Change applied."
           END-REWRITE.

       WRITE-REORDER-LOG.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR TO LOG-OPERATOR-ID.
           MOVE PROP-PRODUCT-ID TO LOG-PRODUCT-ID.
           MOVE PROP-WAREHOUSE-CODE TO LOG-WAREHOUSE-CODE.
           MOVE PROP-SUPPLIER-CODE TO LOG-SUPPLIER-CODE.
           MOVE PROP-OLD-REORDER-POINT TO LOG-OLD-REORDER-POINT.
           MOVE PROP-OLD-REORDER-QUANTITY TO LOG-OLD-REORDER-QUANTITY.
           MOVE PROP-NEW-REORDER-POINT TO LOG-NEW-REORDER-POINT.
           MOVE PROP-NEW-REORDER-QUANTITY TO LOG-NEW-REORDER-QUANTITY.
           MOVE PROP-CALCULATED-DATE TO LOG-CALCULATED-DATE.
           WRITE REORDER-LOG-RECORD.
