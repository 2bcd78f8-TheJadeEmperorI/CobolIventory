       IDENTIFICATION DIVISION.
       PROGRAM-ID. mastbackup.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY invsel.

           COPY posel.

           COPY sosel.

           COPY imgsel.

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

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 INVENTORY-STATUS PIC x(2).
       01 PO-MASTER-STATUS PIC x(2).
       01 SALES-ORDER-STATUS PIC x(2).
       01 IMAGE-STATUS PIC x(2).
       01 IMAGE-PATH PIC x(64).
       01 IMAGE-OPENED PIC 9(1).
       01 IMAGE-NAME PIC x(8).
       01 IMAGE-CODE PIC x(1).

       01 BACKUP-DATE PIC 9(8).
       01 BACKUP-TIME PIC 9(8).
       01 OPERATOR-INITIALS PIC x(3).

       01 IMAGE-COUNT PIC 9(7).
       01 IMAGE-QUANTITY PIC 9(11).
       01 IMAGE-HASH PIC 9(13).
       01 IMAGES-WRITTEN PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "============================================".
           DISPLAY "         --- NIGHTLY MASTER BACKUP ---      ".
           DISPLAY "============================================".

           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           ACCEPT BACKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT BACKUP-TIME FROM TIME.

           PERFORM BACKUP-INVENTORY.
           PERFORM BACKUP-PO-MASTER.
           PERFORM BACKUP-SALES-ORDERS.

           DISPLAY "Images written : " IMAGES-WRITTEN " of 3".
           STOP RUN.

      *    EVERY IMAGE CARRIES THE DATE AND TIME IT WAS TAKEN IN ITS
      *    HEADER, SO A RECOVERY KNOWS WHICH LEDGER MOVEMENTS, PRICE
      *    CHANGES AND JOURNALLED ORDER LINES CAME AFTER IT. A MASTER
      *    THAT DOES NOT EXIST YET GIVES AN EMPTY IMAGE, SO EVERY
      *    NIGHT HAS ALL THREE.
       BACKUP-INVENTORY.
           MOVE "invimage" TO IMAGE-NAME.
           MOVE 'I' TO IMAGE-CODE.
           PERFORM OPEN-IMAGE-FILE.

           IF IMAGE-OPENED = 1
               OPEN INPUT INVENTORY-FILE
               IF INVENTORY-STATUS NOT = "00"
                   DISPLAY "Inventory file not available; status "
                       INVENTORY-STATUS "; image is empty."
                   MOVE 'Y' TO EOF-FLAG
               END-IF

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INVENTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       MOVE SPACES TO IMAGE-RECORD
                       MOVE "ID" TO IMAGE-TAG
                       MOVE PRODUCT_RECORD TO IMAGE-DATA
                       WRITE IMAGE-RECORD
                       ADD 1 TO IMAGE-COUNT
                       ADD PRODUCT-QUANTITY TO IMAGE-QUANTITY
                       ADD PRODUCT-ID TO IMAGE-HASH
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG

               IF INVENTORY-STATUS = "00" OR INVENTORY-STATUS = "10"
                   CLOSE INVENTORY-FILE
               END-IF
               PERFORM CLOSE-IMAGE-FILE
           END-IF.

       BACKUP-PO-MASTER.
           MOVE "poimage" TO IMAGE-NAME.
           MOVE 'P' TO IMAGE-CODE.
           PERFORM OPEN-IMAGE-FILE.

           IF IMAGE-OPENED = 1
               OPEN INPUT PO-MASTER-FILE
               IF PO-MASTER-STATUS NOT = "00"
                   DISPLAY "Purchase order master not available; "
                       "status " PO-MASTER-STATUS "; image is empty."
                   MOVE 'Y' TO EOF-FLAG
               END-IF

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PO-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       MOVE SPACES TO IMAGE-RECORD
                       MOVE "ID" TO IMAGE-TAG
                       MOVE PO-LINE-RECORD TO IMAGE-DATA
                       WRITE IMAGE-RECORD
                       ADD 1 TO IMAGE-COUNT
                       ADD POM-ORDER-QUANTITY TO IMAGE-QUANTITY
                       ADD POM-NUMBER TO IMAGE-HASH
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG

               IF PO-MASTER-STATUS = "00" OR PO-MASTER-STATUS = "10"
                   CLOSE PO-MASTER-FILE
               END-IF
               PERFORM CLOSE-IMAGE-FILE
           END-IF.

       BACKUP-SALES-ORDERS.
           MOVE "soimage" TO IMAGE-NAME.
           MOVE 'S' TO IMAGE-CODE.
           PERFORM OPEN-IMAGE-FILE.

           IF IMAGE-OPENED = 1
               OPEN INPUT SALES-ORDER-FILE
               IF SALES-ORDER-STATUS NOT = "00"
                   DISPLAY "Sales order file not available; status "
                       SALES-ORDER-STATUS "; image is empty."
                   MOVE 'Y' TO EOF-FLAG
               END-IF

               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ SALES-ORDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y'
                       MOVE SPACES TO IMAGE-RECORD
                       MOVE "ID" TO IMAGE-TAG
                       MOVE SO-LINE-RECORD TO IMAGE-DATA
                       WRITE IMAGE-RECORD
                       ADD 1 TO IMAGE-COUNT
                       ADD SO-ORDER-QUANTITY TO IMAGE-QUANTITY
                       ADD SO-NUMBER TO IMAGE-HASH
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG

               IF SALES-ORDER-STATUS = "00"
                   OR SALES-ORDER-STATUS = "10"
                   CLOSE SALES-ORDER-FILE
               END-IF
               PERFORM CLOSE-IMAGE-FILE
           END-IF.

      *    ONE IMAGE PER MASTER PER NIGHT, NAMED FOR THE MASTER AND
      *    THE DATE; A SECOND RUN ON THE SAME DAY REPLACES IT.
       OPEN-IMAGE-FILE.
           MOVE SPACES TO IMAGE-PATH.
           STRING "/home/lubu/cobol/CobolIventory/data/"
                      DELIMITED BY SIZE
                  IMAGE-NAME DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  BACKUP-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO IMAGE-PATH
           END-STRING.

           MOVE 0 TO IMAGE-COUNT.
           MOVE 0 TO IMAGE-QUANTITY.
           MOVE 0 TO IMAGE-HASH.

           MOVE 0 TO IMAGE-OPENED.
           OPEN OUTPUT IMAGE-FILE.
           IF IMAGE-STATUS = "00"
               MOVE 1 TO IMAGE-OPENED
               MOVE SPACES TO IMAGE-RECORD
               MOVE "IH" TO IMAGE-HEADER-TAG
               MOVE IMAGE-CODE TO IMAGE-MASTER-CODE
               MOVE BACKUP-DATE TO IMAGE-TAKEN-DATE
               MOVE BACKUP-TIME TO IMAGE-TAKEN-TIME
               MOVE OPERATOR-INITIALS TO IMAGE-OPERATOR-INITIALS
               WRITE IMAGE-RECORD
           ELSE
               DISPLAY "Image file could not be opened; status "
                   IMAGE-STATUS "; " IMAGE-NAME " not backed up."
           END-IF.

      *    THE TRAILER CARRIES THE CONTROL COUNTS THE RECOVERY CHECKS
      *    BEFORE IT WILL RESTORE FROM THE IMAGE.
       CLOSE-IMAGE-FILE.
           MOVE SPACES TO IMAGE-RECORD.
           MOVE "IT" TO IMAGE-TRAILER-TAG.
           MOVE IMAGE-COUNT TO IMAGE-RECORD-COUNT.
           MOVE IMAGE-QUANTITY TO IMAGE-QUANTITY-TOTAL.
           MOVE IMAGE-HASH TO IMAGE-KEY-HASH.
           WRITE IMAGE-RECORD.
           CLOSE IMAGE-FILE.
           ADD 1 TO IMAGES-WRITTEN.

           DISPLAY "Image written to " IMAGE-PATH.
           DISPLAY "    Records  : " IMAGE-COUNT.
           DISPLAY "    Quantity : " IMAGE-QUANTITY.
           DISPLAY "    Key hash : " IMAGE-HASH.
