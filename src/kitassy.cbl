       IDENTIFICATION DIVISION.
       PROGRAM-ID. kitassy.
       AUTHOR. The Jade Emperor.
       DATE-WRITTEN. 15 October 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY bomsel.

           COPY invsel.

           COPY sosel.

           COPY sojsel.

           COPY whsel.

           COPY audsel.

           COPY movsel.

           COPY lotsel.

       DATA DIVISION.
       FILE SECTION.
       FD BOM-FILE.
           COPY bomrec.

       FD INVENTORY-FILE.
           COPY invrec.

       FD SALES-ORDER-FILE.
           COPY sorec.

       FD SO-JOURNAL-FILE.
           COPY sojrec.

       FD WAREHOUSE-FILE.
           COPY whrec.

       FD AUDIT-FILE.
           COPY audrec.

       FD MOVEMENT-FILE.
           COPY movrec.

       FD LOT-FILE.
           COPY lotrec.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC x(1) VALUE 'N'.
       01 USER-CHOICE PIC 9(1).
       01 FOUND PIC 9(1).
       01 BOM-STATUS PIC x(2).
       01 BOM-OPENED PIC 9(1) VALUE 0.
       01 INVENTORY-STATUS PIC x(2).
       01 INVENTORY-OPENED PIC 9(1) VALUE 0.
       01 SALES-ORDER-STATUS PIC x(2).
       01 SO-JOURNAL-STATUS PIC x(2).
       01 SALES-ORDER-OPENED PIC 9(1) VALUE 0.
       01 WAREHOUSE-STATUS PIC x(2).
       01 WAREHOUSE-OPENED PIC 9(1) VALUE 0.
       01 AUDIT-STATUS PIC x(2).
       01 MOVEMENT-STATUS PIC x(2).
       01 LOT-STATUS PIC x(2).
       01 LOT-SCAN-EOF PIC x(1).
       01 SCAN-EOF PIC x(1).

       01 OPERATOR-INITIALS PIC x(3).
       01 ENTRY-KIT-ID PIC 9(5).
       01 ENTRY-COMPONENT-ID PIC 9(5).
       01 ENTRY-COMPONENT-QUANTITY PIC 9(4).
       01 ENTRY-WAREHOUSE-CODE PIC x(5).
       01 ENTRY-KIT-COUNT PIC 9(4).

       01 KIT-OK PIC 9(1).
       01 KIT-NAME PIC x(15).
       01 KIT-ON-HAND PIC 9(4).
       01 KIT-UNIT-COST PIC 9(5)V99.
       01 KIT-FREE PIC S9(7).
       01 FREE-DISPLAY PIC +9(7).
       01 KIT-ROLLED-COST PIC 9(11)V99.
       01 KIT-ROLLED-DISPLAY PIC 9(9).99.
       01 KIT-COST-DISPLAY PIC 9(5).99.
       01 KIT-REASON-CODE PIC x(2).
       01 KIT-MOVEMENT-TYPE PIC x(1).
       01 COMPONENT-COUNT PIC 9(2).
       01 COMPONENT-TABLE.
           05 COMPONENT-ENTRY OCCURS 20 TIMES.
               10 CT-PRODUCT-ID PIC 9(5).
               10 CT-PER-KIT PIC 9(4).
               10 CT-REQUIRED PIC 9(8).
               10 CT-ON-HAND PIC 9(4).
               10 CT-FREE PIC S9(7).
               10 CT-UNIT-COST PIC 9(5)V99.
       01 COMPONENT-INDEX PIC 9(2).
       01 POST-PRODUCT-ID PIC 9(5).
       01 POST-QUANTITY PIC S9(5).
       01 COMPUTED-QUANTITY PIC S9(9).
       01 OLD-QUANTITY PIC 9(4).
       01 ALLOCATED-QUANTITY PIC 9(7).
       01 AVAILABLE-QUANTITY PIC S9(7).
       01 LINE-OPEN-QUANTITY PIC 9(4).
       01 RELEASED-COUNT PIC 9(5).
       01 LOT-TAKE PIC 9(4).
       01 LOT-TOTAL PIC 9(7).
       01 LOT-EXCESS PIC S9(7).
       01 LOT-ON-HAND PIC 9(4).
       01 LOOKUP-PRODUCT-ID PIC 9(5).
       01 LOOKUP-NAME PIC x(15).
       01 BUILDABLE-COUNT PIC 9(5).
       01 COMPONENT-BUILDABLE PIC 9(5).
       01 LIMITING-COMPONENT PIC 9(5).
       01 SITE-STOCKED PIC 9(1).
       01 SITE-COUNT PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Operator initials : " WITH NO ADVANCING.
           ACCEPT OPERATOR-INITIALS.
           PERFORM SELECT-MENU.
           STOP RUN.

       SELECT-MENU.
           PERFORM until USER-CHOICE = 7
               DISPLAY "============================================"
               DISPLAY "     --- KIT ASSEMBLY AND DISASSEMBLY ---   "
               DISPLAY "============================================"

               DISPLAY '1. View Bill of Materials'
               DISPLAY '2. Set Kit Component'
               DISPLAY '3. Remove Kit Component'
               DISPLAY '4. Assemble Kits'
               DISPLAY '5. Disassemble Kits'
               DISPLAY '6. Kits Buildable Inquiry'
               DISPLAY '7. Exit'
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT USER-CHOICE

               EVALUATE USER-CHOICE
                   WHEN 1 PERFORM VIEW-BILL-OF-MATERIALS

                   WHEN 2 PERFORM SET-COMPONENT

                   WHEN 3 PERFORM REMOVE-COMPONENT

                   WHEN 4 PERFORM ASSEMBLE-KITS

                   WHEN 5 PERFORM DISASSEMBLE-KITS

                   WHEN 6 PERFORM KITS-BUILDABLE-INQUIRY

                   WHEN 7 PERFORM EXIT-KITS

                   WHEN OTHER DISPLAY 'Invalid option.'
           END-PERFORM.

       VIEW-BILL-OF-MATERIALS.
           DISPLAY "============================================".
           DISPLAY "          --- BILL OF MATERIALS ---         ".
           DISPLAY "============================================".

           DISPLAY 'Kit product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-ID.

           MOVE 0 TO INVENTORY-OPENED.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-STATUS = "00"
               MOVE 1 TO INVENTORY-OPENED
           END-IF.
           MOVE ENTRY-KIT-ID TO LOOKUP-PRODUCT-ID.
           PERFORM FIND-PRODUCT-NAME.
           DISPLAY "Kit " ENTRY-KIT-ID SPACE LOOKUP-NAME.

      *    COMPONENT | NAME | UNITS PER KIT
           MOVE 0 TO COMPONENT-COUNT.
           MOVE 0 TO BOM-OPENED.
           OPEN INPUT BOM-FILE.
           IF BOM-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           ELSE
               MOVE 1 TO BOM-OPENED
               MOVE ENTRY-KIT-ID TO BOM-KIT-PRODUCT-ID
               MOVE 0 TO BOM-COMPONENT-PRODUCT-ID
               START BOM-FILE KEY IS >= BOM-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-FLAG
               END-START
           END-IF.

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               END-READ
               IF EOF-FLAG NOT = 'Y'
                   IF BOM-KIT-PRODUCT-ID = ENTRY-KIT-ID
                       ADD 1 TO COMPONENT-COUNT
                       MOVE BOM-COMPONENT-PRODUCT-ID
                           TO LOOKUP-PRODUCT-ID
                       PERFORM FIND-PRODUCT-NAME
                       DISPLAY "  " BOM-COMPONENT-PRODUCT-ID SPACE
                           LOOKUP-NAME " per kit "
                           BOM-COMPONENT-QUANTITY
                   ELSE
                       MOVE 'Y' TO EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.
           IF BOM-OPENED = 1
               CLOSE BOM-FILE
           END-IF.
           IF INVENTORY-OPENED = 1
               CLOSE INVENTORY-FILE
           END-IF.

           IF COMPONENT-COUNT = 0
               DISPLAY "No bill of materials on file for that kit."
           END-IF.

      *    THE NAME IS TAKEN FROM THE FIRST SITE THAT STOCKS THE
      *    PRODUCT; FOUND IS 0 WHEN NO SITE STOCKS IT AT ALL.
       FIND-PRODUCT-NAME.
           MOVE 0 TO FOUND.
           MOVE SPACES TO LOOKUP-NAME.
           IF INVENTORY-OPENED = 1
               MOVE LOOKUP-PRODUCT-ID TO PRODUCT-ID
               START INVENTORY-FILE KEY IS = PRODUCT-ID
                   INVALID KEY
                       MOVE "(not stocked)" TO LOOKUP-NAME
                   NOT INVALID KEY
                       READ INVENTORY-FILE NEXT RECORD
                       MOVE PRODUCT-NAME TO LOOKUP-NAME
                       MOVE 1 TO FOUND
               END-START
           END-IF.

      *    A KIT CANNOT BE ONE OF ITS OWN COMPONENTS, AND BOTH THE
      *    KIT AND THE COMPONENT MUST ALREADY BE STOCKED SOMEWHERE,
      *    SO A MISTYPED PRODUCT-ID CANNOT GET INTO A BILL.
       SET-COMPONENT.
           DISPLAY "============================================".
           DISPLAY "          --- SET KIT COMPONENT ---         ".
           DISPLAY "============================================".

           DISPLAY 'Kit product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-ID.

           DISPLAY 'Component product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-COMPONENT-ID.

           DISPLAY 'Units of component per kit : ' WITH NO ADVANCING.
           ACCEPT ENTRY-COMPONENT-QUANTITY.

           IF ENTRY-KIT-ID = ENTRY-COMPONENT-ID
               DISPLAY "A kit cannot be a component of itself."
           ELSE
               IF ENTRY-COMPONENT-QUANTITY = 0
                   DISPLAY "Units per kit must be greater than zero."
               ELSE
                   PERFORM SET-COMPONENT-CHECK-PRODUCTS
               END-IF
           END-IF.

       SET-COMPONENT-CHECK-PRODUCTS.
           MOVE 0 TO INVENTORY-OPENED.
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-STATUS = "00"
               MOVE 1 TO INVENTORY-OPENED
           END-IF.

           MOVE ENTRY-KIT-ID TO LOOKUP-PRODUCT-ID.
           PERFORM FIND-PRODUCT-NAME.
           IF FOUND = 0
               DISPLAY "Kit product " ENTRY-KIT-ID " is not on the "
                   "inventory file."
           ELSE
               MOVE ENTRY-COMPONENT-ID TO LOOKUP-PRODUCT-ID
               PERFORM FIND-PRODUCT-NAME
               IF FOUND = 0
                   DISPLAY "Component product " ENTRY-COMPONENT-ID
                       " is not on the inventory file."
               END-IF
           END-IF.

           IF INVENTORY-OPENED = 1
               CLOSE INVENTORY-FILE
           END-IF.

           IF FOUND = 1
               PERFORM WRITE-COMPONENT
           END-IF.

       WRITE-COMPONENT.
           MOVE ENTRY-KIT-ID TO BOM-KIT-PRODUCT-ID.
           MOVE ENTRY-COMPONENT-ID TO BOM-COMPONENT-PRODUCT-ID.
           MOVE ENTRY-COMPONENT-QUANTITY TO BOM-COMPONENT-QUANTITY.

           OPEN I-O BOM-FILE.
           IF BOM-STATUS = "35"
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN I-O BOM-FILE
           END-IF.

           WRITE BOM-RECORD
               INVALID KEY
                   REWRITE BOM-RECORD
           END-WRITE.
           DISPLAY "Kit component has been set.".

           CLOSE BOM-FILE.

       REMOVE-COMPONENT.
           DISPLAY "============================================".
           DISPLAY "        --- REMOVE KIT COMPONENT ---        ".
           DISPLAY "============================================".

           DISPLAY 'Kit product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-ID.

           DISPLAY 'Component product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-COMPONENT-ID.

           MOVE ENTRY-KIT-ID TO BOM-KIT-PRODUCT-ID.
           MOVE ENTRY-COMPONENT-ID TO BOM-COMPONENT-PRODUCT-ID.

           OPEN I-O BOM-FILE.
           IF BOM-STATUS NOT = "00"
               DISPLAY "No bills of materials on file."
           ELSE
               READ BOM-FILE
                   INVALID KEY
                       DISPLAY "That component is not on the bill "
                           "for that kit."
                   NOT INVALID KEY
                       DELETE BOM-FILE RECORD
                       DISPLAY "Kit component has been removed."
               END-READ
               CLOSE BOM-FILE
           END-IF.

      *    ASSEMBLY TAKES EVERY COMPONENT OUT OF THE WAREHOUSE AND
      *    PUTS THE FINISHED KITS IN AS ONE ALL-OR-NOTHING OPERATION:
      *    EVERY COMPONENT AND THE KIT ARE READ AND CHECKED BEFORE
      *    ANY RECORD IS REWRITTEN, SO A REFUSED RUN LEAVES THE SITE
      *    EXACTLY AS IT WAS. ONLY STOCK NOT ALREADY ALLOCATED TO
      *    SALES ORDER LINES CAN BE BUILT INTO KITS.
       ASSEMBLE-KITS.
           DISPLAY "============================================".
           DISPLAY "            --- ASSEMBLE KITS ---           ".
           DISPLAY "============================================".

           PERFORM ENTER-KIT-RUN.

           IF KIT-OK = 1
               PERFORM OPEN-KIT-FILES
               PERFORM CHECK-KIT-RUN
               IF KIT-OK = 1
                   PERFORM CHECK-ASSEMBLY
               END-IF
               IF KIT-OK = 1
                   PERFORM POST-ASSEMBLY
               ELSE
                   DISPLAY "Assembly refused; no stock was moved."
               END-IF
               PERFORM CLOSE-KIT-FILES
           END-IF.

      *    DISASSEMBLY IS THE REVERSE: THE KITS COME OUT AND THEIR
      *    COMPONENTS GO BACK INTO STOCK, AGAIN ALL OR NOTHING.
       DISASSEMBLE-KITS.
           DISPLAY "============================================".
           DISPLAY "          --- DISASSEMBLE KITS ---          ".
           DISPLAY "============================================".

           PERFORM ENTER-KIT-RUN.

           IF KIT-OK = 1
               PERFORM OPEN-KIT-FILES
               PERFORM CHECK-KIT-RUN
               IF KIT-OK = 1
                   PERFORM CHECK-DISASSEMBLY
               END-IF
               IF KIT-OK = 1
                   PERFORM POST-DISASSEMBLY
               ELSE
                   DISPLAY "Disassembly refused; no stock was moved."
               END-IF
               PERFORM CLOSE-KIT-FILES
           END-IF.

       ENTER-KIT-RUN.
           MOVE 1 TO KIT-OK.

           DISPLAY 'Kit product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-ID.

           DISPLAY 'Warehouse code : ' WITH NO ADVANCING.
           ACCEPT ENTRY-WAREHOUSE-CODE.

           DISPLAY 'Number of kits : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-COUNT.

           IF ENTRY-KIT-COUNT = 0
               DISPLAY "Number of kits must be greater than zero."
               MOVE 0 TO KIT-OK
           END-IF.

       OPEN-KIT-FILES.
           MOVE 0 TO BOM-OPENED.
           OPEN INPUT BOM-FILE.
           IF BOM-STATUS = "00"
               MOVE 1 TO BOM-OPENED
           END-IF.

           MOVE 0 TO INVENTORY-OPENED.
           OPEN I-O INVENTORY-FILE.
           IF INVENTORY-STATUS = "00"
               MOVE 1 TO INVENTORY-OPENED
           END-IF.

           MOVE 0 TO SALES-ORDER-OPENED.
           OPEN I-O SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "00"
               MOVE 1 TO SALES-ORDER-OPENED
           END-IF.

           MOVE 0 TO WAREHOUSE-OPENED.
           OPEN INPUT WAREHOUSE-FILE.
           IF WAREHOUSE-STATUS = "00"
               MOVE 1 TO WAREHOUSE-OPENED
           ELSE
               DISPLAY "Warehouse master is not available; "
                   "warehouse codes will not be validated."
           END-IF.

           OPEN I-O LOT-FILE.
           IF LOT-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.

       CLOSE-KIT-FILES.
           IF BOM-OPENED = 1
               CLOSE BOM-FILE
           END-IF.
           IF INVENTORY-OPENED = 1
               CLOSE INVENTORY-FILE
           END-IF.
           IF SALES-ORDER-OPENED = 1
               CLOSE SALES-ORDER-FILE
           END-IF.
           IF WAREHOUSE-OPENED = 1
               CLOSE WAREHOUSE-FILE
           END-IF.
           CLOSE LOT-FILE.

      *    THE SITE MUST BE OPEN TO NEW STOCK, SINCE BOTH DIRECTIONS
      *    PUT SOMETHING INTO IT; THE KIT MUST HAVE A BILL AND BE
      *    STOCKED AT THE SITE.
       CHECK-KIT-RUN.
           IF BOM-OPENED = 0
               DISPLAY "No bills of materials on file."
               MOVE 0 TO KIT-OK
           END-IF.

           IF KIT-OK = 1 AND INVENTORY-OPENED = 0
               DISPLAY "Inventory file is not available."
               MOVE 0 TO KIT-OK
           END-IF.

           IF KIT-OK = 1 AND WAREHOUSE-OPENED = 1
               MOVE ENTRY-WAREHOUSE-CODE TO WH-CODE
               READ WAREHOUSE-FILE
                   INVALID KEY
                       DISPLAY "Warehouse " ENTRY-WAREHOUSE-CODE
                           " is not on the warehouse master."
                       MOVE 0 TO KIT-OK
                   NOT INVALID KEY
                       IF WH-ACTIVE-FLAG NOT = 'A'
                           DISPLAY "Warehouse "
                               ENTRY-WAREHOUSE-CODE " is closed to "
                               "new stock."
                           MOVE 0 TO KIT-OK
                       END-IF
               END-READ
           END-IF.

           IF KIT-OK = 1
               PERFORM LOAD-KIT-COMPONENTS
           END-IF.

           IF KIT-OK = 1
               MOVE ENTRY-KIT-ID TO PRODUCT-ID
               MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "Kit product " ENTRY-KIT-ID " is not "
                           "stocked at warehouse "
                           ENTRY-WAREHOUSE-CODE "."
                       MOVE 0 TO KIT-OK
                   NOT INVALID KEY
                       MOVE PRODUCT-NAME TO KIT-NAME
                       MOVE PRODUCT-QUANTITY TO KIT-ON-HAND
                       MOVE PRODUCT-UNIT-COST TO KIT-UNIT-COST
               END-READ
           END-IF.

      *    UP TO 20 COMPONENTS ARE HELD PER KIT; A BILL WITH MORE IS
      *    REFUSED RATHER THAN BUILT SHORT.
       LOAD-KIT-COMPONENTS.
           MOVE 0 TO COMPONENT-COUNT.
           MOVE 'N' TO SCAN-EOF.
           MOVE ENTRY-KIT-ID TO BOM-KIT-PRODUCT-ID.
           MOVE 0 TO BOM-COMPONENT-PRODUCT-ID.
           START BOM-FILE KEY IS >= BOM-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF BOM-KIT-PRODUCT-ID = ENTRY-KIT-ID
                       IF COMPONENT-COUNT < 20
                           ADD 1 TO COMPONENT-COUNT
                           MOVE BOM-COMPONENT-PRODUCT-ID
                               TO CT-PRODUCT-ID (COMPONENT-COUNT)
                           MOVE BOM-COMPONENT-QUANTITY
                               TO CT-PER-KIT (COMPONENT-COUNT)
                       ELSE
                           DISPLAY "Kit " ENTRY-KIT-ID " has more "
                               "than 20 components."
                           MOVE 0 TO KIT-OK
                           MOVE 'Y' TO SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

           IF COMPONENT-COUNT = 0
               DISPLAY "No bill of materials on file for kit "
                   ENTRY-KIT-ID "."
               MOVE 0 TO KIT-OK
           END-IF.

      *    EACH COMPONENT MUST BE STOCKED AT THE SITE WITH ENOUGH
      *    UNALLOCATED UNITS FOR EVERY KIT IN THE RUN. THE KIT COST IS
      *    ROLLED UP FROM THE COMPONENTS' CURRENT UNIT COSTS AT THE
      *    SAME TIME.
       CHECK-ASSEMBLY.
           IF KIT-ON-HAND + ENTRY-KIT-COUNT > 9999
               DISPLAY "Kits would exceed maximum stock 9999."
               MOVE 0 TO KIT-OK
           END-IF.

           MOVE 0 TO KIT-ROLLED-COST.
           PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1
               UNTIL COMPONENT-INDEX > COMPONENT-COUNT
               PERFORM CHECK-COMPONENT-ISSUE
           END-PERFORM.

           IF KIT-ROLLED-COST > 99999.99
               MOVE KIT-ROLLED-COST TO KIT-ROLLED-DISPLAY
               DISPLAY "Rolled-up kit cost " KIT-ROLLED-DISPLAY
                   " exceeds the maximum unit cost."
               MOVE 0 TO KIT-OK
           END-IF.

       CHECK-COMPONENT-ISSUE.
           COMPUTE CT-REQUIRED (COMPONENT-INDEX) =
               CT-PER-KIT (COMPONENT-INDEX) * ENTRY-KIT-COUNT.

           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Component " CT-PRODUCT-ID (COMPONENT-INDEX)
                       " is not stocked at warehouse "
                       ENTRY-WAREHOUSE-CODE "."
                   MOVE 0 TO KIT-OK
               NOT INVALID KEY
                   MOVE PRODUCT-QUANTITY
                       TO CT-ON-HAND (COMPONENT-INDEX)
                   MOVE PRODUCT-UNIT-COST
                       TO CT-UNIT-COST (COMPONENT-INDEX)
                   COMPUTE KIT-ROLLED-COST = KIT-ROLLED-COST
                       + CT-PER-KIT (COMPONENT-INDEX)
                       * CT-UNIT-COST (COMPONENT-INDEX)
                   MOVE CT-PRODUCT-ID (COMPONENT-INDEX)
                       TO POST-PRODUCT-ID
                   MOVE 0 TO ALLOCATED-QUANTITY
                   PERFORM SUM-ALLOCATIONS
                   COMPUTE CT-FREE (COMPONENT-INDEX) =
                       CT-ON-HAND (COMPONENT-INDEX)
                       - ALLOCATED-QUANTITY
                   IF CT-FREE (COMPONENT-INDEX)
                       < CT-REQUIRED (COMPONENT-INDEX)
                       MOVE CT-FREE (COMPONENT-INDEX) TO FREE-DISPLAY
                       DISPLAY "Component "
                           CT-PRODUCT-ID (COMPONENT-INDEX)
                           " short : needs "
                           CT-REQUIRED (COMPONENT-INDEX)
                           " unallocated " FREE-DISPLAY
                       MOVE 0 TO KIT-OK
                   END-IF
           END-READ.

      *    THE COMPONENTS GO OUT FIRST, EACH UNDER THE KA REASON AND
      *    A K MOVEMENT; AN ISSUE NAMES NO LOT, SO IT COMES FROM
      *    UNLOTTED STOCK FIRST AND THE LOTS ARE TRIMMED BACK TO WHAT
      *    IS LEFT. THE KITS THEN COME IN AT THE ROLLED-UP COST,
      *    FOLDED INTO THE KIT'S MOVING-AVERAGE UNIT COST THE SAME
      *    WAY A COSTED RECEIPT IS.
       POST-ASSEMBLY.
           MOVE "KA" TO KIT-REASON-CODE.
           MOVE 'K' TO KIT-MOVEMENT-TYPE.
           MOVE 0 TO RELEASED-COUNT.

           PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1
               UNTIL COMPONENT-INDEX > COMPONENT-COUNT
               PERFORM ISSUE-ONE-COMPONENT
           END-PERFORM.

           MOVE ENTRY-KIT-ID TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE.
           MOVE PRODUCT-QUANTITY TO OLD-QUANTITY.
           COMPUTE COMPUTED-QUANTITY =
               PRODUCT-QUANTITY + ENTRY-KIT-COUNT.
           IF KIT-ROLLED-COST > 0
               COMPUTE PRODUCT-UNIT-COST ROUNDED =
                   (PRODUCT-QUANTITY * PRODUCT-UNIT-COST
                    + ENTRY-KIT-COUNT * KIT-ROLLED-COST)
                   / COMPUTED-QUANTITY
           END-IF.
           MOVE COMPUTED-QUANTITY TO PRODUCT-QUANTITY.
           REWRITE PRODUCT_RECORD.

           MOVE ENTRY-KIT-ID TO POST-PRODUCT-ID.
           MOVE ENTRY-KIT-COUNT TO POST-QUANTITY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-MOVEMENT-RECORD.
           PERFORM RELEASE-BACKORDERS.

           MOVE KIT-ROLLED-COST TO KIT-ROLLED-DISPLAY.
           MOVE PRODUCT-UNIT-COST TO KIT-COST-DISPLAY.
           DISPLAY ENTRY-KIT-COUNT " kits of " ENTRY-KIT-ID SPACE
               KIT-NAME " assembled at " ENTRY-WAREHOUSE-CODE ".".
           DISPLAY "Rolled-up cost per kit : " KIT-ROLLED-DISPLAY
               "  kit unit cost now : " KIT-COST-DISPLAY.
           IF RELEASED-COUNT > 0
               DISPLAY "Backorder lines released : " RELEASED-COUNT
           END-IF.

       ISSUE-ONE-COMPONENT.
           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE.
           MOVE PRODUCT-QUANTITY TO OLD-QUANTITY.
           COMPUTE PRODUCT-QUANTITY =
               PRODUCT-QUANTITY - CT-REQUIRED (COMPONENT-INDEX).
           REWRITE PRODUCT_RECORD.

           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO POST-PRODUCT-ID.
           COMPUTE POST-QUANTITY = 0 - CT-REQUIRED (COMPONENT-INDEX).
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-MOVEMENT-RECORD.
           MOVE PRODUCT-QUANTITY TO LOT-ON-HAND.
           PERFORM TRIM-LOTS-TO-ON-HAND.

      *    ONLY KITS NOT ALREADY ALLOCATED TO SALES ORDER LINES CAN
      *    BE BROKEN UP, AND EVERY COMPONENT MUST BE STOCKED AT THE
      *    SITE WITH ROOM FOR THE UNITS COMING BACK.
       CHECK-DISASSEMBLY.
           MOVE ENTRY-KIT-ID TO POST-PRODUCT-ID.
           MOVE 0 TO ALLOCATED-QUANTITY.
           PERFORM SUM-ALLOCATIONS.
           COMPUTE KIT-FREE = KIT-ON-HAND - ALLOCATED-QUANTITY.
           IF KIT-FREE < ENTRY-KIT-COUNT
               MOVE KIT-FREE TO FREE-DISPLAY
               DISPLAY "Kit " ENTRY-KIT-ID " short : needs "
                   ENTRY-KIT-COUNT " unallocated " FREE-DISPLAY
               MOVE 0 TO KIT-OK
           END-IF.

           MOVE 0 TO KIT-ROLLED-COST.
           PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1
               UNTIL COMPONENT-INDEX > COMPONENT-COUNT
               PERFORM CHECK-COMPONENT-RETURN
           END-PERFORM.

       CHECK-COMPONENT-RETURN.
           COMPUTE CT-REQUIRED (COMPONENT-INDEX) =
               CT-PER-KIT (COMPONENT-INDEX) * ENTRY-KIT-COUNT.

           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Component " CT-PRODUCT-ID (COMPONENT-INDEX)
                       " is not stocked at warehouse "
                       ENTRY-WAREHOUSE-CODE "."
                   MOVE 0 TO KIT-OK
               NOT INVALID KEY
                   MOVE PRODUCT-QUANTITY
                       TO CT-ON-HAND (COMPONENT-INDEX)
                   MOVE PRODUCT-UNIT-COST
                       TO CT-UNIT-COST (COMPONENT-INDEX)
                   COMPUTE KIT-ROLLED-COST = KIT-ROLLED-COST
                       + CT-PER-KIT (COMPONENT-INDEX)
                       * CT-UNIT-COST (COMPONENT-INDEX)
                   IF CT-ON-HAND (COMPONENT-INDEX)
                       + CT-REQUIRED (COMPONENT-INDEX) > 9999
                       DISPLAY "Component "
                           CT-PRODUCT-ID (COMPONENT-INDEX)
                           " would exceed maximum stock 9999."
                       MOVE 0 TO KIT-OK
                   END-IF
           END-READ.

      *    THE KITS GO OUT FIRST UNDER THE KD REASON AND A D
      *    MOVEMENT. EACH COMPONENT COMES BACK AT ITS SHARE OF THE
      *    KIT'S UNIT COST, SPLIT IN PROPORTION TO THE COMPONENTS'
      *    CURRENT COSTS, SO THE VALUE TAKEN OUT AS KITS IS THE VALUE
      *    PUT BACK AS COMPONENTS. WHEN NOTHING IS COSTED THE
      *    COMPONENTS' AVERAGES ARE LEFT AS THEY ARE.
       POST-DISASSEMBLY.
           MOVE "KD" TO KIT-REASON-CODE.
           MOVE 'D' TO KIT-MOVEMENT-TYPE.
           MOVE 0 TO RELEASED-COUNT.

           MOVE ENTRY-KIT-ID TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE.
           MOVE PRODUCT-QUANTITY TO OLD-QUANTITY.
           COMPUTE PRODUCT-QUANTITY =
               PRODUCT-QUANTITY - ENTRY-KIT-COUNT.
           REWRITE PRODUCT_RECORD.

           MOVE ENTRY-KIT-ID TO POST-PRODUCT-ID.
           COMPUTE POST-QUANTITY = 0 - ENTRY-KIT-COUNT.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-MOVEMENT-RECORD.
           MOVE PRODUCT-QUANTITY TO LOT-ON-HAND.
           PERFORM TRIM-LOTS-TO-ON-HAND.

           PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1
               UNTIL COMPONENT-INDEX > COMPONENT-COUNT
               PERFORM RETURN-ONE-COMPONENT
           END-PERFORM.

           DISPLAY ENTRY-KIT-COUNT " kits of " ENTRY-KIT-ID SPACE
               KIT-NAME " disassembled at " ENTRY-WAREHOUSE-CODE
               ".".
           IF RELEASED-COUNT > 0
               DISPLAY "Backorder lines released : " RELEASED-COUNT
           END-IF.

       RETURN-ONE-COMPONENT.
           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE.
           MOVE PRODUCT-QUANTITY TO OLD-QUANTITY.
           COMPUTE COMPUTED-QUANTITY =
               PRODUCT-QUANTITY + CT-REQUIRED (COMPONENT-INDEX).
           IF KIT-ROLLED-COST > 0 AND KIT-UNIT-COST > 0
               COMPUTE PRODUCT-UNIT-COST ROUNDED =
                   (PRODUCT-QUANTITY * PRODUCT-UNIT-COST
                    + CT-REQUIRED (COMPONENT-INDEX)
                       * KIT-UNIT-COST
                       * CT-UNIT-COST (COMPONENT-INDEX)
                       / KIT-ROLLED-COST)
                   / COMPUTED-QUANTITY
           END-IF.
           MOVE COMPUTED-QUANTITY TO PRODUCT-QUANTITY.
           REWRITE PRODUCT_RECORD.

           MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO POST-PRODUCT-ID.
           MOVE CT-REQUIRED (COMPONENT-INDEX) TO POST-QUANTITY.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-MOVEMENT-RECORD.
           PERFORM RELEASE-BACKORDERS.

      *    FOR EVERY ACTIVE WAREHOUSE, THE NUMBER OF KITS THAT COULD
      *    BE BUILT FROM THE UNALLOCATED STOCK OF EACH COMPONENT, AND
      *    THE COMPONENT THAT RUNS OUT FIRST. A SITE THAT DOES NOT
      *    STOCK A COMPONENT CAN BUILD NONE.
       KITS-BUILDABLE-INQUIRY.
           DISPLAY "============================================".
           DISPLAY "        --- KITS BUILDABLE INQUIRY ---      ".
           DISPLAY "============================================".

           DISPLAY 'Kit product ID : ' WITH NO ADVANCING.
           ACCEPT ENTRY-KIT-ID.

           MOVE 1 TO KIT-OK.
           MOVE 0 TO BOM-OPENED.
           OPEN INPUT BOM-FILE.
           IF BOM-STATUS = "00"
               MOVE 1 TO BOM-OPENED
               PERFORM LOAD-KIT-COMPONENTS
               CLOSE BOM-FILE
           ELSE
               DISPLAY "No bills of materials on file."
               MOVE 0 TO KIT-OK
           END-IF.

           IF KIT-OK = 1
               OPEN INPUT WAREHOUSE-FILE
               IF WAREHOUSE-STATUS NOT = "00"
                   DISPLAY "Warehouse master is not available."
                   MOVE 0 TO KIT-OK
               END-IF
           END-IF.

           IF KIT-OK = 1
               MOVE 0 TO INVENTORY-OPENED
               OPEN INPUT INVENTORY-FILE
               IF INVENTORY-STATUS = "00"
                   MOVE 1 TO INVENTORY-OPENED
               END-IF
               MOVE 0 TO SALES-ORDER-OPENED
               OPEN INPUT SALES-ORDER-FILE
               IF SALES-ORDER-STATUS = "00"
                   MOVE 1 TO SALES-ORDER-OPENED
               END-IF

               MOVE 0 TO SITE-COUNT
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ WAREHOUSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                   END-READ
                   IF EOF-FLAG NOT = 'Y' AND WH-ACTIVE-FLAG = 'A'
                       ADD 1 TO SITE-COUNT
                       PERFORM BUILDABLE-AT-SITE
                   END-IF
               END-PERFORM
               MOVE 'N' TO EOF-FLAG

               IF SITE-COUNT = 0
                   DISPLAY "No active warehouses on file."
               END-IF

               CLOSE WAREHOUSE-FILE
               IF INVENTORY-OPENED = 1
                   CLOSE INVENTORY-FILE
               END-IF
               IF SALES-ORDER-OPENED = 1
                   CLOSE SALES-ORDER-FILE
               END-IF
           END-IF.

       BUILDABLE-AT-SITE.
           MOVE WH-CODE TO ENTRY-WAREHOUSE-CODE.
           MOVE 99999 TO BUILDABLE-COUNT.
           MOVE 0 TO LIMITING-COMPONENT.

           PERFORM VARYING COMPONENT-INDEX FROM 1 BY 1
               UNTIL COMPONENT-INDEX > COMPONENT-COUNT
               PERFORM BUILDABLE-ONE-COMPONENT
           END-PERFORM.

           MOVE 0 TO SITE-STOCKED.
           MOVE 0 TO KIT-ON-HAND.
           IF INVENTORY-OPENED = 1
               MOVE ENTRY-KIT-ID TO PRODUCT-ID
               MOVE WH-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO SITE-STOCKED
                       MOVE PRODUCT-QUANTITY TO KIT-ON-HAND
               END-READ
           END-IF.

           IF SITE-STOCKED = 1
               DISPLAY WH-CODE SPACE WH-NAME " can build "
                   BUILDABLE-COUNT " (limited by " LIMITING-COMPONENT
                   ")  kits on hand " KIT-ON-HAND
           ELSE
               DISPLAY WH-CODE SPACE WH-NAME " can build "
                   BUILDABLE-COUNT " (limited by " LIMITING-COMPONENT
                   ")  kit not stocked here"
           END-IF.

       BUILDABLE-ONE-COMPONENT.
           MOVE 0 TO CT-FREE (COMPONENT-INDEX).
           IF INVENTORY-OPENED = 1
               MOVE CT-PRODUCT-ID (COMPONENT-INDEX) TO PRODUCT-ID
               MOVE WH-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-PRODUCT-ID (COMPONENT-INDEX)
                           TO POST-PRODUCT-ID
                       MOVE 0 TO ALLOCATED-QUANTITY
                       PERFORM SUM-ALLOCATIONS
                       COMPUTE CT-FREE (COMPONENT-INDEX) =
                           PRODUCT-QUANTITY - ALLOCATED-QUANTITY
               END-READ
           END-IF.

           IF CT-FREE (COMPONENT-INDEX) > 0
               COMPUTE COMPONENT-BUILDABLE =
                   CT-FREE (COMPONENT-INDEX)
                   / CT-PER-KIT (COMPONENT-INDEX)
           ELSE
               MOVE 0 TO COMPONENT-BUILDABLE
           END-IF.

           IF COMPONENT-BUILDABLE < BUILDABLE-COUNT
               MOVE COMPONENT-BUILDABLE TO BUILDABLE-COUNT
               MOVE CT-PRODUCT-ID (COMPONENT-INDEX)
                   TO LIMITING-COMPONENT
           END-IF.

      *    UNITS THAT COME INTO THE SITE RELEASE BACKORDERS THERE IN
      *    ORDER-NUMBER ORDER, AS FAR AS THE STOCK NOT ALREADY
      *    CLAIMED BY ALLOCATED LINES GOES, JUST AS A RECEIPT DOES.
       RELEASE-BACKORDERS.
           IF SALES-ORDER-OPENED = 1
               MOVE 0 TO ALLOCATED-QUANTITY
               PERFORM SUM-ALLOCATIONS
               COMPUTE AVAILABLE-QUANTITY =
                   PRODUCT-QUANTITY - ALLOCATED-QUANTITY
               PERFORM RELEASE-BACKORDER-LINES
           END-IF.

       SUM-ALLOCATIONS.
           MOVE 'N' TO SCAN-EOF.
           IF SALES-ORDER-OPENED = 0
               MOVE 'Y' TO SCAN-EOF
           ELSE
               MOVE POST-PRODUCT-ID TO SO-PRODUCT-ID
               MOVE ENTRY-WAREHOUSE-CODE TO SO-WAREHOUSE-CODE
               START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
                   INVALID KEY
                       MOVE 'Y' TO SCAN-EOF
               END-START
           END-IF.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = POST-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       IF SO-LINE-STATUS = 'A'
                           COMPUTE ALLOCATED-QUANTITY =
                               ALLOCATED-QUANTITY + SO-ORDER-QUANTITY
                               - SO-SHIPPED-QUANTITY
                               - SO-CANCELLED-QUANTITY
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-BACKORDER-LINES.
           MOVE 'N' TO SCAN-EOF.
           MOVE POST-PRODUCT-ID TO SO-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO SO-WAREHOUSE-CODE.
           START SALES-ORDER-FILE KEY IS = SO-PRODUCT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.

           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'Y'
                   IF SO-PRODUCT-ID = POST-PRODUCT-ID
                       AND SO-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       COMPUTE LINE-OPEN-QUANTITY =
                           SO-ORDER-QUANTITY - SO-SHIPPED-QUANTITY
                           - SO-CANCELLED-QUANTITY
                       IF SO-LINE-STATUS = 'B'
                           AND AVAILABLE-QUANTITY
                               >= LINE-OPEN-QUANTITY
                           MOVE 'A' TO SO-LINE-STATUS
                           REWRITE SO-LINE-RECORD
                           MOVE 'R' TO SOJ-ACTION
                           PERFORM WRITE-SO-JOURNAL
                           SUBTRACT LINE-OPEN-QUANTITY
                               FROM AVAILABLE-QUANTITY
                           ADD 1 TO RELEASED-COUNT
                           DISPLAY "Backorder released : SO "
                               SO-NUMBER " line " SO-LINE-NUMBER
                               " for " LINE-OPEN-QUANTITY "."
                       END-IF
                   ELSE
                       MOVE 'Y' TO SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

      *    WHEN THE LOTS OF POST-PRODUCT-ID AT THE SITE HOLD MORE
      *    THAN LOT-ON-HAND, THE EXCESS IS TAKEN OFF THE
      *    EARLIEST-EXPIRING LOTS.
       TRIM-LOTS-TO-ON-HAND.
           PERFORM SUM-SITE-LOTS.
           COMPUTE LOT-EXCESS = LOT-TOTAL - LOT-ON-HAND.
           MOVE 'N' TO LOT-SCAN-EOF.
           IF LOT-EXCESS > 0
               PERFORM START-SITE-LOTS
           ELSE
               MOVE 'Y' TO LOT-SCAN-EOF
           END-IF.

           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = POST-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       PERFORM TRIM-ONE-LOT
                       IF LOT-EXCESS = 0
                           MOVE 'Y' TO LOT-SCAN-EOF
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       SUM-SITE-LOTS.
           MOVE 0 TO LOT-TOTAL.
           MOVE 'N' TO LOT-SCAN-EOF.
           PERFORM START-SITE-LOTS.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOT-SCAN-EOF
               END-READ
               IF LOT-SCAN-EOF NOT = 'Y'
                   IF LOT-PRODUCT-ID = POST-PRODUCT-ID
                       AND LOT-WAREHOUSE-CODE = ENTRY-WAREHOUSE-CODE
                       ADD LOT-QUANTITY TO LOT-TOTAL
                   ELSE
                       MOVE 'Y' TO LOT-SCAN-EOF
                   END-IF
               END-IF
           END-PERFORM.

       START-SITE-LOTS.
           MOVE POST-PRODUCT-ID TO LOT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE SPACES TO LOT-NUMBER.
           START LOT-FILE KEY IS >= LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.

       TRIM-ONE-LOT.
           IF LOT-QUANTITY > LOT-EXCESS
               MOVE LOT-EXCESS TO LOT-TAKE
           ELSE
               MOVE LOT-QUANTITY TO LOT-TAKE
           END-IF.
           SUBTRACT LOT-TAKE FROM LOT-QUANTITY.
           SUBTRACT LOT-TAKE FROM LOT-EXCESS.
           IF LOT-ALLOCATED-QUANTITY > LOT-QUANTITY
               MOVE LOT-QUANTITY TO LOT-ALLOCATED-QUANTITY
           END-IF.
           IF LOT-QUANTITY = 0
               DELETE LOT-FILE RECORD
           ELSE
               REWRITE LOT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE POST-PRODUCT-ID TO AUDIT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO AUDIT-WAREHOUSE-CODE.
           MOVE OLD-QUANTITY TO AUDIT-OLD-QUANTITY.
           MOVE PRODUCT-QUANTITY TO AUDIT-NEW-QUANTITY.
           MOVE KIT-REASON-CODE TO AUDIT-REASON-CODE.
           MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR-ID.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.

           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

       WRITE-MOVEMENT-RECORD.
           MOVE POST-PRODUCT-ID TO MOVEMENT-PRODUCT-ID.
           MOVE ENTRY-WAREHOUSE-CODE TO MOVEMENT-WAREHOUSE-CODE.
           MOVE KIT-MOVEMENT-TYPE TO MOVEMENT-TYPE.
           MOVE POST-QUANTITY TO MOVEMENT-QUANTITY.
           ACCEPT MOVEMENT-DATE FROM DATE YYYYMMDD.
           ACCEPT MOVEMENT-TIME FROM TIME.

           OPEN EXTEND MOVEMENT-FILE.
           WRITE MOVEMENT-RECORD.

           CLOSE MOVEMENT-FILE.

       EXIT-KITS.
           DISPLAY 'Closing kit assembly...'.
           EXIT.

      *    EVERY SALES ORDER LINE WRITTEN OR REWRITTEN IS JOURNALLED
      *    AS IT NOW STANDS, SO A RESTORED BACKUP IMAGE OF THE SALES
      *    ORDER FILE CAN BE ROLLED FORWARD TO CURRENT. THE CALLER
      *    SETS SOJ-ACTION.
       WRITE-SO-JOURNAL.
           ACCEPT SOJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SOJ-TIME FROM TIME.
           MOVE SO-LINE-RECORD TO SOJ-LINE-IMAGE.
           OPEN EXTEND SO-JOURNAL-FILE.
           IF SO-JOURNAL-STATUS = "35"
               OPEN OUTPUT SO-JOURNAL-FILE
               CLOSE SO-JOURNAL-FILE
               OPEN EXTEND SO-JOURNAL-FILE
           END-IF.
           WRITE SO-JOURNAL-RECORD.
           CLOSE SO-JOURNAL-FILE.
