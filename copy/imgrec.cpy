      *    IMAGE-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT TAKE OR
      *    RESTORE A DATED BACKUP IMAGE OF A MASTER FILE, SO THE
      *    RECORD LAYOUT STAYS IN SYNC. AN IMAGE IS AN IH HEADER
      *    (WHICH MASTER, AND WHEN THE IMAGE WAS TAKEN), ONE ID
      *    RECORD PER MASTER RECORD CARRYING IT UNCHANGED IN
      *    IMAGE-DATA, AND AN IT TRAILER WITH THE CONTROL COUNTS: THE
      *    RECORD COUNT, THE QUANTITY TOTAL AND THE KEY HASH TOTAL.
      *    IMAGE-MASTER-CODE: I = INVENTORY, P = PURCHASE ORDER
      *    MASTER, S = SALES ORDER FILE. THE QUANTITY TOTAL IS
      *    PRODUCT-QUANTITY, POM-ORDER-QUANTITY OR SO-ORDER-QUANTITY;
      *    THE KEY HASH IS PRODUCT-ID, POM-NUMBER OR SO-NUMBER.
       01 IMAGE-RECORD.
           05 IMAGE-TAG PIC x(2).
           05 IMAGE-DATA PIC x(80).
       01 IMAGE-HEADER-RECORD.
           05 IMAGE-HEADER-TAG PIC x(2).
           05 IMAGE-MASTER-CODE PIC x(1).
           05 IMAGE-TAKEN-DATE PIC 9(8).
           05 IMAGE-TAKEN-TIME PIC 9(8).
           05 IMAGE-OPERATOR-INITIALS PIC x(3).
       01 IMAGE-TRAILER-RECORD.
           05 IMAGE-TRAILER-TAG PIC x(2).
           05 IMAGE-RECORD-COUNT PIC 9(7).
           05 IMAGE-QUANTITY-TOTAL PIC 9(11).
           05 IMAGE-KEY-HASH PIC 9(13).
