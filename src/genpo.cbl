
           COPY posel.

           COPY pojsel.

           SELECT PO-FILE ASSIGN TO
           "/home/lubu/cobol/CobolIventory/data/purchord.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       FD PO-MASTER-FILE.
           COPY porec.

       FD PO-JOURNAL-FILE.
           COPY pojrec.

       FD PO-FILE.
       01 PO-RECORD PIC x(90).

       01 PO-STATUS PIC x(2).
       01 ORPHAN-STATUS PIC x(2).
       01 PO-MASTER-STATUS PIC x(2).
       01 PO-JOURNAL-STATUS PIC x(2).
       01 PO-MASTER-OPENED PIC 9(1) VALUE 0.
       01 PO-SCAN-EOF PIC x(1).
       01 OPEN-PO-FLAG PIC 9(1).
                       "for PO " POM-NUMBER " line "
                       POM-LINE-NUMBER "; status "
                       PO-MASTER-STATUS
               NOT INVALID KEY
                   MOVE 'W' TO POJ-ACTION
                   PERFORM WRITE-PO-JOURNAL
           END-WRITE.

       WRITE-SECTION-TRAILER.
               NO-LINK-COUNT.
           DISPLAY "Products skipped (already on open PO) : "
               SKIPPED-OPEN-COUNT.

      *    EVERY PURCHASE ORDER LINE WRITTEN OR REWRITTEN IS JOURNALLED
      *    AS IT NOW STANDS, SO A RESTORED BACKUP IMAGE OF THE PURCHASE
      *    ORDER MASTER CAN BE ROLLED FORWARD TO CURRENT. THE CALLER
      *    SETS POJ-ACTION.
       WRITE-PO-JOURNAL.
           ACCEPT POJ-DATE FROM DATE YYYYMMDD.
           ACCEPT POJ-TIME FROM TIME.
           MOVE PO-LINE-RECORD TO POJ-LINE-IMAGE.
           OPEN EXTEND PO-JOURNAL-FILE.
           IF PO-JOURNAL-STATUS = "35"
               OPEN OUTPUT PO-JOURNAL-FILE
               CLOSE PO-JOURNAL-FILE
               OPEN EXTEND PO-JOURNAL-FILE
           END-IF.
           WRITE PO-JOURNAL-RECORD.
           CLOSE PO-JOURNAL-FILE.
