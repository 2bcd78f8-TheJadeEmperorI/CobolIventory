      *    REORDER-PROPOSAL-RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      *    WRITE OR REVIEW REORDER POINT PROPOSALS, SO THE RECORD
      *    LAYOUT STAYS IN SYNC. ONE RECORD PER PRODUCT/WAREHOUSE LINK
      *    WHOSE DEMAND-BASED REORDER POINT OR QUANTITY DIFFERS FROM
      *    THE LINK. THE OLD VALUES ARE THOSE ON THE LINK WHEN THE
      *    PROPOSAL WAS CALCULATED.
      *    PROP-STATUS: P = PENDING REVIEW, A = APPROVED AND APPLIED,
      *    R = REJECTED, C = NOT APPLIED BECAUSE THE LINK CHANGED
      *    AFTER CALCULATION, N = NOT APPLIED BECAUSE THE LINK IS NO
      *    LONGER ON FILE.
       01 REORDER-PROPOSAL-RECORD.
           05 PROP-PRODUCT-ID PIC 9(5).
           05 PROP-WAREHOUSE-CODE PIC x(5).
           05 PROP-SUPPLIER-CODE PIC x(5).
           05 PROP-LEAD-TIME PIC 9(3).
           05 PROP-AVERAGE-WEEKLY PIC 9(5)V9.
           05 PROP-PEAK-WEEKLY PIC 9(5).
           05 PROP-OLD-REORDER-POINT PIC 9(4).
           05 PROP-OLD-REORDER-QUANTITY PIC 9(4).
           05 PROP-NEW-REORDER-POINT PIC 9(4).
           05 PROP-NEW-REORDER-QUANTITY PIC 9(4).
           05 PROP-CALCULATED-DATE PIC 9(8).
           05 PROP-STATUS PIC x(1).
