      *    OR READ THE STOCK-CHANGE AUDIT TRAIL, SO THE RECORD LAYOUT
      *    STAYS IN SYNC. REASON CODES: US = UPDATE STOCK,
      *    TR = INTER-WAREHOUSE TRANSFER, CC = CYCLE-COUNT ADJUSTMENT,
      *    PR = PURCHASE ORDER RECEIPT, SH = SALES ORDER SHIPMENT,
      *    RT = CUSTOMER RETURN RESTOCKED, KA = KIT ASSEMBLY,
      *    KD = KIT DISASSEMBLY.
      *    AUDIT-OPERATOR-ID IS THE SIGNED-ON OPERATOR WHO MADE THE
      *    CHANGE (COUNTER'S INITIALS FOR CYCLE-COUNT POSTINGS).
       01 AUDIT-RECORD.
