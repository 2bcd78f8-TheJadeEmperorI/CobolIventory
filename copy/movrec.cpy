      *    TO OR READ THE STOCK MOVEMENT LEDGER, SO THE RECORD LAYOUT
      *    STAYS IN SYNC. MOVEMENT TYPES: R = RECEIPT, S = SHIPMENT,
      *    A = ADJUSTMENT, T = TRANSFER, I = INITIAL BALANCE POSTED
      *    WHEN A PRODUCT RECORD IS CREATED, C = CUSTOMER RETURN
      *    RESTOCKED, K = KIT ASSEMBLY (COMPONENTS OUT, KITS IN),
      *    D = KIT DISASSEMBLY (KITS OUT, COMPONENTS IN).
      *    MOVEMENT-QUANTITY IS SIGNED: POSITIVE INTO THE
      *    WAREHOUSE, NEGATIVE OUT OF IT.
      *    EVERY RECORD CREATION POSTS AN I ENTRY, SO SUMMING A
      *    PRODUCT'S LEDGER FROM THE BEGINNING YIELDS ITS BALANCE.
       01 MOVEMENT-RECORD.
