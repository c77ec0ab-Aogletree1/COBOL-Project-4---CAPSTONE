      *  opening balance, every receipt, shipment, adjustment,
      *  and transfer in posted order with its date and the
      *  before/after on-hand, and the closing balance.
      *
      *  Once ARCHIVE-PURGE-PROG has trimmed the history, an
      *  item whose older rows were archived opens with a B
      *  balance-forward row carrying the on-hand at the
      *  cutoff, so the card still opens at the right balance.
      *  It prints as BAL FWD with the item's last archived
      *  shipment date in the WITH WHSE column.
      **********************************************************

       ENVIRONMENT DIVISION.
      *

       FD TRANS-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  TRANS-HISTORY-RECORD.
           05  HIST-RUN-DATE                   PIC X(8).
           05  HIST-APPLIED-WAREHOUSE          PIC X(4).
           05  HIST-TRAN-IMAGE                 PIC X(39).
           05  HIST-BEFORE-ON-HAND             PIC 9(4).
           05  HIST-AFTER-ON-HAND              PIC 9(4).
           05  HIST-PO-NUMBER                  PIC 9(6).

       FD    STOCK-CARD-REPORT
             RECORD CONTAINS 80 CHARACTERS.
               WHEN 'A'
                   MOVE 'ADJUSTMENT' TO CRD-ACTION-OUT

               WHEN 'B'
                   MOVE 'BAL FWD   ' TO CRD-ACTION-OUT
                   MOVE IMG-TRAN-DATE TO CRD-WITH-OUT

               WHEN 'T'
                   IF HIST-APPLIED-WAREHOUSE EQUAL
                      IMG-WAREHOUSE-ID
