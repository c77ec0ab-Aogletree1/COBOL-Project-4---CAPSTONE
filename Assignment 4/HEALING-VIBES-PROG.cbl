               RECORD KEY IS WH-ID-KEY
               FILE STATUS IS WS-WH-TABLE-STATUS.

      *
      *  PRODUCT-MASTER-FILE is the external indexed product
      *  master maintained by PRODUCT-MAINT-PROG - one row per
      *  product ID with the official name, type, sizes sold,
      *  primary vendor, and active flag. The split turns away
      *  any record whose product is not on it or is inactive,
      *  and stamps the official name on the records it routes.
      *

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODUCT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-ID-KEY
               FILE STATUS IS WS-PROD-TABLE-STATUS.

      *
      *  WARE-WORK-FILE is the one warehouse-file FD, pointed
      *  at each PR4F22-xxxx.TXT in turn through the dynamic
               RECORD KEY IS REORDER-PRODUCT-ID
               FILE STATUS IS WS-REORDER-FILE-STATUS.

      *
      *  REORDER-WHSE-FILE holds the warehouse-specific low/high
      *  thresholds, keyed warehouse/product/size, that
      *  REORDER-CALC-PROG writes back from shipment history
      *  once a proposal is approved. Where a warehouse has a
      *  row for an item it wins; REORDER-FILE's product-wide
      *  pair covers everything else.
      *

           SELECT REORDER-WHSE-FILE
               ASSIGN TO 'REORDER-WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RWH-KEY
               FILE STATUS IS WS-REORDER-WHSE-STATUS.

      *
      *  INVEN-MASTER-FILE is the permanent indexed inventory
      *  master, keyed by warehouse + vendor + product + size
           05  WH-REGION-REC                   PIC X(8).
           05  WH-ACTIVE-REC                   PIC X.

      *
      *  Product master row - same layout as the FD in
      *  PRODUCT-MAINT-PROG.
      *

       FD PRODUCT-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  PRODUCT-MASTER-RECORD.
           05  PROD-ID-KEY                     PIC X(3).
           05  PROD-NAME-REC                   PIC X(13).
           05  PROD-TYPE-REC                   PIC X.
           05  PROD-SIZES-REC                  PIC X(5).
           05  PROD-VENDOR-REC                 PIC X.
           05  PROD-ACTIVE-REC                 PIC X.

      *
      *  WARE-WORK-FILE through ALL-WARE-FILE (and the
      *  SORT-FILE2 SD below) are all built and consumed
           05  REORDER-LOW-REC                 PIC 9(4).
           05  REORDER-HIGH-REC                PIC 9(4).

      *
      *  Warehouse reorder row - same layout as the FD in
      *  REORDER-CALC-PROG.
      *

       FD REORDER-WHSE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  REORDER-WHSE-RECORD.
           05  RWH-KEY.
               10  RWH-WAREHOUSE-ID            PIC X(4).
               10  RWH-PRODUCT-ID              PIC X(3).
               10  RWH-PRODUCT-SIZE            PIC X.
           05  RWH-LOW-REC                     PIC 9(4).
           05  RWH-HIGH-REC                    PIC 9(4).
           05  RWH-SET-DATE                    PIC X(8).
           05  RWH-OPERATOR-ID                 PIC X(6).

      *
      *  INVEN-MASTER-FILE record - one row per product
      *  occurrence, keyed warehouse/vendor/product/size, with
           88 ROUTE-FILE-IS-OPEN          VALUE 'Y'.
       01 WS-REGION-OUT               PIC X(8) VALUE SPACES.

      *
      *  The product master rows are loaded here once by
      *  116-LOAD-PRODUCT-TABLE. 117-LOOKUP-PRODUCT SEARCHes the
      *  table for PRD-LOOKUP-ID and leaves the answer in
      *  PRD-LOOKUP-STATE (and the official name in
      *  PRD-LOOKUP-NAME). An empty table - no master on file
      *  yet - turns the split's product check off rather than
      *  sending every record to the error file.
      *

       01 WS-PROD-TABLE-STATUS        PIC XX VALUE SPACES.
       01 WS-PROD-COUNT               PIC 9(3) VALUE 0.

       01 WS-PRODUCT-TABLE-AREA.
          05 PRD-TABLE-ENTRY OCCURS 0 TO 200 TIMES
             DEPENDING ON WS-PROD-COUNT
             INDEXED BY PRD-INDEX.
              10 PRD-ID-TABLE               PIC X(3).
              10 PRD-NAME-TABLE             PIC X(13).
              10 PRD-ACTIVE-TABLE           PIC X.
                  88 PRD-ENTRY-ACTIVE           VALUE 'Y'.

       01 PRD-LOOKUP-ID               PIC X(3) VALUE SPACES.
       01 PRD-LOOKUP-NAME             PIC X(13) VALUE SPACES.
       01 PRD-LOOKUP-STATE            PIC X  VALUE 'N'.
           88 PRODUCT-NOT-ON-MASTER       VALUE 'N'.
           88 PRODUCT-IS-INACTIVE         VALUE 'I'.
           88 PRODUCT-IS-SELLABLE         VALUE 'A'.

       01 WS-VENDOR-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-VENDOR-COUNT             PIC 9(2) VALUE 0.

              10 REO-LOW-TABLE               PIC 9(4).
              10 REO-HIGH-TABLE              PIC 9(4).

      *
      *  The warehouse-specific thresholds, loaded from
      *  REORDER-WHSE-FILE by 196-LOAD-REORDER-WHSE-TABLE.
      *  218-FIND-REORDER-LIMITS looks the REO-LOOKUP- key up
      *  here first, then falls back to REORDER-TABLE, and
      *  leaves the pair it found in REO-LOOKUP-LOW/HIGH.
      *

       01 WS-REORDER-WHSE-STATUS     PIC XX VALUE SPACES.
       01 WS-REORDER-WHSE-COUNT      PIC 9(3) VALUE 0.

       01 WS-REORDER-WHSE-TABLE-AREA.
          05 REORDER-WHSE-TABLE OCCURS 0 TO 500 TIMES
             DEPENDING ON WS-REORDER-WHSE-COUNT
             INDEXED BY RWT-INDEX.
              10 RWT-KEY-TABLE               PIC X(8).
              10 RWT-LOW-TABLE               PIC 9(4).
              10 RWT-HIGH-TABLE              PIC 9(4).

       01 REO-LOOKUP-KEY.
          05 REO-LOOKUP-WAREHOUSE            PIC X(4).
          05 REO-LOOKUP-PRODUCT              PIC X(3).
          05 REO-LOOKUP-SIZE                 PIC X.
       01 REO-LOOKUP-LOW              PIC 9(4) VALUE 0.
       01 REO-LOOKUP-HIGH             PIC 9(4) VALUE 0.
       01 REO-LOOKUP-FLAG             PIC X  VALUE 'N'.
           88 REORDER-LIMITS-FOUND        VALUE 'Y'.

      *
      *  This table holds the retail selling price for each
      *  product/size, loaded at runtime from PRICE-FILE by

           PERFORM 115-LOAD-WAREHOUSE-TABLE

           PERFORM 116-LOAD-PRODUCT-TABLE

           IF RESTART-FROM-UTAH
               DISPLAY 'RESTARTING FROM CHECKPOINT - UTAH-FILE '
                  'ALREADY BUILT, SKIPPING SORT/MERGE.'

           .

      *
      *  116 LOAD PRODUCT TABLE reads the external indexed
      *  product master sequentially, once, into the in-memory
      *  table the split checks every record's product against.
      *  A missing or empty master leaves the product check off
      *  - shout it so the operator knows to run
      *  PRODUCT-MAINT-PROG.
      *

       116-LOAD-PRODUCT-TABLE.

           MOVE 0 TO WS-PROD-COUNT
           MOVE ' ' TO EOF-FLAG

           OPEN INPUT PRODUCT-MASTER-FILE

           IF WS-PROD-TABLE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ PRODUCT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF WS-PROD-COUNT < 200
                               ADD 1 TO WS-PROD-COUNT
                               MOVE PROD-ID-KEY TO
                                  PRD-ID-TABLE (WS-PROD-COUNT)
                               MOVE PROD-NAME-REC TO
                                  PRD-NAME-TABLE (WS-PROD-COUNT)
                               MOVE PROD-ACTIVE-REC TO
                                  PRD-ACTIVE-TABLE (WS-PROD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PRODUCT-MASTER-FILE
           END-IF

           MOVE ' ' TO EOF-FLAG

           IF WS-PROD-COUNT EQUAL 0
               DISPLAY 'NO PRODUCTS ON PRODUCT-MASTER.DAT -'
               DISPLAY 'RUN PRODUCT-MAINT-PROG. PRODUCTS WILL'
               DISPLAY 'NOT BE CHECKED AT THE SPLIT.'
           END-IF

           .

      *
      *  117 LOOKUP PRODUCT finds PRD-LOOKUP-ID on the product
      *  table - not on file, on file but inactive, or on file
      *  and sellable, with the official name alongside.
      *

       117-LOOKUP-PRODUCT.

           MOVE 'N' TO PRD-LOOKUP-STATE
           MOVE SPACES TO PRD-LOOKUP-NAME

           SET PRD-INDEX TO 1

           SEARCH PRD-TABLE-ENTRY

              AT END
                  MOVE 'N' TO PRD-LOOKUP-STATE

              WHEN PRD-ID-TABLE (PRD-INDEX) EQUAL PRD-LOOKUP-ID
                  MOVE PRD-NAME-TABLE (PRD-INDEX) TO
                     PRD-LOOKUP-NAME
                  IF PRD-ENTRY-ACTIVE (PRD-INDEX)
                      MOVE 'A' TO PRD-LOOKUP-STATE
                  ELSE
                      MOVE 'I' TO PRD-LOOKUP-STATE
                  END-IF

           END-SEARCH

           .

      *
      *  105 Writes a line, nothing more.
      *
      *  the destination's count byte comes from 145-COUNT-
      *  PRODUCTS, and only that many product occurrences are
      *  copied, so padding/placeholder slots never ride along.
      *
      *  A record for a warehouse on the table still goes to
      *  the error file when its product is not on the product
      *  master or is inactive there - unless there is no
      *  product master loaded at all.
      *

       140-INPUT-SORT-LOGIC.
             END-IF
          END-PERFORM

          MOVE PRODUCT-ID-D TO PRD-LOOKUP-ID
          PERFORM 117-LOOKUP-PRODUCT

          IF WS-PROD-COUNT > 0
             AND NOT PRODUCT-IS-SELLABLE
              MOVE 0 TO WS-WH-ROUTE-SUB
          END-IF

          IF WS-WH-ROUTE-SUB > 0
              PERFORM 141-ROUTE-TO-WAREHOUSE
          ELSE
      *  arrives warehouse by warehouse, so the work FD only
      *  switches files when the warehouse actually changes,
      *  extending the empty file the pre-create pass started.
      *
      *  Every slot carries the product master's official name
      *  forward in place of the feed's spelling, so the
      *  warehouse files, the inventory master, and every
      *  report built from them print the one name.
      *

       141-ROUTE-TO-WAREHOUSE.
                   (WS-COPY-SUB) TO
                PRODUCT-DATA-ARRAY-IN OF WARE-WORK
                   (WS-COPY-SUB)
             IF PRD-LOOKUP-NAME NOT EQUAL SPACES
                 MOVE PRD-LOOKUP-NAME TO
                    PRODUCT-NAME-IN OF WARE-WORK (WS-COPY-SUB)
             END-IF
          END-PERFORM
          WRITE WARE-WORK

      *  formatted line for each one - warehouse, vendor, product,
      *  and a reason code - instead of leaving that data entry
      *  to open ERROR.TXT by hand.
      *
      *  ERROR.TXT carries no reason of its own, so 263 works
      *  it back out from the tables - a warehouse not active
      *  on the warehouse table, else the product master.
      *

       260-PRINT-EXCEPTION-REPORT.
                          TO EXC-VENDOR-OUT
                       MOVE PRODUCT-ID OF ERROR-FILE-FIELD
                          TO EXC-PRODUCT-OUT
                       PERFORM 263-FIND-EXCEPTION-REASON

                       MOVE EXCEPTION-DETAIL-LINE TO
                          EXCEPTION-OUTPUT-REC

           .

      *
      *  263 FIND EXCEPTION REASON says why 140-INPUT-SORT-LOGIC
      *  turned the record just read from ERROR-FILE away.
      *

       263-FIND-EXCEPTION-REASON.

           MOVE 'UNRECOGNIZED WAREHOUSE CODE' TO EXC-REASON-OUT

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
              UNTIL WS-WH-SUB > WS-WH-COUNT
              IF WH-ID-TABLE (WS-WH-SUB) EQUAL WAREHOUSE-ID-ERROR
                 AND WH-ENTRY-ACTIVE (WS-WH-SUB)
                  MOVE PRODUCT-ID OF ERROR-FILE-FIELD TO
                     PRD-LOOKUP-ID
                  PERFORM 117-LOOKUP-PRODUCT
                  IF PRODUCT-IS-INACTIVE
                      MOVE 'PRODUCT INACTIVE ON MASTER' TO
                         EXC-REASON-OUT
                  ELSE
                      MOVE 'PRODUCT NOT ON MASTER' TO
                         EXC-REASON-OUT
                  END-IF
              END-IF
           END-PERFORM

           .

      *
      *  261/262 are the EXCEPTION-REPORT counterparts of
      *  103/104 - the column headings reprint after every

          PERFORM 197-LOAD-REORDER-TABLE

          PERFORM 196-LOAD-REORDER-WHSE-TABLE

          PERFORM 198-LOAD-LOT-TABLE

          PERFORM 199-LOAD-PRICE-TABLE

           .

      *
      *  196 LOAD REORDER WHSE TABLE reads the warehouse-specific
      *  thresholds sequentially, once, into REORDER-WHSE-TABLE.
      *  No file yet simply means every item uses its product's
      *  REORDER-TABLE row.
      *

       196-LOAD-REORDER-WHSE-TABLE.

           MOVE 0 TO WS-REORDER-WHSE-COUNT
           MOVE ' ' TO EOF-FLAG

           OPEN INPUT REORDER-WHSE-FILE

           IF WS-REORDER-WHSE-STATUS EQUAL '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ REORDER-WHSE-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF WS-REORDER-WHSE-COUNT < 500
                               ADD 1 TO WS-REORDER-WHSE-COUNT
                               MOVE RWH-KEY TO
                                  RWT-KEY-TABLE
                                     (WS-REORDER-WHSE-COUNT)
                               MOVE RWH-LOW-REC TO
                                  RWT-LOW-TABLE
                                     (WS-REORDER-WHSE-COUNT)
                               MOVE RWH-HIGH-REC TO
                                  RWT-HIGH-TABLE
                                     (WS-REORDER-WHSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE REORDER-WHSE-FILE
           END-IF

           MOVE ' ' TO EOF-FLAG

           .

      *
      *  198 LOAD LOT TABLE reads the external indexed LOT-FILE
      *  sequentially, once, into the in-memory LOT-TABLE so
         .

      *
      *  216 CHECK REORDER STATUS finds the current warehouse/
      *  product/size's low/high thresholds through 218. An
      *  item with no row on either file gets no flag at all;
      *  otherwise STOCK-FLAG-OUT is set to REORDER or OVERSTOCK
      *  when the on-hand count falls outside the range.
      *

       216-CHECK-REORDER-STATUS.

           MOVE SPACES TO STOCK-FLAG-OUT

           MOVE WAREHOUSE-ID-UTAH TO REO-LOOKUP-WAREHOUSE
           MOVE PRODUCT-ID-UTAH TO REO-LOOKUP-PRODUCT
           MOVE PRODUCT-SIZE-OUT (SUB) TO REO-LOOKUP-SIZE
           PERFORM 218-FIND-REORDER-LIMITS

           IF REORDER-LIMITS-FOUND
               EVALUATE TRUE
                 WHEN NUM-IN-STOCK-OUT(SUB) < REO-LOOKUP-LOW
                     MOVE 'REORDER' TO STOCK-FLAG-OUT
                 WHEN NUM-IN-STOCK-OUT(SUB) > REO-LOOKUP-HIGH
                     MOVE 'OVERSTOCK' TO STOCK-FLAG-OUT
               END-EVALUATE
           END-IF

           .

      *
      *  218 FIND REORDER LIMITS SEARCHes REORDER-WHSE-TABLE for
      *  the warehouse/product/size in REO-LOOKUP-KEY, and only
      *  when that warehouse has no row of its own falls back
      *  to the product-wide REORDER-TABLE row. The pair found
      *  lands in REO-LOOKUP-LOW/HIGH.
      *

       218-FIND-REORDER-LIMITS.

           MOVE 'N' TO REO-LOOKUP-FLAG
           MOVE 0 TO REO-LOOKUP-LOW
           MOVE 0 TO REO-LOOKUP-HIGH

           SET RWT-INDEX TO 1
           SEARCH REORDER-WHSE-TABLE

              WHEN RWT-KEY-TABLE (RWT-INDEX) EQUAL REO-LOOKUP-KEY
                   MOVE 'Y' TO REO-LOOKUP-FLAG
                   MOVE RWT-LOW-TABLE (RWT-INDEX) TO REO-LOOKUP-LOW
                   MOVE RWT-HIGH-TABLE (RWT-INDEX) TO
                      REO-LOOKUP-HIGH

           END-SEARCH

           IF NOT REORDER-LIMITS-FOUND
               SET REO-INDEX TO 1
               SEARCH REORDER-TABLE

                  WHEN REO-LOOKUP-PRODUCT EQUAL
                       REO-PRODUCT-ID-TABLE (REO-INDEX)
                       MOVE 'Y' TO REO-LOOKUP-FLAG
                       MOVE REO-LOW-TABLE (REO-INDEX) TO
                          REO-LOOKUP-LOW
                       MOVE REO-HIGH-TABLE (REO-INDEX) TO
                          REO-LOOKUP-HIGH

               END-SEARCH
           END-IF

           .

      *

      *
      *  526 is the ALLW counterpart of 216-CHECK-REORDER-STATUS -
      *  same 218 lookup, keyed off the ALLW warehouse and
      *  product and CONS-SUB instead of the UTAH ones and SUB.
      *

       526-CHECK-REORDER-STATUS-ALLW.

           MOVE SPACES TO STOCK-FLAG-OUT

           MOVE WAREHOUSE-ID-ALLW TO REO-LOOKUP-WAREHOUSE
           MOVE PRODUCT-ID-ALLW TO REO-LOOKUP-PRODUCT
           MOVE PRODUCT-SIZE-OUT (CONS-SUB) TO REO-LOOKUP-SIZE
           PERFORM 218-FIND-REORDER-LIMITS

           IF REORDER-LIMITS-FOUND
               EVALUATE TRUE
                 WHEN NUM-IN-STOCK-OUT(CONS-SUB) < REO-LOOKUP-LOW
                     MOVE 'REORDER' TO STOCK-FLAG-OUT
                     PERFORM 527-WRITE-PO-SUGGESTION
                 WHEN NUM-IN-STOCK-OUT(CONS-SUB) > REO-LOOKUP-HIGH
                     MOVE 'OVERSTOCK' TO STOCK-FLAG-OUT
               END-EVALUATE
           END-IF

           .

      *  527 WRITE PO SUGGESTION writes one REORDER-flagged
      *  product occurrence to the purchase-order suggestion
      *  file - suggested quantity is whatever brings on-hand
      *  back up to the item's high threshold, costed at the
      *  purchase price. The feed's known bad records (non-
      *  numeric stock) cannot be costed and are left to the
      *  exception handling the report already gives them.
               MOVE PRODUCT-SIZE-OUT (CONS-SUB) TO PO-PRODUCT-SIZE
               MOVE NUM-IN-STOCK-OUT (CONS-SUB) TO PO-ON-HAND
               COMPUTE PO-SUGGESTED-QTY =
                   REO-LOOKUP-HIGH -
                   NUM-IN-STOCK-OUT (CONS-SUB)
               MOVE PURCHASE-PRICE-OUT (CONS-SUB) TO PO-UNIT-PRICE
               COMPUTE PO-EXTENDED-COST =
