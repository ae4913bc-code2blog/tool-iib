      *                each credit (refund) basket line increments it  *
      *                - and applies the goods-received feed keyed by  *
      *                the warehouse, which increments on-hand and     *
      *                may carry a new reorder point for the item      *
      *                and the unit cost paid, which is averaged into  *
      *                the item-master cost price.                     *
      *                The ledger is indexed on ItemCode; a row not    *
      *                yet on file is established by its first         *
      *                movement.  After posting, every row at or       *
      *                The run takes the trading date as its first     *
      *                parameter, defaulting to the system date, the   *
      *                same convention as PDBASKET:                    *
      *                  PDSTOCK [ccyymmdd [RERUN]]                    *
      *                                                                *
      *                Every invoice line and goods-received line      *
      *                posted is recorded on the posting log POSTLOG   *
      *                against the trading date, so a re-run skips     *
      *                what is already on the ledger and picks up      *
      *                after an abend where the last run stopped.      *
      *                RERUN backs the night's invoice postings out    *
      *                first, for a corrected night; deliveries are    *
      *                not backed out - a re-sent GRNIN is refused by  *
      *                PDFEEDCK, and delivery lines already applied    *
      *                are skipped.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *                    own trading date, not the run date, so a    *
      *                    catch-up run dates an item's first          *
      *                    movement the same as its later ones.        *
      *   15-OCT-2026  RH  Goods-received line now carries the unit    *
      *                    cost paid; a costed line moves the item-    *
      *                    master cost price to the weighted average of*
      *                    stock held and stock received.              *
      *   15-OCT-2026  RH  Feed must open with a header for the run's  *
      *                    trading date whose generation PDFEEDCK has  *
      *                    accepted on FEEDREG; the trailer ends the   *
      *                    feed.                                       *
      *   15-OCT-2026  RH  Each invoice line and goods-received line   *
      *                    posted is recorded on the posting log       *
      *                    POSTLOG by trading date; a re-run or        *
      *                    restart skips what is already applied,      *
      *                    RERUN backs the night's invoice postings    *
      *                    out first, and posted, skipped and reversed *
      *                    counts go to RUNCTL.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOODS-RECV-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT STOCK-LEDGER
               ASSIGN TO STOCKLDG
               ORGANIZATION IS INDEXED
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT POST-LOG
               ASSIGN TO POSTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PostingKey
               FILE STATUS IS POST-LOG-STATUS.

           SELECT STOCK-RPT
               ASSIGN TO PDSTOCKR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-RPT-STATUS.

           SELECT RUN-CTL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The extract record now holds the assembled invoice directly -
               10  AI-QUANTITY         PIC 9(6).

      * One line per delivery line keyed by the warehouse - the
      * quantity received for the ItemCode, optionally a new reorder
      * point for the item (zero leaves the point alone), and the
      * unit cost paid (zero when the delivery note carries none).
       FD  GOODS-RECV
           RECORDING MODE IS F.
       01  GOODS-RECV-REC.
           05  GR-ITEM-CODE             PIC X(10).
           05  GR-QUANTITY              PIC 9(6).
           05  GR-REORDER-POINT         PIC 9(6).
           05  GR-UNIT-COST             PIC 9999V99.
      * GRNIN opens with a header and closes with a trailer record.
           COPY FeedControl.

      * The generation register PDFEEDCK keeps, laid out as it writes
      * it.  Only the row for the generation on the header is read.
       FD  FEED-REG.
       01  FEED-REG-REC.
           05  FR-KEY.
               10  FR-FEED-NAME         PIC X(8).
               10  FR-GENERATION        PIC 9(6).
           05  FR-STATUS                PIC X.
               88  FR-ACCEPTED              VALUE "A".
               88  FR-REFUSED               VALUE "R".
           05  FR-SENDER                PIC X(8).
           05  FR-TRADING-DATE          PIC 9(8).
           05  FR-RECORD-COUNT          PIC 9(9).
           05  FR-HASH-TOTAL            PIC 9(13)V99.
           05  FR-RECEIVED-DATE         PIC 9(8).
           05  FR-LAST-GENERATION       PIC 9(6).
           05  FR-REASON                PIC X(40).

      * STOCK-LEDGER carries one row per ItemCode ever moved - the
      * running on-hand position, the reorder point the buyers set
           05  SL-REORDER-POINT         PIC 9(6).
           05  SL-LAST-MOVEMENT         PIC 9(8).

      * ITEM-MASTER mirrors the layout PDITMLD maintains - read for
      * the authorised description on the exception report, and
      * updated with the cost price from each costed delivery line.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-CODE             PIC X(10).
               88  IM-VAT-REDUCED           VALUE "R".
               88  IM-VAT-ZERO              VALUE "Z".
               88  IM-VAT-UNCLASSIFIED      VALUE " ".
           05  IM-COST-PRICE            PIC 9999V99.

      * POST-LOG records each invoice line and goods-received line
      * posted for a trading date - shared with PDLOYAL and PDMOVMNT,
      * each keeping its own rows under its own step name.
       FD  POST-LOG.
           COPY PostingLog.

       FD  STOCK-RPT
           RECORDING MODE IS F.
       01  STOCK-RPT-LINE              PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       77  ASSEMBLED-IN-STATUS          PIC XX            VALUE "00".
       77  GOODS-RECV-STATUS            PIC XX            VALUE "00".
       77  FEED-REG-STATUS              PIC XX            VALUE "00".
       77  STOCK-LEDGER-STATUS          PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  STOCK-RPT-STATUS             PIC XX            VALUE "00".
       77  POST-LOG-STATUS              PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".

       77  PD-ASSEMBLED-EOF-SWITCH      PIC X(01)         VALUE "N".
           88  PD-ASSEMBLED-EOF                            VALUE "Y".
       77  PD-LINE-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-NEW-ROW-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-EXCEPTION-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-COST-UPDATE-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-COST-NO-ITEM-COUNT        PIC 9(7)  COMP     VALUE 0.

      * On-hand before a delivery is applied, and the stock value
      * at the old and new cost, for the weighted-average cost.
       77  PD-PRIOR-ON-HAND             PIC S9(9) COMP     VALUE 0.
       77  PD-STOCK-VALUE               PIC S9(11)V99 COMP VALUE 0.

      * The signed movement being posted - a sale line is negative
      * (stock leaves the shelf), a credit line or a goods receipt
       77  PD-MOVEMENT-QTY              PIC S9(9) COMP     VALUE 0.
       77  PD-MOVEMENT-DATE             PIC 9(8)          VALUE 0.

      * Run parameters - the trading date being processed, defaulting
      * to the system date, and RERUN for a corrected night whose
      * earlier invoice postings are to be backed out first:
      *   PDSTOCK [ccyymmdd [RERUN]]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-MODE             PIC X(05).
               88  PD-RERUN                 VALUE "RERUN".
           05  FILLER                   PIC X(06).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-RUN-DATE                  PIC 9(8)          VALUE 0.

      * Re-run protection - see 6500-CHECK-ALREADY-POSTED.  An invoice
      * whose invoice row is already applied for this trading date is
      * skipped whole; within an invoice that an abend cut short, an
      * item line already applied is skipped on its own.  A goods-
      * received line is logged under the GRNIN generation and its
      * position in the feed.
       77  PD-LOG-SOURCE                PIC X(01)         VALUE SPACE.
       77  PD-LOG-DOCUMENT              PIC 9(8)          VALUE 0.
       77  PD-LOG-LINE                  PIC 9(6)          VALUE 0.
       77  PD-GOODS-GENERATION          PIC 9(6)          VALUE 0.
       77  PD-RECEIPT-SEQ               PIC 9(6)          VALUE 0.
       77  PD-ALREADY-POSTED-SWITCH     PIC X(01)         VALUE "N".
           88  PD-ALREADY-POSTED                            VALUE "Y".
       77  PD-LOG-EOF-SWITCH            PIC X(01)         VALUE "N".
           88  PD-LOG-EOF                                   VALUE "Y".
       77  PD-SKIPPED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-REVERSED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-SKIPPED-COUNT        PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-REVERSED-COUNT       PIC 9(7)  COMP     VALUE 0.
       77  PD-RECEIPT-SKIPPED-COUNT     PIC 9(7)  COMP     VALUE 0.

      * PD-ASSEMBLED-INVOICE mirrors the layout PDBASKET writes to its
      * assembled-basket extract.  The extract record is variable, so
           05  FILLER                  PIC X(30)
                   VALUE "ITEMS AT/BELOW REORDER PT . :".
           05  PD-SUM-EXCEPTIONS       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "COST PRICES UPDATED . . . . :".
           05  PD-SUM-COST-UPDATES     PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "COSTED ITEMS NOT ON MASTER  :".
           05  PD-SUM-COST-NO-ITEM     PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES SKIPPED - POSTED . :".
           05  PD-SUM-SKIPPED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES REVERSED . . . . . :".
           05  PD-SUM-REVERSED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM LINES SKIPPED - POSTED :".
           05  PD-SUM-LINES-SKIPPED    PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-11.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM LINES REVERSED . . . . :".
           05  PD-SUM-LINES-REVERSED   PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-12.
           05  FILLER                  PIC X(30)
                   VALUE "RECEIPTS SKIPPED - APPLIED  :".
           05  PD-SUM-RECEIPTS-SKIPPED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PD-RUN-DATE TO PD-TRADING-DATE.

           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF PD-PARM-MODE NOT = SPACES AND NOT PD-RERUN
               DISPLAY "PDSTOCK - RUN MODE PARAMETER INVALID: "
                   PD-PARM-MODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               END-IF
           END-IF.

           IF NOT PD-GOODS-MISSING
               PERFORM 1100-CHECK-FEED-HEADER
                   THRU 1100-CHECK-FEED-HEADER-EXIT
               MOVE FeedGeneration TO PD-GOODS-GENERATION
           END-IF.

      *    The ledger is created empty the very first time the job is
      *    run (file status "35" on the initial I-O open, since the
      *    file does not exist yet), the same way PDBASKET establishes
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O    ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDSTOCK - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The posting log is created empty the first time any of the
      *    posting steps runs, the same way as the ledger.
           OPEN I-O POST-LOG.
           IF POST-LOG-STATUS = "35"
               CLOSE POST-LOG
               OPEN OUTPUT POST-LOG
               CLOSE POST-LOG
               OPEN I-O POST-LOG
           END-IF.
           IF POST-LOG-STATUS NOT = "00"
               DISPLAY "PDSTOCK - UNABLE TO OPEN POSTLOG, STATUS = "
                   POST-LOG-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT STOCK-RPT.

           WRITE STOCK-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE STOCK-RPT-LINE FROM PD-REPORT-HEADING-2.

           IF PD-RERUN
               PERFORM 6000-REVERSE-NIGHT
                   THRU 6000-REVERSE-NIGHT-EXIT
           END-IF.

           IF NOT PD-GOODS-EOF
               PERFORM 2100-READ-GOODS-RECV
                   THRU 2100-READ-GOODS-RECV-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-FEED-HEADER                                      *
      *    GRNIN must open with its header record for this run's       *
      *    trading date, carrying a generation that PDFEEDCK has       *
      *    accepted on the generation register for that date.          *
      *    Anything else - no header, a re-sent or duplicate file, a   *
      *    skipped or short delivery - stops the run with return       *
      *    code 8 before a single record is read.                      *
      ******************************************************************
       1100-CHECK-FEED-HEADER.
           READ GOODS-RECV
               AT END
                   MOVE SPACES TO FeedRecordType
           END-READ.
           IF NOT FeedHeader
               DISPLAY "PDSTOCK - GRNIN HAS NO HEADER RECORD"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FeedTradingDate NOT = PD-TRADING-DATE
               DISPLAY "PDSTOCK - GRNIN IS FOR TRADING DATE "
                   FeedTradingDate " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT FEED-REG.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDSTOCK - UNABLE TO OPEN FEEDREG, STATUS = "
                   FEED-REG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "GRNIN   "           TO FR-FEED-NAME.
           MOVE FeedGeneration TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE SPACE TO FR-STATUS
           END-READ.
           CLOSE FEED-REG.

           IF NOT FR-ACCEPTED
                   OR FR-TRADING-DATE NOT = FeedTradingDate
               DISPLAY "PDSTOCK - GRNIN GENERATION " FeedGeneration
                   " NOT ACCEPTED BY PDFEEDCK - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-CHECK-FEED-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    2000-APPLY-ONE-RECEIPT                                      *
      *    A goods receipt increments the ledger row's on-hand by the  *
      *    quantity received; a non-zero reorder point on the line     *
      *    becomes the item's new reorder point, which is how the      *
      *    buyers set and change reorder points at all.  A costed line *
      *    then moves the item-master cost price (2300).  A line the   *
      *    posting log shows already applied from this generation is   *
      *    skipped - on-hand and cost price alike.                     *
      ******************************************************************
       2000-APPLY-ONE-RECEIPT.
           ADD 1 TO PD-RECEIPT-SEQ.
           MOVE "G"                 TO PD-LOG-SOURCE.
           MOVE PD-GOODS-GENERATION TO PD-LOG-DOCUMENT.
           MOVE PD-RECEIPT-SEQ      TO PD-LOG-LINE.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-RECEIPT-SKIPPED-COUNT
               GO TO 2000-APPLY-ONE-RECEIPT-NEXT
           END-IF.

           ADD 1 TO PD-RECEIPT-COUNT.

           MOVE GR-QUANTITY TO PD-MOVEMENT-QTY.
           MOVE PD-TRADING-DATE TO PD-MOVEMENT-DATE.
           MOVE 0 TO PD-PRIOR-ON-HAND.
           MOVE GR-ITEM-CODE TO SL-ITEM-CODE.
           READ STOCK-LEDGER
               KEY IS SL-ITEM-CODE
                       MOVE GR-REORDER-POINT TO SL-REORDER-POINT
                       REWRITE STOCK-LEDGER-REC
                   END-IF
                   GO TO 2000-APPLY-ONE-RECEIPT-COST
           END-READ.

           MOVE SL-ON-HAND TO PD-PRIOR-ON-HAND.
           ADD PD-MOVEMENT-QTY TO SL-ON-HAND.
           IF GR-REORDER-POINT > 0
               MOVE GR-REORDER-POINT TO SL-REORDER-POINT
           MOVE PD-MOVEMENT-DATE TO SL-LAST-MOVEMENT.
           REWRITE STOCK-LEDGER-REC.

       2000-APPLY-ONE-RECEIPT-COST.
           IF GR-UNIT-COST > 0
               PERFORM 2300-UPDATE-COST-PRICE
                   THRU 2300-UPDATE-COST-PRICE-EXIT
           END-IF.

           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE GR-ITEM-CODE     TO PostingItemCode.
           MOVE PD-TRADING-DATE  TO PostingMovementDate.
           MOVE PD-MOVEMENT-QTY  TO PostingQuantity.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.

       2000-APPLY-ONE-RECEIPT-NEXT.
           PERFORM 2100-READ-GOODS-RECV
               THRU 2100-READ-GOODS-RECV-EXIT.
               AT END
                   SET PD-GOODS-EOF TO TRUE
           END-READ.

      *    The trailer closes the feed - PDFEEDCK has already proved
      *    its count and hash total against the records before it.
           IF NOT PD-GOODS-EOF AND FeedTrailer
               SET PD-GOODS-EOF TO TRUE
           END-IF.
       2100-READ-GOODS-RECV-EXIT.
           EXIT.

       2200-READ-ASSEMBLED-EXIT.
           EXIT.

      ******************************************************************
      *    2300-UPDATE-COST-PRICE                                      *
      *    The item's cost price becomes the weighted average of the   *
      *    stock already held at the old cost and the quantity just    *
      *    received at the delivery's unit cost.  With nothing (or a   *
      *    negative balance) on hand, or no cost recorded yet, the     *
      *    delivery's unit cost is taken as it stands.                 *
      ******************************************************************
       2300-UPDATE-COST-PRICE.
           MOVE GR-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   ADD 1 TO PD-COST-NO-ITEM-COUNT
                   GO TO 2300-UPDATE-COST-PRICE-EXIT
           END-READ.

           IF PD-PRIOR-ON-HAND NOT > 0
                   OR IM-COST-PRICE = 0
                   OR GR-QUANTITY = 0
               MOVE GR-UNIT-COST TO IM-COST-PRICE
           ELSE
               COMPUTE PD-STOCK-VALUE =
                   (PD-PRIOR-ON-HAND * IM-COST-PRICE)
                 + (GR-QUANTITY * GR-UNIT-COST)
               COMPUTE IM-COST-PRICE ROUNDED =
                   PD-STOCK-VALUE / (PD-PRIOR-ON-HAND + GR-QUANTITY)
           END-IF.
           REWRITE ITEM-MASTER-REC.
           ADD 1 TO PD-COST-UPDATE-COUNT.
       2300-UPDATE-COST-PRICE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-POST-ONE-INVOICE                                       *
      *    An invoice already posted for this trading date is skipped  *
      *    whole.  Otherwise its lines are posted and the invoice row  *
      *    written to the posting log last, so it only counts as       *
      *    posted once every line is on the ledger.                    *
      ******************************************************************
       3000-POST-ONE-INVOICE.
           MOVE "I"                  TO PD-LOG-SOURCE.
           MOVE PD-AI-INVOICE-NUMBER TO PD-LOG-DOCUMENT.
           MOVE 0                    TO PD-LOG-LINE.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-SKIPPED-COUNT
               GO TO 3000-POST-ONE-INVOICE-NEXT
           END-IF.

           ADD 1 TO PD-INVOICE-COUNT.

           PERFORM 3100-POST-ONE-ITEM
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > PD-AI-ITEM-COUNT.

           MOVE 0 TO PD-LOG-LINE.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE PD-AI-TRANS-TYPE   TO PostingTransType.
           MOVE PD-AI-TRADING-DATE TO PostingMovementDate.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.

       3000-POST-ONE-INVOICE-NEXT.
           PERFORM 2200-READ-ASSEMBLED
               THRU 2200-READ-ASSEMBLED-EXIT.
       3000-POST-ONE-INVOICE-EXIT.
      *    A sale line takes its Quantity off the shelf; a credit      *
      *    (refund) basket line puts it back.  An ItemCode not yet on  *
      *    the ledger is established by its first movement, with no    *
      *    reorder point until the warehouse sets one.  A line the     *
      *    posting log shows already applied - an invoice an abend cut *
      *    short - is not posted again; each line applied is logged    *
      *    with its signed movement, for a later reversal.             *
      ******************************************************************
       3100-POST-ONE-ITEM.
           MOVE "I"                  TO PD-LOG-SOURCE.
           MOVE PD-AI-INVOICE-NUMBER TO PD-LOG-DOCUMENT.
           MOVE PD-ITEM-SUB          TO PD-LOG-LINE.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-LINE-SKIPPED-COUNT
               GO TO 3100-POST-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO PD-LINE-COUNT.

           IF PD-AI-CREDIT
               INVALID KEY
                   PERFORM 4000-ADD-LEDGER-ROW
                       THRU 4000-ADD-LEDGER-ROW-EXIT
                   GO TO 3100-POST-ONE-ITEM-LOG
           END-READ.

           ADD PD-MOVEMENT-QTY TO SL-ON-HAND.
           MOVE PD-MOVEMENT-DATE TO SL-LAST-MOVEMENT.
           REWRITE STOCK-LEDGER-REC.

       3100-POST-ONE-ITEM-LOG.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE PD-AI-ITEM-CODE (PD-ITEM-SUB) TO PostingItemCode.
           MOVE PD-AI-TRANS-TYPE              TO PostingTransType.
           MOVE PD-MOVEMENT-DATE              TO PostingMovementDate.
           MOVE PD-MOVEMENT-QTY               TO PostingQuantity.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.
       3100-POST-ONE-ITEM-EXIT.
           EXIT.

       5100-CHECK-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REVERSE-NIGHT                                          *
      *    RERUN only.  Backs out every invoice line this step has     *
      *    posted for the trading date, from what the posting log      *
      *    recorded rather than from tonight's (corrected) extract,    *
      *    and marks each row reversed.  The corrected extract is      *
      *    then posted in full by the normal pass.  Goods-received     *
      *    rows are left applied.  A RERUN that itself stops part-way  *
      *    is simply run again with RERUN.                             *
      ******************************************************************
       6000-REVERSE-NIGHT.
           MOVE "I" TO PD-LOG-SOURCE.
           MOVE 0   TO PD-LOG-DOCUMENT.
           MOVE 0   TO PD-LOG-LINE.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           START POST-LOG
               KEY IS NOT LESS THAN PostingKey
               INVALID KEY
                   GO TO 6000-REVERSE-NIGHT-EXIT
           END-START.

           MOVE "N" TO PD-LOG-EOF-SWITCH.
           PERFORM 6100-REVERSE-ONE-ROW
               THRU 6100-REVERSE-ONE-ROW-EXIT
               UNTIL PD-LOG-EOF.
       6000-REVERSE-NIGHT-EXIT.
           EXIT.

      ******************************************************************
      *    6100-REVERSE-ONE-ROW                                        *
      ******************************************************************
       6100-REVERSE-ONE-ROW.
           READ POST-LOG NEXT
               AT END
                   SET PD-LOG-EOF TO TRUE
                   GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-READ.

           IF PostingStep NOT = "PDSTOCK"
                   OR PostingTradingDate NOT = PD-TRADING-DATE
                   OR NOT PostingFromInvoice
               SET PD-LOG-EOF TO TRUE
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           IF NOT PostingApplied
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           IF PostingLine = 0
               ADD 1 TO PD-REVERSED-COUNT
           ELSE
               PERFORM 6200-BACK-OUT-LINE
                   THRU 6200-BACK-OUT-LINE-EXIT
           END-IF.

           SET PostingReversed TO TRUE.
           MOVE PD-RUN-DATE TO PostingRunDate.
           REWRITE PostingLog.
       6100-REVERSE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6200-BACK-OUT-LINE                                          *
      *    Takes one logged line's signed movement back off the        *
      *    ledger row - a sale's stock returns to the shelf, a         *
      *    credit's leaves it again.                                   *
      ******************************************************************
       6200-BACK-OUT-LINE.
           ADD 1 TO PD-LINE-REVERSED-COUNT.
           MOVE PostingItemCode TO SL-ITEM-CODE.
           READ STOCK-LEDGER
               KEY IS SL-ITEM-CODE
               INVALID KEY
                   GO TO 6200-BACK-OUT-LINE-EXIT
           END-READ.

           SUBTRACT PostingQuantity FROM SL-ON-HAND.
           REWRITE STOCK-LEDGER-REC.
       6200-BACK-OUT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6500-CHECK-ALREADY-POSTED                                   *
      *    Looks up the posting-log row for PD-LOG-SOURCE,             *
      *    PD-LOG-DOCUMENT and PD-LOG-LINE.  Only a row still applied  *
      *    counts - a reversed row is posted again.                    *
      ******************************************************************
       6500-CHECK-ALREADY-POSTED.
           MOVE "N" TO PD-ALREADY-POSTED-SWITCH.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           READ POST-LOG
               KEY IS PostingKey
               INVALID KEY
                   GO TO 6500-CHECK-ALREADY-POSTED-EXIT
           END-READ.
           IF PostingApplied
               SET PD-ALREADY-POSTED TO TRUE
           END-IF.
       6500-CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      ******************************************************************
      *    6600-BUILD-LOG-ROW                                          *
      *    A fresh applied row for PD-LOG-SOURCE, PD-LOG-DOCUMENT and  *
      *    PD-LOG-LINE under tonight's trading date.                   *
      ******************************************************************
       6600-BUILD-LOG-ROW.
           MOVE SPACES          TO PostingLog.
           MOVE "PDSTOCK"       TO PostingStep.
           MOVE PD-TRADING-DATE TO PostingTradingDate.
           MOVE PD-LOG-SOURCE   TO PostingSource.
           MOVE PD-LOG-DOCUMENT TO PostingDocument.
           MOVE PD-LOG-LINE     TO PostingLine.
           SET PostingApplied   TO TRUE.
           MOVE PD-RUN-DATE     TO PostingRunDate.
           MOVE 0 TO PostingMovementDate.
           MOVE 0 TO PostingQuantity.
           MOVE 0 TO PostingValue.
           MOVE 0 TO PostingPointsEarned.
           MOVE 0 TO PostingPointsRedeemed.
       6600-BUILD-LOG-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6700-WRITE-LOG-ROW                                          *
      *    A row reversed by an earlier RERUN is already on file under *
      *    the same key, and is overwritten as applied.                *
      ******************************************************************
       6700-WRITE-LOG-ROW.
           WRITE PostingLog
               INVALID KEY
                   REWRITE PostingLog
           END-WRITE.
       6700-WRITE-LOG-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
           MOVE PD-LINE-COUNT      TO PD-SUM-LINES.
           MOVE PD-NEW-ROW-COUNT   TO PD-SUM-NEW-ROWS.
           MOVE PD-EXCEPTION-COUNT TO PD-SUM-EXCEPTIONS.
           MOVE PD-COST-UPDATE-COUNT  TO PD-SUM-COST-UPDATES.
           MOVE PD-COST-NO-ITEM-COUNT TO PD-SUM-COST-NO-ITEM.
           MOVE PD-SKIPPED-COUNT       TO PD-SUM-SKIPPED.
           MOVE PD-REVERSED-COUNT      TO PD-SUM-REVERSED.
           MOVE PD-LINE-SKIPPED-COUNT  TO PD-SUM-LINES-SKIPPED.
           MOVE PD-LINE-REVERSED-COUNT TO PD-SUM-LINES-REVERSED.
           MOVE PD-RECEIPT-SKIPPED-COUNT TO PD-SUM-RECEIPTS-SKIPPED.

           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-9.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-10.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-11.
           WRITE STOCK-RPT-LINE FROM PD-SUMMARY-LINE-12.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.

           CLOSE ASSEMBLED-IN
                 STOCK-LEDGER
                 ITEM-MASTER
                 POST-LOG
                 STOCK-RPT.
           IF NOT PD-GOODS-MISSING
               CLOSE GOODS-RECV
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends this run's posting counts to the shared run-control *
      *    file, opened EXTEND and only started fresh the very first   *
      *    time (file status "35").                                    *
      ******************************************************************
       7900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           IF RUN-CTL-STATUS = "35"
               CLOSE RUN-CTL
               OPEN OUTPUT RUN-CTL
               CLOSE RUN-CTL
               OPEN EXTEND RUN-CTL
           END-IF.
           IF RUN-CTL-STATUS NOT = "00"
               DISPLAY "PDSTOCK - UNABLE TO OPEN RUNCTL, STATUS = "
                   RUN-CTL-STATUS
               GO TO 7900-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE SPACES                 TO RunControl.
           MOVE "PDSTOCK"              TO ProgramName.
           MOVE 0                      TO StoreNumber OF RunControl.
           MOVE PD-INVOICE-COUNT       TO ControlCount (1).
           MOVE PD-SKIPPED-COUNT       TO ControlCount (2).
           MOVE PD-REVERSED-COUNT      TO ControlCount (3).
           MOVE PD-RECEIPT-COUNT       TO ControlCount (4).
           MOVE 0                      TO ControlAmount (1).
           MOVE 0                      TO ControlAmount (2).
           MOVE 0                      TO ControlAmount (3).
           MOVE 0                      TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
       7900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
