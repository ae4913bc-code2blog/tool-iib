      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDGRNCHK                                        *
      *   PURPOSE:     Nightly delivery check.  Matches each line of   *
      *                the goods-received feed (GRNIN, the same feed   *
      *                PDSTOCK posts to the ledger) against the open   *
      *                purchase-order line PDPOGEN raised for the      *
      *                ItemCode, and books the quantity received       *
      *                against it.  A delivery that leaves the order   *
      *                short is reported and the balance stays open;   *
      *                one that takes the order past what was ordered  *
      *                is reported as an over-delivery; goods that     *
      *                arrive with no open order for them are          *
      *                reported as unordered.  An order received in    *
      *                full (or over) is closed.                       *
      *                                                                *
      *                After the deliveries, every order line still    *
      *                open past its due date - the date it was        *
      *                raised plus the supplier's lead time - is       *
      *                listed for the buyers to chase, with the        *
      *                supplier, the days overdue and the quantity     *
      *                still outstanding.                              *
      *                                                                *
      *                The run takes the trading date as its first     *
      *                parameter, defaulting to the system date, the   *
      *                same convention as PDSTOCK:                     *
      *                  PDGRNCHK [ccyymmdd]                           *
      *                                                                *
      *                Every delivery line booked against an order is  *
      *                recorded on the posting log POSTLOG under the   *
      *                GRNIN generation and its position in the feed,  *
      *                so a re-run, or a restart after an abend, skips *
      *                the lines already booked instead of receiving   *
      *                them against the order a second time.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDGRNCHK.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - goods received matched    *
      *                    against open purchase orders, with short,   *
      *                    over and unordered deliveries reported and  *
      *                    overdue orders listed for chasing.          *
      *   15-OCT-2026  RH  Item-master layout extended with the cost   *
      *                    price PDITMLD and PDSTOCK now maintain.     *
      *   15-OCT-2026  RH  Goods-received layout extended with the unit*
      *                    cost PDSTOCK now takes into the item cost   *
      *                    price.                                      *
      *   15-OCT-2026  RH  Feed must open with a header for the run's  *
      *                    trading date whose generation PDFEEDCK has  *
      *                    accepted on FEEDREG; the trailer ends the   *
      *                    feed.                                       *
      *   15-OCT-2026  RH  Each delivery line booked against an order  *
      *                    is recorded on the posting log POSTLOG      *
      *                    under the GRNIN generation and its          *
      *                    position; a re-run or restart skips the     *
      *                    lines already booked.                       *
      *   15-OCT-2026  RH  No-order note shortened to fit the order-   *
      *                    number column of the delivery line.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOODS-RECV
               ASSIGN TO GRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOODS-RECV-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT OPEN-ORDER
               ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ITEM-CODE
               FILE STATUS IS OPEN-ORDER-STATUS.

           SELECT SUPP-MASTER
               ASSIGN TO SUPPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ITEM-CODE
               ALTERNATE RECORD KEY IS SU-SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS SUPP-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO ITEMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT POST-LOG
               ASSIGN TO POSTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PostingKey
               FILE STATUS IS POST-LOG-STATUS.

           SELECT GRNCHK-RPT
               ASSIGN TO PDGRNCKR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRNCHK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * GOODS-RECV mirrors the layout PDSTOCK reads.
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

      * OPEN-ORDER mirrors the layout PDPOGEN raises.
       FD  OPEN-ORDER.
       01  OPEN-ORDER-REC.
           05  OR-ITEM-CODE             PIC X(10).
           05  OR-ORDER-NUMBER.
               10  OR-SUPPLIER-ID       PIC X(8).
               10  OR-ORDER-DATE        PIC 9(8).
           05  OR-DUE-DATE              PIC 9(8).
           05  OR-QTY-ORDERED           PIC 9(7).
           05  OR-QTY-RECEIVED          PIC 9(7).
           05  OR-LAST-RECEIPT-DATE     PIC 9(8).
           05  OR-STATUS                PIC X.
               88  OR-OPEN                  VALUE "O".
               88  OR-CLOSED                VALUE "C".

      * SUPP-MASTER mirrors the layout PDSUPLD maintains - read here
      * only for the supplier's name on the chase list.
       FD  SUPP-MASTER.
       01  SUPP-MASTER-REC.
           05  SU-ITEM-CODE             PIC X(10).
           05  SU-SUPPLIER-ID           PIC X(8).
           05  SU-SUPPLIER-NAME         PIC X(30).
           05  SU-LEAD-TIME-DAYS        PIC 9(3).
           05  SU-PACK-SIZE             PIC 9(6).
           05  SU-MINIMUM-ORDER         PIC 9(6).

      * ITEM-MASTER mirrors the layout PDITMLD maintains - read here
      * only for the authorised description.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-CODE             PIC X(10).
           05  IM-ITEM-TYPE             PIC X.
               88  IM-GROCERY               VALUE "G".
               88  IM-NONGROCERY            VALUE "N".
           05  IM-DESCRIPTION           PIC X(30).
           05  IM-SHELF-PRICE           PIC 9999V99.
           05  IM-VAT-CATEGORY          PIC X.
               88  IM-VAT-STANDARD          VALUE "S".
               88  IM-VAT-REDUCED           VALUE "R".
               88  IM-VAT-ZERO              VALUE "Z".
               88  IM-VAT-UNCLASSIFIED      VALUE " ".
           05  IM-COST-PRICE            PIC 9999V99.

      * POST-LOG records each delivery line booked against an order -
      * shared with PDLOYAL, PDSTOCK and PDMOVMNT, each keeping its
      * own rows under its own step name.
       FD  POST-LOG.
           COPY PostingLog.

       FD  GRNCHK-RPT
           RECORDING MODE IS F.
       01  GRNCHK-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  GOODS-RECV-STATUS            PIC XX            VALUE "00".
       77  FEED-REG-STATUS              PIC XX            VALUE "00".
       77  OPEN-ORDER-STATUS            PIC XX            VALUE "00".
       77  SUPP-MASTER-STATUS           PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  POST-LOG-STATUS              PIC XX            VALUE "00".
       77  GRNCHK-RPT-STATUS            PIC XX            VALUE "00".

       77  PD-GOODS-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-GOODS-EOF                                VALUE "Y".
       77  PD-GOODS-MISSING-SWITCH      PIC X(01)         VALUE "N".
           88  PD-GOODS-MISSING                            VALUE "Y".
       77  PD-ORDER-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-ORDER-EOF                                VALUE "Y".

       77  PD-RECEIPT-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-COMPLETE-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-SHORT-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-OVER-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-UNORDERED-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-OVERDUE-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-RECEIPT-SKIPPED-COUNT     PIC 9(7)  COMP     VALUE 0.

      * Run parameter - the trading date being processed, defaulting
      * to the system date:  PDGRNCHK [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-RUN-DATE                  PIC 9(8)          VALUE 0.
       77  PD-TRADING-INTEGER           PIC 9(7)  COMP     VALUE 0.
       77  PD-DAYS-OVERDUE              PIC S9(7) COMP     VALUE 0.

      * The gap between what was ordered and what has now arrived -
      * positive is still to come, negative is over-delivered.
       77  PD-QTY-DIFFERENCE            PIC S9(9) COMP     VALUE 0.

      * Re-run protection - see 6500-CHECK-ALREADY-POSTED.  A delivery
      * line is logged under the GRNIN generation and its position in
      * the feed once it has been booked against its order.
       77  PD-GOODS-GENERATION          PIC 9(6)          VALUE 0.
       77  PD-RECEIPT-SEQ               PIC 9(6)          VALUE 0.
       77  PD-ALREADY-POSTED-SWITCH     PIC X(01)         VALUE "N".
           88  PD-ALREADY-POSTED                            VALUE "Y".

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDGRNCHK - DELIVERIES CHECKED AGAINST PURCHASE ORDERS".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE    ".
           05  PD-RH-TRADING-DATE      PIC 9(8).

       01  PD-DELIVERY-HEADING.
           05  FILLER                  PIC X(40) VALUE
             "DELIVERY EXCEPTIONS".
       01  PD-DELIVERY-COLUMNS.
           05  FILLER                  PIC X(53) VALUE
                   "RESULT    ITEMCODE    DESCRIPTION".
           05  FILLER                  PIC X(18) VALUE
                   "PURCHASE ORDER".
           05  FILLER                  PIC X(42) VALUE
                   "  ORDERED  RECEIVED  DELIVERED  DIFFERENCE".

       01  PD-DELIVERY-LINE.
           05  PD-DV-RESULT            PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DV-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DV-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DV-ORDER-NUMBER.
               10  PD-DV-SUPPLIER-ID   PIC X(8).
               10  PD-DV-DASH          PIC X(01).
               10  PD-DV-ORDER-DATE    PIC X(8).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DV-ORDERED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DV-RECEIVED          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DV-DELIVERED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  PD-DV-DIFFERENCE        PIC Z,ZZZ,ZZ9-.

       01  PD-CHASE-HEADING.
           05  FILLER                  PIC X(60) VALUE
             "ORDERS OUTSTANDING PAST THEIR LEAD TIME - CHASE SUPPLIER".
       01  PD-CHASE-COLUMNS.
           05  FILLER                  PIC X(43) VALUE
                   "ITEMCODE    DESCRIPTION".
           05  FILLER                  PIC X(37) VALUE
                   "SUPPLIER  SUPPLIER NAME".
           05  FILLER                  PIC X(45) VALUE
                   "ORDERED   DUE DATE  DAYS LATE  OUTSTANDING".

       01  PD-CHASE-LINE.
           05  PD-CL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-CL-SUPPLIER-ID       PIC X(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CL-SUPPLIER-NAME     PIC X(26).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-CL-ORDER-DATE        PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CL-DUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CL-DAYS-OVERDUE      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  PD-CL-OUTSTANDING       PIC Z,ZZZ,ZZ9.

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "GOODS RECEIPTS READ . . . . :".
           05  PD-SUM-RECEIPTS         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "ORDERS RECEIVED IN FULL . . :".
           05  PD-SUM-COMPLETE         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "SHORT DELIVERIES  . . . . . :".
           05  PD-SUM-SHORT            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "OVER-DELIVERIES . . . . . . :".
           05  PD-SUM-OVER             PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "UNORDERED DELIVERIES  . . . :".
           05  PD-SUM-UNORDERED        PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "ORDERS OVERDUE  . . . . . . :".
           05  PD-SUM-OVERDUE          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "RECEIPTS ALREADY BOOKED . . :".
           05  PD-SUM-RECEIPTS-SKIPPED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CHECK-ONE-RECEIPT
               THRU 2000-CHECK-ONE-RECEIPT-EXIT
               UNTIL PD-GOODS-EOF.

           PERFORM 5000-CHASE-OVERDUE
               THRU 5000-CHASE-OVERDUE-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PD-RUN-DATE TO PD-TRADING-DATE.

           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
           IF PD-PARM-TRADING-DATE NOT = SPACES
               IF PD-PARM-TRADING-DATE NUMERIC
                   MOVE PD-PARM-TRADING-DATE TO PD-TRADING-DATE
               ELSE
                   DISPLAY "PDGRNCHK - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           COMPUTE PD-TRADING-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-TRADING-DATE).

      *    A night with no deliveries keyed is not an error - the
      *    overdue orders are still chased.
           OPEN INPUT  GOODS-RECV.
           IF GOODS-RECV-STATUS = "35"
               SET PD-GOODS-EOF TO TRUE
               SET PD-GOODS-MISSING TO TRUE
           ELSE
               IF GOODS-RECV-STATUS NOT = "00"
                   DISPLAY "PDGRNCHK - UNABLE TO OPEN GRNIN, STATUS = "
                       GOODS-RECV-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF NOT PD-GOODS-MISSING
               PERFORM 1100-CHECK-FEED-HEADER
                   THRU 1100-CHECK-FEED-HEADER-EXIT
               MOVE FeedGeneration TO PD-GOODS-GENERATION
           END-IF.

      *    The open-order file is created empty if no order has ever
      *    been raised (file status "35"), in which case every
      *    delivery is reported as unordered.
           OPEN I-O OPEN-ORDER.
           IF OPEN-ORDER-STATUS = "35"
               CLOSE OPEN-ORDER
               OPEN OUTPUT OPEN-ORDER
               CLOSE OPEN-ORDER
               OPEN I-O OPEN-ORDER
           END-IF.
           IF OPEN-ORDER-STATUS NOT = "00"
               DISPLAY "PDGRNCHK - UNABLE TO OPEN ORDMAST, STATUS = "
                   OPEN-ORDER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  SUPP-MASTER.
           IF SUPP-MASTER-STATUS NOT = "00"
               DISPLAY "PDGRNCHK - UNABLE TO OPEN SUPPMAST, STATUS = "
                   SUPP-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDGRNCHK - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The posting log is created empty the first time any of the
      *    posting steps runs, the same way as the open-order file.
           OPEN I-O POST-LOG.
           IF POST-LOG-STATUS = "35"
               CLOSE POST-LOG
               OPEN OUTPUT POST-LOG
               CLOSE POST-LOG
               OPEN I-O POST-LOG
           END-IF.
           IF POST-LOG-STATUS NOT = "00"
               DISPLAY "PDGRNCHK - UNABLE TO OPEN POSTLOG, STATUS = "
                   POST-LOG-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT GRNCHK-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           WRITE GRNCHK-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE GRNCHK-RPT-LINE FROM PD-REPORT-HEADING-2.
           MOVE SPACES TO GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE FROM PD-DELIVERY-HEADING.
           WRITE GRNCHK-RPT-LINE FROM PD-DELIVERY-COLUMNS.

           IF NOT PD-GOODS-EOF
               PERFORM 2100-READ-GOODS-RECV
                   THRU 2100-READ-GOODS-RECV-EXIT
           END-IF.
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
               DISPLAY "PDGRNCHK - GRNIN HAS NO HEADER RECORD"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FeedTradingDate NOT = PD-TRADING-DATE
               DISPLAY "PDGRNCHK - GRNIN IS FOR TRADING DATE "
                   FeedTradingDate " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT FEED-REG.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDGRNCHK - UNABLE TO OPEN FEEDREG, STATUS = "
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
               DISPLAY "PDGRNCHK - GRNIN GENERATION " FeedGeneration
                   " NOT ACCEPTED BY PDFEEDCK - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-CHECK-FEED-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-ONE-RECEIPT                                      *
      *    Books one delivery line against the item's open order.      *
      *    No open order makes it unordered; otherwise the quantity    *
      *    received to date decides short (left open), in full or      *
      *    over (both closed).  A line the posting log shows already   *
      *    booked from this generation is skipped, so the order is     *
      *    never received against twice.                               *
      ******************************************************************
       2000-CHECK-ONE-RECEIPT.
           ADD 1 TO PD-RECEIPT-SEQ.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-RECEIPT-SKIPPED-COUNT
               GO TO 2000-CHECK-ONE-RECEIPT-NEXT
           END-IF.

           ADD 1 TO PD-RECEIPT-COUNT.

           MOVE SPACES TO PD-DELIVERY-LINE.
           MOVE GR-ITEM-CODE TO PD-DV-ITEM-CODE.
           MOVE GR-QUANTITY  TO PD-DV-DELIVERED.
           PERFORM 2200-GET-DESCRIPTION
               THRU 2200-GET-DESCRIPTION-EXIT.
           MOVE IM-DESCRIPTION TO PD-DV-DESCRIPTION.

           MOVE GR-ITEM-CODE TO OR-ITEM-CODE.
           READ OPEN-ORDER
               KEY IS OR-ITEM-CODE
               INVALID KEY
                   MOVE SPACES TO OR-STATUS
           END-READ.

           IF NOT OR-OPEN
               ADD 1 TO PD-UNORDERED-COUNT
               MOVE "NO ORDER" TO PD-DV-RESULT
               MOVE "NO OPEN ORDER" TO PD-DV-ORDER-NUMBER
               WRITE GRNCHK-RPT-LINE FROM PD-DELIVERY-LINE
               GO TO 2000-CHECK-ONE-RECEIPT-NEXT
           END-IF.

           ADD GR-QUANTITY TO OR-QTY-RECEIVED.
           MOVE PD-TRADING-DATE TO OR-LAST-RECEIPT-DATE.
           COMPUTE PD-QTY-DIFFERENCE =
               OR-QTY-ORDERED - OR-QTY-RECEIVED.
           IF PD-QTY-DIFFERENCE NOT > 0
               SET OR-CLOSED TO TRUE
           END-IF.
           REWRITE OPEN-ORDER-REC.

           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE GR-ITEM-CODE     TO PostingItemCode.
           MOVE PD-TRADING-DATE  TO PostingMovementDate.
           MOVE GR-QUANTITY      TO PostingQuantity.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.

           IF PD-QTY-DIFFERENCE = 0
               ADD 1 TO PD-COMPLETE-COUNT
               GO TO 2000-CHECK-ONE-RECEIPT-NEXT
           END-IF.

           IF PD-QTY-DIFFERENCE > 0
               ADD 1 TO PD-SHORT-COUNT
               MOVE "SHORT"    TO PD-DV-RESULT
           ELSE
               ADD 1 TO PD-OVER-COUNT
               MOVE "OVER"     TO PD-DV-RESULT
           END-IF.
           MOVE OR-SUPPLIER-ID    TO PD-DV-SUPPLIER-ID.
           MOVE "-"               TO PD-DV-DASH.
           MOVE OR-ORDER-DATE     TO PD-DV-ORDER-DATE.
           MOVE OR-QTY-ORDERED    TO PD-DV-ORDERED.
           MOVE OR-QTY-RECEIVED   TO PD-DV-RECEIVED.
           MOVE PD-QTY-DIFFERENCE TO PD-DV-DIFFERENCE.
           WRITE GRNCHK-RPT-LINE FROM PD-DELIVERY-LINE.

       2000-CHECK-ONE-RECEIPT-NEXT.
           PERFORM 2100-READ-GOODS-RECV
               THRU 2100-READ-GOODS-RECV-EXIT.
       2000-CHECK-ONE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-GOODS-RECV                                        *
      ******************************************************************
       2100-READ-GOODS-RECV.
           READ GOODS-RECV
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

      ******************************************************************
      *    2200-GET-DESCRIPTION                                        *
      *    Leaves the authorised description in IM-DESCRIPTION for     *
      *    the ItemCode in PD-DV-ITEM-CODE.                            *
      ******************************************************************
       2200-GET-DESCRIPTION.
           MOVE PD-DV-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON ITEM MASTER ***"
                       TO IM-DESCRIPTION
           END-READ.
       2200-GET-DESCRIPTION-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CHASE-OVERDUE                                          *
      *    Sequential pass over the open-order file - a line still     *
      *    open with its due date before the trading date is listed    *
      *    for chasing.                                                *
      ******************************************************************
       5000-CHASE-OVERDUE.
           MOVE SPACES TO GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE FROM PD-CHASE-HEADING.
           WRITE GRNCHK-RPT-LINE FROM PD-CHASE-COLUMNS.

           MOVE LOW-VALUES TO OR-ITEM-CODE.
           START OPEN-ORDER
               KEY IS NOT LESS THAN OR-ITEM-CODE
               INVALID KEY
                   GO TO 5000-CHASE-OVERDUE-EXIT
           END-START.

           PERFORM 5100-CHECK-ONE-ORDER
               THRU 5100-CHECK-ONE-ORDER-EXIT
               UNTIL PD-ORDER-EOF.
       5000-CHASE-OVERDUE-EXIT.
           EXIT.

      ******************************************************************
      *    5100-CHECK-ONE-ORDER                                        *
      ******************************************************************
       5100-CHECK-ONE-ORDER.
           READ OPEN-ORDER NEXT
               AT END
                   SET PD-ORDER-EOF TO TRUE
                   GO TO 5100-CHECK-ONE-ORDER-EXIT
           END-READ.

           IF NOT OR-OPEN
                   OR OR-DUE-DATE NOT < PD-TRADING-DATE
               GO TO 5100-CHECK-ONE-ORDER-EXIT
           END-IF.

           ADD 1 TO PD-OVERDUE-COUNT.
           COMPUTE PD-DAYS-OVERDUE = PD-TRADING-INTEGER
               - FUNCTION INTEGER-OF-DATE (OR-DUE-DATE).

           MOVE SPACES TO PD-CHASE-LINE.
           MOVE OR-ITEM-CODE TO PD-CL-ITEM-CODE.
           MOVE OR-ITEM-CODE TO PD-DV-ITEM-CODE.
           PERFORM 2200-GET-DESCRIPTION
               THRU 2200-GET-DESCRIPTION-EXIT.
           MOVE IM-DESCRIPTION TO PD-CL-DESCRIPTION.

           MOVE OR-SUPPLIER-ID TO PD-CL-SUPPLIER-ID.
           MOVE OR-ITEM-CODE   TO SU-ITEM-CODE.
           READ SUPP-MASTER
               KEY IS SU-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON SUPPMAST ***"
                       TO PD-CL-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SU-SUPPLIER-NAME TO PD-CL-SUPPLIER-NAME
           END-READ.

           MOVE OR-ORDER-DATE   TO PD-CL-ORDER-DATE.
           MOVE OR-DUE-DATE     TO PD-CL-DUE-DATE.
           MOVE PD-DAYS-OVERDUE TO PD-CL-DAYS-OVERDUE.
           COMPUTE PD-QTY-DIFFERENCE =
               OR-QTY-ORDERED - OR-QTY-RECEIVED.
           MOVE PD-QTY-DIFFERENCE TO PD-CL-OUTSTANDING.
           WRITE GRNCHK-RPT-LINE FROM PD-CHASE-LINE.
       5100-CHECK-ONE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    6500-CHECK-ALREADY-POSTED                                   *
      *    Looks up the posting-log row for the delivery line at       *
      *    PD-RECEIPT-SEQ in generation PD-GOODS-GENERATION.           *
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
      *    A fresh applied row for the delivery line at PD-RECEIPT-SEQ *
      *    under tonight's trading date.                               *
      ******************************************************************
       6600-BUILD-LOG-ROW.
           MOVE SPACES              TO PostingLog.
           MOVE "PDGRNCHK"          TO PostingStep.
           MOVE PD-TRADING-DATE     TO PostingTradingDate.
           SET PostingFromReceipt   TO TRUE.
           MOVE PD-GOODS-GENERATION TO PostingDocument.
           MOVE PD-RECEIPT-SEQ      TO PostingLine.
           SET PostingApplied       TO TRUE.
           MOVE PD-RUN-DATE         TO PostingRunDate.
           MOVE 0 TO PostingMovementDate.
           MOVE 0 TO PostingQuantity.
           MOVE 0 TO PostingValue.
           MOVE 0 TO PostingPointsEarned.
           MOVE 0 TO PostingPointsRedeemed.
       6600-BUILD-LOG-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6700-WRITE-LOG-ROW                                          *
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
       8000-FINISH-UP.
           MOVE PD-RECEIPT-COUNT   TO PD-SUM-RECEIPTS.
           MOVE PD-COMPLETE-COUNT  TO PD-SUM-COMPLETE.
           MOVE PD-SHORT-COUNT     TO PD-SUM-SHORT.
           MOVE PD-OVER-COUNT      TO PD-SUM-OVER.
           MOVE PD-UNORDERED-COUNT TO PD-SUM-UNORDERED.
           MOVE PD-OVERDUE-COUNT   TO PD-SUM-OVERDUE.
           MOVE PD-RECEIPT-SKIPPED-COUNT TO PD-SUM-RECEIPTS-SKIPPED.

           MOVE SPACES TO GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE GRNCHK-RPT-LINE FROM PD-SUMMARY-LINE-7.

           CLOSE OPEN-ORDER
                 POST-LOG
                 SUPP-MASTER
                 ITEM-MASTER
                 GRNCHK-RPT.
           IF NOT PD-GOODS-MISSING
               CLOSE GOODS-RECV
           END-IF.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
