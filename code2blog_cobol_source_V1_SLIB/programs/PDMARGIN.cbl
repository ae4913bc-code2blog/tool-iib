      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDMARGIN                                        *
      *   PURPOSE:     Nightly gross-margin report.  Reads PDBASKET's  *
      *                assembled-invoice extract and values every      *
      *                item line at the cost price held on the item    *
      *                master - maintained by PDITMLD and kept         *
      *                current by PDSTOCK from the goods-received      *
      *                cost - to give sales, cost and margin by        *
      *                ItemCode, by Grocery/NonGrocery and by store.   *
      *                A credit (refund) basket line reduces sales     *
      *                and cost alike.  Every sale line rung below     *
      *                its cost price is listed, noting where a        *
      *                PROMMAST promotion was running for the item     *
      *                that day, so a loss-making promotion is seen    *
      *                the next morning rather than at period end.     *
      *                A line whose item has no cost price on the      *
      *                master cannot be valued; it is left out of the  *
      *                margin analysis and totalled separately.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDMARGIN.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - sales, cost and margin    *
      *                    by item, item type and store, with lines    *
      *                    sold below cost listed.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PDBASKET writes this extract as an indexed file keyed on
      *    InvoiceNumber; reading it sequentially visits each invoice
      *    once, in ascending InvoiceNumber order.
           SELECT ASSEMBLED-IN
               ASSIGN TO PDBASKOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AI-INVOICE-NUMBER
               FILE STATUS IS ASSEMBLED-IN-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO ITEMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PROM-MASTER
               ASSIGN TO PROMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS PROM-MASTER-STATUS.

           SELECT MARGIN-RPT
               ASSIGN TO PDMARGNR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARGIN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The extract record holds the assembled invoice directly -
      * header fields then the items themselves, OCCURS DEPENDING ON
      * the item count.
       FD  ASSEMBLED-IN.
       01  ASSEMBLED-IN-REC.
           05  AI-INVOICE-NUMBER       PIC 9(8).
           05  AI-CUSTOMER-ID          PIC X(12).
           05  AI-CUSTOMER-INITIAL     PIC X OCCURS 2 TIMES.
           05  AI-CUSTOMER-SURNAME     PIC X(20).
           05  AI-TRANS-TYPE           PIC X.
           05  AI-TRADING-DATE         PIC 9(8).
           05  AI-STORE-NUMBER         PIC 9(3).
           05  AI-TILL-NUMBER          PIC 9(3).
           05  AI-ITEM-COUNT           PIC 9(4)  COMP.
           05  AI-ITEM OCCURS 1 TO 500 TIMES
                       DEPENDING ON AI-ITEM-COUNT.
               10  AI-ITEM-TYPE        PIC X.
               10  AI-ITEM-CODE        PIC X(10).
               10  AI-DESCRIPTION      PIC X(30).
               10  AI-PRICE            PIC 9999V99.
               10  AI-SELLBYDATE       PIC 9(8).
               10  AI-COLOUR           PIC X(8).
               10  AI-QUANTITY         PIC 9(6).

      * ITEM-MASTER mirrors the layout PDITMLD maintains - the
      * authorised description, item type and cost price.
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

      * PROM-MASTER mirrors the layout PDPROMLD maintains - one
      * promotion per ItemCode, a straight promo price or a multibuy
      * rule, and the trading dates it runs between, inclusive.
       FD  PROM-MASTER.
       01  PROM-MASTER-REC.
           05  PM-ITEM-CODE             PIC X(10).
           05  PM-PROMO-PRICE           PIC 9999V99.
           05  PM-MULTIBUY-QTY          PIC 9(3).
           05  PM-MULTIBUY-PRICE        PIC 9999V99.
           05  PM-START-DATE            PIC 9(8).
           05  PM-END-DATE              PIC 9(8).

       FD  MARGIN-RPT
           RECORDING MODE IS F.
       01  MARGIN-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ASSEMBLED-IN-STATUS          PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  PROM-MASTER-STATUS           PIC XX            VALUE "00".
       77  MARGIN-RPT-STATUS            PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

      * A missing promotions master (nothing ever promoted) is not an
      * error - no below-cost line is then put down to a promotion.
       77  PD-NO-PROMOS-SWITCH          PIC X(01)         VALUE "N".
           88  PD-NO-PROMOS                                VALUE "Y".
       77  PD-PROMO-ACTIVE-SWITCH       PIC X(01)         VALUE "N".
           88  PD-PROMO-ACTIVE                             VALUE "Y".

       77  PD-ITEM-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-TYPE-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-INVOICE-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-VALUED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-NO-COST-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-BELOW-COST-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-BELOW-PROMO-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-NO-COST-SALES             PIC S9(11)V99 COMP VALUE 0.
       77  PD-BELOW-COST-LOSS           PIC S9(11)V99 COMP VALUE 0.

      * The line being analysed - units, sales and cost signed so a
      * credit (refund) line comes off the totals.
       77  PD-LINE-UNITS                PIC S9(9) COMP     VALUE 0.
       77  PD-LINE-SALES                PIC S9(9)V99 COMP  VALUE 0.
       77  PD-LINE-COST                 PIC S9(9)V99 COMP  VALUE 0.
       77  PD-LINE-LOSS                 PIC S9(9)V99 COMP  VALUE 0.

      * Work fields for formatting one analysis line - whichever
      * table entry is being printed is moved here first.
       77  PD-CALC-UNITS                PIC S9(9) COMP     VALUE 0.
       77  PD-CALC-SALES                PIC S9(11)V99 COMP VALUE 0.
       77  PD-CALC-COST                 PIC S9(11)V99 COMP VALUE 0.
       77  PD-CALC-MARGIN               PIC S9(11)V99 COMP VALUE 0.
       77  PD-CALC-PCT                  PIC S9(4)V9       VALUE 0.

      * Sales, cost and margin by ItemCode.  The table is searched
      * linearly per line, the way PDPRICEX searches its uptake
      * table; items past the table still reach the type and store
      * totals, and the shortfall is reported at end of run.
       77  PD-ITEM-COUNT                PIC 9(4)  COMP     VALUE 0.
       77  PD-ITEM-TAB-SUB              PIC 9(4)  COMP     VALUE 0.
       77  PD-MAX-ITEMS                 PIC 9(4)  COMP     VALUE 2000.
       77  PD-ITEM-FOUND-SWITCH         PIC X(01)         VALUE "N".
           88  PD-ITEM-FOUND                               VALUE "Y".
       77  PD-ITEM-HIT-SUB              PIC 9(4)  COMP     VALUE 0.
       77  PD-ITEM-OVERFLOW             PIC 9(7)  COMP     VALUE 0.
       01  PD-ITEM-TABLE.
           05  PD-ITEM-ENTRY OCCURS 2000 TIMES.
               10  PD-IE-ITEM-CODE      PIC X(10).
               10  PD-IE-DESCRIPTION    PIC X(30).
               10  PD-IE-ITEM-TYPE      PIC X.
               10  PD-IE-UNITS          PIC S9(9) COMP.
               10  PD-IE-SALES          PIC S9(11)V99 COMP.
               10  PD-IE-COST           PIC S9(11)V99 COMP.

      * Sales and cost by item type - entry 1 Grocery, entry 2
      * NonGrocery - and for the whole night.
       01  PD-TYPE-TABLE.
           05  PD-TYPE-ENTRY OCCURS 2 TIMES.
               10  PD-TE-UNITS          PIC S9(9) COMP.
               10  PD-TE-SALES          PIC S9(11)V99 COMP.
               10  PD-TE-COST           PIC S9(11)V99 COMP.
       77  PD-TOTAL-UNITS               PIC S9(9) COMP     VALUE 0.
       77  PD-TOTAL-SALES               PIC S9(11)V99 COMP VALUE 0.
       77  PD-TOTAL-COST                PIC S9(11)V99 COMP VALUE 0.

      * Sales and cost by store, searched the way PDPAYMAT searches
      * its store table.
       77  PD-STORE-COUNT               PIC 9(4)  COMP     VALUE 0.
       77  PD-STORE-SUB                 PIC 9(4)  COMP     VALUE 0.
       77  PD-MAX-STORES                PIC 9(4)  COMP     VALUE 10.
       77  PD-STORE-FOUND-SWITCH        PIC X(01)         VALUE "N".
           88  PD-STORE-FOUND                              VALUE "Y".
       77  PD-STORE-HIT-SUB             PIC 9(4)  COMP     VALUE 0.
       77  PD-STORE-OVERFLOW            PIC 9(7)  COMP     VALUE 0.
       01  PD-STORE-TABLE.
           05  PD-STORE-ENTRY OCCURS 10 TIMES.
               10  PD-ST-STORE-NUMBER   PIC 9(3).
               10  PD-ST-UNITS          PIC S9(9) COMP.
               10  PD-ST-SALES          PIC S9(11)V99 COMP.
               10  PD-ST-COST           PIC S9(11)V99 COMP.

      * PD-ASSEMBLED-INVOICE mirrors the layout PDBASKET writes to its
      * assembled-basket extract.  The extract record is variable, so
      * a READ only refreshes the items actually present - every walk
      * below is bounded by PD-AI-ITEM-COUNT, never the full table.
       01  PD-ASSEMBLED-INVOICE.
           05  PD-AI-INVOICE-NUMBER     PIC 9(8).
           05  PD-AI-CUSTOMER-ID        PIC X(12).
           05  PD-AI-CUSTOMER-INITIAL   PIC X OCCURS 2 TIMES.
           05  PD-AI-CUSTOMER-SURNAME   PIC X(20).
           05  PD-AI-TRANS-TYPE         PIC X.
               88  PD-AI-SALE               VALUE "S".
               88  PD-AI-CREDIT             VALUE "R".
           05  PD-AI-TRADING-DATE       PIC 9(8).
           05  PD-AI-STORE-NUMBER       PIC 9(3).
           05  PD-AI-TILL-NUMBER        PIC 9(3).
           05  PD-AI-ITEM-COUNT         PIC 9(4)  COMP.
           05  PD-AI-ITEM OCCURS 500 TIMES.
               10  PD-AI-ITEM-TYPE      PIC X.
               10  PD-AI-ITEM-CODE      PIC X(10).
               10  PD-AI-DESCRIPTION    PIC X(30).
               10  PD-AI-PRICE          PIC 9999V99.
               10  PD-AI-SELLBYDATE     PIC 9(8).
               10  PD-AI-COLOUR         PIC X(8).
               10  PD-AI-QUANTITY       PIC 9(6).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDMARGIN - NIGHTLY SALES, COST AND MARGIN REPORT".

       01  PD-BELOW-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
             "LINES SOLD BELOW COST".
       01  PD-BELOW-HEADING-2.
           05  FILLER                  PIC X(27) VALUE
             "INVOICE   STR  ITEMCODE    ".
           05  FILLER                  PIC X(32) VALUE
             "DESCRIPTION".
           05  FILLER                  PIC X(07) VALUE "    QTY".
           05  FILLER                  PIC X(09) VALUE "    PRICE".
           05  FILLER                  PIC X(09) VALUE "     COST".
           05  FILLER                  PIC X(15) VALUE
             "           LOSS".
           05  FILLER                  PIC X(06) VALUE "  NOTE".

       01  PD-BELOW-LINE.
           05  PD-BL-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-STORE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-QUANTITY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-PRICE             PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-COST              PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-LOSS              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-BL-NOTE              PIC X(20).

       01  PD-ITEM-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
             "MARGIN BY ITEMCODE".
       01  PD-TYPE-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
             "MARGIN BY ITEM TYPE".
       01  PD-STORE-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
             "MARGIN BY STORE".
       01  PD-ANALYSIS-HEADING.
           05  FILLER                  PIC X(45) VALUE
             "ITEMCODE    DESCRIPTION                     T".
           05  FILLER                  PIC X(10) VALUE "     UNITS".
           05  FILLER                  PIC X(16) VALUE
             "          SALES ".
           05  FILLER                  PIC X(16) VALUE
             "           COST ".
           05  FILLER                  PIC X(16) VALUE
             "         MARGIN ".
           05  FILLER                  PIC X(09) VALUE "  MARGIN%".

      * One analysis line serves all three sections - the label is
      * the item code, description and type for the item section,
      * the type name or store number for the others.
       01  PD-ANALYSIS-LINE.
           05  PD-AL-LABEL.
               10  PD-AL-ITEM-CODE     PIC X(10).
               10  FILLER              PIC X(02).
               10  PD-AL-DESCRIPTION   PIC X(30).
               10  FILLER              PIC X(02).
               10  PD-AL-ITEM-TYPE     PIC X.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-UNITS             PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-SALES             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-COST              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-MARGIN            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-PCT-AREA.
               10  PD-AL-PCT           PIC ZZZ9.9-.

       01  PD-STORE-LABEL.
           05  FILLER                  PIC X(06)         VALUE "STORE ".
           05  PD-SL-STORE-NUMBER      PIC 9(3).

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES READ . . . . . . . :".
           05  PD-SUM-INVOICES         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM LINES READ . . . . . . :".
           05  PD-SUM-LINES            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM LINES VALUED AT COST . :".
           05  PD-SUM-VALUED           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "LINES WITH NO COST PRICE  . :".
           05  PD-SUM-NO-COST          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "SALES NOT VALUED AT COST  . :".
           05  PD-SUM-NO-COST-SALES    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "LINES SOLD BELOW COST . . . :".
           05  PD-SUM-BELOW-COST       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "  OF WHICH ON PROMOTION . . :".
           05  PD-SUM-BELOW-PROMO      PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "LOSS ON LINES BELOW COST  . :".
           05  PD-SUM-BELOW-LOSS       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-ANALYSE-ONE-INVOICE
               THRU 2000-ANALYSE-ONE-INVOICE-EXIT
               UNTIL PD-END-OF-FILE.

           PERFORM 7000-PRINT-ITEMS
               THRU 7000-PRINT-ITEMS-EXIT.

           PERFORM 7200-PRINT-TYPES
               THRU 7200-PRINT-TYPES-EXIT.

           PERFORM 7300-PRINT-STORES
               THRU 7300-PRINT-STORES-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               DISPLAY "PDMARGIN - UNABLE TO OPEN PDBASKOT, STATUS = "
                   ASSEMBLED-IN-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDMARGIN - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  PROM-MASTER.
           IF PROM-MASTER-STATUS = "35"
               SET PD-NO-PROMOS TO TRUE
           ELSE
               IF PROM-MASTER-STATUS NOT = "00"
                   DISPLAY "PDMARGIN - UNABLE TO OPEN PROMMAST, "
                       "STATUS = " PROM-MASTER-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT MARGIN-RPT.

           MOVE 0 TO PD-TE-UNITS (1) PD-TE-SALES (1) PD-TE-COST (1)
                     PD-TE-UNITS (2) PD-TE-SALES (2) PD-TE-COST (2).

           WRITE MARGIN-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE MARGIN-RPT-LINE FROM PD-BELOW-HEADING-1.
           WRITE MARGIN-RPT-LINE FROM PD-BELOW-HEADING-2.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-ANALYSE-ONE-INVOICE                                    *
      ******************************************************************
       2000-ANALYSE-ONE-INVOICE.
           ADD 1 TO PD-INVOICE-COUNT.

           PERFORM 3000-ANALYSE-ITEM
               THRU 3000-ANALYSE-ITEM-EXIT
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > PD-AI-ITEM-COUNT.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       2000-ANALYSE-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-ASSEMBLED                                         *
      ******************************************************************
       2100-READ-ASSEMBLED.
           READ ASSEMBLED-IN
               AT END
                   SET PD-END-OF-FILE TO TRUE
           END-READ.
           IF NOT PD-END-OF-FILE
               MOVE ASSEMBLED-IN-REC TO PD-ASSEMBLED-INVOICE
           END-IF.
       2100-READ-ASSEMBLED-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ANALYSE-ITEM                                           *
      *    Values the line at the item-master cost price and rolls it  *
      *    into the item, type and store totals.  An ItemCode not on   *
      *    the master, or on it with no cost price yet, cannot be      *
      *    valued and is only counted.                                 *
      ******************************************************************
       3000-ANALYSE-ITEM.
           ADD 1 TO PD-LINE-COUNT.

           COMPUTE PD-LINE-SALES =
               PD-AI-PRICE (PD-ITEM-SUB) * PD-AI-QUANTITY (PD-ITEM-SUB).
           IF PD-AI-CREDIT
               COMPUTE PD-LINE-SALES = 0 - PD-LINE-SALES
           END-IF.

           MOVE PD-AI-ITEM-CODE (PD-ITEM-SUB) TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE 0 TO IM-COST-PRICE
           END-READ.
           IF IM-COST-PRICE = 0
               ADD 1 TO PD-NO-COST-COUNT
               ADD PD-LINE-SALES TO PD-NO-COST-SALES
               GO TO 3000-ANALYSE-ITEM-EXIT
           END-IF.

           ADD 1 TO PD-VALUED-COUNT.
           MOVE PD-AI-QUANTITY (PD-ITEM-SUB) TO PD-LINE-UNITS.
           COMPUTE PD-LINE-COST =
               IM-COST-PRICE * PD-AI-QUANTITY (PD-ITEM-SUB).
           IF PD-AI-CREDIT
               COMPUTE PD-LINE-UNITS = 0 - PD-LINE-UNITS
               COMPUTE PD-LINE-COST = 0 - PD-LINE-COST
           ELSE
               IF PD-AI-PRICE (PD-ITEM-SUB) < IM-COST-PRICE
                   PERFORM 3100-REPORT-BELOW-COST
                       THRU 3100-REPORT-BELOW-COST-EXIT
               END-IF
           END-IF.

           IF IM-GROCERY
               MOVE 1 TO PD-TYPE-SUB
           ELSE
               MOVE 2 TO PD-TYPE-SUB
           END-IF.
           ADD PD-LINE-UNITS TO PD-TE-UNITS (PD-TYPE-SUB).
           ADD PD-LINE-SALES TO PD-TE-SALES (PD-TYPE-SUB).
           ADD PD-LINE-COST  TO PD-TE-COST (PD-TYPE-SUB).
           ADD PD-LINE-UNITS TO PD-TOTAL-UNITS.
           ADD PD-LINE-SALES TO PD-TOTAL-SALES.
           ADD PD-LINE-COST  TO PD-TOTAL-COST.

           PERFORM 3300-ADD-TO-ITEM
               THRU 3300-ADD-TO-ITEM-EXIT.
           PERFORM 3400-ADD-TO-STORE
               THRU 3400-ADD-TO-STORE-EXIT.
       3000-ANALYSE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3100-REPORT-BELOW-COST                                      *
      *    A sale line rung below the item's cost price - the loss is  *
      *    the shortfall on each unit times the quantity.  A promotion *
      *    running for the item on the invoice's trading date is       *
      *    noted against the line.                                     *
      ******************************************************************
       3100-REPORT-BELOW-COST.
           ADD 1 TO PD-BELOW-COST-COUNT.
           COMPUTE PD-LINE-LOSS = PD-LINE-COST - PD-LINE-SALES.
           ADD PD-LINE-LOSS TO PD-BELOW-COST-LOSS.

           PERFORM 3200-CHECK-PROMOTION
               THRU 3200-CHECK-PROMOTION-EXIT.

           MOVE SPACES TO PD-BELOW-LINE.
           MOVE PD-AI-INVOICE-NUMBER TO PD-BL-INVOICE-NUMBER.
           MOVE PD-AI-STORE-NUMBER TO PD-BL-STORE-NUMBER.
           MOVE PD-AI-ITEM-CODE (PD-ITEM-SUB) TO PD-BL-ITEM-CODE.
           MOVE IM-DESCRIPTION TO PD-BL-DESCRIPTION.
           MOVE PD-AI-QUANTITY (PD-ITEM-SUB) TO PD-BL-QUANTITY.
           MOVE PD-AI-PRICE (PD-ITEM-SUB) TO PD-BL-PRICE.
           MOVE IM-COST-PRICE TO PD-BL-COST.
           MOVE PD-LINE-LOSS TO PD-BL-LOSS.
           IF PD-PROMO-ACTIVE
               ADD 1 TO PD-BELOW-PROMO-COUNT
               IF PM-PROMO-PRICE > 0
                   MOVE "PROMOTION PRICE" TO PD-BL-NOTE
               ELSE
                   MOVE "MULTIBUY PROMOTION" TO PD-BL-NOTE
               END-IF
           END-IF.
           WRITE MARGIN-RPT-LINE FROM PD-BELOW-LINE.
       3100-REPORT-BELOW-COST-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CHECK-PROMOTION                                        *
      *    Decides whether the item had a promotion running on the     *
      *    invoice's trading date, the same date test PDPRICEX makes.  *
      ******************************************************************
       3200-CHECK-PROMOTION.
           MOVE "N" TO PD-PROMO-ACTIVE-SWITCH.

           IF PD-NO-PROMOS
               GO TO 3200-CHECK-PROMOTION-EXIT
           END-IF.

           MOVE PD-AI-ITEM-CODE (PD-ITEM-SUB) TO PM-ITEM-CODE.
           READ PROM-MASTER
               KEY IS PM-ITEM-CODE
               INVALID KEY
                   GO TO 3200-CHECK-PROMOTION-EXIT
           END-READ.

           IF PD-AI-TRADING-DATE < PM-START-DATE
                   OR PD-AI-TRADING-DATE > PM-END-DATE
               GO TO 3200-CHECK-PROMOTION-EXIT
           END-IF.

           SET PD-PROMO-ACTIVE TO TRUE.
       3200-CHECK-PROMOTION-EXIT.
           EXIT.

      ******************************************************************
      *    3300-ADD-TO-ITEM                                            *
      ******************************************************************
       3300-ADD-TO-ITEM.
           MOVE "N" TO PD-ITEM-FOUND-SWITCH.
           PERFORM 3310-SEARCH-ONE-ITEM
               THRU 3310-SEARCH-ONE-ITEM-EXIT
               VARYING PD-ITEM-TAB-SUB FROM 1 BY 1
               UNTIL PD-ITEM-TAB-SUB > PD-ITEM-COUNT
                   OR PD-ITEM-FOUND.

           IF NOT PD-ITEM-FOUND
               IF PD-ITEM-COUNT < PD-MAX-ITEMS
                   ADD 1 TO PD-ITEM-COUNT
                   MOVE PD-ITEM-COUNT TO PD-ITEM-HIT-SUB
                   MOVE IM-ITEM-CODE
                       TO PD-IE-ITEM-CODE (PD-ITEM-HIT-SUB)
                   MOVE IM-DESCRIPTION
                       TO PD-IE-DESCRIPTION (PD-ITEM-HIT-SUB)
                   MOVE IM-ITEM-TYPE
                       TO PD-IE-ITEM-TYPE (PD-ITEM-HIT-SUB)
                   MOVE 0 TO PD-IE-UNITS (PD-ITEM-HIT-SUB)
                   MOVE 0 TO PD-IE-SALES (PD-ITEM-HIT-SUB)
                   MOVE 0 TO PD-IE-COST  (PD-ITEM-HIT-SUB)
               ELSE
                   ADD 1 TO PD-ITEM-OVERFLOW
                   GO TO 3300-ADD-TO-ITEM-EXIT
               END-IF
           END-IF.

           ADD PD-LINE-UNITS TO PD-IE-UNITS (PD-ITEM-HIT-SUB).
           ADD PD-LINE-SALES TO PD-IE-SALES (PD-ITEM-HIT-SUB).
           ADD PD-LINE-COST  TO PD-IE-COST (PD-ITEM-HIT-SUB).
       3300-ADD-TO-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3310-SEARCH-ONE-ITEM                                        *
      ******************************************************************
       3310-SEARCH-ONE-ITEM.
           IF PD-IE-ITEM-CODE (PD-ITEM-TAB-SUB) = IM-ITEM-CODE
               SET PD-ITEM-FOUND TO TRUE
               MOVE PD-ITEM-TAB-SUB TO PD-ITEM-HIT-SUB
           END-IF.
       3310-SEARCH-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3400-ADD-TO-STORE                                           *
      ******************************************************************
       3400-ADD-TO-STORE.
           MOVE "N" TO PD-STORE-FOUND-SWITCH.
           PERFORM 3410-SEARCH-ONE-STORE
               THRU 3410-SEARCH-ONE-STORE-EXIT
               VARYING PD-STORE-SUB FROM 1 BY 1
               UNTIL PD-STORE-SUB > PD-STORE-COUNT
                   OR PD-STORE-FOUND.

           IF NOT PD-STORE-FOUND
               IF PD-STORE-COUNT < PD-MAX-STORES
                   ADD 1 TO PD-STORE-COUNT
                   MOVE PD-STORE-COUNT TO PD-STORE-HIT-SUB
                   MOVE PD-AI-STORE-NUMBER
                       TO PD-ST-STORE-NUMBER (PD-STORE-HIT-SUB)
                   MOVE 0 TO PD-ST-UNITS (PD-STORE-HIT-SUB)
                   MOVE 0 TO PD-ST-SALES (PD-STORE-HIT-SUB)
                   MOVE 0 TO PD-ST-COST  (PD-STORE-HIT-SUB)
               ELSE
                   ADD 1 TO PD-STORE-OVERFLOW
                   GO TO 3400-ADD-TO-STORE-EXIT
               END-IF
           END-IF.

           ADD PD-LINE-UNITS TO PD-ST-UNITS (PD-STORE-HIT-SUB).
           ADD PD-LINE-SALES TO PD-ST-SALES (PD-STORE-HIT-SUB).
           ADD PD-LINE-COST  TO PD-ST-COST (PD-STORE-HIT-SUB).
       3400-ADD-TO-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    3410-SEARCH-ONE-STORE                                       *
      ******************************************************************
       3410-SEARCH-ONE-STORE.
           IF PD-ST-STORE-NUMBER (PD-STORE-SUB) = PD-AI-STORE-NUMBER
               SET PD-STORE-FOUND TO TRUE
               MOVE PD-STORE-SUB TO PD-STORE-HIT-SUB
           END-IF.
       3410-SEARCH-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-ITEMS                                            *
      ******************************************************************
       7000-PRINT-ITEMS.
           WRITE MARGIN-RPT-LINE FROM PD-ITEM-HEADING-1.
           WRITE MARGIN-RPT-LINE FROM PD-ANALYSIS-HEADING.
           PERFORM 7100-PRINT-ONE-ITEM
               THRU 7100-PRINT-ONE-ITEM-EXIT
               VARYING PD-ITEM-TAB-SUB FROM 1 BY 1
               UNTIL PD-ITEM-TAB-SUB > PD-ITEM-COUNT.
       7000-PRINT-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      *    7100-PRINT-ONE-ITEM                                         *
      ******************************************************************
       7100-PRINT-ONE-ITEM.
           MOVE SPACES TO PD-AL-LABEL.
           MOVE PD-IE-ITEM-CODE (PD-ITEM-TAB-SUB)   TO PD-AL-ITEM-CODE.
           MOVE PD-IE-DESCRIPTION (PD-ITEM-TAB-SUB)
               TO PD-AL-DESCRIPTION.
           MOVE PD-IE-ITEM-TYPE (PD-ITEM-TAB-SUB)   TO PD-AL-ITEM-TYPE.
           MOVE PD-IE-UNITS (PD-ITEM-TAB-SUB) TO PD-CALC-UNITS.
           MOVE PD-IE-SALES (PD-ITEM-TAB-SUB) TO PD-CALC-SALES.
           MOVE PD-IE-COST (PD-ITEM-TAB-SUB)  TO PD-CALC-COST.
           PERFORM 7900-FORMAT-ANALYSIS
               THRU 7900-FORMAT-ANALYSIS-EXIT.
       7100-PRINT-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    7200-PRINT-TYPES                                            *
      *    Grocery, NonGrocery and the night's total valued sales.     *
      ******************************************************************
       7200-PRINT-TYPES.
           WRITE MARGIN-RPT-LINE FROM PD-TYPE-HEADING-1.

           MOVE "GROCERY" TO PD-AL-LABEL.
           MOVE PD-TE-UNITS (1) TO PD-CALC-UNITS.
           MOVE PD-TE-SALES (1) TO PD-CALC-SALES.
           MOVE PD-TE-COST (1)  TO PD-CALC-COST.
           PERFORM 7900-FORMAT-ANALYSIS
               THRU 7900-FORMAT-ANALYSIS-EXIT.

           MOVE "NONGROCERY" TO PD-AL-LABEL.
           MOVE PD-TE-UNITS (2) TO PD-CALC-UNITS.
           MOVE PD-TE-SALES (2) TO PD-CALC-SALES.
           MOVE PD-TE-COST (2)  TO PD-CALC-COST.
           PERFORM 7900-FORMAT-ANALYSIS
               THRU 7900-FORMAT-ANALYSIS-EXIT.

           MOVE "TOTAL" TO PD-AL-LABEL.
           MOVE PD-TOTAL-UNITS TO PD-CALC-UNITS.
           MOVE PD-TOTAL-SALES TO PD-CALC-SALES.
           MOVE PD-TOTAL-COST  TO PD-CALC-COST.
           PERFORM 7900-FORMAT-ANALYSIS
               THRU 7900-FORMAT-ANALYSIS-EXIT.
       7200-PRINT-TYPES-EXIT.
           EXIT.

      ******************************************************************
      *    7300-PRINT-STORES                                           *
      ******************************************************************
       7300-PRINT-STORES.
           WRITE MARGIN-RPT-LINE FROM PD-STORE-HEADING-1.
           PERFORM 7310-PRINT-ONE-STORE
               THRU 7310-PRINT-ONE-STORE-EXIT
               VARYING PD-STORE-SUB FROM 1 BY 1
               UNTIL PD-STORE-SUB > PD-STORE-COUNT.
       7300-PRINT-STORES-EXIT.
           EXIT.

      ******************************************************************
      *    7310-PRINT-ONE-STORE                                        *
      ******************************************************************
       7310-PRINT-ONE-STORE.
           MOVE PD-ST-STORE-NUMBER (PD-STORE-SUB) TO PD-SL-STORE-NUMBER.
           MOVE PD-STORE-LABEL TO PD-AL-LABEL.
           MOVE PD-ST-UNITS (PD-STORE-SUB) TO PD-CALC-UNITS.
           MOVE PD-ST-SALES (PD-STORE-SUB) TO PD-CALC-SALES.
           MOVE PD-ST-COST (PD-STORE-SUB)  TO PD-CALC-COST.
           PERFORM 7900-FORMAT-ANALYSIS
               THRU 7900-FORMAT-ANALYSIS-EXIT.
       7310-PRINT-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    7900-FORMAT-ANALYSIS                                        *
      *    Margin is sales less cost; margin percent is of sales, and  *
      *    is left blank where there were no net sales to divide by.   *
      ******************************************************************
       7900-FORMAT-ANALYSIS.
           COMPUTE PD-CALC-MARGIN = PD-CALC-SALES - PD-CALC-COST.
           MOVE PD-CALC-UNITS  TO PD-AL-UNITS.
           MOVE PD-CALC-SALES  TO PD-AL-SALES.
           MOVE PD-CALC-COST   TO PD-AL-COST.
           MOVE PD-CALC-MARGIN TO PD-AL-MARGIN.
           IF PD-CALC-SALES = 0
               MOVE SPACES TO PD-AL-PCT-AREA
           ELSE
               COMPUTE PD-CALC-PCT ROUNDED =
                   PD-CALC-MARGIN * 100 / PD-CALC-SALES
                   ON SIZE ERROR
                       MOVE 0 TO PD-CALC-PCT
               END-COMPUTE
               MOVE PD-CALC-PCT TO PD-AL-PCT
           END-IF.
           WRITE MARGIN-RPT-LINE FROM PD-ANALYSIS-LINE.
       7900-FORMAT-ANALYSIS-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-INVOICE-COUNT     TO PD-SUM-INVOICES.
           MOVE PD-LINE-COUNT        TO PD-SUM-LINES.
           MOVE PD-VALUED-COUNT      TO PD-SUM-VALUED.
           MOVE PD-NO-COST-COUNT     TO PD-SUM-NO-COST.
           MOVE PD-NO-COST-SALES     TO PD-SUM-NO-COST-SALES.
           MOVE PD-BELOW-COST-COUNT  TO PD-SUM-BELOW-COST.
           MOVE PD-BELOW-PROMO-COUNT TO PD-SUM-BELOW-PROMO.
           MOVE PD-BELOW-COST-LOSS   TO PD-SUM-BELOW-LOSS.

           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE MARGIN-RPT-LINE FROM PD-SUMMARY-LINE-8.

           IF PD-ITEM-OVERFLOW > 0
               DISPLAY "PDMARGIN - " PD-ITEM-OVERFLOW
                   " LINES PAST THE ITEM TABLE - ITEM SECTION"
                   " IS UNDERSTATED"
           END-IF.
           IF PD-STORE-OVERFLOW > 0
               DISPLAY "PDMARGIN - " PD-STORE-OVERFLOW
                   " LINES PAST THE STORE TABLE - STORE SECTION"
                   " IS UNDERSTATED"
           END-IF.

           CLOSE ASSEMBLED-IN
                 ITEM-MASTER
                 MARGIN-RPT.
           IF NOT PD-NO-PROMOS
               CLOSE PROM-MASTER
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
