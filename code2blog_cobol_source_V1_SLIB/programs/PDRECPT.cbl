      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDRECPT                                         *
      *   PURPOSE:     Duplicate VAT receipt reprint for the           *
      *                customer-service desk.  Given an                *
      *                InvoiceNumber, finds the invoice on PURCH-HIST  *
      *                and its tenders on the payment history          *
      *                PDPAYEDT keeps, and prints a receipt clearly    *
      *                marked DUPLICATE: store, till and trading       *
      *                date, each item line with its VAT category      *
      *                off the item/price master, the VAT analysis by  *
      *                category worked the same way PDVATRPT works it  *
      *                (till prices are VAT-inclusive), and each       *
      *                tender with the change given.  A credit         *
      *                invoice prints as a credit note.  Card          *
      *                numbers are never reprinted.                    *
      *                                                                *
      *                Run parameter, fixed columns:                   *
      *                  <invoice> [<customerid>]                      *
      *                    InvoiceNumber in columns 1-8, CustomerId    *
      *                    optionally in columns 10-21.  With the      *
      *                    CustomerId the row is read directly;        *
      *                    without it PURCH-HIST is scanned for the    *
      *                    invoice.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDRECPT.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - duplicate VAT receipt     *
      *                    from PURCH-HIST, ITEMMAST and the payment   *
      *                    history.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-HIST
               ASSIGN TO PURCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS PH-NAME-KEY WITH DUPLICATES
               FILE STATUS IS PURCH-HIST-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO ITEMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PAY-HIST
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAY-HIST-STATUS.

           SELECT RECEIPT-RPT
               ASSIGN TO PDRECPTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PURCH-HIST mirrors the layout PDBASKET loads.
       FD  PURCH-HIST.
       01  PURCH-HIST-REC.
           05  PH-PRIMARY-KEY.
               10  PH-CUSTOMER-ID       PIC X(12).
               10  PH-INVOICE-NUMBER    PIC 9(8).
           05  PH-NAME-KEY.
               10  PH-CUSTOMER-SURNAME  PIC X(20).
               10  PH-CUSTOMER-INITIAL-1 PIC X.
               10  PH-CUSTOMER-INITIAL-2 PIC X.
           05  PH-ITEM-COUNT            PIC 9(4)  COMP.
           05  PH-TRADING-DATE          PIC 9(8).
           05  PH-TRANS-TYPE            PIC X.
               88  PH-SALE                  VALUE "S".
               88  PH-CREDIT                VALUE "R".
           05  PH-STORE-NUMBER          PIC 9(3).
           05  PH-TILL-NUMBER           PIC 9(3).
           05  PH-ITEM OCCURS 1 TO 500 TIMES
                       DEPENDING ON PH-ITEM-COUNT.
               10  PH-ITEM-TYPE         PIC X.
                   88  PH-GROCERY           VALUE "G".
                   88  PH-NONGROCERY        VALUE "N".
               10  PH-ITEM-CODE         PIC X(10).
               10  PH-DESCRIPTION       PIC X(30).
               10  PH-PRICE             PIC 9999V99.
               10  PH-SELLBYDATE        PIC 9(8).
               10  PH-COLOUR            PIC X(8).
               10  PH-QUANTITY          PIC 9(6).

      * ITEM-MASTER mirrors the layout PDITMLD maintains.
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

      * Payment history as PDPAYEDT keeps it - one row per tender.
       FD  PAY-HIST.
       01  PAY-HIST-REC.
           05  PY-KEY.
               10  PY-INVOICE-NUMBER    PIC 9(8).
               10  PY-TENDER-SEQ        PIC 9(2).
           05  PY-TRADING-DATE          PIC 9(8).
           05  PY-LOAD-DATE             PIC 9(8).
           05  PY-TENDER-TYPE           PIC X.
               88  PY-CASH                  VALUE "C".
               88  PY-CARD                  VALUE "D".
               88  PY-CHEQUE                VALUE "H".
               88  PY-LOYALTY               VALUE "L".
               88  PY-REFUND                VALUE "R".
               88  PY-GIFT-VOUCHER          VALUE "V".
           05  PY-AMOUNT-TENDERED       PIC 9999V99.
           05  PY-CHANGE-GIVEN          PIC 9999V99.
           05  PY-REFERENCE             PIC X(20).
           05  PY-STORE-NUMBER          PIC 9(3).
           05  PY-TILL-NUMBER           PIC 9(3).

       FD  RECEIPT-RPT
           RECORDING MODE IS F.
       01  RECEIPT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       77  PURCH-HIST-STATUS            PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  PAY-HIST-STATUS              PIC XX            VALUE "00".
       77  RECEIPT-RPT-STATUS           PIC XX            VALUE "00".

       77  PD-HIST-DONE-SWITCH          PIC X(01)         VALUE "N".
           88  PD-HIST-DONE                               VALUE "Y".
       77  PD-INVOICE-FOUND-SWITCH      PIC X(01)         VALUE "N".
           88  PD-INVOICE-FOUND                           VALUE "Y".
       77  PD-TENDER-DONE-SWITCH        PIC X(01)         VALUE "N".
           88  PD-TENDER-DONE                             VALUE "Y".

      * No payment history yet (status "35") - the receipt still
      * prints, with a note in place of the tenders.
       77  PD-NO-PAY-HIST-SWITCH        PIC X(01)         VALUE "N".
           88  PD-NO-PAY-HIST                             VALUE "Y".

       01  PD-RUN-PARM.
           05  PD-PARM-INVOICE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-CUSTOMER-ID      PIC X(12).
           05  FILLER                   PIC X(19).

       77  PD-TARGET-INVOICE            PIC 9(8)          VALUE 0.
       77  PD-TODAY-CCYYMMDD            PIC 9(8)          VALUE 0.

       77  PD-ITEM-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-TENDER-COUNT              PIC 9(4)  COMP     VALUE 0.

      * VAT rates in force, as PDVATRPT carries them.
       77  PD-STANDARD-RATE             PIC 99V99         VALUE 20.00.
       77  PD-REDUCED-RATE              PIC 99V99         VALUE 5.00.
       77  PD-ZERO-RATE                 PIC 99V99         VALUE 0.

       77  PD-LINE-GROSS                PIC S9(9)V99      VALUE 0.
       77  PD-LINE-VAT                  PIC S9(9)V99      VALUE 0.
       77  PD-INVOICE-TOTAL             PIC S9(11)V99     VALUE 0.

       77  PD-STD-GROSS                 PIC S9(11)V99     VALUE 0.
       77  PD-STD-VAT                   PIC S9(11)V99     VALUE 0.
       77  PD-RED-GROSS                 PIC S9(11)V99     VALUE 0.
       77  PD-RED-VAT                   PIC S9(11)V99     VALUE 0.
       77  PD-ZERO-GROSS                PIC S9(11)V99     VALUE 0.
       77  PD-UNCL-GROSS                PIC S9(11)V99     VALUE 0.
       77  PD-TOTAL-VAT                 PIC S9(11)V99     VALUE 0.

       77  PD-TENDERED-TOTAL            PIC S9(11)V99     VALUE 0.
       77  PD-CHANGE-TOTAL              PIC S9(11)V99     VALUE 0.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDRECPT - DUPLICATE VAT RECEIPT".
       01  PD-DUPLICATE-BANNER.
           05  FILLER                  PIC X(20) VALUE ALL "*".
           05  FILLER                  PIC X(37) VALUE
             " DUPLICATE - NOT AN ORIGINAL RECEIPT ".
           05  FILLER                  PIC X(20) VALUE ALL "*".
       01  PD-BLANK-LINE               PIC X(01)         VALUE SPACES.

       01  PD-PLACE-LINE.
           05  FILLER                  PIC X(06) VALUE "STORE ".
           05  PD-PL-STORE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TILL ".
           05  PD-PL-TILL-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "TRADING DATE ".
           05  PD-PL-TRADING-DATE      PIC 9(8).
       01  PD-INVOICE-LINE.
           05  FILLER                  PIC X(08) VALUE "INVOICE ".
           05  PD-IV-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REPRINTED ".
           05  PD-IV-PRINTED-DATE      PIC 9(8).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  PD-IV-CREDIT-FLAG       PIC X(20).

       01  PD-ITEM-HEADING.
           05  FILLER                  PIC X(14) VALUE "  ITEM".
           05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(15) VALUE
             "  PRICE     QTY".
           05  FILLER                  PIC X(17) VALUE
             "        AMOUNT  V".

       01  PD-ITEM-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-IL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-IL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-PRICE             PIC ZZZ9.99.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-QUANTITY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-VAT-CODE          PIC X(01).

       01  PD-INVOICE-TOTAL-LINE.
           05  FILLER                  PIC X(31)         VALUE SPACES.
           05  PD-IT-LABEL             PIC X(30).
           05  PD-IT-TOTAL             PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-VAT-HEADING.
           05  FILLER                  PIC X(16) VALUE "  VAT".
           05  FILLER                  PIC X(08) VALUE "   RATE ".
           05  FILLER                  PIC X(16) VALUE
             "          GROSS ".
           05  FILLER                  PIC X(15) VALUE
             "           VAT ".
           05  FILLER                  PIC X(15) VALUE
             "           NET ".

       01  PD-VAT-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-VL-CATEGORY          PIC X(14).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-VL-RATE              PIC ZZ9.99.
           05  PD-VL-PERCENT           PIC X(01).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-VL-GROSS             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-VL-VAT               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-VL-NET               PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-TENDER-HEADING.
           05  FILLER                  PIC X(16) VALUE "  TENDER".
           05  FILLER                  PIC X(10) VALUE "  TENDERED".
           05  FILLER                  PIC X(13) VALUE "     CHANGE  ".
           05  FILLER                  PIC X(20) VALUE "REFERENCE".

       01  PD-TENDER-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-TENDER            PIC X(14).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-TL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-CHANGE            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-REFERENCE         PIC X(20).

       01  PD-TENDER-TOTAL-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TT-LABEL             PIC X(30).
           05  PD-TT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-NO-TENDER-LINE.
           05  FILLER                  PIC X(60) VALUE
             "  NO TENDERS ON THE PAYMENT HISTORY FOR THIS INVOICE".

       01  PD-NOTFOUND-LINE.
           05  FILLER                  PIC X(40) VALUE
             "INVOICE NOT FOUND ON PURCHASE HISTORY - ".
           05  PD-NF-INVOICE-NUMBER    PIC 9(8).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-FIND-INVOICE
               THRU 2000-FIND-INVOICE-EXIT.

           IF PD-INVOICE-FOUND
               PERFORM 3000-PRINT-RECEIPT
                   THRU 3000-PRINT-RECEIPT-EXIT
           ELSE
               MOVE PD-TARGET-INVOICE TO PD-NF-INVOICE-NUMBER
               WRITE RECEIPT-RPT-LINE FROM PD-NOTFOUND-LINE
           END-IF.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
           IF PD-PARM-INVOICE NOT NUMERIC
               DISPLAY "PDRECPT - PARAMETER MUST BE <INVOICE>"
                   " [<CUSTOMERID>]"
               GO TO 9999-EXIT
           END-IF.
           MOVE PD-PARM-INVOICE TO PD-TARGET-INVOICE.
           ACCEPT PD-TODAY-CCYYMMDD FROM DATE YYYYMMDD.

           OPEN INPUT PURCH-HIST.
           IF PURCH-HIST-STATUS NOT = "00"
               DISPLAY "PDRECPT - UNABLE TO OPEN PURCHIST, STATUS = "
                   PURCH-HIST-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDRECPT - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT PAY-HIST.
           IF PAY-HIST-STATUS = "35"
               SET PD-NO-PAY-HIST TO TRUE
           ELSE
               IF PAY-HIST-STATUS NOT = "00"
                   DISPLAY "PDRECPT - UNABLE TO OPEN PAYHIST, STATUS = "
                       PAY-HIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT RECEIPT-RPT.

           WRITE RECEIPT-RPT-LINE FROM PD-REPORT-HEADING-1.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-FIND-INVOICE                                           *
      *    With a CustomerId the row is read straight off the primary  *
      *    key.  Without one the file is walked until the invoice      *
      *    turns up - PURCH-HIST has no key on InvoiceNumber alone.    *
      ******************************************************************
       2000-FIND-INVOICE.
           IF PD-PARM-CUSTOMER-ID NOT = SPACES
               MOVE PD-PARM-CUSTOMER-ID TO PH-CUSTOMER-ID
               MOVE PD-TARGET-INVOICE   TO PH-INVOICE-NUMBER
               READ PURCH-HIST
                   KEY IS PH-PRIMARY-KEY
                   INVALID KEY
                       GO TO 2000-FIND-INVOICE-EXIT
               END-READ
               SET PD-INVOICE-FOUND TO TRUE
               GO TO 2000-FIND-INVOICE-EXIT
           END-IF.

           MOVE LOW-VALUES TO PH-PRIMARY-KEY.
           START PURCH-HIST
               KEY IS NOT LESS THAN PH-PRIMARY-KEY
               INVALID KEY
                   SET PD-HIST-DONE TO TRUE
           END-START.

           PERFORM 2100-SCAN-ONE-ROW
               THRU 2100-SCAN-ONE-ROW-EXIT
               UNTIL PD-HIST-DONE
                   OR PD-INVOICE-FOUND.
       2000-FIND-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-SCAN-ONE-ROW                                           *
      ******************************************************************
       2100-SCAN-ONE-ROW.
           READ PURCH-HIST NEXT
               AT END
                   SET PD-HIST-DONE TO TRUE
                   GO TO 2100-SCAN-ONE-ROW-EXIT
           END-READ.
           IF PH-INVOICE-NUMBER = PD-TARGET-INVOICE
               SET PD-INVOICE-FOUND TO TRUE
           END-IF.
       2100-SCAN-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-RECEIPT                                          *
      *    Amounts print as the till rang them; on a credit invoice    *
      *    the CREDIT NOTE flag carries the sign, as it does on the    *
      *    PDCUSTIQ statement.                                         *
      ******************************************************************
       3000-PRINT-RECEIPT.
           WRITE RECEIPT-RPT-LINE FROM PD-DUPLICATE-BANNER.

           MOVE PH-STORE-NUMBER   TO PD-PL-STORE-NUMBER.
           MOVE PH-TILL-NUMBER    TO PD-PL-TILL-NUMBER.
           MOVE PH-TRADING-DATE   TO PD-PL-TRADING-DATE.
           WRITE RECEIPT-RPT-LINE FROM PD-PLACE-LINE.

           MOVE PH-INVOICE-NUMBER TO PD-IV-INVOICE-NUMBER.
           MOVE PD-TODAY-CCYYMMDD TO PD-IV-PRINTED-DATE.
           IF PH-CREDIT
               MOVE "*CREDIT NOTE*" TO PD-IV-CREDIT-FLAG
           ELSE
               MOVE SPACES TO PD-IV-CREDIT-FLAG
           END-IF.
           WRITE RECEIPT-RPT-LINE FROM PD-INVOICE-LINE.
           WRITE RECEIPT-RPT-LINE FROM PD-BLANK-LINE.

           WRITE RECEIPT-RPT-LINE FROM PD-ITEM-HEADING.
           PERFORM 4000-PRINT-ONE-ITEM
               THRU 4000-PRINT-ONE-ITEM-EXIT
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > PH-ITEM-COUNT.

           MOVE "TOTAL . . . . . . . . . . . :" TO PD-IT-LABEL.
           MOVE PD-INVOICE-TOTAL TO PD-IT-TOTAL.
           WRITE RECEIPT-RPT-LINE FROM PD-INVOICE-TOTAL-LINE.
           WRITE RECEIPT-RPT-LINE FROM PD-BLANK-LINE.

           PERFORM 5000-PRINT-VAT-ANALYSIS
               THRU 5000-PRINT-VAT-ANALYSIS-EXIT.
           WRITE RECEIPT-RPT-LINE FROM PD-BLANK-LINE.

           PERFORM 6000-PRINT-TENDERS
               THRU 6000-PRINT-TENDERS-EXIT.
           WRITE RECEIPT-RPT-LINE FROM PD-BLANK-LINE.

           WRITE RECEIPT-RPT-LINE FROM PD-DUPLICATE-BANNER.
       3000-PRINT-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PRINT-ONE-ITEM                                         *
      *    A line's gross is Price times Quantity; the master's VAT    *
      *    category decides the bucket and the code printed against    *
      *    the line.  An ItemCode not on the master, or with no        *
      *    category, is marked "?" and kept out of the VAT figures.    *
      ******************************************************************
       4000-PRINT-ONE-ITEM.
           COMPUTE PD-LINE-GROSS =
               PH-PRICE (PD-ITEM-SUB) * PH-QUANTITY (PD-ITEM-SUB).
           ADD PD-LINE-GROSS TO PD-INVOICE-TOTAL.

           MOVE SPACES TO PD-ITEM-LINE.
           MOVE PH-ITEM-CODE (PD-ITEM-SUB)       TO PD-IL-ITEM-CODE.
           MOVE PH-DESCRIPTION (PD-ITEM-SUB)     TO PD-IL-DESCRIPTION.
           MOVE PH-PRICE (PD-ITEM-SUB)           TO PD-IL-PRICE.
           MOVE PH-QUANTITY (PD-ITEM-SUB)        TO PD-IL-QUANTITY.
           MOVE PD-LINE-GROSS                    TO PD-IL-AMOUNT.

           MOVE PH-ITEM-CODE (PD-ITEM-SUB) TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE SPACE TO IM-VAT-CATEGORY
           END-READ.

           EVALUATE TRUE
               WHEN IM-VAT-STANDARD
                   COMPUTE PD-LINE-VAT ROUNDED =
                       PD-LINE-GROSS * PD-STANDARD-RATE
                           / (100 + PD-STANDARD-RATE)
                   ADD PD-LINE-GROSS TO PD-STD-GROSS
                   ADD PD-LINE-VAT   TO PD-STD-VAT
                   MOVE "S" TO PD-IL-VAT-CODE
               WHEN IM-VAT-REDUCED
                   COMPUTE PD-LINE-VAT ROUNDED =
                       PD-LINE-GROSS * PD-REDUCED-RATE
                           / (100 + PD-REDUCED-RATE)
                   ADD PD-LINE-GROSS TO PD-RED-GROSS
                   ADD PD-LINE-VAT   TO PD-RED-VAT
                   MOVE "R" TO PD-IL-VAT-CODE
               WHEN IM-VAT-ZERO
                   ADD PD-LINE-GROSS TO PD-ZERO-GROSS
                   MOVE "Z" TO PD-IL-VAT-CODE
               WHEN OTHER
                   ADD PD-LINE-GROSS TO PD-UNCL-GROSS
                   MOVE "?" TO PD-IL-VAT-CODE
           END-EVALUATE.

           WRITE RECEIPT-RPT-LINE FROM PD-ITEM-LINE.
       4000-PRINT-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-VAT-ANALYSIS                                     *
      *    One line per category present on the invoice, net being     *
      *    gross less VAT, then the VAT total.                         *
      ******************************************************************
       5000-PRINT-VAT-ANALYSIS.
           WRITE RECEIPT-RPT-LINE FROM PD-VAT-HEADING.

           IF PD-STD-GROSS NOT = 0
               MOVE "S STANDARD"     TO PD-VL-CATEGORY
               MOVE PD-STANDARD-RATE TO PD-VL-RATE
               MOVE "%"              TO PD-VL-PERCENT
               MOVE PD-STD-GROSS     TO PD-VL-GROSS
               MOVE PD-STD-VAT       TO PD-VL-VAT
               COMPUTE PD-VL-NET = PD-STD-GROSS - PD-STD-VAT
               WRITE RECEIPT-RPT-LINE FROM PD-VAT-LINE
           END-IF.

           IF PD-RED-GROSS NOT = 0
               MOVE "R REDUCED"      TO PD-VL-CATEGORY
               MOVE PD-REDUCED-RATE  TO PD-VL-RATE
               MOVE "%"              TO PD-VL-PERCENT
               MOVE PD-RED-GROSS     TO PD-VL-GROSS
               MOVE PD-RED-VAT       TO PD-VL-VAT
               COMPUTE PD-VL-NET = PD-RED-GROSS - PD-RED-VAT
               WRITE RECEIPT-RPT-LINE FROM PD-VAT-LINE
           END-IF.

           IF PD-ZERO-GROSS NOT = 0
               MOVE "Z ZERO-RATED"   TO PD-VL-CATEGORY
               MOVE PD-ZERO-RATE     TO PD-VL-RATE
               MOVE "%"              TO PD-VL-PERCENT
               MOVE PD-ZERO-GROSS    TO PD-VL-GROSS
               MOVE 0                TO PD-VL-VAT
               MOVE PD-ZERO-GROSS    TO PD-VL-NET
               WRITE RECEIPT-RPT-LINE FROM PD-VAT-LINE
           END-IF.

           IF PD-UNCL-GROSS NOT = 0
               MOVE "? NOT ANALYSED" TO PD-VL-CATEGORY
               MOVE 0                TO PD-VL-RATE
               MOVE SPACE            TO PD-VL-PERCENT
               MOVE PD-UNCL-GROSS    TO PD-VL-GROSS
               MOVE 0                TO PD-VL-VAT
               MOVE PD-UNCL-GROSS    TO PD-VL-NET
               WRITE RECEIPT-RPT-LINE FROM PD-VAT-LINE
           END-IF.

           COMPUTE PD-TOTAL-VAT = PD-STD-VAT + PD-RED-VAT.
           MOVE "VAT INCLUDED  . . . . . . . :" TO PD-IT-LABEL.
           MOVE PD-TOTAL-VAT TO PD-IT-TOTAL.
           WRITE RECEIPT-RPT-LINE FROM PD-INVOICE-TOTAL-LINE.
       5000-PRINT-VAT-ANALYSIS-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-TENDERS                                          *
      *    Walks the invoice's tenders on the payment history in       *
      *    tender sequence.  An invoice whose tenders predate the      *
      *    history, or have been archived, prints a note instead.      *
      ******************************************************************
       6000-PRINT-TENDERS.
           WRITE RECEIPT-RPT-LINE FROM PD-TENDER-HEADING.

           IF PD-NO-PAY-HIST
               WRITE RECEIPT-RPT-LINE FROM PD-NO-TENDER-LINE
               GO TO 6000-PRINT-TENDERS-EXIT
           END-IF.

           MOVE PD-TARGET-INVOICE TO PY-INVOICE-NUMBER.
           MOVE 0                 TO PY-TENDER-SEQ.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   SET PD-TENDER-DONE TO TRUE
           END-START.

           PERFORM 6100-PRINT-ONE-TENDER
               THRU 6100-PRINT-ONE-TENDER-EXIT
               UNTIL PD-TENDER-DONE.

           IF PD-TENDER-COUNT = 0
               WRITE RECEIPT-RPT-LINE FROM PD-NO-TENDER-LINE
               GO TO 6000-PRINT-TENDERS-EXIT
           END-IF.

           MOVE "TOTAL TENDERED  . . . . . . :" TO PD-TT-LABEL.
           MOVE PD-TENDERED-TOTAL TO PD-TT-AMOUNT.
           WRITE RECEIPT-RPT-LINE FROM PD-TENDER-TOTAL-LINE.
           MOVE "CHANGE GIVEN  . . . . . . . :" TO PD-TT-LABEL.
           MOVE PD-CHANGE-TOTAL TO PD-TT-AMOUNT.
           WRITE RECEIPT-RPT-LINE FROM PD-TENDER-TOTAL-LINE.
       6000-PRINT-TENDERS-EXIT.
           EXIT.

      ******************************************************************
      *    6100-PRINT-ONE-TENDER                                       *
      *    The card number on a card tender is not reprinted.          *
      ******************************************************************
       6100-PRINT-ONE-TENDER.
           READ PAY-HIST NEXT
               AT END
                   SET PD-TENDER-DONE TO TRUE
                   GO TO 6100-PRINT-ONE-TENDER-EXIT
           END-READ.
           IF PY-INVOICE-NUMBER NOT = PD-TARGET-INVOICE
               SET PD-TENDER-DONE TO TRUE
               GO TO 6100-PRINT-ONE-TENDER-EXIT
           END-IF.

           ADD 1 TO PD-TENDER-COUNT.
           ADD PY-AMOUNT-TENDERED TO PD-TENDERED-TOTAL.
           ADD PY-CHANGE-GIVEN    TO PD-CHANGE-TOTAL.

           MOVE SPACES TO PD-TENDER-LINE.
           EVALUATE TRUE
               WHEN PY-CASH
                   MOVE "CASH"           TO PD-TL-TENDER
               WHEN PY-CARD
                   MOVE "CARD"           TO PD-TL-TENDER
               WHEN PY-CHEQUE
                   MOVE "CHEQUE"         TO PD-TL-TENDER
               WHEN PY-LOYALTY
                   MOVE "LOYALTY POINTS" TO PD-TL-TENDER
               WHEN PY-REFUND
                   MOVE "REFUND"         TO PD-TL-TENDER
               WHEN PY-GIFT-VOUCHER
                   MOVE "GIFT VOUCHER"   TO PD-TL-TENDER
               WHEN OTHER
                   MOVE PY-TENDER-TYPE   TO PD-TL-TENDER
           END-EVALUATE.
           MOVE PY-AMOUNT-TENDERED TO PD-TL-AMOUNT.
           MOVE PY-CHANGE-GIVEN    TO PD-TL-CHANGE.
           IF PY-CARD
               MOVE SPACES       TO PD-TL-REFERENCE
           ELSE
               MOVE PY-REFERENCE TO PD-TL-REFERENCE
           END-IF.
           WRITE RECEIPT-RPT-LINE FROM PD-TENDER-LINE.
       6100-PRINT-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           IF NOT PD-NO-PAY-HIST
               CLOSE PAY-HIST
           END-IF.
           CLOSE PURCH-HIST
                 ITEM-MASTER
                 RECEIPT-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
