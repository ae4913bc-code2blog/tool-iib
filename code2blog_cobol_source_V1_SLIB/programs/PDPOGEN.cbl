      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDPOGEN                                         *
      *   PURPOSE:     Nightly purchase-order generation.  Turns the   *
      *                reorder-point exceptions PDSTOCK leaves on the  *
      *                stock ledger into purchase orders, one per      *
      *                supplier per night.  The supplier master is     *
      *                walked by its supplier alternate key so every   *
      *                item a supplier supplies is considered          *
      *                together; an item sitting at or below its       *
      *                reorder point with no order already open for    *
      *                it is ordered.                                  *
      *                                                                *
      *                The quantity is sized from the item's recent    *
      *                selling - its average weekly net sales over     *
      *                the last four weeks of the movement file        *
      *                PDMOVMNT rolls up - so that the order covers    *
      *                the supplier's lead time plus a further week    *
      *                of selling above the reorder point.  It is      *
      *                then raised to the supplier's minimum order     *
      *                and rounded up to whole packs.                  *
      *                                                                *
      *                Each order line is written to the open-order    *
      *                file (ORDMAST, keyed on ItemCode), which        *
      *                PDGRNCHK checks deliveries against, and to the  *
      *                order file sent to the suppliers (POOUT).  A    *
      *                printed report lists each purchase order with   *
      *                its lines, the exceptions left alone because    *
      *                they are already on order, and the exceptions   *
      *                that could not be ordered because no supplier   *
      *                is set up for the item.                         *
      *                                                                *
      *                A purchase order is numbered by the supplier    *
      *                and the trading date it was raised on, so a     *
      *                re-run of the same night adds to the same       *
      *                order rather than starting a new one - and      *
      *                never orders an item twice, since the first     *
      *                run's lines are already open.  POOUT is built   *
      *                afresh on every run, so a line an earlier run   *
      *                raised tonight is sent again from ORDMAST as it *
      *                stands, and the supplier file is whole however  *
      *                many times the night is run.  A line whose      *
      *                ORDMAST update fails is not sent.               *
      *                                                                *
      *                The run takes the trading date as its first     *
      *                parameter, defaulting to the system date, the   *
      *                same convention as PDSTOCK:                     *
      *                  PDPOGEN [ccyymmdd]                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDPOGEN.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - purchase orders per       *
      *                    supplier raised from the stock-ledger       *
      *                    reorder exceptions, sized from recent       *
      *                    weekly sales.                               *
      *   15-OCT-2026  RH  Item-master layout extended with the cost   *
      *                    price PDITMLD and PDSTOCK now maintain.     *
      *   15-OCT-2026  RH  A line an earlier run raised tonight is     *
      *                    sent again on POOUT from ORDMAST, so a re-  *
      *                    run or restart leaves the supplier file     *
      *                    whole; a line ORDMAST will not take is      *
      *                    reported and not sent.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-MASTER
               ASSIGN TO SUPPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ITEM-CODE
               ALTERNATE RECORD KEY IS SU-SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS SUPP-MASTER-STATUS.

           SELECT STOCK-LEDGER
               ASSIGN TO STOCKLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-ITEM-CODE
               FILE STATUS IS STOCK-LEDGER-STATUS.

           SELECT ITEM-MOVE
               ASSIGN TO ITEMMOVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-PRIMARY-KEY
               FILE STATUS IS ITEM-MOVE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO ITEMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT OPEN-ORDER
               ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-ITEM-CODE
               FILE STATUS IS OPEN-ORDER-STATUS.

           SELECT ORDER-OUT
               ASSIGN TO POOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-OUT-STATUS.

           SELECT POGEN-RPT
               ASSIGN TO PDPOGENR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POGEN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SUPP-MASTER mirrors the layout PDSUPLD maintains.
       FD  SUPP-MASTER.
       01  SUPP-MASTER-REC.
           05  SU-ITEM-CODE             PIC X(10).
           05  SU-SUPPLIER-ID           PIC X(8).
           05  SU-SUPPLIER-NAME         PIC X(30).
           05  SU-LEAD-TIME-DAYS        PIC 9(3).
           05  SU-PACK-SIZE             PIC 9(6).
           05  SU-MINIMUM-ORDER         PIC 9(6).

      * STOCK-LEDGER mirrors the layout PDSTOCK maintains.
       FD  STOCK-LEDGER.
       01  STOCK-LEDGER-REC.
           05  SL-ITEM-CODE             PIC X(10).
           05  SL-ON-HAND               PIC S9(9) COMP.
           05  SL-REORDER-POINT         PIC 9(6).
           05  SL-LAST-MOVEMENT         PIC 9(8).

      * ITEM-MOVE mirrors the layout PDMOVMNT maintains - one row per
      * ItemCode per trading date, so an item's recent selling is a
      * short keyed walk from the start of the sizing window.
       FD  ITEM-MOVE.
       01  ITEM-MOVE-REC.
           05  MV-PRIMARY-KEY.
               10  MV-ITEM-CODE         PIC X(10).
               10  MV-TRADING-DATE      PIC 9(8).
           05  MV-QTY-SOLD              PIC S9(9) COMP.
           05  MV-VALUE-SOLD            PIC S9(11)V99 COMP.
           05  MV-QTY-RETURNED          PIC S9(9) COMP.

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

      * OPEN-ORDER holds the latest purchase-order line raised for
      * each ItemCode - the purchase order it is on (supplier and
      * the trading date it was raised), the date it is due in at
      * the supplier's lead time, the quantity ordered and the
      * quantity PDGRNCHK has so far matched against it.  A line
      * stays open until it has been received in full; once closed
      * it is kept until the item is next ordered.
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

      * One line per item ordered, in supplier order, for
      * transmission to the suppliers.
       FD  ORDER-OUT
           RECORDING MODE IS F.
       01  ORDER-OUT-REC.
           05  PO-SUPPLIER-ID           PIC X(8).
           05  PO-ORDER-DATE            PIC 9(8).
           05  PO-ITEM-CODE             PIC X(10).
           05  PO-DESCRIPTION           PIC X(30).
           05  PO-QUANTITY              PIC 9(7).
           05  PO-PACKS                 PIC 9(6).
           05  PO-DUE-DATE              PIC 9(8).

       FD  POGEN-RPT
           RECORDING MODE IS F.
       01  POGEN-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       77  SUPP-MASTER-STATUS           PIC XX            VALUE "00".
       77  STOCK-LEDGER-STATUS          PIC XX            VALUE "00".
       77  ITEM-MOVE-STATUS             PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  OPEN-ORDER-STATUS            PIC XX            VALUE "00".
       77  ORDER-OUT-STATUS             PIC XX            VALUE "00".
       77  POGEN-RPT-STATUS             PIC XX            VALUE "00".

       77  PD-SUPPLIER-EOF-SWITCH       PIC X(01)         VALUE "N".
           88  PD-SUPPLIER-EOF                             VALUE "Y".
       77  PD-LEDGER-EOF-SWITCH         PIC X(01)         VALUE "N".
           88  PD-LEDGER-EOF                               VALUE "Y".
       77  PD-MOVE-DONE-SWITCH          PIC X(01)         VALUE "N".
           88  PD-MOVE-DONE                                VALUE "Y".
       77  PD-MOVE-MISSING-SWITCH       PIC X(01)         VALUE "N".
           88  PD-MOVE-MISSING                             VALUE "Y".
       77  PD-ORDER-ON-FILE-SWITCH      PIC X(01)         VALUE "N".
           88  PD-ORDER-ON-FILE                            VALUE "Y".
       77  PD-SUPPLIER-HEADED-SWITCH    PIC X(01)         VALUE "N".
           88  PD-SUPPLIER-HEADED                          VALUE "Y".
       77  PD-UNSUPPLIED-HEADED-SWITCH  PIC X(01)         VALUE "N".
           88  PD-UNSUPPLIED-HEADED                        VALUE "Y".

       77  PD-SUPPLIER-ITEM-COUNT       PIC 9(7)  COMP     VALUE 0.
       77  PD-EXCEPTION-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-ON-ORDER-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-ORDER-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-UNSUPPLIED-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-RESENT-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-FAILED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-SUPPLIER-LINE-COUNT       PIC 9(7)  COMP     VALUE 0.

       77  PD-BREAK-SUPPLIER-ID         PIC X(8)          VALUE SPACES.
       77  PD-BREAK-SUPPLIER-NAME       PIC X(30)         VALUE SPACES.

      * Run parameter - the trading date being processed, defaulting
      * to the system date:  PDPOGEN [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-TRADING-INTEGER           PIC 9(7)  COMP     VALUE 0.

      * Sizing window - the four weeks ending on the trading date.
       77  PD-WINDOW-DAYS               PIC 9(4)  COMP     VALUE 28.
       77  PD-WINDOW-WEEKS              PIC 9(4)  COMP     VALUE 4.
       77  PD-WINDOW-START              PIC 9(8)          VALUE 0.

      * Order sizing work fields - the net units sold in the window,
      * their weekly average, the stock level the order aims to
      * leave on hand, and the quantity and packs to order.
       77  PD-WINDOW-NET                PIC S9(9) COMP     VALUE 0.
       77  PD-WEEKLY-SALES              PIC S9(9) COMP     VALUE 0.
       77  PD-TARGET-QTY                PIC S9(9) COMP     VALUE 0.
       77  PD-ORDER-QTY                 PIC S9(9) COMP     VALUE 0.
       77  PD-PACK-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-PACK-REMAINDER            PIC 9(7)  COMP     VALUE 0.
       77  PD-DUE-DATE                  PIC 9(8)          VALUE 0.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(60) VALUE
             "PDPOGEN - PURCHASE ORDERS RAISED FROM REORDER EXCEPTIONS".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE    ".
           05  PD-RH-TRADING-DATE      PIC 9(8).

       01  PD-SUPPLIER-HEADING.
           05  FILLER                  PIC X(15) VALUE
                   "PURCHASE ORDER ".
           05  PD-SH-SUPPLIER-ID       PIC X(8).
           05  FILLER                  PIC X(01) VALUE "-".
           05  PD-SH-ORDER-DATE        PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SH-SUPPLIER-NAME     PIC X(30).
       01  PD-COLUMN-HEADING.
           05  FILLER                  PIC X(112) VALUE
             "  ITEMCODE    DESCRIPTION                       ON HAND
      -      "REORDER PT  WEEKLY SALES  ORDER QTY   PACKS  DUE DATE".

       01  PD-DETAIL-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-ON-HAND           PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-REORDER-POINT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-WEEKLY-SALES      PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ORDER-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-PACKS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-DUE-DATE          PIC 9(8).

       01  PD-SUPPLIER-TOTAL-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "LINES ON THIS ORDER . . . . :".
           05  PD-ST-LINES             PIC ZZZ,ZZ9.

      * An exception left alone because the item is already on an
      * open purchase order, or because no supplier is set up.
       01  PD-NOTE-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-NL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-NL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-NL-ON-HAND           PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-NL-REORDER-POINT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-NL-NOTE              PIC X(50).

       01  PD-ON-ORDER-NOTE.
           05  FILLER                  PIC X(15) VALUE
                   "ALREADY ON PO ".
           05  PD-OO-ORDER-NUMBER.
               10  PD-OO-SUPPLIER-ID   PIC X(8).
               10  FILLER              PIC X(01) VALUE "-".
               10  PD-OO-ORDER-DATE    PIC 9(8).
           05  FILLER                  PIC X(05) VALUE " DUE ".
           05  PD-OO-DUE-DATE          PIC 9(8).

       01  PD-RESENT-NOTE.
           05  FILLER                  PIC X(20) VALUE
                   "RE-SENT, EARLIER RUN".
           05  FILLER                  PIC X(05) VALUE " QTY ".
           05  PD-RS-QTY               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE " DUE ".
           05  PD-RS-DUE-DATE          PIC 9(8).

       01  PD-UNSUPPLIED-HEADING.
           05  FILLER                  PIC X(60) VALUE
             "REORDER EXCEPTIONS WITH NO SUPPLIER SET UP - NOT ORDERED".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "SUPPLIER ITEMS CHECKED  . . :".
           05  PD-SUM-SUPPLIER-ITEMS   PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "ITEMS AT/BELOW REORDER PT . :".
           05  PD-SUM-EXCEPTIONS       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "ALREADY ON ORDER  . . . . . :".
           05  PD-SUM-ON-ORDER         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "PURCHASE ORDERS RAISED  . . :".
           05  PD-SUM-ORDERS           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "ORDER LINES RAISED  . . . . :".
           05  PD-SUM-LINES            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "EXCEPTIONS WITH NO SUPPLIER :".
           05  PD-SUM-UNSUPPLIED       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "  OF WHICH RE-SENT  . . . . :".
           05  PD-SUM-RESENT           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "ORDMAST UPDATES FAILED  . . :".
           05  PD-SUM-FAILED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CHECK-ONE-SUPPLIER-ITEM
               THRU 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
               UNTIL PD-SUPPLIER-EOF.

           PERFORM 4000-BREAK-SUPPLIER
               THRU 4000-BREAK-SUPPLIER-EXIT.

           PERFORM 5000-REPORT-UNSUPPLIED
               THRU 5000-REPORT-UNSUPPLIED-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PD-TRADING-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
           IF PD-PARM-TRADING-DATE NOT = SPACES
               IF PD-PARM-TRADING-DATE NUMERIC
                   MOVE PD-PARM-TRADING-DATE TO PD-TRADING-DATE
               ELSE
                   DISPLAY "PDPOGEN - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           COMPUTE PD-TRADING-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-TRADING-DATE).
           COMPUTE PD-WINDOW-START = FUNCTION DATE-OF-INTEGER (
               PD-TRADING-INTEGER - PD-WINDOW-DAYS + 1).

           OPEN INPUT  SUPP-MASTER.
           IF SUPP-MASTER-STATUS NOT = "00"
               DISPLAY "PDPOGEN - UNABLE TO OPEN SUPPMAST, STATUS = "
                   SUPP-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  STOCK-LEDGER.
           IF STOCK-LEDGER-STATUS NOT = "00"
               DISPLAY "PDPOGEN - UNABLE TO OPEN STOCKLDG, STATUS = "
                   STOCK-LEDGER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    A shop that has not yet run PDMOVMNT has no movement file -
      *    that is not an error, the orders are simply sized with no
      *    recent selling to go on (file status "35", left closed).
           OPEN INPUT  ITEM-MOVE.
           IF ITEM-MOVE-STATUS = "35"
               SET PD-MOVE-MISSING TO TRUE
           ELSE
               IF ITEM-MOVE-STATUS NOT = "00"
                   DISPLAY "PDPOGEN - UNABLE TO OPEN ITEMMOVE, "
                       "STATUS = " ITEM-MOVE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDPOGEN - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The open-order file is created empty the very first time
      *    the job is run (file status "35" on the initial I-O open),
      *    the same way PDSTOCK establishes STOCKLDG.
           OPEN I-O OPEN-ORDER.
           IF OPEN-ORDER-STATUS = "35"
               CLOSE OPEN-ORDER
               OPEN OUTPUT OPEN-ORDER
               CLOSE OPEN-ORDER
               OPEN I-O OPEN-ORDER
           END-IF.
           IF OPEN-ORDER-STATUS NOT = "00"
               DISPLAY "PDPOGEN - UNABLE TO OPEN ORDMAST, STATUS = "
                   OPEN-ORDER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT ORDER-OUT.
           IF ORDER-OUT-STATUS NOT = "00"
               DISPLAY "PDPOGEN - UNABLE TO OPEN POOUT, STATUS = "
                   ORDER-OUT-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT POGEN-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           WRITE POGEN-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE POGEN-RPT-LINE FROM PD-REPORT-HEADING-2.

           MOVE LOW-VALUES TO SU-SUPPLIER-ID.
           START SUPP-MASTER
               KEY IS NOT LESS THAN SU-SUPPLIER-ID
               INVALID KEY
                   SET PD-SUPPLIER-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-ONE-SUPPLIER-ITEM                                *
      *    Reads the next supplier item in supplier order.  An item    *
      *    that has never moved, has no reorder point, or sits above   *
      *    it needs nothing; one already on an open order is noted     *
      *    and left alone; anything else is ordered.                   *
      ******************************************************************
       2000-CHECK-ONE-SUPPLIER-ITEM.
           READ SUPP-MASTER NEXT
               AT END
                   SET PD-SUPPLIER-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
           END-READ.

           ADD 1 TO PD-SUPPLIER-ITEM-COUNT.

           IF SU-SUPPLIER-ID NOT = PD-BREAK-SUPPLIER-ID
               PERFORM 4000-BREAK-SUPPLIER
                   THRU 4000-BREAK-SUPPLIER-EXIT
               MOVE SU-SUPPLIER-ID   TO PD-BREAK-SUPPLIER-ID
               MOVE SU-SUPPLIER-NAME TO PD-BREAK-SUPPLIER-NAME
           END-IF.

           MOVE SU-ITEM-CODE TO SL-ITEM-CODE.
           READ STOCK-LEDGER
               KEY IS SL-ITEM-CODE
               INVALID KEY
                   GO TO 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
           END-READ.

           MOVE "N" TO PD-ORDER-ON-FILE-SWITCH.
           MOVE SU-ITEM-CODE TO OR-ITEM-CODE.
           READ OPEN-ORDER
               KEY IS OR-ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PD-ORDER-ON-FILE TO TRUE
           END-READ.

      *    A line an earlier run raised tonight is sent again whatever
      *    the item's stock now shows - POOUT is rebuilt every run.
           IF PD-ORDER-ON-FILE
                   AND OR-ORDER-DATE = PD-TRADING-DATE
               PERFORM 2100-GET-DESCRIPTION
                   THRU 2100-GET-DESCRIPTION-EXIT
               PERFORM 2300-RESEND-TONIGHT-LINE
                   THRU 2300-RESEND-TONIGHT-LINE-EXIT
               GO TO 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
           END-IF.

           IF SL-REORDER-POINT = 0
                   OR SL-ON-HAND > SL-REORDER-POINT
               GO TO 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
           END-IF.

           ADD 1 TO PD-EXCEPTION-COUNT.

           PERFORM 2100-GET-DESCRIPTION
               THRU 2100-GET-DESCRIPTION-EXIT.

           IF PD-ORDER-ON-FILE AND OR-OPEN
               ADD 1 TO PD-ON-ORDER-COUNT
               PERFORM 2200-NOTE-ALREADY-ON-ORDER
                   THRU 2200-NOTE-ALREADY-ON-ORDER-EXIT
               GO TO 2000-CHECK-ONE-SUPPLIER-ITEM-EXIT
           END-IF.

           PERFORM 3000-SIZE-ORDER
               THRU 3000-SIZE-ORDER-EXIT.

           PERFORM 3500-RAISE-ORDER-LINE
               THRU 3500-RAISE-ORDER-LINE-EXIT.
       2000-CHECK-ONE-SUPPLIER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2100-GET-DESCRIPTION                                        *
      *    Leaves the item's authorised description in the detail      *
      *    line, SL-ITEM-CODE being the item in hand.                  *
      ******************************************************************
       2100-GET-DESCRIPTION.
           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE SL-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON ITEM MASTER ***"
                       TO PD-DL-DESCRIPTION
               NOT INVALID KEY
                   MOVE IM-DESCRIPTION TO PD-DL-DESCRIPTION
           END-READ.
       2100-GET-DESCRIPTION-EXIT.
           EXIT.

      ******************************************************************
      *    2200-NOTE-ALREADY-ON-ORDER                                  *
      ******************************************************************
       2200-NOTE-ALREADY-ON-ORDER.
           PERFORM 3800-HEAD-SUPPLIER
               THRU 3800-HEAD-SUPPLIER-EXIT.

           MOVE SPACES              TO PD-NOTE-LINE.
           MOVE SL-ITEM-CODE        TO PD-NL-ITEM-CODE.
           MOVE PD-DL-DESCRIPTION   TO PD-NL-DESCRIPTION.
           MOVE SL-ON-HAND          TO PD-NL-ON-HAND.
           MOVE SL-REORDER-POINT    TO PD-NL-REORDER-POINT.
           MOVE OR-SUPPLIER-ID      TO PD-OO-SUPPLIER-ID.
           MOVE OR-ORDER-DATE       TO PD-OO-ORDER-DATE.
           MOVE OR-DUE-DATE         TO PD-OO-DUE-DATE.
           MOVE PD-ON-ORDER-NOTE    TO PD-NL-NOTE.
           WRITE POGEN-RPT-LINE FROM PD-NOTE-LINE.
       2200-NOTE-ALREADY-ON-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    2300-RESEND-TONIGHT-LINE                                    *
      *    Rebuilds the supplier line from the ORDMAST row an earlier  *
      *    run raised tonight, sends it, and prints it under the       *
      *    supplier's purchase order as a line of tonight's order.     *
      ******************************************************************
       2300-RESEND-TONIGHT-LINE.
           MOVE 0 TO PD-PACK-COUNT.
           IF SU-PACK-SIZE > 0
               DIVIDE OR-QTY-ORDERED BY SU-PACK-SIZE
                   GIVING PD-PACK-COUNT
                   REMAINDER PD-PACK-REMAINDER
               IF PD-PACK-REMAINDER > 0
                   ADD 1 TO PD-PACK-COUNT
               END-IF
           END-IF.

           MOVE OR-SUPPLIER-ID     TO PO-SUPPLIER-ID.
           MOVE OR-ORDER-DATE      TO PO-ORDER-DATE.
           MOVE OR-ITEM-CODE       TO PO-ITEM-CODE.
           MOVE PD-DL-DESCRIPTION  TO PO-DESCRIPTION.
           MOVE OR-QTY-ORDERED     TO PO-QUANTITY.
           MOVE PD-PACK-COUNT      TO PO-PACKS.
           MOVE OR-DUE-DATE        TO PO-DUE-DATE.
           WRITE ORDER-OUT-REC.

           PERFORM 3800-HEAD-SUPPLIER
               THRU 3800-HEAD-SUPPLIER-EXIT.

           ADD 1 TO PD-RESENT-COUNT.
           ADD 1 TO PD-LINE-COUNT.
           ADD 1 TO PD-SUPPLIER-LINE-COUNT.
           MOVE SPACES              TO PD-NOTE-LINE.
           MOVE OR-ITEM-CODE        TO PD-NL-ITEM-CODE.
           MOVE PD-DL-DESCRIPTION   TO PD-NL-DESCRIPTION.
           MOVE SL-ON-HAND          TO PD-NL-ON-HAND.
           MOVE SL-REORDER-POINT    TO PD-NL-REORDER-POINT.
           MOVE SPACES              TO PD-RESENT-NOTE.
           MOVE OR-QTY-ORDERED      TO PD-RS-QTY.
           MOVE OR-DUE-DATE         TO PD-RS-DUE-DATE.
           MOVE PD-RESENT-NOTE      TO PD-NL-NOTE.
           WRITE POGEN-RPT-LINE FROM PD-NOTE-LINE.
       2300-RESEND-TONIGHT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SIZE-ORDER                                             *
      *    The order covers the supplier's lead time plus one further  *
      *    week at the item's average weekly net sales over the        *
      *    sizing window, on top of the reorder point, less what is    *
      *    already on hand.  It is raised to the supplier's minimum    *
      *    order (and to at least one pack) and rounded up to whole    *
      *    packs.  A week in which returns outran sales counts as no   *
      *    selling at all.                                             *
      ******************************************************************
       3000-SIZE-ORDER.
           MOVE 0 TO PD-WINDOW-NET.
           IF NOT PD-MOVE-MISSING
               PERFORM 3100-SUM-RECENT-SALES
                   THRU 3100-SUM-RECENT-SALES-EXIT
           END-IF.

           COMPUTE PD-WEEKLY-SALES ROUNDED =
               PD-WINDOW-NET / PD-WINDOW-WEEKS.
           IF PD-WEEKLY-SALES < 0
               MOVE 0 TO PD-WEEKLY-SALES
           END-IF.

           COMPUTE PD-TARGET-QTY ROUNDED =
               SL-REORDER-POINT
               + PD-WEEKLY-SALES * (SU-LEAD-TIME-DAYS + 7) / 7.
           COMPUTE PD-ORDER-QTY = PD-TARGET-QTY - SL-ON-HAND.

           IF PD-ORDER-QTY < SU-MINIMUM-ORDER
               MOVE SU-MINIMUM-ORDER TO PD-ORDER-QTY
           END-IF.
           IF PD-ORDER-QTY < SU-PACK-SIZE
               MOVE SU-PACK-SIZE TO PD-ORDER-QTY
           END-IF.

           DIVIDE PD-ORDER-QTY BY SU-PACK-SIZE
               GIVING PD-PACK-COUNT
               REMAINDER PD-PACK-REMAINDER.
           IF PD-PACK-REMAINDER > 0
               ADD 1 TO PD-PACK-COUNT
           END-IF.
           COMPUTE PD-ORDER-QTY = PD-PACK-COUNT * SU-PACK-SIZE.

           COMPUTE PD-DUE-DATE = FUNCTION DATE-OF-INTEGER (
               PD-TRADING-INTEGER + SU-LEAD-TIME-DAYS).
       3000-SIZE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    3100-SUM-RECENT-SALES                                       *
      *    Walks the item's movement rows from the start of the        *
      *    sizing window up to the trading date.                       *
      ******************************************************************
       3100-SUM-RECENT-SALES.
           MOVE "N" TO PD-MOVE-DONE-SWITCH.
           MOVE SL-ITEM-CODE    TO MV-ITEM-CODE.
           MOVE PD-WINDOW-START TO MV-TRADING-DATE.
           START ITEM-MOVE
               KEY IS NOT LESS THAN MV-PRIMARY-KEY
               INVALID KEY
                   SET PD-MOVE-DONE TO TRUE
           END-START.

           PERFORM 3200-ADD-ONE-MOVEMENT
               THRU 3200-ADD-ONE-MOVEMENT-EXIT
               UNTIL PD-MOVE-DONE.
       3100-SUM-RECENT-SALES-EXIT.
           EXIT.

      ******************************************************************
      *    3200-ADD-ONE-MOVEMENT                                       *
      ******************************************************************
       3200-ADD-ONE-MOVEMENT.
           READ ITEM-MOVE NEXT
               AT END
                   SET PD-MOVE-DONE TO TRUE
                   GO TO 3200-ADD-ONE-MOVEMENT-EXIT
           END-READ.
           IF MV-ITEM-CODE NOT = SL-ITEM-CODE
                   OR MV-TRADING-DATE > PD-TRADING-DATE
               SET PD-MOVE-DONE TO TRUE
               GO TO 3200-ADD-ONE-MOVEMENT-EXIT
           END-IF.

           COMPUTE PD-WINDOW-NET =
               PD-WINDOW-NET + MV-QTY-SOLD - MV-QTY-RETURNED.
       3200-ADD-ONE-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      *    3500-RAISE-ORDER-LINE                                       *
      *    Records the order line on the open-order file - replacing   *
      *    the item's last, closed, order if it has one - sends it to  *
      *    the supplier and prints it under the supplier's purchase    *
      *    order.  A line ORDMAST will not take is neither sent nor    *
      *    counted; it is noted on the report for the buyers.          *
      ******************************************************************
       3500-RAISE-ORDER-LINE.
           MOVE SL-ITEM-CODE     TO OR-ITEM-CODE.
           MOVE SU-SUPPLIER-ID   TO OR-SUPPLIER-ID.
           MOVE PD-TRADING-DATE  TO OR-ORDER-DATE.
           MOVE PD-DUE-DATE      TO OR-DUE-DATE.
           MOVE PD-ORDER-QTY     TO OR-QTY-ORDERED.
           MOVE 0                TO OR-QTY-RECEIVED.
           MOVE 0                TO OR-LAST-RECEIPT-DATE.
           SET OR-OPEN TO TRUE.
           IF PD-ORDER-ON-FILE
               REWRITE OPEN-ORDER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE OPEN-ORDER-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF OPEN-ORDER-STATUS NOT = "00"
               DISPLAY "PDPOGEN - ORDMAST UPDATE FAILED, ITEM "
                   OR-ITEM-CODE ", STATUS = " OPEN-ORDER-STATUS
               ADD 1 TO PD-FAILED-COUNT
               PERFORM 3800-HEAD-SUPPLIER
                   THRU 3800-HEAD-SUPPLIER-EXIT
               MOVE SPACES              TO PD-NOTE-LINE
               MOVE SL-ITEM-CODE        TO PD-NL-ITEM-CODE
               MOVE PD-DL-DESCRIPTION   TO PD-NL-DESCRIPTION
               MOVE SL-ON-HAND          TO PD-NL-ON-HAND
               MOVE SL-REORDER-POINT    TO PD-NL-REORDER-POINT
               MOVE "ORDMAST UPDATE FAILED - NOT SENT" TO PD-NL-NOTE
               WRITE POGEN-RPT-LINE FROM PD-NOTE-LINE
               GO TO 3500-RAISE-ORDER-LINE-EXIT
           END-IF.

           MOVE SU-SUPPLIER-ID     TO PO-SUPPLIER-ID.
           MOVE PD-TRADING-DATE    TO PO-ORDER-DATE.
           MOVE SL-ITEM-CODE       TO PO-ITEM-CODE.
           MOVE PD-DL-DESCRIPTION  TO PO-DESCRIPTION.
           MOVE PD-ORDER-QTY       TO PO-QUANTITY.
           MOVE PD-PACK-COUNT      TO PO-PACKS.
           MOVE PD-DUE-DATE        TO PO-DUE-DATE.
           WRITE ORDER-OUT-REC.

           PERFORM 3800-HEAD-SUPPLIER
               THRU 3800-HEAD-SUPPLIER-EXIT.

           ADD 1 TO PD-LINE-COUNT.
           ADD 1 TO PD-SUPPLIER-LINE-COUNT.
           MOVE SL-ITEM-CODE       TO PD-DL-ITEM-CODE.
           MOVE SL-ON-HAND         TO PD-DL-ON-HAND.
           MOVE SL-REORDER-POINT   TO PD-DL-REORDER-POINT.
           MOVE PD-WEEKLY-SALES    TO PD-DL-WEEKLY-SALES.
           MOVE PD-ORDER-QTY       TO PD-DL-ORDER-QTY.
           MOVE PD-PACK-COUNT      TO PD-DL-PACKS.
           MOVE PD-DUE-DATE        TO PD-DL-DUE-DATE.
           WRITE POGEN-RPT-LINE FROM PD-DETAIL-LINE.
       3500-RAISE-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    3800-HEAD-SUPPLIER                                          *
      *    Prints the supplier's purchase-order heading before its     *
      *    first line - a supplier with nothing to order or note gets  *
      *    no heading at all.                                          *
      ******************************************************************
       3800-HEAD-SUPPLIER.
           IF PD-SUPPLIER-HEADED
               GO TO 3800-HEAD-SUPPLIER-EXIT
           END-IF.

           SET PD-SUPPLIER-HEADED TO TRUE.
           MOVE PD-BREAK-SUPPLIER-ID   TO PD-SH-SUPPLIER-ID.
           MOVE PD-TRADING-DATE        TO PD-SH-ORDER-DATE.
           MOVE PD-BREAK-SUPPLIER-NAME TO PD-SH-SUPPLIER-NAME.
           MOVE SPACES TO POGEN-RPT-LINE.
           WRITE POGEN-RPT-LINE.
           WRITE POGEN-RPT-LINE FROM PD-SUPPLIER-HEADING.
           WRITE POGEN-RPT-LINE FROM PD-COLUMN-HEADING.
       3800-HEAD-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      *    4000-BREAK-SUPPLIER                                         *
      *    Closes off the finished supplier's purchase order with its  *
      *    line count, and clears down for the next supplier.  A       *
      *    supplier with only already-on-order notes raised no order.  *
      ******************************************************************
       4000-BREAK-SUPPLIER.
           IF PD-SUPPLIER-LINE-COUNT > 0
               ADD 1 TO PD-ORDER-COUNT
               MOVE PD-SUPPLIER-LINE-COUNT TO PD-ST-LINES
               WRITE POGEN-RPT-LINE FROM PD-SUPPLIER-TOTAL-LINE
           END-IF.

           MOVE 0   TO PD-SUPPLIER-LINE-COUNT.
           MOVE "N" TO PD-SUPPLIER-HEADED-SWITCH.
       4000-BREAK-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      *    5000-REPORT-UNSUPPLIED                                      *
      *    Sequential pass over the stock ledger for the reorder       *
      *    exceptions no supplier is set up for - they cannot be       *
      *    ordered, so the buyers are told which they are.             *
      ******************************************************************
       5000-REPORT-UNSUPPLIED.
           MOVE LOW-VALUES TO SL-ITEM-CODE.
           START STOCK-LEDGER
               KEY IS NOT LESS THAN SL-ITEM-CODE
               INVALID KEY
                   GO TO 5000-REPORT-UNSUPPLIED-EXIT
           END-START.

           PERFORM 5100-CHECK-ONE-ROW
               THRU 5100-CHECK-ONE-ROW-EXIT
               UNTIL PD-LEDGER-EOF.
       5000-REPORT-UNSUPPLIED-EXIT.
           EXIT.

      ******************************************************************
      *    5100-CHECK-ONE-ROW                                          *
      ******************************************************************
       5100-CHECK-ONE-ROW.
           READ STOCK-LEDGER NEXT
               AT END
                   SET PD-LEDGER-EOF TO TRUE
                   GO TO 5100-CHECK-ONE-ROW-EXIT
           END-READ.

           IF SL-REORDER-POINT = 0
                   OR SL-ON-HAND > SL-REORDER-POINT
               GO TO 5100-CHECK-ONE-ROW-EXIT
           END-IF.

           MOVE SL-ITEM-CODE TO SU-ITEM-CODE.
           READ SUPP-MASTER
               KEY IS SU-ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 5100-CHECK-ONE-ROW-EXIT
           END-READ.

           IF NOT PD-UNSUPPLIED-HEADED
               SET PD-UNSUPPLIED-HEADED TO TRUE
               MOVE SPACES TO POGEN-RPT-LINE
               WRITE POGEN-RPT-LINE
               WRITE POGEN-RPT-LINE FROM PD-UNSUPPLIED-HEADING
           END-IF.

           ADD 1 TO PD-UNSUPPLIED-COUNT.
           PERFORM 2100-GET-DESCRIPTION
               THRU 2100-GET-DESCRIPTION-EXIT.
           MOVE SPACES              TO PD-NOTE-LINE.
           MOVE SL-ITEM-CODE        TO PD-NL-ITEM-CODE.
           MOVE PD-DL-DESCRIPTION   TO PD-NL-DESCRIPTION.
           MOVE SL-ON-HAND          TO PD-NL-ON-HAND.
           MOVE SL-REORDER-POINT    TO PD-NL-REORDER-POINT.
           MOVE "NO SUPPLIER ON SUPPMAST" TO PD-NL-NOTE.
           WRITE POGEN-RPT-LINE FROM PD-NOTE-LINE.
       5100-CHECK-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-SUPPLIER-ITEM-COUNT TO PD-SUM-SUPPLIER-ITEMS.
           MOVE PD-EXCEPTION-COUNT     TO PD-SUM-EXCEPTIONS.
           MOVE PD-ON-ORDER-COUNT      TO PD-SUM-ON-ORDER.
           MOVE PD-ORDER-COUNT         TO PD-SUM-ORDERS.
           MOVE PD-LINE-COUNT          TO PD-SUM-LINES.
           MOVE PD-UNSUPPLIED-COUNT    TO PD-SUM-UNSUPPLIED.
           MOVE PD-RESENT-COUNT        TO PD-SUM-RESENT.
           MOVE PD-FAILED-COUNT        TO PD-SUM-FAILED.

           MOVE SPACES TO POGEN-RPT-LINE.
           WRITE POGEN-RPT-LINE.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE POGEN-RPT-LINE FROM PD-SUMMARY-LINE-8.

           CLOSE SUPP-MASTER
                 STOCK-LEDGER
                 ITEM-MASTER
                 OPEN-ORDER
                 ORDER-OUT
                 POGEN-RPT.
           IF NOT PD-MOVE-MISSING
               CLOSE ITEM-MOVE
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
