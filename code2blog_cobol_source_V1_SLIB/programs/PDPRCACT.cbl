      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDPRCACT                                        *
      *   PURPOSE:     Overnight price activation and shelf-edge       *
      *                ticket run.  Puts live on the item master every *
      *                shelf-price change PDITMLD holds on the pending *
      *                price file for the next trading date (or any    *
      *                earlier date a missed night left behind), then  *
      *                works out every ticket the shelves need before  *
      *                the doors open - each price change taking       *
      *                effect, each PROMMAST promotion starting that   *
      *                morning and each one that ended with tonight's  *
      *                trading.  A shelf-edge label record is written  *
      *                per store per ticket for the label printers,    *
      *                and a printed checklist per store lists every   *
      *                ticket to change so the shelf matches the till. *
      *                                                                *
      *                The stores are those trading on tonight's       *
      *                assembled extract.  The run must follow         *
      *                PDPRICEX, which checks tonight's sales against  *
      *                the prices in force today.                      *
      *                                                                *
      *                The run takes the trading date just traded as   *
      *                its first parameter, defaulting to the system   *
      *                date; tickets are prepared for the day after:   *
      *                  PDPRCACT [ccyymmdd]                           *
      *                                                                *
      *                A price change made live is kept on the pending *
      *                file, marked applied with the night that made   *
      *                it live and the price it replaced, so a re-run  *
      *                of that night - after an abend, or to replace a *
      *                lost LABELOUT - prints the same tickets again.  *
      *                Applied changes are purged on a later night.    *
      *                Promotions are ticketed over every night since  *
      *                the last one this run ticketed, kept on a       *
      *                control row of the pending file, so a night the *
      *                job did not run is caught up.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDPRCACT.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - future-dated price        *
      *                    changes activated overnight, with the       *
      *                    shelf-edge label file and per-store ticket  *
      *                    checklist.                                  *
      *   15-OCT-2026  RH  A price change made live is now kept on the *
      *                    pending file marked applied, with the night *
      *                    and the price it replaced, so a re-run of   *
      *                    the night re-issues its tickets; applied    *
      *                    changes are purged on a later night.        *
      *                    Promotions are ticketed over every night    *
      *                    since the last one ticketed, held on a      *
      *                    control row of the pending file, not the    *
      *                    next date alone.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PDBASKET writes this extract as an indexed file keyed on
      *    InvoiceNumber - read here only for the stores trading.
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

           SELECT PRICE-PENDING
               ASSIGN TO PRICEPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PRICE-PENDING-STATUS.

           SELECT PROM-MASTER
               ASSIGN TO PROMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS PROM-MASTER-STATUS.

           SELECT LABEL-OUT
               ASSIGN TO LABELOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-OUT-STATUS.

           SELECT PRCACT-RPT
               ASSIGN TO PDPRCACR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRCACT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * ITEM-MASTER mirrors the layout PDITMLD maintains - the shelf
      * price is rewritten here when a pending change goes live.
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

      * PRICE-PENDING mirrors the layout PDITMLD maintains - one
      * future-dated shelf price per ItemCode and effective date,
      * kept once live as applied (with the night and the price it
      * replaced) until a later night purges it.  The row with a
      * blank ItemCode is this run's control row: the last trading
      * date it ticketed and the one ticketed before that.
       FD  PRICE-PENDING.
       01  PRICE-PENDING-REC.
           05  PP-KEY.
               10  PP-ITEM-CODE         PIC X(10).
               10  PP-EFFECTIVE-DATE    PIC 9(8).
           05  PP-PRICE-DATA.
               10  PP-SHELF-PRICE       PIC 9999V99.
               10  PP-KEYED-DATE        PIC 9(8).
               10  PP-STATUS            PIC X.
                   88  PP-PENDING           VALUE "P" " ".
                   88  PP-APPLIED           VALUE "A".
               10  PP-APPLIED-DATE      PIC 9(8).
               10  PP-WAS-PRICE         PIC 9999V99.
           05  PP-CONTROL-DATA REDEFINES PP-PRICE-DATA.
               10  PP-LAST-NIGHT        PIC 9(8).
               10  PP-PRIOR-NIGHT       PIC 9(8).
               10  FILLER               PIC X(13).

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

      * One shelf-edge label per store per ticket.  The shelf price
      * is the price in force from the effective date; the promotion
      * fields are filled only for a promotion starting.
       FD  LABEL-OUT
           RECORDING MODE IS F.
       01  LABEL-OUT-REC.
           05  LB-STORE-NUMBER          PIC 9(3).
           05  LB-EFFECTIVE-DATE        PIC 9(8).
           05  LB-TICKET-TYPE           PIC X.
               88  LB-PRICE-CHANGE          VALUE "P".
               88  LB-PROMO-START           VALUE "S".
               88  LB-PROMO-END             VALUE "E".
           05  LB-ITEM-CODE             PIC X(10).
           05  LB-DESCRIPTION           PIC X(30).
           05  LB-SHELF-PRICE           PIC 9999V99.
           05  LB-PROMO-PRICE           PIC 9999V99.
           05  LB-MULTIBUY-QTY          PIC 9(3).
           05  LB-MULTIBUY-PRICE        PIC 9999V99.
           05  LB-PROMO-END-DATE        PIC 9(8).

       FD  PRCACT-RPT
           RECORDING MODE IS F.
       01  PRCACT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ASSEMBLED-IN-STATUS          PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  PRICE-PENDING-STATUS         PIC XX            VALUE "00".
       77  PROM-MASTER-STATUS           PIC XX            VALUE "00".
       77  LABEL-OUT-STATUS             PIC XX            VALUE "00".
       77  PRCACT-RPT-STATUS            PIC XX            VALUE "00".

       77  PD-ASSEMBLED-EOF-SWITCH      PIC X(01)         VALUE "N".
           88  PD-ASSEMBLED-EOF                            VALUE "Y".
       77  PD-PENDING-EOF-SWITCH        PIC X(01)         VALUE "N".
           88  PD-PENDING-EOF                              VALUE "Y".
       77  PD-PROMO-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-PROMO-EOF                                VALUE "Y".
      *    A missing promotions master (nothing ever promoted) is not
      *    an error - there are simply no promotion tickets.
       77  PD-NO-PROMOS-SWITCH          PIC X(01)         VALUE "N".
           88  PD-NO-PROMOS                                VALUE "Y".

       77  PD-APPLIED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-DROPPED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-START-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-END-COUNT                 PIC 9(7)  COMP     VALUE 0.
       77  PD-LABEL-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-REISSUED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-PURGED-COUNT              PIC 9(7)  COMP     VALUE 0.

      * Run parameter - the trading date just traded, defaulting to
      * the system date:  PDPRCACT [ccyymmdd].  Tickets are for the
      * trading date after it.
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-NEXT-DATE                 PIC 9(8)          VALUE 0.
       77  PD-DATE-INTEGER              PIC 9(7)  COMP     VALUE 0.

      * The nights whose promotion tickets this run prepares - from
      * the first trading date not yet ticketed (the day after the
      * night last ticketed) to the trading date just traded.
       77  PD-FROM-DATE                 PIC 9(8)          VALUE 0.
       77  PD-PRIOR-NIGHT               PIC 9(8)          VALUE 0.

      * The stores trading tonight, searched the way PDPAYMAT
      * searches its store table.
       77  PD-STORE-COUNT               PIC 9(4)  COMP     VALUE 0.
       77  PD-STORE-SUB                 PIC 9(4)  COMP     VALUE 0.
       77  PD-MAX-STORES                PIC 9(4)  COMP     VALUE 10.
       77  PD-STORE-FOUND-SWITCH        PIC X(01)         VALUE "N".
           88  PD-STORE-FOUND                              VALUE "Y".
       77  PD-STORE-OVERFLOW            PIC 9(7)  COMP     VALUE 0.
       01  PD-STORE-TABLE.
           05  PD-STORE-ENTRY OCCURS 10 TIMES.
               10  PD-ST-STORE-NUMBER   PIC 9(3).

      * Every ticket to change tomorrow morning, the same for each
      * store.  A second pending change for the same item (a missed
      * night) replaces the first, so one ticket shows the final
      * price.
       77  PD-TICKET-COUNT              PIC 9(4)  COMP     VALUE 0.
       77  PD-TICKET-SUB                PIC 9(4)  COMP     VALUE 0.
       77  PD-MAX-TICKETS               PIC 9(4)  COMP     VALUE 1000.
       77  PD-TICKET-FOUND-SWITCH       PIC X(01)         VALUE "N".
           88  PD-TICKET-FOUND                             VALUE "Y".
       77  PD-TICKET-HIT-SUB            PIC 9(4)  COMP     VALUE 0.
       77  PD-TICKET-OVERFLOW           PIC 9(7)  COMP     VALUE 0.
       01  PD-TICKET-TABLE.
           05  PD-TICKET-ENTRY OCCURS 1000 TIMES.
               10  PD-TK-TICKET-TYPE    PIC X.
               10  PD-TK-ITEM-CODE      PIC X(10).
               10  PD-TK-DESCRIPTION    PIC X(30).
               10  PD-TK-WAS-PRICE      PIC 9999V99.
               10  PD-TK-SHELF-PRICE    PIC 9999V99.
               10  PD-TK-PROMO-PRICE    PIC 9999V99.
               10  PD-TK-MULTIBUY-QTY   PIC 9(3).
               10  PD-TK-MULTIBUY-PRICE PIC 9999V99.
               10  PD-TK-PROMO-END-DATE PIC 9(8).

      * The ticket being added to the table.
       01  PD-NEW-TICKET.
           05  PD-NT-TICKET-TYPE        PIC X.
           05  PD-NT-ITEM-CODE          PIC X(10).
           05  PD-NT-DESCRIPTION        PIC X(30).
           05  PD-NT-WAS-PRICE          PIC 9999V99.
           05  PD-NT-SHELF-PRICE        PIC 9999V99.
           05  PD-NT-PROMO-PRICE        PIC 9999V99.
           05  PD-NT-MULTIBUY-QTY       PIC 9(3).
           05  PD-NT-MULTIBUY-PRICE     PIC 9999V99.
           05  PD-NT-PROMO-END-DATE     PIC 9(8).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDPRCACT - SHELF-EDGE TICKET CHECKLIST".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(28) VALUE
             "PROMOTIONS FOR NIGHTS FROM ".
           05  PD-RH-FROM-DATE         PIC 9(8).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  PD-RH-TO-DATE           PIC 9(8).
       01  PD-STORE-HEADING.
           05  FILLER                  PIC X(06) VALUE "STORE ".
           05  PD-SH-STORE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(28) VALUE
             " - TICKETS FOR TRADING DATE ".
           05  PD-SH-NEXT-DATE         PIC 9(8).
       01  PD-TICKET-HEADING.
           05  FILLER                  PIC X(44) VALUE
             "ITEMCODE    DESCRIPTION".
           05  FILLER                  PIC X(18) VALUE "TICKET".
           05  FILLER                  PIC X(18) VALUE
             "    WAS  NOW SHELF".
           05  FILLER                  PIC X(30) VALUE
             "  PROMOTION         UNTIL".
           05  FILLER                  PIC X(04) VALUE "DONE".

       01  PD-TICKET-LINE.
           05  PD-TL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-TICKET            PIC X(16).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-WAS-PRICE         PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-SHELF-PRICE       PIC ZZZ9.99.
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  PD-TL-PROMOTION.
               10  PD-TL-PROMO-QTY     PIC ZZ9.
               10  PD-TL-PROMO-FOR     PIC X(05).
               10  PD-TL-PROMO-PRICE   PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-PROMO-UNTIL       PIC X(08).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  PD-TL-DONE              PIC X(04)         VALUE "[  ]".

       01  PD-NONE-LINE.
           05  FILLER                  PIC X(40) VALUE
             "*** NO TICKETS TO CHANGE ***".

       01  PD-DROPPED-LINE.
           05  FILLER                  PIC X(26) VALUE
             "PENDING PRICE DROPPED -  ".
           05  PD-DR-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DR-EFFECTIVE-DATE    PIC 9(8).
           05  FILLER                  PIC X(28) VALUE
             "  ITEMCODE NOT ON MASTER".

       01  PD-BLANK-LINE               PIC X(01)         VALUE SPACES.

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "PRICE CHANGES MADE LIVE . . :".
           05  PD-SUM-APPLIED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "PENDING PRICES DROPPED  . . :".
           05  PD-SUM-DROPPED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "PROMOTIONS STARTING . . . . :".
           05  PD-SUM-STARTS           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "PROMOTIONS ENDED  . . . . . :".
           05  PD-SUM-ENDS             PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "STORES TICKETED . . . . . . :".
           05  PD-SUM-STORES           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "SHELF-EDGE LABELS WRITTEN . :".
           05  PD-SUM-LABELS           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "PRICE TICKETS RE-ISSUED . . :".
           05  PD-SUM-REISSUED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "APPLIED PRICES PURGED . . . :".
           05  PD-SUM-PURGED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-NOTE-ONE-STORE
               THRU 2000-NOTE-ONE-STORE-EXIT
               UNTIL PD-ASSEMBLED-EOF.

           PERFORM 3000-ACTIVATE-PRICES
               THRU 3000-ACTIVATE-PRICES-EXIT.

           PERFORM 4000-FIND-PROMOTIONS
               THRU 4000-FIND-PROMOTIONS-EXIT.

           PERFORM 6000-PRINT-STORES
               THRU 6000-PRINT-STORES-EXIT.

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
                   DISPLAY "PDPRCACT - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           COMPUTE PD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-TRADING-DATE) + 1.
           COMPUTE PD-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (PD-DATE-INTEGER).

           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               DISPLAY "PDPRCACT - UNABLE TO OPEN PDBASKOT, STATUS = "
                   ASSEMBLED-IN-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O    ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDPRCACT - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The pending file is created empty the first time, the same
      *    way PDITMLD establishes it - nothing is then pending.
           OPEN I-O PRICE-PENDING.
           IF PRICE-PENDING-STATUS = "35"
               CLOSE PRICE-PENDING
               OPEN OUTPUT PRICE-PENDING
               CLOSE PRICE-PENDING
               OPEN I-O PRICE-PENDING
           END-IF.
           IF PRICE-PENDING-STATUS NOT = "00"
               DISPLAY "PDPRCACT - UNABLE TO OPEN PRICEPND, STATUS = "
                   PRICE-PENDING-STATUS
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1200-SET-PROMOTION-RANGE
               THRU 1200-SET-PROMOTION-RANGE-EXIT.

           OPEN INPUT  PROM-MASTER.
           IF PROM-MASTER-STATUS = "35"
               SET PD-NO-PROMOS TO TRUE
           ELSE
               IF PROM-MASTER-STATUS NOT = "00"
                   DISPLAY "PDPRCACT - UNABLE TO OPEN PROMMAST, "
                       "STATUS = " PROM-MASTER-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT LABEL-OUT.
           OPEN OUTPUT PRCACT-RPT.

           WRITE PRCACT-RPT-LINE FROM PD-REPORT-HEADING-1.
           MOVE PD-FROM-DATE    TO PD-RH-FROM-DATE.
           MOVE PD-TRADING-DATE TO PD-RH-TO-DATE.
           WRITE PRCACT-RPT-LINE FROM PD-REPORT-HEADING-2.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1200-SET-PROMOTION-RANGE                                    *
      *    The control row holds the last trading date ticketed and    *
      *    the one before it.  A new night moves both on; a re-run of  *
      *    the last night keeps the night before it, so the re-run     *
      *    covers the same nights as the run it replaces.  The very    *
      *    first run, or a re-run of an older night, covers the one    *
      *    night alone.                                                *
      ******************************************************************
       1200-SET-PROMOTION-RANGE.
           COMPUTE PD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-TRADING-DATE) - 1.
           COMPUTE PD-PRIOR-NIGHT =
               FUNCTION DATE-OF-INTEGER (PD-DATE-INTEGER).

           MOVE SPACES TO PP-ITEM-CODE.
           MOVE 0      TO PP-EFFECTIVE-DATE.
           READ PRICE-PENDING
               KEY IS PP-KEY
               INVALID KEY
                   MOVE SPACES          TO PP-ITEM-CODE
                   MOVE 0               TO PP-EFFECTIVE-DATE
                   MOVE SPACES          TO PP-CONTROL-DATA
                   MOVE PD-TRADING-DATE TO PP-LAST-NIGHT
                   MOVE PD-PRIOR-NIGHT  TO PP-PRIOR-NIGHT
                   WRITE PRICE-PENDING-REC
                   GO TO 1200-SET-PROMOTION-RANGE-FROM
           END-READ.

           IF PP-LAST-NIGHT = PD-TRADING-DATE
               MOVE PP-PRIOR-NIGHT TO PD-PRIOR-NIGHT
               GO TO 1200-SET-PROMOTION-RANGE-FROM
           END-IF.

           IF PP-LAST-NIGHT < PD-TRADING-DATE
               MOVE PP-LAST-NIGHT   TO PD-PRIOR-NIGHT
               MOVE PP-LAST-NIGHT   TO PP-PRIOR-NIGHT
               MOVE PD-TRADING-DATE TO PP-LAST-NIGHT
               REWRITE PRICE-PENDING-REC
           END-IF.

       1200-SET-PROMOTION-RANGE-FROM.
           COMPUTE PD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-PRIOR-NIGHT) + 1.
           COMPUTE PD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (PD-DATE-INTEGER).
       1200-SET-PROMOTION-RANGE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-NOTE-ONE-STORE                                         *
      *    Every store trading tonight gets its own checklist and      *
      *    labels.                                                     *
      ******************************************************************
       2000-NOTE-ONE-STORE.
           MOVE "N" TO PD-STORE-FOUND-SWITCH.
           PERFORM 2200-SEARCH-ONE-STORE
               THRU 2200-SEARCH-ONE-STORE-EXIT
               VARYING PD-STORE-SUB FROM 1 BY 1
               UNTIL PD-STORE-SUB > PD-STORE-COUNT
                   OR PD-STORE-FOUND.

           IF NOT PD-STORE-FOUND
               IF PD-STORE-COUNT < PD-MAX-STORES
                   ADD 1 TO PD-STORE-COUNT
                   MOVE AI-STORE-NUMBER
                       TO PD-ST-STORE-NUMBER (PD-STORE-COUNT)
               ELSE
                   ADD 1 TO PD-STORE-OVERFLOW
               END-IF
           END-IF.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       2000-NOTE-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-ASSEMBLED                                         *
      ******************************************************************
       2100-READ-ASSEMBLED.
           READ ASSEMBLED-IN
               AT END
                   SET PD-ASSEMBLED-EOF TO TRUE
           END-READ.
       2100-READ-ASSEMBLED-EXIT.
           EXIT.

      ******************************************************************
      *    2200-SEARCH-ONE-STORE                                       *
      ******************************************************************
       2200-SEARCH-ONE-STORE.
           IF PD-ST-STORE-NUMBER (PD-STORE-SUB) = AI-STORE-NUMBER
               SET PD-STORE-FOUND TO TRUE
           END-IF.
       2200-SEARCH-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ACTIVATE-PRICES                                        *
      *    Sequential pass over the pending file - a change effective  *
      *    on or before the next trading date goes live now.  Anything *
      *    later stays pending for its own night.  The control row is  *
      *    passed over.                                                *
      ******************************************************************
       3000-ACTIVATE-PRICES.
           MOVE LOW-VALUES TO PP-KEY.
           START PRICE-PENDING
               KEY IS NOT LESS THAN PP-KEY
               INVALID KEY
                   GO TO 3000-ACTIVATE-PRICES-EXIT
           END-START.

           PERFORM 3100-ACTIVATE-ONE-PRICE
               THRU 3100-ACTIVATE-ONE-PRICE-EXIT
               UNTIL PD-PENDING-EOF.
       3000-ACTIVATE-PRICES-EXIT.
           EXIT.

      ******************************************************************
      *    3100-ACTIVATE-ONE-PRICE                                     *
      *    The shelf price is rewritten on the item master and the     *
      *    change marked applied by tonight's trading date, with the   *
      *    price it replaced for the ticket.  A change already applied *
      *    goes to 3200.  A change for an ItemCode since deleted from  *
      *    the master is removed and listed.                           *
      ******************************************************************
       3100-ACTIVATE-ONE-PRICE.
           READ PRICE-PENDING NEXT
               AT END
                   SET PD-PENDING-EOF TO TRUE
                   GO TO 3100-ACTIVATE-ONE-PRICE-EXIT
           END-READ.

           IF PP-ITEM-CODE = SPACES
               GO TO 3100-ACTIVATE-ONE-PRICE-EXIT
           END-IF.

           IF PP-APPLIED
               PERFORM 3200-CHECK-APPLIED-PRICE
                   THRU 3200-CHECK-APPLIED-PRICE-EXIT
               GO TO 3100-ACTIVATE-ONE-PRICE-EXIT
           END-IF.

           IF PP-EFFECTIVE-DATE > PD-NEXT-DATE
               GO TO 3100-ACTIVATE-ONE-PRICE-EXIT
           END-IF.

           MOVE PP-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   ADD 1 TO PD-DROPPED-COUNT
                   MOVE PP-ITEM-CODE TO PD-DR-ITEM-CODE
                   MOVE PP-EFFECTIVE-DATE TO PD-DR-EFFECTIVE-DATE
                   WRITE PRCACT-RPT-LINE FROM PD-DROPPED-LINE
                   DELETE PRICE-PENDING
                   GO TO 3100-ACTIVATE-ONE-PRICE-EXIT
           END-READ.

           MOVE "P"            TO PD-NT-TICKET-TYPE.
           MOVE IM-ITEM-CODE   TO PD-NT-ITEM-CODE.
           MOVE IM-DESCRIPTION TO PD-NT-DESCRIPTION.
           MOVE IM-SHELF-PRICE TO PD-NT-WAS-PRICE.
           MOVE PP-SHELF-PRICE TO PD-NT-SHELF-PRICE.
           MOVE 0              TO PD-NT-PROMO-PRICE
                                  PD-NT-MULTIBUY-QTY
                                  PD-NT-MULTIBUY-PRICE
                                  PD-NT-PROMO-END-DATE.
           PERFORM 5000-ADD-TICKET
               THRU 5000-ADD-TICKET-EXIT.

           MOVE IM-SHELF-PRICE TO PP-WAS-PRICE.
           MOVE PP-SHELF-PRICE TO IM-SHELF-PRICE.
           REWRITE ITEM-MASTER-REC.
           SET PP-APPLIED      TO TRUE.
           MOVE PD-TRADING-DATE TO PP-APPLIED-DATE.
           REWRITE PRICE-PENDING-REC.
           ADD 1 TO PD-APPLIED-COUNT.
       3100-ACTIVATE-ONE-PRICE-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CHECK-APPLIED-PRICE                                    *
      *    A change made live on an earlier night has had its tickets  *
      *    and is purged.  One made live on this same trading date is  *
      *    a re-run: the item master already carries it, so only the   *
      *    ticket is prepared again from the prices kept on the row.   *
      *    One made live by a later night is left alone.               *
      ******************************************************************
       3200-CHECK-APPLIED-PRICE.
           IF PP-APPLIED-DATE < PD-TRADING-DATE
               DELETE PRICE-PENDING
               ADD 1 TO PD-PURGED-COUNT
               GO TO 3200-CHECK-APPLIED-PRICE-EXIT
           END-IF.
           IF PP-APPLIED-DATE > PD-TRADING-DATE
               GO TO 3200-CHECK-APPLIED-PRICE-EXIT
           END-IF.

           MOVE PP-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON ITEM MASTER ***" TO IM-DESCRIPTION
           END-READ.

           MOVE "P"            TO PD-NT-TICKET-TYPE.
           MOVE PP-ITEM-CODE   TO PD-NT-ITEM-CODE.
           MOVE IM-DESCRIPTION TO PD-NT-DESCRIPTION.
           MOVE PP-WAS-PRICE   TO PD-NT-WAS-PRICE.
           MOVE PP-SHELF-PRICE TO PD-NT-SHELF-PRICE.
           MOVE 0              TO PD-NT-PROMO-PRICE
                                  PD-NT-MULTIBUY-QTY
                                  PD-NT-MULTIBUY-PRICE
                                  PD-NT-PROMO-END-DATE.
           PERFORM 5000-ADD-TICKET
               THRU 5000-ADD-TICKET-EXIT.
           ADD 1 TO PD-REISSUED-COUNT.
       3200-CHECK-APPLIED-PRICE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-FIND-PROMOTIONS                                        *
      *    Sequential pass over the promotions master for those        *
      *    starting, and those that have ended, over the nights since  *
      *    the last one ticketed (see 1200).                           *
      ******************************************************************
       4000-FIND-PROMOTIONS.
           IF PD-NO-PROMOS
               GO TO 4000-FIND-PROMOTIONS-EXIT
           END-IF.

           MOVE LOW-VALUES TO PM-ITEM-CODE.
           START PROM-MASTER
               KEY IS NOT LESS THAN PM-ITEM-CODE
               INVALID KEY
                   GO TO 4000-FIND-PROMOTIONS-EXIT
           END-START.

           PERFORM 4100-CHECK-ONE-PROMOTION
               THRU 4100-CHECK-ONE-PROMOTION-EXIT
               UNTIL PD-PROMO-EOF.
       4000-FIND-PROMOTIONS-EXIT.
           EXIT.

      ******************************************************************
      *    4100-CHECK-ONE-PROMOTION                                    *
      *    A promotion starting puts up the promo ticket over the      *
      *    shelf price now in force; one that has ended takes it down  *
      *    and the shelf price goes back up.                           *
      *                                                                *
      *    Starting means a start date after the first night covered   *
      *    up to the next trading date, and still running then.        *
      *    Ended means a last day within the nights covered, for a     *
      *    promotion whose ticket was already up before them.  One     *
      *    that started and ended inside a gap of missed nights never  *
      *    had a ticket and gets none.                                 *
      ******************************************************************
       4100-CHECK-ONE-PROMOTION.
           READ PROM-MASTER NEXT
               AT END
                   SET PD-PROMO-EOF TO TRUE
                   GO TO 4100-CHECK-ONE-PROMOTION-EXIT
           END-READ.

           IF PM-START-DATE > PD-FROM-DATE
                   AND PM-START-DATE NOT > PD-NEXT-DATE
                   AND PM-END-DATE NOT < PD-NEXT-DATE
               MOVE "S" TO PD-NT-TICKET-TYPE
               GO TO 4100-CHECK-ONE-PROMOTION-TICKET
           END-IF.

           IF PM-END-DATE NOT < PD-FROM-DATE
                   AND PM-END-DATE NOT > PD-TRADING-DATE
                   AND PM-START-DATE NOT > PD-FROM-DATE
               MOVE "E" TO PD-NT-TICKET-TYPE
               GO TO 4100-CHECK-ONE-PROMOTION-TICKET
           END-IF.
           GO TO 4100-CHECK-ONE-PROMOTION-EXIT.

       4100-CHECK-ONE-PROMOTION-TICKET.

           MOVE PM-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON ITEM MASTER ***" TO IM-DESCRIPTION
                   MOVE 0 TO IM-SHELF-PRICE
           END-READ.

           MOVE PM-ITEM-CODE   TO PD-NT-ITEM-CODE.
           MOVE IM-DESCRIPTION TO PD-NT-DESCRIPTION.
           MOVE IM-SHELF-PRICE TO PD-NT-SHELF-PRICE.
           MOVE PM-PROMO-PRICE    TO PD-NT-PROMO-PRICE.
           MOVE PM-MULTIBUY-QTY   TO PD-NT-MULTIBUY-QTY.
           MOVE PM-MULTIBUY-PRICE TO PD-NT-MULTIBUY-PRICE.
           MOVE PM-END-DATE       TO PD-NT-PROMO-END-DATE.

           IF PD-NT-TICKET-TYPE = "S"
               MOVE IM-SHELF-PRICE TO PD-NT-WAS-PRICE
               ADD 1 TO PD-START-COUNT
           ELSE
               MOVE PM-PROMO-PRICE TO PD-NT-WAS-PRICE
               ADD 1 TO PD-END-COUNT
           END-IF.
           PERFORM 5000-ADD-TICKET
               THRU 5000-ADD-TICKET-EXIT.
       4100-CHECK-ONE-PROMOTION-EXIT.
           EXIT.

      ******************************************************************
      *    5000-ADD-TICKET                                             *
      *    Adds PD-NEW-TICKET to the table, or replaces an earlier     *
      *    ticket of the same type for the same item.                  *
      ******************************************************************
       5000-ADD-TICKET.
           MOVE "N" TO PD-TICKET-FOUND-SWITCH.
           PERFORM 5100-SEARCH-ONE-TICKET
               THRU 5100-SEARCH-ONE-TICKET-EXIT
               VARYING PD-TICKET-SUB FROM 1 BY 1
               UNTIL PD-TICKET-SUB > PD-TICKET-COUNT
                   OR PD-TICKET-FOUND.

           IF PD-TICKET-FOUND
               MOVE PD-NT-SHELF-PRICE
                   TO PD-TK-SHELF-PRICE (PD-TICKET-HIT-SUB)
               GO TO 5000-ADD-TICKET-EXIT
           END-IF.

           IF PD-TICKET-COUNT < PD-MAX-TICKETS
               ADD 1 TO PD-TICKET-COUNT
               MOVE PD-NEW-TICKET TO PD-TICKET-ENTRY (PD-TICKET-COUNT)
           ELSE
               ADD 1 TO PD-TICKET-OVERFLOW
           END-IF.
       5000-ADD-TICKET-EXIT.
           EXIT.

      ******************************************************************
      *    5100-SEARCH-ONE-TICKET                                      *
      ******************************************************************
       5100-SEARCH-ONE-TICKET.
           IF PD-TK-ITEM-CODE (PD-TICKET-SUB) = PD-NT-ITEM-CODE
                   AND PD-TK-TICKET-TYPE (PD-TICKET-SUB) =
                       PD-NT-TICKET-TYPE
               SET PD-TICKET-FOUND TO TRUE
               MOVE PD-TICKET-SUB TO PD-TICKET-HIT-SUB
           END-IF.
       5100-SEARCH-ONE-TICKET-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-STORES                                           *
      ******************************************************************
       6000-PRINT-STORES.
           PERFORM 6100-PRINT-ONE-STORE
               THRU 6100-PRINT-ONE-STORE-EXIT
               VARYING PD-STORE-SUB FROM 1 BY 1
               UNTIL PD-STORE-SUB > PD-STORE-COUNT.
       6000-PRINT-STORES-EXIT.
           EXIT.

      ******************************************************************
      *    6100-PRINT-ONE-STORE                                        *
      ******************************************************************
       6100-PRINT-ONE-STORE.
           WRITE PRCACT-RPT-LINE FROM PD-BLANK-LINE.
           MOVE PD-ST-STORE-NUMBER (PD-STORE-SUB)
               TO PD-SH-STORE-NUMBER.
           MOVE PD-NEXT-DATE TO PD-SH-NEXT-DATE.
           WRITE PRCACT-RPT-LINE FROM PD-STORE-HEADING.

           IF PD-TICKET-COUNT = 0
               WRITE PRCACT-RPT-LINE FROM PD-NONE-LINE
               GO TO 6100-PRINT-ONE-STORE-EXIT
           END-IF.

           WRITE PRCACT-RPT-LINE FROM PD-TICKET-HEADING.
           PERFORM 6200-PRINT-ONE-TICKET
               THRU 6200-PRINT-ONE-TICKET-EXIT
               VARYING PD-TICKET-SUB FROM 1 BY 1
               UNTIL PD-TICKET-SUB > PD-TICKET-COUNT.
       6100-PRINT-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      *    6200-PRINT-ONE-TICKET                                       *
      *    One checklist line and one shelf-edge label per ticket.     *
      ******************************************************************
       6200-PRINT-ONE-TICKET.
           MOVE SPACES TO PD-TICKET-LINE.
           MOVE PD-TK-ITEM-CODE (PD-TICKET-SUB)   TO PD-TL-ITEM-CODE.
           MOVE PD-TK-DESCRIPTION (PD-TICKET-SUB) TO PD-TL-DESCRIPTION.
           MOVE PD-TK-WAS-PRICE (PD-TICKET-SUB)   TO PD-TL-WAS-PRICE.
           MOVE PD-TK-SHELF-PRICE (PD-TICKET-SUB) TO PD-TL-SHELF-PRICE.
           MOVE "[  ]" TO PD-TL-DONE.

           IF PD-TK-TICKET-TYPE (PD-TICKET-SUB) = "P"
               MOVE "PRICE CHANGE" TO PD-TL-TICKET
           ELSE
               IF PD-TK-TICKET-TYPE (PD-TICKET-SUB) = "S"
                   MOVE "PROMOTION START" TO PD-TL-TICKET
                   PERFORM 6300-FORMAT-PROMOTION
                       THRU 6300-FORMAT-PROMOTION-EXIT
               ELSE
                   MOVE "PROMOTION END" TO PD-TL-TICKET
               END-IF
           END-IF.
           WRITE PRCACT-RPT-LINE FROM PD-TICKET-LINE.

           MOVE PD-ST-STORE-NUMBER (PD-STORE-SUB) TO LB-STORE-NUMBER.
           MOVE PD-NEXT-DATE TO LB-EFFECTIVE-DATE.
           MOVE PD-TK-TICKET-TYPE (PD-TICKET-SUB) TO LB-TICKET-TYPE.
           MOVE PD-TK-ITEM-CODE (PD-TICKET-SUB)   TO LB-ITEM-CODE.
           MOVE PD-TK-DESCRIPTION (PD-TICKET-SUB) TO LB-DESCRIPTION.
           MOVE PD-TK-SHELF-PRICE (PD-TICKET-SUB) TO LB-SHELF-PRICE.
           IF LB-PROMO-START
               MOVE PD-TK-PROMO-PRICE (PD-TICKET-SUB)
                   TO LB-PROMO-PRICE
               MOVE PD-TK-MULTIBUY-QTY (PD-TICKET-SUB)
                   TO LB-MULTIBUY-QTY
               MOVE PD-TK-MULTIBUY-PRICE (PD-TICKET-SUB)
                   TO LB-MULTIBUY-PRICE
               MOVE PD-TK-PROMO-END-DATE (PD-TICKET-SUB)
                   TO LB-PROMO-END-DATE
           ELSE
               MOVE 0 TO LB-PROMO-PRICE
                         LB-MULTIBUY-QTY
                         LB-MULTIBUY-PRICE
                         LB-PROMO-END-DATE
           END-IF.
           WRITE LABEL-OUT-REC.
           ADD 1 TO PD-LABEL-COUNT.
       6200-PRINT-ONE-TICKET-EXIT.
           EXIT.

      ******************************************************************
      *    6300-FORMAT-PROMOTION                                       *
      *    A straight promo price prints as the price alone, a         *
      *    multibuy as "n FOR price".                                  *
      ******************************************************************
       6300-FORMAT-PROMOTION.
           IF PD-TK-PROMO-PRICE (PD-TICKET-SUB) > 0
               MOVE PD-TK-PROMO-PRICE (PD-TICKET-SUB)
                   TO PD-TL-PROMO-PRICE
           ELSE
               MOVE PD-TK-MULTIBUY-QTY (PD-TICKET-SUB)
                   TO PD-TL-PROMO-QTY
               MOVE " FOR " TO PD-TL-PROMO-FOR
               MOVE PD-TK-MULTIBUY-PRICE (PD-TICKET-SUB)
                   TO PD-TL-PROMO-PRICE
           END-IF.
           MOVE PD-TK-PROMO-END-DATE (PD-TICKET-SUB)
               TO PD-TL-PROMO-UNTIL.
       6300-FORMAT-PROMOTION-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-APPLIED-COUNT TO PD-SUM-APPLIED.
           MOVE PD-DROPPED-COUNT TO PD-SUM-DROPPED.
           MOVE PD-START-COUNT   TO PD-SUM-STARTS.
           MOVE PD-END-COUNT     TO PD-SUM-ENDS.
           MOVE PD-STORE-COUNT   TO PD-SUM-STORES.
           MOVE PD-LABEL-COUNT   TO PD-SUM-LABELS.
           MOVE PD-REISSUED-COUNT TO PD-SUM-REISSUED.
           MOVE PD-PURGED-COUNT   TO PD-SUM-PURGED.

           WRITE PRCACT-RPT-LINE FROM PD-BLANK-LINE.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE PRCACT-RPT-LINE FROM PD-SUMMARY-LINE-8.

           IF PD-STORE-OVERFLOW > 0
               DISPLAY "PDPRCACT - " PD-STORE-OVERFLOW
                   " INVOICES FROM STORES PAST THE STORE TABLE - "
                   "THOSE STORES HAVE NO CHECKLIST"
           END-IF.
           IF PD-TICKET-OVERFLOW > 0
               DISPLAY "PDPRCACT - " PD-TICKET-OVERFLOW
                   " TICKETS PAST THE TICKET TABLE - CHECKLIST"
                   " IS INCOMPLETE"
           END-IF.

           CLOSE ASSEMBLED-IN
                 ITEM-MASTER
                 PRICE-PENDING
                 LABEL-OUT
                 PRCACT-RPT.
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
