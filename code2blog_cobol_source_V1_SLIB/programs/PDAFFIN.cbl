      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDAFFIN                                         *
      *   PURPOSE:     Market-basket affinity report.  Reads the       *
      *                purchase history for a range of trading dates,  *
      *                optionally for one store, and counts how many   *
      *                sale baskets contain each ItemCode and each     *
      *                pair of ItemCodes bought together.  The most    *
      *                frequent pairs are listed with their support    *
      *                (baskets containing both), the confidence each  *
      *                way (of the baskets holding one item, the       *
      *                share that also held the other) and the lift    *
      *                (how much more often the pair occurs than the   *
      *                two items' own popularity would predict), with  *
      *                the item-master descriptions - the evidence the *
      *                buyers want before setting up cross-            *
      *                merchandising or a multibuy deal on PROMMAST.   *
      *                                                                *
      *                Credit (refund) baskets are left out.  A pair   *
      *                seen in fewer baskets than the minimum support  *
      *                is too thin to act on and is not reported.      *
      *                An item bought twice in one basket counts once. *
      *                                                                *
      *                Run parameters, fixed columns:                  *
      *                  PDAFFIN ccyymmdd ccyymmdd [sss [nnnnn]]       *
      *                the first and last trading dates, the store     *
      *                (blank or 000 for all stores) and the minimum   *
      *                support in baskets (default 00005).             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDAFFIN.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - item-pair support,        *
      *                    confidence and lift over the purchase       *
      *                    history for a date range and store.         *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

      *    Work file for the counts - rebuilt empty every run.
           SELECT AFF-WORK
               ASSIGN TO AFFWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AFF-WORK-STATUS.

           SELECT AFFIN-RPT
               ASSIGN TO PDAFFINR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFFIN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PURCH-HIST mirrors the layout PDBASKET loads - one row per
      * invoice, stamped with its trading date, store and till.
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

      * ITEM-MASTER mirrors the layout PDITMLD maintains - read for
      * the authorised description of each item reported.
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

      * AFF-WORK holds one row per ItemCode (second code blank) and
      * one per pair of ItemCodes bought together (lower code first),
      * each with the number of baskets it was seen in.  A blank
      * second code sorts ahead of any real one, so a sequential walk
      * meets each item's own row just before the pairs it leads.
       FD  AFF-WORK.
       01  AFF-WORK-REC.
           05  AW-KEY.
               10  AW-ITEM-A            PIC X(10).
               10  AW-ITEM-B            PIC X(10).
           05  AW-BASKETS               PIC 9(9)  COMP.

       FD  AFFIN-RPT
           RECORDING MODE IS F.
       01  AFFIN-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       77  PURCH-HIST-STATUS            PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  AFF-WORK-STATUS              PIC XX            VALUE "00".
       77  AFFIN-RPT-STATUS             PIC XX            VALUE "00".

       77  PD-HIST-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-HIST-EOF                                VALUE "Y".
       77  PD-WORK-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-WORK-EOF                                VALUE "Y".

      * Run parameters:  PDAFFIN ccyymmdd ccyymmdd [sss [nnnnn]]
       01  PD-RUN-PARM.
           05  PD-PARM-FROM-DATE        PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-TO-DATE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-STORE            PIC X(03).
           05  FILLER                   PIC X(01).
           05  PD-PARM-MIN-SUPPORT      PIC X(05).
           05  FILLER                   PIC X(13).
       77  PD-FROM-DATE                 PIC 9(8)          VALUE 0.
       77  PD-TO-DATE                   PIC 9(8)          VALUE 0.
       77  PD-STORE-NUMBER              PIC 9(3)          VALUE 0.
       77  PD-MIN-SUPPORT               PIC 9(5)          VALUE 5.

       77  PD-ROW-COUNT                 PIC 9(7)  COMP     VALUE 0.
       77  PD-OUTSIDE-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-CREDIT-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-BASKET-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-DISTINCT-ITEM-COUNT       PIC 9(7)  COMP     VALUE 0.
       77  PD-PAIR-COUNT                PIC 9(9)  COMP     VALUE 0.
       77  PD-QUALIFIED-COUNT           PIC 9(9)  COMP     VALUE 0.

      * The distinct ItemCodes of the basket being analysed - an
      * item rung up more than once in a basket is held once.
       77  PD-ITEM-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-SUB-A                     PIC 9(4)  COMP     VALUE 0.
       77  PD-SUB-B                     PIC 9(4)  COMP     VALUE 0.
       77  PD-SUB-START                 PIC 9(4)  COMP     VALUE 0.
       77  PD-BASKET-ITEMS              PIC 9(4)  COMP     VALUE 0.
       77  PD-ITEM-SEEN-SWITCH          PIC X(01)         VALUE "N".
           88  PD-ITEM-SEEN                                VALUE "Y".
       01  PD-BASKET-TABLE.
           05  PD-BI-ITEM-CODE          PIC X(10) OCCURS 500 TIMES.

       01  PD-WORK-KEY.
           05  PD-WK-ITEM-A             PIC X(10).
           05  PD-WK-ITEM-B             PIC X(10).

      * The most frequent pairs at or above the minimum support, held
      * in descending order of support as the work file is walked.
      * A pair only displaces the last entry when it beats it, so
      * among equal supports the first met (lowest codes) is kept.
       77  PD-MAX-TOP                   PIC 9(4)  COMP     VALUE 100.
       77  PD-TOP-COUNT                 PIC 9(4)  COMP     VALUE 0.
       77  PD-TOP-SUB                   PIC 9(4)  COMP     VALUE 0.
       77  PD-PRIOR-SUB                 PIC 9(4)  COMP     VALUE 0.
       77  PD-PLACED-SWITCH             PIC X(01)         VALUE "N".
           88  PD-PLACED                                   VALUE "Y".
       77  PD-SUPPORT-A                 PIC 9(9)  COMP     VALUE 0.
       01  PD-TOP-TABLE.
           05  PD-TOP-ENTRY OCCURS 100 TIMES.
               10  PD-TP-ITEM-A         PIC X(10).
               10  PD-TP-ITEM-B         PIC X(10).
               10  PD-TP-SUPPORT        PIC 9(9)  COMP.
               10  PD-TP-SUPPORT-A      PIC 9(9)  COMP.

       77  PD-SUPPORT-B                 PIC 9(9)  COMP     VALUE 0.
       77  PD-CONFIDENCE-AB             PIC 9(3)V9        VALUE 0.
       77  PD-CONFIDENCE-BA             PIC 9(3)V9        VALUE 0.
       77  PD-LIFT                      PIC 9(5)V99       VALUE 0.
       77  PD-DESC-CODE                 PIC X(10)         VALUE SPACES.
       77  PD-DESC-TEXT                 PIC X(30)         VALUE SPACES.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDAFFIN - MARKET-BASKET AFFINITY REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(15)
                   VALUE "TRADING DATES  ".
           05  PD-RH-FROM-DATE         PIC 9(8).
           05  FILLER                  PIC X(04)         VALUE " TO ".
           05  PD-RH-TO-DATE           PIC 9(8).
           05  FILLER                  PIC X(10)
                   VALUE "   STORE  ".
           05  PD-RH-STORE             PIC X(03).
           05  FILLER                  PIC X(21)
                   VALUE "   MINIMUM SUPPORT  ".
           05  PD-RH-MIN-SUPPORT       PIC ZZ,ZZ9.
       01  PD-REPORT-HEADING-3.
           05  FILLER                  PIC X(05) VALUE "RANK ".
           05  FILLER                  PIC X(11) VALUE "ITEM A".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(11) VALUE "ITEM B".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(09) VALUE "SUPPORT".
           05  FILLER                  PIC X(09) VALUE " CONF A>B".
           05  FILLER                  PIC X(10) VALUE "  CONF B>A".
           05  FILLER                  PIC X(09) VALUE "     LIFT".

       01  PD-DETAIL-LINE.
           05  PD-DL-RANK              PIC ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ITEM-A            PIC X(10).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-DESC-A            PIC X(30).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ITEM-B            PIC X(10).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-DESC-B            PIC X(30).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-SUPPORT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  PD-DL-CONFIDENCE-AB     PIC ZZ9.9.
           05  FILLER                  PIC X(01)         VALUE "%".
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  PD-DL-CONFIDENCE-BA     PIC ZZ9.9.
           05  FILLER                  PIC X(01)         VALUE "%".
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-LIFT              PIC ZZ,ZZ9.99.

       01  PD-NO-PAIRS-LINE.
           05  FILLER                  PIC X(60) VALUE
             "*** NO ITEM PAIR REACHED THE MINIMUM SUPPORT ***".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "HISTORY ROWS READ . . . . . :".
           05  PD-SUM-ROWS             PIC Z,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "ROWS OUTSIDE DATES/STORE .  :".
           05  PD-SUM-OUTSIDE          PIC Z,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "CREDIT BASKETS LEFT OUT . . :".
           05  PD-SUM-CREDITS          PIC Z,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "SALE BASKETS ANALYSED . . . :".
           05  PD-SUM-BASKETS          PIC Z,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "DISTINCT ITEMS SOLD . . . . :".
           05  PD-SUM-ITEMS            PIC Z,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM PAIRS SEEN . . . . . . :".
           05  PD-SUM-PAIRS            PIC ZZZ,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "PAIRS AT/ABOVE MIN SUPPORT  :".
           05  PD-SUM-QUALIFIED        PIC ZZZ,ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "PAIRS REPORTED  . . . . . . :".
           05  PD-SUM-REPORTED         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-ROW
               THRU 2000-PROCESS-ONE-ROW-EXIT
               UNTIL PD-HIST-EOF.

           PERFORM 5000-RANK-PAIRS
               THRU 5000-RANK-PAIRS-EXIT.

           PERFORM 6000-PRINT-PAIRS
               THRU 6000-PRINT-PAIRS-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      *    Both trading dates are required.  The store and minimum     *
      *    support may be left blank for all stores and the default    *
      *    of five baskets.                                            *
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.

           IF PD-PARM-FROM-DATE NOT NUMERIC
                   OR PD-PARM-TO-DATE NOT NUMERIC
               DISPLAY "PDAFFIN - TRADING DATE RANGE PARAMETER "
                   "INVALID: " PD-RUN-PARM
               GO TO 9999-EXIT
           END-IF.
           MOVE PD-PARM-FROM-DATE TO PD-FROM-DATE.
           MOVE PD-PARM-TO-DATE   TO PD-TO-DATE.
           IF PD-FROM-DATE > PD-TO-DATE
               DISPLAY "PDAFFIN - FIRST TRADING DATE IS AFTER THE "
                   "LAST: " PD-RUN-PARM
               GO TO 9999-EXIT
           END-IF.

           IF PD-PARM-STORE NOT = SPACES
               IF PD-PARM-STORE NUMERIC
                   MOVE PD-PARM-STORE TO PD-STORE-NUMBER
               ELSE
                   DISPLAY "PDAFFIN - STORE PARAMETER INVALID: "
                       PD-PARM-STORE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF PD-PARM-MIN-SUPPORT NOT = SPACES
               IF PD-PARM-MIN-SUPPORT NUMERIC
                       AND PD-PARM-MIN-SUPPORT > "00000"
                   MOVE PD-PARM-MIN-SUPPORT TO PD-MIN-SUPPORT
               ELSE
                   DISPLAY "PDAFFIN - MINIMUM SUPPORT PARAMETER "
                       "INVALID: " PD-PARM-MIN-SUPPORT
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT PURCH-HIST.
           IF PURCH-HIST-STATUS NOT = "00"
               DISPLAY "PDAFFIN - UNABLE TO OPEN PURCHIST, STATUS = "
                   PURCH-HIST-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDAFFIN - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The work file is started empty on every run.
           OPEN OUTPUT AFF-WORK.
           CLOSE AFF-WORK.
           OPEN I-O AFF-WORK.
           IF AFF-WORK-STATUS NOT = "00"
               DISPLAY "PDAFFIN - UNABLE TO OPEN AFFWORK, STATUS = "
                   AFF-WORK-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT AFFIN-RPT.

           MOVE PD-FROM-DATE TO PD-RH-FROM-DATE.
           MOVE PD-TO-DATE   TO PD-RH-TO-DATE.
           IF PD-STORE-NUMBER = 0
               MOVE "ALL" TO PD-RH-STORE
           ELSE
               MOVE PD-STORE-NUMBER TO PD-RH-STORE
           END-IF.
           MOVE PD-MIN-SUPPORT TO PD-RH-MIN-SUPPORT.
           WRITE AFFIN-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE AFFIN-RPT-LINE FROM PD-REPORT-HEADING-2.
           WRITE AFFIN-RPT-LINE FROM PD-REPORT-HEADING-3.

           MOVE LOW-VALUES TO PH-PRIMARY-KEY.
           START PURCH-HIST
               KEY IS NOT LESS THAN PH-PRIMARY-KEY
               INVALID KEY
                   SET PD-HIST-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-ONE-ROW                                        *
      *    A sale basket inside the trading-date range (and for the    *
      *    chosen store, if one was given) is analysed; anything else  *
      *    is counted and passed over.                                 *
      ******************************************************************
       2000-PROCESS-ONE-ROW.
           READ PURCH-HIST NEXT
               AT END
                   SET PD-HIST-EOF TO TRUE
                   GO TO 2000-PROCESS-ONE-ROW-EXIT
           END-READ.

           ADD 1 TO PD-ROW-COUNT.

           IF PH-TRADING-DATE NOT NUMERIC
                   OR PH-TRADING-DATE < PD-FROM-DATE
                   OR PH-TRADING-DATE > PD-TO-DATE
               ADD 1 TO PD-OUTSIDE-COUNT
               GO TO 2000-PROCESS-ONE-ROW-EXIT
           END-IF.
           IF PD-STORE-NUMBER NOT = 0
                   AND PH-STORE-NUMBER NOT = PD-STORE-NUMBER
               ADD 1 TO PD-OUTSIDE-COUNT
               GO TO 2000-PROCESS-ONE-ROW-EXIT
           END-IF.

           IF NOT PH-SALE
               ADD 1 TO PD-CREDIT-COUNT
               GO TO 2000-PROCESS-ONE-ROW-EXIT
           END-IF.

           ADD 1 TO PD-BASKET-COUNT.
           PERFORM 3000-ANALYSE-BASKET
               THRU 3000-ANALYSE-BASKET-EXIT.
       2000-PROCESS-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ANALYSE-BASKET                                         *
      *    Reduces the basket to its distinct ItemCodes, then counts   *
      *    the basket once against each item and once against every    *
      *    pair of those items.                                        *
      ******************************************************************
       3000-ANALYSE-BASKET.
           MOVE 0 TO PD-BASKET-ITEMS.
           PERFORM 3100-NOTE-ITEM
               THRU 3100-NOTE-ITEM-EXIT
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > PH-ITEM-COUNT.

           PERFORM 3200-COUNT-ITEM
               THRU 3200-COUNT-ITEM-EXIT
               VARYING PD-SUB-A FROM 1 BY 1
               UNTIL PD-SUB-A > PD-BASKET-ITEMS.

           PERFORM 3300-PAIRS-FROM-ITEM
               THRU 3300-PAIRS-FROM-ITEM-EXIT
               VARYING PD-SUB-A FROM 1 BY 1
               UNTIL PD-SUB-A NOT < PD-BASKET-ITEMS.
       3000-ANALYSE-BASKET-EXIT.
           EXIT.

      ******************************************************************
      *    3100-NOTE-ITEM                                              *
      *    Adds the line's ItemCode to the basket's distinct list      *
      *    unless it is blank or already there.                        *
      ******************************************************************
       3100-NOTE-ITEM.
           IF PH-ITEM-CODE (PD-ITEM-SUB) = SPACES
               GO TO 3100-NOTE-ITEM-EXIT
           END-IF.

           MOVE "N" TO PD-ITEM-SEEN-SWITCH.
           PERFORM 3150-MATCH-ITEM
               THRU 3150-MATCH-ITEM-EXIT
               VARYING PD-SUB-B FROM 1 BY 1
               UNTIL PD-SUB-B > PD-BASKET-ITEMS
               OR PD-ITEM-SEEN.

           IF NOT PD-ITEM-SEEN
               ADD 1 TO PD-BASKET-ITEMS
               MOVE PH-ITEM-CODE (PD-ITEM-SUB)
                   TO PD-BI-ITEM-CODE (PD-BASKET-ITEMS)
           END-IF.
       3100-NOTE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3150-MATCH-ITEM                                             *
      ******************************************************************
       3150-MATCH-ITEM.
           IF PD-BI-ITEM-CODE (PD-SUB-B) = PH-ITEM-CODE (PD-ITEM-SUB)
               SET PD-ITEM-SEEN TO TRUE
           END-IF.
       3150-MATCH-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3200-COUNT-ITEM                                             *
      ******************************************************************
       3200-COUNT-ITEM.
           MOVE PD-BI-ITEM-CODE (PD-SUB-A) TO PD-WK-ITEM-A.
           MOVE SPACES                     TO PD-WK-ITEM-B.
           PERFORM 3500-ADD-TO-WORK
               THRU 3500-ADD-TO-WORK-EXIT.
       3200-COUNT-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3300-PAIRS-FROM-ITEM                                        *
      *    Pairs item A with every item after it in the list, so each  *
      *    pair in the basket is counted exactly once.                 *
      ******************************************************************
       3300-PAIRS-FROM-ITEM.
           COMPUTE PD-SUB-START = PD-SUB-A + 1.
           PERFORM 3400-COUNT-PAIR
               THRU 3400-COUNT-PAIR-EXIT
               VARYING PD-SUB-B FROM PD-SUB-START BY 1
               UNTIL PD-SUB-B > PD-BASKET-ITEMS.
       3300-PAIRS-FROM-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3400-COUNT-PAIR                                             *
      *    The lower ItemCode always goes first, so A-with-B and       *
      *    B-with-A land on the same work row.                         *
      ******************************************************************
       3400-COUNT-PAIR.
           IF PD-BI-ITEM-CODE (PD-SUB-A) < PD-BI-ITEM-CODE (PD-SUB-B)
               MOVE PD-BI-ITEM-CODE (PD-SUB-A) TO PD-WK-ITEM-A
               MOVE PD-BI-ITEM-CODE (PD-SUB-B) TO PD-WK-ITEM-B
           ELSE
               MOVE PD-BI-ITEM-CODE (PD-SUB-B) TO PD-WK-ITEM-A
               MOVE PD-BI-ITEM-CODE (PD-SUB-A) TO PD-WK-ITEM-B
           END-IF.
           PERFORM 3500-ADD-TO-WORK
               THRU 3500-ADD-TO-WORK-EXIT.
       3400-COUNT-PAIR-EXIT.
           EXIT.

      ******************************************************************
      *    3500-ADD-TO-WORK                                            *
      *    Adds one basket to the work row for PD-WORK-KEY, starting   *
      *    the row at one the first time it is met.                    *
      ******************************************************************
       3500-ADD-TO-WORK.
           MOVE PD-WORK-KEY TO AW-KEY.
           READ AFF-WORK
               KEY IS AW-KEY
               INVALID KEY
                   MOVE PD-WORK-KEY TO AW-KEY
                   MOVE 1 TO AW-BASKETS
                   WRITE AFF-WORK-REC
                   GO TO 3500-ADD-TO-WORK-EXIT
           END-READ.

           ADD 1 TO AW-BASKETS.
           REWRITE AFF-WORK-REC.
       3500-ADD-TO-WORK-EXIT.
           EXIT.

      ******************************************************************
      *    5000-RANK-PAIRS                                             *
      *    Sequential pass over the work file.  Each item's own row    *
      *    comes just ahead of the pairs it leads, so item A's basket  *
      *    count is in hand when its pairs are ranked.                 *
      ******************************************************************
       5000-RANK-PAIRS.
           MOVE LOW-VALUES TO AW-KEY.
           START AFF-WORK
               KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   GO TO 5000-RANK-PAIRS-EXIT
           END-START.

           PERFORM 5100-RANK-ONE-ROW
               THRU 5100-RANK-ONE-ROW-EXIT
               UNTIL PD-WORK-EOF.
       5000-RANK-PAIRS-EXIT.
           EXIT.

      ******************************************************************
      *    5100-RANK-ONE-ROW                                           *
      ******************************************************************
       5100-RANK-ONE-ROW.
           READ AFF-WORK NEXT
               AT END
                   SET PD-WORK-EOF TO TRUE
                   GO TO 5100-RANK-ONE-ROW-EXIT
           END-READ.

           IF AW-ITEM-B = SPACES
               ADD 1 TO PD-DISTINCT-ITEM-COUNT
               MOVE AW-BASKETS TO PD-SUPPORT-A
               GO TO 5100-RANK-ONE-ROW-EXIT
           END-IF.

           ADD 1 TO PD-PAIR-COUNT.
           IF AW-BASKETS < PD-MIN-SUPPORT
               GO TO 5100-RANK-ONE-ROW-EXIT
           END-IF.

           ADD 1 TO PD-QUALIFIED-COUNT.
           PERFORM 5200-OFFER-PAIR
               THRU 5200-OFFER-PAIR-EXIT.
       5100-RANK-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5200-OFFER-PAIR                                             *
      *    While the table has room the pair is added; once it is      *
      *    full the pair must beat the last entry to get in.  It then  *
      *    moves up past every entry with a lower support.             *
      ******************************************************************
       5200-OFFER-PAIR.
           IF PD-TOP-COUNT < PD-MAX-TOP
               ADD 1 TO PD-TOP-COUNT
           ELSE
               IF AW-BASKETS NOT > PD-TP-SUPPORT (PD-TOP-COUNT)
                   GO TO 5200-OFFER-PAIR-EXIT
               END-IF
           END-IF.

           MOVE PD-TOP-COUNT TO PD-TOP-SUB.
           MOVE "N" TO PD-PLACED-SWITCH.
           PERFORM 5300-FIND-SLOT
               THRU 5300-FIND-SLOT-EXIT
               UNTIL PD-PLACED.

           MOVE AW-ITEM-A    TO PD-TP-ITEM-A (PD-TOP-SUB).
           MOVE AW-ITEM-B    TO PD-TP-ITEM-B (PD-TOP-SUB).
           MOVE AW-BASKETS   TO PD-TP-SUPPORT (PD-TOP-SUB).
           MOVE PD-SUPPORT-A TO PD-TP-SUPPORT-A (PD-TOP-SUB).
       5200-OFFER-PAIR-EXIT.
           EXIT.

      ******************************************************************
      *    5300-FIND-SLOT                                              *
      *    Shuffles the entry above down one place while it has a      *
      *    lower support than the pair being placed.                   *
      ******************************************************************
       5300-FIND-SLOT.
           IF PD-TOP-SUB = 1
               SET PD-PLACED TO TRUE
               GO TO 5300-FIND-SLOT-EXIT
           END-IF.

           COMPUTE PD-PRIOR-SUB = PD-TOP-SUB - 1.
           IF PD-TP-SUPPORT (PD-PRIOR-SUB) NOT < AW-BASKETS
               SET PD-PLACED TO TRUE
               GO TO 5300-FIND-SLOT-EXIT
           END-IF.

           MOVE PD-TOP-ENTRY (PD-PRIOR-SUB)
               TO PD-TOP-ENTRY (PD-TOP-SUB).
           MOVE PD-PRIOR-SUB TO PD-TOP-SUB.
       5300-FIND-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-PAIRS                                            *
      ******************************************************************
       6000-PRINT-PAIRS.
           IF PD-TOP-COUNT = 0
               WRITE AFFIN-RPT-LINE FROM PD-NO-PAIRS-LINE
               GO TO 6000-PRINT-PAIRS-EXIT
           END-IF.

           PERFORM 6100-PRINT-ONE-PAIR
               THRU 6100-PRINT-ONE-PAIR-EXIT
               VARYING PD-TOP-SUB FROM 1 BY 1
               UNTIL PD-TOP-SUB > PD-TOP-COUNT.
       6000-PRINT-PAIRS-EXIT.
           EXIT.

      ******************************************************************
      *    6100-PRINT-ONE-PAIR                                         *
      *    Confidence A>B is the share of baskets holding A that also  *
      *    held B, and B>A the reverse.  Lift is the pair's support    *
      *    over what the two items would share by chance - above 1.00  *
      *    they sell together more than independently.                 *
      ******************************************************************
       6100-PRINT-ONE-PAIR.
           MOVE PD-TP-ITEM-B (PD-TOP-SUB) TO AW-ITEM-A.
           MOVE SPACES                    TO AW-ITEM-B.
           READ AFF-WORK
               KEY IS AW-KEY
               INVALID KEY
                   MOVE 0 TO AW-BASKETS
           END-READ.
           MOVE AW-BASKETS TO PD-SUPPORT-B.

           MOVE 0 TO PD-CONFIDENCE-AB.
           MOVE 0 TO PD-CONFIDENCE-BA.
           MOVE 0 TO PD-LIFT.
           IF PD-TP-SUPPORT-A (PD-TOP-SUB) > 0
               COMPUTE PD-CONFIDENCE-AB ROUNDED =
                   PD-TP-SUPPORT (PD-TOP-SUB) * 100
                       / PD-TP-SUPPORT-A (PD-TOP-SUB)
           END-IF.
           IF PD-SUPPORT-B > 0
               COMPUTE PD-CONFIDENCE-BA ROUNDED =
                   PD-TP-SUPPORT (PD-TOP-SUB) * 100 / PD-SUPPORT-B
           END-IF.
           IF PD-TP-SUPPORT-A (PD-TOP-SUB) > 0 AND PD-SUPPORT-B > 0
               COMPUTE PD-LIFT ROUNDED =
                   (PD-TP-SUPPORT (PD-TOP-SUB) * PD-BASKET-COUNT)
                 / (PD-TP-SUPPORT-A (PD-TOP-SUB) * PD-SUPPORT-B)
           END-IF.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE PD-TOP-SUB                 TO PD-DL-RANK.
           MOVE PD-TP-ITEM-A (PD-TOP-SUB)  TO PD-DL-ITEM-A.
           MOVE PD-TP-ITEM-B (PD-TOP-SUB)  TO PD-DL-ITEM-B.
           MOVE PD-TP-ITEM-A (PD-TOP-SUB)  TO PD-DESC-CODE.
           PERFORM 6200-DESCRIBE-ITEM
               THRU 6200-DESCRIBE-ITEM-EXIT.
           MOVE PD-DESC-TEXT               TO PD-DL-DESC-A.
           MOVE PD-TP-ITEM-B (PD-TOP-SUB)  TO PD-DESC-CODE.
           PERFORM 6200-DESCRIBE-ITEM
               THRU 6200-DESCRIBE-ITEM-EXIT.
           MOVE PD-DESC-TEXT               TO PD-DL-DESC-B.
           MOVE PD-TP-SUPPORT (PD-TOP-SUB) TO PD-DL-SUPPORT.
           MOVE PD-CONFIDENCE-AB           TO PD-DL-CONFIDENCE-AB.
           MOVE PD-CONFIDENCE-BA           TO PD-DL-CONFIDENCE-BA.
           MOVE PD-LIFT                    TO PD-DL-LIFT.
           WRITE AFFIN-RPT-LINE FROM PD-DETAIL-LINE.
       6100-PRINT-ONE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      *    6200-DESCRIBE-ITEM                                          *
      ******************************************************************
       6200-DESCRIBE-ITEM.
           MOVE PD-DESC-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "*** NOT ON ITEM MASTER ***" TO PD-DESC-TEXT
               NOT INVALID KEY
                   MOVE IM-DESCRIPTION TO PD-DESC-TEXT
           END-READ.
       6200-DESCRIBE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-ROW-COUNT           TO PD-SUM-ROWS.
           MOVE PD-OUTSIDE-COUNT       TO PD-SUM-OUTSIDE.
           MOVE PD-CREDIT-COUNT        TO PD-SUM-CREDITS.
           MOVE PD-BASKET-COUNT        TO PD-SUM-BASKETS.
           MOVE PD-DISTINCT-ITEM-COUNT TO PD-SUM-ITEMS.
           MOVE PD-PAIR-COUNT          TO PD-SUM-PAIRS.
           MOVE PD-QUALIFIED-COUNT     TO PD-SUM-QUALIFIED.
           MOVE PD-TOP-COUNT           TO PD-SUM-REPORTED.

           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE AFFIN-RPT-LINE FROM PD-SUMMARY-LINE-8.

           CLOSE PURCH-HIST
                 ITEM-MASTER
                 AFF-WORK
                 AFFIN-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
