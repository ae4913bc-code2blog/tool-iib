      *                actions (add, change, delete) and applies them  *
      *                to the indexed item master keyed on ItemCode,   *
      *                which carries the authorised Description,       *
      *                item type, current shelf Price and cost price   *
      *                for both Grocery and NonGrocery lines.  Every   *
      *                transaction applied or rejected is listed on a  *
      *                printed maintenance report so the pricing desk  *
      *                can prove what changed and when.                *
      *                                                                *
      *                A shelf-price change may also be keyed ahead    *
      *                of time (action P) with the trading date it is  *
      *                to take effect; it is held on the pending       *
      *                price file until PDPRCACT puts it live on the   *
      *                item master on that night.  Action X cancels a  *
      *                pending change not yet live.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDITMLD.
      *                    analysis; a blank category loads as         *
      *                    unclassified and is chased off the VAT      *
      *                    report's exception list.                    *
      *   15-OCT-2026  RH  Transactions and the master now carry the   *
      *                    item's cost price for the nightly margin    *
      *                    report; a zero cost on a change leaves the  *
      *                    recorded cost alone.                        *
      *   15-OCT-2026  RH  Shelf-price changes may be keyed ahead of   *
      *                    time (action P) with an effective trading   *
      *                    date and are held on the pending price file *
      *                    for PDPRCACT to put live; action X cancels  *
      *                    one.                                        *
      *   15-OCT-2026  RH  Pending price record now carries the        *
      *                    applied status, night and replaced price    *
      *                    PDPRCACT keeps; a change already live can   *
      *                    no longer be replaced or cancelled.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PRICE-PENDING
               ASSIGN TO PRICEPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PRICE-PENDING-STATUS.

           SELECT ITMLD-RPT
               ASSIGN TO PDITMLDR
               ORGANIZATION IS LINE SEQUENTIAL
               88  IT-ADD                   VALUE "A".
               88  IT-CHANGE                VALUE "C".
               88  IT-DELETE                VALUE "D".
               88  IT-PRICE-CHANGE          VALUE "P".
               88  IT-CANCEL-PRICE          VALUE "X".
           05  IT-ITEM-CODE             PIC X(10).
           05  IT-ITEM-TYPE             PIC X.
               88  IT-GROCERY               VALUE "G".
               88  IT-VAT-REDUCED           VALUE "R".
               88  IT-VAT-ZERO              VALUE "Z".
               88  IT-VAT-UNCLASSIFIED      VALUE " ".
           05  IT-COST-PRICE            PIC 9999V99.
           05  IT-EFFECTIVE-DATE        PIC 9(8).

      * ITEM-MASTER carries the authorised description, Grocery/
      * NonGrocery type and current shelf price for every ItemCode
      * the tills are allowed to ring - PDPRICEX reads it to flag
      * price deviations on the assembled daily extract.  The cost
      * price is keyed here and kept current by PDSTOCK from the
      * goods-received cost; PDMARGIN values the day's sales at it.
       FD  ITEM-MASTER.
       01  ITEM-MASTER-REC.
           05  IM-ITEM-CODE             PIC X(10).
               88  IM-VAT-REDUCED           VALUE "R".
               88  IM-VAT-ZERO              VALUE "Z".
               88  IM-VAT-UNCLASSIFIED      VALUE " ".
           05  IM-COST-PRICE            PIC 9999V99.

      * PRICE-PENDING holds the shelf-price changes keyed ahead of
      * time, one per ItemCode and effective trading date.  PDPRCACT
      * marks a change applied when it puts it live and purges it on
      * a later night; the row with a blank ItemCode is PDPRCACT's
      * own control row.
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

       FD  ITMLD-RPT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       77  ITEM-TRAN-STATUS             PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  PRICE-PENDING-STATUS         PIC XX            VALUE "00".
       77  ITMLD-RPT-STATUS             PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
       77  PD-CHANGED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-DELETED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-REJECTED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-QUEUED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-CANCELLED-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-TODAY                     PIC 9(8)          VALUE 0.

       01  PD-DETAIL-LINE.
           05  PD-DL-ACTION            PIC X.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-VAT-CATEGORY      PIC X.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-COST-PRICE        PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-EFFECTIVE-DATE    PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-RESULT            PIC X(40).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDITMLD - ITEM/PRICE MASTER MAINTENANCE REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(87) VALUE
             "A  ITEMCODE    T  DESCRIPTION                     PRICE
      -      "  V    COST  EFFECTIVE RESULT".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(30)
                   VALUE "TRANSACTIONS REJECTED . . . :".
           05  PD-SUM-REJECTED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "PRICE CHANGES QUEUED  . . . :".
           05  PD-SUM-QUEUED           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "PRICE CHANGES CANCELLED . . :".
           05  PD-SUM-CANCELLED        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PD-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT  ITEM-TRAN.
           IF ITEM-TRAN-STATUS NOT = "00"
               DISPLAY "PDITMLD - UNABLE TO OPEN ITEMTRAN, STATUS = "
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O PRICE-PENDING.
           IF PRICE-PENDING-STATUS = "35"
               CLOSE PRICE-PENDING
               OPEN OUTPUT PRICE-PENDING
               CLOSE PRICE-PENDING
               OPEN I-O PRICE-PENDING
           END-IF.
           IF PRICE-PENDING-STATUS NOT = "00"
               DISPLAY "PDITMLD - UNABLE TO OPEN PRICEPND, STATUS = "
                   PRICE-PENDING-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT ITMLD-RPT.

           WRITE ITMLD-RPT-LINE FROM PD-REPORT-HEADING-1.
           MOVE IT-DESCRIPTION TO PD-DL-DESCRIPTION.
           MOVE IT-SHELF-PRICE TO PD-DL-SHELF-PRICE.
           MOVE IT-VAT-CATEGORY TO PD-DL-VAT-CATEGORY.
           IF IT-COST-PRICE NUMERIC
               MOVE IT-COST-PRICE TO PD-DL-COST-PRICE
           END-IF.
           IF IT-PRICE-CHANGE OR IT-CANCEL-PRICE
               MOVE IT-EFFECTIVE-DATE TO PD-DL-EFFECTIVE-DATE
           END-IF.

           PERFORM 3000-EDIT-TRAN
               THRU 3000-EDIT-TRAN-EXIT.
                   PERFORM 4100-CHANGE-ITEM
                       THRU 4100-CHANGE-ITEM-EXIT
               ELSE
                   IF IT-DELETE
                       PERFORM 4200-DELETE-ITEM
                           THRU 4200-DELETE-ITEM-EXIT
                   ELSE
                       IF IT-PRICE-CHANGE
                           PERFORM 4300-QUEUE-PRICE-CHANGE
                               THRU 4300-QUEUE-PRICE-CHANGE-EXIT
                       ELSE
                           PERFORM 4400-CANCEL-PRICE-CHANGE
                               THRU 4400-CANCEL-PRICE-CHANGE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Front-end edit of the maintenance transaction itself -      *
      *    action code, item code present, and for add/change a valid  *
      *    item type and a shelf price inside the same reasonable      *
      *    range PDEDIT enforces on the daily feed.  A future-dated    *
      *    price change needs the price and a trading date later than  *
      *    today; a cancellation needs only the date.                  *
      ******************************************************************
       3000-EDIT-TRAN.
           MOVE SPACES TO PD-DL-RESULT.

           IF NOT IT-ADD AND NOT IT-CHANGE AND NOT IT-DELETE
                   AND NOT IT-PRICE-CHANGE AND NOT IT-CANCEL-PRICE
               MOVE "REJECTED - ACTION NOT A, C, D, P OR X"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF IT-PRICE-CHANGE OR IT-CANCEL-PRICE
               IF IT-EFFECTIVE-DATE NOT NUMERIC
                       OR IT-EFFECTIVE-DATE NOT > PD-TODAY
                   MOVE "REJECTED - EFFECTIVE DATE NOT A FUTURE DATE"
                       TO PD-DL-RESULT
                   GO TO 3000-EDIT-TRAN-EXIT
               END-IF
           END-IF.

           IF IT-CANCEL-PRICE
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF IT-PRICE-CHANGE
               IF IT-SHELF-PRICE < 0.01
                       OR IT-SHELF-PRICE > 9999.99
                   MOVE "REJECTED - PRICE ZERO OR UNREASONABLE"
                       TO PD-DL-RESULT
               END-IF
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF NOT IT-GROCERY AND NOT IT-NONGROCERY
               MOVE "REJECTED - ITEMTYPE NOT 'G' OR 'N'"
                   TO PD-DL-RESULT
                   AND NOT IT-VAT-ZERO AND NOT IT-VAT-UNCLASSIFIED
               MOVE "REJECTED - VAT CATEGORY NOT 'S', 'R' OR 'Z'"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

      *    A zero cost price is accepted - the cost is often not known
      *    until the first delivery is received, and PDSTOCK sets it
      *    from the goods-received cost - but it must be numeric.
           IF IT-COST-PRICE NOT NUMERIC
               MOVE "REJECTED - COST PRICE NOT NUMERIC"
                   TO PD-DL-RESULT
           END-IF.
       3000-EDIT-TRAN-EXIT.
           EXIT.
           MOVE IT-DESCRIPTION TO IM-DESCRIPTION.
           MOVE IT-SHELF-PRICE TO IM-SHELF-PRICE.
           MOVE IT-VAT-CATEGORY TO IM-VAT-CATEGORY.
           MOVE IT-COST-PRICE TO IM-COST-PRICE.
           WRITE ITEM-MASTER-REC
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE ALREADY ON MASTER"
           MOVE IT-DESCRIPTION TO IM-DESCRIPTION.
           MOVE IT-SHELF-PRICE TO IM-SHELF-PRICE.
           MOVE IT-VAT-CATEGORY TO IM-VAT-CATEGORY.
      *    A zero cost on a change leaves the recorded cost alone, so
      *    a description or price change does not wipe out the cost
      *    PDSTOCK has been maintaining from deliveries.
           IF IT-COST-PRICE > 0
               MOVE IT-COST-PRICE TO IM-COST-PRICE
           END-IF.
           REWRITE ITEM-MASTER-REC.
           MOVE "CHANGED" TO PD-DL-RESULT.
           ADD 1 TO PD-CHANGED-COUNT.
       4200-DELETE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    4300-QUEUE-PRICE-CHANGE                                     *
      *    Holds the new shelf price on the pending file against its   *
      *    effective trading date; the item master is not touched      *
      *    until PDPRCACT runs for that date.  Keying the same item    *
      *    and date again replaces the price held, unless PDPRCACT has *
      *    already put that change live.                               *
      ******************************************************************
       4300-QUEUE-PRICE-CHANGE.
           MOVE IT-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE NOT ON MASTER"
                       TO PD-DL-RESULT
                   ADD 1 TO PD-REJECTED-COUNT
                   GO TO 4300-QUEUE-PRICE-CHANGE-EXIT
           END-READ.

           MOVE IT-ITEM-CODE      TO PP-ITEM-CODE.
           MOVE IT-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE.
           READ PRICE-PENDING
               KEY IS PP-KEY
               INVALID KEY
                   MOVE SPACE TO PP-STATUS
           END-READ.
           IF PP-APPLIED
               MOVE "REJECTED - PRICE CHANGE ALREADY LIVE"
                   TO PD-DL-RESULT
               ADD 1 TO PD-REJECTED-COUNT
               GO TO 4300-QUEUE-PRICE-CHANGE-EXIT
           END-IF.

           MOVE IT-ITEM-CODE      TO PP-ITEM-CODE.
           MOVE IT-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE.
           MOVE IT-SHELF-PRICE    TO PP-SHELF-PRICE.
           MOVE PD-TODAY          TO PP-KEYED-DATE.
           MOVE "P"               TO PP-STATUS.
           MOVE 0                 TO PP-APPLIED-DATE.
           MOVE 0                 TO PP-WAS-PRICE.
           WRITE PRICE-PENDING-REC
               INVALID KEY
                   REWRITE PRICE-PENDING-REC
                   MOVE "PRICE CHANGE REPLACED" TO PD-DL-RESULT
               NOT INVALID KEY
                   MOVE "PRICE CHANGE QUEUED" TO PD-DL-RESULT
           END-WRITE.
           ADD 1 TO PD-QUEUED-COUNT.
       4300-QUEUE-PRICE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    4400-CANCEL-PRICE-CHANGE                                    *
      *    Only a change not yet live may be cancelled - one PDPRCACT  *
      *    has applied is changed back with action C or a new P.       *
      ******************************************************************
       4400-CANCEL-PRICE-CHANGE.
           MOVE IT-ITEM-CODE      TO PP-ITEM-CODE.
           MOVE IT-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE.
           READ PRICE-PENDING
               KEY IS PP-KEY
               INVALID KEY
                   MOVE SPACE TO PP-STATUS
           END-READ.
           IF PP-APPLIED
               MOVE "REJECTED - PRICE CHANGE ALREADY LIVE"
                   TO PD-DL-RESULT
               ADD 1 TO PD-REJECTED-COUNT
               GO TO 4400-CANCEL-PRICE-CHANGE-EXIT
           END-IF.

           MOVE IT-ITEM-CODE      TO PP-ITEM-CODE.
           MOVE IT-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE.
           DELETE PRICE-PENDING
               INVALID KEY
                   MOVE "REJECTED - NO PRICE CHANGE PENDING"
                       TO PD-DL-RESULT
                   ADD 1 TO PD-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "PRICE CHANGE CANCELLED" TO PD-DL-RESULT
                   ADD 1 TO PD-CANCELLED-COUNT
           END-DELETE.
       4400-CANCEL-PRICE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
           MOVE PD-CHANGED-COUNT  TO PD-SUM-CHANGED.
           MOVE PD-DELETED-COUNT  TO PD-SUM-DELETED.
           MOVE PD-REJECTED-COUNT TO PD-SUM-REJECTED.
           MOVE PD-QUEUED-COUNT    TO PD-SUM-QUEUED.
           MOVE PD-CANCELLED-COUNT TO PD-SUM-CANCELLED.

           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE ITMLD-RPT-LINE FROM PD-SUMMARY-LINE-7.

           CLOSE ITEM-TRAN
                 ITEM-MASTER
                 PRICE-PENDING
                 ITMLD-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.
