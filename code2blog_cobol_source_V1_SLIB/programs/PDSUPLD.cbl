      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDSUPLD                                         *
      *   PURPOSE:     Supplier master load and maintenance.  Reads    *
      *                a transaction file of supplier maintenance      *
      *                actions (add, change, delete) and applies them  *
      *                to the indexed supplier master keyed on         *
      *                ItemCode, which records who supplies each       *
      *                item, their lead time in days, the pack size    *
      *                the item is ordered in and the minimum order    *
      *                quantity.  The master carries the supplier as   *
      *                an alternate key so PDPOGEN can raise one       *
      *                purchase order per supplier.  An ItemCode must  *
      *                already be on the item master before a supplier *
      *                can be set up for it.  Every transaction        *
      *                applied or rejected is listed on a printed      *
      *                maintenance report.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDSUPLD.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - loads and maintains the   *
      *                    supplier master from a transaction file.    *
      *   15-OCT-2026  RH  Item-master layout extended with the cost   *
      *                    price PDITMLD and PDSTOCK now maintain.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-TRAN
               ASSIGN TO SUPPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPP-TRAN-STATUS.

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

           SELECT SUPLD-RPT
               ASSIGN TO PDSUPLDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPLD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-TRAN
           RECORDING MODE IS F.
       01  SUPP-TRAN-REC.
           05  ST-ACTION                PIC X.
               88  ST-ADD                   VALUE "A".
               88  ST-CHANGE                VALUE "C".
               88  ST-DELETE                VALUE "D".
           05  ST-ITEM-CODE             PIC X(10).
           05  ST-SUPPLIER-ID           PIC X(8).
           05  ST-SUPPLIER-NAME         PIC X(30).
           05  ST-LEAD-TIME-DAYS        PIC 9(3).
           05  ST-PACK-SIZE             PIC 9(6).
           05  ST-MINIMUM-ORDER         PIC 9(6).

      * SUPP-MASTER carries one row per ItemCode that is bought in -
      * the supplier who supplies it, the lead time in calendar days
      * from order to delivery, the pack size it must be ordered in
      * and the smallest quantity the supplier will accept.  The
      * supplier is an alternate key so every item a supplier
      * supplies can be walked together.
       FD  SUPP-MASTER.
       01  SUPP-MASTER-REC.
           05  SU-ITEM-CODE             PIC X(10).
           05  SU-SUPPLIER-ID           PIC X(8).
           05  SU-SUPPLIER-NAME         PIC X(30).
           05  SU-LEAD-TIME-DAYS        PIC 9(3).
           05  SU-PACK-SIZE             PIC 9(6).
           05  SU-MINIMUM-ORDER         PIC 9(6).

      * ITEM-MASTER mirrors the layout PDITMLD maintains - read here
      * only to prove the ItemCode is one the tills may ring.
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

       FD  SUPLD-RPT
           RECORDING MODE IS F.
       01  SUPLD-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       77  SUPP-TRAN-STATUS             PIC XX            VALUE "00".
       77  SUPP-MASTER-STATUS           PIC XX            VALUE "00".
       77  ITEM-MASTER-STATUS           PIC XX            VALUE "00".
       77  SUPLD-RPT-STATUS             PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

       77  PD-TRAN-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-ADDED-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-CHANGED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-DELETED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-REJECTED-COUNT            PIC 9(7)  COMP     VALUE 0.

       01  PD-DETAIL-LINE.
           05  PD-DL-ACTION            PIC X.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-SUPPLIER-ID       PIC X(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-SUPPLIER-NAME     PIC X(30).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-LEAD-TIME         PIC ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-PACK-SIZE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-MINIMUM-ORDER     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-RESULT            PIC X(40).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDSUPLD - SUPPLIER MASTER MAINTENANCE REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(105) VALUE
             "A  ITEMCODE    SUPPLIER  SUPPLIER NAME
      -      "      LEAD     PACK  MIN ORDER  RESULT".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "TRANSACTIONS READ . . . . . :".
           05  PD-SUM-TRANS            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "SUPPLIER ITEMS ADDED  . . . :".
           05  PD-SUM-ADDED            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "SUPPLIER ITEMS CHANGED  . . :".
           05  PD-SUM-CHANGED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "SUPPLIER ITEMS DELETED  . . :".
           05  PD-SUM-DELETED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "TRANSACTIONS REJECTED . . . :".
           05  PD-SUM-REJECTED         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-APPLY-ONE-TRAN
               THRU 2000-APPLY-ONE-TRAN-EXIT
               UNTIL PD-END-OF-FILE.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  SUPP-TRAN.
           IF SUPP-TRAN-STATUS NOT = "00"
               DISPLAY "PDSUPLD - UNABLE TO OPEN SUPPTRAN, STATUS = "
                   SUPP-TRAN-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The master is created empty the very first time the job is
      *    run (file status "35" on the initial I-O open, since the
      *    file does not exist yet), the same way PDITMLD establishes
      *    ITEMMAST.
           OPEN I-O SUPP-MASTER.
           IF SUPP-MASTER-STATUS = "35"
               CLOSE SUPP-MASTER
               OPEN OUTPUT SUPP-MASTER
               CLOSE SUPP-MASTER
               OPEN I-O SUPP-MASTER
           END-IF.
           IF SUPP-MASTER-STATUS NOT = "00"
               DISPLAY "PDSUPLD - UNABLE TO OPEN SUPPMAST, STATUS = "
                   SUPP-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ITEM-MASTER.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "PDSUPLD - UNABLE TO OPEN ITEMMAST, STATUS = "
                   ITEM-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT SUPLD-RPT.

           WRITE SUPLD-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE SUPLD-RPT-LINE FROM PD-REPORT-HEADING-2.

           PERFORM 2100-READ-SUPP-TRAN
               THRU 2100-READ-SUPP-TRAN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-APPLY-ONE-TRAN                                         *
      ******************************************************************
       2000-APPLY-ONE-TRAN.
           ADD 1 TO PD-TRAN-COUNT.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE ST-ACTION        TO PD-DL-ACTION.
           MOVE ST-ITEM-CODE     TO PD-DL-ITEM-CODE.
           MOVE ST-SUPPLIER-ID   TO PD-DL-SUPPLIER-ID.
           MOVE ST-SUPPLIER-NAME TO PD-DL-SUPPLIER-NAME.
           IF ST-LEAD-TIME-DAYS NUMERIC
               MOVE ST-LEAD-TIME-DAYS TO PD-DL-LEAD-TIME
           END-IF.
           IF ST-PACK-SIZE NUMERIC
               MOVE ST-PACK-SIZE TO PD-DL-PACK-SIZE
           END-IF.
           IF ST-MINIMUM-ORDER NUMERIC
               MOVE ST-MINIMUM-ORDER TO PD-DL-MINIMUM-ORDER
           END-IF.

           PERFORM 3000-EDIT-TRAN
               THRU 3000-EDIT-TRAN-EXIT.
           IF PD-DL-RESULT NOT = SPACES
               ADD 1 TO PD-REJECTED-COUNT
               GO TO 2000-APPLY-ONE-TRAN-WRITE
           END-IF.

           IF ST-ADD
               PERFORM 4000-ADD-SUPPLIER-ITEM
                   THRU 4000-ADD-SUPPLIER-ITEM-EXIT
           ELSE
               IF ST-CHANGE
                   PERFORM 4100-CHANGE-SUPPLIER-ITEM
                       THRU 4100-CHANGE-SUPPLIER-ITEM-EXIT
               ELSE
                   PERFORM 4200-DELETE-SUPPLIER-ITEM
                       THRU 4200-DELETE-SUPPLIER-ITEM-EXIT
               END-IF
           END-IF.

       2000-APPLY-ONE-TRAN-WRITE.
           WRITE SUPLD-RPT-LINE FROM PD-DETAIL-LINE.

           PERFORM 2100-READ-SUPP-TRAN
               THRU 2100-READ-SUPP-TRAN-EXIT.
       2000-APPLY-ONE-TRAN-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-SUPP-TRAN                                         *
      ******************************************************************
       2100-READ-SUPP-TRAN.
           READ SUPP-TRAN
               AT END
                   SET PD-END-OF-FILE TO TRUE
           END-READ.
       2100-READ-SUPP-TRAN-EXIT.
           EXIT.

      ******************************************************************
      *    3000-EDIT-TRAN                                              *
      *    Front-end edit of the maintenance transaction itself -      *
      *    action code, item code present, and for add/change a        *
      *    supplier, an ItemCode the item master knows, a lead time    *
      *    of at least one day, a pack size of at least one unit and   *
      *    a numeric minimum order.                                    *
      ******************************************************************
       3000-EDIT-TRAN.
           MOVE SPACES TO PD-DL-RESULT.

           IF NOT ST-ADD AND NOT ST-CHANGE AND NOT ST-DELETE
               MOVE "REJECTED - ACTION NOT A, C OR D" TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-ITEM-CODE = SPACES
               MOVE "REJECTED - ITEMCODE MISSING" TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-DELETE
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-SUPPLIER-ID = SPACES
               MOVE "REJECTED - SUPPLIER MISSING" TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-LEAD-TIME-DAYS NOT NUMERIC
                   OR ST-LEAD-TIME-DAYS < 1
               MOVE "REJECTED - LEAD TIME MISSING OR INVALID"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-PACK-SIZE NOT NUMERIC
                   OR ST-PACK-SIZE < 1
               MOVE "REJECTED - PACK SIZE MISSING OR INVALID"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           IF ST-MINIMUM-ORDER NOT NUMERIC
               MOVE "REJECTED - MINIMUM ORDER NOT NUMERIC"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-TRAN-EXIT
           END-IF.

           MOVE ST-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER
               KEY IS IM-ITEM-CODE
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE NOT ON ITEM MASTER"
                       TO PD-DL-RESULT
           END-READ.
       3000-EDIT-TRAN-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ADD-SUPPLIER-ITEM                                      *
      ******************************************************************
       4000-ADD-SUPPLIER-ITEM.
           MOVE ST-ITEM-CODE      TO SU-ITEM-CODE.
           MOVE ST-SUPPLIER-ID    TO SU-SUPPLIER-ID.
           MOVE ST-SUPPLIER-NAME  TO SU-SUPPLIER-NAME.
           MOVE ST-LEAD-TIME-DAYS TO SU-LEAD-TIME-DAYS.
           MOVE ST-PACK-SIZE      TO SU-PACK-SIZE.
           MOVE ST-MINIMUM-ORDER  TO SU-MINIMUM-ORDER.
           WRITE SUPP-MASTER-REC
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE ALREADY ON MASTER"
                       TO PD-DL-RESULT
                   ADD 1 TO PD-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "ADDED" TO PD-DL-RESULT
                   ADD 1 TO PD-ADDED-COUNT
           END-WRITE.
       4000-ADD-SUPPLIER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    4100-CHANGE-SUPPLIER-ITEM                                   *
      ******************************************************************
       4100-CHANGE-SUPPLIER-ITEM.
           MOVE ST-ITEM-CODE TO SU-ITEM-CODE.
           READ SUPP-MASTER
               KEY IS SU-ITEM-CODE
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE NOT ON MASTER"
                       TO PD-DL-RESULT
                   ADD 1 TO PD-REJECTED-COUNT
                   GO TO 4100-CHANGE-SUPPLIER-ITEM-EXIT
           END-READ.

           MOVE ST-SUPPLIER-ID    TO SU-SUPPLIER-ID.
           MOVE ST-SUPPLIER-NAME  TO SU-SUPPLIER-NAME.
           MOVE ST-LEAD-TIME-DAYS TO SU-LEAD-TIME-DAYS.
           MOVE ST-PACK-SIZE      TO SU-PACK-SIZE.
           MOVE ST-MINIMUM-ORDER  TO SU-MINIMUM-ORDER.
           REWRITE SUPP-MASTER-REC.
           MOVE "CHANGED" TO PD-DL-RESULT.
           ADD 1 TO PD-CHANGED-COUNT.
       4100-CHANGE-SUPPLIER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    4200-DELETE-SUPPLIER-ITEM                                   *
      ******************************************************************
       4200-DELETE-SUPPLIER-ITEM.
           MOVE ST-ITEM-CODE TO SU-ITEM-CODE.
           DELETE SUPP-MASTER
               INVALID KEY
                   MOVE "REJECTED - ITEMCODE NOT ON MASTER"
                       TO PD-DL-RESULT
                   ADD 1 TO PD-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "DELETED" TO PD-DL-RESULT
                   ADD 1 TO PD-DELETED-COUNT
           END-DELETE.
       4200-DELETE-SUPPLIER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-TRAN-COUNT     TO PD-SUM-TRANS.
           MOVE PD-ADDED-COUNT    TO PD-SUM-ADDED.
           MOVE PD-CHANGED-COUNT  TO PD-SUM-CHANGED.
           MOVE PD-DELETED-COUNT  TO PD-SUM-DELETED.
           MOVE PD-REJECTED-COUNT TO PD-SUM-REJECTED.

           WRITE SUPLD-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE SUPLD-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE SUPLD-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE SUPLD-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE SUPLD-RPT-LINE FROM PD-SUMMARY-LINE-5.

           CLOSE SUPP-TRAN
                 SUPP-MASTER
                 ITEM-MASTER
                 SUPLD-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
