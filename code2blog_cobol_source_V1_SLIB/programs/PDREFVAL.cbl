      *                tonight by PDBASKET), so its own history row    *
      *                is left out of the tally.                       *
      *                                                                *
      *                Every flagged credit basket is also kept on     *
      *                the refund-query file, keyed by CustomerId and  *
      *                InvoiceNumber, and stays open until the office  *
      *                manager clears it through the clearance file    *
      *                read at the start of the run (CustomerId,       *
      *                InvoiceNumber and a note).  PDSUBJCT will not   *
      *                erase a customer with a query still open.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDREFVAL.
      *                    a fixed 35K basket image, and the tally     *
      *                    reads them in place.  The assembled-        *
      *                    extract record is redesigned the same way.  *
      *   15-OCT-2026  RH  Each flagged credit basket is now kept open *
      *                    on the indexed refund-query file REFQUERY   *
      *                    until cleared through the REFCLEAR          *
      *                    clearance file, so PDSUBJCT can refuse      *
      *                    erasure of a customer under query.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS PH-NAME-KEY WITH DUPLICATES
               FILE STATUS IS PURCH-HIST-STATUS.

           SELECT REF-QUERY
               ASSIGN TO REFQUERY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS REF-QUERY-STATUS.

           SELECT REF-CLEAR
               ASSIGN TO REFCLEAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-CLEAR-STATUS.

           SELECT REFVAL-RPT
               ASSIGN TO PDREFVLR
               ORGANIZATION IS LINE SEQUENTIAL
               10  PH-COLOUR            PIC X(8).
               10  PH-QUANTITY          PIC 9(6).

      * One row per credit basket ever flagged.  The reason kept is
      * the first one raised against the basket; the exception report
      * for the night carries the full detail.
       FD  REF-QUERY.
       01  REF-QUERY-REC.
           05  RQ-KEY.
               10  RQ-CUSTOMER-ID       PIC X(12).
               10  RQ-INVOICE-NUMBER    PIC 9(8).
           05  RQ-STATUS                PIC X.
               88  RQ-OPEN                  VALUE "O".
               88  RQ-CLEARED               VALUE "C".
           05  RQ-TRADING-DATE          PIC 9(8).
           05  RQ-STORE-NUMBER          PIC 9(3).
           05  RQ-TILL-NUMBER           PIC 9(3).
           05  RQ-FIRST-REASON          PIC X(45).
           05  RQ-CLEARED-DATE          PIC 9(8).
           05  RQ-CLEARED-NOTE          PIC X(30).

       FD  REF-CLEAR
           RECORDING MODE IS F.
       01  REF-CLEAR-REC.
           05  RC-CUSTOMER-ID           PIC X(12).
           05  RC-INVOICE-NUMBER        PIC 9(8).
           05  RC-NOTE                  PIC X(30).

       FD  REFVAL-RPT
           RECORDING MODE IS F.
       01  REFVAL-RPT-LINE             PIC X(132).
       77  ASSEMBLED-IN-STATUS          PIC XX            VALUE "00".
       77  PURCH-HIST-STATUS            PIC XX            VALUE "00".
       77  REFVAL-RPT-STATUS            PIC XX            VALUE "00".
       77  REF-QUERY-STATUS             PIC XX            VALUE "00".
       77  REF-CLEAR-STATUS             PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".
       77  PD-REPEAT-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-FLAGGED-SWITCH            PIC X(01)         VALUE "N".
           88  PD-CREDIT-FLAGGED                           VALUE "Y".
       77  PD-QUERY-RAISED-COUNT        PIC 9(7)  COMP     VALUE 0.
       77  PD-QUERY-CLEARED-COUNT       PIC 9(7)  COMP     VALUE 0.
       77  PD-CLEAR-REJECTED-COUNT      PIC 9(7)  COMP     VALUE 0.
       77  PD-FIRST-REASON              PIC X(45)         VALUE SPACES.
       77  PD-TODAY-CCYYMMDD            PIC 9(8)          VALUE 0.

      * No clearance file tonight (status "35") means nothing to
      * clear.
       77  PD-CLEAR-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-CLEAR-EOF                                VALUE "Y".

      * The credit basket's refunded items, rolled up by ItemCode,
      * with what the customer's history says about each - quantity
           05  FILLER                  PIC X(30)
                   VALUE "LINES REFUNDED REPEATEDLY . :".
           05  PD-SUM-REPEAT           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "QUERIES RAISED  . . . . . . :".
           05  PD-SUM-RAISED           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "QUERIES CLEARED . . . . . . :".
           05  PD-SUM-CLEARED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "CLEARANCES REJECTED . . . . :".
           05  PD-SUM-CLEAR-REJ        PIC ZZZ,ZZ9.

       01  PD-CLEAR-LINE.
           05  PD-CR-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CR-CUSTOMER-ID       PIC X(12).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CR-RESULT            PIC X(33).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CR-NOTE              PIC X(30).

       PROCEDURE DIVISION.
      ******************************************************************
               GO TO 9999-EXIT
           END-IF.

      *    The query file is created empty the first time the job
      *    runs (file status "35").
           OPEN I-O REF-QUERY.
           IF REF-QUERY-STATUS = "35"
               CLOSE REF-QUERY
               OPEN OUTPUT REF-QUERY
               CLOSE REF-QUERY
               OPEN I-O REF-QUERY
           END-IF.
           IF REF-QUERY-STATUS NOT = "00"
               DISPLAY "PDREFVAL - UNABLE TO OPEN REFQUERY, STATUS = "
                   REF-QUERY-STATUS
               GO TO 9999-EXIT
           END-IF.

           ACCEPT PD-TODAY-CCYYMMDD FROM DATE YYYYMMDD.

           OPEN OUTPUT REFVAL-RPT.

           WRITE REFVAL-RPT-LINE FROM PD-REPORT-HEADING-1.

           PERFORM 1500-APPLY-CLEARANCES
               THRU 1500-APPLY-CLEARANCES-EXIT.

           WRITE REFVAL-RPT-LINE FROM PD-REPORT-HEADING-2.

           PERFORM 2100-READ-ASSEMBLED
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1500-APPLY-CLEARANCES                                       *
      *    Clears each query the office manager has resolved, before   *
      *    tonight's credits are judged, listing each one.             *
      ******************************************************************
       1500-APPLY-CLEARANCES.
           OPEN INPUT REF-CLEAR.
           IF REF-CLEAR-STATUS = "35"
               GO TO 1500-APPLY-CLEARANCES-EXIT
           END-IF.
           IF REF-CLEAR-STATUS NOT = "00"
               DISPLAY "PDREFVAL - UNABLE TO OPEN REFCLEAR, STATUS = "
                   REF-CLEAR-STATUS
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1600-CLEAR-ONE-QUERY
               THRU 1600-CLEAR-ONE-QUERY-EXIT
               UNTIL PD-CLEAR-EOF.

           CLOSE REF-CLEAR.
       1500-APPLY-CLEARANCES-EXIT.
           EXIT.

      ******************************************************************
      *    1600-CLEAR-ONE-QUERY                                        *
      ******************************************************************
       1600-CLEAR-ONE-QUERY.
           READ REF-CLEAR
               AT END
                   SET PD-CLEAR-EOF TO TRUE
                   GO TO 1600-CLEAR-ONE-QUERY-EXIT
           END-READ.

           MOVE SPACES TO PD-CLEAR-LINE.
           MOVE RC-INVOICE-NUMBER TO PD-CR-INVOICE-NUMBER.
           MOVE RC-CUSTOMER-ID    TO PD-CR-CUSTOMER-ID.
           MOVE RC-NOTE           TO PD-CR-NOTE.

           MOVE RC-CUSTOMER-ID    TO RQ-CUSTOMER-ID.
           MOVE RC-INVOICE-NUMBER TO RQ-INVOICE-NUMBER.
           READ REF-QUERY
               KEY IS RQ-KEY
               INVALID KEY
                   ADD 1 TO PD-CLEAR-REJECTED-COUNT
                   MOVE "CLEARANCE REJECTED - NO SUCH QUERY"
                       TO PD-CR-RESULT
                   WRITE REFVAL-RPT-LINE FROM PD-CLEAR-LINE
                   GO TO 1600-CLEAR-ONE-QUERY-EXIT
           END-READ.
           IF RQ-CLEARED
               ADD 1 TO PD-CLEAR-REJECTED-COUNT
               MOVE "CLEARANCE REJECTED - ALREADY CLEAR"
                   TO PD-CR-RESULT
               WRITE REFVAL-RPT-LINE FROM PD-CLEAR-LINE
               GO TO 1600-CLEAR-ONE-QUERY-EXIT
           END-IF.

           SET RQ-CLEARED TO TRUE.
           MOVE PD-TODAY-CCYYMMDD TO RQ-CLEARED-DATE.
           MOVE RC-NOTE           TO RQ-CLEARED-NOTE.
           REWRITE REF-QUERY-REC.
           ADD 1 TO PD-QUERY-CLEARED-COUNT.
           MOVE "QUERY CLEARED" TO PD-CR-RESULT.
           WRITE REFVAL-RPT-LINE FROM PD-CLEAR-LINE.
       1600-CLEAR-ONE-QUERY-EXIT.
           EXIT.

      ******************************************************************
      *    2000-EXAMINE-ONE-INVOICE                                    *
      ******************************************************************
               VARYING PD-REF-SUB FROM 1 BY 1
               UNTIL PD-REF-SUB > PD-REF-COUNT.

           IF PD-CREDIT-FLAGGED
               PERFORM 3500-RAISE-QUERY
                   THRU 3500-RAISE-QUERY-EXIT
           ELSE
               ADD 1 TO PD-CLEAN-COUNT
           END-IF.
       3000-VALIDATE-CREDIT-EXIT.
       3200-SEARCH-ONE-REF-EXIT.
           EXIT.

      ******************************************************************
      *    3500-RAISE-QUERY                                            *
      *    Opens a query for the flagged credit basket.  A re-run of   *
      *    the same night finds the query already there and leaves it  *
      *    as it stands.                                               *
      ******************************************************************
       3500-RAISE-QUERY.
           MOVE PD-AI-CUSTOMER-ID    TO RQ-CUSTOMER-ID.
           MOVE PD-AI-INVOICE-NUMBER TO RQ-INVOICE-NUMBER.
           SET RQ-OPEN TO TRUE.
           MOVE PD-AI-TRADING-DATE   TO RQ-TRADING-DATE.
           MOVE PD-AI-STORE-NUMBER   TO RQ-STORE-NUMBER.
           MOVE PD-AI-TILL-NUMBER    TO RQ-TILL-NUMBER.
           MOVE PD-FIRST-REASON      TO RQ-FIRST-REASON.
           MOVE 0                    TO RQ-CLEARED-DATE.
           MOVE SPACES               TO RQ-CLEARED-NOTE.
           WRITE REF-QUERY-REC
               INVALID KEY
                   GO TO 3500-RAISE-QUERY-EXIT
           END-WRITE.
           ADD 1 TO PD-QUERY-RAISED-COUNT.
       3500-RAISE-QUERY-EXIT.
           EXIT.

      ******************************************************************
      *    4000-TALLY-CUSTOMER-HISTORY                                 *
      *    Walks this customer's PURCH-HIST rows by the primary key.   *
      *    PD-DL-REASON is already set by the caller.                  *
      ******************************************************************
       5100-WRITE-EXCEPTION.
           IF NOT PD-CREDIT-FLAGGED
               MOVE PD-DL-REASON TO PD-FIRST-REASON
           END-IF.
           SET PD-CREDIT-FLAGGED TO TRUE.
           MOVE PD-AI-INVOICE-NUMBER TO PD-DL-INVOICE-NUMBER.
           MOVE PD-AI-CUSTOMER-ID    TO PD-DL-CUSTOMER-ID.
           MOVE PD-NOSALE-COUNT  TO PD-SUM-NOSALE.
           MOVE PD-OVERQTY-COUNT TO PD-SUM-OVERQTY.
           MOVE PD-REPEAT-COUNT  TO PD-SUM-REPEAT.
           MOVE PD-QUERY-RAISED-COUNT   TO PD-SUM-RAISED.
           MOVE PD-QUERY-CLEARED-COUNT  TO PD-SUM-CLEARED.
           MOVE PD-CLEAR-REJECTED-COUNT TO PD-SUM-CLEAR-REJ.

           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE REFVAL-RPT-LINE FROM PD-SUMMARY-LINE-9.

           CLOSE ASSEMBLED-IN
                 PURCH-HIST
                 REF-QUERY
                 REFVAL-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.
