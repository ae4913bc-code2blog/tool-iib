      *                one penny per point, so the points deducted     *
      *                are the redeemed amount times one hundred.      *
      *                                                                *
      *                Every invoice posted is recorded on the posting *
      *                log POSTLOG against the night's trading date,   *
      *                so a re-run skips invoices already on the       *
      *                balance file and picks up after an abend where  *
      *                the last run stopped.  RERUN backs the night's  *
      *                earlier points out first, for a corrected       *
      *                night:                                          *
      *                  PDLOYAL [ccyymmdd [RERUN]]                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDLOYAL.
      *                    (OCCURS DEPENDING ON the item count), so    *
      *                    an invoice only occupies what its items     *
      *                    need.                                       *
      *   15-OCT-2026  RH  Each invoice posted is recorded on the      *
      *                    posting log POSTLOG by trading date; a re-  *
      *                    run or restart skips invoices already       *
      *                    applied, RERUN backs the night's points out *
      *                    first, and posted, skipped and reversed     *
      *                    counts go to RUNCTL.  Takes the trading     *
      *                    date as a run parameter.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LB-CUSTOMER-ID
               FILE STATUS IS LOYAL-BAL-STATUS.

           SELECT POST-LOG
               ASSIGN TO POSTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PostingKey
               FILE STATUS IS POST-LOG-STATUS.

           SELECT LOYAL-RPT
               ASSIGN TO PDLOYALR
               ORGANIZATION IS LINE SEQUENTIAL
           05  LB-POINTS-REDEEMED       PIC S9(9) COMP.
           05  LB-POINTS-BALANCE        PIC S9(9) COMP.

      * POST-LOG records each invoice posted for a trading date -
      * shared with PDSTOCK and PDMOVMNT, each keeping its own rows
      * under its own step name.
       FD  POST-LOG.
           COPY PostingLog.

       FD  LOYAL-RPT
           RECORDING MODE IS F.
       01  LOYAL-RPT-LINE              PIC X(132).
       77  PAYMENT-IN-STATUS            PIC XX            VALUE "00".
       77  LOYAL-BAL-STATUS             PIC XX            VALUE "00".
       77  LOYAL-RPT-STATUS             PIC XX            VALUE "00".
       77  POST-LOG-STATUS              PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".

       77  PD-ASSEMBLED-EOF-SWITCH      PIC X(01)         VALUE "N".
       77  PD-RUN-POINTS-EARNED         PIC S9(9)  COMP    VALUE 0.
       77  PD-RUN-POINTS-REDEEMED       PIC S9(9)  COMP    VALUE 0.

      * Run parameters - the trading date being processed, defaulting
      * to the system date, and RERUN for a corrected night whose
      * earlier points are to be backed out first:
      *   PDLOYAL [ccyymmdd [RERUN]]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-MODE             PIC X(05).
               88  PD-RERUN                 VALUE "RERUN".
           05  FILLER                   PIC X(06).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-RUN-DATE                  PIC 9(8)          VALUE 0.

      * Re-run protection - see 6500-CHECK-ALREADY-POSTED.  An invoice
      * already applied for this trading date is skipped, and the
      * points it posted then are carried into the night's totals
      * on the run-control record so a restarted night still hands
      * the GL posting extract the whole night's movement.
       77  PD-ALREADY-POSTED-SWITCH     PIC X(01)         VALUE "N".
           88  PD-ALREADY-POSTED                            VALUE "Y".
       77  PD-LOG-EOF-SWITCH            PIC X(01)         VALUE "N".
           88  PD-LOG-EOF                                   VALUE "Y".
       77  PD-POSTED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-SKIPPED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-REVERSED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-PRIOR-POINTS-EARNED       PIC S9(9)  COMP    VALUE 0.
       77  PD-PRIOR-POINTS-REDEEMED     PIC S9(9)  COMP    VALUE 0.
       77  PD-REV-POINTS-EARNED         PIC S9(9)  COMP    VALUE 0.
       77  PD-REV-POINTS-REDEEMED       PIC S9(9)  COMP    VALUE 0.
       77  PD-NIGHT-POINTS-EARNED       PIC S9(9)  COMP    VALUE 0.
       77  PD-NIGHT-POINTS-REDEEMED     PIC S9(9)  COMP    VALUE 0.

      * PD-ASSEMBLED-INVOICE mirrors the layout PDBASKET writes to its
      * assembled-basket extract.  The extract record is variable, so
      * a READ only refreshes the items actually present - every walk
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES WITH NO PAYMENT .  :".
           05  PD-SUM-UNPAID           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES SKIPPED - POSTED . :".
           05  PD-SUM-SKIPPED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES REVERSED . . . . . :".
           05  PD-SUM-REVERSED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "POINTS EARNED REVERSED . .  :".
           05  PD-SUM-REV-EARNED       PIC ZZZ,ZZZ,ZZ9-.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "POINTS REDEEMED REVERSED .  :".
           05  PD-SUM-REV-REDEEMED     PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
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
                   DISPLAY "PDLOYAL - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF PD-PARM-MODE NOT = SPACES AND NOT PD-RERUN
               DISPLAY "PDLOYAL - RUN MODE PARAMETER INVALID: "
                   PD-PARM-MODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               DISPLAY "PDLOYAL - UNABLE TO OPEN PDBASKOT, STATUS = "
               GO TO 9999-EXIT
           END-IF.

      *    The posting log is created empty the first time any of the
      *    posting steps runs, the same way as the balance file.
           OPEN I-O POST-LOG.
           IF POST-LOG-STATUS = "35"
               CLOSE POST-LOG
               OPEN OUTPUT POST-LOG
               CLOSE POST-LOG
               OPEN I-O POST-LOG
           END-IF.
           IF POST-LOG-STATUS NOT = "00"
               DISPLAY "PDLOYAL - UNABLE TO OPEN POSTLOG, STATUS = "
                   POST-LOG-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT LOYAL-RPT.

           WRITE LOYAL-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE LOYAL-RPT-LINE FROM PD-REPORT-HEADING-2.

           IF PD-RERUN
               PERFORM 6000-REVERSE-NIGHT
                   THRU 6000-REVERSE-NIGHT-EXIT
           END-IF.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
           PERFORM 2200-READ-PAYMENT
      *    then gathers every PaymentData record carrying this          *
      *    InvoiceNumber (a split tender is several records), summing   *
      *    the loyalty-tender portion as the redemption.  Points are    *
      *    then posted to the balance file, unless the posting log     *
      *    shows this invoice already posted for the trading date.     *
      ******************************************************************
       2000-POST-ONE-INVOICE.
           ADD 1 TO PD-INVOICE-COUNT.
               OR InvoiceNumber OF PaymentData NOT =
                   PD-AI-INVOICE-NUMBER.

           IF NOT PD-PAYMENT-FOUND
               ADD 1 TO PD-UNPAID-COUNT
               GO TO 2000-POST-ONE-INVOICE-NEXT
           END-IF.

           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-SKIPPED-COUNT
               ADD PostingPointsEarned   TO PD-PRIOR-POINTS-EARNED
               ADD PostingPointsRedeemed TO PD-PRIOR-POINTS-REDEEMED
           ELSE
               PERFORM 3000-POST-POINTS
                   THRU 3000-POST-POINTS-EXIT
               PERFORM 6600-BUILD-LOG-ROW
                   THRU 6600-BUILD-LOG-ROW-EXIT
               MOVE PD-AI-CUSTOMER-ID  TO PostingCustomerId
               MOVE PD-AI-TRANS-TYPE   TO PostingTransType
               MOVE PD-POINTS-EARNED   TO PostingPointsEarned
               MOVE PD-POINTS-REDEEMED TO PostingPointsRedeemed
               PERFORM 6700-WRITE-LOG-ROW
                   THRU 6700-WRITE-LOG-ROW-EXIT
               ADD 1 TO PD-POSTED-COUNT
           END-IF.

       2000-POST-ONE-INVOICE-NEXT.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       2000-POST-ONE-INVOICE-EXIT.
       7100-PRINT-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REVERSE-NIGHT                                          *
      *    RERUN only.  Backs out the points of every invoice this     *
      *    step has posted for the trading date, from what the         *
      *    posting log recorded rather than from tonight's (corrected) *
      *    extract, and marks each row reversed.  The corrected        *
      *    extract is then posted in full by the normal pass.  A RERUN *
      *    that itself stops part-way is simply run again with RERUN.  *
      ******************************************************************
       6000-REVERSE-NIGHT.
           MOVE 0 TO PD-AI-INVOICE-NUMBER.
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
      *    The customer's earned and redeemed totals come back down by *
      *    what this invoice posted, and the balance is recomputed.    *
      ******************************************************************
       6100-REVERSE-ONE-ROW.
           READ POST-LOG NEXT
               AT END
                   SET PD-LOG-EOF TO TRUE
                   GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-READ.

           IF PostingStep NOT = "PDLOYAL"
                   OR PostingTradingDate NOT = PD-TRADING-DATE
                   OR NOT PostingFromInvoice
               SET PD-LOG-EOF TO TRUE
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           IF NOT PostingApplied
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           ADD 1 TO PD-REVERSED-COUNT.
           ADD PostingPointsEarned   TO PD-REV-POINTS-EARNED.
           ADD PostingPointsRedeemed TO PD-REV-POINTS-REDEEMED.

           MOVE PostingCustomerId TO LB-CUSTOMER-ID.
           READ LOYAL-BAL
               KEY IS LB-CUSTOMER-ID
               INVALID KEY
                   GO TO 6100-REVERSE-ONE-ROW-MARK
           END-READ.
           SUBTRACT PostingPointsEarned   FROM LB-POINTS-EARNED.
           SUBTRACT PostingPointsRedeemed FROM LB-POINTS-REDEEMED.
           COMPUTE LB-POINTS-BALANCE =
               LB-POINTS-EARNED - LB-POINTS-REDEEMED.
           REWRITE LOYAL-BAL-REC.

       6100-REVERSE-ONE-ROW-MARK.
           SET PostingReversed TO TRUE.
           MOVE PD-RUN-DATE TO PostingRunDate.
           REWRITE PostingLog.
       6100-REVERSE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6500-CHECK-ALREADY-POSTED                                   *
      *    Looks up the posting-log row for the current invoice.       *
      *    Only a row still applied counts - a reversed row is posted  *
      *    again.  A row found is left in the record area so the       *
      *    caller can carry its points into the night's totals.        *
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
      *    A fresh applied row for the current invoice under tonight's *
      *    trading date.  PDLOYAL posts once per invoice, so only the  *
      *    invoice row (line zero) is ever written.                    *
      ******************************************************************
       6600-BUILD-LOG-ROW.
           MOVE SPACES               TO PostingLog.
           MOVE "PDLOYAL"            TO PostingStep.
           MOVE PD-TRADING-DATE      TO PostingTradingDate.
           SET PostingFromInvoice    TO TRUE.
           MOVE PD-AI-INVOICE-NUMBER TO PostingDocument.
           MOVE 0                    TO PostingLine.
           SET PostingApplied        TO TRUE.
           MOVE PD-RUN-DATE          TO PostingRunDate.
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
       8000-FINISH-UP.
           MOVE PD-POSTED-COUNT        TO PD-SUM-INVOICES.
           MOVE PD-RUN-POINTS-EARNED   TO PD-SUM-EARNED.
           MOVE PD-RUN-POINTS-REDEEMED TO PD-SUM-REDEEMED.
           MOVE PD-STATEMENT-COUNT     TO PD-SUM-CUSTOMERS.
           MOVE PD-UNPAID-COUNT        TO PD-SUM-UNPAID.
           MOVE PD-SKIPPED-COUNT       TO PD-SUM-SKIPPED.
           MOVE PD-REVERSED-COUNT      TO PD-SUM-REVERSED.
           MOVE PD-REV-POINTS-EARNED   TO PD-SUM-REV-EARNED.
           MOVE PD-REV-POINTS-REDEEMED TO PD-SUM-REV-REDEEMED.

           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE LOYAL-RPT-LINE FROM PD-SUMMARY-LINE-9.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.
           CLOSE ASSEMBLED-IN
                 PAYMENT-IN
                 LOYAL-BAL
                 POST-LOG
                 LOYAL-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends this run's points movements to the shared run-      *
      *    control file for the end-of-night balancing step and the   *
      *    GL posting extract.  The points are the whole night's -     *
      *    posted this run plus those an earlier run of the same       *
      *    night already posted - so a restart after an abend still    *
      *    reports the full movement.  The file accumulates across the *
      *    stream, so it is opened EXTEND and only started fresh the   *
      *    very first time (file status "35").                         *
      ******************************************************************
           MOVE SPACES                 TO RunControl.
           MOVE "PDLOYAL"              TO ProgramName.
           MOVE 0                      TO StoreNumber OF RunControl.
           COMPUTE PD-NIGHT-POINTS-EARNED =
               PD-RUN-POINTS-EARNED + PD-PRIOR-POINTS-EARNED.
           COMPUTE PD-NIGHT-POINTS-REDEEMED =
               PD-RUN-POINTS-REDEEMED + PD-PRIOR-POINTS-REDEEMED.

           MOVE PD-POSTED-COUNT        TO ControlCount (1).
           MOVE PD-SKIPPED-COUNT       TO ControlCount (2).
           MOVE PD-REVERSED-COUNT      TO ControlCount (3).
           MOVE 0                      TO ControlCount (4).
           MOVE PD-NIGHT-POINTS-EARNED   TO ControlAmount (1).
           MOVE PD-NIGHT-POINTS-REDEEMED TO ControlAmount (2).
           MOVE PD-REV-POINTS-EARNED     TO ControlAmount (3).
           MOVE PD-REV-POINTS-REDEEMED   TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
