      *                PaymentData must still be presented in          *
      *                ascending InvoiceNumber sequence.               *
      *                                                                *
      *                A basket and its tenders need not arrive on the *
      *                same night once either has been through the     *
      *                reject suspense file.  A basket traded before   *
      *                tonight with no tender tonight is settled from  *
      *                the tenders earlier nights loaded to PAYHIST -  *
      *                matched, and printed as a late settlement.  A   *
      *                tender tonight for an invoice traded before     *
      *                tonight, with no basket tonight, is printed as  *
      *                a late settlement of that earlier invoice and   *
      *                totalled apart, outside the run-control         *
      *                figures.                                        *
      *                                                                *
      *                The run takes the trading date as its first     *
      *                parameter, defaulting to the system date:       *
      *                  PDPAYMAT [ccyymmdd]                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDPAYMAT.
      *                    (OCCURS DEPENDING ON the item count), so    *
      *                    an invoice only occupies what its items     *
      *                    need.                                       *
      *   15-OCT-2026  RH  Gift-voucher tender accepted - voucher      *
      *                    redemptions count toward the amount         *
      *                    collected and show as their own portion on  *
      *                    the tender breakdown line.                  *
      *   15-OCT-2026  RH  Late settlements - a basket traded before   *
      *                    tonight with no tender tonight is settled   *
      *                    from tenders earlier nights loaded to       *
      *                    PAYHIST, and a tender tonight for an        *
      *                    invoice traded earlier is reported apart;   *
      *                    now takes the trading date parameter.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-IN-STATUS.

      *    Payment history PDPAYEDT keeps - read only, for tenders
      *    loaded on an earlier night.
           SELECT PAY-HIST
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAY-HIST-STATUS.

           SELECT PAYMAT-RPT
               ASSIGN TO PDPAYMTR
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY PaymentData.

      * PAY-HIST mirrors the payment history PDPAYEDT writes.
       FD  PAY-HIST.
       01  PAY-HIST-REC.
           05  PY-KEY.
               10  PY-INVOICE-NUMBER    PIC 9(8).
               10  PY-TENDER-SEQ        PIC 9(2).
           05  PY-TRADING-DATE          PIC 9(8).
           05  PY-LOAD-DATE             PIC 9(8).
           05  PY-TENDER-TYPE           PIC X.
           05  PY-AMOUNT-TENDERED       PIC 9999V99.
           05  PY-CHANGE-GIVEN          PIC 9999V99.
           05  PY-REFERENCE             PIC X(20).
           05  PY-STORE-NUMBER          PIC 9(3).
           05  PY-TILL-NUMBER           PIC 9(3).

       FD  PAYMAT-RPT
           RECORDING MODE IS F.
       01  PAYMAT-RPT-LINE             PIC X(132).
       77  PAYMENT-IN-STATUS            PIC XX            VALUE "00".
       77  PAYMAT-RPT-STATUS            PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".
       77  PAY-HIST-STATUS              PIC XX            VALUE "00".

       77  PD-NO-PAY-HIST-SWITCH        PIC X(01)         VALUE "N".
           88  PD-NO-PAY-HIST                              VALUE "Y".
       77  PD-HIST-DONE-SWITCH          PIC X(01)         VALUE "N".
           88  PD-HIST-DONE                                VALUE "Y".

      * Run parameter - the trading date, defaulting to the system
      * date:
      *   PDPAYMAT [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE             PIC 9(8)           VALUE 0.

       77  PD-ASSEMBLED-EOF-SWITCH      PIC X(01)         VALUE "N".
           88  PD-ASSEMBLED-EOF                            VALUE "Y".
       77  PD-UNMATCHED-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-BREAK-COUNT               PIC 9(7)  COMP     VALUE 0.

      * Late settlements - baskets settled from tenders an earlier
      * night loaded (inside the matched figures), and tenders
      * tonight for invoices traded earlier (reported apart).
       77  PD-LATE-BASKET-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-LATE-TENDER-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-LATE-TENDER-TOTAL         PIC S9(11)V99     VALUE 0.
       77  PD-HIST-INVOICE              PIC 9(8)          VALUE 0.
       77  PD-HIST-LOAD-DATE            PIC 9(8)          VALUE 0.
       77  PD-HIST-TRADING-DATE         PIC 9(8)          VALUE 0.

       77  PD-INVOICE-TOTAL             PIC S9(9)V99      VALUE 0.
       77  PD-LINE-AMOUNT                PIC S9(9)V99      VALUE 0.
       77  PD-COLLECTED-AMOUNT          PIC S9(9)V99      VALUE 0.
       77  PD-CHEQUE-PORTION            PIC S9(9)V99      VALUE 0.
       77  PD-LOYALTY-PORTION           PIC S9(9)V99      VALUE 0.
       77  PD-REFUND-PORTION            PIC S9(9)V99      VALUE 0.
       77  PD-VOUCHER-PORTION           PIC S9(9)V99      VALUE 0.

      * Run totals for the end-of-night balancing step - invoice
      * amount across every invoice, collected and variance across
           05  PD-DL-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-VARIANCE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-NOTE              PIC X(25).
           05  PD-DL-NOTE-DATE         PIC X(08).

       01  PD-LATE-TENDER-LINE.
           05  PD-LT-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
                   "*** LATE SETTLEMENT OF INVOICE TRADED ".
           05  PD-LT-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-NOPAY-LINE.
           05  PD-NP-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "REFUND ".
           05  PD-BD-REFUND            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "VOUCHER ".
           05  PD-BD-VOUCHER           PIC ZZZ,ZZ9.99-.

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(30)
                   VALUE "SPLIT-TENDER INVOICES . . . :".
           05  PD-SUM-SPLITS           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "LATE-SETTLED INVOICES . . . :".
           05  PD-SUM-LATE-BASKETS     PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "LATE TENDERS, EARLIER INV . :".
           05  PD-SUM-LATE-TENDERS     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SUM-LATE-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-STORE-TOTAL-LINE.
           05  FILLER                  PIC X(06) VALUE "STORE ".
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
                   DISPLAY "PDPAYMAT - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               DISPLAY "PDPAYMAT - UNABLE TO OPEN PDBASKOT, STATUS = "
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  PAY-HIST.
           IF PAY-HIST-STATUS = "35"
               SET PD-NO-PAY-HIST TO TRUE
           ELSE
               IF PAY-HIST-STATUS NOT = "00"
                   DISPLAY "PDPAYMAT - UNABLE TO OPEN PAYHIST, "
                       "STATUS = " PAY-HIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT PAYMAT-RPT.

           WRITE PAYMAT-RPT-LINE FROM PD-REPORT-HEADING-1.
           MOVE 0 TO PD-CHEQUE-PORTION.
           MOVE 0 TO PD-LOYALTY-PORTION.
           MOVE 0 TO PD-REFUND-PORTION.
           MOVE 0 TO PD-VOUCHER-PORTION.
           PERFORM 2700-GATHER-TENDER
               THRU 2700-GATHER-TENDER-EXIT
               UNTIL PD-PAYMENT-EOF
               OR InvoiceNumber OF PaymentData NOT =
                   PD-AI-INVOICE-NUMBER.

      *    A basket traded before tonight with nothing tendered
      *    tonight is a re-entry whose tenders came through on an
      *    earlier night - they are on the payment history.
           MOVE 0 TO PD-HIST-LOAD-DATE.
           IF PD-TENDER-COUNT = 0
                   AND PD-AI-TRADING-DATE < PD-TRADING-DATE
               PERFORM 3000-EARLIER-TENDERS
                   THRU 3000-EARLIER-TENDERS-EXIT
           END-IF.

           ADD PD-INVOICE-TOTAL TO PD-TOTAL-INVOICE-AMOUNT.

           PERFORM 2900-FIND-STORE-SLOT
               MOVE PD-INVOICE-TOTAL TO PD-DL-INVOICE-TOTAL
               MOVE PD-COLLECTED-AMOUNT TO PD-DL-COLLECTED
               MOVE PD-VARIANCE-AMOUNT TO PD-DL-VARIANCE
               IF PD-HIST-LOAD-DATE NOT = 0
                   ADD 1 TO PD-LATE-BASKET-COUNT
                   MOVE "LATE SETTLEMENT, LOADED" TO PD-DL-NOTE
                   MOVE PD-HIST-LOAD-DATE TO PD-DL-NOTE-DATE
               END-IF
               WRITE PAYMAT-RPT-LINE FROM PD-DETAIL-LINE
               IF PD-TENDER-COUNT > 1
                   ADD 1 TO PD-SPLIT-COUNT
      *    Skips payment records whose InvoiceNumber is lower than     *
      *    the invoice being matched - these arrived with no           *
      *    corresponding PurchaseData invoice and are left unmatched.  *
      *    One re-entered from suspense for an invoice traded before   *
      *    tonight is reported as a late settlement first.             *
      ******************************************************************
       2600-ADVANCE-PAYMENT.
           PERFORM 3500-LATE-TENDER
               THRU 3500-LATE-TENDER-EXIT.
           PERFORM 2200-READ-PAYMENT
               THRU 2200-READ-PAYMENT-EXIT.
       2600-ADVANCE-PAYMENT-EXIT.
                   ADD PD-TENDER-AMOUNT TO PD-LOYALTY-PORTION
               WHEN RefundTender
                   ADD PD-TENDER-AMOUNT TO PD-REFUND-PORTION
               WHEN GiftVoucherTender
                   ADD PD-TENDER-AMOUNT TO PD-VOUCHER-PORTION
           END-EVALUATE.

           PERFORM 2200-READ-PAYMENT
           MOVE PD-CHEQUE-PORTION  TO PD-BD-CHEQUE.
           MOVE PD-LOYALTY-PORTION TO PD-BD-LOYALTY.
           MOVE PD-REFUND-PORTION  TO PD-BD-REFUND.
           MOVE PD-VOUCHER-PORTION TO PD-BD-VOUCHER.
           WRITE PAYMAT-RPT-LINE FROM PD-BREAKDOWN-LINE.
       2800-WRITE-BREAKDOWN-EXIT.
           EXIT.

      ******************************************************************
      *    3000-EARLIER-TENDERS                                        *
      *    Accumulates the invoice's tenders loaded to the payment     *
      *    history on an earlier night, exactly as 2700 accumulates    *
      *    tonight's, leaving PD-HIST-LOAD-DATE at the night the last  *
      *    of them was loaded (zero when there are none).              *
      ******************************************************************
       3000-EARLIER-TENDERS.
           IF PD-NO-PAY-HIST
               GO TO 3000-EARLIER-TENDERS-EXIT
           END-IF.
           MOVE PD-AI-INVOICE-NUMBER TO PD-HIST-INVOICE.
           MOVE PD-HIST-INVOICE      TO PY-INVOICE-NUMBER.
           MOVE 0                    TO PY-TENDER-SEQ.
           MOVE "N" TO PD-HIST-DONE-SWITCH.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   GO TO 3000-EARLIER-TENDERS-EXIT
           END-START.
           PERFORM 3100-ONE-EARLIER-TENDER
               THRU 3100-ONE-EARLIER-TENDER-EXIT
               UNTIL PD-HIST-DONE.
       3000-EARLIER-TENDERS-EXIT.
           EXIT.

      ******************************************************************
      *    3100-ONE-EARLIER-TENDER                                     *
      ******************************************************************
       3100-ONE-EARLIER-TENDER.
           READ PAY-HIST NEXT RECORD
               AT END
                   SET PD-HIST-DONE TO TRUE
                   GO TO 3100-ONE-EARLIER-TENDER-EXIT
           END-READ.
           IF PY-INVOICE-NUMBER NOT = PD-HIST-INVOICE
               SET PD-HIST-DONE TO TRUE
               GO TO 3100-ONE-EARLIER-TENDER-EXIT
           END-IF.
           IF PY-LOAD-DATE NOT < PD-TRADING-DATE
               GO TO 3100-ONE-EARLIER-TENDER-EXIT
           END-IF.

           ADD 1 TO PD-TENDER-COUNT.
           MOVE PY-LOAD-DATE TO PD-HIST-LOAD-DATE.
           COMPUTE PD-TENDER-AMOUNT =
               PY-AMOUNT-TENDERED - PY-CHANGE-GIVEN.
           ADD PD-TENDER-AMOUNT TO PD-COLLECTED-AMOUNT.

           EVALUATE PY-TENDER-TYPE
               WHEN "C"
                   ADD PD-TENDER-AMOUNT TO PD-CASH-PORTION
               WHEN "D"
                   ADD PD-TENDER-AMOUNT TO PD-CARD-PORTION
               WHEN "H"
                   ADD PD-TENDER-AMOUNT TO PD-CHEQUE-PORTION
               WHEN "L"
                   ADD PD-TENDER-AMOUNT TO PD-LOYALTY-PORTION
               WHEN "R"
                   ADD PD-TENDER-AMOUNT TO PD-REFUND-PORTION
               WHEN "V"
                   ADD PD-TENDER-AMOUNT TO PD-VOUCHER-PORTION
           END-EVALUATE.
       3100-ONE-EARLIER-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    3500-LATE-TENDER                                            *
      *    A payment record with no basket tonight.  PDPAYEDT loaded   *
      *    it to the payment history tonight under the trading date    *
      *    it belongs to - a date before tonight means a tender        *
      *    re-entered from suspense for a basket an earlier night      *
      *    already reconciled as unpaid.  It is printed and totalled   *
      *    apart; the earlier night's figures are not restated.        *
      ******************************************************************
       3500-LATE-TENDER.
           IF PD-NO-PAY-HIST
               GO TO 3500-LATE-TENDER-EXIT
           END-IF.
           MOVE InvoiceNumber OF PaymentData TO PD-HIST-INVOICE.
           MOVE PD-HIST-INVOICE TO PY-INVOICE-NUMBER.
           MOVE 0               TO PY-TENDER-SEQ.
           MOVE 0               TO PD-HIST-TRADING-DATE.
           MOVE "N" TO PD-HIST-DONE-SWITCH.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   GO TO 3500-LATE-TENDER-EXIT
           END-START.
           PERFORM 3600-ONE-TONIGHT-TENDER
               THRU 3600-ONE-TONIGHT-TENDER-EXIT
               UNTIL PD-HIST-DONE.
           IF PD-HIST-TRADING-DATE = 0
               GO TO 3500-LATE-TENDER-EXIT
           END-IF.

           ADD 1 TO PD-LATE-TENDER-COUNT.
           COMPUTE PD-TENDER-AMOUNT =
               AmountTendered - ChangeGiven.
           ADD PD-TENDER-AMOUNT TO PD-LATE-TENDER-TOTAL.
           MOVE PD-HIST-INVOICE      TO PD-LT-INVOICE-NUMBER.
           MOVE PD-HIST-TRADING-DATE TO PD-LT-TRADING-DATE.
           MOVE PD-TENDER-AMOUNT     TO PD-LT-AMOUNT.
           WRITE PAYMAT-RPT-LINE FROM PD-LATE-TENDER-LINE.
       3500-LATE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    3600-ONE-TONIGHT-TENDER                                     *
      *    Looks for a row of the invoice loaded tonight under an      *
      *    earlier trading date.                                       *
      ******************************************************************
       3600-ONE-TONIGHT-TENDER.
           READ PAY-HIST NEXT RECORD
               AT END
                   SET PD-HIST-DONE TO TRUE
                   GO TO 3600-ONE-TONIGHT-TENDER-EXIT
           END-READ.
           IF PY-INVOICE-NUMBER NOT = PD-HIST-INVOICE
               SET PD-HIST-DONE TO TRUE
               GO TO 3600-ONE-TONIGHT-TENDER-EXIT
           END-IF.
           IF PY-LOAD-DATE = PD-TRADING-DATE
                   AND PY-TRADING-DATE < PD-TRADING-DATE
               MOVE PY-TRADING-DATE TO PD-HIST-TRADING-DATE
               SET PD-HIST-DONE TO TRUE
           END-IF.
       3600-ONE-TONIGHT-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
      *    Payment records past the last basket are orphans too.
           PERFORM 2600-ADVANCE-PAYMENT
               THRU 2600-ADVANCE-PAYMENT-EXIT
               UNTIL PD-PAYMENT-EOF.

           MOVE PD-MATCHED-COUNT   TO PD-SUM-MATCHED.
           MOVE PD-UNMATCHED-COUNT TO PD-SUM-UNMATCHED.
           MOVE PD-BREAK-COUNT     TO PD-SUM-BREAKS.
           MOVE PD-SPLIT-COUNT     TO PD-SUM-SPLITS.
           MOVE PD-LATE-BASKET-COUNT TO PD-SUM-LATE-BASKETS.
           MOVE PD-LATE-TENDER-COUNT TO PD-SUM-LATE-TENDERS.
           MOVE PD-LATE-TENDER-TOTAL TO PD-SUM-LATE-AMOUNT.

           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE PAYMAT-RPT-LINE FROM PD-SUMMARY-LINE-6.

           PERFORM 7800-PRINT-ONE-STORE
               THRU 7800-PRINT-ONE-STORE-EXIT
           CLOSE ASSEMBLED-IN
                 PAYMENT-IN
                 PAYMAT-RPT.
           IF NOT PD-NO-PAY-HIST
               CLOSE PAY-HIST
           END-IF.
       8000-FINISH-UP-EXIT.
           EXIT.

