      *                clean records are copied through to the         *
      *                good-output file for PDPAYMAT and PDLOYAL.      *
      *                                                                *
      *                A gift-voucher tender is checked against the    *
      *                voucher register PDVCHLD maintains - an         *
      *                unknown, already spent or expired voucher, or   *
      *                a redemption larger than the balance left on    *
      *                it (counting earlier redemptions accepted in    *
      *                the same run), is rejected here so it never     *
      *                reaches the tender match or the posting step.   *
      *                Expiry is judged against the trading date,      *
      *                taken as the first parameter and defaulting to  *
      *                the system date, the same convention as         *
      *                PDBASKET:                                       *
      *                  PDPAYEDT [ccyymmdd]                           *
      *                                                                *
      *                Every accepted record is also kept on the       *
      *                indexed payment-history file, keyed by          *
      *                InvoiceNumber and tender sequence, so how an    *
      *                invoice was paid can still be answered - and a  *
      *                duplicate receipt printed by PDRECPT - long     *
      *                after the night's feed is gone.  A re-run of    *
      *                the same trading night replaces the tenders     *
      *                that night loaded rather than adding them       *
      *                again.  PDARCHIV purges the file.               *
      *                                                                *
      *                Each reject carries its first failing reason,   *
      *                the trading date and the store/till so          *
      *                PDSUSPND can hold it on the reject suspense     *
      *                file.  Tenders operations have corrected there  *
      *                come back on the re-entry file PAYMTRE, which   *
      *                is edited ahead of the night's feed; a clean    *
      *                one is kept on the payment history under the    *
      *                trading date it originally belonged to, a       *
      *                failing one is rejected again under its         *
      *                suspense key.  A re-entry is only taken on a    *
      *                night after PDSUSPND released it.  Each reject  *
      *                also carries the tender's place within its      *
      *                invoice on the feed, the line of its suspense   *
      *                key.  Control counts go to the shared           *
      *                run-control file for PDBALNCE.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDPAYEDT.
      *                    carries neither, so a non-numeric store     *
      *                    defaults to store 1, till 0, rather than    *
      *                    being rejected.                             *
      *   15-OCT-2026  RH  Gift-voucher tender 'V' accepted, checked   *
      *                    against the voucher register - unknown,     *
      *                    spent or expired vouchers and redemptions   *
      *                    beyond the balance left are rejected.  Takes*
      *                    the trading date as a parameter for the     *
      *                    expiry check.                               *
      *   15-OCT-2026  RH  Every accepted tender is now also kept on   *
      *                    the indexed payment-history file PAYHIST,   *
      *                    keyed by InvoiceNumber and tender sequence; *
      *                    a re-run of the same night replaces that    *
      *                    night's tenders.                            *
      *   15-OCT-2026  RH  Rejects now carry the first failing reason, *
      *                    the trading date and store/till for the     *
      *                    reject suspense file PDSUSPND keeps.        *
      *                    Corrected tenders PDSUSPND releases on      *
      *                    PAYMTRE are edited ahead of the feed and    *
      *                    kept on PAYHIST under their original        *
      *                    trading date.  Control counts now go to the *
      *                    run-control file.                           *
      *   15-OCT-2026  RH  Feed must open with a header for the run's  *
      *                    trading date whose generation PDFEEDCK has  *
      *                    accepted on FEEDREG; the trailer ends the   *
      *                    feed.                                       *
      *   15-OCT-2026  RH  A voucher redemption PDVCHPST has already   *
      *                    posted for the invoice tonight is no longer *
      *                    failed as spent or over balance on a same-  *
      *                    night re-run.                               *
      *   15-OCT-2026  RH  Rejects carry the tender's place within its *
      *                    invoice for the widened suspense key; a re- *
      *                    entry released tonight or later is left for *
      *                    a later night.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-IN-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT PAY-RE-ENTRY
               ASSIGN TO PAYMTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RE-ENTRY-STATUS.

           SELECT PAYMENT-GOOD
               ASSIGN TO PAYMTGD
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-REJECT-STATUS.

           SELECT VOUCHER-REGISTER
               ASSIGN TO VCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VOUCHER-NUMBER
               FILE STATUS IS VOUCHER-REGISTER-STATUS.

           SELECT PAY-HIST
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAY-HIST-STATUS.

           SELECT EXCEPTION-RPT
               ASSIGN TO PDPAYEDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-RPT-STATUS.

           SELECT RUN-CTL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PaymentData is read into its full structured layout here so
       FD  PAYMENT-IN
           RECORDING MODE IS F.
           COPY PaymentData.
      * PAYMTIN opens with a header and closes with a trailer record.
           COPY FeedControl.

      * The generation register PDFEEDCK keeps, laid out as it writes
      * it.  Only the row for the generation on the header is read.
       FD  FEED-REG.
       01  FEED-REG-REC.
           05  FR-KEY.
               10  FR-FEED-NAME         PIC X(8).
               10  FR-GENERATION        PIC 9(6).
           05  FR-STATUS                PIC X.
               88  FR-ACCEPTED              VALUE "A".
               88  FR-REFUSED               VALUE "R".
           05  FR-SENDER                PIC X(8).
           05  FR-TRADING-DATE          PIC 9(8).
           05  FR-RECORD-COUNT          PIC 9(9).
           05  FR-HASH-TOTAL            PIC 9(13)V99.
           05  FR-RECEIVED-DATE         PIC 9(8).
           05  FR-LAST-GENERATION       PIC 9(6).
           05  FR-REASON                PIC X(40).

      * A corrected tender released from the reject suspense file by
      * PDSUSPND - its suspense key, which carries the trading date it
      * belongs to, the night it was released, then the corrected
      * PaymentData image.
       FD  PAY-RE-ENTRY
           RECORDING MODE IS F.
       01  PAY-RE-ENTRY-REC.
           05  RE-SUSPENSE-KEY.
               10  RE-FEED              PIC X.
               10  RE-TRADING-DATE      PIC 9(8).
               10  RE-INVOICE           PIC X(8).
               10  RE-LINE              PIC 9(2).
           05  RE-RELEASED-DATE         PIC 9(8).
           05  RE-DATA                  PIC X(47).

       FD  PAYMENT-GOOD
           RECORDING MODE IS F.
       01  PAY-GOOD-IMAGE              PIC X(47).

      * REJECT-SUSPENSE-KEY is blank for a record from the night's own
      * feed and carries the suspense key of a re-entered one.
      * REJECT-LINE is the tender's place within its invoice.
       FD  PAYMENT-REJECT
           RECORDING MODE IS F.
       01  PAYMENT-REJECT-REC.
           05  REJECT-REASON          PIC X(50).
           05  REJECT-TRADING-DATE     PIC 9(8).
           05  REJECT-STORE-NUMBER     PIC 9(3).
           05  REJECT-TILL-NUMBER      PIC 9(3).
           05  REJECT-LINE             PIC 9(2).
           05  REJECT-SUSPENSE-KEY     PIC X(19).
           05  REJECT-DATA             PIC X(47).

      * The gift-voucher register, one record per voucher issued,
      * keyed on the voucher number printed on it - read here only,
      * to police redemptions; PDVCHLD issues and PDVCHPST posts.
       FD  VOUCHER-REGISTER.
       01  VOUCHER-REG-REC.
           05  VR-VOUCHER-NUMBER        PIC X(20).
           05  VR-STATUS                PIC X.
               88  VR-LIVE                  VALUE "L".
               88  VR-SPENT                 VALUE "S".
           05  VR-ISSUE-VALUE           PIC 9999V99.
           05  VR-REDEEMED-VALUE        PIC 9999V99.
           05  VR-BALANCE               PIC 9999V99.
           05  VR-REDEMPTION-COUNT      PIC 9(3).
           05  VR-ISSUE-DATE            PIC 9(8).
           05  VR-EXPIRY-DATE           PIC 9(8).
           05  VR-ISSUE-INVOICE         PIC 9(8).
           05  VR-ISSUE-STORE           PIC 9(3).
           05  VR-ISSUE-TILL            PIC 9(3).
           05  VR-LAST-REDEEMED-DATE    PIC 9(8).
           05  VR-LAST-REDEEMED-INVOICE PIC 9(8).

      * Payment history - one row per accepted tender, keyed by
      * InvoiceNumber and the tender's sequence within the invoice,
      * carrying the PaymentData fields with the trading date the
      * tender belongs to and the trading night that loaded it.
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

       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  EXCEPTION-RPT-LINE         PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       77  PAYMENT-IN-STATUS           PIC XX             VALUE "00".
       77  FEED-REG-STATUS             PIC XX             VALUE "00".
       77  PAYMENT-GOOD-STATUS         PIC XX             VALUE "00".
       77  PAYMENT-REJECT-STATUS       PIC XX             VALUE "00".
       77  EXCEPTION-RPT-STATUS        PIC XX             VALUE "00".
       77  VOUCHER-REGISTER-STATUS     PIC XX             VALUE "00".
       77  PAY-HIST-STATUS             PIC XX             VALUE "00".
       77  PAY-RE-ENTRY-STATUS         PIC XX             VALUE "00".
       77  RUN-CTL-STATUS              PIC XX             VALUE "00".

      * No register yet (status "35" on the very first night) means
      * no voucher has ever been issued - every voucher tender is
      * then rejected as unknown.
       77  PD-NO-REGISTER-SWITCH       PIC X(01)          VALUE "N".
           88  PD-NO-REGISTER                             VALUE "Y".

       77  PD-EOF-SWITCH               PIC X(01)          VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

       77  PD-RE-ENTRY-EOF-SWITCH      PIC X(01)          VALUE "N".
           88  PD-RE-ENTRY-EOF                            VALUE "Y".

       77  PD-VALID-SWITCH             PIC X(01)          VALUE "Y".
           88  PD-RECORD-IS-VALID                         VALUE "Y".
           88  PD-RECORD-IS-INVALID                       VALUE "N".
       77  PD-GOOD-COUNT               PIC 9(7)   COMP     VALUE 0.
       77  PD-REJECT-COUNT             PIC 9(7)   COMP     VALUE 0.
       77  PD-SEQ-ERROR-COUNT          PIC 9(7)   COMP     VALUE 0.
       77  PD-HIST-KEPT-COUNT          PIC 9(7)   COMP     VALUE 0.
       77  PD-HIST-REPLACED-COUNT      PIC 9(7)   COMP     VALUE 0.
       77  PD-RE-ENTRY-COUNT           PIC 9(7)   COMP     VALUE 0.
       77  PD-RE-ENTRY-HELD-COUNT      PIC 9(7)   COMP     VALUE 0.

      * The record being edited - its suspense key and original
      * trading date when it is a re-entry, blank/zero when it is
      * from the night's feed - and the first reason it failed.
      * PD-TENDER-DATE is the trading date the tender belongs to:
      * the original date of a re-entry, otherwise the run's.
       77  PD-SUSPENSE-KEY             PIC X(19)          VALUE SPACES.
       77  PD-ORIGINAL-DATE            PIC 9(8)           VALUE 0.
       77  PD-TENDER-DATE              PIC 9(8)           VALUE 0.
       77  PD-FIRST-REASON             PIC X(60)          VALUE SPACES.

      * The tender's place within its invoice on the feed - every
      * record read counts, accepted or not - or the line of a
      * re-entry's suspense key.
       77  PD-TENDER-INVOICE           PIC X(8)           VALUE SPACES.
       77  PD-TENDER-LINE              PIC 9(2)           VALUE 0.

      * The invoice whose tenders are being kept on the payment
      * history and the last tender sequence used for it.  The feed
      * is in InvoiceNumber order, so the first accepted tender of
      * each invoice sets both up.
       77  PD-HIST-INVOICE             PIC 9(8)           VALUE 0.
       77  PD-HIST-SEQ                 PIC 9(2)           VALUE 0.
       77  PD-HIST-DONE-SWITCH         PIC X(01)          VALUE "N".
           88  PD-HIST-DONE                               VALUE "Y".

      * The tender match walks both feeds in ascending InvoiceNumber
      * order, so the sequence check here polices non-descending
      * condemn everything after it.
       77  PD-LAST-INVOICE             PIC 9(8)           VALUE 0.

      * Run parameter - the trading date voucher expiry is judged
      * against, defaulting to the system date:
      *   PDPAYEDT [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE             PIC 9(8)           VALUE 0.

      * Vouchers already drawn on by accepted records this run, with
      * the amount drawn, so two redemptions of the same voucher in
      * one night cannot both spend the same balance.  Past the
      * table's end a voucher is checked against its register
      * balance alone and the count is DISPLAYed at end of run;
      * PDVCHPST still refuses any redemption the balance cannot
      * cover when it posts.
       77  PD-VOUCHER-AMOUNT           PIC S9(7)V99       VALUE 0.
       77  PD-VOUCHER-COUNT            PIC 9(4)   COMP     VALUE 0.
       77  PD-VOUCHER-SUB              PIC 9(4)   COMP     VALUE 0.
       77  PD-MAX-VOUCHERS             PIC 9(4)   COMP     VALUE 500.
       77  PD-VOUCHER-FOUND-SWITCH     PIC X(01)          VALUE "N".
           88  PD-VOUCHER-FOUND                           VALUE "Y".
       77  PD-VOUCHER-HIT-SUB          PIC 9(4)   COMP     VALUE 0.
       77  PD-VOUCHER-OVERFLOW         PIC 9(7)   COMP     VALUE 0.
      * Set when the register shows PDVCHPST has already posted this
      * invoice's redemption tonight - a same-night re-run after the
      * posting step.  The balance on the register already has the
      * redemption taken off, so it is neither re-tested nor drawn
      * again.
       77  PD-VOUCHER-POSTED-SWITCH    PIC X(01)          VALUE "N".
           88  PD-VOUCHER-POSTED                          VALUE "Y".
       01  PD-VOUCHER-TABLE.
           05  PD-VOUCHER-ENTRY OCCURS 500 TIMES.
               10  PD-VU-VOUCHER-NUMBER PIC X(20).
               10  PD-VU-DRAWN          PIC S9(7)V99.

       01  PD-EXCEPTION-DETAIL.
           05  PD-EX-INVOICE            PIC 9(8).
           05  FILLER                   PIC X(02)          VALUE SPACES.
           05  FILLER                   PIC X(30)
                   VALUE "SEQUENCE ERRORS  . . . :".
           05  PD-SUM-SEQERR            PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-5.
           05  FILLER                   PIC X(30)
                   VALUE "PAYMENT HISTORY KEPT . :".
           05  PD-SUM-HIST-KEPT         PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-6.
           05  FILLER                   PIC X(30)
                   VALUE "HISTORY REPLACED . . . :".
           05  PD-SUM-HIST-REPLACED     PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-7.
           05  FILLER                   PIC X(30)
                   VALUE "OF WHICH RE-ENTERED  . :".
           05  PD-SUM-RE-ENTRY          PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-8.
           05  FILLER                   PIC X(30)
                   VALUE "RE-ENTRIES NOT YET DUE :".
           05  PD-SUM-RE-ENTRY-HELD     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
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
                   DISPLAY "PDPAYEDT - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  PAYMENT-IN.
           IF PAYMENT-IN-STATUS NOT = "00"
               DISPLAY "PDPAYEDT - UNABLE TO OPEN PAYMTIN, STATUS = "
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1100-CHECK-FEED-HEADER
               THRU 1100-CHECK-FEED-HEADER-EXIT.

           OPEN INPUT  VOUCHER-REGISTER.
           IF VOUCHER-REGISTER-STATUS = "35"
               SET PD-NO-REGISTER TO TRUE
           ELSE
               IF VOUCHER-REGISTER-STATUS NOT = "00"
                   DISPLAY "PDPAYEDT - UNABLE TO OPEN VCHREG, STATUS = "
                       VOUCHER-REGISTER-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

      *    The payment history is created empty the very first time
      *    the job is run (file status "35"), the same way PDITMLD
      *    establishes ITEMMAST.
           OPEN I-O PAY-HIST.
           IF PAY-HIST-STATUS = "35"
               CLOSE PAY-HIST
               OPEN OUTPUT PAY-HIST
               CLOSE PAY-HIST
               OPEN I-O PAY-HIST
           END-IF.
           IF PAY-HIST-STATUS NOT = "00"
               DISPLAY "PDPAYEDT - UNABLE TO OPEN PAYHIST, STATUS = "
                   PAY-HIST-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT PAYMENT-GOOD.
           OPEN OUTPUT PAYMENT-REJECT.
           OPEN OUTPUT EXCEPTION-RPT.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-HEADING-2.

           PERFORM 1500-RE-ENTER-SUSPENSE
               THRU 1500-RE-ENTER-SUSPENSE-EXIT.

           PERFORM 2100-READ-PAYMENT-IN
               THRU 2100-READ-PAYMENT-IN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-FEED-HEADER                                      *
      *    PAYMTIN must open with its header record for this run's     *
      *    trading date, carrying a generation that PDFEEDCK has       *
      *    accepted on the generation register for that date.          *
      *    Anything else - no header, a re-sent or duplicate file, a   *
      *    skipped or short delivery - stops the run with return       *
      *    code 8 before a single record is read.                      *
      ******************************************************************
       1100-CHECK-FEED-HEADER.
           READ PAYMENT-IN
               AT END
                   MOVE SPACES TO FeedRecordType
           END-READ.
           IF NOT FeedHeader
               DISPLAY "PDPAYEDT - PAYMTIN HAS NO HEADER RECORD"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FeedTradingDate NOT = PD-TRADING-DATE
               DISPLAY "PDPAYEDT - PAYMTIN IS FOR TRADING DATE "
                   FeedTradingDate " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT FEED-REG.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDPAYEDT - UNABLE TO OPEN FEEDREG, STATUS = "
                   FEED-REG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "PAYMTIN "           TO FR-FEED-NAME.
           MOVE FeedGeneration TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE SPACE TO FR-STATUS
           END-READ.
           CLOSE FEED-REG.

           IF NOT FR-ACCEPTED
                   OR FR-TRADING-DATE NOT = FeedTradingDate
               DISPLAY "PDPAYEDT - PAYMTIN GENERATION " FeedGeneration
                   " NOT ACCEPTED BY PDFEEDCK - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-CHECK-FEED-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    1500-RE-ENTER-SUSPENSE                                      *
      *    Edits the corrected tenders PDSUSPND released from the      *
      *    reject suspense file, ahead of the night's own feed - they  *
      *    belong to earlier invoices, so taking them first keeps the  *
      *    good file in ascending InvoiceNumber order.  No re-entry    *
      *    file (status "35") means nothing was released.              *
      ******************************************************************
       1500-RE-ENTER-SUSPENSE.
           OPEN INPUT PAY-RE-ENTRY.
           IF PAY-RE-ENTRY-STATUS = "35"
               GO TO 1500-RE-ENTER-SUSPENSE-EXIT
           END-IF.
           IF PAY-RE-ENTRY-STATUS NOT = "00"
               DISPLAY "PDPAYEDT - UNABLE TO OPEN PAYMTRE, STATUS = "
                   PAY-RE-ENTRY-STATUS
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1600-RE-ENTER-ONE-RECORD
               THRU 1600-RE-ENTER-ONE-RECORD-EXIT
               UNTIL PD-RE-ENTRY-EOF.

           CLOSE PAY-RE-ENTRY.
       1500-RE-ENTER-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      *    1600-RE-ENTER-ONE-RECORD                                    *
      *    The corrected image is edited in the PAYMTIN record area,   *
      *    exactly as a record read from the feed would be.  A         *
      *    re-entry released tonight or later belongs to a later       *
      *    night's edit - this is a re-run after PDSUSPND - and is     *
      *    left for that night.                                        *
      ******************************************************************
       1600-RE-ENTER-ONE-RECORD.
           READ PAY-RE-ENTRY
               AT END
                   SET PD-RE-ENTRY-EOF TO TRUE
                   GO TO 1600-RE-ENTER-ONE-RECORD-EXIT
           END-READ.

           IF RE-RELEASED-DATE NOT < PD-TRADING-DATE
               ADD 1 TO PD-RE-ENTRY-HELD-COUNT
               GO TO 1600-RE-ENTER-ONE-RECORD-EXIT
           END-IF.

           ADD 1 TO PD-RE-ENTRY-COUNT.
           MOVE RE-DATA         TO PaymentData.
           MOVE RE-SUSPENSE-KEY TO PD-SUSPENSE-KEY.
           MOVE RE-LINE         TO PD-TENDER-LINE.
           MOVE RE-TRADING-DATE TO PD-ORIGINAL-DATE.
           MOVE RE-TRADING-DATE TO PD-TENDER-DATE.

           PERFORM 2050-EDIT-AND-ROUTE
               THRU 2050-EDIT-AND-ROUTE-EXIT.
       1600-RE-ENTER-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2000-EDIT-ONE-RECORD                                        *
      ******************************************************************
       2000-EDIT-ONE-RECORD.
           MOVE SPACES          TO PD-SUSPENSE-KEY.
           MOVE 0               TO PD-ORIGINAL-DATE.
           MOVE PD-TRADING-DATE TO PD-TENDER-DATE.

           IF PaymentData (1:8) NOT = PD-TENDER-INVOICE
               MOVE PaymentData (1:8) TO PD-TENDER-INVOICE
               MOVE 0 TO PD-TENDER-LINE
           END-IF.
           IF PD-TENDER-LINE < 99
               ADD 1 TO PD-TENDER-LINE
           END-IF.

           PERFORM 2050-EDIT-AND-ROUTE
               THRU 2050-EDIT-AND-ROUTE-EXIT.

           PERFORM 2100-READ-PAYMENT-IN
               THRU 2100-READ-PAYMENT-IN-EXIT.
       2000-EDIT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2050-EDIT-AND-ROUTE                                         *
      *    Edits the record in the PAYMTIN record area and writes it   *
      *    to the good file or the reject file.                        *
      ******************************************************************
       2050-EDIT-AND-ROUTE.
           ADD 1 TO PD-RECORD-COUNT.
           SET PD-RECORD-IS-VALID TO TRUE.
           MOVE SPACES TO PD-FIRST-REASON.

           PERFORM 3000-EDIT-TENDER-TYPE
               THRU 3000-EDIT-TENDER-TYPE-EXIT.
           PERFORM 4500-EDIT-STORE-TILL
               THRU 4500-EDIT-STORE-TILL-EXIT.

           PERFORM 4700-EDIT-GIFT-VOUCHER
               THRU 4700-EDIT-GIFT-VOUCHER-EXIT.

           PERFORM 5000-CHECK-SEQUENCE
               THRU 5000-CHECK-SEQUENCE-EXIT.

           IF PD-RECORD-IS-VALID
               IF GiftVoucherTender AND NOT PD-VOUCHER-POSTED
                   PERFORM 4800-NOTE-VOUCHER-DRAWN
                       THRU 4800-NOTE-VOUCHER-DRAWN-EXIT
               END-IF
               ADD 1 TO PD-GOOD-COUNT
               MOVE InvoiceNumber OF PaymentData TO PD-LAST-INVOICE
               MOVE PaymentData TO PAY-GOOD-IMAGE
               WRITE PAY-GOOD-IMAGE
               PERFORM 6000-KEEP-PAYMENT-HISTORY
                   THRU 6000-KEEP-PAYMENT-HISTORY-EXIT
           ELSE
               PERFORM 2070-WRITE-REJECT
                   THRU 2070-WRITE-REJECT-EXIT
           END-IF.
       2050-EDIT-AND-ROUTE-EXIT.
           EXIT.

      ******************************************************************
      *    2070-WRITE-REJECT                                           *
      *    The reject carries what PDSUSPND needs to hold it on        *
      *    suspense.                                                   *
      ******************************************************************
       2070-WRITE-REJECT.
           ADD 1 TO PD-REJECT-COUNT.
           MOVE SPACES TO PAYMENT-REJECT-REC.
           MOVE PD-FIRST-REASON TO REJECT-REASON.
           MOVE PD-TENDER-DATE  TO REJECT-TRADING-DATE.
           MOVE 0 TO REJECT-STORE-NUMBER.
           MOVE 0 TO REJECT-TILL-NUMBER.
           IF StoreNumber OF PaymentData NUMERIC
               MOVE StoreNumber OF PaymentData TO REJECT-STORE-NUMBER
           END-IF.
           IF TillNumber NUMERIC
               MOVE TillNumber TO REJECT-TILL-NUMBER
           END-IF.
           MOVE PD-TENDER-LINE  TO REJECT-LINE.
           MOVE PD-SUSPENSE-KEY TO REJECT-SUSPENSE-KEY.
           MOVE PaymentData     TO REJECT-DATA.
           WRITE PAYMENT-REJECT-REC.
       2070-WRITE-REJECT-EXIT.
           EXIT.

      ******************************************************************
               AT END
                   SET PD-END-OF-FILE TO TRUE
           END-READ.

      *    The trailer closes the feed - PDFEEDCK has already proved
      *    its count and hash total against the records before it.
           IF NOT PD-END-OF-FILE AND FeedTrailer
               SET PD-END-OF-FILE TO TRUE
           END-IF.
       2100-READ-PAYMENT-IN-EXIT.
           EXIT.

                   AND NOT ChequeTender
                   AND NOT LoyaltyTender
                   AND NOT RefundTender
                   AND NOT GiftVoucherTender
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "TENDERTYPE NOT 'C', 'D', 'H', 'L', 'R' OR 'V'"
                   TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-WRITE-EXCEPTION-LINE-EXIT
      *    AmountTendered except on a refund tender, where the cash    *
      *    handed back is carried in ChangeGiven by design; and        *
      *    change is only given at all on cash or refund - a card,     *
      *    cheque, loyalty or gift-voucher tender never hands money    *
      *    back.                                                       *
      ******************************************************************
       4000-EDIT-AMOUNTS.
           IF AmountTendered NOT NUMERIC
      *    error and fails the edit - no shop is store zero.           *
      ******************************************************************
       4500-EDIT-STORE-TILL.
           IF StoreNumber OF PaymentData NOT NUMERIC
               MOVE 1 TO StoreNumber OF PaymentData
               MOVE 0 TO TillNumber
               GO TO 4500-EDIT-STORE-TILL-EXIT
           END-IF.
               MOVE 0 TO TillNumber
           END-IF.

           IF StoreNumber OF PaymentData = 0
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "STORENUMBER ZERO" TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
       4500-EDIT-STORE-TILL-EXIT.
           EXIT.

      ******************************************************************
      *    4700-EDIT-GIFT-VOUCHER                                      *
      *    A voucher tender must name a voucher on the register that   *
      *    is neither spent nor past its expiry date on the trading    *
      *    date, and the amount redeemed - with anything already       *
      *    drawn on the same voucher earlier in this run - may not     *
      *    exceed the balance left on it.  A redemption PDVCHPST has   *
      *    already posted for this invoice tonight (the register's     *
      *    last redemption is this trading date and this invoice or a  *
      *    later one) was edited before it was posted, so the spent    *
      *    and balance tests are not made again.                       *
      ******************************************************************
       4700-EDIT-GIFT-VOUCHER.
           MOVE "N" TO PD-VOUCHER-POSTED-SWITCH.
           IF NOT GiftVoucherTender
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

           IF CardOrLoyaltyReference = SPACES
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "GIFT VOUCHER NUMBER MISSING" TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-WRITE-EXCEPTION-LINE-EXIT
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

           IF PD-NO-REGISTER
               GO TO 4700-EDIT-GIFT-VOUCHER-UNKNOWN
           END-IF.

           MOVE CardOrLoyaltyReference TO VR-VOUCHER-NUMBER.
           READ VOUCHER-REGISTER
               KEY IS VR-VOUCHER-NUMBER
               INVALID KEY
                   GO TO 4700-EDIT-GIFT-VOUCHER-UNKNOWN
           END-READ.

           IF VR-LAST-REDEEMED-DATE = PD-TRADING-DATE
                   AND VR-LAST-REDEEMED-INVOICE
                       NOT < InvoiceNumber OF PaymentData
               SET PD-VOUCHER-POSTED TO TRUE
               GO TO 4700-EDIT-GIFT-VOUCHER-EXPIRY
           END-IF.

           IF VR-SPENT OR VR-BALANCE = 0
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "GIFT VOUCHER ALREADY SPENT" TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-WRITE-EXCEPTION-LINE-EXIT
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

       4700-EDIT-GIFT-VOUCHER-EXPIRY.
           IF VR-EXPIRY-DATE < PD-TENDER-DATE
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "GIFT VOUCHER EXPIRED" TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-WRITE-EXCEPTION-LINE-EXIT
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

           IF PD-VOUCHER-POSTED
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

      *    A non-numeric amount has already failed 4000-EDIT-AMOUNTS.
           IF AmountTendered NOT NUMERIC
               GO TO 4700-EDIT-GIFT-VOUCHER-EXIT
           END-IF.

           PERFORM 4900-FIND-VOUCHER-DRAWN
               THRU 4900-FIND-VOUCHER-DRAWN-EXIT.
           MOVE AmountTendered TO PD-VOUCHER-AMOUNT.
           IF PD-VOUCHER-FOUND
               ADD PD-VU-DRAWN (PD-VOUCHER-HIT-SUB)
                   TO PD-VOUCHER-AMOUNT
           END-IF.

           IF PD-VOUCHER-AMOUNT > VR-BALANCE
               SET PD-RECORD-IS-INVALID TO TRUE
               MOVE "GIFT VOUCHER BALANCE INSUFFICIENT"
                   TO PD-EX-REASON
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-WRITE-EXCEPTION-LINE-EXIT
           END-IF.
           GO TO 4700-EDIT-GIFT-VOUCHER-EXIT.

       4700-EDIT-GIFT-VOUCHER-UNKNOWN.
           SET PD-RECORD-IS-INVALID TO TRUE.
           MOVE "GIFT VOUCHER NOT ON REGISTER" TO PD-EX-REASON.
           PERFORM 7000-WRITE-EXCEPTION-LINE
               THRU 7000-WRITE-EXCEPTION-LINE-EXIT.
       4700-EDIT-GIFT-VOUCHER-EXIT.
           EXIT.

      ******************************************************************
      *    4800-NOTE-VOUCHER-DRAWN                                     *
      *    An accepted voucher tender is added to the amount drawn on  *
      *    that voucher this run, taking a new table slot the first    *
      *    time the voucher is seen.                                   *
      ******************************************************************
       4800-NOTE-VOUCHER-DRAWN.
           PERFORM 4900-FIND-VOUCHER-DRAWN
               THRU 4900-FIND-VOUCHER-DRAWN-EXIT.

           IF NOT PD-VOUCHER-FOUND
               IF PD-VOUCHER-COUNT < PD-MAX-VOUCHERS
                   ADD 1 TO PD-VOUCHER-COUNT
                   MOVE PD-VOUCHER-COUNT TO PD-VOUCHER-HIT-SUB
                   MOVE CardOrLoyaltyReference
                       TO PD-VU-VOUCHER-NUMBER (PD-VOUCHER-HIT-SUB)
                   MOVE 0 TO PD-VU-DRAWN (PD-VOUCHER-HIT-SUB)
                   SET PD-VOUCHER-FOUND TO TRUE
               ELSE
                   ADD 1 TO PD-VOUCHER-OVERFLOW
                   GO TO 4800-NOTE-VOUCHER-DRAWN-EXIT
               END-IF
           END-IF.

           ADD AmountTendered TO PD-VU-DRAWN (PD-VOUCHER-HIT-SUB).
       4800-NOTE-VOUCHER-DRAWN-EXIT.
           EXIT.

      ******************************************************************
      *    4900-FIND-VOUCHER-DRAWN                                     *
      *    Looks this record's voucher up in the drawn-this-run        *
      *    table, leaving PD-VOUCHER-HIT-SUB pointed at it and         *
      *    PD-VOUCHER-FOUND set when it is there.                      *
      ******************************************************************
       4900-FIND-VOUCHER-DRAWN.
           MOVE "N" TO PD-VOUCHER-FOUND-SWITCH.
           PERFORM 4950-SEARCH-ONE-VOUCHER
               THRU 4950-SEARCH-ONE-VOUCHER-EXIT
               VARYING PD-VOUCHER-SUB FROM 1 BY 1
               UNTIL PD-VOUCHER-SUB > PD-VOUCHER-COUNT
                   OR PD-VOUCHER-FOUND.
       4900-FIND-VOUCHER-DRAWN-EXIT.
           EXIT.

      ******************************************************************
      *    4950-SEARCH-ONE-VOUCHER                                     *
      ******************************************************************
       4950-SEARCH-ONE-VOUCHER.
           IF PD-VU-VOUCHER-NUMBER (PD-VOUCHER-SUB)
                   = CardOrLoyaltyReference
               SET PD-VOUCHER-FOUND TO TRUE
               MOVE PD-VOUCHER-SUB TO PD-VOUCHER-HIT-SUB
           END-IF.
       4950-SEARCH-ONE-VOUCHER-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CHECK-SEQUENCE                                         *
      *    The program header of PDPAYMAT requires the payment feed    *
       5000-CHECK-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      *    6000-KEEP-PAYMENT-HISTORY                                   *
      *    Adds the accepted tender to the payment history under the   *
      *    next tender sequence for its invoice.  The first tender of  *
      *    each invoice first clears away anything this same trading   *
      *    night loaded for it before - a re-run replaces, it does     *
      *    not double up - and picks the sequence up after whatever    *
      *    earlier nights left.                                        *
      ******************************************************************
       6000-KEEP-PAYMENT-HISTORY.
           IF InvoiceNumber OF PaymentData NOT = PD-HIST-INVOICE
               MOVE InvoiceNumber OF PaymentData TO PD-HIST-INVOICE
               PERFORM 6100-CLEAR-RERUN-TENDERS
                   THRU 6100-CLEAR-RERUN-TENDERS-EXIT
           END-IF.

           ADD 1 TO PD-HIST-SEQ.
           MOVE PD-HIST-INVOICE     TO PY-INVOICE-NUMBER.
           MOVE PD-HIST-SEQ         TO PY-TENDER-SEQ.
           MOVE PD-TENDER-DATE      TO PY-TRADING-DATE.
           MOVE PD-TRADING-DATE     TO PY-LOAD-DATE.
           MOVE TenderType          TO PY-TENDER-TYPE.
           MOVE AmountTendered      TO PY-AMOUNT-TENDERED.
           MOVE ChangeGiven         TO PY-CHANGE-GIVEN.
           MOVE CardOrLoyaltyReference TO PY-REFERENCE.
           MOVE StoreNumber OF PaymentData TO PY-STORE-NUMBER.
           MOVE TillNumber          TO PY-TILL-NUMBER.
           WRITE PAY-HIST-REC
               INVALID KEY
                   DISPLAY "PDPAYEDT - PAYHIST WRITE FAILED, INVOICE "
                       PY-INVOICE-NUMBER " SEQ " PY-TENDER-SEQ
                       ", STATUS = " PAY-HIST-STATUS
                   GO TO 6000-KEEP-PAYMENT-HISTORY-EXIT
           END-WRITE.
           ADD 1 TO PD-HIST-KEPT-COUNT.
       6000-KEEP-PAYMENT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    6100-CLEAR-RERUN-TENDERS                                    *
      *    Walks the invoice's existing history rows in sequence,      *
      *    deleting any loaded by this same trading night and          *
      *    leaving PD-HIST-SEQ at the highest sequence kept.           *
      ******************************************************************
       6100-CLEAR-RERUN-TENDERS.
           MOVE 0 TO PD-HIST-SEQ.
           MOVE "N" TO PD-HIST-DONE-SWITCH.
           MOVE PD-HIST-INVOICE TO PY-INVOICE-NUMBER.
           MOVE 0               TO PY-TENDER-SEQ.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   GO TO 6100-CLEAR-RERUN-TENDERS-EXIT
           END-START.

           PERFORM 6200-CLEAR-ONE-TENDER
               THRU 6200-CLEAR-ONE-TENDER-EXIT
               UNTIL PD-HIST-DONE.
       6100-CLEAR-RERUN-TENDERS-EXIT.
           EXIT.

      ******************************************************************
      *    6200-CLEAR-ONE-TENDER                                       *
      ******************************************************************
       6200-CLEAR-ONE-TENDER.
           READ PAY-HIST NEXT RECORD
               AT END
                   SET PD-HIST-DONE TO TRUE
                   GO TO 6200-CLEAR-ONE-TENDER-EXIT
           END-READ.
           IF PY-INVOICE-NUMBER NOT = PD-HIST-INVOICE
               SET PD-HIST-DONE TO TRUE
               GO TO 6200-CLEAR-ONE-TENDER-EXIT
           END-IF.

           IF PY-LOAD-DATE = PD-TRADING-DATE
               DELETE PAY-HIST
               ADD 1 TO PD-HIST-REPLACED-COUNT
           ELSE
               MOVE PY-TENDER-SEQ TO PD-HIST-SEQ
           END-IF.
       6200-CLEAR-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    7000-WRITE-EXCEPTION-LINE                                   *
      ******************************************************************
       7000-WRITE-EXCEPTION-LINE.
           IF PD-FIRST-REASON = SPACES
               MOVE PD-EX-REASON TO PD-FIRST-REASON
           END-IF.
           MOVE InvoiceNumber OF PaymentData TO PD-EX-INVOICE.
           MOVE TenderType TO PD-EX-TENDER.
           WRITE EXCEPTION-RPT-LINE FROM PD-EXCEPTION-DETAIL.
           MOVE PD-GOOD-COUNT      TO PD-SUM-GOOD.
           MOVE PD-REJECT-COUNT    TO PD-SUM-REJECT.
           MOVE PD-SEQ-ERROR-COUNT TO PD-SUM-SEQERR.
           MOVE PD-HIST-KEPT-COUNT TO PD-SUM-HIST-KEPT.
           MOVE PD-HIST-REPLACED-COUNT TO PD-SUM-HIST-REPLACED.
           MOVE PD-RE-ENTRY-COUNT  TO PD-SUM-RE-ENTRY.
           MOVE PD-RE-ENTRY-HELD-COUNT TO PD-SUM-RE-ENTRY-HELD.

           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-1.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-2.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-3.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-4.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-5.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-6.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-7.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-8.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.

           IF PD-VOUCHER-OVERFLOW > 0
               DISPLAY "PDPAYEDT - VOUCHER TABLE FULL, "
                   PD-VOUCHER-OVERFLOW
                   " REDEMPTION(S) CHECKED ON REGISTER BALANCE ONLY"
           END-IF.

           IF NOT PD-NO-REGISTER
               CLOSE VOUCHER-REGISTER
           END-IF.

           CLOSE PAYMENT-IN
                 PAY-HIST
                 PAYMENT-GOOD
                 PAYMENT-REJECT
                 EXCEPTION-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends this run's control counts to the shared run-        *
      *    control file for the end-of-night balancing step, the same  *
      *    way PDEDIT does for the purchase feed.                      *
      ******************************************************************
       7900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           IF RUN-CTL-STATUS = "35"
               CLOSE RUN-CTL
               OPEN OUTPUT RUN-CTL
               CLOSE RUN-CTL
               OPEN EXTEND RUN-CTL
           END-IF.
           IF RUN-CTL-STATUS NOT = "00"
               DISPLAY "PDPAYEDT - UNABLE TO OPEN RUNCTL, STATUS = "
                   RUN-CTL-STATUS
               GO TO 7900-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE SPACES            TO RunControl.
           MOVE "PDPAYEDT"        TO ProgramName.
           MOVE 0                 TO StoreNumber OF RunControl.
           MOVE PD-RECORD-COUNT   TO ControlCount (1).
           MOVE PD-GOOD-COUNT     TO ControlCount (2).
           MOVE PD-REJECT-COUNT   TO ControlCount (3).
           MOVE PD-RE-ENTRY-COUNT TO ControlCount (4).
           MOVE 0                 TO ControlAmount (1).
           MOVE 0                 TO ControlAmount (2).
           MOVE 0                 TO ControlAmount (3).
           MOVE 0                 TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
       7900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
