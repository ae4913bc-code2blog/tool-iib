      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDVCHPST                                        *
      *   PURPOSE:     Nightly gift-voucher posting and liability      *
      *                report.  Posts every gift-voucher tender on     *
      *                PDPAYEDT's validated payment file to the        *
      *                voucher register - adding to the amount         *
      *                redeemed, drawing down the balance, and         *
      *                marking the voucher spent once nothing is left  *
      *                on it - refusing any redemption of an unknown   *
      *                or spent voucher or one larger than the         *
      *                balance, then reads the whole register and      *
      *                lists every voucher still carrying a balance.   *
      *                Unredeemed vouchers are a balance-sheet         *
      *                liability, not sales, so the night's value      *
      *                issued, value redeemed and the outstanding      *
      *                liability go to the shared run-control file,    *
      *                from which PDGLPOST moves voucher sales out of  *
      *                NonGrocery sales into the voucher liability     *
      *                account and releases it again as vouchers are   *
      *                spent.                                          *
      *                                                                *
      *                A redemption already posted - the register's    *
      *                last redemption is for this trading date and    *
      *                an invoice at or beyond this one - is skipped,  *
      *                so a re-run after an abend does not draw the    *
      *                same voucher down twice.  A voucher past its    *
      *                expiry date stays on the liability until it is  *
      *                written off, and is flagged on the report.      *
      *                Expiry is judged by PDPAYEDT against the date   *
      *                the tender was taken, which for a tender        *
      *                re-entered from suspense is an earlier night -  *
      *                so it is not judged again here against tonight. *
      *                                                                *
      *                The run takes the trading date as its first     *
      *                parameter, defaulting to the system date, the   *
      *                same convention as PDBASKET:                    *
      *                  PDVCHPST [ccyymmdd]                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDVCHPST.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - posts voucher redemptions *
      *                    to the gift-voucher register and reports    *
      *                    the outstanding liability.                  *
      *   15-OCT-2026  RH  Voucher expiry no longer judged against     *
      *                    tonight's date - PDPAYEDT judges it by the  *
      *                    tender's own date, so a voucher tender re-  *
      *                    entered from suspense is drawn down; a      *
      *                    failed register REWRITE now refuses the     *
      *                    tender.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PDPAYEDT's validated output, not the raw payment feed - a
      *    voucher tender that failed the front-end edit never draws
      *    the register down.
           SELECT PAYMENT-IN
               ASSIGN TO PAYMTGD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-IN-STATUS.

           SELECT VOUCHER-REGISTER
               ASSIGN TO VCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VOUCHER-NUMBER
               FILE STATUS IS VOUCHER-REGISTER-STATUS.

           SELECT VCHPST-RPT
               ASSIGN TO PDVCHPSR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCHPST-RPT-STATUS.

           SELECT RUN-CTL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-IN
           RECORDING MODE IS F.
           COPY PaymentData.

      * The gift-voucher register, one record per voucher issued,
      * keyed on the voucher number printed on it.  The balance is
      * the issue value less everything redeemed; a voucher is
      * marked spent when its balance reaches zero.  The last
      * redemption's date and invoice let this program recognise a
      * redemption it has already posted.
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

       FD  VCHPST-RPT
           RECORDING MODE IS F.
       01  VCHPST-RPT-LINE             PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       77  PAYMENT-IN-STATUS            PIC XX            VALUE "00".
       77  VOUCHER-REGISTER-STATUS      PIC XX            VALUE "00".
       77  VCHPST-RPT-STATUS            PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".

       77  PD-PAYMENT-EOF-SWITCH        PIC X(01)         VALUE "N".
           88  PD-PAYMENT-EOF                               VALUE "Y".
       77  PD-REGISTER-EOF-SWITCH       PIC X(01)         VALUE "N".
           88  PD-REGISTER-EOF                              VALUE "Y".

       77  PD-REDEEM-READ-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-REDEEM-POSTED-COUNT       PIC 9(7)  COMP     VALUE 0.
       77  PD-REDEEM-SKIPPED-COUNT      PIC 9(7)  COMP     VALUE 0.
       77  PD-REDEEM-REFUSED-COUNT      PIC 9(7)  COMP     VALUE 0.
       77  PD-ISSUED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-OUTSTANDING-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-EXPIRED-COUNT             PIC 9(7)  COMP     VALUE 0.

      * Value redeemed counts the redemptions skipped as already
      * posted as well as those posted now, so a re-run's
      * run-control record - which supersedes the first - still
      * carries the whole night's redemptions to PDGLPOST.
       77  PD-REDEEM-AMOUNT             PIC S9(7)V99      VALUE 0.
       77  PD-REDEEMED-VALUE            PIC S9(11)V99     VALUE 0.
       77  PD-ISSUED-VALUE              PIC S9(11)V99     VALUE 0.
       77  PD-OUTSTANDING-VALUE         PIC S9(11)V99     VALUE 0.
       77  PD-EXPIRED-VALUE             PIC S9(11)V99     VALUE 0.

      * Run parameter - the trading date being processed, defaulting
      * to the system date:  PDVCHPST [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDVCHPST - GIFT-VOUCHER REDEMPTIONS AND LIABILITY".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE  ".
           05  PD-RH-TRADING-DATE      PIC 9(8).
       01  PD-REPORT-HEADING-3.
           05  FILLER                  PIC X(70) VALUE
             "VOUCHER NUMBER        INVOICE   STR TIL   AMOUNT  BALANCE
      -      " RESULT".

       01  PD-REDEEM-LINE.
           05  PD-RL-VOUCHER-NUMBER    PIC X(20).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-RL-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-RL-STORE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-RL-TILL-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-RL-AMOUNT            PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-RL-BALANCE-AREA.
               10  PD-RL-BALANCE       PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-RL-RESULT            PIC X(40).

       01  PD-LIABILITY-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "VOUCHERS CARRYING A BALANCE".
       01  PD-LIABILITY-HEADING-2.
           05  FILLER                  PIC X(42) VALUE
             "VOUCHER NUMBER        ISSUED    EXPIRES   ".
           05  FILLER                  PIC X(32) VALUE
             "  VALUE  REDEEMED  BALANCE  NOTE".

       01  PD-LIABILITY-LINE.
           05  PD-LL-VOUCHER-NUMBER    PIC X(20).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-ISSUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-EXPIRY-DATE       PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-ISSUE-VALUE       PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-REDEEMED-VALUE    PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-BALANCE           PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-LL-NOTE              PIC X(10).

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "VOUCHER TENDERS READ  . . . :".
           05  PD-SUM-READ             PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "REDEMPTIONS POSTED  . . . . :".
           05  PD-SUM-POSTED           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "ALREADY POSTED - SKIPPED  . :".
           05  PD-SUM-SKIPPED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "REDEMPTIONS REFUSED . . . . :".
           05  PD-SUM-REFUSED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "VALUE REDEEMED  . . . . . . :".
           05  PD-SUM-REDEEMED         PIC ZZZ,ZZZ,ZZ9.99-.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "VOUCHERS ISSUED TODAY . . . :".
           05  PD-SUM-ISSUED           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "VALUE ISSUED TODAY  . . . . :".
           05  PD-SUM-ISSUED-VALUE     PIC ZZZ,ZZZ,ZZ9.99-.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "VOUCHERS OUTSTANDING  . . . :".
           05  PD-SUM-OUTSTANDING      PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "LIABILITY OUTSTANDING . . . :".
           05  PD-SUM-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99-.
       01  PD-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30)
                   VALUE "  OF WHICH EXPIRED  . . . . :".
           05  PD-SUM-EXPIRED          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-POST-ONE-TENDER
               THRU 2000-POST-ONE-TENDER-EXIT
               UNTIL PD-PAYMENT-EOF.

           PERFORM 3000-REPORT-LIABILITY
               THRU 3000-REPORT-LIABILITY-EXIT.

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
                   DISPLAY "PDVCHPST - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  PAYMENT-IN.
           IF PAYMENT-IN-STATUS NOT = "00"
               DISPLAY "PDVCHPST - UNABLE TO OPEN PAYMTGD, STATUS = "
                   PAYMENT-IN-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    Created empty on the very first night, the same way
      *    PDVCHLD establishes it, so the liability report and the
      *    run-control record are still produced before any voucher
      *    has been sold.
           OPEN I-O VOUCHER-REGISTER.
           IF VOUCHER-REGISTER-STATUS = "35"
               CLOSE VOUCHER-REGISTER
               OPEN OUTPUT VOUCHER-REGISTER
               CLOSE VOUCHER-REGISTER
               OPEN I-O VOUCHER-REGISTER
           END-IF.
           IF VOUCHER-REGISTER-STATUS NOT = "00"
               DISPLAY "PDVCHPST - UNABLE TO OPEN VCHREG, STATUS = "
                   VOUCHER-REGISTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT VCHPST-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           WRITE VCHPST-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE VCHPST-RPT-LINE FROM PD-REPORT-HEADING-2.
           WRITE VCHPST-RPT-LINE FROM PD-REPORT-HEADING-3.

           PERFORM 2100-READ-PAYMENT
               THRU 2100-READ-PAYMENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-POST-ONE-TENDER                                        *
      *    Only gift-voucher tenders concern the register.  Each is    *
      *    checked again here - the register is the final word on      *
      *    the balance - before the voucher is drawn down.  A          *
      *    register update that fails refuses the tender.              *
      ******************************************************************
       2000-POST-ONE-TENDER.
           IF NOT GiftVoucherTender
               GO TO 2000-POST-ONE-TENDER-NEXT
           END-IF.

           ADD 1 TO PD-REDEEM-READ-COUNT.
           COMPUTE PD-REDEEM-AMOUNT =
               AmountTendered - ChangeGiven.

           MOVE SPACES TO PD-REDEEM-LINE.
           MOVE CardOrLoyaltyReference TO PD-RL-VOUCHER-NUMBER.
           MOVE InvoiceNumber OF PaymentData TO PD-RL-INVOICE-NUMBER.
           MOVE StoreNumber OF PaymentData TO PD-RL-STORE-NUMBER.
           MOVE TillNumber TO PD-RL-TILL-NUMBER.
           MOVE PD-REDEEM-AMOUNT TO PD-RL-AMOUNT.

           MOVE CardOrLoyaltyReference TO VR-VOUCHER-NUMBER.
           READ VOUCHER-REGISTER
               KEY IS VR-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "REFUSED - VOUCHER NOT ON REGISTER"
                       TO PD-RL-RESULT
                   GO TO 2000-POST-ONE-TENDER-REFUSE
           END-READ.

           IF VR-LAST-REDEEMED-DATE = PD-TRADING-DATE
                   AND VR-LAST-REDEEMED-INVOICE
                       NOT < InvoiceNumber OF PaymentData
               ADD 1 TO PD-REDEEM-SKIPPED-COUNT
               ADD PD-REDEEM-AMOUNT TO PD-REDEEMED-VALUE
               MOVE VR-BALANCE TO PD-RL-BALANCE
               MOVE "ALREADY POSTED - SKIPPED" TO PD-RL-RESULT
               GO TO 2000-POST-ONE-TENDER-WRITE
           END-IF.

           IF VR-SPENT OR VR-BALANCE = 0
               MOVE "REFUSED - VOUCHER ALREADY SPENT" TO PD-RL-RESULT
               GO TO 2000-POST-ONE-TENDER-REFUSE
           END-IF.

           IF PD-REDEEM-AMOUNT > VR-BALANCE
               MOVE "REFUSED - AMOUNT EXCEEDS BALANCE" TO PD-RL-RESULT
               GO TO 2000-POST-ONE-TENDER-REFUSE
           END-IF.

           ADD PD-REDEEM-AMOUNT      TO VR-REDEEMED-VALUE.
           SUBTRACT PD-REDEEM-AMOUNT FROM VR-BALANCE.
           ADD 1                     TO VR-REDEMPTION-COUNT.
           MOVE PD-TRADING-DATE      TO VR-LAST-REDEEMED-DATE.
           MOVE InvoiceNumber OF PaymentData
                                     TO VR-LAST-REDEEMED-INVOICE.
           IF VR-BALANCE = 0
               SET VR-SPENT TO TRUE
           END-IF.
           REWRITE VOUCHER-REG-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF VOUCHER-REGISTER-STATUS NOT = "00"
               DISPLAY "PDVCHPST - VCHREG REWRITE FAILED, VOUCHER "
                   VR-VOUCHER-NUMBER ", STATUS = "
                   VOUCHER-REGISTER-STATUS
               MOVE "REFUSED - REGISTER UPDATE FAILED" TO PD-RL-RESULT
               GO TO 2000-POST-ONE-TENDER-REFUSE
           END-IF.

           ADD 1 TO PD-REDEEM-POSTED-COUNT.
           ADD PD-REDEEM-AMOUNT TO PD-REDEEMED-VALUE.
           MOVE VR-BALANCE TO PD-RL-BALANCE.
           IF VR-SPENT
               MOVE "POSTED - VOUCHER NOW SPENT" TO PD-RL-RESULT
           ELSE
               MOVE "POSTED" TO PD-RL-RESULT
           END-IF.
           GO TO 2000-POST-ONE-TENDER-WRITE.

       2000-POST-ONE-TENDER-REFUSE.
           ADD 1 TO PD-REDEEM-REFUSED-COUNT.
           MOVE SPACES TO PD-RL-BALANCE-AREA.

       2000-POST-ONE-TENDER-WRITE.
           WRITE VCHPST-RPT-LINE FROM PD-REDEEM-LINE.

       2000-POST-ONE-TENDER-NEXT.
           PERFORM 2100-READ-PAYMENT
               THRU 2100-READ-PAYMENT-EXIT.
       2000-POST-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-PAYMENT                                           *
      ******************************************************************
       2100-READ-PAYMENT.
           READ PAYMENT-IN
               AT END
                   SET PD-PAYMENT-EOF TO TRUE
           END-READ.
       2100-READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REPORT-LIABILITY                                       *
      *    Reads the whole register from the lowest voucher number,    *
      *    after the night's redemptions are posted, so the balances   *
      *    listed are the liability at close of this trading date.     *
      ******************************************************************
       3000-REPORT-LIABILITY.
           WRITE VCHPST-RPT-LINE FROM PD-LIABILITY-HEADING-1.
           WRITE VCHPST-RPT-LINE FROM PD-LIABILITY-HEADING-2.

           MOVE LOW-VALUES TO VR-VOUCHER-NUMBER.
           START VOUCHER-REGISTER
               KEY IS NOT LESS THAN VR-VOUCHER-NUMBER
               INVALID KEY
                   GO TO 3000-REPORT-LIABILITY-EXIT
           END-START.

           PERFORM 3200-READ-REGISTER
               THRU 3200-READ-REGISTER-EXIT.
           PERFORM 3100-ASSESS-ONE-VOUCHER
               THRU 3100-ASSESS-ONE-VOUCHER-EXIT
               UNTIL PD-REGISTER-EOF.
       3000-REPORT-LIABILITY-EXIT.
           EXIT.

      ******************************************************************
      *    3100-ASSESS-ONE-VOUCHER                                     *
      *    A voucher issued on this trading date counts toward the     *
      *    night's value issued.  A voucher with a balance left is     *
      *    listed and counts toward the liability - an expired one     *
      *    included, flagged, since it stays owed until written off.   *
      ******************************************************************
       3100-ASSESS-ONE-VOUCHER.
           IF VR-ISSUE-DATE = PD-TRADING-DATE
               ADD 1 TO PD-ISSUED-COUNT
               ADD VR-ISSUE-VALUE TO PD-ISSUED-VALUE
           END-IF.

           IF VR-BALANCE = 0
               GO TO 3100-ASSESS-ONE-VOUCHER-NEXT
           END-IF.

           ADD 1 TO PD-OUTSTANDING-COUNT.
           ADD VR-BALANCE TO PD-OUTSTANDING-VALUE.

           MOVE SPACES TO PD-LIABILITY-LINE.
           MOVE VR-VOUCHER-NUMBER TO PD-LL-VOUCHER-NUMBER.
           MOVE VR-ISSUE-DATE     TO PD-LL-ISSUE-DATE.
           MOVE VR-EXPIRY-DATE    TO PD-LL-EXPIRY-DATE.
           MOVE VR-ISSUE-VALUE    TO PD-LL-ISSUE-VALUE.
           MOVE VR-REDEEMED-VALUE TO PD-LL-REDEEMED-VALUE.
           MOVE VR-BALANCE        TO PD-LL-BALANCE.
           IF VR-EXPIRY-DATE < PD-TRADING-DATE
               ADD 1 TO PD-EXPIRED-COUNT
               ADD VR-BALANCE TO PD-EXPIRED-VALUE
               MOVE "EXPIRED" TO PD-LL-NOTE
           END-IF.
           WRITE VCHPST-RPT-LINE FROM PD-LIABILITY-LINE.

       3100-ASSESS-ONE-VOUCHER-NEXT.
           PERFORM 3200-READ-REGISTER
               THRU 3200-READ-REGISTER-EXIT.
       3100-ASSESS-ONE-VOUCHER-EXIT.
           EXIT.

      ******************************************************************
      *    3200-READ-REGISTER                                          *
      ******************************************************************
       3200-READ-REGISTER.
           READ VOUCHER-REGISTER NEXT RECORD
               AT END
                   SET PD-REGISTER-EOF TO TRUE
           END-READ.
       3200-READ-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-REDEEM-READ-COUNT    TO PD-SUM-READ.
           MOVE PD-REDEEM-POSTED-COUNT  TO PD-SUM-POSTED.
           MOVE PD-REDEEM-SKIPPED-COUNT TO PD-SUM-SKIPPED.
           MOVE PD-REDEEM-REFUSED-COUNT TO PD-SUM-REFUSED.
           MOVE PD-REDEEMED-VALUE       TO PD-SUM-REDEEMED.
           MOVE PD-ISSUED-COUNT         TO PD-SUM-ISSUED.
           MOVE PD-ISSUED-VALUE         TO PD-SUM-ISSUED-VALUE.
           MOVE PD-OUTSTANDING-COUNT    TO PD-SUM-OUTSTANDING.
           MOVE PD-OUTSTANDING-VALUE    TO PD-SUM-LIABILITY.
           MOVE PD-EXPIRED-VALUE        TO PD-SUM-EXPIRED.

           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-9.
           WRITE VCHPST-RPT-LINE FROM PD-SUMMARY-LINE-10.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.

           CLOSE PAYMENT-IN
                 VOUCHER-REGISTER
                 VCHPST-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends the night's voucher movements and the closing       *
      *    liability to the shared run-control file for the GL         *
      *    posting extract.  The file accumulates across the stream,   *
      *    so it is opened EXTEND and only started fresh the very      *
      *    first time (file status "35").                              *
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
               DISPLAY "PDVCHPST - UNABLE TO OPEN RUNCTL, STATUS = "
                   RUN-CTL-STATUS
               GO TO 7900-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE SPACES                  TO RunControl.
           MOVE "PDVCHPST"              TO ProgramName.
           MOVE 0                       TO StoreNumber OF RunControl.
           MOVE PD-ISSUED-COUNT         TO ControlCount (1).
           COMPUTE ControlCount (2) =
               PD-REDEEM-POSTED-COUNT + PD-REDEEM-SKIPPED-COUNT.
           MOVE PD-REDEEM-REFUSED-COUNT TO ControlCount (3).
           MOVE PD-OUTSTANDING-COUNT    TO ControlCount (4).
           MOVE PD-ISSUED-VALUE         TO ControlAmount (1).
           MOVE PD-REDEEMED-VALUE       TO ControlAmount (2).
           MOVE PD-OUTSTANDING-VALUE    TO ControlAmount (3).
           MOVE PD-EXPIRED-VALUE        TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
       7900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
