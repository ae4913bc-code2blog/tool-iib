      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDVCHLD                                         *
      *   PURPOSE:     Gift-voucher issue load.  Reads the night's     *
      *                voucher issue file - one record per voucher     *
      *                sold at the tills, carrying the voucher number  *
      *                printed on it, its face value, the invoice it   *
      *                was sold on and the store and till - and adds   *
      *                each voucher to the indexed voucher register    *
      *                keyed on voucher number, the same way PDPROMLD  *
      *                maintains the promotions master.  The register  *
      *                holds issue value, redemptions and remaining    *
      *                balance; PDPAYEDT polices redemptions against   *
      *                it and PDVCHPST posts them and reports the      *
      *                outstanding liability.  Every issue applied or  *
      *                rejected is listed on a printed report.         *
      *                                                                *
      *                A voucher expires on the date keyed on the      *
      *                issue record, or when that is absent, the same  *
      *                date PD-VALIDITY-YEARS years after issue.  Run  *
      *                ahead of PDPAYEDT, so a voucher bought and      *
      *                spent the same day is on the register when      *
      *                its redemption is edited.  The run takes the    *
      *                trading date - the issue date stamped on each   *
      *                voucher - as its first parameter, defaulting    *
      *                to the system date, the same convention as      *
      *                PDBASKET:                                       *
      *                  PDVCHLD [ccyymmdd]                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDVCHLD.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - loads the night's voucher *
      *                    issues onto the gift-voucher register.      *
      *   15-OCT-2026  RH  A voucher already on the register from an   *
      *                    earlier run of the same night, same value   *
      *                    and invoice, is counted as already loaded   *
      *                    instead of rejected as a duplicate.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-ISSUE
               ASSIGN TO VCHISSUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-ISSUE-STATUS.

           SELECT VOUCHER-REGISTER
               ASSIGN TO VCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VOUCHER-NUMBER
               FILE STATUS IS VOUCHER-REGISTER-STATUS.

           SELECT VCHLD-RPT
               ASSIGN TO PDVCHLDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCHLD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per voucher sold.  The expiry date is optional -
      * zero or blank takes the standard validity from the issue
      * date.
       FD  VOUCHER-ISSUE
           RECORDING MODE IS F.
       01  VOUCHER-ISSUE-REC.
           05  VI-VOUCHER-NUMBER        PIC X(20).
           05  VI-ISSUE-VALUE           PIC 9999V99.
           05  VI-INVOICE-NUMBER        PIC 9(8).
           05  VI-STORE-NUMBER          PIC 9(3).
           05  VI-TILL-NUMBER           PIC 9(3).
           05  VI-EXPIRY-DATE           PIC 9(8).

      * The gift-voucher register, one record per voucher issued,
      * keyed on the voucher number printed on it.  The balance is
      * the issue value less everything redeemed; a voucher is
      * marked spent when its balance reaches zero.  The last
      * redemption's date and invoice let PDVCHPST recognise a
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

       FD  VCHLD-RPT
           RECORDING MODE IS F.
       01  VCHLD-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       77  VOUCHER-ISSUE-STATUS         PIC XX            VALUE "00".
       77  VOUCHER-REGISTER-STATUS      PIC XX            VALUE "00".
       77  VCHLD-RPT-STATUS             PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

       77  PD-ISSUE-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-ADDED-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-REJECTED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-ALREADY-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-ADDED-VALUE               PIC S9(11)V99     VALUE 0.

      * Standard life of a voucher when the issue record carries no
      * expiry date of its own.  Adding whole years to a ccyymmdd
      * date moves only the year, so a 29 February issue falls back
      * to 28 February in the expiry year.
       77  PD-VALIDITY-YEARS            PIC 9(2)          VALUE 2.
       01  PD-EXPIRY-DATE               PIC 9(8)          VALUE 0.
       01  PD-EXPIRY-DATE-X REDEFINES PD-EXPIRY-DATE.
           05  FILLER                   PIC X(4).
           05  PD-EXPIRY-MMDD           PIC X(4).

      * Run parameter - the trading date stamped on each voucher as
      * its issue date, defaulting to the system date:
      *   PDVCHLD [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

       01  PD-DETAIL-LINE.
           05  PD-DL-VOUCHER-NUMBER    PIC X(20).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-ISSUE-VALUE       PIC ZZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-INVOICE-NUMBER    PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-STORE-NUMBER      PIC X(03).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-TILL-NUMBER       PIC X(03).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-EXPIRY-DATE       PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-RESULT            PIC X(45).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDVCHLD - GIFT-VOUCHER ISSUE REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE  ".
           05  PD-RH-TRADING-DATE      PIC 9(8).
       01  PD-REPORT-HEADING-3.
           05  FILLER                  PIC X(75) VALUE
             "VOUCHER NUMBER          VALUE  INVOICE   STR TIL  EXPIRES
      -      "  RESULT".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "ISSUE RECORDS READ  . . . . :".
           05  PD-SUM-ISSUES           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "VOUCHERS ISSUED . . . . . . :".
           05  PD-SUM-ADDED            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "VALUE ISSUED  . . . . . . . :".
           05  PD-SUM-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "ISSUES REJECTED . . . . . . :".
           05  PD-SUM-REJECTED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "ALREADY LOADED TONIGHT  . . :".
           05  PD-SUM-ALREADY          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-APPLY-ONE-ISSUE
               THRU 2000-APPLY-ONE-ISSUE-EXIT
               UNTIL PD-END-OF-FILE.

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
                   DISPLAY "PDVCHLD - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  VOUCHER-ISSUE.
           IF VOUCHER-ISSUE-STATUS NOT = "00"
               DISPLAY "PDVCHLD - UNABLE TO OPEN VCHISSUE, STATUS = "
                   VOUCHER-ISSUE-STATUS
               GO TO 9999-EXIT
           END-IF.

      *    The register is created empty the very first time the job
      *    is run (file status "35" on the initial I-O open, since
      *    the file does not exist yet), the same way PDPROMLD
      *    establishes PROMMAST.
           OPEN I-O VOUCHER-REGISTER.
           IF VOUCHER-REGISTER-STATUS = "35"
               CLOSE VOUCHER-REGISTER
               OPEN OUTPUT VOUCHER-REGISTER
               CLOSE VOUCHER-REGISTER
               OPEN I-O VOUCHER-REGISTER
           END-IF.
           IF VOUCHER-REGISTER-STATUS NOT = "00"
               DISPLAY "PDVCHLD - UNABLE TO OPEN VCHREG, STATUS = "
                   VOUCHER-REGISTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT VCHLD-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           WRITE VCHLD-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE VCHLD-RPT-LINE FROM PD-REPORT-HEADING-2.
           WRITE VCHLD-RPT-LINE FROM PD-REPORT-HEADING-3.

           PERFORM 2100-READ-VOUCHER-ISSUE
               THRU 2100-READ-VOUCHER-ISSUE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-APPLY-ONE-ISSUE                                        *
      ******************************************************************
       2000-APPLY-ONE-ISSUE.
           ADD 1 TO PD-ISSUE-COUNT.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE VI-VOUCHER-NUMBER TO PD-DL-VOUCHER-NUMBER.
           IF VI-ISSUE-VALUE NUMERIC
               MOVE VI-ISSUE-VALUE TO PD-DL-ISSUE-VALUE
           END-IF.
           MOVE VI-INVOICE-NUMBER TO PD-DL-INVOICE-NUMBER.
           MOVE VI-STORE-NUMBER   TO PD-DL-STORE-NUMBER.
           MOVE VI-TILL-NUMBER    TO PD-DL-TILL-NUMBER.

           PERFORM 3000-EDIT-ISSUE
               THRU 3000-EDIT-ISSUE-EXIT.
           IF PD-DL-RESULT NOT = SPACES
               ADD 1 TO PD-REJECTED-COUNT
               GO TO 2000-APPLY-ONE-ISSUE-WRITE
           END-IF.

           MOVE PD-EXPIRY-DATE TO PD-DL-EXPIRY-DATE.

           PERFORM 4000-ADD-VOUCHER
               THRU 4000-ADD-VOUCHER-EXIT.

       2000-APPLY-ONE-ISSUE-WRITE.
           WRITE VCHLD-RPT-LINE FROM PD-DETAIL-LINE.

           PERFORM 2100-READ-VOUCHER-ISSUE
               THRU 2100-READ-VOUCHER-ISSUE-EXIT.
       2000-APPLY-ONE-ISSUE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-VOUCHER-ISSUE                                     *
      ******************************************************************
       2100-READ-VOUCHER-ISSUE.
           READ VOUCHER-ISSUE
               AT END
                   SET PD-END-OF-FILE TO TRUE
           END-READ.
       2100-READ-VOUCHER-ISSUE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-EDIT-ISSUE                                             *
      *    Front-end edit of the issue record - a voucher number and   *
      *    a face value are required; a missing invoice, store or      *
      *    till defaults the way PDPAYEDT defaults the payment feed;   *
      *    an expiry date, when keyed, must fall after the issue       *
      *    date, and when absent the standard validity applies.        *
      ******************************************************************
       3000-EDIT-ISSUE.
           MOVE SPACES TO PD-DL-RESULT.

           IF VI-VOUCHER-NUMBER = SPACES
               MOVE "REJECTED - VOUCHER NUMBER MISSING"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-ISSUE-EXIT
           END-IF.

           IF VI-ISSUE-VALUE NOT NUMERIC
                   OR VI-ISSUE-VALUE = 0
               MOVE "REJECTED - ISSUE VALUE NOT NUMERIC OR ZERO"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-ISSUE-EXIT
           END-IF.

           IF VI-INVOICE-NUMBER NOT NUMERIC
               MOVE 0 TO VI-INVOICE-NUMBER
           END-IF.

           IF VI-STORE-NUMBER NOT NUMERIC
               MOVE 1 TO VI-STORE-NUMBER
               MOVE 0 TO VI-TILL-NUMBER
           END-IF.
           IF VI-TILL-NUMBER NOT NUMERIC
               MOVE 0 TO VI-TILL-NUMBER
           END-IF.

           IF VI-EXPIRY-DATE NOT NUMERIC
                   OR VI-EXPIRY-DATE = 0
               COMPUTE PD-EXPIRY-DATE =
                   PD-TRADING-DATE + (PD-VALIDITY-YEARS * 10000)
               IF PD-EXPIRY-MMDD = "0229"
                   SUBTRACT 1 FROM PD-EXPIRY-DATE
               END-IF
               GO TO 3000-EDIT-ISSUE-EXIT
           END-IF.

           IF VI-EXPIRY-DATE NOT > PD-TRADING-DATE
               MOVE "REJECTED - EXPIRY NOT AFTER ISSUE DATE"
                   TO PD-DL-RESULT
               GO TO 3000-EDIT-ISSUE-EXIT
           END-IF.
           MOVE VI-EXPIRY-DATE TO PD-EXPIRY-DATE.
       3000-EDIT-ISSUE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ADD-VOUCHER                                            *
      *    A voucher number already on the register is never           *
      *    overwritten - a second voucher printed with the same        *
      *    number is a stationery fault for the shop to chase.  The    *
      *    exception is a re-run of the same night: a register row     *
      *    issued tonight for the same value and invoice is this very  *
      *    voucher, and is counted as already loaded, not rejected.    *
      ******************************************************************
       4000-ADD-VOUCHER.
           MOVE VI-VOUCHER-NUMBER TO VR-VOUCHER-NUMBER.
           SET VR-LIVE            TO TRUE.
           MOVE VI-ISSUE-VALUE    TO VR-ISSUE-VALUE.
           MOVE 0                 TO VR-REDEEMED-VALUE.
           MOVE VI-ISSUE-VALUE    TO VR-BALANCE.
           MOVE 0                 TO VR-REDEMPTION-COUNT.
           MOVE PD-TRADING-DATE   TO VR-ISSUE-DATE.
           MOVE PD-EXPIRY-DATE    TO VR-EXPIRY-DATE.
           MOVE VI-INVOICE-NUMBER TO VR-ISSUE-INVOICE.
           MOVE VI-STORE-NUMBER   TO VR-ISSUE-STORE.
           MOVE VI-TILL-NUMBER    TO VR-ISSUE-TILL.
           MOVE 0                 TO VR-LAST-REDEEMED-DATE.
           MOVE 0                 TO VR-LAST-REDEEMED-INVOICE.
           WRITE VOUCHER-REG-REC
               INVALID KEY
                   GO TO 4000-ADD-VOUCHER-ON-FILE
           END-WRITE.
           MOVE "ISSUED" TO PD-DL-RESULT.
           ADD 1 TO PD-ADDED-COUNT.
           ADD VI-ISSUE-VALUE TO PD-ADDED-VALUE.
           GO TO 4000-ADD-VOUCHER-EXIT.

       4000-ADD-VOUCHER-ON-FILE.
           READ VOUCHER-REGISTER
               KEY IS VR-VOUCHER-NUMBER
               INVALID KEY
                   MOVE 0 TO VR-ISSUE-DATE
           END-READ.
           IF VR-ISSUE-DATE = PD-TRADING-DATE
                   AND VR-ISSUE-VALUE = VI-ISSUE-VALUE
                   AND VR-ISSUE-INVOICE = VI-INVOICE-NUMBER
               MOVE "ALREADY LOADED TONIGHT" TO PD-DL-RESULT
               ADD 1 TO PD-ALREADY-COUNT
           ELSE
               MOVE "REJECTED - VOUCHER NUMBER ALREADY ISSUED"
                   TO PD-DL-RESULT
               ADD 1 TO PD-REJECTED-COUNT
           END-IF.
       4000-ADD-VOUCHER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-ISSUE-COUNT    TO PD-SUM-ISSUES.
           MOVE PD-ADDED-COUNT    TO PD-SUM-ADDED.
           MOVE PD-ADDED-VALUE    TO PD-SUM-VALUE.
           MOVE PD-REJECTED-COUNT TO PD-SUM-REJECTED.
           MOVE PD-ALREADY-COUNT  TO PD-SUM-ALREADY.

           WRITE VCHLD-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE VCHLD-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE VCHLD-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE VCHLD-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE VCHLD-RPT-LINE FROM PD-SUMMARY-LINE-5.

           CLOSE VOUCHER-ISSUE
                 VOUCHER-REGISTER
                 VCHLD-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
