      *                the dating of the history file and is archived  *
      *                as oldest-first stock.                          *
      *                                                                *
      *                The payment history kept by PDPAYEDT is purged  *
      *                the same way - a tender whose trading date is   *
      *                older than the cutoff, or whose invoice was     *
      *                archived this run, is moved to the payment      *
      *                archive file and deleted from the live file.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDARCHIV.
      *                    a fixed 35K basket image, and the archive   *
      *                    row follows - a Sunday run stops copying    *
      *                    dead space invoice by invoice.              *
      *   15-OCT-2026  RH  The payment history PAYHIST is now purged   *
      *                    too - aged tenders, and tenders of invoices *
      *                    archived this run, move to the ARCHPAY      *
      *                    archive.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-AUDIT-STATUS.

           SELECT PAY-HIST
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAY-HIST-STATUS.

           SELECT ARCH-PAY
               ASSIGN TO ARCHPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-PAY-STATUS.

           SELECT PURGE-RPT
               ASSIGN TO PDARCHRP
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  ARCH-AUDIT-LINE             PIC X(132).

      * Payment history as PDPAYEDT keeps it - one row per tender.
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

      * The payment archive row is the byte image of the live row.
       FD  ARCH-PAY.
       01  ARCH-PAY-REC                PIC X(65).

       FD  PURGE-RPT
           RECORDING MODE IS F.
       01  PURGE-RPT-LINE              PIC X(132).
       77  AUDIT-OUT-STATUS             PIC XX            VALUE "00".
       77  ARCH-AUDIT-STATUS            PIC XX            VALUE "00".
       77  PURGE-RPT-STATUS             PIC XX            VALUE "00".
       77  PAY-HIST-STATUS              PIC XX            VALUE "00".
       77  ARCH-PAY-STATUS              PIC XX            VALUE "00".

       77  PD-HIST-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-HIST-EOF                                VALUE "Y".
       77  PD-AUDIT-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-AUDIT-EOF                               VALUE "Y".
       77  PD-PAY-EOF-SWITCH            PIC X(01)         VALUE "N".
           88  PD-PAY-EOF                                 VALUE "Y".

       01  PD-RUN-PARM                  PIC X(20)         VALUE SPACES.
       77  PD-RETENTION-DAYS            PIC 9(4)          VALUE 0.
       77  PD-UNDATED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-AUDIT-ARCH-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-AUDIT-KEPT-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-PAY-ARCH-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-PAY-KEPT-COUNT            PIC 9(7)  COMP     VALUE 0.

      * Trading-date split into fields for the validity check - a
      * date that is not numeric or not a real calendar date cannot
           05  FILLER                  PIC X(30)
                   VALUE "AUDIT LINES KEPT  . . . . . :".
           05  PD-SUM-AUD-KEPT         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "TENDERS ARCHIVED  . . . . . :".
           05  PD-SUM-PAY-ARCH         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "TENDERS KEPT  . . . . . . . :".
           05  PD-SUM-PAY-KEPT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 5000-SPLIT-AUDIT-FILE
               THRU 5000-SPLIT-AUDIT-FILE-EXIT.

           PERFORM 6000-PURGE-PAYMENT-HISTORY
               THRU 6000-PURGE-PAYMENT-HISTORY-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

       5200-SEARCH-ARCH-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PURGE-PAYMENT-HISTORY                                  *
      *    Tenders age on their own trading date against the same      *
      *    cutoff; a tender of an invoice archived this run goes with  *
      *    it whatever its date, so a duplicate receipt is never left  *
      *    with tenders but no items.  A missing payment history       *
      *    (PDPAYEDT not yet run) is not an error.                     *
      ******************************************************************
       6000-PURGE-PAYMENT-HISTORY.
           OPEN I-O PAY-HIST.
           IF PAY-HIST-STATUS = "35"
               GO TO 6000-PURGE-PAYMENT-HISTORY-EXIT
           END-IF.
           IF PAY-HIST-STATUS NOT = "00"
               DISPLAY "PDARCHIV - UNABLE TO OPEN PAYHIST, STATUS = "
                   PAY-HIST-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN EXTEND ARCH-PAY.
           IF ARCH-PAY-STATUS = "35"
               CLOSE ARCH-PAY
               OPEN OUTPUT ARCH-PAY
               CLOSE ARCH-PAY
               OPEN EXTEND ARCH-PAY
           END-IF.
           IF ARCH-PAY-STATUS NOT = "00"
               DISPLAY "PDARCHIV - UNABLE TO OPEN ARCHPAY, STATUS = "
                   ARCH-PAY-STATUS
               GO TO 9999-EXIT
           END-IF.

           MOVE LOW-VALUES TO PY-KEY.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   SET PD-PAY-EOF TO TRUE
           END-START.

           PERFORM 6100-AGE-ONE-TENDER
               THRU 6100-AGE-ONE-TENDER-EXIT
               UNTIL PD-PAY-EOF.

           CLOSE PAY-HIST
                 ARCH-PAY.
       6000-PURGE-PAYMENT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    6100-AGE-ONE-TENDER                                         *
      ******************************************************************
       6100-AGE-ONE-TENDER.
           READ PAY-HIST NEXT
               AT END
                   SET PD-PAY-EOF TO TRUE
                   GO TO 6100-AGE-ONE-TENDER-EXIT
           END-READ.

           MOVE "N" TO PD-ARCH-INV-FOUND-SWITCH.
           COMPUTE PD-ROW-INTEGER =
               FUNCTION INTEGER-OF-DATE (PY-TRADING-DATE).
           IF PD-ROW-INTEGER < PD-CUTOFF-INTEGER
               SET PD-ARCH-INV-FOUND TO TRUE
           ELSE
               MOVE PY-INVOICE-NUMBER TO PD-AUDIT-INV-NUM
               PERFORM 5200-SEARCH-ARCH-INVOICE
                   THRU 5200-SEARCH-ARCH-INVOICE-EXIT
                   VARYING PD-ARCH-INV-SUB FROM 1 BY 1
                   UNTIL PD-ARCH-INV-SUB > PD-ARCH-INV-COUNT
                       OR PD-ARCH-INV-FOUND
           END-IF.

           IF PD-ARCH-INV-FOUND
               MOVE PAY-HIST-REC TO ARCH-PAY-REC
               WRITE ARCH-PAY-REC
               DELETE PAY-HIST
               ADD 1 TO PD-PAY-ARCH-COUNT
           ELSE
               ADD 1 TO PD-PAY-KEPT-COUNT
           END-IF.
       6100-AGE-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
           MOVE PD-UNDATED-COUNT    TO PD-SUM-UNDATED.
           MOVE PD-AUDIT-ARCH-COUNT TO PD-SUM-AUD-ARCH.
           MOVE PD-AUDIT-KEPT-COUNT TO PD-SUM-AUD-KEPT.
           MOVE PD-PAY-ARCH-COUNT   TO PD-SUM-PAY-ARCH.
           MOVE PD-PAY-KEPT-COUNT   TO PD-SUM-PAY-KEPT.

           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE PURGE-RPT-LINE FROM PD-SUMMARY-LINE-8.

           IF PD-ARCH-INV-OVERFLOW > 0
               DISPLAY "PDARCHIV - " PD-ARCH-INV-OVERFLOW
