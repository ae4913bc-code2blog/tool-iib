      *                had.  PDVELOCY reads the movement file weekly   *
      *                for the sales-velocity trend report.            *
      *                                                                *
      *                Every line rolled up is recorded on the posting *
      *                log POSTLOG against the night's trading date,   *
      *                so a re-run skips what is already on the        *
      *                movement file and picks up after an abend where *
      *                the last run stopped.  RERUN backs the night's  *
      *                earlier roll-up out first, for a corrected      *
      *                night:                                          *
      *                  PDMOVMNT [ccyymmdd [RERUN]]                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDMOVMNT.
      *                    (OCCURS DEPENDING ON the item count), so    *
      *                    an invoice only occupies what its items     *
      *                    need.                                       *
      *   15-OCT-2026  RH  Each invoice and item line rolled up is     *
      *                    recorded on the posting log POSTLOG by      *
      *                    trading date; a re-run or restart skips     *
      *                    what is already applied, RERUN backs the    *
      *                    night out first, and the counts go to       *
      *                    RUNCTL.  Takes the trading date as a run    *
      *                    parameter.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MV-PRIMARY-KEY
               FILE STATUS IS ITEM-MOVE-STATUS.

           SELECT POST-LOG
               ASSIGN TO POSTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PostingKey
               FILE STATUS IS POST-LOG-STATUS.

           SELECT MOVMNT-RPT
               ASSIGN TO PDMOVMNR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVMNT-RPT-STATUS.

           SELECT RUN-CTL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The extract record now holds the assembled invoice directly -
           05  MV-VALUE-SOLD            PIC S9(11)V99 COMP.
           05  MV-QTY-RETURNED          PIC S9(9) COMP.

      * POST-LOG records each invoice and item line rolled up for a
      * trading date - shared with PDLOYAL and PDSTOCK, each keeping
      * its own rows under its own step name.
       FD  POST-LOG.
           COPY PostingLog.

       FD  MOVMNT-RPT
           RECORDING MODE IS F.
       01  MOVMNT-RPT-LINE             PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       77  ASSEMBLED-IN-STATUS          PIC XX            VALUE "00".
       77  ITEM-MOVE-STATUS             PIC XX            VALUE "00".
       77  MOVMNT-RPT-STATUS            PIC XX            VALUE "00".
       77  POST-LOG-STATUS              PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".

       77  PD-EOF-SWITCH                PIC X(01)         VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

       77  PD-LINE-VALUE                PIC S9(9)V99      VALUE 0.

      * Run parameters - the trading date being processed, defaulting
      * to the system date, and RERUN for a corrected night whose
      * earlier roll-up is to be backed out first:
      *   PDMOVMNT [ccyymmdd [RERUN]]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-MODE             PIC X(05).
               88  PD-RERUN                 VALUE "RERUN".
           05  FILLER                   PIC X(06).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.
       77  PD-RUN-DATE                  PIC 9(8)          VALUE 0.

      * Re-run protection - see 6500-CHECK-ALREADY-POSTED.  An invoice
      * whose invoice row is already applied for this trading date is
      * skipped whole; within an invoice that an abend cut short, an
      * item line already applied is skipped on its own.
       77  PD-LOG-LINE                  PIC 9(6)          VALUE 0.
       77  PD-ALREADY-POSTED-SWITCH     PIC X(01)         VALUE "N".
           88  PD-ALREADY-POSTED                            VALUE "Y".
       77  PD-LOG-EOF-SWITCH            PIC X(01)         VALUE "N".
           88  PD-LOG-EOF                                   VALUE "Y".
       77  PD-POSTED-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-SKIPPED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-REVERSED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-SKIPPED-COUNT        PIC 9(7)  COMP     VALUE 0.
       77  PD-LINE-REVERSED-COUNT       PIC 9(7)  COMP     VALUE 0.

      * PD-ASSEMBLED-INVOICE mirrors the layout PDBASKET writes to its
      * assembled-basket extract.  The extract record is variable, so
      * a READ only refreshes the items actually present - every walk
           05  FILLER                  PIC X(30)
                   VALUE "MOVEMENT ROWS UPDATED . . . :".
           05  PD-SUM-UPDATED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICES POSTED . . . . . . :".
           05  PD-SUM-POSTED           PIC ZZZ,ZZ9.
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
                   VALUE "ITEM LINES SKIPPED - POSTED :".
           05  PD-SUM-LINES-SKIPPED    PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "ITEM LINES REVERSED . . . . :".
           05  PD-SUM-LINES-REVERSED   PIC ZZZ,ZZ9.

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
                   DISPLAY "PDMOVMNT - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF PD-PARM-MODE NOT = SPACES AND NOT PD-RERUN
               DISPLAY "PDMOVMNT - RUN MODE PARAMETER INVALID: "
                   PD-PARM-MODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT  ASSEMBLED-IN.
           IF ASSEMBLED-IN-STATUS NOT = "00"
               DISPLAY "PDMOVMNT - UNABLE TO OPEN PDBASKOT, STATUS = "
               GO TO 9999-EXIT
           END-IF.

      *    The posting log is created empty the first time any of the
      *    posting steps runs, the same way as the movement file.
           OPEN I-O POST-LOG.
           IF POST-LOG-STATUS = "35"
               CLOSE POST-LOG
               OPEN OUTPUT POST-LOG
               CLOSE POST-LOG
               OPEN I-O POST-LOG
           END-IF.
           IF POST-LOG-STATUS NOT = "00"
               DISPLAY "PDMOVMNT - UNABLE TO OPEN POSTLOG, STATUS = "
                   POST-LOG-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT MOVMNT-RPT.

           WRITE MOVMNT-RPT-LINE FROM PD-REPORT-HEADING-1.

           IF PD-RERUN
               PERFORM 6000-REVERSE-NIGHT
                   THRU 6000-REVERSE-NIGHT-EXIT
           END-IF.

           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       1000-INITIALIZE-EXIT.

      ******************************************************************
      *    2000-POST-ONE-INVOICE                                       *
      *    An invoice already rolled up for this trading date is       *
      *    skipped whole.  Otherwise its lines are posted and the      *
      *    invoice row written to the posting log last, so it only     *
      *    counts as posted once every line is on the movement file.   *
      ******************************************************************
       2000-POST-ONE-INVOICE.
           ADD 1 TO PD-INVOICE-COUNT.

           MOVE 0 TO PD-LOG-LINE.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-SKIPPED-COUNT
               GO TO 2000-POST-ONE-INVOICE-NEXT
           END-IF.

           PERFORM 3000-POST-ONE-ITEM
               THRU 3000-POST-ONE-ITEM-EXIT
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > PD-AI-ITEM-COUNT.

           MOVE 0 TO PD-LOG-LINE.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE PD-AI-TRANS-TYPE   TO PostingTransType.
           MOVE PD-AI-TRADING-DATE TO PostingMovementDate.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.
           ADD 1 TO PD-POSTED-COUNT.

       2000-POST-ONE-INVOICE-NEXT.
           PERFORM 2100-READ-ASSEMBLED
               THRU 2100-READ-ASSEMBLED-EXIT.
       2000-POST-ONE-INVOICE-EXIT.
      *    A sale line adds to the quantity and value sold for its     *
      *    ItemCode/trading-date row; a credit (refund) line adds to   *
      *    the quantity returned.  A row not on file yet is            *
      *    established by its first movement.  A line the posting      *
      *    log shows already applied - an invoice an abend cut short   *
      *    - is not posted again; each line applied is logged with     *
      *    what it added, for a later reversal.                        *
      ******************************************************************
       3000-POST-ONE-ITEM.
           MOVE PD-ITEM-SUB TO PD-LOG-LINE.
           PERFORM 6500-CHECK-ALREADY-POSTED
               THRU 6500-CHECK-ALREADY-POSTED-EXIT.
           IF PD-ALREADY-POSTED
               ADD 1 TO PD-LINE-SKIPPED-COUNT
               GO TO 3000-POST-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO PD-LINE-COUNT.

           COMPUTE PD-LINE-VALUE =
               INVALID KEY
                   PERFORM 3100-ADD-MOVEMENT-ROW
                       THRU 3100-ADD-MOVEMENT-ROW-EXIT
                   GO TO 3000-POST-ONE-ITEM-LOG
           END-READ.

           IF PD-AI-CREDIT
           END-IF.
           REWRITE ITEM-MOVE-REC.
           ADD 1 TO PD-UPDATED-ROW-COUNT.

       3000-POST-ONE-ITEM-LOG.
           PERFORM 6600-BUILD-LOG-ROW
               THRU 6600-BUILD-LOG-ROW-EXIT.
           MOVE PD-AI-ITEM-CODE (PD-ITEM-SUB) TO PostingItemCode.
           MOVE PD-AI-TRANS-TYPE              TO PostingTransType.
           MOVE PD-AI-TRADING-DATE            TO PostingMovementDate.
           MOVE PD-AI-QUANTITY (PD-ITEM-SUB)  TO PostingQuantity.
           IF PD-AI-CREDIT
               MOVE 0             TO PostingValue
           ELSE
               MOVE PD-LINE-VALUE TO PostingValue
           END-IF.
           PERFORM 6700-WRITE-LOG-ROW
               THRU 6700-WRITE-LOG-ROW-EXIT.
       3000-POST-ONE-ITEM-EXIT.
           EXIT.

       3100-ADD-MOVEMENT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REVERSE-NIGHT                                          *
      *    RERUN only.  Backs out every invoice line this step has     *
      *    applied for the trading date, from what the posting log     *
      *    recorded rather than from tonight's (corrected) extract,    *
      *    and marks each row reversed.  The corrected extract is      *
      *    then posted in full by the normal pass.  A RERUN that       *
      *    itself stops part-way is simply run again with RERUN.       *
      ******************************************************************
       6000-REVERSE-NIGHT.
           MOVE 0 TO PD-LOG-LINE.
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
      ******************************************************************
       6100-REVERSE-ONE-ROW.
           READ POST-LOG NEXT
               AT END
                   SET PD-LOG-EOF TO TRUE
                   GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-READ.

           IF PostingStep NOT = "PDMOVMNT"
                   OR PostingTradingDate NOT = PD-TRADING-DATE
                   OR NOT PostingFromInvoice
               SET PD-LOG-EOF TO TRUE
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           IF NOT PostingApplied
               GO TO 6100-REVERSE-ONE-ROW-EXIT
           END-IF.

           IF PostingLine = 0
               ADD 1 TO PD-REVERSED-COUNT
           ELSE
               PERFORM 6200-BACK-OUT-LINE
                   THRU 6200-BACK-OUT-LINE-EXIT
           END-IF.

           SET PostingReversed TO TRUE.
           MOVE PD-RUN-DATE TO PostingRunDate.
           REWRITE PostingLog.
       6100-REVERSE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6200-BACK-OUT-LINE                                          *
      *    Takes one logged line's quantity (and value, for a sale)    *
      *    back off the movement row it was added to.                  *
      ******************************************************************
       6200-BACK-OUT-LINE.
           ADD 1 TO PD-LINE-REVERSED-COUNT.
           MOVE PostingItemCode     TO MV-ITEM-CODE.
           MOVE PostingMovementDate TO MV-TRADING-DATE.
           READ ITEM-MOVE
               KEY IS MV-PRIMARY-KEY
               INVALID KEY
                   GO TO 6200-BACK-OUT-LINE-EXIT
           END-READ.

           IF PostingCredit
               SUBTRACT PostingQuantity FROM MV-QTY-RETURNED
           ELSE
               SUBTRACT PostingQuantity FROM MV-QTY-SOLD
               SUBTRACT PostingValue    FROM MV-VALUE-SOLD
           END-IF.
           REWRITE ITEM-MOVE-REC.
       6200-BACK-OUT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6500-CHECK-ALREADY-POSTED                                   *
      *    Looks up the posting-log row for the current invoice and    *
      *    PD-LOG-LINE (zero for the invoice row itself).  Only a row  *
      *    still applied counts - a reversed row is posted again.      *
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
      *    A fresh applied row for the current invoice and             *
      *    PD-LOG-LINE under tonight's trading date.                   *
      ******************************************************************
       6600-BUILD-LOG-ROW.
           MOVE SPACES               TO PostingLog.
           MOVE "PDMOVMNT"           TO PostingStep.
           MOVE PD-TRADING-DATE      TO PostingTradingDate.
           SET PostingFromInvoice    TO TRUE.
           MOVE PD-AI-INVOICE-NUMBER TO PostingDocument.
           MOVE PD-LOG-LINE          TO PostingLine.
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
           MOVE PD-LINE-COUNT        TO PD-SUM-LINES.
           MOVE PD-NEW-ROW-COUNT     TO PD-SUM-NEW-ROWS.
           MOVE PD-UPDATED-ROW-COUNT TO PD-SUM-UPDATED.
           MOVE PD-POSTED-COUNT      TO PD-SUM-POSTED.
           MOVE PD-SKIPPED-COUNT     TO PD-SUM-SKIPPED.
           MOVE PD-REVERSED-COUNT    TO PD-SUM-REVERSED.
           MOVE PD-LINE-SKIPPED-COUNT  TO PD-SUM-LINES-SKIPPED.
           MOVE PD-LINE-REVERSED-COUNT TO PD-SUM-LINES-REVERSED.

           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE MOVMNT-RPT-LINE FROM PD-SUMMARY-LINE-9.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.

           CLOSE ASSEMBLED-IN
                 ITEM-MOVE
                 POST-LOG
                 MOVMNT-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends this run's posting counts to the shared run-control *
      *    file, opened EXTEND and only started fresh the very first   *
      *    time (file status "35").                                    *
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
               DISPLAY "PDMOVMNT - UNABLE TO OPEN RUNCTL, STATUS = "
                   RUN-CTL-STATUS
               GO TO 7900-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE SPACES                 TO RunControl.
           MOVE "PDMOVMNT"             TO ProgramName.
           MOVE 0                      TO StoreNumber OF RunControl.
           MOVE PD-POSTED-COUNT        TO ControlCount (1).
           MOVE PD-SKIPPED-COUNT       TO ControlCount (2).
           MOVE PD-REVERSED-COUNT      TO ControlCount (3).
           MOVE PD-LINE-COUNT          TO ControlCount (4).
           MOVE 0                      TO ControlAmount (1).
           MOVE 0                      TO ControlAmount (2).
           MOVE 0                      TO ControlAmount (3).
           MOVE 0                      TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
       7900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
