      *   02-SEP-2026  RH  Initial version - pairs acquirer            *
      *                    settlements to card tenders by reference    *
      *                    and amount, reporting the breaks.           *
      *   15-OCT-2026  RH  Takes the trading date as a run parameter.  *
      *                    ACQSETTL must open with a header for that   *
      *                    date whose generation PDFEEDCK has accepted *
      *                    on FEEDREG; the trailer ends the feed.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLE-IN-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT SETTLE-RPT
               ASSIGN TO PDSETTLR
               ORGANIZATION IS LINE SEQUENTIAL
           05  SE-CARD-REFERENCE        PIC X(20).
           05  SE-AMOUNT                PIC 9999V99.
           05  SE-SETTLEMENT-DATE       PIC 9(8).
      * ACQSETTL opens with a header and closes with a trailer record.
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

       FD  SETTLE-RPT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       77  PAYMENT-IN-STATUS            PIC XX            VALUE "00".
       77  SETTLE-IN-STATUS             PIC XX            VALUE "00".
       77  FEED-REG-STATUS              PIC XX            VALUE "00".
       77  SETTLE-RPT-STATUS            PIC XX            VALUE "00".

       77  PD-PAYMENT-EOF-SWITCH        PIC X(01)         VALUE "N".

       77  PD-TENDER-AMOUNT             PIC S9(7)V99      VALUE 0.

      * Run parameter - the trading date the acquirer's settlement
      * file must be for, defaulting to the system date:
      *   PDSETTLE [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDSETTLE - CARD SETTLEMENT MATCHING REPORT".
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
                   DISPLAY "PDSETTLE - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  PAYMENT-IN.
           IF PAYMENT-IN-STATUS NOT = "00"
               DISPLAY "PDSETTLE - UNABLE TO OPEN PAYMTGD, STATUS = "
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1100-CHECK-FEED-HEADER
               THRU 1100-CHECK-FEED-HEADER-EXIT.

           OPEN OUTPUT SETTLE-RPT.

           WRITE SETTLE-RPT-LINE FROM PD-REPORT-HEADING-1.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-FEED-HEADER                                      *
      *    ACQSETTL must open with its header record for this run's    *
      *    trading date, carrying a generation that PDFEEDCK has       *
      *    accepted on the generation register for that date.          *
      *    Anything else - no header, a re-sent or duplicate file, a   *
      *    skipped or short delivery - stops the run with return       *
      *    code 8 before a single record is read.                      *
      ******************************************************************
       1100-CHECK-FEED-HEADER.
           READ SETTLE-IN
               AT END
                   MOVE SPACES TO FeedRecordType
           END-READ.
           IF NOT FeedHeader
               DISPLAY "PDSETTLE - ACQSETTL HAS NO HEADER RECORD"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FeedTradingDate NOT = PD-TRADING-DATE
               DISPLAY "PDSETTLE - ACQSETTL IS FOR TRADING DATE "
                   FeedTradingDate " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT FEED-REG.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDSETTLE - UNABLE TO OPEN FEEDREG, STATUS = "
                   FEED-REG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "ACQSETTL"           TO FR-FEED-NAME.
           MOVE FeedGeneration TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE SPACE TO FR-STATUS
           END-READ.
           CLOSE FEED-REG.

           IF NOT FR-ACCEPTED
                   OR FR-TRADING-DATE NOT = FeedTradingDate
               DISPLAY "PDSETTLE - ACQSETTL GENERATION " FeedGeneration
                   " NOT ACCEPTED BY PDFEEDCK - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-CHECK-FEED-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LOAD-ONE-PAYMENT                                       *
      *    Only card tenders take part in the settlement match; the    *
               AT END
                   SET PD-SETTLE-EOF TO TRUE
           END-READ.

      *    The trailer closes the feed - PDFEEDCK has already proved
      *    its count and hash total against the records before it.
           IF NOT PD-SETTLE-EOF AND FeedTrailer
               SET PD-SETTLE-EOF TO TRUE
           END-IF.
       2200-READ-SETTLEMENT-EXIT.
           EXIT.

