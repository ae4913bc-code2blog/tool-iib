      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDFEEDCK                                        *
      *   PURPOSE:     Inbound feed control.  Proves one night's       *
      *                delivery of an inbound feed - PURCHIN, PAYMTIN, *
      *                ACQSETTL or GRNIN - before anything in the      *
      *                stream reads it.  The feed must open with a     *
      *                header record and close with a trailer (layout  *
      *                FeedControl); the header must name a sender     *
      *                and tonight's trading date, and the trailer     *
      *                must agree with the header and with the record  *
      *                count and money hash total actually read.       *
      *                                                                *
      *                The generation number on the header is checked  *
      *                against the indexed generation register, which  *
      *                holds every generation received for each feed   *
      *                and the last one accepted.  A generation        *
      *                already accepted (the vendor re-sending an      *
      *                earlier file) or one that leaves a gap after    *
      *                the last accepted (a file lost in transfer) is  *
      *                refused.  Checking the same accepted file again *
      *                the same night is a re-run, not a duplicate.    *
      *                                                                *
      *                Every reason a delivery fails is listed on the  *
      *                printed report, the generation is registered as *
      *                refused, and the step ends with return code 8 - *
      *                PDEDIT, PDPAYEDT, PDSETTLE, PDGRNCHK and        *
      *                PDSTOCK each refuse to read a feed whose        *
      *                generation is not accepted on the register for  *
      *                their trading date, so nothing is posted from   *
      *                it.  Run once per feed at the head of the       *
      *                night's stream:                                 *
      *                  PDFEEDCK ccyymmdd feedname [GAP]              *
      *                with the feed name in columns 10-17 and GAP in  *
      *                columns 19-21.  GAP accepts a generation after  *
      *                a gap operations have confirmed will never be   *
      *                sent; the gap is still shown on the report.  A  *
      *                night with no GRNIN file (no deliveries keyed)  *
      *                is not an error.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDFEEDCK.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - header/trailer proof and  *
      *                    generation register for the inbound feeds.  *
      *   15-OCT-2026  RH  Refusal reasons shortened to fit the        *
      *                    40-byte reason kept on the feed register.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-IN
               ASSIGN TO PURCHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCH-IN-STATUS.

           SELECT PAYMENT-IN
               ASSIGN TO PAYMTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-IN-STATUS.

           SELECT SETTLE-IN
               ASSIGN TO ACQSETTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLE-IN-STATUS.

           SELECT GOODS-RECV
               ASSIGN TO GRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOODS-RECV-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT FEEDCK-RPT
               ASSIGN TO PDFEEDCR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEEDCK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Each feed is read in its own layout for the money field and
      * as a plain byte image for the control records, which are
      * moved to FeedControl below.
       FD  PURCH-IN
           RECORDING MODE IS F.
           COPY PurchaseData.
       01  PI-RAW-RECORD                PIC X(4000).

       FD  PAYMENT-IN
           RECORDING MODE IS F.
           COPY PaymentData.
       01  PY-RAW-RECORD                PIC X(50).

      * Laid out as PDSETTLE reads it.
       FD  SETTLE-IN
           RECORDING MODE IS F.
       01  SETTLE-IN-REC.
           05  SE-RECORD-TYPE           PIC X.
           05  SE-CARD-REFERENCE        PIC X(20).
           05  SE-AMOUNT                PIC 9999V99.
           05  SE-SETTLEMENT-DATE       PIC 9(8).
       01  SE-RAW-RECORD                PIC X(50).

      * Laid out as PDSTOCK and PDGRNCHK read it.
       FD  GOODS-RECV
           RECORDING MODE IS F.
       01  GOODS-RECV-REC.
           05  GR-ITEM-CODE             PIC X(10).
           05  GR-QUANTITY              PIC 9(6).
           05  GR-REORDER-POINT         PIC 9(6).
           05  GR-UNIT-COST             PIC 9999V99.
       01  GR-RAW-RECORD                PIC X(50).

      * The generation register - one row per generation of each
      * feed received, accepted or refused, with what its header and
      * trailer said.  The row with generation zero for each feed
      * carries the last generation accepted in FR-LAST-GENERATION.
      * FR-RECEIVED-DATE is the trading date of the run that checked
      * it; FR-REASON the first reason a refused generation failed.
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

       FD  FEEDCK-RPT
           RECORDING MODE IS F.
       01  FEEDCK-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  PURCH-IN-STATUS              PIC XX            VALUE "00".
       77  PAYMENT-IN-STATUS            PIC XX            VALUE "00".
       77  SETTLE-IN-STATUS             PIC XX            VALUE "00".
       77  GOODS-RECV-STATUS            PIC XX            VALUE "00".
       77  FEED-REG-STATUS              PIC XX            VALUE "00".
       77  FEEDCK-RPT-STATUS            PIC XX            VALUE "00".
       77  PD-OPEN-STATUS               PIC XX            VALUE "00".

       COPY FeedControl.

      * Run parameter - the trading date, defaulting to the system
      * date, the feed to check and the gap override:
      *   PDFEEDCK ccyymmdd feedname [GAP]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(01).
           05  PD-PARM-FEED             PIC X(08).
               88  PD-FEED-PURCHIN          VALUE "PURCHIN".
               88  PD-FEED-PAYMTIN          VALUE "PAYMTIN".
               88  PD-FEED-ACQSETTL         VALUE "ACQSETTL".
               88  PD-FEED-GRNIN            VALUE "GRNIN".
           05  FILLER                   PIC X(01).
           05  PD-PARM-OVERRIDE         PIC X(03).
               88  PD-GAP-OVERRIDE          VALUE "GAP".
           05  FILLER                   PIC X(19).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

       77  PD-FEED-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-FEED-EOF                                VALUE "Y".
       77  PD-HEADER-SWITCH             PIC X(01)         VALUE "N".
           88  PD-HEADER-SEEN                             VALUE "Y".
       77  PD-TRAILER-SWITCH            PIC X(01)         VALUE "N".
           88  PD-TRAILER-SEEN                            VALUE "Y".
       77  PD-AFTER-TRAILER-SWITCH      PIC X(01)         VALUE "N".
           88  PD-AFTER-TRAILER-LISTED                    VALUE "Y".
       77  PD-EXTRA-HEADER-SWITCH       PIC X(01)         VALUE "N".
           88  PD-EXTRA-HEADER-LISTED                     VALUE "Y".
       77  PD-LAST-ROW-SWITCH           PIC X(01)         VALUE "N".
           88  PD-LAST-ROW-FOUND                          VALUE "Y".
       77  PD-GEN-ROW-SWITCH            PIC X(01)         VALUE "N".
           88  PD-GEN-ROW-FOUND                           VALUE "Y".
       77  PD-GEN-ACCEPTED-SWITCH       PIC X(01)         VALUE "N".
           88  PD-GEN-ALREADY-ACCEPTED                    VALUE "Y".
       77  PD-RERUN-SWITCH              PIC X(01)         VALUE "N".
           88  PD-SAME-NIGHT-RERUN                        VALUE "Y".

       77  PD-RECORD-COUNT              PIC 9(9)  COMP     VALUE 0.
       77  PD-HASH-TOTAL                PIC 9(13)V99      VALUE 0.
       77  PD-REASON-COUNT              PIC 9(4)  COMP     VALUE 0.
       77  PD-ITEM-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-LAST-GENERATION           PIC 9(6)          VALUE 0.
       77  PD-NEXT-GENERATION           PIC 9(7)          VALUE 0.
       77  PD-REASON                    PIC X(60)         VALUE SPACES.
       77  PD-FIRST-REASON              PIC X(40)         VALUE SPACES.

      * What the header and trailer said.
       01  PD-HEADER.
           05  PD-HD-SENDER             PIC X(8).
           05  PD-HD-TRADING-DATE       PIC 9(8).
           05  PD-HD-GENERATION         PIC 9(6).
       01  PD-TRAILER.
           05  PD-TR-SENDER             PIC X(8).
           05  PD-TR-TRADING-DATE       PIC 9(8).
           05  PD-TR-GENERATION         PIC 9(6).
           05  PD-TR-RECORD-COUNT       PIC 9(9).
           05  PD-TR-HASH-TOTAL         PIC 9(13)V99.

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDFEEDCK - INBOUND FEED CONTROL REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE  ".
           05  PD-RH-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE
                   "FEED  ".
           05  PD-RH-FEED              PIC X(08).

       01  PD-TEXT-LINE.
           05  PD-TX-LABEL             PIC X(30).
           05  PD-TX-VALUE             PIC X(20).
       01  PD-COUNT-LINE.
           05  PD-CT-LABEL             PIC X(30).
           05  PD-CT-VALUE             PIC ZZZ,ZZZ,ZZ9.
       01  PD-HASH-LINE.
           05  PD-HS-LABEL             PIC X(30).
           05  PD-HS-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  PD-REASON-LINE.
           05  FILLER                  PIC X(04) VALUE "*** ".
           05  PD-RL-REASON            PIC X(60).
       01  PD-VERDICT-LINE.
           05  FILLER                  PIC X(30)
                   VALUE "VERDICT . . . . . . . . . . :".
           05  PD-VL-VERDICT           PIC X(60).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-READ-DELIVERY
               THRU 2000-READ-DELIVERY-EXIT.

           PERFORM 3000-CHECK-CONTROL-RECORDS
               THRU 3000-CHECK-CONTROL-RECORDS-EXIT.

           PERFORM 4000-CHECK-GENERATION
               THRU 4000-CHECK-GENERATION-EXIT.

           PERFORM 5000-RECORD-VERDICT
               THRU 5000-RECORD-VERDICT-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      *    An unknown feed name, an unusable register or a feed that   *
      *    cannot be opened stops the run with return code 8, so the   *
      *    stream cannot go on past an unchecked feed.                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT PD-TRADING-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
           IF PD-PARM-TRADING-DATE NOT = SPACES
               IF PD-PARM-TRADING-DATE NUMERIC
                   MOVE PD-PARM-TRADING-DATE TO PD-TRADING-DATE
               ELSE
                   DISPLAY "PDFEEDCK - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF NOT PD-FEED-PURCHIN AND NOT PD-FEED-PAYMTIN
                   AND NOT PD-FEED-ACQSETTL AND NOT PD-FEED-GRNIN
               DISPLAY "PDFEEDCK - FEED NAME PARAMETER INVALID: "
                   PD-PARM-FEED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

      *    The register is created empty the very first time the job
      *    is run (file status "35" on the initial I-O open), the
      *    same way PDVCHLD establishes VCHREG.
           OPEN I-O FEED-REG.
           IF FEED-REG-STATUS = "35"
               CLOSE FEED-REG
               OPEN OUTPUT FEED-REG
               CLOSE FEED-REG
               OPEN I-O FEED-REG
           END-IF.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDFEEDCK - UNABLE TO OPEN FEEDREG, STATUS = "
                   FEED-REG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT FEEDCK-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           MOVE PD-PARM-FEED    TO PD-RH-FEED.
           WRITE FEEDCK-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE FEEDCK-RPT-LINE FROM PD-REPORT-HEADING-2.
           MOVE SPACES TO FEEDCK-RPT-LINE.
           WRITE FEEDCK-RPT-LINE.

           EVALUATE TRUE
               WHEN PD-FEED-PURCHIN
                   OPEN INPUT PURCH-IN
                   MOVE PURCH-IN-STATUS   TO PD-OPEN-STATUS
               WHEN PD-FEED-PAYMTIN
                   OPEN INPUT PAYMENT-IN
                   MOVE PAYMENT-IN-STATUS TO PD-OPEN-STATUS
               WHEN PD-FEED-ACQSETTL
                   OPEN INPUT SETTLE-IN
                   MOVE SETTLE-IN-STATUS  TO PD-OPEN-STATUS
               WHEN PD-FEED-GRNIN
                   OPEN INPUT GOODS-RECV
                   MOVE GOODS-RECV-STATUS TO PD-OPEN-STATUS
           END-EVALUATE.

      *    A night with no deliveries keyed has no GRNIN at all, and
      *    PDSTOCK and PDGRNCHK already run without one.
           IF PD-OPEN-STATUS = "35" AND PD-FEED-GRNIN
               MOVE "NO GRNIN TONIGHT - NOTHING TO CHECK"
                   TO PD-VL-VERDICT
               WRITE FEEDCK-RPT-LINE FROM PD-VERDICT-LINE
               CLOSE FEED-REG
                     FEEDCK-RPT
               GO TO 9999-EXIT
           END-IF.
           IF PD-OPEN-STATUS NOT = "00"
               DISPLAY "PDFEEDCK - UNABLE TO OPEN " PD-PARM-FEED
                   ", STATUS = " PD-OPEN-STATUS
               MOVE "*** FEED REFUSED - FILE CANNOT BE OPENED ***"
                   TO PD-VL-VERDICT
               WRITE FEEDCK-RPT-LINE FROM PD-VERDICT-LINE
               CLOSE FEED-REG
                     FEEDCK-RPT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-READ-DELIVERY                                          *
      *    Reads the whole file, counting and hash-totalling the data  *
      *    records between the header and the trailer.  The first      *
      *    record must be the header; without one the generation is    *
      *    unknown and nothing more can be proved.                     *
      ******************************************************************
       2000-READ-DELIVERY.
           PERFORM 2100-READ-FEED
               THRU 2100-READ-FEED-EXIT.
           IF PD-FEED-EOF OR NOT FeedHeader
               MOVE "NO HEADER RECORD ON THE FILE" TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
               GO TO 2000-READ-DELIVERY-EXIT
           END-IF.

           SET PD-HEADER-SEEN TO TRUE.
           MOVE FeedSender      TO PD-HD-SENDER.
           MOVE FeedTradingDate TO PD-HD-TRADING-DATE.
           MOVE FeedGeneration  TO PD-HD-GENERATION.
           IF FeedTradingDate NOT NUMERIC
               MOVE 0 TO PD-HD-TRADING-DATE
           END-IF.
           IF FeedGeneration NOT NUMERIC
               MOVE 0 TO PD-HD-GENERATION
           END-IF.

           PERFORM 2100-READ-FEED
               THRU 2100-READ-FEED-EXIT.
           PERFORM 2200-TAKE-ONE-RECORD
               THRU 2200-TAKE-ONE-RECORD-EXIT
               UNTIL PD-FEED-EOF.

           IF NOT PD-TRAILER-SEEN
               MOVE "NO TRAILER RECORD - FILE IS TRUNCATED"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
       2000-READ-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      *    2100-READ-FEED                                              *
      *    Reads the next record of whichever feed is being checked    *
      *    and lays its first bytes over FeedControl.                  *
      ******************************************************************
       2100-READ-FEED.
           EVALUATE TRUE
               WHEN PD-FEED-PURCHIN
                   READ PURCH-IN
                       AT END
                           SET PD-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE PI-RAW-RECORD TO FeedControl
                   END-READ
               WHEN PD-FEED-PAYMTIN
                   READ PAYMENT-IN
                       AT END
                           SET PD-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE PY-RAW-RECORD TO FeedControl
                   END-READ
               WHEN PD-FEED-ACQSETTL
                   READ SETTLE-IN
                       AT END
                           SET PD-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE SE-RAW-RECORD TO FeedControl
                   END-READ
               WHEN PD-FEED-GRNIN
                   READ GOODS-RECV
                       AT END
                           SET PD-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE GR-RAW-RECORD TO FeedControl
                   END-READ
           END-EVALUATE.
       2100-READ-FEED-EXIT.
           EXIT.

      ******************************************************************
      *    2200-TAKE-ONE-RECORD                                        *
      *    Anything found after the trailer, or a second header, means *
      *    the file is not what the sender's trailer describes.        *
      ******************************************************************
       2200-TAKE-ONE-RECORD.
           IF PD-TRAILER-SEEN
               IF NOT PD-AFTER-TRAILER-LISTED
                   SET PD-AFTER-TRAILER-LISTED TO TRUE
                   MOVE "RECORDS FOUND AFTER THE TRAILER" TO PD-REASON
                   PERFORM 7000-LIST-REASON
                       THRU 7000-LIST-REASON-EXIT
               END-IF
               GO TO 2200-TAKE-ONE-RECORD-NEXT
           END-IF.

           IF FeedHeader
               IF NOT PD-EXTRA-HEADER-LISTED
                   SET PD-EXTRA-HEADER-LISTED TO TRUE
                   MOVE "SECOND HEADER RECORD INSIDE THE FILE"
                       TO PD-REASON
                   PERFORM 7000-LIST-REASON
                       THRU 7000-LIST-REASON-EXIT
               END-IF
               GO TO 2200-TAKE-ONE-RECORD-NEXT
           END-IF.

           IF FeedTrailer
               SET PD-TRAILER-SEEN TO TRUE
               MOVE FeedSender      TO PD-TR-SENDER
               MOVE FeedTradingDate TO PD-TR-TRADING-DATE
               MOVE FeedGeneration  TO PD-TR-GENERATION
               MOVE FeedRecordCount TO PD-TR-RECORD-COUNT
               MOVE FeedHashTotal   TO PD-TR-HASH-TOTAL
               GO TO 2200-TAKE-ONE-RECORD-NEXT
           END-IF.

           ADD 1 TO PD-RECORD-COUNT.
           PERFORM 2300-ADD-TO-HASH
               THRU 2300-ADD-TO-HASH-EXIT.

       2200-TAKE-ONE-RECORD-NEXT.
           PERFORM 2100-READ-FEED
               THRU 2100-READ-FEED-EXIT.
       2200-TAKE-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2300-ADD-TO-HASH                                            *
      *    Adds the record's money field to the hash total.  A field   *
      *    that is not numeric adds nothing - the sender's total was   *
      *    taken over good data, so the trailer will disagree.         *
      ******************************************************************
       2300-ADD-TO-HASH.
           EVALUATE TRUE
               WHEN PD-FEED-PURCHIN
                   IF ItemCount NOT < 1 AND ItemCount NOT > 50
                       PERFORM 2310-ADD-ONE-PRICE
                           THRU 2310-ADD-ONE-PRICE-EXIT
                           VARYING PD-ITEM-SUB FROM 1 BY 1
                           UNTIL PD-ITEM-SUB > ItemCount
                   END-IF
               WHEN PD-FEED-PAYMTIN
                   IF AmountTendered NUMERIC
                       ADD AmountTendered TO PD-HASH-TOTAL
                   END-IF
               WHEN PD-FEED-ACQSETTL
                   IF SE-AMOUNT NUMERIC
                       ADD SE-AMOUNT TO PD-HASH-TOTAL
                   END-IF
               WHEN PD-FEED-GRNIN
                   IF GR-UNIT-COST NUMERIC
                       ADD GR-UNIT-COST TO PD-HASH-TOTAL
                   END-IF
           END-EVALUATE.
       2300-ADD-TO-HASH-EXIT.
           EXIT.

       2310-ADD-ONE-PRICE.
           IF Price OF ItemGrocery (PD-ITEM-SUB) NUMERIC
               ADD Price OF ItemGrocery (PD-ITEM-SUB) TO PD-HASH-TOTAL
           END-IF.
       2310-ADD-ONE-PRICE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-CONTROL-RECORDS                                  *
      *    The header must name its sender and be for tonight; the     *
      *    trailer must repeat the header and agree with what was      *
      *    actually read.                                              *
      ******************************************************************
       3000-CHECK-CONTROL-RECORDS.
           IF NOT PD-HEADER-SEEN
               GO TO 3000-CHECK-CONTROL-RECORDS-EXIT
           END-IF.

           IF PD-HD-SENDER = SPACES
               MOVE "HEADER CARRIES NO SENDER" TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
           IF PD-HD-TRADING-DATE NOT = PD-TRADING-DATE
               MOVE "WRONG TRADING DATE - NOT FOR TONIGHT"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
           IF PD-HD-GENERATION = 0
               MOVE "HEADER GENERATION MISSING OR INVALID"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.

           IF NOT PD-TRAILER-SEEN
               GO TO 3000-CHECK-CONTROL-RECORDS-EXIT
           END-IF.

           IF PD-TR-SENDER NOT = PD-HD-SENDER
                   OR PD-TR-TRADING-DATE NOT = PD-HD-TRADING-DATE
                   OR PD-TR-GENERATION NOT = PD-HD-GENERATION
               MOVE "TRAILER DOES NOT MATCH THE HEADER" TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
           IF PD-TR-RECORD-COUNT NOT NUMERIC
                   OR PD-TR-RECORD-COUNT NOT = PD-RECORD-COUNT
               MOVE "TRAILER RECORD COUNT DISAGREES"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
           IF PD-TR-HASH-TOTAL NOT NUMERIC
                   OR PD-TR-HASH-TOTAL NOT = PD-HASH-TOTAL
               MOVE "TRAILER HASH TOTAL DISAGREES"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
           END-IF.
       3000-CHECK-CONTROL-RECORDS-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CHECK-GENERATION                                       *
      *    The generation must be the one after the last accepted.     *
      *    The same generation already accepted is a duplicate         *
      *    delivery - unless it is tonight's own file, unchanged,      *
      *    being checked again on a re-run of the stream.  The first   *
      *    generation ever received for a feed starts its sequence.    *
      ******************************************************************
       4000-CHECK-GENERATION.
           IF NOT PD-HEADER-SEEN OR PD-HD-GENERATION = 0
               GO TO 4000-CHECK-GENERATION-EXIT
           END-IF.

           MOVE PD-PARM-FEED TO FR-FEED-NAME.
           MOVE 0            TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE "N" TO PD-LAST-ROW-SWITCH
               NOT INVALID KEY
                   SET PD-LAST-ROW-FOUND TO TRUE
                   MOVE FR-LAST-GENERATION TO PD-LAST-GENERATION
           END-READ.

           MOVE PD-PARM-FEED     TO FR-FEED-NAME.
           MOVE PD-HD-GENERATION TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE "N" TO PD-GEN-ROW-SWITCH
               NOT INVALID KEY
                   SET PD-GEN-ROW-FOUND TO TRUE
           END-READ.

           IF PD-GEN-ROW-FOUND AND FR-ACCEPTED
               SET PD-GEN-ALREADY-ACCEPTED TO TRUE
               IF PD-REASON-COUNT = 0
                       AND FR-RECEIVED-DATE = PD-TRADING-DATE
                       AND FR-TRADING-DATE = PD-HD-TRADING-DATE
                       AND FR-RECORD-COUNT = PD-RECORD-COUNT
                       AND FR-HASH-TOTAL = PD-HASH-TOTAL
                   SET PD-SAME-NIGHT-RERUN TO TRUE
               ELSE
                   MOVE "DUPLICATE - GENERATION ALREADY ACCEPTED"
                       TO PD-REASON
                   PERFORM 7000-LIST-REASON
                       THRU 7000-LIST-REASON-EXIT
               END-IF
               GO TO 4000-CHECK-GENERATION-EXIT
           END-IF.

           IF NOT PD-LAST-ROW-FOUND
               GO TO 4000-CHECK-GENERATION-EXIT
           END-IF.

           IF PD-HD-GENERATION NOT > PD-LAST-GENERATION
               MOVE "DUPLICATE - BEHIND LAST ACCEPTED"
                   TO PD-REASON
               PERFORM 7000-LIST-REASON
                   THRU 7000-LIST-REASON-EXIT
               GO TO 4000-CHECK-GENERATION-EXIT
           END-IF.

           COMPUTE PD-NEXT-GENERATION = PD-LAST-GENERATION + 1.
           IF PD-HD-GENERATION > PD-NEXT-GENERATION
               IF PD-GAP-OVERRIDE
                   MOVE "GENERATION(S) SKIPPED - ACCEPTED ON OVERRIDE"
                       TO PD-RL-REASON
                   WRITE FEEDCK-RPT-LINE FROM PD-REASON-LINE
               ELSE
                   MOVE "GENERATION GAP SINCE LAST ACCEPTED"
                       TO PD-REASON
                   PERFORM 7000-LIST-REASON
                       THRU 7000-LIST-REASON-EXIT
               END-IF
           END-IF.
       4000-CHECK-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      *    5000-RECORD-VERDICT                                         *
      *    An accepted generation is registered and becomes the        *
      *    feed's last accepted.  A refused one is registered as       *
      *    refused with its first reason - a generation already        *
      *    accepted keeps its accepted row - and the step ends with    *
      *    return code 8.  Without a usable header there is no         *
      *    generation to register.                                     *
      ******************************************************************
       5000-RECORD-VERDICT.
           IF PD-SAME-NIGHT-RERUN
               MOVE "ACCEPTED - SAME FILE ALREADY ACCEPTED TONIGHT"
                   TO PD-VL-VERDICT
               GO TO 5000-RECORD-VERDICT-EXIT
           END-IF.

           IF PD-REASON-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE "*** FEED REFUSED - NOTHING MAY BE POSTED ***"
                   TO PD-VL-VERDICT
               IF NOT PD-HEADER-SEEN OR PD-HD-GENERATION = 0
                       OR PD-GEN-ALREADY-ACCEPTED
                   GO TO 5000-RECORD-VERDICT-EXIT
               END-IF
           ELSE
               MOVE "ACCEPTED" TO PD-VL-VERDICT
           END-IF.

           MOVE PD-PARM-FEED       TO FR-FEED-NAME.
           MOVE PD-HD-GENERATION   TO FR-GENERATION.
           IF PD-REASON-COUNT > 0
               SET FR-REFUSED      TO TRUE
           ELSE
               SET FR-ACCEPTED     TO TRUE
           END-IF.
           MOVE PD-HD-SENDER       TO FR-SENDER.
           MOVE PD-HD-TRADING-DATE TO FR-TRADING-DATE.
           MOVE PD-RECORD-COUNT    TO FR-RECORD-COUNT.
           MOVE PD-HASH-TOTAL      TO FR-HASH-TOTAL.
           MOVE PD-TRADING-DATE    TO FR-RECEIVED-DATE.
           MOVE 0                  TO FR-LAST-GENERATION.
           MOVE PD-FIRST-REASON    TO FR-REASON.
           IF PD-GEN-ROW-FOUND
               REWRITE FEED-REG-REC
           ELSE
               WRITE FEED-REG-REC
           END-IF.

           IF PD-REASON-COUNT > 0
               GO TO 5000-RECORD-VERDICT-EXIT
           END-IF.

           MOVE SPACES             TO FEED-REG-REC.
           MOVE PD-PARM-FEED       TO FR-FEED-NAME.
           MOVE 0                  TO FR-GENERATION.
           SET FR-ACCEPTED         TO TRUE.
           MOVE PD-HD-SENDER       TO FR-SENDER.
           MOVE PD-HD-TRADING-DATE TO FR-TRADING-DATE.
           MOVE PD-RECORD-COUNT    TO FR-RECORD-COUNT.
           MOVE PD-HASH-TOTAL      TO FR-HASH-TOTAL.
           MOVE PD-TRADING-DATE    TO FR-RECEIVED-DATE.
           MOVE PD-HD-GENERATION   TO FR-LAST-GENERATION.
           IF PD-LAST-ROW-FOUND
               REWRITE FEED-REG-REC
           ELSE
               WRITE FEED-REG-REC
           END-IF.
       5000-RECORD-VERDICT-EXIT.
           EXIT.

      ******************************************************************
      *    7000-LIST-REASON                                            *
      *    Lists one reason the delivery fails; the first is kept for  *
      *    the register.                                               *
      ******************************************************************
       7000-LIST-REASON.
           ADD 1 TO PD-REASON-COUNT.
           IF PD-REASON-COUNT = 1
               MOVE PD-REASON TO PD-FIRST-REASON
           END-IF.
           MOVE PD-REASON TO PD-RL-REASON.
           WRITE FEEDCK-RPT-LINE FROM PD-REASON-LINE.
       7000-LIST-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      *    Prints what the header and trailer said beside what was     *
      *    read, then the verdict.                                     *
      ******************************************************************
       8000-FINISH-UP.
           MOVE SPACES TO FEEDCK-RPT-LINE.
           WRITE FEEDCK-RPT-LINE.

           MOVE "SENDER  . . . . . . . . . . :" TO PD-TX-LABEL.
           MOVE PD-HD-SENDER                     TO PD-TX-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-TEXT-LINE.
           MOVE "FILE TRADING DATE . . . . . :" TO PD-TX-LABEL.
           MOVE PD-HD-TRADING-DATE               TO PD-TX-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-TEXT-LINE.
           MOVE "GENERATION RECEIVED . . . . :" TO PD-TX-LABEL.
           MOVE PD-HD-GENERATION                 TO PD-TX-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-TEXT-LINE.
           MOVE "LAST GENERATION ACCEPTED  . :" TO PD-TX-LABEL.
           IF PD-LAST-ROW-FOUND
               MOVE PD-LAST-GENERATION           TO PD-TX-VALUE
           ELSE
               MOVE "NONE - FIRST DELIVERY"      TO PD-TX-VALUE
           END-IF.
           WRITE FEEDCK-RPT-LINE FROM PD-TEXT-LINE.

           MOVE "DATA RECORDS READ . . . . . :" TO PD-CT-LABEL.
           MOVE PD-RECORD-COUNT                  TO PD-CT-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-COUNT-LINE.
           MOVE "TRAILER RECORD COUNT  . . . :" TO PD-CT-LABEL.
           MOVE PD-TR-RECORD-COUNT               TO PD-CT-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-COUNT-LINE.
           MOVE "HASH TOTAL READ . . . . . . :" TO PD-HS-LABEL.
           MOVE PD-HASH-TOTAL                    TO PD-HS-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-HASH-LINE.
           MOVE "TRAILER HASH TOTAL  . . . . :" TO PD-HS-LABEL.
           MOVE PD-TR-HASH-TOTAL                 TO PD-HS-VALUE.
           WRITE FEEDCK-RPT-LINE FROM PD-HASH-LINE.

           WRITE FEEDCK-RPT-LINE FROM PD-VERDICT-LINE.

           IF RETURN-CODE NOT = 0
               DISPLAY "PDFEEDCK - " PD-PARM-FEED
                   " REFUSED - SEE PDFEEDCR"
           END-IF.

           EVALUATE TRUE
               WHEN PD-FEED-PURCHIN
                   CLOSE PURCH-IN
               WHEN PD-FEED-PAYMTIN
                   CLOSE PAYMENT-IN
               WHEN PD-FEED-ACQSETTL
                   CLOSE SETTLE-IN
               WHEN PD-FEED-GRNIN
                   CLOSE GOODS-RECV
           END-EVALUATE.
           CLOSE FEED-REG
                 FEEDCK-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
