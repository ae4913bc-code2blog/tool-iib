      *                copied through to the good-output file for      *
      *                downstream processing.                          *
      *                                                                *
      *                Each reject now carries its first failing       *
      *                reason, the trading date and the store/till so  *
      *                PDSUSPND can hold it on the reject suspense     *
      *                file.  Records operations have corrected there  *
      *                come back on the re-entry file PURCHRE, which   *
      *                is edited ahead of the night's feed; a clean    *
      *                one goes to the good file stamped with the      *
      *                trading date it originally belonged to, a       *
      *                failing one is rejected again under its         *
      *                suspense key.  A re-entry is only taken on a    *
      *                night after PDSUSPND released it.               *
      *                                                                *
      *                The segments of one invoice pass or fail        *
      *                together: if any segment fails, every segment   *
      *                goes to the reject file, so PDBASKET never      *
      *                assembles part of an invoice and a corrected    *
      *                invoice re-enters whole.  The trading date is   *
      *                the first parameter, defaulting to the system   *
      *                date:                                           *
      *                  PDEDIT [ccyymmdd]                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDEDIT.
      *                    trailing fields genuinely read as spaces    *
      *                    and the default fires instead of the item   *
      *                    data shifting six bytes.                    *
      *   15-OCT-2026  RH  Rejects now carry the first failing reason, *
      *                    the trading date (new first parameter) and  *
      *                    store/till for the reject suspense file     *
      *                    PDSUSPND keeps.  Corrected records PDSUSPND *
      *                    releases on PURCHRE are edited ahead of the *
      *                    feed and reach the good file with their     *
      *                    original trading date.  Re-entries are      *
      *                    counted on the run-control record.          *
      *   15-OCT-2026  RH  Feed must open with a header for the run's  *
      *                    trading date whose generation PDFEEDCK has  *
      *                    accepted on FEEDREG; the trailer ends the   *
      *                    feed.                                       *
      *   15-OCT-2026  RH  The segments of an invoice now pass or fail *
      *                    together - a sound segment goes to the      *
      *                    reject file with its failing siblings - so  *
      *                    a corrected invoice re-enters whole;        *
      *                    rejects carry the segment number for the    *
      *                    widened suspense key; a re-entry released   *
      *                    tonight or later is left for a later night. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCH-IN-STATUS.

           SELECT FEED-REG
               ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT PURCH-RE-ENTRY
               ASSIGN TO PURCHRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCH-RE-ENTRY-STATUS.

           SELECT PURCH-GOOD
               ASSIGN TO PURCHGD
               ORGANIZATION IS LINE SEQUENTIAL
      * sending length from that same out-of-range counter.
       01  PD-RAW-RECORD                PIC X(4000).

      * PURCHIN opens with a header and closes with a trailer record.
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

      * A corrected record released from the reject suspense file by
      * PDSUSPND - its suspense key, which carries the trading date it
      * belongs to, the night it was released, then the corrected
      * PurchaseData image.
       FD  PURCH-RE-ENTRY
           RECORDING MODE IS F.
       01  PURCH-RE-ENTRY-REC.
           05  RE-SUSPENSE-KEY.
               10  RE-FEED              PIC X.
               10  RE-TRADING-DATE      PIC 9(8).
               10  RE-INVOICE           PIC X(8).
               10  RE-LINE              PIC 9(2).
           05  RE-RELEASED-DATE         PIC 9(8).
           05  RE-DATA                  PIC X(4000).

       FD  PURCH-GOOD
           RECORDING MODE IS F.
       01  PD-GOOD-IMAGE                PIC X(4000).

      * REJECT-SUSPENSE-KEY is blank for a record from the night's own
      * feed and carries the suspense key of a re-entered one.
      * REJECT-LINE is the segment number, zero when it is not numeric.
       FD  PURCH-REJECT
           RECORDING MODE IS F.
       01  PURCH-REJECT-REC.
           05  REJECT-REASON          PIC X(50).
           05  REJECT-TRADING-DATE     PIC 9(8).
           05  REJECT-STORE-NUMBER     PIC 9(3).
           05  REJECT-TILL-NUMBER      PIC 9(3).
           05  REJECT-LINE             PIC 9(2).
           05  REJECT-SUSPENSE-KEY     PIC X(19).
           05  REJECT-DATA             PIC X(4000).

       FD  EXCEPTION-RPT

       WORKING-STORAGE SECTION.
       77  PURCH-IN-STATUS             PIC XX             VALUE "00".
       77  FEED-REG-STATUS             PIC XX             VALUE "00".
       77  PURCH-RE-ENTRY-STATUS       PIC XX             VALUE "00".
       77  PURCH-GOOD-STATUS           PIC XX             VALUE "00".
       77  PURCH-REJECT-STATUS         PIC XX             VALUE "00".
       77  EXCEPTION-RPT-STATUS        PIC XX             VALUE "00".
       77  PD-EOF-SWITCH               PIC X(01)          VALUE "N".
           88  PD-END-OF-FILE                             VALUE "Y".

       77  PD-RE-ENTRY-EOF-SWITCH      PIC X(01)          VALUE "N".
           88  PD-RE-ENTRY-EOF                            VALUE "Y".

       77  PD-VALID-SWITCH             PIC X(01)          VALUE "Y".
           88  PD-RECORD-IS-VALID                         VALUE "Y".
           88  PD-RECORD-IS-INVALID                       VALUE "N".
       77  PD-GOOD-COUNT               PIC 9(7)   COMP     VALUE 0.
       77  PD-REJECT-COUNT             PIC 9(7)   COMP     VALUE 0.
       77  PD-ITEM-ERROR-COUNT         PIC 9(7)   COMP     VALUE 0.
       77  PD-RE-ENTRY-COUNT           PIC 9(7)   COMP     VALUE 0.
       77  PD-RE-ENTRY-HELD-COUNT      PIC 9(7)   COMP     VALUE 0.

      * Run parameter - the trading date the night's feed belongs to,
      * defaulting to the system date:
      *   PDEDIT [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE             PIC 9(8)           VALUE 0.

      * The record being edited - its suspense key and original
      * trading date when it is a re-entry, blank/zero when it is
      * from the night's feed - and the first reason it failed.
       77  PD-SUSPENSE-KEY             PIC X(19)          VALUE SPACES.
       77  PD-ORIGINAL-DATE            PIC 9(8)           VALUE 0.
       77  PD-FIRST-REASON             PIC X(60)          VALUE SPACES.

      * The segments of the invoice being edited, held until the
      * invoice number changes so the whole invoice can be routed one
      * way.  PDBASKET takes at most 500 items - ten full segments.
       77  PD-MAX-SEGMENTS             PIC 9(4)   COMP     VALUE 10.
       77  PD-SEGMENT-COUNT            PIC 9(4)   COMP     VALUE 0.
       77  PD-SEGMENT-SUB              PIC 9(4)   COMP     VALUE 0.
       77  PD-SEGMENT-INVOICE          PIC X(8)           VALUE SPACES.
       77  PD-INVOICE-BAD-SWITCH       PIC X(01)          VALUE "N".
           88  PD-INVOICE-IS-BAD                          VALUE "Y".
       01  PD-SEGMENT-TABLE.
           05  PD-SEGMENT              OCCURS 10 TIMES.
               10  PD-SG-VALID-SWITCH   PIC X(01).
                   88  PD-SG-VALID                        VALUE "Y".
               10  PD-SG-REASON         PIC X(50).
               10  PD-SG-TRADING-DATE   PIC 9(8).
               10  PD-SG-STORE-NUMBER   PIC 9(3).
               10  PD-SG-TILL-NUMBER    PIC 9(3).
               10  PD-SG-LINE           PIC 9(2).
               10  PD-SG-SUSPENSE-KEY   PIC X(19).
               10  PD-SG-SURNAME        PIC X(20).
               10  PD-SG-INITIALS       PIC X(02).
               10  PD-SG-IMAGE          PIC X(4000).

      * The reason given a sound segment rejected with its invoice.
      * PDSUSPND releases such a segment with the rest of the invoice
      * and needs no correction for it.
       01  PD-SIBLING-REASON           PIC X(50)          VALUE
           "OTHER SEGMENT OF INVOICE REJECTED".

       77  PD-LOW-PRICE                PIC 9999V99        VALUE 0.01.
       77  PD-HIGH-PRICE                PIC 9999V99       VALUE 9999.99.
           05  FILLER                   PIC X(30)
                   VALUE "RECORDS REJECTED . . . :".
           05  PD-SUM-REJECT            PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-4.
           05  FILLER                   PIC X(30)
                   VALUE "OF WHICH RE-ENTERED  . :".
           05  PD-SUM-RE-ENTRY          PIC ZZZ,ZZ9.
       01  PD-REPORT-SUMMARY-5.
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
                   DISPLAY "PDEDIT - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT  PURCH-IN.
           IF PURCH-IN-STATUS NOT = "00"
               DISPLAY "PDEDIT - UNABLE TO OPEN PURCHIN, STATUS = "
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1100-CHECK-FEED-HEADER
               THRU 1100-CHECK-FEED-HEADER-EXIT.

           OPEN OUTPUT PURCH-GOOD.
           OPEN OUTPUT PURCH-REJECT.
           OPEN OUTPUT EXCEPTION-RPT.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-HEADING-2.

           PERFORM 1500-RE-ENTER-SUSPENSE
               THRU 1500-RE-ENTER-SUSPENSE-EXIT.

           PERFORM 2100-READ-PURCH-IN
               THRU 2100-READ-PURCH-IN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-FEED-HEADER                                      *
      *    PURCHIN must open with its header record for this run's     *
      *    trading date, carrying a generation that PDFEEDCK has       *
      *    accepted on the generation register for that date.          *
      *    Anything else - no header, a re-sent or duplicate file, a   *
      *    skipped or short delivery - stops the run with return       *
      *    code 8 before a single record is read.                      *
      ******************************************************************
       1100-CHECK-FEED-HEADER.
           READ PURCH-IN
               AT END
                   MOVE SPACES TO FeedRecordType
           END-READ.
           IF NOT FeedHeader
               DISPLAY "PDEDIT - PURCHIN HAS NO HEADER RECORD"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FeedTradingDate NOT = PD-TRADING-DATE
               DISPLAY "PDEDIT - PURCHIN IS FOR TRADING DATE "
                   FeedTradingDate " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT FEED-REG.
           IF FEED-REG-STATUS NOT = "00"
               DISPLAY "PDEDIT - UNABLE TO OPEN FEEDREG, STATUS = "
                   FEED-REG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "PURCHIN "           TO FR-FEED-NAME.
           MOVE FeedGeneration TO FR-GENERATION.
           READ FEED-REG
               INVALID KEY
                   MOVE SPACE TO FR-STATUS
           END-READ.
           CLOSE FEED-REG.

           IF NOT FR-ACCEPTED
                   OR FR-TRADING-DATE NOT = FeedTradingDate
               DISPLAY "PDEDIT - PURCHIN GENERATION " FeedGeneration
                   " NOT ACCEPTED BY PDFEEDCK - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       1100-CHECK-FEED-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    1500-RE-ENTER-SUSPENSE                                      *
      *    Edits the corrected records PDSUSPND released from the      *
      *    reject suspense file, ahead of the night's own feed.  No    *
      *    re-entry file (status "35") means nothing was released.     *
      ******************************************************************
       1500-RE-ENTER-SUSPENSE.
           OPEN INPUT PURCH-RE-ENTRY.
           IF PURCH-RE-ENTRY-STATUS = "35"
               GO TO 1500-RE-ENTER-SUSPENSE-EXIT
           END-IF.
           IF PURCH-RE-ENTRY-STATUS NOT = "00"
               DISPLAY "PDEDIT - UNABLE TO OPEN PURCHRE, STATUS = "
                   PURCH-RE-ENTRY-STATUS
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1600-RE-ENTER-ONE-RECORD
               THRU 1600-RE-ENTER-ONE-RECORD-EXIT
               UNTIL PD-RE-ENTRY-EOF.
           PERFORM 2500-ROUTE-INVOICE
               THRU 2500-ROUTE-INVOICE-EXIT.

           CLOSE PURCH-RE-ENTRY.
       1500-RE-ENTER-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      *    1600-RE-ENTER-ONE-RECORD                                    *
      *    The corrected image is edited in the PURCHIN record area,   *
      *    exactly as a record read from the feed would be.  A         *
      *    re-entry released tonight or later belongs to a later       *
      *    night's edit - this is a re-run after PDSUSPND - and is     *
      *    left for that night.                                        *
      ******************************************************************
       1600-RE-ENTER-ONE-RECORD.
           READ PURCH-RE-ENTRY
               AT END
                   SET PD-RE-ENTRY-EOF TO TRUE
                   GO TO 1600-RE-ENTER-ONE-RECORD-EXIT
           END-READ.

           IF RE-RELEASED-DATE NOT < PD-TRADING-DATE
               ADD 1 TO PD-RE-ENTRY-HELD-COUNT
               GO TO 1600-RE-ENTER-ONE-RECORD-EXIT
           END-IF.

           ADD 1 TO PD-RE-ENTRY-COUNT.
           MOVE RE-DATA         TO PD-RAW-RECORD.
           MOVE RE-SUSPENSE-KEY TO PD-SUSPENSE-KEY.
           MOVE RE-TRADING-DATE TO PD-ORIGINAL-DATE.

           PERFORM 2050-EDIT-AND-ROUTE
               THRU 2050-EDIT-AND-ROUTE-EXIT.
       1600-RE-ENTER-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2000-EDIT-ONE-RECORD                                        *
      ******************************************************************
       2000-EDIT-ONE-RECORD.
           MOVE SPACES TO PD-SUSPENSE-KEY.
           MOVE 0      TO PD-ORIGINAL-DATE.

           PERFORM 2050-EDIT-AND-ROUTE
               THRU 2050-EDIT-AND-ROUTE-EXIT.

           PERFORM 2100-READ-PURCH-IN
               THRU 2100-READ-PURCH-IN-EXIT.
       2000-EDIT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2050-EDIT-AND-ROUTE                                         *
      *    Edits the record in the PURCHIN record area and holds it    *
      *    with the other segments of its invoice.  A new invoice      *
      *    number routes the invoice held so far first.                *
      ******************************************************************
       2050-EDIT-AND-ROUTE.
           IF PD-RAW-RECORD (1:8) NOT = PD-SEGMENT-INVOICE
                   OR PD-SEGMENT-COUNT NOT < PD-MAX-SEGMENTS
               PERFORM 2500-ROUTE-INVOICE
                   THRU 2500-ROUTE-INVOICE-EXIT
           END-IF.
           MOVE PD-RAW-RECORD (1:8) TO PD-SEGMENT-INVOICE.

           ADD 1 TO PD-RECORD-COUNT.
           SET PD-RECORD-IS-VALID TO TRUE.
           MOVE 0 TO PD-ITEM-ERROR-COUNT.
           MOVE SPACES TO PD-FIRST-REASON.

           PERFORM 3000-EDIT-ITEM-COUNT
               THRU 3000-EDIT-ITEM-COUNT-EXIT.
                   UNTIL PD-ITEM-SUB > ItemCount
           END-IF.

           PERFORM 2070-HOLD-SEGMENT
               THRU 2070-HOLD-SEGMENT-EXIT.
       2050-EDIT-AND-ROUTE-EXIT.
           EXIT.

      ******************************************************************
      *    2070-HOLD-SEGMENT                                           *
      *    Holds the edited segment with what either file will need -  *
      *    the good image of a clean one, the raw image of a failing   *
      *    one, and what PDSUSPND needs to hold it on suspense.  Store *
      *    and till trail the item table, so they are only taken from  *
      *    a record whose ItemCount is sane; otherwise they are left   *
      *    zero.                                                       *
      ******************************************************************
       2070-HOLD-SEGMENT.
           ADD 1 TO PD-SEGMENT-COUNT.
           MOVE SPACES TO PD-SEGMENT (PD-SEGMENT-COUNT).
           MOVE PD-FIRST-REASON TO PD-SG-REASON (PD-SEGMENT-COUNT).
           IF PD-ORIGINAL-DATE > 0
               MOVE PD-ORIGINAL-DATE
                   TO PD-SG-TRADING-DATE (PD-SEGMENT-COUNT)
           ELSE
               MOVE PD-TRADING-DATE
                   TO PD-SG-TRADING-DATE (PD-SEGMENT-COUNT)
           END-IF.
           MOVE 0 TO PD-SG-STORE-NUMBER (PD-SEGMENT-COUNT).
           MOVE 0 TO PD-SG-TILL-NUMBER (PD-SEGMENT-COUNT).
           IF ItemCount NOT < 1 AND ItemCount NOT > 50
               IF StoreNumber OF PurchaseData NUMERIC
                   MOVE StoreNumber OF PurchaseData
                       TO PD-SG-STORE-NUMBER (PD-SEGMENT-COUNT)
               END-IF
               IF TillNumber NUMERIC
                   MOVE TillNumber
                       TO PD-SG-TILL-NUMBER (PD-SEGMENT-COUNT)
               END-IF
           END-IF.
           MOVE 0 TO PD-SG-LINE (PD-SEGMENT-COUNT).
           IF SegmentNumber NUMERIC
               MOVE SegmentNumber TO PD-SG-LINE (PD-SEGMENT-COUNT)
           END-IF.
           MOVE PD-SUSPENSE-KEY
               TO PD-SG-SUSPENSE-KEY (PD-SEGMENT-COUNT).
           MOVE CustomerSurname TO PD-SG-SURNAME (PD-SEGMENT-COUNT).
           MOVE CustomerInitial (1)
               TO PD-SG-INITIALS (PD-SEGMENT-COUNT) (1:1).
           MOVE CustomerInitial (2)
               TO PD-SG-INITIALS (PD-SEGMENT-COUNT) (2:1).

           IF PD-RECORD-IS-VALID
               MOVE "Y" TO PD-SG-VALID-SWITCH (PD-SEGMENT-COUNT)
               MOVE PD-ORIGINAL-DATE TO OriginalTradingDate
               MOVE PurchaseData TO PD-SG-IMAGE (PD-SEGMENT-COUNT)
           ELSE
               MOVE "N" TO PD-SG-VALID-SWITCH (PD-SEGMENT-COUNT)
               MOVE PD-RAW-RECORD TO PD-SG-IMAGE (PD-SEGMENT-COUNT)
               SET PD-INVOICE-IS-BAD TO TRUE
           END-IF.
       2070-HOLD-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2500-ROUTE-INVOICE                                          *
      *    Sends the segments held to the good file when every one of  *
      *    them passed, otherwise every one of them to the reject      *
      *    file.  Called whenever the invoice number changes and at    *
      *    the end of the re-entries and of the feed, so a re-entered  *
      *    invoice is never joined to one from the feed.               *
      ******************************************************************
       2500-ROUTE-INVOICE.
           IF PD-SEGMENT-COUNT = 0
               GO TO 2500-ROUTE-INVOICE-EXIT
           END-IF.
           IF PD-INVOICE-IS-BAD
               PERFORM 2600-REJECT-ONE-SEGMENT
                   THRU 2600-REJECT-ONE-SEGMENT-EXIT
                   VARYING PD-SEGMENT-SUB FROM 1 BY 1
                   UNTIL PD-SEGMENT-SUB > PD-SEGMENT-COUNT
           ELSE
               PERFORM 2700-PASS-ONE-SEGMENT
                   THRU 2700-PASS-ONE-SEGMENT-EXIT
                   VARYING PD-SEGMENT-SUB FROM 1 BY 1
                   UNTIL PD-SEGMENT-SUB > PD-SEGMENT-COUNT
           END-IF.
           MOVE 0      TO PD-SEGMENT-COUNT.
           MOVE SPACES TO PD-SEGMENT-INVOICE.
           MOVE "N"    TO PD-INVOICE-BAD-SWITCH.
       2500-ROUTE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    2600-REJECT-ONE-SEGMENT                                     *
      *    A segment that passed its own edit goes out under the       *
      *    sibling reason and is listed on the exception report so     *
      *    the reject file and the report still agree.                 *
      ******************************************************************
       2600-REJECT-ONE-SEGMENT.
           ADD 1 TO PD-REJECT-COUNT.
           IF PD-SG-VALID (PD-SEGMENT-SUB)
               MOVE PD-SIBLING-REASON TO PD-SG-REASON (PD-SEGMENT-SUB)
               MOVE SPACES TO PD-EXCEPTION-DETAIL
               MOVE PD-SG-SURNAME (PD-SEGMENT-SUB) TO PD-EX-SURNAME
               MOVE PD-SG-INITIALS (PD-SEGMENT-SUB) TO PD-EX-INITIALS
               MOVE 0 TO PD-EX-ITEM-NO
               MOVE PD-SIBLING-REASON TO PD-EX-REASON
               WRITE EXCEPTION-RPT-LINE FROM PD-EXCEPTION-DETAIL
           END-IF.

           MOVE SPACES TO PURCH-REJECT-REC.
           MOVE PD-SG-REASON (PD-SEGMENT-SUB)       TO REJECT-REASON.
           MOVE PD-SG-TRADING-DATE (PD-SEGMENT-SUB)
               TO REJECT-TRADING-DATE.
           MOVE PD-SG-STORE-NUMBER (PD-SEGMENT-SUB)
               TO REJECT-STORE-NUMBER.
           MOVE PD-SG-TILL-NUMBER (PD-SEGMENT-SUB)
               TO REJECT-TILL-NUMBER.
           MOVE PD-SG-LINE (PD-SEGMENT-SUB)         TO REJECT-LINE.
           MOVE PD-SG-SUSPENSE-KEY (PD-SEGMENT-SUB)
               TO REJECT-SUSPENSE-KEY.
           MOVE PD-SG-IMAGE (PD-SEGMENT-SUB)        TO REJECT-DATA.
           WRITE PURCH-REJECT-REC.
       2600-REJECT-ONE-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2700-PASS-ONE-SEGMENT                                       *
      ******************************************************************
       2700-PASS-ONE-SEGMENT.
           ADD 1 TO PD-GOOD-COUNT.
           WRITE PD-GOOD-IMAGE FROM PD-SG-IMAGE (PD-SEGMENT-SUB).
       2700-PASS-ONE-SEGMENT-EXIT.
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
       2100-READ-PURCH-IN-EXIT.
           EXIT.

      *    7000-WRITE-EXCEPTION-LINE                                   *
      ******************************************************************
       7000-WRITE-EXCEPTION-LINE.
           IF PD-FIRST-REASON = SPACES
               MOVE PD-EX-REASON TO PD-FIRST-REASON
           END-IF.
           WRITE EXCEPTION-RPT-LINE FROM PD-EXCEPTION-DETAIL.
       7000-WRITE-EXCEPTION-LINE-EXIT.
           EXIT.
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           PERFORM 2500-ROUTE-INVOICE
               THRU 2500-ROUTE-INVOICE-EXIT.

           MOVE PD-RECORD-COUNT TO PD-SUM-READ.
           MOVE PD-GOOD-COUNT   TO PD-SUM-GOOD.
           MOVE PD-REJECT-COUNT TO PD-SUM-REJECT.
           MOVE PD-RE-ENTRY-COUNT TO PD-SUM-RE-ENTRY.
           MOVE PD-RE-ENTRY-HELD-COUNT TO PD-SUM-RE-ENTRY-HELD.

           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-1.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-2.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-3.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-4.
           WRITE EXCEPTION-RPT-LINE FROM PD-REPORT-SUMMARY-5.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.
           MOVE PD-RECORD-COUNT TO ControlCount (1).
           MOVE PD-GOOD-COUNT   TO ControlCount (2).
           MOVE PD-REJECT-COUNT TO ControlCount (3).
           MOVE PD-RE-ENTRY-COUNT TO ControlCount (4).
           MOVE 0               TO ControlAmount (1).
           MOVE 0               TO ControlAmount (2).
           MOVE 0               TO ControlAmount (3).
