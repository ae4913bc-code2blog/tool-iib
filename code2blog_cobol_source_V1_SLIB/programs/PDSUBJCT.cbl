      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDSUBJCT                                        *
      *   PURPOSE:     Customer subject-access report and erasure.     *
      *                                                                *
      *                A subject-access run prints everything held on  *
      *                one CustomerId: the CUSTMAST record, every      *
      *                PURCH-HIST row with its items, the LOYALBAL     *
      *                balance, every archived row on ARCHHIST, the    *
      *                rejects held on the SUSPENSE file, the tenders  *
      *                on the payment history, the PDAUDIT and         *
      *                archived ARCHAUDT before/after lines for the    *
      *                customer's invoices, and any refund queries     *
      *                raised by PDREFVAL.                             *
      *                                                                *
      *                An erasure run anonymises the name on CUSTMAST, *
      *                PURCH-HIST, LOYALBAL and ARCHHIST and in the    *
      *                purchase images held on SUSPENSE, whatever      *
      *                their state, keeping the CustomerId, invoices   *
      *                and amounts, so sales totals, VAT and the audit *
      *                trail still tie out.  PDAUDIT, ARCHAUDT, the    *
      *                payment history and suspended tenders carry no  *
      *                name and are left as they are.  ARCHHIST is line*
      *                sequential, so it is rewritten in full to the   *
      *                new-generation file ARCHHSTO, which operations  *
      *                swaps in for ARCHHIST after the run, the same   *
      *                way PDARCHIV's PDAUDITO is handled.  The run    *
      *                prints an erasure certificate listing every     *
      *                record changed.  Erasure is refused - nothing   *
      *                is changed and no ARCHHSTO is written - while   *
      *                the customer still has a loyalty balance or a   *
      *                credit basket under query on REFQUERY.          *
      *                                                                *
      *                Run parameter, fixed columns:                   *
      *                  A <customerid>         subject access         *
      *                  E <customerid>         erasure                *
      *                    the id in columns 3-14                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDSUBJCT.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - subject-access report and *
      *                    name erasure with certificate.              *
      *   15-OCT-2026  RH  Reject suspense rows and archived audit     *
      *                    lines (ARCHAUDT) now reported; erasure also *
      *                    anonymises the name in the customer's       *
      *                    purchase images held on SUSPENSE.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS CUST-MASTER-STATUS.

           SELECT PURCH-HIST
               ASSIGN TO PURCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS PH-NAME-KEY WITH DUPLICATES
               FILE STATUS IS PURCH-HIST-STATUS.

           SELECT LOYAL-BAL
               ASSIGN TO LOYALBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CUSTOMER-ID
               FILE STATUS IS LOYAL-BAL-STATUS.

           SELECT ARCH-HIST
               ASSIGN TO ARCHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-HIST-STATUS.

           SELECT ARCH-OUT
               ASSIGN TO ARCHHSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-OUT-STATUS.

           SELECT PAY-HIST
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAY-HIST-STATUS.

           SELECT AUDIT-IN
               ASSIGN TO PDAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.

           SELECT ARCH-AUDIT
               ASSIGN TO ARCHAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-AUDIT-STATUS.

           SELECT SUSPENSE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT REF-QUERY
               ASSIGN TO REFQUERY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS REF-QUERY-STATUS.

           SELECT SUBJECT-RPT
               ASSIGN TO PDSUBJCR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CUST-MASTER mirrors the layout PDBASKET maintains.
       FD  CUST-MASTER.
       01  CUST-MASTER-REC.
           05  CM-CUSTOMER-ID           PIC X(12).
           05  CM-CUSTOMER-SURNAME      PIC X(20).
           05  CM-CUSTOMER-INITIAL-1    PIC X.
           05  CM-CUSTOMER-INITIAL-2    PIC X.
           05  CM-FIRST-INVOICE-NUMBER  PIC 9(8).
           05  CM-INVOICE-COUNT         PIC 9(7)  COMP.

      * PURCH-HIST mirrors the layout PDBASKET loads.
       FD  PURCH-HIST.
       01  PURCH-HIST-REC.
           05  PH-PRIMARY-KEY.
               10  PH-CUSTOMER-ID       PIC X(12).
               10  PH-INVOICE-NUMBER    PIC 9(8).
           05  PH-NAME-KEY.
               10  PH-CUSTOMER-SURNAME  PIC X(20).
               10  PH-CUSTOMER-INITIAL-1 PIC X.
               10  PH-CUSTOMER-INITIAL-2 PIC X.
           05  PH-ITEM-COUNT            PIC 9(4)  COMP.
           05  PH-TRADING-DATE          PIC 9(8).
           05  PH-TRANS-TYPE            PIC X.
               88  PH-SALE                  VALUE "S".
               88  PH-CREDIT                VALUE "R".
           05  PH-STORE-NUMBER          PIC 9(3).
           05  PH-TILL-NUMBER           PIC 9(3).
           05  PH-ITEM OCCURS 1 TO 500 TIMES
                       DEPENDING ON PH-ITEM-COUNT.
               10  PH-ITEM-TYPE         PIC X.
                   88  PH-GROCERY           VALUE "G".
                   88  PH-NONGROCERY        VALUE "N".
               10  PH-ITEM-CODE         PIC X(10).
               10  PH-DESCRIPTION       PIC X(30).
               10  PH-PRICE             PIC 9999V99.
               10  PH-SELLBYDATE        PIC 9(8).
               10  PH-COLOUR            PIC X(8).
               10  PH-QUANTITY          PIC 9(6).

      * LOYAL-BAL mirrors the layout PDLOYAL maintains.
       FD  LOYAL-BAL.
       01  LOYAL-BAL-REC.
           05  LB-CUSTOMER-ID           PIC X(12).
           05  LB-CUSTOMER-SURNAME      PIC X(20).
           05  LB-CUSTOMER-INITIAL-1    PIC X.
           05  LB-CUSTOMER-INITIAL-2    PIC X.
           05  LB-POINTS-EARNED         PIC S9(9) COMP.
           05  LB-POINTS-REDEEMED       PIC S9(9) COMP.
           05  LB-POINTS-BALANCE        PIC S9(9) COMP.

      * ARCH-HIST mirrors the archive row PDARCHIV writes - the byte
      * image of the live row, only the items actually present.
       FD  ARCH-HIST.
       01  ARCH-HIST-REC.
           05  AH-CUSTOMER-ID           PIC X(12).
           05  AH-INVOICE-NUMBER        PIC 9(8).
           05  AH-CUSTOMER-SURNAME      PIC X(20).
           05  AH-CUSTOMER-INITIAL-1    PIC X.
           05  AH-CUSTOMER-INITIAL-2    PIC X.
           05  AH-ITEM-COUNT            PIC 9(4)  COMP.
           05  AH-TRADING-DATE          PIC 9(8).
           05  AH-TRANS-TYPE            PIC X.
               88  AH-CREDIT                VALUE "R".
           05  AH-STORE-NUMBER          PIC 9(3).
           05  AH-TILL-NUMBER           PIC 9(3).
           05  AH-ITEM                  PIC X(69)
                                        OCCURS 1 TO 500 TIMES
                                        DEPENDING ON AH-ITEM-COUNT.

      * The new generation of the archive, written on an erasure run.
       FD  ARCH-OUT.
       01  ARCH-OUT-REC.
           05  AO-CUSTOMER-ID           PIC X(12).
           05  AO-INVOICE-NUMBER        PIC 9(8).
           05  AO-CUSTOMER-SURNAME      PIC X(20).
           05  AO-CUSTOMER-INITIAL-1    PIC X.
           05  AO-CUSTOMER-INITIAL-2    PIC X.
           05  AO-ITEM-COUNT            PIC 9(4)  COMP.
           05  AO-TRADING-DATE          PIC 9(8).
           05  AO-TRANS-TYPE            PIC X.
           05  AO-STORE-NUMBER          PIC 9(3).
           05  AO-TILL-NUMBER           PIC 9(3).
           05  AO-ITEM                  PIC X(69)
                                        OCCURS 1 TO 500 TIMES
                                        DEPENDING ON AO-ITEM-COUNT.

      * Payment history as PDPAYEDT keeps it - one row per tender.
       FD  PAY-HIST.
       01  PAY-HIST-REC.
           05  PY-KEY.
               10  PY-INVOICE-NUMBER    PIC 9(8).
               10  PY-TENDER-SEQ        PIC 9(2).
           05  PY-TRADING-DATE          PIC 9(8).
           05  PY-LOAD-DATE             PIC 9(8).
           05  PY-TENDER-TYPE           PIC X.
               88  PY-CARD                  VALUE "D".
           05  PY-AMOUNT-TENDERED       PIC 9999V99.
           05  PY-CHANGE-GIVEN          PIC 9999V99.
           05  PY-REFERENCE             PIC X(20).
           05  PY-STORE-NUMBER          PIC 9(3).
           05  PY-TILL-NUMBER           PIC 9(3).

       FD  AUDIT-IN
           RECORDING MODE IS F.
       01  AUDIT-IN-LINE               PIC X(132).

      * ARCH-AUDIT is the audit archive PDARCHIV appends to - PDAUDIT
      * lines copied as they stand.
       FD  ARCH-AUDIT
           RECORDING MODE IS F.
       01  ARCH-AUDIT-LINE             PIC X(132).

      * SUSPENSE mirrors the reject suspense file PDSUSPND keeps.  The
      * image of a purchase (feed P) is a PurchaseData record, whose
      * leading fields - InvoiceNumber, SegmentNumber, MoreSegments
      * and the two-byte ItemCount - come before the customer; a
      * tender (feed T) is a PaymentData record and holds no name.
       FD  SUSPENSE.
       01  SUSPENSE-REC.
           05  SU-KEY.
               10  SU-FEED              PIC X.
                   88  SU-PURCHASE          VALUE "P".
                   88  SU-TENDER            VALUE "T".
               10  SU-TRADING-DATE      PIC 9(8).
               10  SU-KEY-INVOICE       PIC X(8).
               10  SU-LINE              PIC 9(2).
           05  SU-STATUS                PIC X.
               88  SU-OPEN                  VALUE "O".
               88  SU-CORRECTED             VALUE "C".
               88  SU-RELEASED              VALUE "R".
               88  SU-RE-ENTERED            VALUE "E".
               88  SU-WRITTEN-OFF           VALUE "W".
           05  SU-INVOICE-NUMBER        PIC X(8).
           05  SU-STORE-NUMBER          PIC 9(3).
           05  SU-TILL-NUMBER           PIC 9(3).
           05  SU-REASON                PIC X(50).
           05  SU-SUSPENDED-DATE        PIC 9(8).
           05  SU-REJECT-COUNT          PIC 9(3).
           05  SU-BOUNCED-DATE          PIC 9(8).
           05  SU-CORRECTED-DATE        PIC 9(8).
           05  SU-RELEASED-DATE         PIC 9(8).
           05  SU-RESOLVED-DATE         PIC 9(8).
           05  SU-NOTE                  PIC X(40).
           05  SU-DATA                  PIC X(4000).
           05  SU-DATA-X REDEFINES SU-DATA.
               10  SU-DATA-INVOICE      PIC X(8).
               10  FILLER               PIC X(5).
               10  SU-DATA-CUSTOMER-ID  PIC X(12).
               10  SU-DATA-INITIALS     PIC X(2).
               10  SU-DATA-SURNAME      PIC X(20).
               10  FILLER               PIC X(3953).

      * REF-QUERY mirrors the refund-query file PDREFVAL keeps.
       FD  REF-QUERY.
       01  REF-QUERY-REC.
           05  RQ-KEY.
               10  RQ-CUSTOMER-ID       PIC X(12).
               10  RQ-INVOICE-NUMBER    PIC 9(8).
           05  RQ-STATUS                PIC X.
               88  RQ-OPEN                  VALUE "O".
               88  RQ-CLEARED               VALUE "C".
           05  RQ-TRADING-DATE          PIC 9(8).
           05  RQ-STORE-NUMBER          PIC 9(3).
           05  RQ-TILL-NUMBER           PIC 9(3).
           05  RQ-FIRST-REASON          PIC X(45).
           05  RQ-CLEARED-DATE          PIC 9(8).
           05  RQ-CLEARED-NOTE          PIC X(30).

       FD  SUBJECT-RPT
           RECORDING MODE IS F.
       01  SUBJECT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       77  CUST-MASTER-STATUS           PIC XX            VALUE "00".
       77  PURCH-HIST-STATUS            PIC XX            VALUE "00".
       77  LOYAL-BAL-STATUS             PIC XX            VALUE "00".
       77  ARCH-HIST-STATUS             PIC XX            VALUE "00".
       77  ARCH-OUT-STATUS              PIC XX            VALUE "00".
       77  PAY-HIST-STATUS              PIC XX            VALUE "00".
       77  AUDIT-IN-STATUS              PIC XX            VALUE "00".
       77  ARCH-AUDIT-STATUS            PIC XX            VALUE "00".
       77  SUSPENSE-STATUS              PIC XX            VALUE "00".
       77  REF-QUERY-STATUS             PIC XX            VALUE "00".
       77  SUBJECT-RPT-STATUS           PIC XX            VALUE "00".

      * Any of these files may not exist yet (status "35") - nothing
      * of that kind has ever been held, so there is nothing to print
      * or change, and the file is left closed.
       77  PD-NO-LOYALTY-SWITCH         PIC X(01)         VALUE "N".
           88  PD-NO-LOYALTY                              VALUE "Y".
       77  PD-NO-ARCHIVE-SWITCH         PIC X(01)         VALUE "N".
           88  PD-NO-ARCHIVE                              VALUE "Y".
       77  PD-NO-PAY-HIST-SWITCH        PIC X(01)         VALUE "N".
           88  PD-NO-PAY-HIST                             VALUE "Y".
       77  PD-NO-AUDIT-SWITCH           PIC X(01)         VALUE "N".
           88  PD-NO-AUDIT                                VALUE "Y".
       77  PD-NO-ARCH-AUDIT-SWITCH      PIC X(01)         VALUE "N".
           88  PD-NO-ARCH-AUDIT                           VALUE "Y".
       77  PD-NO-SUSPENSE-SWITCH        PIC X(01)         VALUE "N".
           88  PD-NO-SUSPENSE                             VALUE "Y".
       77  PD-NO-QUERIES-SWITCH         PIC X(01)         VALUE "N".
           88  PD-NO-QUERIES                              VALUE "Y".

       77  PD-HIST-DONE-SWITCH          PIC X(01)         VALUE "N".
           88  PD-HIST-DONE                               VALUE "Y".
       77  PD-ARCH-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-ARCH-EOF                                VALUE "Y".
       77  PD-AUDIT-EOF-SWITCH          PIC X(01)         VALUE "N".
           88  PD-AUDIT-EOF                               VALUE "Y".
       77  PD-ARCH-AUDIT-EOF-SWITCH     PIC X(01)         VALUE "N".
           88  PD-ARCH-AUDIT-EOF                          VALUE "Y".
       77  PD-SUSPENSE-EOF-SWITCH       PIC X(01)         VALUE "N".
           88  PD-SUSPENSE-EOF                            VALUE "Y".
       77  PD-TENDER-DONE-SWITCH        PIC X(01)         VALUE "N".
           88  PD-TENDER-DONE                             VALUE "Y".
       77  PD-QUERY-DONE-SWITCH         PIC X(01)         VALUE "N".
           88  PD-QUERY-DONE                              VALUE "Y".
       77  PD-REFUSED-SWITCH            PIC X(01)         VALUE "N".
           88  PD-ERASURE-REFUSED                         VALUE "Y".

       01  PD-RUN-PARM.
           05  PD-PARM-MODE             PIC X.
               88  PD-MODE-ACCESS           VALUE "A".
               88  PD-MODE-ERASE            VALUE "E".
           05  FILLER                   PIC X(01).
           05  PD-PARM-CUSTOMER-ID      PIC X(12).
           05  FILLER                   PIC X(26).

       77  PD-TARGET-CUSTOMER-ID        PIC X(12)         VALUE SPACES.
       77  PD-TODAY-CCYYMMDD            PIC 9(8)          VALUE 0.

      * What an erased name becomes - the initials go to spaces.  A
      * record already carrying it is counted, not changed again.
       77  PD-ERASED-SURNAME            PIC X(20)
                                                  VALUE "ERASED".

       77  PD-ITEM-SUB                  PIC 9(4)  COMP     VALUE 0.
       77  PD-LINE-AMOUNT               PIC S9(11)V99     VALUE 0.
       77  PD-INVOICE-TOTAL             PIC S9(11)V99     VALUE 0.

       77  PD-MASTER-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-HIST-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-LOYALTY-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-ARCH-COUNT                PIC 9(7)  COMP     VALUE 0.
       77  PD-TENDER-COUNT              PIC 9(7)  COMP     VALUE 0.
       77  PD-AUDIT-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-ARCH-AUDIT-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-SUSPENSE-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-SUSP-TENDER-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-QUERY-COUNT               PIC 9(7)  COMP     VALUE 0.
       77  PD-CHANGED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-ALREADY-COUNT             PIC 9(7)  COMP     VALUE 0.

      * Every InvoiceNumber found for the customer on PURCH-HIST,
      * ARCHHIST and SUSPENSE, so the payment history, the audit files
      * and suspended tenders can be
      * matched to them.  Searched linearly, the way PDARCHIV
      * searches its archived-invoice table.
       77  PD-INV-COUNT                 PIC 9(4)  COMP     VALUE 0.
       77  PD-INV-SUB                   PIC 9(4)  COMP     VALUE 0.
       77  PD-MAX-INV                   PIC 9(4)  COMP     VALUE 5000.
       77  PD-INV-FOUND-SWITCH          PIC X(01)         VALUE "N".
           88  PD-INV-FOUND                                VALUE "Y".
       77  PD-INV-OVERFLOW              PIC 9(7)  COMP     VALUE 0.
       01  PD-INV-TABLE.
           05  PD-INV-NUMBER            PIC 9(8)  COMP
                                        OCCURS 5000 TIMES.

       77  PD-SEARCH-INVOICE            PIC 9(8)          VALUE 0.
       77  PD-AUDIT-LINE-INVOICE        PIC X(8)          VALUE SPACES.

      * One archived item, laid out as PH-ITEM, for printing.
       01  PD-ARCH-ITEM.
           05  PD-AX-ITEM-TYPE          PIC X.
           05  PD-AX-ITEM-CODE          PIC X(10).
           05  PD-AX-DESCRIPTION        PIC X(30).
           05  PD-AX-PRICE              PIC 9999V99.
           05  PD-AX-SELLBYDATE         PIC 9(8).
           05  PD-AX-COLOUR             PIC X(8).
           05  PD-AX-QUANTITY           PIC 9(6).

       01  PD-ACCESS-HEADING.
           05  FILLER                  PIC X(55) VALUE
             "PDSUBJCT - CUSTOMER SUBJECT-ACCESS REPORT".
       01  PD-ERASURE-HEADING.
           05  FILLER                  PIC X(55) VALUE
             "PDSUBJCT - CUSTOMER ERASURE CERTIFICATE".
       01  PD-CUSTOMER-HEADING.
           05  FILLER                  PIC X(11) VALUE "CUSTOMERID ".
           05  PD-CH-CUSTOMER-ID       PIC X(12).
           05  FILLER                  PIC X(03)         VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  PD-CH-RUN-DATE          PIC 9(8).
       01  PD-BLANK-LINE               PIC X(01)         VALUE SPACES.

       01  PD-SECTION-LINE.
           05  PD-SL-TITLE             PIC X(60).
       01  PD-NOT-HELD-LINE.
           05  FILLER                  PIC X(40) VALUE
             "  NOTHING HELD".

       01  PD-MASTER-LINE.
           05  FILLER                  PIC X(07) VALUE "  NAME ".
           05  PD-ML-SURNAME           PIC X(20).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-ML-INITIALS          PIC X(02).
           05  FILLER                  PIC X(17) VALUE
             "   FIRST INVOICE ".
           05  PD-ML-FIRST-INVOICE     PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
             "   INVOICES ".
           05  PD-ML-INVOICE-COUNT     PIC ZZZ,ZZ9.

       01  PD-INVOICE-LINE.
           05  FILLER                  PIC X(10) VALUE "  INVOICE ".
           05  PD-IV-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(08) VALUE "  TRADED".
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IV-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(08) VALUE "  STORE ".
           05  PD-IV-STORE-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(07) VALUE "  TILL ".
           05  PD-IV-TILL-NUMBER       PIC 9(3).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-IV-CREDIT-FLAG       PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  NAME ".
           05  PD-IV-SURNAME           PIC X(20).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IV-INITIALS          PIC X(02).

       01  PD-ITEM-LINE.
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  PD-IL-ITEM-CODE         PIC X(10).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-IL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-PRICE             PIC ZZZ9.99.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-QUANTITY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-IL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-INVOICE-TOTAL-LINE.
           05  FILLER                  PIC X(04)         VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE "INVOICE TOTAL . . . . . . :".
           05  PD-IT-TOTAL             PIC ZZ,ZZZ,ZZ9.99-.

       01  PD-LOYALTY-LINE.
           05  FILLER                  PIC X(07) VALUE "  NAME ".
           05  PD-LL-SURNAME           PIC X(20).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-LL-INITIALS          PIC X(02).
           05  FILLER                  PIC X(10) VALUE "   EARNED ".
           05  PD-LL-EARNED            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(12) VALUE
             "   REDEEMED ".
           05  PD-LL-REDEEMED          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(11) VALUE
             "   BALANCE ".
           05  PD-LL-BALANCE           PIC ZZZ,ZZZ,ZZ9-.

       01  PD-TENDER-LINE.
           05  FILLER                  PIC X(10) VALUE "  INVOICE ".
           05  PD-TL-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(05) VALUE " SEQ ".
           05  PD-TL-SEQ               PIC 9(2).
           05  FILLER                  PIC X(09) VALUE "  TRADED ".
           05  PD-TL-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(09) VALUE "  TENDER ".
           05  PD-TL-TENDER-TYPE       PIC X.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE "  CHANGE ".
           05  PD-TL-CHANGE            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-TL-REFERENCE         PIC X(20).

       01  PD-AUDIT-PRINT-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AP-TEXT              PIC X(130).

       01  PD-SUSPENSE-LINE.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SP-FEED              PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  TRADED ".
           05  PD-SP-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  INVOICE ".
           05  PD-SP-INVOICE-NUMBER    PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SP-STATUS            PIC X(11).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SP-REASON            PIC X(40).
           05  FILLER                  PIC X(07) VALUE "  NAME ".
           05  PD-SP-SURNAME           PIC X(20).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-SP-INITIALS          PIC X(02).

       01  PD-QUERY-LINE.
           05  FILLER                  PIC X(10) VALUE "  INVOICE ".
           05  PD-QL-INVOICE-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(09) VALUE "  TRADED ".
           05  PD-QL-TRADING-DATE      PIC 9(8).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-QL-STATUS            PIC X(07).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-QL-REASON            PIC X(45).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-QL-CLEARED-DATE      PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-QL-CLEARED-NOTE      PIC X(30).

       01  PD-CERT-HEADING.
           05  FILLER                  PIC X(80) VALUE
             "FILE      CUSTOMERID   INVOICE   ACTION".
       01  PD-CERT-LINE.
           05  PD-CT-FILE              PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CT-CUSTOMER-ID       PIC X(12).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-CT-INVOICE           PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CT-ACTION            PIC X(50).

       01  PD-CERT-NOTE-LINE.
           05  PD-CN-FILE              PIC X(08).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CN-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-CN-TEXT              PIC X(60).

       01  PD-REFUSAL-LINE.
           05  FILLER                  PIC X(18) VALUE
             "ERASURE REFUSED - ".
           05  PD-RL-REASON            PIC X(40).
           05  PD-RL-NUMBER            PIC ZZZ,ZZZ,ZZ9-.

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "CUSTMAST RECORDS  . . . . . :".
           05  PD-SUM-MASTER           PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "PURCHASE-HISTORY ROWS . . . :".
           05  PD-SUM-HIST             PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "LOYALTY RECORDS . . . . . . :".
           05  PD-SUM-LOYALTY          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "ARCHIVED ROWS . . . . . . . :".
           05  PD-SUM-ARCH             PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "PAYMENT TENDERS . . . . . . :".
           05  PD-SUM-TENDERS          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "AUDIT LINES . . . . . . . . :".
           05  PD-SUM-AUDIT            PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "ARCHIVED AUDIT LINES  . . . :".
           05  PD-SUM-ARCH-AUDIT       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "SUSPENSE ROWS . . . . . . . :".
           05  PD-SUM-SUSPENSE         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "REFUND QUERIES  . . . . . . :".
           05  PD-SUM-QUERIES          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30)
                   VALUE "RECORDS ANONYMISED  . . . . :".
           05  PD-SUM-CHANGED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-11.
           05  FILLER                  PIC X(30)
                   VALUE "ALREADY ANONYMISED  . . . . :".
           05  PD-SUM-ALREADY          PIC ZZZ,ZZ9.
       01  PD-NOTHING-CHANGED-LINE.
           05  FILLER                  PIC X(50) VALUE
             "NO RECORD HAS BEEN CHANGED".

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF PD-MODE-ERASE
               PERFORM 2000-CHECK-ERASURE
                   THRU 2000-CHECK-ERASURE-EXIT
               IF PD-ERASURE-REFUSED
                   WRITE SUBJECT-RPT-LINE FROM PD-NOTHING-CHANGED-LINE
                   PERFORM 8000-FINISH-UP
                       THRU 8000-FINISH-UP-EXIT
                   PERFORM 9999-EXIT
                       THRU 9999-EXIT-EXIT
               END-IF
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-HEADING
           END-IF.

           PERFORM 3000-CUSTOMER-MASTER
               THRU 3000-CUSTOMER-MASTER-EXIT.

           PERFORM 4000-PURCHASE-HISTORY
               THRU 4000-PURCHASE-HISTORY-EXIT.

           PERFORM 4500-LOYALTY-BALANCE
               THRU 4500-LOYALTY-BALANCE-EXIT.

           PERFORM 5000-ARCHIVED-HISTORY
               THRU 5000-ARCHIVED-HISTORY-EXIT.

      *    Suspense is taken before the payment history so the tenders
      *    of an invoice held only on suspense are listed too.
           PERFORM 5800-SUSPENSE-ROWS
               THRU 5800-SUSPENSE-ROWS-EXIT.

           PERFORM 5500-PAYMENT-HISTORY
               THRU 5500-PAYMENT-HISTORY-EXIT.

           PERFORM 6000-AUDIT-LINES
               THRU 6000-AUDIT-LINES-EXIT.

           PERFORM 6200-ARCHIVED-AUDIT-LINES
               THRU 6200-ARCHIVED-AUDIT-LINES-EXIT.

           IF PD-MODE-ACCESS
               PERFORM 6500-REFUND-QUERIES
                   THRU 6500-REFUND-QUERIES-EXIT
           END-IF.

           PERFORM 7000-PRINT-SUMMARY
               THRU 7000-PRINT-SUMMARY-EXIT.

           PERFORM 8000-FINISH-UP
               THRU 8000-FINISH-UP-EXIT.

           PERFORM 9999-EXIT
               THRU 9999-EXIT-EXIT.

      ******************************************************************
      *    1000-INITIALIZE                                             *
      *    An erasure run opens the files it changes I-O; a subject-   *
      *    access run opens everything INPUT.  The new archive         *
      *    generation is only opened once erasure has been allowed.    *
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO PD-RUN-PARM.
           ACCEPT PD-RUN-PARM FROM COMMAND-LINE.
           IF NOT PD-MODE-ACCESS AND NOT PD-MODE-ERASE
               DISPLAY "PDSUBJCT - PARAMETER MUST BE A <CUSTOMERID>"
                   " OR E <CUSTOMERID>"
               GO TO 9999-EXIT
           END-IF.
           IF PD-PARM-CUSTOMER-ID = SPACES
               DISPLAY "PDSUBJCT - CUSTOMERID MISSING"
               GO TO 9999-EXIT
           END-IF.
           MOVE PD-PARM-CUSTOMER-ID TO PD-TARGET-CUSTOMER-ID.
           ACCEPT PD-TODAY-CCYYMMDD FROM DATE YYYYMMDD.

           IF PD-MODE-ERASE
               OPEN I-O CUST-MASTER
           ELSE
               OPEN INPUT CUST-MASTER
           END-IF.
           IF CUST-MASTER-STATUS NOT = "00"
               DISPLAY "PDSUBJCT - UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUST-MASTER-STATUS
               GO TO 9999-EXIT
           END-IF.

           IF PD-MODE-ERASE
               OPEN I-O PURCH-HIST
           ELSE
               OPEN INPUT PURCH-HIST
           END-IF.
           IF PURCH-HIST-STATUS NOT = "00"
               DISPLAY "PDSUBJCT - UNABLE TO OPEN PURCHIST, STATUS = "
                   PURCH-HIST-STATUS
               GO TO 9999-EXIT
           END-IF.

           IF PD-MODE-ERASE
               OPEN I-O LOYAL-BAL
           ELSE
               OPEN INPUT LOYAL-BAL
           END-IF.
           IF LOYAL-BAL-STATUS = "35"
               SET PD-NO-LOYALTY TO TRUE
           ELSE
               IF LOYAL-BAL-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN LOYALBAL, "
                       "STATUS = " LOYAL-BAL-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT ARCH-HIST.
           IF ARCH-HIST-STATUS = "35"
               SET PD-NO-ARCHIVE TO TRUE
           ELSE
               IF ARCH-HIST-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN ARCHHIST, "
                       "STATUS = " ARCH-HIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT PAY-HIST.
           IF PAY-HIST-STATUS = "35"
               SET PD-NO-PAY-HIST TO TRUE
           ELSE
               IF PAY-HIST-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN PAYHIST, "
                       "STATUS = " PAY-HIST-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT AUDIT-IN.
           IF AUDIT-IN-STATUS = "35"
               SET PD-NO-AUDIT TO TRUE
           ELSE
               IF AUDIT-IN-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN PDAUDIT, "
                       "STATUS = " AUDIT-IN-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT ARCH-AUDIT.
           IF ARCH-AUDIT-STATUS = "35"
               SET PD-NO-ARCH-AUDIT TO TRUE
           ELSE
               IF ARCH-AUDIT-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN ARCHAUDT, "
                       "STATUS = " ARCH-AUDIT-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF PD-MODE-ERASE
               OPEN I-O SUSPENSE
           ELSE
               OPEN INPUT SUSPENSE
           END-IF.
           IF SUSPENSE-STATUS = "35"
               SET PD-NO-SUSPENSE TO TRUE
           ELSE
               IF SUSPENSE-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN SUSPENSE, "
                       "STATUS = " SUSPENSE-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN INPUT REF-QUERY.
           IF REF-QUERY-STATUS = "35"
               SET PD-NO-QUERIES TO TRUE
           ELSE
               IF REF-QUERY-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN REFQUERY, "
                       "STATUS = " REF-QUERY-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT SUBJECT-RPT.

           IF PD-MODE-ERASE
               WRITE SUBJECT-RPT-LINE FROM PD-ERASURE-HEADING
           ELSE
               WRITE SUBJECT-RPT-LINE FROM PD-ACCESS-HEADING
           END-IF.
           MOVE PD-TARGET-CUSTOMER-ID TO PD-CH-CUSTOMER-ID.
           MOVE PD-TODAY-CCYYMMDD     TO PD-CH-RUN-DATE.
           WRITE SUBJECT-RPT-LINE FROM PD-CUSTOMER-HEADING.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-ERASURE                                          *
      *    Erasure is refused while points are still owed to or by     *
      *    the customer, or while any credit basket of theirs is       *
      *    still open on the refund-query file.  Every reason found    *
      *    is listed before anything is touched.                       *
      ******************************************************************
       2000-CHECK-ERASURE.
           IF PD-NO-LOYALTY
               GO TO 2000-CHECK-ERASURE-QUERIES
           END-IF.
           MOVE PD-TARGET-CUSTOMER-ID TO LB-CUSTOMER-ID.
           READ LOYAL-BAL
               KEY IS LB-CUSTOMER-ID
               INVALID KEY
                   GO TO 2000-CHECK-ERASURE-QUERIES
           END-READ.
           IF LB-POINTS-BALANCE NOT = 0
               SET PD-ERASURE-REFUSED TO TRUE
               MOVE "LOYALTY BALANCE STILL HELD - POINTS"
                   TO PD-RL-REASON
               MOVE LB-POINTS-BALANCE TO PD-RL-NUMBER
               WRITE SUBJECT-RPT-LINE FROM PD-REFUSAL-LINE
           END-IF.

       2000-CHECK-ERASURE-QUERIES.
           IF PD-NO-QUERIES
               GO TO 2000-CHECK-ERASURE-EXIT
           END-IF.
           MOVE "N" TO PD-QUERY-DONE-SWITCH.
           MOVE PD-TARGET-CUSTOMER-ID TO RQ-CUSTOMER-ID.
           MOVE 0                     TO RQ-INVOICE-NUMBER.
           START REF-QUERY
               KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   GO TO 2000-CHECK-ERASURE-EXIT
           END-START.

           PERFORM 2100-CHECK-ONE-QUERY
               THRU 2100-CHECK-ONE-QUERY-EXIT
               UNTIL PD-QUERY-DONE.
       2000-CHECK-ERASURE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CHECK-ONE-QUERY                                        *
      ******************************************************************
       2100-CHECK-ONE-QUERY.
           READ REF-QUERY NEXT
               AT END
                   SET PD-QUERY-DONE TO TRUE
                   GO TO 2100-CHECK-ONE-QUERY-EXIT
           END-READ.
           IF RQ-CUSTOMER-ID NOT = PD-TARGET-CUSTOMER-ID
               SET PD-QUERY-DONE TO TRUE
               GO TO 2100-CHECK-ONE-QUERY-EXIT
           END-IF.

           IF RQ-OPEN
               SET PD-ERASURE-REFUSED TO TRUE
               MOVE "CREDIT BASKET UNDER QUERY - INVOICE"
                   TO PD-RL-REASON
               MOVE RQ-INVOICE-NUMBER TO PD-RL-NUMBER
               WRITE SUBJECT-RPT-LINE FROM PD-REFUSAL-LINE
           END-IF.
       2100-CHECK-ONE-QUERY-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CUSTOMER-MASTER                                        *
      ******************************************************************
       3000-CUSTOMER-MASTER.
           IF PD-MODE-ACCESS
               MOVE "CUSTOMER MASTER (CUSTMAST)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           MOVE PD-TARGET-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUST-MASTER
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   IF PD-MODE-ACCESS
                       WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
                       WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
                   END-IF
                   GO TO 3000-CUSTOMER-MASTER-EXIT
           END-READ.
           ADD 1 TO PD-MASTER-COUNT.

           IF PD-MODE-ACCESS
               MOVE CM-CUSTOMER-SURNAME     TO PD-ML-SURNAME
               MOVE CM-CUSTOMER-INITIAL-1   TO PD-ML-INITIALS(1:1)
               MOVE CM-CUSTOMER-INITIAL-2   TO PD-ML-INITIALS(2:1)
               MOVE CM-FIRST-INVOICE-NUMBER TO PD-ML-FIRST-INVOICE
               MOVE CM-INVOICE-COUNT        TO PD-ML-INVOICE-COUNT
               WRITE SUBJECT-RPT-LINE FROM PD-MASTER-LINE
               WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
               GO TO 3000-CUSTOMER-MASTER-EXIT
           END-IF.

           IF CM-CUSTOMER-SURNAME = PD-ERASED-SURNAME
                   AND CM-CUSTOMER-INITIAL-1 = SPACE
                   AND CM-CUSTOMER-INITIAL-2 = SPACE
               ADD 1 TO PD-ALREADY-COUNT
               GO TO 3000-CUSTOMER-MASTER-EXIT
           END-IF.
           MOVE PD-ERASED-SURNAME TO CM-CUSTOMER-SURNAME.
           MOVE SPACE             TO CM-CUSTOMER-INITIAL-1.
           MOVE SPACE             TO CM-CUSTOMER-INITIAL-2.
           REWRITE CUST-MASTER-REC.
           MOVE "CUSTMAST" TO PD-CT-FILE.
           MOVE SPACES     TO PD-CT-INVOICE.
           MOVE "NAME ANONYMISED" TO PD-CT-ACTION.
           PERFORM 7500-WRITE-CERT-LINE
               THRU 7500-WRITE-CERT-LINE-EXIT.
       3000-CUSTOMER-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PURCHASE-HISTORY                                       *
      *    Walks the customer's PURCH-HIST rows by primary key,        *
      *    noting every InvoiceNumber for the later files.             *
      ******************************************************************
       4000-PURCHASE-HISTORY.
           IF PD-MODE-ACCESS
               MOVE "PURCHASE HISTORY (PURCHIST)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           MOVE "N" TO PD-HIST-DONE-SWITCH.
           MOVE PD-TARGET-CUSTOMER-ID TO PH-CUSTOMER-ID.
           MOVE 0                     TO PH-INVOICE-NUMBER.
           START PURCH-HIST
               KEY IS NOT LESS THAN PH-PRIMARY-KEY
               INVALID KEY
                   SET PD-HIST-DONE TO TRUE
           END-START.

           PERFORM 4100-ONE-HISTORY-ROW
               THRU 4100-ONE-HISTORY-ROW-EXIT
               UNTIL PD-HIST-DONE.

           IF PD-MODE-ACCESS
               IF PD-HIST-COUNT = 0
                   WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
               END-IF
               WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
           END-IF.
       4000-PURCHASE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    4100-ONE-HISTORY-ROW                                        *
      *    Prints the row with its items, or on an erasure run         *
      *    REWRITEs it under the anonymised name - the primary key,    *
      *    items and amounts are untouched.                            *
      ******************************************************************
       4100-ONE-HISTORY-ROW.
           READ PURCH-HIST NEXT
               AT END
                   SET PD-HIST-DONE TO TRUE
                   GO TO 4100-ONE-HISTORY-ROW-EXIT
           END-READ.
           IF PH-CUSTOMER-ID NOT = PD-TARGET-CUSTOMER-ID
               SET PD-HIST-DONE TO TRUE
               GO TO 4100-ONE-HISTORY-ROW-EXIT
           END-IF.
           ADD 1 TO PD-HIST-COUNT.

           MOVE PH-INVOICE-NUMBER TO PD-SEARCH-INVOICE.
           PERFORM 4900-NOTE-INVOICE
               THRU 4900-NOTE-INVOICE-EXIT.

           IF PD-MODE-ACCESS
               MOVE SPACES TO PD-INVOICE-LINE
               MOVE PH-INVOICE-NUMBER     TO PD-IV-INVOICE-NUMBER
               MOVE PH-TRADING-DATE       TO PD-IV-TRADING-DATE
               MOVE PH-STORE-NUMBER       TO PD-IV-STORE-NUMBER
               MOVE PH-TILL-NUMBER        TO PD-IV-TILL-NUMBER
               IF PH-CREDIT
                   MOVE "*CREDIT*" TO PD-IV-CREDIT-FLAG
               END-IF
               MOVE PH-CUSTOMER-SURNAME   TO PD-IV-SURNAME
               MOVE PH-CUSTOMER-INITIAL-1 TO PD-IV-INITIALS(1:1)
               MOVE PH-CUSTOMER-INITIAL-2 TO PD-IV-INITIALS(2:1)
               WRITE SUBJECT-RPT-LINE FROM PD-INVOICE-LINE
               MOVE 0 TO PD-INVOICE-TOTAL
               PERFORM 4200-PRINT-HISTORY-ITEM
                   THRU 4200-PRINT-HISTORY-ITEM-EXIT
                   VARYING PD-ITEM-SUB FROM 1 BY 1
                   UNTIL PD-ITEM-SUB > PH-ITEM-COUNT
               IF PH-CREDIT
                   COMPUTE PD-INVOICE-TOTAL = 0 - PD-INVOICE-TOTAL
               END-IF
               MOVE PD-INVOICE-TOTAL TO PD-IT-TOTAL
               WRITE SUBJECT-RPT-LINE FROM PD-INVOICE-TOTAL-LINE
               GO TO 4100-ONE-HISTORY-ROW-EXIT
           END-IF.

           IF PH-CUSTOMER-SURNAME = PD-ERASED-SURNAME
                   AND PH-CUSTOMER-INITIAL-1 = SPACE
                   AND PH-CUSTOMER-INITIAL-2 = SPACE
               ADD 1 TO PD-ALREADY-COUNT
               GO TO 4100-ONE-HISTORY-ROW-EXIT
           END-IF.
           MOVE PD-ERASED-SURNAME TO PH-CUSTOMER-SURNAME.
           MOVE SPACE             TO PH-CUSTOMER-INITIAL-1.
           MOVE SPACE             TO PH-CUSTOMER-INITIAL-2.
           REWRITE PURCH-HIST-REC.
           MOVE "PURCHIST"        TO PD-CT-FILE.
           MOVE PH-INVOICE-NUMBER TO PD-CT-INVOICE.
           MOVE "NAME ANONYMISED - INVOICE AND AMOUNTS KEPT"
               TO PD-CT-ACTION.
           PERFORM 7500-WRITE-CERT-LINE
               THRU 7500-WRITE-CERT-LINE-EXIT.
       4100-ONE-HISTORY-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    4200-PRINT-HISTORY-ITEM                                     *
      ******************************************************************
       4200-PRINT-HISTORY-ITEM.
           COMPUTE PD-LINE-AMOUNT =
               PH-PRICE (PD-ITEM-SUB) * PH-QUANTITY (PD-ITEM-SUB).
           ADD PD-LINE-AMOUNT TO PD-INVOICE-TOTAL.

           MOVE SPACES TO PD-ITEM-LINE.
           MOVE PH-ITEM-CODE (PD-ITEM-SUB)       TO PD-IL-ITEM-CODE.
           MOVE PH-DESCRIPTION (PD-ITEM-SUB)     TO PD-IL-DESCRIPTION.
           MOVE PH-PRICE (PD-ITEM-SUB)           TO PD-IL-PRICE.
           MOVE PH-QUANTITY (PD-ITEM-SUB)        TO PD-IL-QUANTITY.
           MOVE PD-LINE-AMOUNT                   TO PD-IL-AMOUNT.
           WRITE SUBJECT-RPT-LINE FROM PD-ITEM-LINE.
       4200-PRINT-HISTORY-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    4500-LOYALTY-BALANCE                                        *
      *    An erasure only gets this far with a nil balance, so the    *
      *    points history is kept and only the name is anonymised.     *
      ******************************************************************
       4500-LOYALTY-BALANCE.
           IF PD-MODE-ACCESS
               MOVE "LOYALTY BALANCE (LOYALBAL)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF PD-NO-LOYALTY
               GO TO 4500-LOYALTY-NOT-HELD
           END-IF.
           MOVE PD-TARGET-CUSTOMER-ID TO LB-CUSTOMER-ID.
           READ LOYAL-BAL
               KEY IS LB-CUSTOMER-ID
               INVALID KEY
                   GO TO 4500-LOYALTY-NOT-HELD
           END-READ.
           ADD 1 TO PD-LOYALTY-COUNT.

           IF PD-MODE-ACCESS
               MOVE LB-CUSTOMER-SURNAME   TO PD-LL-SURNAME
               MOVE LB-CUSTOMER-INITIAL-1 TO PD-LL-INITIALS(1:1)
               MOVE LB-CUSTOMER-INITIAL-2 TO PD-LL-INITIALS(2:1)
               MOVE LB-POINTS-EARNED      TO PD-LL-EARNED
               MOVE LB-POINTS-REDEEMED    TO PD-LL-REDEEMED
               MOVE LB-POINTS-BALANCE     TO PD-LL-BALANCE
               WRITE SUBJECT-RPT-LINE FROM PD-LOYALTY-LINE
               WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
               GO TO 4500-LOYALTY-BALANCE-EXIT
           END-IF.

           IF LB-CUSTOMER-SURNAME = PD-ERASED-SURNAME
                   AND LB-CUSTOMER-INITIAL-1 = SPACE
                   AND LB-CUSTOMER-INITIAL-2 = SPACE
               ADD 1 TO PD-ALREADY-COUNT
               GO TO 4500-LOYALTY-BALANCE-EXIT
           END-IF.
           MOVE PD-ERASED-SURNAME TO LB-CUSTOMER-SURNAME.
           MOVE SPACE             TO LB-CUSTOMER-INITIAL-1.
           MOVE SPACE             TO LB-CUSTOMER-INITIAL-2.
           REWRITE LOYAL-BAL-REC.
           MOVE "LOYALBAL" TO PD-CT-FILE.
           MOVE SPACES     TO PD-CT-INVOICE.
           MOVE "NAME ANONYMISED - POINTS HISTORY KEPT"
               TO PD-CT-ACTION.
           PERFORM 7500-WRITE-CERT-LINE
               THRU 7500-WRITE-CERT-LINE-EXIT.
           GO TO 4500-LOYALTY-BALANCE-EXIT.

       4500-LOYALTY-NOT-HELD.
           IF PD-MODE-ACCESS
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
               WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
           END-IF.
       4500-LOYALTY-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      *    4900-NOTE-INVOICE                                           *
      *    Adds PD-SEARCH-INVOICE to the customer's invoice table.     *
      ******************************************************************
       4900-NOTE-INVOICE.
           IF PD-INV-COUNT NOT < PD-MAX-INV
               ADD 1 TO PD-INV-OVERFLOW
               GO TO 4900-NOTE-INVOICE-EXIT
           END-IF.
           ADD 1 TO PD-INV-COUNT.
           MOVE PD-SEARCH-INVOICE TO PD-INV-NUMBER (PD-INV-COUNT).
       4900-NOTE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    4950-SEARCH-ONE-INVOICE                                     *
      ******************************************************************
       4950-SEARCH-ONE-INVOICE.
           IF PD-INV-NUMBER (PD-INV-SUB) = PD-SEARCH-INVOICE
               SET PD-INV-FOUND TO TRUE
           END-IF.
       4950-SEARCH-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    5000-ARCHIVED-HISTORY                                       *
      *    Reads the whole archive.  On an erasure run every row is    *
      *    copied to the new generation, the customer's rows under     *
      *    the anonymised name.                                        *
      ******************************************************************
       5000-ARCHIVED-HISTORY.
           IF PD-MODE-ACCESS
               MOVE "ARCHIVED PURCHASE HISTORY (ARCHHIST)"
                   TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF PD-NO-ARCHIVE
               IF PD-MODE-ACCESS
                   WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
                   WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE
               END-IF
               GO TO 5000-ARCHIVED-HISTORY-EXIT
           END-IF.

           IF PD-MODE-ERASE
               OPEN OUTPUT ARCH-OUT
               IF ARCH-OUT-STATUS NOT = "00"
                   DISPLAY "PDSUBJCT - UNABLE TO OPEN ARCHHSTO, "
                       "STATUS = " ARCH-OUT-STATUS
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           PERFORM 5100-ONE-ARCHIVED-ROW
               THRU 5100-ONE-ARCHIVED-ROW-EXIT
               UNTIL PD-ARCH-EOF.

           IF PD-MODE-ERASE
               CLOSE ARCH-OUT
               MOVE "ARCHHSTO" TO PD-CN-FILE
               MOVE 0          TO PD-CN-COUNT
               MOVE "NEW ARCHIVE GENERATION - SWAP IN FOR ARCHHIST"
                   TO PD-CN-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-NOTE-LINE
               GO TO 5000-ARCHIVED-HISTORY-EXIT
           END-IF.

           IF PD-ARCH-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       5000-ARCHIVED-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    5100-ONE-ARCHIVED-ROW                                       *
      ******************************************************************
       5100-ONE-ARCHIVED-ROW.
           READ ARCH-HIST
               AT END
                   SET PD-ARCH-EOF TO TRUE
                   GO TO 5100-ONE-ARCHIVED-ROW-EXIT
           END-READ.

           IF AH-CUSTOMER-ID = PD-TARGET-CUSTOMER-ID
               ADD 1 TO PD-ARCH-COUNT
               MOVE AH-INVOICE-NUMBER TO PD-SEARCH-INVOICE
               PERFORM 4900-NOTE-INVOICE
                   THRU 4900-NOTE-INVOICE-EXIT
               IF PD-MODE-ACCESS
                   PERFORM 5200-PRINT-ARCHIVED-ROW
                       THRU 5200-PRINT-ARCHIVED-ROW-EXIT
               ELSE
                   PERFORM 5400-ERASE-ARCHIVED-ROW
                       THRU 5400-ERASE-ARCHIVED-ROW-EXIT
               END-IF
           END-IF.

      *    AO-ITEM-COUNT must be set before the group MOVE - it
      *    governs how much of the new row the MOVE fills and the
      *    WRITE puts out.
           IF PD-MODE-ERASE
               MOVE AH-ITEM-COUNT TO AO-ITEM-COUNT
               MOVE ARCH-HIST-REC TO ARCH-OUT-REC
               WRITE ARCH-OUT-REC
           END-IF.
       5100-ONE-ARCHIVED-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5200-PRINT-ARCHIVED-ROW                                     *
      ******************************************************************
       5200-PRINT-ARCHIVED-ROW.
           MOVE SPACES TO PD-INVOICE-LINE.
           MOVE AH-INVOICE-NUMBER     TO PD-IV-INVOICE-NUMBER.
           MOVE AH-TRADING-DATE       TO PD-IV-TRADING-DATE.
           MOVE AH-STORE-NUMBER       TO PD-IV-STORE-NUMBER.
           MOVE AH-TILL-NUMBER        TO PD-IV-TILL-NUMBER.
           IF AH-CREDIT
               MOVE "*CREDIT*" TO PD-IV-CREDIT-FLAG
           END-IF.
           MOVE AH-CUSTOMER-SURNAME   TO PD-IV-SURNAME.
           MOVE AH-CUSTOMER-INITIAL-1 TO PD-IV-INITIALS(1:1).
           MOVE AH-CUSTOMER-INITIAL-2 TO PD-IV-INITIALS(2:1).
           WRITE SUBJECT-RPT-LINE FROM PD-INVOICE-LINE.

           MOVE 0 TO PD-INVOICE-TOTAL.
           PERFORM 5300-PRINT-ARCHIVED-ITEM
               THRU 5300-PRINT-ARCHIVED-ITEM-EXIT
               VARYING PD-ITEM-SUB FROM 1 BY 1
               UNTIL PD-ITEM-SUB > AH-ITEM-COUNT.
           IF AH-CREDIT
               COMPUTE PD-INVOICE-TOTAL = 0 - PD-INVOICE-TOTAL
           END-IF.
           MOVE PD-INVOICE-TOTAL TO PD-IT-TOTAL.
           WRITE SUBJECT-RPT-LINE FROM PD-INVOICE-TOTAL-LINE.
       5200-PRINT-ARCHIVED-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5300-PRINT-ARCHIVED-ITEM                                    *
      ******************************************************************
       5300-PRINT-ARCHIVED-ITEM.
           MOVE AH-ITEM (PD-ITEM-SUB) TO PD-ARCH-ITEM.
           COMPUTE PD-LINE-AMOUNT = PD-AX-PRICE * PD-AX-QUANTITY.
           ADD PD-LINE-AMOUNT TO PD-INVOICE-TOTAL.

           MOVE SPACES TO PD-ITEM-LINE.
           MOVE PD-AX-ITEM-CODE   TO PD-IL-ITEM-CODE.
           MOVE PD-AX-DESCRIPTION TO PD-IL-DESCRIPTION.
           MOVE PD-AX-PRICE       TO PD-IL-PRICE.
           MOVE PD-AX-QUANTITY    TO PD-IL-QUANTITY.
           MOVE PD-LINE-AMOUNT    TO PD-IL-AMOUNT.
           WRITE SUBJECT-RPT-LINE FROM PD-ITEM-LINE.
       5300-PRINT-ARCHIVED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    5400-ERASE-ARCHIVED-ROW                                     *
      ******************************************************************
       5400-ERASE-ARCHIVED-ROW.
           IF AH-CUSTOMER-SURNAME = PD-ERASED-SURNAME
                   AND AH-CUSTOMER-INITIAL-1 = SPACE
                   AND AH-CUSTOMER-INITIAL-2 = SPACE
               ADD 1 TO PD-ALREADY-COUNT
               GO TO 5400-ERASE-ARCHIVED-ROW-EXIT
           END-IF.
           MOVE PD-ERASED-SURNAME TO AH-CUSTOMER-SURNAME.
           MOVE SPACE             TO AH-CUSTOMER-INITIAL-1.
           MOVE SPACE             TO AH-CUSTOMER-INITIAL-2.
           MOVE "ARCHHIST"        TO PD-CT-FILE.
           MOVE AH-INVOICE-NUMBER TO PD-CT-INVOICE.
           MOVE "NAME ANONYMISED - INVOICE AND AMOUNTS KEPT"
               TO PD-CT-ACTION.
           PERFORM 7500-WRITE-CERT-LINE
               THRU 7500-WRITE-CERT-LINE-EXIT.
       5400-ERASE-ARCHIVED-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5500-PAYMENT-HISTORY                                        *
      *    Lists the tenders of every invoice found.  The payment      *
      *    history holds no name, so an erasure run only counts them   *
      *    for the certificate.  Card numbers are not printed.         *
      ******************************************************************
       5500-PAYMENT-HISTORY.
           IF PD-MODE-ACCESS
               MOVE "PAYMENTS (PAYHIST)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF NOT PD-NO-PAY-HIST
               PERFORM 5600-TENDERS-FOR-INVOICE
                   THRU 5600-TENDERS-FOR-INVOICE-EXIT
                   VARYING PD-INV-SUB FROM 1 BY 1
                   UNTIL PD-INV-SUB > PD-INV-COUNT
           END-IF.

           IF PD-MODE-ERASE
               MOVE "PAYHIST"       TO PD-CN-FILE
               MOVE PD-TENDER-COUNT TO PD-CN-COUNT
               MOVE "TENDERS HOLD NO NAME - LEFT UNCHANGED"
                   TO PD-CN-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-NOTE-LINE
               GO TO 5500-PAYMENT-HISTORY-EXIT
           END-IF.

           IF PD-TENDER-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       5500-PAYMENT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    5600-TENDERS-FOR-INVOICE                                    *
      ******************************************************************
       5600-TENDERS-FOR-INVOICE.
           MOVE "N" TO PD-TENDER-DONE-SWITCH.
           MOVE PD-INV-NUMBER (PD-INV-SUB) TO PY-INVOICE-NUMBER.
           MOVE 0                          TO PY-TENDER-SEQ.
           START PAY-HIST
               KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   GO TO 5600-TENDERS-FOR-INVOICE-EXIT
           END-START.

           PERFORM 5700-ONE-TENDER
               THRU 5700-ONE-TENDER-EXIT
               UNTIL PD-TENDER-DONE.
       5600-TENDERS-FOR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      *    5700-ONE-TENDER                                             *
      ******************************************************************
       5700-ONE-TENDER.
           READ PAY-HIST NEXT
               AT END
                   SET PD-TENDER-DONE TO TRUE
                   GO TO 5700-ONE-TENDER-EXIT
           END-READ.
           IF PY-INVOICE-NUMBER NOT = PD-INV-NUMBER (PD-INV-SUB)
               SET PD-TENDER-DONE TO TRUE
               GO TO 5700-ONE-TENDER-EXIT
           END-IF.
           ADD 1 TO PD-TENDER-COUNT.

           IF PD-MODE-ERASE
               GO TO 5700-ONE-TENDER-EXIT
           END-IF.

           MOVE SPACES TO PD-TENDER-LINE.
           MOVE PY-INVOICE-NUMBER  TO PD-TL-INVOICE-NUMBER.
           MOVE PY-TENDER-SEQ      TO PD-TL-SEQ.
           MOVE PY-TRADING-DATE    TO PD-TL-TRADING-DATE.
           MOVE PY-TENDER-TYPE     TO PD-TL-TENDER-TYPE.
           MOVE PY-AMOUNT-TENDERED TO PD-TL-AMOUNT.
           MOVE PY-CHANGE-GIVEN    TO PD-TL-CHANGE.
           IF PY-CARD
               MOVE "CARD NUMBER HELD" TO PD-TL-REFERENCE
           ELSE
               MOVE PY-REFERENCE       TO PD-TL-REFERENCE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-TENDER-LINE.
       5700-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    5800-SUSPENSE-ROWS                                          *
      *    Reads the whole reject suspense file.  A purchase row is    *
      *    the customer's when its held image carries the CustomerId;  *
      *    its invoice is noted, and the purchase rows all come ahead  *
      *    of the tender rows, so a tender row is the customer's when  *
      *    its invoice is one already found.  Resolved rows count too  *
      *    - the image is still held.  An erasure run anonymises the   *
      *    name in every purchase image of the customer's, whatever    *
      *    the row's state, so a later re-entry carries it no further. *
      ******************************************************************
       5800-SUSPENSE-ROWS.
           IF PD-MODE-ACCESS
               MOVE "REJECT SUSPENSE (SUSPENSE)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF PD-NO-SUSPENSE
               GO TO 5800-SUSPENSE-ROWS-NOTE
           END-IF.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE
               KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   SET PD-SUSPENSE-EOF TO TRUE
           END-START.
           PERFORM 5900-ONE-SUSPENSE-ROW
               THRU 5900-ONE-SUSPENSE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.

       5800-SUSPENSE-ROWS-NOTE.
           IF PD-MODE-ERASE
               MOVE "SUSPENSE"           TO PD-CN-FILE
               MOVE PD-SUSP-TENDER-COUNT TO PD-CN-COUNT
               MOVE "SUSPENDED TENDERS HOLD NO NAME - LEFT UNCHANGED"
                   TO PD-CN-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-NOTE-LINE
               GO TO 5800-SUSPENSE-ROWS-EXIT
           END-IF.

           IF PD-SUSPENSE-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       5800-SUSPENSE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      *    5900-ONE-SUSPENSE-ROW                                       *
      ******************************************************************
       5900-ONE-SUSPENSE-ROW.
           READ SUSPENSE NEXT
               AT END
                   SET PD-SUSPENSE-EOF TO TRUE
                   GO TO 5900-ONE-SUSPENSE-ROW-EXIT
           END-READ.
           IF SU-DATA-INVOICE NOT NUMERIC
               GO TO 5900-ONE-SUSPENSE-ROW-EXIT
           END-IF.
           MOVE SU-DATA-INVOICE TO PD-SEARCH-INVOICE.
           MOVE "N" TO PD-INV-FOUND-SWITCH.
           PERFORM 4950-SEARCH-ONE-INVOICE
               THRU 4950-SEARCH-ONE-INVOICE-EXIT
               VARYING PD-INV-SUB FROM 1 BY 1
               UNTIL PD-INV-SUB > PD-INV-COUNT
                   OR PD-INV-FOUND.

           IF SU-TENDER
               IF NOT PD-INV-FOUND
                   GO TO 5900-ONE-SUSPENSE-ROW-EXIT
               END-IF
               ADD 1 TO PD-SUSPENSE-COUNT
               ADD 1 TO PD-SUSP-TENDER-COUNT
               GO TO 5900-ONE-SUSPENSE-ROW-PRINT
           END-IF.

           IF SU-DATA-CUSTOMER-ID NOT = PD-TARGET-CUSTOMER-ID
               GO TO 5900-ONE-SUSPENSE-ROW-EXIT
           END-IF.
           ADD 1 TO PD-SUSPENSE-COUNT.
           IF NOT PD-INV-FOUND
               PERFORM 4900-NOTE-INVOICE
                   THRU 4900-NOTE-INVOICE-EXIT
           END-IF.

           IF PD-MODE-ACCESS
               GO TO 5900-ONE-SUSPENSE-ROW-PRINT
           END-IF.
           IF SU-DATA-SURNAME = PD-ERASED-SURNAME
                   AND SU-DATA-INITIALS = SPACES
               ADD 1 TO PD-ALREADY-COUNT
               GO TO 5900-ONE-SUSPENSE-ROW-EXIT
           END-IF.
           MOVE PD-ERASED-SURNAME TO SU-DATA-SURNAME.
           MOVE SPACES            TO SU-DATA-INITIALS.
           REWRITE SUSPENSE-REC.
           MOVE "SUSPENSE"        TO PD-CT-FILE.
           MOVE SU-KEY-INVOICE    TO PD-CT-INVOICE.
           MOVE "NAME ANONYMISED IN HELD PURCHASE IMAGE"
               TO PD-CT-ACTION.
           PERFORM 7500-WRITE-CERT-LINE
               THRU 7500-WRITE-CERT-LINE-EXIT.
           GO TO 5900-ONE-SUSPENSE-ROW-EXIT.

       5900-ONE-SUSPENSE-ROW-PRINT.
           IF PD-MODE-ERASE
               GO TO 5900-ONE-SUSPENSE-ROW-EXIT
           END-IF.
           MOVE SPACES TO PD-SUSPENSE-LINE.
           IF SU-PURCHASE
               MOVE "PURCHASE"       TO PD-SP-FEED
               MOVE SU-DATA-SURNAME  TO PD-SP-SURNAME
               MOVE SU-DATA-INITIALS TO PD-SP-INITIALS
           ELSE
               MOVE "TENDER"         TO PD-SP-FEED
           END-IF.
           MOVE SU-TRADING-DATE   TO PD-SP-TRADING-DATE.
           MOVE SU-INVOICE-NUMBER TO PD-SP-INVOICE-NUMBER.
           EVALUATE TRUE
               WHEN SU-OPEN
                   MOVE "OPEN"        TO PD-SP-STATUS
               WHEN SU-CORRECTED
                   MOVE "CORRECTED"   TO PD-SP-STATUS
               WHEN SU-RELEASED
                   MOVE "RELEASED"    TO PD-SP-STATUS
               WHEN SU-RE-ENTERED
                   MOVE "RE-ENTERED"  TO PD-SP-STATUS
               WHEN SU-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO PD-SP-STATUS
           END-EVALUATE.
           MOVE SU-REASON TO PD-SP-REASON.
           WRITE SUBJECT-RPT-LINE FROM PD-SUSPENSE-LINE.
       5900-ONE-SUSPENSE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6000-AUDIT-LINES                                            *
      *    Picks out the PDAUDIT before/after lines that belong to     *
      *    the customer's invoices.  They hold no name, so an erasure  *
      *    run only counts them for the certificate.                   *
      ******************************************************************
       6000-AUDIT-LINES.
           IF PD-MODE-ACCESS
               MOVE "CORRECTION AUDIT (PDAUDIT)" TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF NOT PD-NO-AUDIT
               PERFORM 6100-ONE-AUDIT-LINE
                   THRU 6100-ONE-AUDIT-LINE-EXIT
                   UNTIL PD-AUDIT-EOF
           END-IF.

           IF PD-MODE-ERASE
               MOVE "PDAUDIT"      TO PD-CN-FILE
               MOVE PD-AUDIT-COUNT TO PD-CN-COUNT
               MOVE "AUDIT LINES HOLD NO NAME - LEFT UNCHANGED"
                   TO PD-CN-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-NOTE-LINE
               GO TO 6000-AUDIT-LINES-EXIT
           END-IF.

           IF PD-AUDIT-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       6000-AUDIT-LINES-EXIT.
           EXIT.

      ******************************************************************
      *    6100-ONE-AUDIT-LINE                                         *
      *    A detail line leads with the 8-digit InvoiceNumber; the     *
      *    heading line is skipped.                                    *
      ******************************************************************
       6100-ONE-AUDIT-LINE.
           READ AUDIT-IN
               AT END
                   SET PD-AUDIT-EOF TO TRUE
                   GO TO 6100-ONE-AUDIT-LINE-EXIT
           END-READ.

           MOVE AUDIT-IN-LINE (1:8) TO PD-AUDIT-LINE-INVOICE.
           IF PD-AUDIT-LINE-INVOICE NOT NUMERIC
               GO TO 6100-ONE-AUDIT-LINE-EXIT
           END-IF.
           MOVE PD-AUDIT-LINE-INVOICE TO PD-SEARCH-INVOICE.
           MOVE "N" TO PD-INV-FOUND-SWITCH.
           PERFORM 4950-SEARCH-ONE-INVOICE
               THRU 4950-SEARCH-ONE-INVOICE-EXIT
               VARYING PD-INV-SUB FROM 1 BY 1
               UNTIL PD-INV-SUB > PD-INV-COUNT
                   OR PD-INV-FOUND.
           IF NOT PD-INV-FOUND
               GO TO 6100-ONE-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO PD-AUDIT-COUNT.

           IF PD-MODE-ACCESS
               MOVE AUDIT-IN-LINE (1:130) TO PD-AP-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-AUDIT-PRINT-LINE
           END-IF.
       6100-ONE-AUDIT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6200-ARCHIVED-AUDIT-LINES                                   *
      *    The same for the audit lines PDARCHIV has moved to the      *
      *    audit archive.                                              *
      ******************************************************************
       6200-ARCHIVED-AUDIT-LINES.
           IF PD-MODE-ACCESS
               MOVE "ARCHIVED CORRECTION AUDIT (ARCHAUDT)"
                   TO PD-SL-TITLE
               WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE
           END-IF.

           IF NOT PD-NO-ARCH-AUDIT
               PERFORM 6300-ONE-ARCHIVED-AUDIT-LINE
                   THRU 6300-ONE-ARCHIVED-AUDIT-LINE-EXIT
                   UNTIL PD-ARCH-AUDIT-EOF
           END-IF.

           IF PD-MODE-ERASE
               MOVE "ARCHAUDT"          TO PD-CN-FILE
               MOVE PD-ARCH-AUDIT-COUNT TO PD-CN-COUNT
               MOVE "AUDIT LINES HOLD NO NAME - LEFT UNCHANGED"
                   TO PD-CN-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-CERT-NOTE-LINE
               GO TO 6200-ARCHIVED-AUDIT-LINES-EXIT
           END-IF.

           IF PD-ARCH-AUDIT-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       6200-ARCHIVED-AUDIT-LINES-EXIT.
           EXIT.

      ******************************************************************
      *    6300-ONE-ARCHIVED-AUDIT-LINE                                *
      ******************************************************************
       6300-ONE-ARCHIVED-AUDIT-LINE.
           READ ARCH-AUDIT
               AT END
                   SET PD-ARCH-AUDIT-EOF TO TRUE
                   GO TO 6300-ONE-ARCHIVED-AUDIT-LINE-EXIT
           END-READ.

           MOVE ARCH-AUDIT-LINE (1:8) TO PD-AUDIT-LINE-INVOICE.
           IF PD-AUDIT-LINE-INVOICE NOT NUMERIC
               GO TO 6300-ONE-ARCHIVED-AUDIT-LINE-EXIT
           END-IF.
           MOVE PD-AUDIT-LINE-INVOICE TO PD-SEARCH-INVOICE.
           MOVE "N" TO PD-INV-FOUND-SWITCH.
           PERFORM 4950-SEARCH-ONE-INVOICE
               THRU 4950-SEARCH-ONE-INVOICE-EXIT
               VARYING PD-INV-SUB FROM 1 BY 1
               UNTIL PD-INV-SUB > PD-INV-COUNT
                   OR PD-INV-FOUND.
           IF NOT PD-INV-FOUND
               GO TO 6300-ONE-ARCHIVED-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO PD-ARCH-AUDIT-COUNT.

           IF PD-MODE-ACCESS
               MOVE ARCH-AUDIT-LINE (1:130) TO PD-AP-TEXT
               WRITE SUBJECT-RPT-LINE FROM PD-AUDIT-PRINT-LINE
           END-IF.
       6300-ONE-ARCHIVED-AUDIT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6500-REFUND-QUERIES                                         *
      ******************************************************************
       6500-REFUND-QUERIES.
           MOVE "REFUND QUERIES (REFQUERY)" TO PD-SL-TITLE.
           WRITE SUBJECT-RPT-LINE FROM PD-SECTION-LINE.

           IF PD-NO-QUERIES
               GO TO 6500-REFUND-QUERIES-NONE
           END-IF.
           MOVE "N" TO PD-QUERY-DONE-SWITCH.
           MOVE PD-TARGET-CUSTOMER-ID TO RQ-CUSTOMER-ID.
           MOVE 0                     TO RQ-INVOICE-NUMBER.
           START REF-QUERY
               KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   SET PD-QUERY-DONE TO TRUE
           END-START.

           PERFORM 6600-ONE-QUERY
               THRU 6600-ONE-QUERY-EXIT
               UNTIL PD-QUERY-DONE.

       6500-REFUND-QUERIES-NONE.
           IF PD-QUERY-COUNT = 0
               WRITE SUBJECT-RPT-LINE FROM PD-NOT-HELD-LINE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
       6500-REFUND-QUERIES-EXIT.
           EXIT.

      ******************************************************************
      *    6600-ONE-QUERY                                              *
      ******************************************************************
       6600-ONE-QUERY.
           READ REF-QUERY NEXT
               AT END
                   SET PD-QUERY-DONE TO TRUE
                   GO TO 6600-ONE-QUERY-EXIT
           END-READ.
           IF RQ-CUSTOMER-ID NOT = PD-TARGET-CUSTOMER-ID
               SET PD-QUERY-DONE TO TRUE
               GO TO 6600-ONE-QUERY-EXIT
           END-IF.
           ADD 1 TO PD-QUERY-COUNT.

           MOVE SPACES TO PD-QUERY-LINE.
           MOVE RQ-INVOICE-NUMBER TO PD-QL-INVOICE-NUMBER.
           MOVE RQ-TRADING-DATE   TO PD-QL-TRADING-DATE.
           MOVE RQ-FIRST-REASON   TO PD-QL-REASON.
           IF RQ-OPEN
               MOVE "OPEN"    TO PD-QL-STATUS
           ELSE
               MOVE "CLEARED" TO PD-QL-STATUS
               MOVE RQ-CLEARED-DATE TO PD-QL-CLEARED-DATE
               MOVE RQ-CLEARED-NOTE TO PD-QL-CLEARED-NOTE
           END-IF.
           WRITE SUBJECT-RPT-LINE FROM PD-QUERY-LINE.
       6600-ONE-QUERY-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-SUMMARY                                          *
      ******************************************************************
       7000-PRINT-SUMMARY.
           WRITE SUBJECT-RPT-LINE FROM PD-BLANK-LINE.
           MOVE PD-MASTER-COUNT  TO PD-SUM-MASTER.
           MOVE PD-HIST-COUNT    TO PD-SUM-HIST.
           MOVE PD-LOYALTY-COUNT TO PD-SUM-LOYALTY.
           MOVE PD-ARCH-COUNT    TO PD-SUM-ARCH.
           MOVE PD-TENDER-COUNT  TO PD-SUM-TENDERS.
           MOVE PD-AUDIT-COUNT   TO PD-SUM-AUDIT.
           MOVE PD-ARCH-AUDIT-COUNT TO PD-SUM-ARCH-AUDIT.
           MOVE PD-SUSPENSE-COUNT   TO PD-SUM-SUSPENSE.
           MOVE PD-QUERY-COUNT   TO PD-SUM-QUERIES.
           MOVE PD-CHANGED-COUNT TO PD-SUM-CHANGED.
           MOVE PD-ALREADY-COUNT TO PD-SUM-ALREADY.

           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-8.
           IF PD-MODE-ACCESS
               WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-9
           ELSE
               WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-10
               WRITE SUBJECT-RPT-LINE FROM PD-SUMMARY-LINE-11
           END-IF.
       7000-PRINT-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    7500-WRITE-CERT-LINE                                        *
      *    PD-CT-FILE, PD-CT-INVOICE and PD-CT-ACTION are set by the   *
      *    caller.                                                     *
      ******************************************************************
       7500-WRITE-CERT-LINE.
           MOVE PD-TARGET-CUSTOMER-ID TO PD-CT-CUSTOMER-ID.
           WRITE SUBJECT-RPT-LINE FROM PD-CERT-LINE.
           ADD 1 TO PD-CHANGED-COUNT.
       7500-WRITE-CERT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           IF PD-INV-OVERFLOW > 0
               DISPLAY "PDSUBJCT - " PD-INV-OVERFLOW
                   " INVOICES PAST THE INVOICE TABLE - THEIR TENDERS"
                   " AND AUDIT LINES ARE NOT SHOWN"
           END-IF.

           CLOSE CUST-MASTER
                 PURCH-HIST
                 SUBJECT-RPT.
           IF NOT PD-NO-LOYALTY
               CLOSE LOYAL-BAL
           END-IF.
           IF NOT PD-NO-ARCHIVE
               CLOSE ARCH-HIST
           END-IF.
           IF NOT PD-NO-PAY-HIST
               CLOSE PAY-HIST
           END-IF.
           IF NOT PD-NO-AUDIT
               CLOSE AUDIT-IN
           END-IF.
           IF NOT PD-NO-ARCH-AUDIT
               CLOSE ARCH-AUDIT
           END-IF.
           IF NOT PD-NO-SUSPENSE
               CLOSE SUSPENSE
           END-IF.
           IF NOT PD-NO-QUERIES
               CLOSE REF-QUERY
           END-IF.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
