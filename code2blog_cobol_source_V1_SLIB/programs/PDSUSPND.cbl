      ******************************************************************
      *                                                                *
      *   PROGRAM:     PDSUSPND                                        *
      *   PURPOSE:     Reject suspense maintenance and ageing.  Every  *
      *                record PDEDIT rejects to PURCHRJ and every      *
      *                tender PDPAYEDT rejects to PAYMTRJ is taken     *
      *                onto the indexed reject suspense file with its  *
      *                reject reason, original trading date and store  *
      *                and till, so nothing the front-end edits throw  *
      *                out is lost.  Each row is keyed on the feed     *
      *                (P purchase, T tender), its trading date, its   *
      *                invoice number and its line - the segment       *
      *                number of a purchase, the tender's place in     *
      *                the invoice for a tender.                       *
      *                                                                *
      *                Operations resolve a row through the suspense   *
      *                transaction file SUSPTRAN:                      *
      *                  C  correct - the corrected record image       *
      *                     replaces the rejected one                  *
      *                  W  write off - a reason is required           *
      *                Corrected rows are released to the re-entry     *
      *                files PURCHRE and PAYMTRE, which PDEDIT and     *
      *                PDPAYEDT edit ahead of the next night's feed    *
      *                under the row's original trading date.  A       *
      *                re-entry that passes is marked resolved the     *
      *                following night; one that fails again comes     *
      *                back on the reject file under its suspense key  *
      *                and reopens the same row.  PDEDIT rejects every *
      *                segment of an invoice together, so a purchase   *
      *                is only released once every segment of its      *
      *                invoice is fit to go - all corrected rows, plus *
      *                the open rows held back only for the sake of    *
      *                another segment - and re-enters whole.          *
      *                                                                *
      *                Runs every night after PDEDIT and PDPAYEDT and  *
      *                before PDBALNCE.  A printed report lists the    *
      *                night's suspense movements and then everything  *
      *                still unresolved, oldest first, with its age    *
      *                in days and age-band totals, and proves the     *
      *                suspense roll-forward.  The counts taken in and *
      *                sent back for re-entry go to the shared run-    *
      *                control file so PDBALNCE can prove no reject    *
      *                was dropped.  The run takes the trading date    *
      *                as its first parameter, defaulting to the       *
      *                system date, the same convention as PDBASKET:   *
      *                  PDSUSPND [ccyymmdd]                           *
      *                                                                *
      *                A re-run of the same night finds the night's    *
      *                rejects already on file and counts them as      *
      *                held, and writes the re-entry files again       *
      *                with everything that night released.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDSUSPND.
       AUTHOR.        R HOLLOWAY.
       INSTALLATION.  CODE2BLOG DATA PROCESSING.
       DATE-WRITTEN.  15-OCT-2026.
       DATE-COMPILED.
      ******************************************************************
      * MODIFICATION HISTORY                                           *
      *   15-OCT-2026  RH  Initial version - reject suspense file,     *
      *                    correction and write-off, re-entry and      *
      *                    ageing report.                              *
      *   15-OCT-2026  RH  Suspense rows keyed on feed, trading date,  *
      *                    invoice and line instead of position in the *
      *                    reject file, so a re-run files the same     *
      *                    reject under the same key; re-entry files   *
      *                    carry the release date; a purchase invoice  *
      *                    is released only whole.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCH-REJECT
               ASSIGN TO PURCHRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCH-REJECT-STATUS.

           SELECT PAY-REJECT
               ASSIGN TO PAYMTRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-REJECT-STATUS.

           SELECT SUSPENSE
               ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT SUSP-TRAN
               ASSIGN TO SUSPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-TRAN-STATUS.

           SELECT PURCH-RE-ENTRY
               ASSIGN TO PURCHRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURCH-RE-ENTRY-STATUS.

           SELECT PAY-RE-ENTRY
               ASSIGN TO PAYMTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RE-ENTRY-STATUS.

           SELECT SUSPEND-RPT
               ASSIGN TO PDSUSPNR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPEND-RPT-STATUS.

           SELECT RUN-CTL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The two reject files, laid out as PDEDIT and PDPAYEDT write
      * them.  The suspense key is blank on a record from the night's
      * own feed and carries the row's key on a failed re-entry.
       FD  PURCH-REJECT
           RECORDING MODE IS F.
       01  PURCH-REJECT-REC.
           05  PR-REASON                PIC X(50).
           05  PR-TRADING-DATE          PIC 9(8).
           05  PR-STORE-NUMBER          PIC 9(3).
           05  PR-TILL-NUMBER           PIC 9(3).
           05  PR-LINE                  PIC 9(2).
           05  PR-SUSPENSE-KEY          PIC X(19).
           05  PR-DATA                  PIC X(4000).

       FD  PAY-REJECT
           RECORDING MODE IS F.
       01  PAY-REJECT-REC.
           05  TR-REASON                PIC X(50).
           05  TR-TRADING-DATE          PIC 9(8).
           05  TR-STORE-NUMBER          PIC 9(3).
           05  TR-TILL-NUMBER           PIC 9(3).
           05  TR-LINE                  PIC 9(2).
           05  TR-SUSPENSE-KEY          PIC X(19).
           05  TR-DATA                  PIC X(47).

      * The reject suspense file, one row per reject.  The row is
      * open when first suspended or when its re-entry failed again,
      * corrected once operations have supplied a new image,
      * released once that image has gone out for re-entry, and
      * resolved when the re-entry passed the edit (E) or the row
      * was written off (W).  SU-NOTE is the correction note or the
      * write-off reason.  SU-DATA is the record image - a
      * PurchaseData record for feed P, a PaymentData record in the
      * first 47 bytes for feed T; both begin with InvoiceNumber.
      * The key carries the invoice number as rejected, so the rows
      * of one invoice sit together; SU-INVOICE-NUMBER follows any
      * correction.
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
               88  SU-UNRESOLVED            VALUE "O" "C" "R".
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
               10  FILLER               PIC X(3992).

      * One operations action against a suspense row:
      *   C <key> <note>  <corrected record image>
      *   W <key> <write-off reason>
       FD  SUSP-TRAN
           RECORDING MODE IS F.
       01  SUSP-TRAN-REC.
           05  ST-ACTION                PIC X.
               88  ST-CORRECT               VALUE "C".
               88  ST-WRITE-OFF             VALUE "W".
           05  FILLER                   PIC X.
           05  ST-KEY                   PIC X(19).
           05  FILLER                   PIC X.
           05  ST-NOTE                  PIC X(40).
           05  FILLER                   PIC X.
           05  ST-DATA                  PIC X(4000).

      * The re-entry files - the row's key, which carries the trading
      * date the record belongs to, the night it was released, then
      * the corrected image.  The edits take a re-entry only on a
      * night after its release.
       FD  PURCH-RE-ENTRY
           RECORDING MODE IS F.
       01  PURCH-RE-ENTRY-REC.
           05  PE-SUSPENSE-KEY          PIC X(19).
           05  PE-RELEASED-DATE         PIC 9(8).
           05  PE-DATA                  PIC X(4000).

       FD  PAY-RE-ENTRY
           RECORDING MODE IS F.
       01  PAY-RE-ENTRY-REC.
           05  YE-SUSPENSE-KEY          PIC X(19).
           05  YE-RELEASED-DATE         PIC 9(8).
           05  YE-DATA                  PIC X(47).

       FD  SUSPEND-RPT
           RECORDING MODE IS F.
       01  SUSPEND-RPT-LINE            PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
           COPY RunControl.

       WORKING-STORAGE SECTION.
       77  PURCH-REJECT-STATUS          PIC XX            VALUE "00".
       77  PAY-REJECT-STATUS            PIC XX            VALUE "00".
       77  SUSPENSE-STATUS              PIC XX            VALUE "00".
       77  SUSP-TRAN-STATUS             PIC XX            VALUE "00".
       77  PURCH-RE-ENTRY-STATUS        PIC XX            VALUE "00".
       77  PAY-RE-ENTRY-STATUS          PIC XX            VALUE "00".
       77  SUSPEND-RPT-STATUS           PIC XX            VALUE "00".
       77  RUN-CTL-STATUS               PIC XX            VALUE "00".

       77  PD-REJECT-EOF-SWITCH         PIC X(01)         VALUE "N".
           88  PD-REJECT-EOF                              VALUE "Y".
       77  PD-TRAN-EOF-SWITCH           PIC X(01)         VALUE "N".
           88  PD-TRAN-EOF                                VALUE "Y".
       77  PD-SUSPENSE-EOF-SWITCH       PIC X(01)         VALUE "N".
           88  PD-SUSPENSE-EOF                            VALUE "Y".

       77  PD-TAKEN-IN-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-SUSPENDED-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-BOUNCED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-ALREADY-HELD-COUNT        PIC 9(7)  COMP     VALUE 0.
       77  PD-RE-ENTERED-COUNT          PIC 9(7)  COMP     VALUE 0.
       77  PD-RETURNED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-CORRECTED-COUNT           PIC 9(7)  COMP     VALUE 0.
       77  PD-WRITTEN-OFF-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-REFUSED-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-RELEASED-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-BROUGHT-FWD-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-CARRIED-FWD-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-EXPECTED-FWD-COUNT        PIC S9(7) COMP     VALUE 0.

      * The key a new row is being written under - moved on a line
      * at a time while it lands on a different reject.
       01  PD-NEW-KEY                   PIC X(19)         VALUE SPACES.

      * Purchase invoices ready for release - every segment either
      * corrected or held back only for another segment's sake.
      * Each entry is the trading date and invoice of the key.
       77  PD-MAX-READY                 PIC 9(4)  COMP     VALUE 500.
       77  PD-READY-COUNT               PIC 9(4)  COMP     VALUE 0.
       77  PD-READY-SUB                 PIC 9(4)  COMP     VALUE 0.
       77  PD-READY-FOUND-SWITCH        PIC X(01)         VALUE "N".
           88  PD-READY-FOUND                             VALUE "Y".
       01  PD-READY-TABLE.
           05  PD-READY-INVOICE         PIC X(16)
                                        OCCURS 500 TIMES.

       01  PD-GROUP-WORK.
           05  PD-GROUP-INVOICE         PIC X(16).
           05  PD-GROUP-CORRECTED-SW    PIC X(01).
               88  PD-GROUP-CORRECTED                     VALUE "Y".
           05  PD-GROUP-BLOCKED-SW      PIC X(01).
               88  PD-GROUP-BLOCKED                       VALUE "Y".

      * The reason PDEDIT gives the sound segments of an invoice it
      * rejects for another segment's fault.
       01  PD-SIBLING-REASON            PIC X(50)         VALUE
           "OTHER SEGMENT OF INVOICE REJECTED".

      * Unresolved rows by age in days since their trading date.
       77  PD-AGE-DAYS                  PIC S9(7) COMP     VALUE 0.
       77  PD-AGE-0-1-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-AGE-2-7-COUNT             PIC 9(7)  COMP     VALUE 0.
       77  PD-AGE-8-30-COUNT            PIC 9(7)  COMP     VALUE 0.
       77  PD-AGE-OVER-30-COUNT         PIC 9(7)  COMP     VALUE 0.
       77  PD-TODAY-INTEGER             PIC S9(9) COMP     VALUE 0.

       01  PD-DATE-WORK                 PIC 9(8)          VALUE 0.
       01  PD-DATE-WORK-X REDEFINES PD-DATE-WORK.
           05  PD-DW-CCYY               PIC 9(4).
           05  PD-DW-MM                 PIC 9(2).
           05  PD-DW-DD                 PIC 9(2).

      * The reject being taken onto suspense, from either reject
      * file.
       01  PD-REJECT-WORK.
           05  PD-RJ-FEED               PIC X.
           05  PD-RJ-REASON             PIC X(50).
           05  PD-RJ-TRADING-DATE       PIC 9(8).
           05  PD-RJ-STORE-NUMBER       PIC 9(3).
           05  PD-RJ-TILL-NUMBER        PIC 9(3).
           05  PD-RJ-LINE               PIC 9(2).
           05  PD-RJ-SUSPENSE-KEY       PIC X(19).
           05  PD-RJ-DATA               PIC X(4000).

      * Run parameter - the trading date, defaulting to the system
      * date:
      *   PDSUSPND [ccyymmdd]
       01  PD-RUN-PARM.
           05  PD-PARM-TRADING-DATE     PIC X(08).
           05  FILLER                   PIC X(12).
       77  PD-TRADING-DATE              PIC 9(8)          VALUE 0.

       01  PD-DETAIL-LINE.
           05  PD-DL-FEED              PIC X(01).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-TRADING-DATE      PIC X(08).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-INVOICE-NUMBER    PIC X(08).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-LINE              PIC X(02).
           05  FILLER                  PIC X(06)         VALUE SPACES.
           05  PD-DL-STORE-NUMBER      PIC X(03).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-DL-TILL-NUMBER       PIC X(03).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-RESULT            PIC X(26).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-DL-REASON            PIC X(50).

       01  PD-AGEING-LINE.
           05  PD-AL-FEED              PIC X(01).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-AL-TRADING-DATE      PIC X(08).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-AL-INVOICE-NUMBER    PIC X(08).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-AL-LINE              PIC X(02).
           05  FILLER                  PIC X(06)         VALUE SPACES.
           05  PD-AL-STORE-NUMBER      PIC X(03).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-AL-TILL-NUMBER       PIC X(03).
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-STATUS            PIC X(09).
           05  FILLER                  PIC X(01)         VALUE SPACES.
           05  PD-AL-AGE               PIC ZZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-REJECT-COUNT      PIC ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-AL-REASON            PIC X(50).

       01  PD-REPORT-HEADING-1.
           05  FILLER                  PIC X(55) VALUE
             "PDSUSPND - REJECT SUSPENSE AND AGEING REPORT".
       01  PD-REPORT-HEADING-2.
           05  FILLER                  PIC X(20) VALUE
                   "TRADING DATE  ".
           05  PD-RH-TRADING-DATE      PIC 9(8).
       01  PD-REPORT-HEADING-3.
           05  FILLER                  PIC X(40) VALUE
                   "SUSPENSE MOVEMENTS".
       01  PD-REPORT-HEADING-4.
           05  FILLER                  PIC X(80) VALUE
             "F DATE     INVOICE  LN      STR TIL  RESULT               
      -      "       REASON".
       01  PD-REPORT-HEADING-5.
           05  FILLER                  PIC X(40) VALUE
                   "UNRESOLVED REJECTS BY AGE".
       01  PD-REPORT-HEADING-6.
           05  FILLER                  PIC X(80) VALUE
             "F DATE     INVOICE  LN      STR TIL  STATUS      AGE  REJ 
      -      "REASON".

       01  PD-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "REJECTS TAKEN IN  . . . . . :".
           05  PD-SUM-TAKEN-IN         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "  SUSPENDED . . . . . . . . :".
           05  PD-SUM-SUSPENDED        PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "  RE-ENTRY REJECTED AGAIN . :".
           05  PD-SUM-BOUNCED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "  ALREADY ON SUSPENSE . . . :".
           05  PD-SUM-ALREADY-HELD     PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30)
                   VALUE "RE-ENTERED AND RESOLVED . . :".
           05  PD-SUM-RE-ENTERED       PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30)
                   VALUE "CORRECTED . . . . . . . . . :".
           05  PD-SUM-CORRECTED        PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30)
                   VALUE "WRITTEN OFF . . . . . . . . :".
           05  PD-SUM-WRITTEN-OFF      PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30)
                   VALUE "TRANSACTIONS REFUSED  . . . :".
           05  PD-SUM-REFUSED          PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30)
                   VALUE "RELEASED FOR RE-ENTRY . . . :".
           05  PD-SUM-RELEASED         PIC ZZZ,ZZ9.
       01  PD-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30)
                   VALUE "RE-ENTRIES BACK TONIGHT . . :".
           05  PD-SUM-RETURNED         PIC ZZZ,ZZ9.

       01  PD-AGE-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "AGED 0-1 DAYS . . . . . . . :".
           05  PD-SUM-AGE-0-1          PIC ZZZ,ZZ9.
       01  PD-AGE-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "AGED 2-7 DAYS . . . . . . . :".
           05  PD-SUM-AGE-2-7          PIC ZZZ,ZZ9.
       01  PD-AGE-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "AGED 8-30 DAYS  . . . . . . :".
           05  PD-SUM-AGE-8-30         PIC ZZZ,ZZ9.
       01  PD-AGE-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "AGED OVER 30 DAYS . . . . . :".
           05  PD-SUM-AGE-OVER-30      PIC ZZZ,ZZ9.

      * The suspense roll-forward - brought forward plus newly
      * suspended less resolved this run must equal carried forward.
       01  PD-ROLL-LINE-1.
           05  FILLER                  PIC X(30)
                   VALUE "UNRESOLVED BROUGHT FORWARD  :".
           05  PD-SUM-BROUGHT-FWD      PIC ZZZ,ZZ9.
       01  PD-ROLL-LINE-2.
           05  FILLER                  PIC X(30)
                   VALUE "  PLUS NEWLY SUSPENDED  . . :".
           05  PD-SUM-NEW              PIC ZZZ,ZZ9.
       01  PD-ROLL-LINE-3.
           05  FILLER                  PIC X(30)
                   VALUE "  LESS RESOLVED THIS RUN  . :".
           05  PD-SUM-RESOLVED         PIC ZZZ,ZZ9.
       01  PD-ROLL-LINE-4.
           05  FILLER                  PIC X(30)
                   VALUE "UNRESOLVED CARRIED FORWARD  :".
           05  PD-SUM-CARRIED-FWD      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)         VALUE SPACES.
           05  PD-SUM-ROLL-RESULT      PIC X(30).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COUNT-BROUGHT-FORWARD
               THRU 2000-COUNT-BROUGHT-FORWARD-EXIT.

           PERFORM 3000-TAKE-IN-REJECTS
               THRU 3000-TAKE-IN-REJECTS-EXIT.

           PERFORM 4000-SETTLE-RE-ENTRIES
               THRU 4000-SETTLE-RE-ENTRIES-EXIT.

           PERFORM 5000-APPLY-TRANSACTIONS
               THRU 5000-APPLY-TRANSACTIONS-EXIT.

           PERFORM 6000-RELEASE-CORRECTIONS
               THRU 6000-RELEASE-CORRECTIONS-EXIT.

           PERFORM 7000-AGEING-REPORT
               THRU 7000-AGEING-REPORT-EXIT.

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
                   DISPLAY "PDSUSPND - TRADING DATE PARAMETER INVALID: "
                       PD-PARM-TRADING-DATE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           COMPUTE PD-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (PD-TRADING-DATE).

      *    The suspense file is created empty the very first time the
      *    job is run (file status "35" on the initial I-O open), the
      *    same way PDVCHLD establishes VCHREG.
           OPEN I-O SUSPENSE.
           IF SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE
               OPEN OUTPUT SUSPENSE
               CLOSE SUSPENSE
               OPEN I-O SUSPENSE
           END-IF.
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN SUSPENSE, STATUS = "
                   SUSPENSE-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT PURCH-RE-ENTRY.
           IF PURCH-RE-ENTRY-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN PURCHRE, STATUS = "
                   PURCH-RE-ENTRY-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT PAY-RE-ENTRY.
           IF PAY-RE-ENTRY-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN PAYMTRE, STATUS = "
                   PAY-RE-ENTRY-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT SUSPEND-RPT.

           MOVE PD-TRADING-DATE TO PD-RH-TRADING-DATE.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-1.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-2.
           MOVE SPACES TO SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-3.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-4.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-START-SUSPENSE-BROWSE                                  *
      *    Positions at the first row of the suspense file for a       *
      *    pass in key order - feed, then oldest trading date first.   *
      ******************************************************************
       1100-START-SUSPENSE-BROWSE.
           MOVE "N" TO PD-SUSPENSE-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE
               KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   SET PD-SUSPENSE-EOF TO TRUE
           END-START.
       1100-START-SUSPENSE-BROWSE-EXIT.
           EXIT.

      ******************************************************************
      *    1200-READ-SUSPENSE-NEXT                                     *
      ******************************************************************
       1200-READ-SUSPENSE-NEXT.
           READ SUSPENSE NEXT
               AT END
                   SET PD-SUSPENSE-EOF TO TRUE
           END-READ.
       1200-READ-SUSPENSE-NEXT-EXIT.
           EXIT.

      ******************************************************************
      *    2000-COUNT-BROUGHT-FORWARD                                  *
      *    Counts the rows still unresolved before tonight's run       *
      *    touches the file - the opening figure of the roll-forward.  *
      ******************************************************************
       2000-COUNT-BROUGHT-FORWARD.
           PERFORM 1100-START-SUSPENSE-BROWSE
               THRU 1100-START-SUSPENSE-BROWSE-EXIT.
           PERFORM 2100-COUNT-ONE-ROW
               THRU 2100-COUNT-ONE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.
       2000-COUNT-BROUGHT-FORWARD-EXIT.
           EXIT.

       2100-COUNT-ONE-ROW.
           PERFORM 1200-READ-SUSPENSE-NEXT
               THRU 1200-READ-SUSPENSE-NEXT-EXIT.
           IF PD-SUSPENSE-EOF
               GO TO 2100-COUNT-ONE-ROW-EXIT
           END-IF.
           IF SU-UNRESOLVED
               ADD 1 TO PD-BROUGHT-FWD-COUNT
           END-IF.
       2100-COUNT-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TAKE-IN-REJECTS                                        *
      *    Takes the night's purchase rejects, then its tender         *
      *    rejects, onto suspense.  Either reject file may be absent   *
      *    (status "35") when its edit step had nothing to reject on   *
      *    a night it was not run.                                     *
      ******************************************************************
       3000-TAKE-IN-REJECTS.
           OPEN INPUT PURCH-REJECT.
           IF PURCH-REJECT-STATUS = "35"
               GO TO 3000-TAKE-IN-TENDERS
           END-IF.
           IF PURCH-REJECT-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN PURCHRJ, STATUS = "
                   PURCH-REJECT-STATUS
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO PD-REJECT-EOF-SWITCH.
           PERFORM 3100-TAKE-IN-ONE-PURCHASE
               THRU 3100-TAKE-IN-ONE-PURCHASE-EXIT
               UNTIL PD-REJECT-EOF.
           CLOSE PURCH-REJECT.

       3000-TAKE-IN-TENDERS.
           OPEN INPUT PAY-REJECT.
           IF PAY-REJECT-STATUS = "35"
               GO TO 3000-TAKE-IN-REJECTS-EXIT
           END-IF.
           IF PAY-REJECT-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN PAYMTRJ, STATUS = "
                   PAY-REJECT-STATUS
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO PD-REJECT-EOF-SWITCH.
           PERFORM 3200-TAKE-IN-ONE-TENDER
               THRU 3200-TAKE-IN-ONE-TENDER-EXIT
               UNTIL PD-REJECT-EOF.
           CLOSE PAY-REJECT.
       3000-TAKE-IN-REJECTS-EXIT.
           EXIT.

      ******************************************************************
      *    3100-TAKE-IN-ONE-PURCHASE                                   *
      ******************************************************************
       3100-TAKE-IN-ONE-PURCHASE.
           READ PURCH-REJECT
               AT END
                   SET PD-REJECT-EOF TO TRUE
                   GO TO 3100-TAKE-IN-ONE-PURCHASE-EXIT
           END-READ.

           MOVE "P"             TO PD-RJ-FEED.
           MOVE PR-REASON       TO PD-RJ-REASON.
           MOVE PR-TRADING-DATE TO PD-RJ-TRADING-DATE.
           MOVE PR-STORE-NUMBER TO PD-RJ-STORE-NUMBER.
           MOVE PR-TILL-NUMBER  TO PD-RJ-TILL-NUMBER.
           MOVE PR-LINE         TO PD-RJ-LINE.
           MOVE PR-SUSPENSE-KEY TO PD-RJ-SUSPENSE-KEY.
           MOVE PR-DATA         TO PD-RJ-DATA.

           PERFORM 3500-FILE-ONE-REJECT
               THRU 3500-FILE-ONE-REJECT-EXIT.
       3100-TAKE-IN-ONE-PURCHASE-EXIT.
           EXIT.

      ******************************************************************
      *    3200-TAKE-IN-ONE-TENDER                                     *
      ******************************************************************
       3200-TAKE-IN-ONE-TENDER.
           READ PAY-REJECT
               AT END
                   SET PD-REJECT-EOF TO TRUE
                   GO TO 3200-TAKE-IN-ONE-TENDER-EXIT
           END-READ.

           MOVE "T"             TO PD-RJ-FEED.
           MOVE TR-REASON       TO PD-RJ-REASON.
           MOVE TR-TRADING-DATE TO PD-RJ-TRADING-DATE.
           MOVE TR-STORE-NUMBER TO PD-RJ-STORE-NUMBER.
           MOVE TR-TILL-NUMBER  TO PD-RJ-TILL-NUMBER.
           MOVE TR-LINE         TO PD-RJ-LINE.
           MOVE TR-SUSPENSE-KEY TO PD-RJ-SUSPENSE-KEY.
           MOVE SPACES          TO PD-RJ-DATA.
           MOVE TR-DATA         TO PD-RJ-DATA.

           PERFORM 3500-FILE-ONE-REJECT
               THRU 3500-FILE-ONE-REJECT-EXIT.
       3200-TAKE-IN-ONE-TENDER-EXIT.
           EXIT.

      ******************************************************************
      *    3500-FILE-ONE-REJECT                                        *
      *    A reject carrying a suspense key is a re-entry that failed  *
      *    the edit again - its row, released last night, reopens      *
      *    with the new reason and the image as re-entered.  Anything  *
      *    else becomes a new open row keyed on its invoice and line.  *
      *    A reject whose row is already on file in any other state    *
      *    was taken in by an earlier run of the same night and is     *
      *    counted as already held.  Every reject is accounted for one *
      *    way or another.                                             *
      ******************************************************************
       3500-FILE-ONE-REJECT.
           ADD 1 TO PD-TAKEN-IN-COUNT.

           MOVE SPACES TO PD-DETAIL-LINE.

           IF PD-RJ-SUSPENSE-KEY = SPACES
               MOVE PD-RJ-FEED         TO SU-FEED
               MOVE PD-RJ-TRADING-DATE TO SU-TRADING-DATE
               MOVE PD-RJ-DATA (1:8)   TO SU-KEY-INVOICE
               MOVE PD-RJ-LINE         TO SU-LINE
               MOVE SU-KEY             TO PD-NEW-KEY
               GO TO 3500-FILE-NEW-ROW
           END-IF.

           MOVE PD-RJ-SUSPENSE-KEY TO SU-KEY.
           READ SUSPENSE
               INVALID KEY
                   MOVE PD-RJ-SUSPENSE-KEY TO PD-NEW-KEY
                   GO TO 3500-FILE-NEW-ROW
           END-READ.

           IF SU-RELEASED
                   AND SU-RELEASED-DATE < PD-TRADING-DATE
               SET SU-OPEN             TO TRUE
               MOVE PD-RJ-REASON       TO SU-REASON
               MOVE PD-TRADING-DATE    TO SU-BOUNCED-DATE
               ADD 1                   TO SU-REJECT-COUNT
               MOVE PD-RJ-DATA         TO SU-DATA
               MOVE SU-DATA-INVOICE    TO SU-INVOICE-NUMBER
               REWRITE SUSPENSE-REC
               ADD 1 TO PD-BOUNCED-COUNT
               MOVE "RE-ENTRY REJECTED AGAIN" TO PD-DL-RESULT
           ELSE
               ADD 1 TO PD-ALREADY-HELD-COUNT
               MOVE "ALREADY ON SUSPENSE" TO PD-DL-RESULT
           END-IF.
           GO TO 3500-FILE-ONE-REJECT-LIST.

       3500-FILE-NEW-ROW.
           MOVE PD-NEW-KEY         TO SU-KEY.
           SET SU-OPEN             TO TRUE.
           MOVE PD-RJ-STORE-NUMBER TO SU-STORE-NUMBER.
           MOVE PD-RJ-TILL-NUMBER  TO SU-TILL-NUMBER.
           MOVE PD-RJ-REASON       TO SU-REASON.
           MOVE PD-TRADING-DATE    TO SU-SUSPENDED-DATE.
           MOVE 1                  TO SU-REJECT-COUNT.
           MOVE 0                  TO SU-BOUNCED-DATE.
           MOVE 0                  TO SU-CORRECTED-DATE.
           MOVE 0                  TO SU-RELEASED-DATE.
           MOVE 0                  TO SU-RESOLVED-DATE.
           MOVE SPACES             TO SU-NOTE.
           MOVE PD-RJ-DATA         TO SU-DATA.
           MOVE SU-DATA-INVOICE    TO SU-INVOICE-NUMBER.
           WRITE SUSPENSE-REC
               INVALID KEY
                   GO TO 3500-FILE-KEY-TAKEN
           END-WRITE.
           ADD 1 TO PD-SUSPENDED-COUNT.
           MOVE "SUSPENDED" TO PD-DL-RESULT.
           GO TO 3500-FILE-ONE-REJECT-LIST.

      *    The key is already on file.  The same reject taken in by an
      *    earlier run of the night - suspended tonight from the same
      *    store and till for the same reason, with the same image or
      *    corrected since - is already held.  A different reject
      *    that shares the invoice and line, an invoice number reused
      *    by another till or a segment number the till got wrong,
      *    moves on to the next free line.  Either way the answer is
      *    the same on every run of the night.
       3500-FILE-KEY-TAKEN.
           MOVE PD-NEW-KEY TO SU-KEY.
           READ SUSPENSE
               INVALID KEY
                   GO TO 3500-FILE-ALREADY-HELD
           END-READ.
           IF SU-SUSPENDED-DATE = PD-TRADING-DATE
                   AND SU-STORE-NUMBER = PD-RJ-STORE-NUMBER
                   AND SU-TILL-NUMBER = PD-RJ-TILL-NUMBER
                   AND SU-REASON = PD-RJ-REASON
                   AND (SU-DATA = PD-RJ-DATA
                        OR SU-CORRECTED-DATE NOT = 0)
               GO TO 3500-FILE-ALREADY-HELD
           END-IF.
           IF PD-RJ-SUSPENSE-KEY NOT = SPACES
               GO TO 3500-FILE-ALREADY-HELD
           END-IF.
           MOVE PD-NEW-KEY TO SU-KEY.
           IF SU-LINE = 99
               DISPLAY "PDSUSPND - NO FREE SUSPENSE LINE FOR " SU-KEY
               MOVE "*** NO FREE SUSPENSE LINE ***" TO PD-DL-RESULT
               ADD 1 TO PD-ALREADY-HELD-COUNT
               GO TO 3500-FILE-ONE-REJECT-LIST
           END-IF.
           ADD 1 TO SU-LINE.
           MOVE SU-KEY TO PD-NEW-KEY.
           GO TO 3500-FILE-NEW-ROW.

       3500-FILE-ALREADY-HELD.
           MOVE PD-NEW-KEY TO SU-KEY.
           ADD 1 TO PD-ALREADY-HELD-COUNT.
           MOVE "ALREADY ON SUSPENSE" TO PD-DL-RESULT.

       3500-FILE-ONE-REJECT-LIST.
           PERFORM 7500-LIST-MOVEMENT
               THRU 7500-LIST-MOVEMENT-EXIT.
           MOVE PD-RJ-REASON TO PD-DL-REASON.
           WRITE SUSPEND-RPT-LINE FROM PD-DETAIL-LINE.
       3500-FILE-ONE-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SETTLE-RE-ENTRIES                                      *
      *    A row released on an earlier night went through tonight's   *
      *    edit.  Had it failed, 3500 would have reopened it; still    *
      *    released, it passed, and is resolved as re-entered.         *
      ******************************************************************
       4000-SETTLE-RE-ENTRIES.
           PERFORM 1100-START-SUSPENSE-BROWSE
               THRU 1100-START-SUSPENSE-BROWSE-EXIT.
           PERFORM 4100-SETTLE-ONE-ROW
               THRU 4100-SETTLE-ONE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.
       4000-SETTLE-RE-ENTRIES-EXIT.
           EXIT.

       4100-SETTLE-ONE-ROW.
           PERFORM 1200-READ-SUSPENSE-NEXT
               THRU 1200-READ-SUSPENSE-NEXT-EXIT.
           IF PD-SUSPENSE-EOF
               GO TO 4100-SETTLE-ONE-ROW-EXIT
           END-IF.
           IF NOT SU-RELEASED
                   OR SU-RELEASED-DATE NOT < PD-TRADING-DATE
               GO TO 4100-SETTLE-ONE-ROW-EXIT
           END-IF.

           SET SU-RE-ENTERED    TO TRUE.
           MOVE PD-TRADING-DATE TO SU-RESOLVED-DATE.
           REWRITE SUSPENSE-REC.
           ADD 1 TO PD-RE-ENTERED-COUNT.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE "RE-ENTERED" TO PD-DL-RESULT.
           PERFORM 7500-LIST-MOVEMENT
               THRU 7500-LIST-MOVEMENT-EXIT.
           MOVE SU-NOTE TO PD-DL-REASON.
           WRITE SUSPEND-RPT-LINE FROM PD-DETAIL-LINE.
       4100-SETTLE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5000-APPLY-TRANSACTIONS                                     *
      *    Applies operations' corrections and write-offs.  No         *
      *    transaction file (status "35") means none were keyed.       *
      ******************************************************************
       5000-APPLY-TRANSACTIONS.
           OPEN INPUT SUSP-TRAN.
           IF SUSP-TRAN-STATUS = "35"
               GO TO 5000-APPLY-TRANSACTIONS-EXIT
           END-IF.
           IF SUSP-TRAN-STATUS NOT = "00"
               DISPLAY "PDSUSPND - UNABLE TO OPEN SUSPTRAN, STATUS = "
                   SUSP-TRAN-STATUS
               GO TO 9999-EXIT
           END-IF.

           PERFORM 5100-APPLY-ONE-TRANSACTION
               THRU 5100-APPLY-ONE-TRANSACTION-EXIT
               UNTIL PD-TRAN-EOF.

           CLOSE SUSP-TRAN.
       5000-APPLY-TRANSACTIONS-EXIT.
           EXIT.

      ******************************************************************
      *    5100-APPLY-ONE-TRANSACTION                                  *
      *    Only an open or corrected row can be acted on - a released  *
      *    row must wait for its re-entry to pass or fail, and a       *
      *    resolved row is closed.  A correction may be keyed again    *
      *    before release; the latest image wins.                      *
      ******************************************************************
       5100-APPLY-ONE-TRANSACTION.
           READ SUSP-TRAN
               AT END
                   SET PD-TRAN-EOF TO TRUE
                   GO TO 5100-APPLY-ONE-TRANSACTION-EXIT
           END-READ.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE ST-KEY TO PD-DL-FEED.
           MOVE ST-KEY (2:8)  TO PD-DL-TRADING-DATE.
           MOVE ST-KEY (10:8) TO PD-DL-INVOICE-NUMBER.
           MOVE ST-KEY (18:2) TO PD-DL-LINE.
           MOVE ST-NOTE TO PD-DL-REASON.

           IF NOT ST-CORRECT AND NOT ST-WRITE-OFF
               MOVE "REFUSED - ACTION NOT C OR W" TO PD-DL-RESULT
               GO TO 5100-APPLY-ONE-REFUSED
           END-IF.

           MOVE ST-KEY TO SU-KEY.
           READ SUSPENSE
               INVALID KEY
                   MOVE "REFUSED - NOT ON SUSPENSE" TO PD-DL-RESULT
                   GO TO 5100-APPLY-ONE-REFUSED
           END-READ.

           PERFORM 7500-LIST-MOVEMENT
               THRU 7500-LIST-MOVEMENT-EXIT.

           IF SU-RE-ENTERED OR SU-WRITTEN-OFF
               MOVE "REFUSED - ALREADY RESOLVED" TO PD-DL-RESULT
               GO TO 5100-APPLY-ONE-REFUSED
           END-IF.
           IF SU-RELEASED
               MOVE "REFUSED - AWAIT RE-ENTRY" TO PD-DL-RESULT
               GO TO 5100-APPLY-ONE-REFUSED
           END-IF.

           IF ST-WRITE-OFF
               GO TO 5100-APPLY-ONE-WRITE-OFF
           END-IF.

           IF ST-DATA = SPACES
               MOVE "REFUSED - NO CORRECTED DATA" TO PD-DL-RESULT
               GO TO 5100-APPLY-ONE-REFUSED
           END-IF.
           SET SU-CORRECTED     TO TRUE.
           MOVE ST-DATA         TO SU-DATA.
           MOVE SU-DATA-INVOICE TO SU-INVOICE-NUMBER.
           MOVE ST-NOTE         TO SU-NOTE.
           MOVE PD-TRADING-DATE TO SU-CORRECTED-DATE.
           REWRITE SUSPENSE-REC.
           ADD 1 TO PD-CORRECTED-COUNT.
           MOVE "CORRECTED" TO PD-DL-RESULT.
           PERFORM 7500-LIST-MOVEMENT
               THRU 7500-LIST-MOVEMENT-EXIT.
           GO TO 5100-APPLY-ONE-LIST.

       5100-APPLY-ONE-WRITE-OFF.
           IF ST-NOTE = SPACES
               MOVE "REFUSED - REASON MISSING" TO PD-DL-RESULT
               GO TO 5100-APPLY-ONE-REFUSED
           END-IF.
           SET SU-WRITTEN-OFF   TO TRUE.
           MOVE ST-NOTE         TO SU-NOTE.
           MOVE PD-TRADING-DATE TO SU-RESOLVED-DATE.
           REWRITE SUSPENSE-REC.
           ADD 1 TO PD-WRITTEN-OFF-COUNT.
           MOVE "WRITTEN OFF" TO PD-DL-RESULT.
           GO TO 5100-APPLY-ONE-LIST.

       5100-APPLY-ONE-REFUSED.
           ADD 1 TO PD-REFUSED-COUNT.

       5100-APPLY-ONE-LIST.
           WRITE SUSPEND-RPT-LINE FROM PD-DETAIL-LINE.
       5100-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    6000-RELEASE-CORRECTIONS                                    *
      *    Every corrected tender goes out on the tender re-entry file *
      *    for the next night's edit.  A purchase goes out only with   *
      *    the rest of its invoice: once the invoice is ready, its     *
      *    corrected rows and the open rows held back for their sake   *
      *    go out together.  Every faulty segment of an invoice should *
      *    be corrected on the same night's SUSPTRAN - until the last  *
      *    one is, the corrected ones wait.  A row already released    *
      *    tonight goes out again, so a re-run writes a complete file. *
      ******************************************************************
       6000-RELEASE-CORRECTIONS.
           PERFORM 6200-FIND-READY-INVOICES
               THRU 6200-FIND-READY-INVOICES-EXIT.

           PERFORM 1100-START-SUSPENSE-BROWSE
               THRU 1100-START-SUSPENSE-BROWSE-EXIT.
           PERFORM 6100-RELEASE-ONE-ROW
               THRU 6100-RELEASE-ONE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.
       6000-RELEASE-CORRECTIONS-EXIT.
           EXIT.

       6100-RELEASE-ONE-ROW.
           PERFORM 1200-READ-SUSPENSE-NEXT
               THRU 1200-READ-SUSPENSE-NEXT-EXIT.
           IF PD-SUSPENSE-EOF
               GO TO 6100-RELEASE-ONE-ROW-EXIT
           END-IF.
           IF SU-RELEASED
                   AND SU-RELEASED-DATE = PD-TRADING-DATE
               GO TO 6100-RELEASE-THIS-ROW
           END-IF.
           IF SU-TENDER
               IF SU-CORRECTED
                   GO TO 6100-RELEASE-THIS-ROW
               END-IF
               GO TO 6100-RELEASE-ONE-ROW-EXIT
           END-IF.
           IF NOT SU-CORRECTED AND NOT SU-OPEN
               GO TO 6100-RELEASE-ONE-ROW-EXIT
           END-IF.

           MOVE "N" TO PD-READY-FOUND-SWITCH.
           PERFORM 6400-SEARCH-ONE-READY
               THRU 6400-SEARCH-ONE-READY-EXIT
               VARYING PD-READY-SUB FROM 1 BY 1
               UNTIL PD-READY-SUB > PD-READY-COUNT
                  OR PD-READY-FOUND.
           IF NOT PD-READY-FOUND
               GO TO 6100-RELEASE-ONE-ROW-EXIT
           END-IF.

       6100-RELEASE-THIS-ROW.
           IF SU-PURCHASE
               MOVE SU-KEY          TO PE-SUSPENSE-KEY
               MOVE PD-TRADING-DATE TO PE-RELEASED-DATE
               MOVE SU-DATA         TO PE-DATA
               WRITE PURCH-RE-ENTRY-REC
           ELSE
               MOVE SU-KEY          TO YE-SUSPENSE-KEY
               MOVE PD-TRADING-DATE TO YE-RELEASED-DATE
               MOVE SU-DATA         TO YE-DATA
               WRITE PAY-RE-ENTRY-REC
           END-IF.

           SET SU-RELEASED      TO TRUE.
           MOVE PD-TRADING-DATE TO SU-RELEASED-DATE.
           REWRITE SUSPENSE-REC.
           ADD 1 TO PD-RELEASED-COUNT.

           MOVE SPACES TO PD-DETAIL-LINE.
           MOVE "RELEASED FOR RE-ENTRY" TO PD-DL-RESULT.
           PERFORM 7500-LIST-MOVEMENT
               THRU 7500-LIST-MOVEMENT-EXIT.
           MOVE SU-NOTE TO PD-DL-REASON.
           WRITE SUSPEND-RPT-LINE FROM PD-DETAIL-LINE.
       6100-RELEASE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    6200-FIND-READY-INVOICES                                    *
      *    One pass of the purchase rows, which sit together invoice   *
      *    by invoice, notes each invoice with at least one corrected  *
      *    row and no open row still waiting on its own correction.    *
      *    An invoice that will not fit in the table waits for the     *
      *    next night.                                                 *
      ******************************************************************
       6200-FIND-READY-INVOICES.
           MOVE 0 TO PD-READY-COUNT.
           MOVE SPACES TO PD-GROUP-WORK.

           PERFORM 1100-START-SUSPENSE-BROWSE
               THRU 1100-START-SUSPENSE-BROWSE-EXIT.
           PERFORM 6250-NOTE-ONE-ROW
               THRU 6250-NOTE-ONE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.
           PERFORM 6300-CLOSE-INVOICE
               THRU 6300-CLOSE-INVOICE-EXIT.
       6200-FIND-READY-INVOICES-EXIT.
           EXIT.

       6250-NOTE-ONE-ROW.
           PERFORM 1200-READ-SUSPENSE-NEXT
               THRU 1200-READ-SUSPENSE-NEXT-EXIT.
           IF PD-SUSPENSE-EOF
               GO TO 6250-NOTE-ONE-ROW-EXIT
           END-IF.
           IF NOT SU-PURCHASE
               GO TO 6250-NOTE-ONE-ROW-EXIT
           END-IF.

           IF SU-KEY (2:16) NOT = PD-GROUP-INVOICE
               PERFORM 6300-CLOSE-INVOICE
                   THRU 6300-CLOSE-INVOICE-EXIT
               MOVE SPACES        TO PD-GROUP-WORK
               MOVE SU-KEY (2:16) TO PD-GROUP-INVOICE
           END-IF.

           IF SU-CORRECTED
               SET PD-GROUP-CORRECTED TO TRUE
           END-IF.
           IF SU-OPEN
                   AND SU-REASON NOT = PD-SIBLING-REASON
               SET PD-GROUP-BLOCKED TO TRUE
           END-IF.
       6250-NOTE-ONE-ROW-EXIT.
           EXIT.

       6300-CLOSE-INVOICE.
           IF PD-GROUP-INVOICE = SPACES
                   OR NOT PD-GROUP-CORRECTED
                   OR PD-GROUP-BLOCKED
               GO TO 6300-CLOSE-INVOICE-EXIT
           END-IF.
           IF PD-READY-COUNT NOT < PD-MAX-READY
               DISPLAY "PDSUSPND - RELEASE TABLE FULL, INVOICE HELD: "
                   PD-GROUP-INVOICE
               GO TO 6300-CLOSE-INVOICE-EXIT
           END-IF.
           ADD 1 TO PD-READY-COUNT.
           MOVE PD-GROUP-INVOICE TO PD-READY-INVOICE (PD-READY-COUNT).
       6300-CLOSE-INVOICE-EXIT.
           EXIT.

       6400-SEARCH-ONE-READY.
           IF PD-READY-INVOICE (PD-READY-SUB) = SU-KEY (2:16)
               SET PD-READY-FOUND TO TRUE
           END-IF.
       6400-SEARCH-ONE-READY-EXIT.
           EXIT.

      ******************************************************************
      *    7000-AGEING-REPORT                                          *
      *    Lists every unresolved row, oldest first within each feed,  *
      *    with its age in days since the trading date it belongs to.  *
      *    The same pass counts the re-entries that came back through  *
      *    tonight's edits - those resolved as re-entered tonight and  *
      *    those that failed again tonight - which is what PDEDIT and  *
      *    PDPAYEDT between them should have re-entered.               *
      ******************************************************************
       7000-AGEING-REPORT.
           MOVE SPACES TO SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-5.
           WRITE SUSPEND-RPT-LINE FROM PD-REPORT-HEADING-6.

           PERFORM 1100-START-SUSPENSE-BROWSE
               THRU 1100-START-SUSPENSE-BROWSE-EXIT.
           PERFORM 7100-AGE-ONE-ROW
               THRU 7100-AGE-ONE-ROW-EXIT
               UNTIL PD-SUSPENSE-EOF.
       7000-AGEING-REPORT-EXIT.
           EXIT.

       7100-AGE-ONE-ROW.
           PERFORM 1200-READ-SUSPENSE-NEXT
               THRU 1200-READ-SUSPENSE-NEXT-EXIT.
           IF PD-SUSPENSE-EOF
               GO TO 7100-AGE-ONE-ROW-EXIT
           END-IF.

           IF SU-BOUNCED-DATE = PD-TRADING-DATE
               ADD 1 TO PD-RETURNED-COUNT
           ELSE
               IF SU-RE-ENTERED
                       AND SU-RESOLVED-DATE = PD-TRADING-DATE
                   ADD 1 TO PD-RETURNED-COUNT
               END-IF
           END-IF.

           IF NOT SU-UNRESOLVED
               GO TO 7100-AGE-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO PD-CARRIED-FWD-COUNT.

      *    A row whose trading date will not convert is aged as the
      *    oldest band, the way PDARCHIV treats an undated row.
           MOVE 9999 TO PD-AGE-DAYS.
           MOVE SU-TRADING-DATE TO PD-DATE-WORK.
           IF PD-DW-CCYY NOT < 1601
                   AND PD-DW-MM NOT < 1 AND PD-DW-MM NOT > 12
                   AND PD-DW-DD NOT < 1 AND PD-DW-DD NOT > 31
               COMPUTE PD-AGE-DAYS = PD-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE (SU-TRADING-DATE)
           END-IF.

           EVALUATE TRUE
               WHEN PD-AGE-DAYS NOT > 1
                   ADD 1 TO PD-AGE-0-1-COUNT
               WHEN PD-AGE-DAYS NOT > 7
                   ADD 1 TO PD-AGE-2-7-COUNT
               WHEN PD-AGE-DAYS NOT > 30
                   ADD 1 TO PD-AGE-8-30-COUNT
               WHEN OTHER
                   ADD 1 TO PD-AGE-OVER-30-COUNT
           END-EVALUATE.

           MOVE SPACES              TO PD-AGEING-LINE.
           MOVE SU-FEED             TO PD-AL-FEED.
           MOVE SU-TRADING-DATE     TO PD-AL-TRADING-DATE.
           MOVE SU-KEY-INVOICE      TO PD-AL-INVOICE-NUMBER.
           MOVE SU-LINE             TO PD-AL-LINE.
           MOVE SU-STORE-NUMBER     TO PD-AL-STORE-NUMBER.
           MOVE SU-TILL-NUMBER      TO PD-AL-TILL-NUMBER.
           EVALUATE TRUE
               WHEN SU-OPEN
                   MOVE "OPEN"      TO PD-AL-STATUS
               WHEN SU-CORRECTED
                   MOVE "CORRECTED" TO PD-AL-STATUS
               WHEN SU-RELEASED
                   MOVE "RELEASED"  TO PD-AL-STATUS
           END-EVALUATE.
           IF PD-AGE-DAYS < 0
               MOVE 0 TO PD-AL-AGE
           ELSE
               MOVE PD-AGE-DAYS TO PD-AL-AGE
           END-IF.
           MOVE SU-REJECT-COUNT     TO PD-AL-REJECT-COUNT.
           MOVE SU-REASON           TO PD-AL-REASON.
           WRITE SUSPEND-RPT-LINE FROM PD-AGEING-LINE.
       7100-AGE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    7500-LIST-MOVEMENT                                          *
      *    Fills the identifying columns of a movement line from the   *
      *    suspense row in the record area.                            *
      ******************************************************************
       7500-LIST-MOVEMENT.
           MOVE SU-FEED           TO PD-DL-FEED.
           MOVE SU-TRADING-DATE   TO PD-DL-TRADING-DATE.
           MOVE SU-KEY-INVOICE    TO PD-DL-INVOICE-NUMBER.
           MOVE SU-LINE           TO PD-DL-LINE.
           MOVE SU-STORE-NUMBER   TO PD-DL-STORE-NUMBER.
           MOVE SU-TILL-NUMBER    TO PD-DL-TILL-NUMBER.
       7500-LIST-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      *    7900-WRITE-RUN-CONTROL                                      *
      *    Appends this run's control counts to the shared run-        *
      *    control file for the end-of-night balancing step.           *
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
               DISPLAY "PDSUSPND - UNABLE TO OPEN RUNCTL, STATUS = "
                   RUN-CTL-STATUS
               GO TO 7900-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE SPACES               TO RunControl.
           MOVE "PDSUSPND"           TO ProgramName.
           MOVE 0                    TO StoreNumber.
           MOVE PD-TAKEN-IN-COUNT    TO ControlCount (1).
           MOVE PD-RETURNED-COUNT    TO ControlCount (2).
           MOVE PD-RELEASED-COUNT    TO ControlCount (3).
           MOVE PD-CARRIED-FWD-COUNT TO ControlCount (4).
           MOVE 0                    TO ControlAmount (1).
           MOVE 0                    TO ControlAmount (2).
           MOVE 0                    TO ControlAmount (3).
           MOVE 0                    TO ControlAmount (4).
           WRITE RunControl.

           CLOSE RUN-CTL.
       7900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    8000-FINISH-UP                                              *
      ******************************************************************
       8000-FINISH-UP.
           MOVE PD-AGE-0-1-COUNT     TO PD-SUM-AGE-0-1.
           MOVE PD-AGE-2-7-COUNT     TO PD-SUM-AGE-2-7.
           MOVE PD-AGE-8-30-COUNT    TO PD-SUM-AGE-8-30.
           MOVE PD-AGE-OVER-30-COUNT TO PD-SUM-AGE-OVER-30.
           MOVE SPACES TO SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE FROM PD-AGE-LINE-1.
           WRITE SUSPEND-RPT-LINE FROM PD-AGE-LINE-2.
           WRITE SUSPEND-RPT-LINE FROM PD-AGE-LINE-3.
           WRITE SUSPEND-RPT-LINE FROM PD-AGE-LINE-4.

           MOVE PD-TAKEN-IN-COUNT     TO PD-SUM-TAKEN-IN.
           MOVE PD-SUSPENDED-COUNT    TO PD-SUM-SUSPENDED.
           MOVE PD-BOUNCED-COUNT      TO PD-SUM-BOUNCED.
           MOVE PD-ALREADY-HELD-COUNT TO PD-SUM-ALREADY-HELD.
           MOVE PD-RE-ENTERED-COUNT   TO PD-SUM-RE-ENTERED.
           MOVE PD-CORRECTED-COUNT    TO PD-SUM-CORRECTED.
           MOVE PD-WRITTEN-OFF-COUNT  TO PD-SUM-WRITTEN-OFF.
           MOVE PD-REFUSED-COUNT      TO PD-SUM-REFUSED.
           MOVE PD-RELEASED-COUNT     TO PD-SUM-RELEASED.
           MOVE PD-RETURNED-COUNT     TO PD-SUM-RETURNED.
           MOVE SPACES TO SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-1.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-2.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-3.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-4.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-5.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-6.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-7.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-8.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-9.
           WRITE SUSPEND-RPT-LINE FROM PD-SUMMARY-LINE-10.

      *    Resolved this run is what tonight's run itself settled -
      *    re-entries that passed and write-offs.
           COMPUTE PD-EXPECTED-FWD-COUNT = PD-BROUGHT-FWD-COUNT
               + PD-SUSPENDED-COUNT
               - PD-RE-ENTERED-COUNT - PD-WRITTEN-OFF-COUNT.
           MOVE PD-BROUGHT-FWD-COUNT  TO PD-SUM-BROUGHT-FWD.
           MOVE PD-SUSPENDED-COUNT    TO PD-SUM-NEW.
           COMPUTE PD-SUM-RESOLVED =
               PD-RE-ENTERED-COUNT + PD-WRITTEN-OFF-COUNT.
           MOVE PD-CARRIED-FWD-COUNT  TO PD-SUM-CARRIED-FWD.
           IF PD-EXPECTED-FWD-COUNT = PD-CARRIED-FWD-COUNT
               MOVE "ROLL-FORWARD AGREES" TO PD-SUM-ROLL-RESULT
           ELSE
               MOVE "*** ROLL-FORWARD BROKEN ***"
                   TO PD-SUM-ROLL-RESULT
           END-IF.
           MOVE SPACES TO SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE.
           WRITE SUSPEND-RPT-LINE FROM PD-ROLL-LINE-1.
           WRITE SUSPEND-RPT-LINE FROM PD-ROLL-LINE-2.
           WRITE SUSPEND-RPT-LINE FROM PD-ROLL-LINE-3.
           WRITE SUSPEND-RPT-LINE FROM PD-ROLL-LINE-4.

           PERFORM 7900-WRITE-RUN-CONTROL
               THRU 7900-WRITE-RUN-CONTROL-EXIT.

           CLOSE SUSPENSE
                 PURCH-RE-ENTRY
                 PAY-RE-ENTRY
                 SUSPEND-RPT.
       8000-FINISH-UP-EXIT.
           EXIT.

      ******************************************************************
      *    9999-EXIT                                                   *
      ******************************************************************
       9999-EXIT.
           STOP RUN.
       9999-EXIT-EXIT.
           EXIT.
