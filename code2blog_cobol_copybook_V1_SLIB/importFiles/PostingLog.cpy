      ******************************************************************
      * Posting log record - what PDLOYAL, PDSTOCK, PDMOVMNT and       *
      * PDGRNCHK have posted for each trading date, one row per        *
      * posting, so that a re-run never applies the same invoice or    *
      * delivery twice.  Keyed by step, trading date (the night being  *
      * run, not the invoice's own date), source, document and line:   *
      *                                                                *
      *   source I  document is the InvoiceNumber.  Line zero is the   *
      *             invoice row, written once the whole invoice is     *
      *             posted; lines 1 onward are its item lines, each    *
      *             written as that line is applied, so a run that     *
      *             stopped part-way through an invoice resumes at     *
      *             the next line.                                     *
      *   source G  (PDSTOCK, PDGRNCHK) document is the GRNIN          *
      *             generation, line the position of the goods-        *
      *             received record within it.                         *
      *                                                                *
      * The row keeps what was actually applied - points for           *
      * PDLOYAL, the ItemCode and signed quantity for PDSTOCK (the     *
      * quantity received for PDGRNCHK), the movement row and          *
      * quantity/value for PDMOVMNT - so a re-run for a corrected      *
      * night can back the original posting out exactly before the     *
      * corrected extract is applied.  A backed-out row is marked      *
      * reversed, and becomes applied again if the corrected night     *
      * posts the same invoice/line.                                   *
      ******************************************************************
       01  PostingLog.
               05  PostingKey.
                   10  PostingStep         PIC X(8).
                   10  PostingTradingDate  PIC 9(8).
                   10  PostingSource       PIC X.
                       88  PostingFromInvoice       VALUE "I".
                       88  PostingFromReceipt       VALUE "G".
                   10  PostingDocument     PIC 9(8).
                   10  PostingLine         PIC 9(6).
               05  PostingStatus           PIC X.
                   88  PostingApplied               VALUE "A".
                   88  PostingReversed              VALUE "R".
               05  PostingRunDate          PIC 9(8).
               05  PostingCustomerId       PIC X(12).
               05  PostingItemCode         PIC X(10).
               05  PostingTransType        PIC X.
                   88  PostingSale                  VALUE "S".
                   88  PostingCredit                VALUE "R".
               05  PostingMovementDate     PIC 9(8).
               05  PostingQuantity         PIC S9(9) COMP.
               05  PostingValue            PIC S9(11)V99 COMP.
               05  PostingPointsEarned     PIC S9(9) COMP.
               05  PostingPointsRedeemed   PIC S9(9) COMP.
