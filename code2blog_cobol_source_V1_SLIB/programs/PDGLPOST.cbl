      *                and PDLOYAL (points movements) already          *
      *                accumulate there, so head office stops          *
      *                re-keying three printed reports every morning.  *
      *                PDVCHPST's gift-voucher totals move voucher     *
      *                sales out of NonGrocery sales into the voucher  *
      *                liability, and release the liability against    *
      *                tenders collected as vouchers are redeemed.     *
      *                                                                *
      *                The file is only released when PDBALNCE's       *
      *                verdict record shows zero broken cross-foot     *
      *   02-SEP-2026  RH  Initial version - GL interface file built   *
      *                    off the run-control totals, released only   *
      *                    on a clean PDBALNCE verdict.                *
      *   15-OCT-2026  RH  Gift-voucher postings added from PDVCHPST's *
      *                    run-control record - voucher sales moved out*
      *                    of NonGrocery sales to the voucher          *
      *                    liability, redemptions released against     *
      *                    tenders collected.  PDVCHPST is now a       *
      *                    feeding step the release waits for.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  PD-LOYAL-SEEN                               VALUE "Y".
       77  PD-BALNCE-SEEN-SWITCH        PIC X(01)         VALUE "N".
           88  PD-BALNCE-SEEN                              VALUE "Y".
       77  PD-VCHPST-SEEN-SWITCH        PIC X(01)         VALUE "N".
           88  PD-VCHPST-SEEN                              VALUE "Y".

       77  PD-RECON-GROCERY             PIC S9(11)V99     VALUE 0.
       77  PD-RECON-NONGROCERY          PIC S9(11)V99     VALUE 0.
       77  PD-LOYAL-EARNED              PIC S9(11)        VALUE 0.
       77  PD-LOYAL-REDEEMED            PIC S9(11)        VALUE 0.
       77  PD-BALNCE-BROKEN             PIC 9(7)          VALUE 0.
       77  PD-VOUCHER-ISSUED            PIC S9(11)V99     VALUE 0.
       77  PD-VOUCHER-REDEEMED          PIC S9(11)V99     VALUE 0.

      * The posting being built - 7000-WRITE-ONE-POSTING flips the
      * debit/credit marker when the signed amount is negative, so
               WHEN "PDBALNCE"
                   SET PD-BALNCE-SEEN TO TRUE
                   MOVE ControlCount (1)  TO PD-BALNCE-BROKEN
               WHEN "PDVCHPST"
                   SET PD-VCHPST-SEEN TO TRUE
                   MOVE ControlAmount (1) TO PD-VOUCHER-ISSUED
                   MOVE ControlAmount (2) TO PD-VOUCHER-REDEEMED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT PD-RECON-SEEN
                   OR NOT PD-PAYMAT-SEEN
                   OR NOT PD-LOYAL-SEEN
                   OR NOT PD-VCHPST-SEEN
               DISPLAY "PDGLPOST - A FEEDING STEP WROTE NO RUN-CONTROL"
                   " RECORD - POSTINGS HELD"
               GO TO 3000-CHECK-RELEASE-HOLD
      *    debtors on the debit side against the Grocery/NonGrocery    *
      *    sales on the credit side, the till variance as its own      *
      *    account, and the loyalty points movement valued at one      *
      *    penny per point against the scheme liability.  A gift       *
      *    voucher sold is a liability, not a sale: its value comes    *
      *    back out of NonGrocery sales into the voucher liability,    *
      *    and a voucher redeemed releases that liability against      *
      *    the tenders collected, which carry it at face value but     *
      *    brought no money in.                                        *
      ******************************************************************
       4000-BUILD-POSTINGS.
           OPEN OUTPUT GL-INTERFACE.
           PERFORM 7000-WRITE-ONE-POSTING
               THRU 7000-WRITE-ONE-POSTING-EXIT.

           MOVE "40200000" TO PD-GL-ACCOUNT.
           MOVE "D"        TO PD-GL-SIDE.
           MOVE PD-VOUCHER-ISSUED TO PD-GL-AMOUNT.
           MOVE "GIFT VOUCHERS SOLD" TO PD-GL-CAPTION.
           PERFORM 7000-WRITE-ONE-POSTING
               THRU 7000-WRITE-ONE-POSTING-EXIT.

           MOVE "25100000" TO PD-GL-ACCOUNT.
           MOVE "C"        TO PD-GL-SIDE.
           MOVE PD-VOUCHER-ISSUED TO PD-GL-AMOUNT.
           MOVE "GIFT VOUCHER LIABILITY" TO PD-GL-CAPTION.
           PERFORM 7000-WRITE-ONE-POSTING
               THRU 7000-WRITE-ONE-POSTING-EXIT.

           MOVE "25100000" TO PD-GL-ACCOUNT.
           MOVE "D"        TO PD-GL-SIDE.
           MOVE PD-VOUCHER-REDEEMED TO PD-GL-AMOUNT.
           MOVE "GIFT VOUCHERS REDEEMED" TO PD-GL-CAPTION.
           PERFORM 7000-WRITE-ONE-POSTING
               THRU 7000-WRITE-ONE-POSTING-EXIT.

           MOVE "10100000" TO PD-GL-ACCOUNT.
           MOVE "C"        TO PD-GL-SIDE.
           MOVE PD-VOUCHER-REDEEMED TO PD-GL-AMOUNT.
           MOVE "VOUCHER TENDERS - NO MONEY" TO PD-GL-CAPTION.
           PERFORM 7000-WRITE-ONE-POSTING
               THRU 7000-WRITE-ONE-POSTING-EXIT.

           CLOSE GL-INTERFACE.
       4000-BUILD-POSTINGS-EXIT.
           EXIT.
