      *                record at all did not run, which is itself a    *
      *                broken chain.                                   *
      *                                                                *
      *                The reject suspense is proved the same way:     *
      *                every record PDEDIT and PDPAYEDT rejected must  *
      *                have been taken in by PDSUSPND, and every       *
      *                re-entry they edited must be one PDSUSPND saw   *
      *                come back, so no reject is dropped between      *
      *                the edits and the suspense file.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDBALNCE.
      *                    store after the whole-run checks, so a      *
      *                    night that balances in total but not in     *
      *                    one shop is still caught.                   *
      *   15-OCT-2026  RH  PDPAYEDT and the reject suspense step       *
      *                    PDSUSPND are now required steps.  Rejects   *
      *                    from PDEDIT and PDPAYEDT must equal those   *
      *                    PDSUSPND took in, and re-entries they       *
      *                    edited must equal those PDSUSPND saw come   *
      *                    back.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  PD-RECON-SEEN                               VALUE "Y".
       77  PD-PAYMAT-SEEN-SWITCH        PIC X(01)         VALUE "N".
           88  PD-PAYMAT-SEEN                              VALUE "Y".
       77  PD-PAYEDT-SEEN-SWITCH        PIC X(01)         VALUE "N".
           88  PD-PAYEDT-SEEN                              VALUE "Y".
       77  PD-SUSPND-SEEN-SWITCH        PIC X(01)         VALUE "N".
           88  PD-SUSPND-SEEN                              VALUE "Y".

       77  PD-EDIT-ACCEPTED             PIC 9(7)          VALUE 0.
       77  PD-EDIT-REJECTED             PIC 9(7)          VALUE 0.
       77  PD-EDIT-RE-ENTERED           PIC 9(7)          VALUE 0.
       77  PD-PAYEDT-REJECTED           PIC 9(7)          VALUE 0.
       77  PD-PAYEDT-RE-ENTERED         PIC 9(7)          VALUE 0.
       77  PD-SUSPND-TAKEN-IN           PIC 9(7)          VALUE 0.
       77  PD-SUSPND-RETURNED           PIC 9(7)          VALUE 0.
       77  PD-BASKET-SEGMENTS           PIC 9(7)          VALUE 0.
       77  PD-BASKET-ASSEMBLED          PIC 9(7)          VALUE 0.
       77  PD-BASKET-REWRITES           PIC 9(7)          VALUE 0.
               WHEN "PDEDIT"
                   SET PD-EDIT-SEEN TO TRUE
                   MOVE ControlCount (2)  TO PD-EDIT-ACCEPTED
                   MOVE ControlCount (3)  TO PD-EDIT-REJECTED
                   MOVE ControlCount (4)  TO PD-EDIT-RE-ENTERED
               WHEN "PDBASKET"
                   SET PD-BASKET-SEEN TO TRUE
                   MOVE ControlCount (1)  TO PD-BASKET-SEGMENTS
                   MOVE ControlAmount (2) TO PD-PAYMAT-COLLECTED
                   MOVE ControlAmount (3) TO PD-PAYMAT-VARIANCE
                   MOVE ControlAmount (4) TO PD-PAYMAT-UNPAID
               WHEN "PDPAYEDT"
                   SET PD-PAYEDT-SEEN TO TRUE
                   MOVE ControlCount (3)  TO PD-PAYEDT-REJECTED
                   MOVE ControlCount (4)  TO PD-PAYEDT-RE-ENTERED
               WHEN "PDSUSPND"
                   SET PD-SUSPND-SEEN TO TRUE
                   MOVE ControlCount (1)  TO PD-SUSPND-TAKEN-IN
                   MOVE ControlCount (2)  TO PD-SUSPND-RETURNED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               WRITE BALANCE-RPT-LINE FROM PD-MISSING-LINE
               ADD 1 TO PD-BROKEN-COUNT
           END-IF.
           IF NOT PD-PAYEDT-SEEN
               MOVE "PDPAYEDT" TO PD-ML-PROGRAM
               WRITE BALANCE-RPT-LINE FROM PD-MISSING-LINE
               ADD 1 TO PD-BROKEN-COUNT
           END-IF.
           IF NOT PD-SUSPND-SEEN
               MOVE "PDSUSPND" TO PD-ML-PROGRAM
               WRITE BALANCE-RPT-LINE FROM PD-MISSING-LINE
               ADD 1 TO PD-BROKEN-COUNT
           END-IF.
       3000-CHECK-STEPS-RAN-EXIT.
           EXIT.

               PERFORM 4900-REPORT-ONE-CHECK
                   THRU 4900-REPORT-ONE-CHECK-EXIT
           END-IF.

      *    Nothing dropped between the front-end edits and the reject
      *    suspense file: every reject was taken in, and every
      *    re-entry the edits processed came back to suspense as
      *    either passed or rejected again.
           IF PD-EDIT-SEEN AND PD-PAYEDT-SEEN AND PD-SUSPND-SEEN
               COMPUTE PD-LEFT-AMOUNT =
                   PD-EDIT-REJECTED + PD-PAYEDT-REJECTED
               MOVE PD-SUSPND-TAKEN-IN TO PD-RIGHT-AMOUNT
               MOVE "PDEDIT + PDPAYEDT REJECTED = PDSUSPND TAKEN IN"
                   TO PD-CK-DESCRIPTION
               PERFORM 4900-REPORT-ONE-CHECK
                   THRU 4900-REPORT-ONE-CHECK-EXIT

               COMPUTE PD-LEFT-AMOUNT =
                   PD-EDIT-RE-ENTERED + PD-PAYEDT-RE-ENTERED
               MOVE PD-SUSPND-RETURNED TO PD-RIGHT-AMOUNT
               MOVE "PDEDIT + PDPAYEDT RE-ENTERED = SUSPENSE RETURNS"
                   TO PD-CK-DESCRIPTION
               PERFORM 4900-REPORT-ONE-CHECK
                   THRU 4900-REPORT-ONE-CHECK-EXIT
           END-IF.
       4000-CROSS-FOOT-EXIT.
           EXIT.

