      *                    (OCCURS DEPENDING ON the item count), so    *
      *                    an invoice only occupies what its items     *
      *                    need.                                       *
      *   15-OCT-2026  RH  Item-master layout extended with the cost   *
      *                    price PDITMLD and PDSTOCK now maintain.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  IM-VAT-REDUCED           VALUE "R".
               88  IM-VAT-ZERO              VALUE "Z".
               88  IM-VAT-UNCLASSIFIED      VALUE " ".
           05  IM-COST-PRICE            PIC 9999V99.

       FD  VAT-RPT
           RECORDING MODE IS F.
