      * AN ADJUSTMENT APPLIED TO AN INVOICE THE QUALITY GATE HELD -
      * THE ADJFILE RECORD IMAGE UNDER THE INVOICE NUMBER. RELEASING
      * THE INVOICE MOVES IT ON TO ADJHIST; SUPPRESSING THE INVOICE
      * OR SENDING IT FOR RERATE PUTS IT BACK ON ADJFILE FOR THE
      * NEXT INVOICE.
           10  HA-Invoice-No      Pic X(19).
           10  HA-Adjustment      Pic X(68).
