      * contested, and the item's own status flips to disputed so
      * CUSTAGE, DUNNING, FINCHG and COLLQUE stop treating the amount
      * as collectable. A resolve action either reinstates the item
      * for aging as it stood, or concedes it, and records the
      * resolving operator beside the opening one - conceded amounts
      * come out as a properly BH/BT-wrapped batch of AJ adjustment
      * transactions (reason code DR, the resolving operator as
      * approver) so TRANPOST credits the customer through the same
      * validated path as every other adjustment.
               SET DSP-RESOLVED TO TRUE
               SET DSP-RES-REINSTATED TO TRUE
               MOVE WS-TODAY-DATE TO DSP-RESOLVED-DATE
               MOVE DMN-OPERATOR-ID TO DSP-RESOLVED-BY
               REWRITE DISPUTE-RECORD
               ADD 1 TO WS-DISPUTES-REINSTATED
           ELSE
               SET DSP-RESOLVED TO TRUE
               SET DSP-RES-ADJUSTED TO TRUE
               MOVE WS-TODAY-DATE TO DSP-RESOLVED-DATE
               MOVE DMN-OPERATOR-ID TO DSP-RESOLVED-BY
               REWRITE DISPUTE-RECORD
               ADD 1 TO WS-DISPUTES-ADJUSTED
           END-IF.
