      *   "S" SINGLE  - LOOK UP IRQ-COUNTER.                          *
      *   "R" RANGE   - EVERY COUNTER FROM IRQ-COUNTER THRU           *
      *                 IRQ-COUNTER-TO.                               *
      *   "L" LABEL   - EVERY COUNTER CARRYING IRQ-LABEL, OR ONLY     *
      *                 THOSE FROM IRQ-COUNTER THRU IRQ-COUNTER-TO    *
      *                 WHEN IRQ-COUNTER-TO IS PUNCHED (NON-ZERO).    *
      *                 ANSWERED FROM THE FBLBLIX CROSS-REFERENCE.    *
      * EVERY REQUEST GETS AT LEAST ONE ANSWER RECORD ON THE          *
      * RESPONSE FILE (FBINQRS) SO THE REQUESTER CAN BALANCE.         *
      *****************************************************************
