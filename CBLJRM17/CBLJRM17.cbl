      *    COMES OFF THE ORDER MASTER WHEN AN ORDER NUMBER IS GIVEN,
      *    OTHERWISE OFF THE CUSTOMER MASTER. REFUNDS PAID TO DATE
      *    CARRY FORWARD PER STATE IN THE LIABILITY LEDGER FILE
      *    (CBLPOPDL.DAT, REWRITTEN TO CBLPOPDL.NEW - CBLJRM26
      *    COMMITS IT OVER CBLPOPDL.DAT).
      *    OUTPUT: A REFUND REGISTER AND A DEPOSIT LIABILITY REPORT -
      *    DEPOSITS COLLECTED (RE-PRICED FROM THE ORDER MASTER) MINUS
      *    REFUNDS PAID, BY STATE - THE OUTSTANDING-LIABILITY FIGURE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO C-DR-SUB.

      *    CBLJRM26 COMMITS CBLPOPDL.NEW OVER CBLPOPDL.DAT.
       3600-WRITE-LIABILITY.
           OPEN OUTPUT LIABILITY-NEW-FILE.
           MOVE 1 TO C-DR-SUB.
