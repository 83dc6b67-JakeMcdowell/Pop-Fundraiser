      *    PRIZE NAME. ROWS MAY BE IN ANY ORDER; THE HIGHEST MINIMUM
      *    A SELLER REACHES IS THE TIER AWARDED.
      *    SELLER ROSTER - THE ID EVERY ORDER MUST CARRY PLUS THE ONE
      *    TRUE NAME, TEAM, AND DIVISION PRINTED ON THE REPORT. AN
      *    INACTIVE SELLER KEEPS THE ORDERS UP TO SR-LAST-ORDER.
       FD  SELLER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  SR-REC.
           05     SR-SELLER-ID       PIC 9(4).
           05     SR-FNAME           PIC X(15).
           05     SR-TEAM            PIC X.
           05     SR-DIVISION        PIC 9.
           05     SR-STATUS          PIC X.
           05     SR-LAST-ORDER      PIC 9(5).

       FD  TIER-FILE
           LABEL RECORD IS STANDARD
                   10  SR-TABLE-FNAME   PIC X(15).
                   10  SR-TABLE-TEAM    PIC X.
                   10  SR-TABLE-DIV     PIC 9.
                   10  SR-TABLE-STATUS  PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.
                   10  SR-TABLE-LAST-ORDER PIC 9(5).

      *    PRIZE TIERS - ROOM FOR TEN SO THE CLUB CAN ADD STEPS
      *    WITHOUT A RECOMPILE.
               MOVE SR-LNAME TO SR-TABLE-LNAME (C-SR-CTR)
               MOVE SR-FNAME TO SR-TABLE-FNAME (C-SR-CTR)
               MOVE SR-TEAM TO SR-TABLE-TEAM (C-SR-CTR)
               MOVE SR-DIVISION TO SR-TABLE-DIV (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR)
               IF SR-LAST-ORDER NUMERIC
                   MOVE SR-LAST-ORDER TO SR-TABLE-LAST-ORDER (C-SR-CTR)
               ELSE
                   MOVE ZERO TO SR-TABLE-LAST-ORDER (C-SR-CTR).
           PERFORM 1550-READ-SELLER.

       2000-MAINLINE.
      *    SAME LIGHT EDITS THE PICK LIST RUN USES - A RECORD THAT
      *    CANNOT PRICE OR WHOSE SELLER ID IS NOT ON THE ROSTER IS
      *    LEFT OUT OF THE RANKING RATHER THAN CHARGED TO THE WRONG
      *    KID. SO IS AN ORDER TAKEN UNDER A SELLER AFTER THE SELLER
      *    WAS DEACTIVATED; THE SELLER'S EARLIER ORDERS STILL COUNT.
       2200-VALIDATION.
           MOVE 'NO' TO ERROR-SW.
           IF NOT VAL-STATE
           ELSE
               PERFORM 2250-SELLER-LOOKUP
               IF C-SELLER-FOUND-SW = "NO"
                   MOVE 'YES' TO ERROR-SW
               ELSE
                   IF VAL-SR-INACTIVE (C-SR-SUB) AND I-ORDER-NUM >
                           SR-TABLE-LAST-ORDER (C-SR-SUB)
                       MOVE 'YES' TO ERROR-SW.

      *    LEAVES C-SR-SUB POINTING AT THE MATCHED ROSTER ENTRY.
       2250-SELLER-LOOKUP.
