           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

           05     OM-CUST-NUM        PIC 9(5).
           05     OM-SELLER-ID       PIC 9(4).

      *    ORDER MAINTENANCE STATUS CBLJRM19 KEEPS, KEYED BY ORDER
      *    NUMBER. A CANCELLED ORDER STAYS ON THE MASTER BUT IS NOT
      *    RELEASED TO THE SORT. OPTIONAL - NO FILE, NOTHING CANCELLED.
       FD  ORDER-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OX-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  OX-REC.
           05     OX-ORDER-NUM       PIC 9(5).
           05     OX-STATUS          PIC X.
               88 VAL-OX-CANCELLED VALUE 'C'.
               88 VAL-OX-CHANGED   VALUE 'M'.
               88 VAL-OX-REFUSED   VALUE 'R'.
           05     OX-REASON          PIC XX.
           05     OX-DATE            PIC 9(8).
           05     OX-PROGRAM         PIC X(8).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05     S-LNAME            PIC X(15).
           05      MORE-RECS          PIC XXX      VALUE "YES".
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-CANCEL-SW       PIC XXX      VALUE "NO".
           05      OX-REFUSED-SW      PIC XXX      VALUE "NO".
           05      PRICE-EOF-SW       PIC XXX.
           05      BAL-STATUS         PIC XX.
           05      BAL-OPEN-SW        PIC XXX      VALUE "NO".
           PERFORM 1600-LOAD-CUSTOMERS.
           PERFORM 1700-LOAD-BALANCES.
           PERFORM 1900-OPEN-DELIVERY.
           PERFORM 1070-OPEN-ORDER-STATUS.

           PERFORM 9000-READ.

       1050-RELEASE-FUNDRAISER.
           MOVE "NO" TO OM-EOF-SW.
           OPEN INPUT ORDER-MASTER.
           PERFORM 1070-OPEN-ORDER-STATUS.
           PERFORM 1060-RELEASE-REC
               UNTIL OM-EOF-SW = "YES".
           CLOSE ORDER-MASTER.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

       1060-RELEASE-REC.
           READ ORDER-MASTER
               AT END
                   MOVE "YES" TO OM-EOF-SW.
           MOVE "NO" TO OX-CANCEL-SW.
           IF OM-EOF-SW = "NO"
               PERFORM 1080-CHECK-CANCELLED.
           IF OM-EOF-SW = "NO" AND OX-CANCEL-SW = "NO"
               MOVE OM-REC TO SORT-REC
               RELEASE SORT-REC.

       1070-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

      *    A CANCELLED ORDER KEEPS ITS NUMBER ON THE MASTER BUT IS
      *    NEVER SOLD, PICKED OR BILLED AGAIN.
       1080-CHECK-CANCELLED.
           IF OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-CANCEL-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED
                           MOVE "YES" TO OX-CANCEL-SW.

       1100-LOAD-PRICES.
           MOVE ZERO TO C-PT-CTR.
           MOVE "NO" TO PRICE-EOF-SW.
      *    THE CUSTOMER TOTALS ACCUMULATE HERE, NOT AT PRINT TIME,
      *    SO A HOUSEHOLD WITH MORE LINES THAN THE TABLE HOLDS IS
      *    STILL BILLED FOR EVERY LINE EVEN THOUGH ONLY THE FIRST
      *    TWELVE ITEMIZE. A LINE REFUSED AT THE DOOR STILL PRINTS,
      *    MARKED, BUT ADDS NOTHING TO WHAT THE CUSTOMER OWES.
       2120-ADD-LINE.
           PERFORM 2205-COMPUTE-TOTAL-SALE.
           PERFORM 2130-FIND-LINE-PAID.
           PERFORM 2125-CHECK-REFUSED.
           IF OX-REFUSED-SW = "YES"
               MOVE "** REFUSED" TO C-DELIV-TEXT
           ELSE
               PERFORM 2135-FIND-DELIVERY
               ADD C-TOTAL-SALE TO C-CUST-TOTAL
               ADD C-TAX-AMT TO C-CUST-TAX
               ADD C-LINE-PAID TO C-CUST-PAID.
           IF C-RL-CTR < 12
               ADD 1 TO C-RL-CTR
               PERFORM 2140-STORE-LINE.

      *    CBLJRM21 MARKS A REFUSED ORDER 'R' ON THE ORDER STATUS FILE
      *    WHEN IT PUTS THE CASES BACK INTO STOCK.
       2125-CHECK-REFUSED.
           MOVE "NO" TO OX-REFUSED-SW.
           IF OX-OPEN-SW = "YES" AND I-ORDER-NUM NUMERIC
                   AND I-ORDER-NUM > 0
               MOVE I-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-REFUSED-SW
                   NOT INVALID KEY
                       IF VAL-OX-REFUSED
                           MOVE "YES" TO OX-REFUSED-SW.

      *    A LINE WITH NO DELIVERED CONFIRMATION ON CBLJRM18'S STATUS
      *    FILE GETS FLAGGED ON THE RECEIPT - THE CUSTOMER IS NOT
      *    DUNNED FOR CASES STILL IN THE WAREHOUSE.
               CLOSE BALANCE-FILE.
           IF DS-OPEN-SW = "YES"
               CLOSE DELIVERY-STATUS-FILE.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

      *    ONE FULL PAGE PER CUSTOMER: HEADING, SOLD-TO BLOCK, ONE
      *    LINE PER POP TYPE, COMBINED TOTALS, AND THE TEAR-OFF
