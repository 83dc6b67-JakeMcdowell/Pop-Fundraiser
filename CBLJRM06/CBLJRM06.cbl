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

           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STOCK-LEDGER
           ASSIGN TO "C:\COBOL\CBLPOPSK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKPOINT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
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
           05     OX-REASON          PIC XX.
           05     OX-DATE            PIC 9(8).
           05     OX-PROGRAM         PIC X(8).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05     S-LNAME            PIC X(15).
      *    PERPETUALLY NOW: CBLJRM15 POSTS BOTTLER RECEIPTS AND COUNT
      *    ADJUSTMENTS INTO IT, THIS RUN DRAWS IT DOWN FOR WHAT THE
      *    CREW PULLS AND WRITES THE ENDING ON-HAND TO CBLPOPIV.NEW
      *    (CBLJRM26 COMMITS IT OVER CBLPOPIV.DAT). THE PICK LIST
      *    ONLY TELLS THE CREW TO PULL WHAT IS ACTUALLY THERE, THE
      *    REST GOES TO THE BACKORDER REPORT AND THE MACHINE-READABLE
      *    BACKORDER FILE.
       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-REC
           05     BD-QTY-SHORT       PIC 99.
           05     BD-DATE            PIC 9(8).

      *    ENDING ON-HAND PER POP TYPE AFTER THIS RUN'S PULLS -
      *    CBLJRM26 COMMITS IT OVER CBLPOPIV.DAT.
       FD  INVENTORY-NEW-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-NEW-REC

       01  GD-LINE                PIC X(132).

      *    STOCK LEDGER - ONE RECORD APPENDED PER INVENTORY MOVEMENT
      *    WITH THE ON-HAND BEFORE AND AFTER IT, SO THE RECONCILIATION
      *    RUN (CBLJRM22) CAN TRACE HOW THE COUNT GOT WHERE IT IS.
       FD  STOCK-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SK-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  SK-REC.
           05     SK-DATE            PIC 9(8).
           05     SK-TIME            PIC 9(6).
           05     SK-PROGRAM         PIC X(8).
           05     SK-POP-TYPE        PIC 99.
           05     SK-MOVE-TYPE       PIC X.
           05     SK-SIGN            PIC X.
           05     SK-QTY             PIC 9(6).
           05     SK-BEFORE          PIC 9(6).
           05     SK-AFTER           PIC 9(6).
           05     SK-ORDER-NUM       PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      ERROR-SW           PIC XXX.
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-CANCEL-SW       PIC XXX      VALUE "NO".
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      MORE-RECS          PIC XXX.
           05      C-PCTR             PIC 99       VALUE ZERO.
           OPEN OUTPUT MANIFEST-OUT.
           OPEN OUTPUT BACKORDER-OUT.
           OPEN EXTEND BACKORDER-DATA.
           OPEN EXTEND STOCK-LEDGER.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1500-LOAD-DIVISIONS.
       1050-RELEASE-ORDERS.
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
               MOVE OM-CUST-NUM TO C-LOOKUP-CUST
               PERFORM 2170-CUST-LOOKUP
               ELSE
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

       1100-LOAD-INVENTORY.
           MOVE "NO" TO IV-EOF-SW.
           OPEN INPUT INVENTORY-FILE.
      *    FILLS FROM REMAINING STOCK IN THE ORDER RECORDS ARRIVE OFF
      *    THE SORT - TEAM, ZIP, THEN LAST NAME - SO THE SAME CUSTOMERS
      *    COME UP SHORT EVERY TIME THE RUN REPEATS ON THE SAME FILES.
      *    WHATEVER IS PULLED GOES ON THE STOCK LEDGER AS A PICK.
       2150-ALLOCATE-STOCK.
           MOVE IN-ON-HAND (I-POP-TYPE) TO SK-BEFORE.
           IF IN-ON-HAND (I-POP-TYPE) NOT < I-NUM-CASES
               MOVE I-NUM-CASES TO C-ALLOC-QTY
               MOVE ZERO TO C-SHORT-QTY
               MOVE IN-ON-HAND (I-POP-TYPE) TO C-ALLOC-QTY
               COMPUTE C-SHORT-QTY = I-NUM-CASES - C-ALLOC-QTY
               MOVE ZERO TO IN-ON-HAND (I-POP-TYPE).
           IF C-ALLOC-QTY > ZERO
               MOVE IN-ON-HAND (I-POP-TYPE) TO SK-AFTER
               MOVE I-POP-TYPE TO SK-POP-TYPE
               MOVE "P" TO SK-MOVE-TYPE
               MOVE I-ORDER-NUM TO SK-ORDER-NUM
               MOVE I-DATE TO SK-DATE
               PERFORM 2190-WRITE-LEDGER.

      *    THE CALLER SETS POP TYPE, MOVE TYPE, ORDER NUMBER AND THE
      *    ON-HAND BEFORE AND AFTER; THE CASES MOVED AND WHICH WAY
      *    FOLLOW FROM THE TWO COUNTS.
       2190-WRITE-LEDGER.
           MOVE I-TIME TO SK-TIME.
           MOVE "CBLJRM06" TO SK-PROGRAM.
           IF SK-AFTER < SK-BEFORE
               MOVE "-" TO SK-SIGN
               COMPUTE SK-QTY = SK-BEFORE - SK-AFTER
           ELSE
               MOVE "+" TO SK-SIGN
               COMPUTE SK-QTY = SK-AFTER - SK-BEFORE.
           WRITE SK-REC.

       2160-WRITE-BACKORDER.
           MOVE I-TEAM TO O-BO-TEAM.
           CLOSE MANIFEST-OUT.
           CLOSE BACKORDER-OUT.
           CLOSE BACKORDER-DATA.
           CLOSE STOCK-LEDGER.

      *    DEMANDED CASES (PULLED PLUS BACKORDERED) GO TO THE TOTALS
      *    FILE - THE SALES RUN COUNTS DEMAND, SO THE BALANCING STEP
