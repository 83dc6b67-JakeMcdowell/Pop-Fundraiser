           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

           SELECT PAYMENT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
           05     OM-CUST-NUM        PIC 9(5).
           05     OM-SELLER-ID       PIC 9(4).

      *    ORDER MAINTENANCE STATUS CBLJRM19 KEEPS, KEYED BY ORDER
      *    NUMBER. OPTIONAL - NO FILE, NOTHING CANCELLED.
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

      *    ONE TRANSACTION PER PAYMENT RECEIVED OR REVERSED - KEYED BY
      *    THE ORDER NUMBER PRINTED ON THE SALES REPORT. BLANK TRANS
      *    TYPE READS AS A PAYMENT SO FILES KEYED BEFORE THE FIELD
           05      PRICE-EOF-SW       PIC XXX.
           05      BAL-STATUS         PIC XX.
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-CANCEL-SW       PIC XXX      VALUE "NO".
           05      BAL-FOUND-SW       PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-SCTR             PIC 999      VALUE ZERO.

           OPEN I-O ORDER-MASTER.
           OPEN I-O BALANCE-FILE.
           PERFORM 1800-OPEN-ORDER-STATUS.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT REGISTER-OUT.

               MOVE "Y" TO BT-HDR-SW (C-BT-CTR).
           PERFORM 1750-READ-BATCH-HEADER.

       1800-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       2000-MAINLINE.
           ADD 1 TO C-PAY-READ-TOTAL.
           PERFORM 2100-POST-PAYMENT.
                   MOVE "NO ORDER WITH THIS NUMBER" TO C-UNM-REASON
                   PERFORM 2150-RECORD-UNMATCHED
               NOT INVALID KEY
                   PERFORM 2112-CHECK-CANCELLED.

      *    MONEY IS NEVER POSTED TO A CANCELLED ORDER - CBLJRM19
      *    ALREADY SETTLED ITS BALANCE AND LISTED ANY REFUND.
       2112-CHECK-CANCELLED.
           MOVE "NO" TO OX-CANCEL-SW.
           IF OX-OPEN-SW = "YES"
               PERFORM 2113-READ-ORDER-STATUS.
           IF OX-CANCEL-SW = "YES"
               MOVE "ORDER HAS BEEN CANCELLED" TO C-UNM-REASON
               PERFORM 2150-RECORD-UNMATCHED
           ELSE
               PERFORM 2115-EDIT-ORDER.

       2113-READ-ORDER-STATUS.
           MOVE OM-ORDER-NUM TO OX-ORDER-NUM.
           READ ORDER-STATUS-FILE
               INVALID KEY
                   MOVE "NO" TO OX-CANCEL-SW
               NOT INVALID KEY
                   IF VAL-OX-CANCELLED
                       MOVE "YES" TO OX-CANCEL-SW.

       2115-EDIT-ORDER.
           MOVE OM-REC TO ORD-REC.
           CLOSE REGISTER-OUT.
           CLOSE ORDER-MASTER.
           CLOSE BALANCE-FILE.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

      *    ONE BALANCED BATCH PER POSTING RUN - CASH IN AGAINST THE
      *    RECEIVABLE, FROM THE SAME C-PAY-AMT-TOTAL THE REGISTER
