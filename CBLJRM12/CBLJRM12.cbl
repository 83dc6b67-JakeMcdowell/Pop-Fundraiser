      *    SEASON NEXT TO THE PRIOR ONE WITH THE CHANGE IN CASES AND
      *    DOLLARS PER POP TYPE AND PER TEAM. THE BOARD SETS NEXT
      *    SEASON'S CASE ORDER WITH COCA-COLA FROM THIS PRINTOUT.
      *
      *    IT ALSO FILES WHAT EACH CUSTOMER BOUGHT THIS SEASON ON THE
      *    CUSTOMER PURCHASE HISTORY (CBLPOPCH.DAT, KEYED BY CUSTOMER
      *    NUMBER AND SEASON DATE) - CASES PER POP TYPE AND THE SELLER
      *    WHO TOOK THE LAST ORDER - FOR NEXT SEASON'S REORDER FORMS
      *    (CBLJRM27).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "C:\COBOL\CBLPOPYC.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT ORDER-MASTER
           ASSIGN TO "C:\COBOL\CBLPOPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

       SELECT OPTIONAL CUST-HISTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CH-KEY
           FILE STATUS IS CH-STATUS-CODE.


       DATA DIVISION.
       FILE SECTION.

       01  PRTLINE                PIC X(132).

       FD  ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OM-REC
           RECORD CONTAINS 92 CHARACTERS.

       01  OM-REC.
           05     OM-LNAME           PIC X(15).
           05     OM-FNAME           PIC X(15).
           05     OM-ADDRESS         PIC X(15).
           05     OM-CITY            PIC X(10).
           05     OM-STATE           PIC XX.
           05     OM-ZIP             PIC 9(5).
           05     OM-ZIP2            PIC 9(4).
           05     OM-POP-TYPE        PIC 99.
           05     OM-NUM-CASES       PIC 99.
           05     OM-TEAM            PIC X.
           05     OM-TEAMA           PIC X.
           05     OM-TEAMB           PIC X.
           05     OM-TEAMC           PIC X.
           05     OM-TEAMD           PIC X.
           05     OM-TEAME           PIC X.
           05     OM-PAID-STATUS     PIC X.
           05     OM-ORDER-NUM       PIC 9(5).
           05     OM-DIVISION        PIC 9.
           05     OM-CUST-NUM        PIC 9(5).
           05     OM-SELLER-ID       PIC 9(4).

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

      *    ONE RECORD PER CUSTOMER PER CLOSED SEASON. THE SELLER,
      *    TEAM AND DIVISION ARE THOSE ON THE CUSTOMER'S LAST ORDER
      *    OF THE SEASON - THE KID WHO WILL KNOCK ON THAT DOOR NEXT.
       FD  CUST-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 39 CHARACTERS.

       01  CH-REC.
           05     CH-KEY.
                  10  CH-CUST-NUM     PIC 9(5).
                  10  CH-SEASON-DATE  PIC 9(8).
           05     CH-SELLER-ID        PIC 9(4).
           05     CH-TEAM             PIC X.
           05     CH-DIVISION         PIC 9.
           05     CH-ORDERS           PIC 99.
           05     CH-CASES            OCCURS 6 TIMES
                                      PIC 999.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      MORE-RECS          PIC XXX      VALUE "YES".
           05      PRIOR-FOUND-SW     PIC XXX      VALUE "NO".
           05      PRIOR2-FOUND-SW    PIC XXX      VALUE "NO".
           05      RERUN-SW           PIC XXX      VALUE "NO".
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-SKIP-SW         PIC XXX      VALUE "NO".
           05      CH-STATUS-CODE     PIC XX.
           05      C-CUST-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-PH-SUB           PIC 9(4)     VALUE ZERO.
           05      C-PH-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-CH-ORDER-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-CH-NOCUST-TOTAL  PIC 9(5)     VALUE ZERO.
           05      C-CH-FULL-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-SCTR             PIC 99       VALUE ZERO.
           05      C-CHG-CASES        PIC S9(7)    VALUE ZERO.
                                      PIC 9(7)V99.
           05      PS-TAX-TOTAL       PIC 9(7)V99.

      *    THIS SEASON'S PURCHASES BY CUSTOMER NUMBER, BUILT FROM THE
      *    ORDER MASTER - SAME 2000-CUSTOMER CEILING AS THE MASTER.
       01  PURCHASE-TABLE-AREA.
           05      C-PH-CTR           PIC 9(4)     VALUE ZERO.
           05      PURCHASE-ENTRY     OCCURS 2000 TIMES.
                   10  PH-CUST-NUM    PIC 9(5).
                   10  PH-SELLER-ID   PIC 9(4).
                   10  PH-TEAM        PIC X.
                   10  PH-DIVISION    PIC 9.
                   10  PH-ORDERS      PIC 99.
                   10  PH-CASES       OCCURS 6 TIMES
                                      PIC 999.

       01  POP-NAME-AREA.
           05  FILLER  PIC X(16)  VALUE "COKE".
           05  FILLER  PIC X(16)  VALUE "DIET COKE".
               "SEASON FIGURES ARCHIVED TO HISTORY MASTER.".
           05  FILLER          PIC X(88)   VALUE SPACES.

       01 HISTORY-COUNT-LINE.
           05  O-HC-LABEL      PIC X(44).
           05  O-HC-COUNT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(82)   VALUE SPACES.

       01 RERUN-LINE.
           05  FILLER          PIC X(52)   VALUE
               "SEASON ALREADY ON HISTORY MASTER - REPORT REPRINTED".
           PERFORM 2100-FIND-PRIOR-SEASON.
           PERFORM 2200-ARCHIVE-SEASON.
           PERFORM 2300-PRINT-COMPARISON.
           PERFORM 2400-BUILD-CUST-HISTORY.

      *    THE LAST RECORD ALREADY ON THE HISTORY MASTER IS THE PRIOR
      *    SEASON - EVERY CLOSE APPENDS EXACTLY ONE RECORD.
               AFTER ADVANCING 2 LINES.
           ADD 1 TO C-SCTR.

      *    EVERY ORDER STILL STANDING AT CLOSE COUNTS - CANCELLED AND
      *    REFUSED ORDERS WERE NEVER BOUGHT. ONE WITHOUT A CUSTOMER
      *    NUMBER CANNOT BE FILED AND IS ONLY COUNTED. A RERUN OF THE
      *    CLOSE REPLACES THE SEASON'S RECORDS RATHER THAN DOUBLING
      *    THEM.
       2400-BUILD-CUST-HISTORY.
           MOVE ZERO TO C-PH-CTR.
           MOVE "NO" TO OM-EOF-SW.
           OPEN INPUT ORDER-MASTER.
           PERFORM 2410-OPEN-ORDER-STATUS.
           PERFORM 2420-READ-ORDER.
           PERFORM 2430-ADD-PURCHASE
               UNTIL OM-EOF-SW = "YES".
           CLOSE ORDER-MASTER.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

           OPEN I-O CUST-HISTORY-FILE.
           MOVE 1 TO C-PH-SUB.
           PERFORM 2470-WRITE-CUST-HISTORY
               UNTIL C-PH-SUB > C-PH-CTR.
           CLOSE CUST-HISTORY-FILE.

           MOVE "CUSTOMERS FILED TO PURCHASE HISTORY:" TO O-HC-LABEL.
           MOVE C-PH-CTR TO O-HC-COUNT.
           WRITE PRTLINE FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ORDERS FILED TO PURCHASE HISTORY:" TO O-HC-LABEL.
           MOVE C-CH-ORDER-TOTAL TO O-HC-COUNT.
           WRITE PRTLINE FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "ORDERS NOT FILED - NO CUSTOMER NUMBER:" TO O-HC-LABEL.
           MOVE C-CH-NOCUST-TOTAL TO O-HC-COUNT.
           WRITE PRTLINE FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "ORDERS NOT FILED - HISTORY TABLE FULL:" TO O-HC-LABEL.
           MOVE C-CH-FULL-TOTAL TO O-HC-COUNT.
           WRITE PRTLINE FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 1 LINES.

       2410-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       2420-READ-ORDER.
           READ ORDER-MASTER
               AT END
                   MOVE "YES" TO OM-EOF-SW.

       2430-ADD-PURCHASE.
           PERFORM 2440-CHECK-STATUS.
           IF OX-SKIP-SW = "NO"
                   AND OM-POP-TYPE NUMERIC AND OM-NUM-CASES NUMERIC
               IF OM-POP-TYPE > 0 AND OM-POP-TYPE < 7
                       AND OM-NUM-CASES > 0
                   IF OM-CUST-NUM NOT NUMERIC OR OM-CUST-NUM = ZERO
                       ADD 1 TO C-CH-NOCUST-TOTAL
                   ELSE
                       PERFORM 2450-POST-PURCHASE.
           PERFORM 2420-READ-ORDER.

       2440-CHECK-STATUS.
           MOVE "NO" TO OX-SKIP-SW.
           IF OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-SKIP-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                           MOVE "YES" TO OX-SKIP-SW.

      *    THE MASTER READS IN ORDER-NUMBER SEQUENCE, SO THE SELLER
      *    LEFT ON THE ENTRY IS THE ONE WHO TOOK THE LATEST ORDER.
       2450-POST-PURCHASE.
           MOVE "NO" TO C-CUST-FOUND-SW.
           MOVE 1 TO C-PH-SCTR.
           PERFORM 2460-PURCHASE-MATCH
               UNTIL C-PH-SCTR > C-PH-CTR.
           IF C-CUST-FOUND-SW = "NO"
               IF C-PH-CTR < 2000
                   ADD 1 TO C-PH-CTR
                   MOVE C-PH-CTR TO C-PH-SUB
                   MOVE "YES" TO C-CUST-FOUND-SW
                   MOVE OM-CUST-NUM TO PH-CUST-NUM (C-PH-SUB)
                   MOVE ZERO TO PH-ORDERS (C-PH-SUB)
                   MOVE 1 TO C-SCTR
                   PERFORM 2465-CLEAR-CASES
                       UNTIL C-SCTR > 6
               ELSE
                   ADD 1 TO C-CH-FULL-TOTAL.
           IF C-CUST-FOUND-SW = "YES"
               ADD 1 TO C-CH-ORDER-TOTAL
               ADD 1 TO PH-ORDERS (C-PH-SUB)
               ADD OM-NUM-CASES TO PH-CASES (C-PH-SUB, OM-POP-TYPE)
               MOVE OM-SELLER-ID TO PH-SELLER-ID (C-PH-SUB)
               MOVE OM-TEAM TO PH-TEAM (C-PH-SUB)
               MOVE OM-DIVISION TO PH-DIVISION (C-PH-SUB).

       2460-PURCHASE-MATCH.
           IF PH-CUST-NUM (C-PH-SCTR) = OM-CUST-NUM
               MOVE "YES" TO C-CUST-FOUND-SW
               MOVE C-PH-SCTR TO C-PH-SUB
               MOVE 2001 TO C-PH-SCTR
           ELSE
               ADD 1 TO C-PH-SCTR.

       2465-CLEAR-CASES.
           MOVE ZERO TO PH-CASES (C-PH-SUB, C-SCTR).
           ADD 1 TO C-SCTR.

       2470-WRITE-CUST-HISTORY.
           MOVE PH-CUST-NUM (C-PH-SUB) TO CH-CUST-NUM.
           MOVE TS-SEASON-DATE TO CH-SEASON-DATE.
           MOVE PH-SELLER-ID (C-PH-SUB) TO CH-SELLER-ID.
           MOVE PH-TEAM (C-PH-SUB) TO CH-TEAM.
           MOVE PH-DIVISION (C-PH-SUB) TO CH-DIVISION.
           MOVE PH-ORDERS (C-PH-SUB) TO CH-ORDERS.
           MOVE 1 TO C-SCTR.
           PERFORM 2475-MOVE-CASES
               UNTIL C-SCTR > 6.
           WRITE CH-REC
               INVALID KEY
                   REWRITE CH-REC.
           ADD 1 TO C-PH-SUB.

       2475-MOVE-CASES.
           MOVE PH-CASES (C-PH-SUB, C-SCTR) TO CH-CASES (C-SCTR).
           ADD 1 TO C-SCTR.

       3000-CLOSING.
           CLOSE PRTOUT.

