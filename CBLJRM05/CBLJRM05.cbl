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
           05     CM-ZIP2            PIC 9(4).

      *    SELLER ROSTER - ONE ROW PER REGISTERED SELLER, KEYED BY THE
      *    SELLER ID NUMBER PRINTED ON EACH KID'S ORDER PAD. AN
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

      *    GENERAL-LEDGER INTERFACE - BALANCED DEBIT/CREDIT RECORDS
      *    THE TREASURER'S ACCOUNTING PACKAGE IMPORTS AS A FIXED FLAT

      *    SEASON-TO-DATE AMOUNTS ALREADY BOOKED TO THE LEDGER BY
      *    EARLIER SALES RUNS - THIS RUN EXPORTS CURRENT TOTALS MINUS
      *    THESE, THEN REWRITES THE FILE TO CBLPOPGC.NEW (CBLJRM26
      *    COMMITS IT OVER CBLPOPGC.DAT). OPTIONAL - THE FIRST EXPORT OF
      *    A SEASON BOOKS EVERYTHING.
       FD  GL-CONTROL-FILE
           LABEL RECORD IS STANDARD
      *    RESTART/CHECKPOINT CONTROLS.
           05      WS-CKPT-STATUS     PIC XX.
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-CANCEL-SW       PIC XXX      VALUE "NO".
           05      OX-REFUSED-SW      PIC XXX      VALUE "NO".
           05      BAL-STATUS         PIC XX.
           05      BAL-OPEN-SW        PIC XXX      VALUE "NO".
           05      C-BALANCE-DUE      PIC S9(5)V99 VALUE ZERO.
           05      C-CM-SCTR          PIC 9(4)     VALUE ZERO.
           05      SR-EOF-SW          PIC XXX      VALUE "NO".
           05      C-SELLER-FOUND-SW  PIC XXX      VALUE "NO".
           05      C-SR-SUB           PIC 999      VALUE ZERO.

      *    PRE-RUN CONTROL-FILE AUDIT BOOKKEEPING.
           05      C-PR-ROW-CTR       PIC 999      VALUE ZERO.
           05      CUSTOMER-ENTRY     OCCURS 2000 TIMES.
                   10  CM-TABLE-NUM   PIC 9(5).

      *    SELLER IDS ON THE ROSTER - THE ID, STATUS AND LAST ORDER
      *    NUMBER ARE ALL THE EDIT NEEDS. C-SR-CTR TRACKS HOW MANY ARE
      *    LOADED.
       01  SELLER-ROSTER-AREA.
           05      C-SR-CTR           PIC 999      VALUE ZERO.
           05      SELLER-ROSTER-ENTRY OCCURS 100 TIMES.
                   10  SR-TABLE-ID    PIC 9(4).
                   10  SR-TABLE-STATUS PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.
                   10  SR-TABLE-LAST-ORDER PIC 9(5).

      *    HOW MANY PRICE ROWS LANDED ON EACH OF THE SIX POP TYPES -
      *    ZERO MEANS A MISSING ROW (THE SILENT ZERO-DOLLAR PRICING
           MOVE ZERO TO C-SEQ-NUM.
           MOVE "NO" TO FUNDRAISER-EOF-SW.
           OPEN INPUT ORDER-MASTER.
           PERFORM 1070-OPEN-ORDER-STATUS.
           PERFORM 1060-RELEASE-REC
               UNTIL FUNDRAISER-EOF-SW = "YES".
           CLOSE ORDER-MASTER.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

       1060-RELEASE-REC.
           READ ORDER-MASTER
               AT END
                   MOVE "YES" TO FUNDRAISER-EOF-SW.
           MOVE "NO" TO OX-CANCEL-SW.
           IF FUNDRAISER-EOF-SW = "NO"
               PERFORM 1080-CHECK-CANCELLED.
           IF FUNDRAISER-EOF-SW = "NO" AND OX-CANCEL-SW = "NO"
               ADD 1 TO C-SEQ-NUM
               MOVE OM-REC TO SORT-REC
               MOVE C-SEQ-NUM TO S-SEQ-NUM
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

       1200-READ-CHECKPOINT.
           MOVE "NO" TO RESTART-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF C-SR-CTR < 100 AND SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > 0
               ADD 1 TO C-SR-CTR
               MOVE SR-SELLER-ID TO SR-TABLE-ID (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR)
               IF SR-LAST-ORDER NUMERIC
                   MOVE SR-LAST-ORDER TO SR-TABLE-LAST-ORDER (C-SR-CTR)
               ELSE
                   MOVE ZERO TO SR-TABLE-LAST-ORDER (C-SR-CTR).
           PERFORM 1850-READ-SELLER.

      *    REFUSES TO START THE RUN WHEN THE HAND-EDITED PRICE OR
                   MOVE "25" TO C-ERR-CODE
                   MOVE "ERROR. SELLER ID NOT ON SELLER ROSTER"
                                                           TO O-ERR-MEG
                   PERFORM 2310-ADD-ERROR
               ELSE
                   IF VAL-SR-INACTIVE (C-SR-SUB) AND I-ORDER-NUM >
                           SR-TABLE-LAST-ORDER (C-SR-SUB)
                       MOVE "26" TO C-ERR-CODE
                       MOVE "ERROR. SELLER ID IS INACTIVE"
                                                           TO O-ERR-MEG
                       PERFORM 2310-ADD-ERROR.
           IF C-ERR-MSG-CTR > ZERO
               MOVE 'YES' TO ERROR-SW.
           GO TO 2300-X.
       2360-SELLER-MATCH.
           IF SR-TABLE-ID (C-SCTR) = I-SELLER-ID
               MOVE "YES" TO C-SELLER-FOUND-SW
               MOVE C-SCTR TO C-SR-SUB
               MOVE 101 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.
                       PERFORM 9700-HDG-GL.

      *    THE SEASON-TO-DATE TOTALS JUST EXPORTED BECOME THE NEW
      *    ALREADY-BOOKED FIGURES ONCE CBLJRM26 COMMITS CBLPOPGC.NEW
      *    OVER CBLPOPGC.DAT.
       3780-WRITE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-NEW.
           MOVE C-GT-DEPOSIT-TOTAL TO GC-NEW-DEPOSIT-TOTAL.
           WRITE PRTLINE FROM OUTSTANDING-TITLE-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 1070-OPEN-ORDER-STATUS.
           IF C-OUT-CTR > ZERO
               MOVE 1 TO C-SCTR
               PERFORM 3280-PRINT-OUTSTANDING
                   UNTIL C-SCTR > C-OUT-CTR.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

      *    AMOUNT OWED IS NET OF ANY PARTIAL PAYMENTS CBLJRM08 HAS
      *    POSTED - THE BALANCE RECORD IS READ BY ORDER-NUMBER KEY.
      *    AN ORDER WHOSE PAYMENTS ALREADY COVER ITS TOTAL IS SKIPPED
      *    EVEN IF THE MASTER PAID FLAG HAS NOT CAUGHT UP YET - IT
      *    OWES NOTHING. AN ORDER REFUSED AT THE DOOR (MARKED 'R' ON
      *    THE ORDER STATUS FILE BY CBLJRM21) OWES NOTHING EITHER -
      *    ITS CASES WENT BACK TO STOCK.
       3280-PRINT-OUTSTANDING.
           PERFORM 3285-CHECK-REFUSED.
           MOVE ZERO TO C-BALANCE-DUE.
           MOVE ZERO TO C-AMT-PAID.
           IF BAL-OPEN-SW = "YES"
                       MOVE BL-AMT-PAID TO C-AMT-PAID.
           COMPUTE C-BALANCE-DUE = OUT-TOTAL-SALES (C-SCTR) -
                                   C-AMT-PAID.
           IF C-BALANCE-DUE > ZERO AND OX-REFUSED-SW = "NO"
               PERFORM 3290-WRITE-OUTSTANDING.
           ADD 1 TO C-SCTR.

       3285-CHECK-REFUSED.
           MOVE "NO" TO OX-REFUSED-SW.
           IF OX-OPEN-SW = "YES"
               MOVE OUT-ORDER-NUM (C-SCTR) TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-REFUSED-SW
                   NOT INVALID KEY
                       IF VAL-OX-REFUSED
                           MOVE "YES" TO OX-REFUSED-SW.

       3290-WRITE-OUTSTANDING.
           MOVE OUT-ORDER-NUM (C-SCTR) TO O-OUT-ORDER-NUM.
           MOVE OUT-LNAME (C-SCTR) TO O-OUT-LNAME.
