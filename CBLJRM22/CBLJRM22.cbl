       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM22.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *          INVENTORY RECONCILIATION BY POP TYPE                   *
      *******************************************************************

      *    ACCOUNTS FOR EVERY CASE OF EACH POP TYPE FROM THE STOCK
      *    LEDGER (CBLPOPSK.DAT) THAT CBLJRM15, CBLJRM06, CBLJRM16 AND
      *    CBLJRM21 APPEND TO EACH TIME THEY MOVE ON-HAND. OPENING
      *    STOCK IS THE ON-HAND BEFORE THE FIRST LEDGER ENTRY; ENDING
      *    STOCK IS WHAT CBLPOPIV.DAT SAYS NOW. RECEIVED, PICKED
      *    (PICK RUN AND BACKORDER RELEASES), REFUSED CASES RETURNED
      *    AND COUNT ADJUSTMENTS COME FROM THE LEDGER. DELIVERED IS
      *    THE CASES ON EVERY ORDER CBLJRM18 POSTED 'D' DELIVERED ON
      *    CBLPOPDS.DAT, LESS ANY STILL OPEN ON THE BACKORDER FILE.
      *
      *    WHATEVER OPENING PLUS THE LEDGER DOES NOT EXPLAIN ABOUT THE
      *    ENDING COUNT IS PRINTED AS UNEXPLAINED. EACH POINT WHERE
      *    ON-HAND CHANGED WITHOUT A LEDGER ENTRY - A RUN'S .NEW FILE
      *    NOT COMMITTED, OR CBLPOPIV.DAT KEYED BY HAND - IS LISTED
      *    FIRST AS A LEDGER BREAK SO IT CAN BE RUN DOWN.
      *
      *    CASES PICKED BUT NEITHER DELIVERED NOR RETURNED ARE STILL
      *    ON A TRUCK OR AT A NOT-HOME DOOR AND ARE SHOWN SEPARATELY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL STOCK-LEDGER
           ASSIGN TO "C:\COBOL\CBLPOPSK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORDER-MASTER
           ASSIGN TO "C:\COBOL\CBLPOPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL DELIVERY-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DS-ORDER-NUM
           FILE STATUS IS DS-STATUS-CODE.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

       SELECT INVENTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPIV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BACKORDER-DATA
           ASSIGN TO "C:\COBOL\CBLPOPBO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECON-OUT
           ASSIGN TO "C:\COBOL\CBLPOPRN.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    STOCK LEDGER - ONE RECORD PER INVENTORY MOVEMENT WITH THE
      *    ON-HAND BEFORE AND AFTER IT, IN THE ORDER THE RUNS WROTE
      *    THEM.
       FD  STOCK-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SK-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  SK-REC.
           05     SK-DATE            PIC 9(8).
           05     SK-TIME            PIC 9(6).
           05     SK-PROGRAM         PIC X(8).
           05     SK-POP-TYPE        PIC 99.
               88 VAL-SK-POP-TYPE  VALUE 1 THRU 6.
           05     SK-MOVE-TYPE       PIC X.
               88 VAL-SK-RECEIPT   VALUE 'R'.
               88 VAL-SK-ADJUST    VALUE 'A'.
               88 VAL-SK-PICK      VALUE 'P' 'L'.
               88 VAL-SK-RETURN    VALUE 'T'.
               88 VAL-SK-MOVE-TYPE VALUE 'R' 'A' 'P' 'L' 'T'.
           05     SK-SIGN            PIC X.
               88 VAL-SK-DOWN      VALUE '-'.
           05     SK-QTY             PIC 9(6).
           05     SK-BEFORE          PIC 9(6).
           05     SK-AFTER           PIC 9(6).
           05     SK-ORDER-NUM       PIC 9(5).

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

      *    WHAT HAPPENED AT EACH DOOR, AS CBLJRM18 POSTED IT.
       FD  DELIVERY-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  DS-REC.
           05     DS-ORDER-NUM       PIC 9(5).
           05     DS-STATUS          PIC X.
               88 VAL-DS-DELIVERED VALUE 'D'.
           05     DS-DATE            PIC 9(8).
           05     DS-DRIVER          PIC X(15).

      *    CANCEL/CHANGE/REFUSED SIDE FILE KEPT BY CBLJRM19 AND
      *    CBLJRM21.
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

       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  IV-REC.
           05     IV-POP-TYPE        PIC 99.
           05     IV-ON-HAND         PIC 9(6).

      *    UNFILLED CASES AS THE PICK RUN LEFT THEM - SAME LAYOUT
      *    CBLJRM06'S 2160-WRITE-BACKORDER WRITES.
       FD  BACKORDER-DATA
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  BD-REC.
           05     BD-ORDER-NUM       PIC 9(5).
           05     BD-CUST-NUM        PIC 9(5).
           05     BD-TEAM            PIC X.
           05     BD-DIVISION        PIC 9.
           05     BD-POP-TYPE        PIC 99.
           05     BD-QTY-SHORT       PIC 99.
           05     BD-DATE            PIC 9(8).

       FD  RECON-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    ONE RECORD APPENDED PER COMPLETED RUN - THE CUMULATIVE
      *    AUDIT TRAIL SHARED WITH THE REST OF THE SUITE.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  AU-REC.
           05     AU-RUN-DATE         PIC 9(8).
           05     AU-RUN-TIME         PIC 9(6).
           05     AU-PROGRAM          PIC X(8).
           05     AU-RECS-READ        PIC 9(7).
           05     AU-RECS-ERROR       PIC 9(5).
           05     AU-RUN-TYPE         PIC X(7).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      MORE-RECS          PIC XXX      VALUE "YES".
           05      ERROR-SW           PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      DS-STATUS-CODE     PIC XX.
           05      DS-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      IV-EOF-SW          PIC XXX      VALUE "NO".
           05      BD-EOF-SW          PIC XXX      VALUE "NO".
           05      C-SELECT-SW        PIC XXX      VALUE "NO".
           05      C-BT-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-IV-SUB           PIC 9        VALUE ZERO.
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-LOOKUP-ORDER     PIC 9(5)     VALUE ZERO.
           05      C-BO-OPEN-QTY      PIC 9(4)     VALUE ZERO.
           05      C-EXPECTED         PIC S9(7)    VALUE ZERO.
           05      C-DIFF             PIC S9(7)    VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(7)     VALUE ZERO.
           05      C-ERR-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-BREAK-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-DELIV-ORDERS     PIC 9(5)     VALUE ZERO.
           05      C-SHORT-COUNT      PIC 9(7)     VALUE ZERO.

       01  C-BK-DATE.
           05      C-BK-YEAR          PIC 9(4).
           05      C-BK-MONTH         PIC 99.
           05      C-BK-DAY           PIC 99.

      *    ONE ENTRY PER POP TYPE, SUBSCRIPTED BY THE POP TYPE CODE -
      *    SAME CONVENTION AS THE PICK RUN'S INVENTORY-AREA. THE LAST
      *    AFTER-COUNT AND PROGRAM ARE WHAT THE NEXT LEDGER ENTRY FOR
      *    THE POP TYPE SHOULD START FROM.
       01  RECON-AREA.
           05      RECON-ENTRY        OCCURS 6 TIMES.
                   10  RC-SEEN-SW     PIC X        VALUE "N".
                   10  RC-OPENING     PIC 9(7)     VALUE ZERO.
                   10  RC-LAST-AFTER  PIC 9(7)     VALUE ZERO.
                   10  RC-LAST-PROGRAM PIC X(8)    VALUE SPACES.
                   10  RC-RECEIVED    PIC 9(7)     VALUE ZERO.
                   10  RC-PICKED      PIC 9(7)     VALUE ZERO.
                   10  RC-RETURNED    PIC 9(7)     VALUE ZERO.
                   10  RC-DELIVERED   PIC 9(7)     VALUE ZERO.
                   10  RC-ADJUSTED    PIC S9(7)    VALUE ZERO.
                   10  RC-ENDING      PIC 9(7)     VALUE ZERO.
                   10  RC-UNEXPLAINED PIC S9(7)    VALUE ZERO.
                   10  RC-UNDELIVERED PIC S9(7)    VALUE ZERO.

       01  RECON-TOTAL-AREA.
           05      C-TOT-OPENING      PIC 9(7)     VALUE ZERO.
           05      C-TOT-RECEIVED     PIC 9(7)     VALUE ZERO.
           05      C-TOT-PICKED       PIC 9(7)     VALUE ZERO.
           05      C-TOT-RETURNED     PIC 9(7)     VALUE ZERO.
           05      C-TOT-DELIVERED    PIC 9(7)     VALUE ZERO.
           05      C-TOT-ADJUSTED     PIC S9(7)    VALUE ZERO.
           05      C-TOT-ENDING       PIC 9(7)     VALUE ZERO.
           05      C-TOT-UNEXPLAINED  PIC S9(7)    VALUE ZERO.
           05      C-TOT-UNDELIVERED  PIC S9(7)    VALUE ZERO.

      *    OPEN BACKORDER LINES, ORDER NUMBER AND CASES STILL SHORT -
      *    THOSE CASES NEVER LEFT THE WAREHOUSE, SO THEY ARE NOT PART
      *    OF WHAT A DELIVERED ORDER TOOK OFF THE SHELF.
       01  BACKORDER-TABLE-AREA.
           05      C-BT-CTR           PIC 9(4)     VALUE ZERO.
           05      BACKORDER-ENTRY    OCCURS 2000 TIMES.
                   10  BT-ORDER-NUM   PIC 9(5).
                   10  BT-QTY-SHORT   PIC 99.

       01  POP-NAME-AREA.
           05  FILLER  PIC X(16)  VALUE "COKE".
           05  FILLER  PIC X(16)  VALUE "DIET COKE".
           05  FILLER  PIC X(16)  VALUE "MELLO YELLO".
           05  FILLER  PIC X(16)  VALUE "CHERRY COKE".
           05  FILLER  PIC X(16)  VALUE "DIET CHERRY COKE".
           05  FILLER  PIC X(16)  VALUE "SPRITE".
       01  POP-NAME-TABLE REDEFINES POP-NAME-AREA.
           05  POP-NAME   OCCURS 6 TIMES  PIC X(16).

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.
           05      I-TIME         PIC 9(6).

       01 COMPANY-TITLE-LINE.
           05      FILLER         PIC X(6)      VALUE "DATE: ".
           05      O-MONTH        PIC 99.
           05      FILLER         PIC X         VALUE '/'.
           05      O-DAY          PIC 99.
           05      FILLER         PIC X         VALUE '/'.
           05      O-YEAR         PIC 9(4).
           05      FILLER         PIC X(36)     VALUE SPACES.
           05      FILLER         PIC X(28)     VALUE
                                         "ALBIA SOCCER CLUB FUNDRAISER".
           05      FILLER         PIC X(44)     VALUE SPACES.
           05      FILLER         PIC X(6)      VALUE "PAGE:".
           05      O-PCTR         PIC Z9.

       01 COMPANY-TITLE-LINE2.
           05      FILLER         PIC X(8)     VALUE "CBLJRM22".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)    VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(57)     VALUE SPACES.

       01 RECON-TITLE-LINE.
           05      FILLER         PIC X(53)     VALUE SPACES.
           05      FILLER         PIC X(24)     VALUE
                                          "INVENTORY RECONCILIATION".
           05      FILLER         PIC X(55)     VALUE SPACES.

       01 BREAK-TITLE-LINE.
           05      FILLER         PIC X(50)     VALUE
                   "LEDGER BREAKS - ON HAND CHANGED OUTSIDE THE LEDGER".
           05      FILLER         PIC X(82)     VALUE SPACES.

       01 BREAK-COL-HDG1.
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(16)    VALUE "POP TYPE".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "DATE".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "PREVIOUS".
           05      FILLER         PIC X(5)     VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "FOUND BY".
           05      FILLER         PIC X(11)    VALUE "   EXPECTED".
           05      FILLER         PIC X(11)    VALUE "      FOUND".
           05      FILLER         PIC X(12)    VALUE "  DIFFERENCE".
           05      FILLER         PIC X(42)    VALUE SPACES.

       01 BREAK-DETAIL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-BK-POP-NAME  PIC X(16).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-BK-MONTH     PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-BK-DAY       PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-BK-YEAR      PIC 9(4).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-BK-LAST-PROG PIC X(8).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   O-BK-PROG      PIC X(8).
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-BK-EXPECTED  PIC ZZZ,ZZ9.
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-BK-FOUND     PIC ZZZ,ZZ9.
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-BK-DIFF      PIC ZZZ,ZZ9-.
           05   FILLER         PIC X(42)    VALUE SPACES.

       01 NO-BREAK-LINE.
           05   FILLER         PIC X(3)     VALUE SPACES.
           05   FILLER         PIC X(22)    VALUE
                                            "NO LEDGER BREAKS FOUND".
           05   FILLER         PIC X(107)   VALUE SPACES.

       01 SUMMARY-TITLE-LINE.
           05      FILLER         PIC X(26)     VALUE
                                        "RECONCILIATION BY POP TYPE".
           05      FILLER         PIC X(106)    VALUE SPACES.

       01 SUMMARY-COL-HDG1.
           05      FILLER         PIC X(19)    VALUE SPACES.
           05      FILLER         PIC X(33)    VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "   REFUSED ".
           05      FILLER         PIC X(11)    VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "     COUNT ".
           05      FILLER         PIC X(11)    VALUE "   ON HAND ".
           05      FILLER         PIC X(11)    VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "PICKED NOT ".
           05      FILLER         PIC X(14)    VALUE SPACES.

       01 SUMMARY-COL-HDG2.
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(16)    VALUE "POP TYPE".
           05      FILLER         PIC X(11)    VALUE "   OPENING ".
           05      FILLER         PIC X(11)    VALUE "  RECEIVED ".
           05      FILLER         PIC X(11)    VALUE "    PICKED ".
           05      FILLER         PIC X(11)    VALUE "  RETURNED ".
           05      FILLER         PIC X(11)    VALUE " DELIVERED ".
           05      FILLER         PIC X(11)    VALUE "  ADJUSTED ".
           05      FILLER         PIC X(11)    VALUE "    ENDING ".
           05      FILLER         PIC X(11)    VALUE "UNEXPLAINED".
           05      FILLER         PIC X(11)    VALUE " DELIVERED ".
           05      FILLER         PIC X(14)    VALUE SPACES.

       01 SUMMARY-DETAIL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-POP-NAME  PIC X(16).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-OPENING   PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-RECEIVED  PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-PICKED    PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-RETURNED  PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-DELIVERED PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-ADJUSTED  PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-ENDING    PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-UNEXPLAINED PIC ZZZ,ZZ9-.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SM-UNDELIVERED PIC ZZZ,ZZ9-.
           05   FILLER         PIC X(14)    VALUE SPACES.

       01 TOTAL-READ-LINE.
           05  FILLER          PIC X(24)  VALUE "LEDGER RECORDS READ:".
           05  O-READ-TOTAL    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(99)  VALUE SPACES.

       01 TOTAL-ERR-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "LEDGER RECORDS IN ERROR:".
           05  O-ERR-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-BREAK-LINE.
           05  FILLER          PIC X(24)  VALUE "LEDGER BREAKS:".
           05  O-BREAK-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-DELIV-LINE.
           05  FILLER          PIC X(24)  VALUE "ORDERS DELIVERED:".
           05  O-DELIV-ORDERS  PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-SHORT-LINE.
           05  FILLER          PIC X(24)  VALUE "CASES COUNTED SHORT:".
           05  O-SHORT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(99)  VALUE SPACES.

       01 TOTAL-UNEXPLAINED-LINE.
           05  FILLER          PIC X(24)  VALUE "CASES UNEXPLAINED:".
           05  O-UNEXPLAINED   PIC Z,ZZZ,ZZ9-.
           05  FILLER          PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1300-LOAD-BACKORDERS.
           PERFORM 1400-TALLY-DELIVERED.

           OPEN INPUT STOCK-LEDGER.
           OPEN OUTPUT RECON-OUT.

           PERFORM 9000-READ.
           PERFORM 9100-HDG.

      *    OX-OPEN-SW "NO" MEANS NO ORDER HAS EVER BEEN CANCELLED,
      *    CHANGED OR REFUSED.
       1070-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

      *    ENDING STOCK IS WHATEVER THE INVENTORY FILE HOLDS NOW.
       1100-LOAD-INVENTORY.
           MOVE "NO" TO IV-EOF-SW.
           OPEN INPUT INVENTORY-FILE.
           PERFORM 1150-READ-INVENTORY.
           PERFORM 1160-STORE-INVENTORY
               UNTIL IV-EOF-SW = "YES".
           CLOSE INVENTORY-FILE.

       1150-READ-INVENTORY.
           READ INVENTORY-FILE
               AT END
                   MOVE "YES" TO IV-EOF-SW.

       1160-STORE-INVENTORY.
           IF IV-POP-TYPE NUMERIC AND IV-ON-HAND NUMERIC
               IF IV-POP-TYPE > 0 AND IV-POP-TYPE < 7
                   MOVE IV-ON-HAND TO RC-ENDING (IV-POP-TYPE).
           PERFORM 1150-READ-INVENTORY.

       1300-LOAD-BACKORDERS.
           MOVE ZERO TO C-BT-CTR.
           MOVE "NO" TO BD-EOF-SW.
           OPEN INPUT BACKORDER-DATA.
           PERFORM 1350-READ-BACKORDER.
           PERFORM 1360-STORE-BACKORDER
               UNTIL BD-EOF-SW = "YES".
           CLOSE BACKORDER-DATA.

       1350-READ-BACKORDER.
           READ BACKORDER-DATA
               AT END
                   MOVE "YES" TO BD-EOF-SW.

       1360-STORE-BACKORDER.
           IF C-BT-CTR < 2000 AND BD-ORDER-NUM NUMERIC
                   AND BD-QTY-SHORT NUMERIC
               ADD 1 TO C-BT-CTR
               MOVE BD-ORDER-NUM TO BT-ORDER-NUM (C-BT-CTR)
               MOVE BD-QTY-SHORT TO BT-QTY-SHORT (C-BT-CTR).
           PERFORM 1350-READ-BACKORDER.

      *    DELIVERED CASES PER POP TYPE FROM THE ORDER MASTER. ONLY
      *    ORDERS POSTED 'D' COUNT; A CANCELLED OR REFUSED ORDER
      *    DELIVERED NOTHING. NO DELIVERY STATUS FILE YET MEANS
      *    NOTHING HAS BEEN DELIVERED.
       1400-TALLY-DELIVERED.
           MOVE "NO" TO DS-OPEN-SW.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF DS-STATUS-CODE = "00"
               MOVE "YES" TO DS-OPEN-SW
           ELSE
               CLOSE DELIVERY-STATUS-FILE.
           IF DS-OPEN-SW = "YES"
               MOVE "NO" TO OM-EOF-SW
               OPEN INPUT ORDER-MASTER
               PERFORM 1070-OPEN-ORDER-STATUS
               PERFORM 1450-TALLY-ORDER
                   UNTIL OM-EOF-SW = "YES"
               CLOSE ORDER-MASTER
               CLOSE DELIVERY-STATUS-FILE
               IF OX-OPEN-SW = "YES"
                   CLOSE ORDER-STATUS-FILE.

       1450-TALLY-ORDER.
           READ ORDER-MASTER
               AT END
                   MOVE "YES" TO OM-EOF-SW.
           IF OM-EOF-SW = "NO"
               PERFORM 1460-CHECK-DELIVERED
               IF C-SELECT-SW = "YES"
                   PERFORM 1470-ADD-DELIVERED.

       1460-CHECK-DELIVERED.
           MOVE "NO" TO C-SELECT-SW.
           IF OM-POP-TYPE NUMERIC AND OM-NUM-CASES NUMERIC
               IF OM-POP-TYPE > 0 AND OM-POP-TYPE < 7
                   MOVE OM-ORDER-NUM TO DS-ORDER-NUM
                   READ DELIVERY-STATUS-FILE
                       INVALID KEY
                           MOVE "NO" TO C-SELECT-SW
                       NOT INVALID KEY
                           IF VAL-DS-DELIVERED
                               MOVE "YES" TO C-SELECT-SW.
           IF C-SELECT-SW = "YES" AND OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "YES" TO C-SELECT-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                           MOVE "NO" TO C-SELECT-SW.

       1470-ADD-DELIVERED.
           MOVE OM-ORDER-NUM TO C-LOOKUP-ORDER.
           PERFORM 1480-FIND-BACKORDER.
           IF C-BO-OPEN-QTY < OM-NUM-CASES
               COMPUTE RC-DELIVERED (OM-POP-TYPE) =
                   RC-DELIVERED (OM-POP-TYPE) + OM-NUM-CASES
                       - C-BO-OPEN-QTY
               ADD 1 TO C-DELIV-ORDERS.

      *    TOTALS EVERY OPEN BACKORDER LINE FOR C-LOOKUP-ORDER.
       1480-FIND-BACKORDER.
           MOVE ZERO TO C-BO-OPEN-QTY.
           MOVE 1 TO C-BT-SCTR.
           PERFORM 1490-BACKORDER-MATCH
               UNTIL C-BT-SCTR > C-BT-CTR.

       1490-BACKORDER-MATCH.
           IF BT-ORDER-NUM (C-BT-SCTR) = C-LOOKUP-ORDER
               ADD BT-QTY-SHORT (C-BT-SCTR) TO C-BO-OPEN-QTY.
           ADD 1 TO C-BT-SCTR.

       2000-MAINLINE.
           ADD 1 TO C-READ-TOTAL.
           PERFORM 2200-VALIDATION.
           IF ERROR-SW = "YES"
               ADD 1 TO C-ERR-TOTAL
           ELSE
               PERFORM 2100-POST-MOVEMENT.
           PERFORM 9000-READ.

      *    THE FIRST ENTRY FOR A POP TYPE FIXES ITS OPENING STOCK.
      *    AFTER THAT EACH ENTRY SHOULD START WHERE THE LAST ONE LEFT
      *    THE COUNT; WHEN IT DOES NOT, THE COUNT WAS CHANGED OUTSIDE
      *    THE LEDGER AND THE GAP IS LISTED.
       2100-POST-MOVEMENT.
           IF RC-SEEN-SW (SK-POP-TYPE) = "N"
               MOVE "Y" TO RC-SEEN-SW (SK-POP-TYPE)
               MOVE SK-BEFORE TO RC-OPENING (SK-POP-TYPE)
           ELSE
               IF SK-BEFORE NOT = RC-LAST-AFTER (SK-POP-TYPE)
                   MOVE SK-DATE TO C-BK-DATE
                   MOVE SK-PROGRAM TO O-BK-PROG
                   MOVE SK-POP-TYPE TO C-IV-SUB
                   MOVE SK-BEFORE TO O-BK-FOUND
                   COMPUTE C-DIFF =
                       SK-BEFORE - RC-LAST-AFTER (SK-POP-TYPE)
                   PERFORM 2150-PRINT-BREAK.

           IF VAL-SK-RECEIPT
               ADD SK-QTY TO RC-RECEIVED (SK-POP-TYPE)
           ELSE
               IF VAL-SK-PICK
                   ADD SK-QTY TO RC-PICKED (SK-POP-TYPE)
               ELSE
                   IF VAL-SK-RETURN
                       ADD SK-QTY TO RC-RETURNED (SK-POP-TYPE)
                   ELSE
                       IF VAL-SK-DOWN
                           SUBTRACT SK-QTY
                               FROM RC-ADJUSTED (SK-POP-TYPE)
                           ADD SK-QTY TO C-SHORT-COUNT
                       ELSE
                           ADD SK-QTY TO RC-ADJUSTED (SK-POP-TYPE).

           MOVE SK-AFTER TO RC-LAST-AFTER (SK-POP-TYPE).
           MOVE SK-PROGRAM TO RC-LAST-PROGRAM (SK-POP-TYPE).

      *    CALLER SETS C-IV-SUB, C-BK-DATE, O-BK-PROG, O-BK-FOUND AND
      *    C-DIFF.
       2150-PRINT-BREAK.
           ADD 1 TO C-BREAK-TOTAL.
           MOVE POP-NAME (C-IV-SUB) TO O-BK-POP-NAME.
           MOVE C-BK-MONTH TO O-BK-MONTH.
           MOVE C-BK-DAY TO O-BK-DAY.
           MOVE C-BK-YEAR TO O-BK-YEAR.
           MOVE RC-LAST-PROGRAM (C-IV-SUB) TO O-BK-LAST-PROG.
           MOVE RC-LAST-AFTER (C-IV-SUB) TO O-BK-EXPECTED.
           MOVE C-DIFF TO O-BK-DIFF.
           WRITE PRTLINE FROM BREAK-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HDG.

      *    A LEDGER RECORD THAT CANNOT BE PLACED ON A POP TYPE IS
      *    COUNTED AND LEFT OUT; ITS MOVEMENT SHOWS UP AS A BREAK.
       2200-VALIDATION.
           MOVE "NO" TO ERROR-SW.
           IF SK-POP-TYPE NOT NUMERIC
               MOVE "YES" TO ERROR-SW
           ELSE
               IF NOT VAL-SK-POP-TYPE
                   MOVE "YES" TO ERROR-SW.
           IF NOT VAL-SK-MOVE-TYPE
               MOVE "YES" TO ERROR-SW.
           IF SK-QTY NOT NUMERIC OR SK-BEFORE NOT NUMERIC
                   OR SK-AFTER NOT NUMERIC
               MOVE "YES" TO ERROR-SW.

       3000-CLOSING.
           MOVE 1 TO C-IV-SUB.
           PERFORM 3100-CHECK-ENDING
               UNTIL C-IV-SUB > 6.

           IF C-BREAK-TOTAL = ZERO
               WRITE PRTLINE FROM NO-BREAK-LINE
                   AFTER ADVANCING 1 LINES.

           PERFORM 9200-HDG-SUMMARY.
           MOVE 1 TO C-IV-SUB.
           PERFORM 3200-PRINT-POP
               UNTIL C-IV-SUB > 6.
           PERFORM 3250-PRINT-TOTAL.

           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-ERR-TOTAL TO O-ERR-TOTAL.
           WRITE PRTLINE FROM TOTAL-ERR-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-BREAK-TOTAL TO O-BREAK-TOTAL.
           WRITE PRTLINE FROM TOTAL-BREAK-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-DELIV-ORDERS TO O-DELIV-ORDERS.
           WRITE PRTLINE FROM TOTAL-DELIV-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-SHORT-COUNT TO O-SHORT-COUNT.
           WRITE PRTLINE FROM TOTAL-SHORT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-TOT-UNEXPLAINED TO O-UNEXPLAINED.
           WRITE PRTLINE FROM TOTAL-UNEXPLAINED-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE STOCK-LEDGER.
           CLOSE RECON-OUT.

      *    THE INVENTORY FILE SHOULD HOLD WHAT THE LAST LEDGER ENTRY
      *    LEFT. A POP TYPE WITH NO LEDGER ENTRIES HAS NOT MOVED, SO
      *    ITS OPENING IS ITS ENDING.
       3100-CHECK-ENDING.
           IF RC-SEEN-SW (C-IV-SUB) = "N"
               MOVE RC-ENDING (C-IV-SUB) TO RC-OPENING (C-IV-SUB)
           ELSE
               IF RC-ENDING (C-IV-SUB) NOT = RC-LAST-AFTER (C-IV-SUB)
                   MOVE I-DATE TO C-BK-DATE
                   MOVE "IV FILE" TO O-BK-PROG
                   MOVE RC-ENDING (C-IV-SUB) TO O-BK-FOUND
                   COMPUTE C-DIFF = RC-ENDING (C-IV-SUB)
                       - RC-LAST-AFTER (C-IV-SUB)
                   PERFORM 2150-PRINT-BREAK.
           ADD 1 TO C-IV-SUB.

      *    UNEXPLAINED = ENDING LESS WHAT OPENING PLUS THE LEDGER
      *    SAYS SHOULD BE THERE - THE SUM OF THE BREAKS ABOVE.
       3200-PRINT-POP.
           COMPUTE C-EXPECTED = RC-OPENING (C-IV-SUB)
               + RC-RECEIVED (C-IV-SUB) - RC-PICKED (C-IV-SUB)
               + RC-RETURNED (C-IV-SUB) + RC-ADJUSTED (C-IV-SUB).
           COMPUTE RC-UNEXPLAINED (C-IV-SUB) =
               RC-ENDING (C-IV-SUB) - C-EXPECTED.
           COMPUTE RC-UNDELIVERED (C-IV-SUB) = RC-PICKED (C-IV-SUB)
               - RC-RETURNED (C-IV-SUB) - RC-DELIVERED (C-IV-SUB).

           ADD RC-OPENING (C-IV-SUB) TO C-TOT-OPENING.
           ADD RC-RECEIVED (C-IV-SUB) TO C-TOT-RECEIVED.
           ADD RC-PICKED (C-IV-SUB) TO C-TOT-PICKED.
           ADD RC-RETURNED (C-IV-SUB) TO C-TOT-RETURNED.
           ADD RC-DELIVERED (C-IV-SUB) TO C-TOT-DELIVERED.
           ADD RC-ADJUSTED (C-IV-SUB) TO C-TOT-ADJUSTED.
           ADD RC-ENDING (C-IV-SUB) TO C-TOT-ENDING.
           ADD RC-UNEXPLAINED (C-IV-SUB) TO C-TOT-UNEXPLAINED.
           ADD RC-UNDELIVERED (C-IV-SUB) TO C-TOT-UNDELIVERED.

           MOVE POP-NAME (C-IV-SUB) TO O-SM-POP-NAME.
           MOVE RC-OPENING (C-IV-SUB) TO O-SM-OPENING.
           MOVE RC-RECEIVED (C-IV-SUB) TO O-SM-RECEIVED.
           MOVE RC-PICKED (C-IV-SUB) TO O-SM-PICKED.
           MOVE RC-RETURNED (C-IV-SUB) TO O-SM-RETURNED.
           MOVE RC-DELIVERED (C-IV-SUB) TO O-SM-DELIVERED.
           MOVE RC-ADJUSTED (C-IV-SUB) TO O-SM-ADJUSTED.
           MOVE RC-ENDING (C-IV-SUB) TO O-SM-ENDING.
           MOVE RC-UNEXPLAINED (C-IV-SUB) TO O-SM-UNEXPLAINED.
           MOVE RC-UNDELIVERED (C-IV-SUB) TO O-SM-UNDELIVERED.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO C-IV-SUB.

       3250-PRINT-TOTAL.
           MOVE "TOTAL" TO O-SM-POP-NAME.
           MOVE C-TOT-OPENING TO O-SM-OPENING.
           MOVE C-TOT-RECEIVED TO O-SM-RECEIVED.
           MOVE C-TOT-PICKED TO O-SM-PICKED.
           MOVE C-TOT-RETURNED TO O-SM-RETURNED.
           MOVE C-TOT-DELIVERED TO O-SM-DELIVERED.
           MOVE C-TOT-ADJUSTED TO O-SM-ADJUSTED.
           MOVE C-TOT-ENDING TO O-SM-ENDING.
           MOVE C-TOT-UNEXPLAINED TO O-SM-UNEXPLAINED.
           MOVE C-TOT-UNDELIVERED TO O-SM-UNDELIVERED.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 3 LINES.

      *    APPENDED ONLY AT CLEAN END OF JOB - A RUN THAT DIED LEAVES
      *    NO AUDIT RECORD.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM22" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-ERR-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ STOCK-LEDGER
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM RECON-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM BREAK-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BREAK-COL-HDG1
               AFTER ADVANCING 2 LINES.

       9200-HDG-SUMMARY.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM RECON-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-COL-HDG1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-COL-HDG2
               AFTER ADVANCING 1 LINES.
