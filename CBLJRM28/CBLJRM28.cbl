       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM28.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *                 DUPLICATE ORDER SCREENING                       *
      *******************************************************************

      *    RUN JUST BEFORE THE ORDER MASTER BUILD (CBLJRM14). ORDER
      *    PADS GET KEYED TWICE - ONCE AT HOME, ONCE AT THE TEAM TABLE -
      *    AND THE BUILD WOULD LOAD BOTH. EVERY ENTRY RECORD ON
      *    CBLPOPSL.DAT NOT YET ON THE ORDER MASTER IS COMPARED WITH
      *    THE OTHER NEW ENTRIES AND WITH EVERY ORDER ALREADY ON THE
      *    MASTER. TWO ORDERS FOR THE SAME CUSTOMER, SELLER, POP TYPE
      *    AND NUMBER OF CASES ARE SUSPECTED DUPLICATES, PRINTED SIDE
      *    BY SIDE ON CBLPOPDP.PRT.
      *
      *    THE ORDER ALREADY ON THE MASTER - OR, BETWEEN TWO NEW
      *    ENTRIES, THE ONE KEYED FIRST - STAYS IN. THE OTHER IS
      *    WRITTEN TO THE HOLD FILE (CBLPOPDH.DAT) AND CBLJRM14 LEAVES
      *    IT OUT OF THE BUILD. A NEW ENTRY'S ORDER NUMBER IS ITS
      *    POSITION IN THE ENTRY FILE, THE SAME RULE CBLJRM14 USES, SO
      *    A HELD ORDER KEEPS ITS NUMBER AND NOTHING BEHIND IT MOVES.
      *
      *    A GENUINE REPEAT ORDER IS LET THROUGH BY PUTTING ITS ORDER
      *    NUMBER ON THE OVERRIDE FILE (CBLPOPDO.DAT) AND RERUNNING.
      *    THE HOLD FILE IS REBUILT EVERY RUN. CANCELLED AND REFUSED
      *    ORDERS (CBLPOPOX.DAT) ARE NOT MATCHED AGAINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FUNDRAISER
           ASSIGN TO "C:\COBOL\CBLPOPSL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ORDER-MASTER
           ASSIGN TO "C:\COBOL\CBLPOPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
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

       SELECT SORTED-SCREEN
           ASSIGN TO "C:\COBOL\CBLPOPSL.SRD"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OVERRIDE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HOLD-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DH-ORDER-NUM
           FILE STATUS IS DH-STATUS-CODE.

       SELECT SCREEN-OUT
           ASSIGN TO "C:\COBOL\CBLPOPDP.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  FUNDRAISER
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORD-REC
           RECORD CONTAINS 92 CHARACTERS.

       01  ORD-REC.
           05     ORD-LNAME          PIC X(15).
           05     ORD-FNAME          PIC X(15).
           05     ORD-ADDRESS        PIC X(15).
           05     ORD-CITY           PIC X(10).
           05     ORD-STATE          PIC XX.
           05     ORD-ZIP            PIC 9(5).
           05     ORD-ZIP2           PIC 9(4).
           05     ORD-POP-TYPE       PIC 99.
           05     ORD-NUM-CASES      PIC 99.
           05     ORD-TEAM           PIC X.
           05     ORD-TEAMA          PIC X.
           05     ORD-TEAMB          PIC X.
           05     ORD-TEAMC          PIC X.
           05     ORD-TEAMD          PIC X.
           05     ORD-TEAME          PIC X.
           05     ORD-PAID-STATUS    PIC X.
           05     ORD-ORDER-NUM      PIC 9(5).
           05     ORD-DIVISION       PIC 9.
           05     ORD-CUST-NUM       PIC 9(5).
           05     ORD-SELLER-ID      PIC 9(4).

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

      *    THE ORDER RECORD WITH WHERE IT CAME FROM - M = ALREADY ON
      *    THE MASTER, N = NEW ENTRY. MASTER ORDERS SORT AHEAD OF NEW
      *    ONES WITH THE SAME MATCH FIELDS.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05     S-LNAME            PIC X(15).
           05     S-FNAME            PIC X(15).
           05     S-ADDRESS          PIC X(15).
           05     S-CITY             PIC X(10).
           05     S-STATE            PIC XX.
           05     S-ZIP              PIC 9(5).
           05     S-ZIP2             PIC 9(4).
           05     S-POP-TYPE         PIC 99.
           05     S-NUM-CASES        PIC 99.
           05     S-TEAM             PIC X.
           05     S-TEAMA            PIC X.
           05     S-TEAMB            PIC X.
           05     S-TEAMC            PIC X.
           05     S-TEAMD            PIC X.
           05     S-TEAME            PIC X.
           05     S-PAID-STATUS      PIC X.
           05     S-ORDER-NUM        PIC 9(5).
           05     S-DIVISION         PIC 9.
           05     S-CUST-NUM         PIC 9(5).
           05     S-SELLER-ID        PIC 9(4).
           05     S-SOURCE           PIC X.

       FD  SORTED-SCREEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 93 CHARACTERS.

       01  I-REC.
           05     I-LNAME            PIC X(15).
           05     I-FNAME            PIC X(15).
           05     I-ADDRESS          PIC X(15).
           05     I-CITY             PIC X(10).
           05     I-STATE            PIC XX.
           05     I-ZIP              PIC 9(5).
           05     I-ZIP2             PIC 9(4).
           05     I-POP-TYPE         PIC 99.
           05     I-NUM-CASES        PIC 99.
           05     I-TEAM             PIC X.
           05     I-TEAMA            PIC X.
           05     I-TEAMB            PIC X.
           05     I-TEAMC            PIC X.
           05     I-TEAMD            PIC X.
           05     I-TEAME            PIC X.
           05     I-PAID-STATUS      PIC X.
           05     I-ORDER-NUM        PIC 9(5).
           05     I-DIVISION         PIC 9.
           05     I-CUST-NUM         PIC 9(5).
           05     I-SELLER-ID        PIC 9(4).
           05     I-SOURCE           PIC X.
               88 VAL-ON-MASTER    VALUE 'M'.
               88 VAL-NEW-ENTRY    VALUE 'N'.

      *    ONE LINE PER HELD ORDER SOMEONE HAS CHECKED AND PASSED -
      *    THE ORDER NUMBER AND THE INITIALS OF WHO RELEASED IT.
       FD  OVERRIDE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DO-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  DO-REC.
           05     DO-ORDER-NUM       PIC 9(5).
           05     DO-INITIALS        PIC XXX.

      *    ORDERS CBLJRM14 MUST LEAVE OUT, WITH THE ORDER EACH ONE
      *    APPEARS TO DUPLICATE.
       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  DH-REC.
           05     DH-ORDER-NUM       PIC 9(5).
           05     DH-MATCH-ORDER     PIC 9(5).
           05     DH-DATE            PIC 9(8).

       FD  SCREEN-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

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
           05      OM-STATUS          PIC XX.
           05      OM-OPEN-SW         PIC XXX      VALUE "NO".
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-FOUND-SW        PIC XXX      VALUE "NO".
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-SKIP-SW         PIC XXX      VALUE "NO".
           05      DH-STATUS-CODE     PIC XX.
           05      SL-EOF-SW          PIC XXX      VALUE "NO".
           05      DO-EOF-SW          PIC XXX      VALUE "NO".
           05      C-RELEASE-SW       PIC XXX      VALUE "NO".
           05      C-GROUP-OPEN-SW    PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 999      VALUE ZERO.
           05      C-RT-SUB           PIC 999      VALUE ZERO.
           05      C-RT-SCTR          PIC 999      VALUE ZERO.
           05      C-ORDER-NUM        PIC 9(5)     VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-NEW-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-BAD-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-MASTER-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-SUSPECT-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-HELD-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-RELEASED-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-UNUSED-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-IOERR-TOTAL      PIC 9(5)     VALUE ZERO.

      *    THE ORDER EVERY LATER MATCH IN THE GROUP IS A DUPLICATE OF.
       01  FIRST-ORDER-AREA.
           05      FO-CUST-NUM        PIC 9(5)     VALUE ZERO.
           05      FO-SELLER-ID       PIC 9(4)     VALUE ZERO.
           05      FO-POP-TYPE        PIC 99       VALUE ZERO.
           05      FO-NUM-CASES       PIC 99       VALUE ZERO.
           05      FO-ORDER-NUM       PIC 9(5)     VALUE ZERO.
           05      FO-SOURCE          PIC X        VALUE SPACE.

       01  RELEASE-TABLE-AREA.
           05      C-RT-CTR           PIC 999      VALUE ZERO.
           05      RELEASE-ENTRY      OCCURS 200 TIMES.
                   10  RT-ORDER-NUM   PIC 9(5).
                   10  RT-INITIALS    PIC XXX.
                   10  RT-USED-SW     PIC XXX.

       01  POP-NAME-AREA.
           05      FILLER             PIC X(16)    VALUE "COKE".
           05      FILLER             PIC X(16)    VALUE "DIET COKE".
           05      FILLER             PIC X(16)    VALUE "MELLO YELLO".
           05      FILLER             PIC X(16)    VALUE "CHERRY COKE".
           05      FILLER             PIC X(16)
                                            VALUE "DIET CHERRY COKE".
           05      FILLER             PIC X(16)    VALUE "SPRITE".
       01  POP-NAME-TABLE REDEFINES POP-NAME-AREA.
           05      POP-NAME           OCCURS 6 TIMES PIC X(16).

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
           05      FILLER         PIC X(5)      VALUE "PAGE:".
           05      O-PCTR         PIC ZZ9.

       01 COMPANY-TITLE-LINE2.
           05      FILLER         PIC X(8)     VALUE "CBLJRM28".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 COMPANY-TITLE-LINE3.
           05      FILLER         PIC X(50)     VALUE SPACES.
           05      FILLER         PIC X(32)     VALUE
                                     "SUSPECTED DUPLICATE ORDER REPORT".
           05      FILLER         PIC X(50)     VALUE SPACES.

       01 COL-HDG1.
           05      FILLER         PIC X(70)    VALUE SPACES.
           05      FILLER         PIC X(18)    VALUE "FIRST ORDER".
           05      FILLER         PIC X(19)    VALUE
                                               "SUSPECTED DUPLICATE".
           05      FILLER         PIC X(25)    VALUE SPACES.

       01 COL-HDG2.
           05      FILLER         PIC X(7)     VALUE "CUST".
           05      FILLER         PIC X(33)    VALUE "CUSTOMER NAME".
           05      FILLER         PIC X(7)     VALUE "SELLER".
           05      FILLER         PIC X(17)    VALUE "POP TYPE".
           05      FILLER         PIC X(6)     VALUE "CS".
           05      FILLER         PIC X(6)     VALUE "ORDER".
           05      FILLER         PIC X(12)    VALUE "FOUND ON".
           05      FILLER         PIC X(6)     VALUE "ORDER".
           05      FILLER         PIC X(12)    VALUE "FOUND ON".
           05      FILLER         PIC X(26)    VALUE "ACTION".

       01 DETAIL-LINE.
           05   O-CUST-NUM     PIC 9(5).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-LNAME        PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-FNAME        PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-SELLER-ID    PIC 9(4).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-POP-NAME     PIC X(16).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-NUM-CASES    PIC Z9.
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-FIRST-ORDER  PIC 9(5).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-FIRST-SOURCE PIC X(9).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-DUP-ORDER    PIC 9(5).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-DUP-SOURCE   PIC X(9).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-ACTION       PIC X(9).
           05   O-RELEASED-BY  PIC X(17).
           05   O-RELEASED-BY-PARTS REDEFINES O-RELEASED-BY.
                10  O-RELEASED-LIT  PIC XXX.
                10  O-RELEASED-INIT PIC XXX.
                10  FILLER          PIC X(11).

       01 NONE-LINE.
           05  FILLER          PIC X(40)   VALUE
               "NO SUSPECTED DUPLICATES".
           05  FILLER          PIC X(92)   VALUE SPACES.

       01 COUNT-LINE.
           05  O-CT-LABEL      PIC X(40).
           05  O-CT-COUNT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(86)   VALUE SPACES.

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

           PERFORM 1400-LOAD-OVERRIDES.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-CUST-NUM S-SELLER-ID S-POP-TYPE
                                S-NUM-CASES S-SOURCE S-ORDER-NUM
               INPUT PROCEDURE IS 1050-RELEASE-ORDERS
               GIVING SORTED-SCREEN.

           OPEN INPUT SORTED-SCREEN.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT SCREEN-OUT.

           PERFORM 9100-HDG.
           PERFORM 9000-READ.

      *    THE MASTER GOES IN FIRST, FRONT TO BACK, THEN EVERY ENTRY
      *    RECORD WHOSE ORDER NUMBER IS NOT ON IT YET. A NEW ENTRY
      *    MISSING A FIELD THE MATCH NEEDS CANNOT BE SCREENED AND IS
      *    LEFT FOR THE ORDER EDIT TO REJECT.
       1050-RELEASE-ORDERS.
           MOVE "NO" TO OM-OPEN-SW.
           MOVE "YES" TO OM-EOF-SW.
           OPEN INPUT ORDER-MASTER.
           IF OM-STATUS = "00" OR OM-STATUS = "05"
               MOVE "YES" TO OM-OPEN-SW
               MOVE "NO" TO OM-EOF-SW
           ELSE
               CLOSE ORDER-MASTER.
           PERFORM 1070-OPEN-ORDER-STATUS.
           PERFORM 1100-RELEASE-MASTER
               UNTIL OM-EOF-SW = "YES".
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.

           MOVE ZERO TO C-ORDER-NUM.
           MOVE "NO" TO SL-EOF-SW.
           OPEN INPUT FUNDRAISER.
           PERFORM 1200-READ-ENTRY.
           PERFORM 1250-RELEASE-ENTRY
               UNTIL SL-EOF-SW = "YES".
           CLOSE FUNDRAISER.
           IF OM-OPEN-SW = "YES"
               CLOSE ORDER-MASTER.

       1070-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       1080-CHECK-STATUS.
           MOVE "NO" TO OX-SKIP-SW.
           IF OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-SKIP-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                           MOVE "YES" TO OX-SKIP-SW.

       1100-RELEASE-MASTER.
           READ ORDER-MASTER NEXT
               AT END
                   MOVE "YES" TO OM-EOF-SW.
           IF OM-EOF-SW = "NO"
               PERFORM 1080-CHECK-STATUS
               IF OX-SKIP-SW = "NO"
                   MOVE OM-REC TO SORT-REC
                   MOVE "M" TO S-SOURCE
                   ADD 1 TO C-MASTER-TOTAL
                   RELEASE SORT-REC.

       1200-READ-ENTRY.
           READ FUNDRAISER
               AT END
                   MOVE "YES" TO SL-EOF-SW.

      *    THE ENTRY RECORD AT POSITION N WILL BE ORDER N.
       1250-RELEASE-ENTRY.
           ADD 1 TO C-READ-TOTAL.
           ADD 1 TO C-ORDER-NUM.
           MOVE "NO" TO OM-FOUND-SW.
           IF OM-OPEN-SW = "YES"
               MOVE C-ORDER-NUM TO OM-ORDER-NUM
               READ ORDER-MASTER
                   INVALID KEY
                       MOVE "NO" TO OM-FOUND-SW
                   NOT INVALID KEY
                       MOVE "YES" TO OM-FOUND-SW.
           IF OM-FOUND-SW = "NO"
               IF ORD-CUST-NUM NUMERIC AND ORD-SELLER-ID NUMERIC
                       AND ORD-POP-TYPE NUMERIC
                       AND ORD-NUM-CASES NUMERIC
                       AND ORD-CUST-NUM > 0 AND ORD-NUM-CASES > 0
                   MOVE ORD-REC TO SORT-REC
                   MOVE C-ORDER-NUM TO S-ORDER-NUM
                   MOVE "N" TO S-SOURCE
                   ADD 1 TO C-NEW-TOTAL
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO C-BAD-TOTAL.
           PERFORM 1200-READ-ENTRY.

       1400-LOAD-OVERRIDES.
           MOVE ZERO TO C-RT-CTR.
           MOVE "NO" TO DO-EOF-SW.
           OPEN INPUT OVERRIDE-FILE.
           PERFORM 1450-READ-OVERRIDE.
           PERFORM 1460-STORE-OVERRIDE
               UNTIL DO-EOF-SW = "YES".
           CLOSE OVERRIDE-FILE.

       1450-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   MOVE "YES" TO DO-EOF-SW.

       1460-STORE-OVERRIDE.
           IF C-RT-CTR < 200 AND DO-ORDER-NUM NUMERIC
                   AND DO-ORDER-NUM > 0
               ADD 1 TO C-RT-CTR
               MOVE DO-ORDER-NUM TO RT-ORDER-NUM (C-RT-CTR)
               MOVE DO-INITIALS TO RT-INITIALS (C-RT-CTR)
               MOVE "NO" TO RT-USED-SW (C-RT-CTR).
           PERFORM 1450-READ-OVERRIDE.

      *    RECORDS ARRIVE GROUPED BY THE MATCH FIELDS, MASTER ORDERS
      *    FIRST, THEN IN ORDER-NUMBER SEQUENCE. THE FIRST RECORD OF A
      *    GROUP IS THE ORDER THE REST ARE MEASURED AGAINST. TWO
      *    ORDERS ALREADY ON THE MASTER WERE SCREENED WHEN THEY CAME
      *    IN AND ARE NOT REPORTED AGAIN.
       2000-MAINLINE.
           IF C-GROUP-OPEN-SW = "NO"
               PERFORM 2100-START-GROUP
           ELSE
               IF I-CUST-NUM NOT = FO-CUST-NUM
                       OR I-SELLER-ID NOT = FO-SELLER-ID
                       OR I-POP-TYPE NOT = FO-POP-TYPE
                       OR I-NUM-CASES NOT = FO-NUM-CASES
                   PERFORM 2100-START-GROUP
               ELSE
                   IF VAL-NEW-ENTRY
                       PERFORM 2200-SUSPECT.
           PERFORM 9000-READ.

       2100-START-GROUP.
           MOVE "YES" TO C-GROUP-OPEN-SW.
           MOVE I-CUST-NUM TO FO-CUST-NUM.
           MOVE I-SELLER-ID TO FO-SELLER-ID.
           MOVE I-POP-TYPE TO FO-POP-TYPE.
           MOVE I-NUM-CASES TO FO-NUM-CASES.
           MOVE I-ORDER-NUM TO FO-ORDER-NUM.
           MOVE I-SOURCE TO FO-SOURCE.

       2200-SUSPECT.
           ADD 1 TO C-SUSPECT-TOTAL.
           PERFORM 2300-RELEASE-LOOKUP.
           MOVE SPACES TO O-RELEASED-BY.
           IF C-RELEASE-SW = "YES"
               ADD 1 TO C-RELEASED-TOTAL
               MOVE "RELEASED" TO O-ACTION
               MOVE "BY" TO O-RELEASED-LIT
               MOVE RT-INITIALS (C-RT-SUB) TO O-RELEASED-INIT
           ELSE
               PERFORM 2400-HOLD-ORDER.
           PERFORM 2500-PRINT-DETAIL.

       2300-RELEASE-LOOKUP.
           MOVE "NO" TO C-RELEASE-SW.
           MOVE 1 TO C-RT-SCTR.
           PERFORM 2310-RELEASE-MATCH
               UNTIL C-RT-SCTR > C-RT-CTR.

       2310-RELEASE-MATCH.
           IF RT-ORDER-NUM (C-RT-SCTR) = I-ORDER-NUM
               MOVE "YES" TO C-RELEASE-SW
               MOVE "YES" TO RT-USED-SW (C-RT-SCTR)
               MOVE C-RT-SCTR TO C-RT-SUB
               MOVE 201 TO C-RT-SCTR
           ELSE
               ADD 1 TO C-RT-SCTR.

       2400-HOLD-ORDER.
           MOVE I-ORDER-NUM TO DH-ORDER-NUM.
           MOVE FO-ORDER-NUM TO DH-MATCH-ORDER.
           MOVE I-DATE TO DH-DATE.
           WRITE DH-REC
               INVALID KEY
                   ADD 1 TO C-IOERR-TOTAL.
           IF DH-STATUS-CODE = "00"
               ADD 1 TO C-HELD-TOTAL
               MOVE "HELD" TO O-ACTION
           ELSE
               MOVE "NOT HELD" TO O-ACTION
               MOVE "- FILE ERROR" TO O-RELEASED-BY.

       2500-PRINT-DETAIL.
           MOVE I-CUST-NUM TO O-CUST-NUM.
           MOVE I-LNAME TO O-LNAME.
           MOVE I-FNAME TO O-FNAME.
           MOVE I-SELLER-ID TO O-SELLER-ID.
           IF I-POP-TYPE > 0 AND I-POP-TYPE < 7
               MOVE POP-NAME (I-POP-TYPE) TO O-POP-NAME
           ELSE
               MOVE "UNKNOWN TYPE" TO O-POP-NAME.
           MOVE I-NUM-CASES TO O-NUM-CASES.
           MOVE FO-ORDER-NUM TO O-FIRST-ORDER.
           IF FO-SOURCE = "M"
               MOVE "MASTER" TO O-FIRST-SOURCE
           ELSE
               MOVE "NEW ENTRY" TO O-FIRST-SOURCE.
           MOVE I-ORDER-NUM TO O-DUP-ORDER.
           MOVE "NEW ENTRY" TO O-DUP-SOURCE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3000-CLOSING.
           IF C-SUSPECT-TOTAL = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE 1 TO C-RT-SCTR.
           PERFORM 3010-COUNT-UNUSED
               UNTIL C-RT-SCTR > C-RT-CTR.

           MOVE "ENTRY RECORDS READ:" TO O-CT-LABEL.
           MOVE C-READ-TOTAL TO O-CT-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "NEW ENTRIES SCREENED:" TO O-CT-LABEL.
           MOVE C-NEW-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "NOT SCREENED - INVALID DATA:" TO O-CT-LABEL.
           MOVE C-BAD-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "MASTER ORDERS COMPARED:" TO O-CT-LABEL.
           MOVE C-MASTER-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "SUSPECTED DUPLICATES:" TO O-CT-LABEL.
           MOVE C-SUSPECT-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "HELD OUT OF THE BUILD:" TO O-CT-LABEL.
           MOVE C-HELD-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "RELEASED BY OVERRIDE:" TO O-CT-LABEL.
           MOVE C-RELEASED-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "OVERRIDES WITH NO SUSPECT TO RELEASE:" TO O-CT-LABEL.
           MOVE C-UNUSED-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "HOLD FILE ERRORS:" TO O-CT-LABEL.
           MOVE C-IOERR-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE SORTED-SCREEN.
           CLOSE HOLD-FILE.
           CLOSE SCREEN-OUT.

       3010-COUNT-UNUSED.
           IF RT-USED-SW (C-RT-SCTR) = "NO"
               ADD 1 TO C-UNUSED-TOTAL.
           ADD 1 TO C-RT-SCTR.

       3050-WRITE-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM28" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-HELD-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SORTED-SCREEN
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE3
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COL-HDG2
               AFTER ADVANCING 1 LINES.
