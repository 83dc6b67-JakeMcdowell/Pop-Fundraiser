       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM19.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *            ORDER CHANGE AND CANCELLATION RUN                    *
      *******************************************************************

      *    APPLIES ORDER MAINTENANCE TRANSACTIONS (CBLPOPOT.DAT)
      *    AGAINST THE INDEXED ORDER MASTER (CBLPOPOM.DAT) CBLJRM14
      *    BUILDS, READ AND REWRITTEN BY KEY. 'C' CHANGES THE CASES,
      *    THE POP TYPE, THE TEAM SPLIT FLAGS OR THE SELLER OF AN
      *    ORDER IN PLACE - A BLANK FIELD ON THE TRANSACTION LEAVES
      *    THAT FIELD ALONE. A NEW SELLER MOVES THE ORDER TO THAT
      *    SELLER'S ROSTER TEAM AND DIVISION. 'X' CANCELS THE ORDER
      *    WITH A REASON CODE.
      *    A CANCELLED ORDER IS NEVER DELETED - ITS NUMBER AND HISTORY
      *    STAY ON THE MASTER - IT IS MARKED ON THE ORDER STATUS FILE
      *    (CBLPOPOX.DAT, KEYED BY ORDER NUMBER) AND THE SALES,
      *    PICKING AND RECEIPT RUNS LEAVE IT OUT FROM THEN ON. A
      *    CHANGED ORDER IS MARKED THERE TOO SO THE NEXT MASTER BUILD
      *    KEEPS THE CHANGE. THE ORDER IS REPRICED AND ITS BALANCE
      *    RECORD (CBLPOPBL.DAT) CARRIED TO THE NEW TOTAL; WHEN THE
      *    CUSTOMER HAS ALREADY PAID MORE THAN THE ORDER NOW COMES TO,
      *    THE DIFFERENCE IS LISTED ON THE REFUNDS-DUE PAGE AT THE
      *    END OF THE REGISTER (CBLPOPOC.PRT). AN ORDER PAID AT THE
      *    DOOR, WITH NO BALANCE RECORD, COUNTS AS PAID ITS OLD TOTAL.
      *    EVERY APPLIED TRANSACTION PRINTS THE ORDER AS IT STOOD
      *    BEFORE AND AFTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ORDER-TRANS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORDER-MASTER
           ASSIGN TO "C:\COBOL\CBLPOPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

       SELECT OPTIONAL BALANCE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BL-ORDER-NUM
           FILE STATUS IS BAL-STATUS.

       SELECT SELLER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPSR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRICE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPOSIT-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TAX-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPTX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REGISTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPOC.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    ONE TRANSACTION PER ORDER TO CHANGE OR CANCEL, KEYED BY THE
      *    ORDER NUMBER PRINTED ON THE SALES REPORT. ON A CHANGE A
      *    BLANK FIELD MEANS LEAVE IT AS IT IS; A SPLIT FLAG OF 'Y'
      *    PUTS THAT TEAM ON THE SPLIT, 'N' TAKES IT OFF. THE REASON
      *    CODE IS REQUIRED ON A CANCEL ONLY.
       FD  ORDER-TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OT-REC
           RECORD CONTAINS 21 CHARACTERS.

       01  OT-REC.
           05     OT-ACTION          PIC X.
               88 VAL-OT-CHANGE VALUE 'C'.
               88 VAL-OT-CANCEL VALUE 'X'.
           05     OT-ORDER-NUM       PIC 9(5).
           05     OT-POP-TYPE        PIC 99.
               88 VAL-OT-POP-TYPE VALUE 1, 2, 3, 4, 5, 6,.
           05     OT-POP-TYPE-X REDEFINES OT-POP-TYPE
                                     PIC XX.
           05     OT-NUM-CASES       PIC 99.
           05     OT-NUM-CASES-X REDEFINES OT-NUM-CASES
                                     PIC XX.
           05     OT-TEAM-FLAGS.
                  10  OT-TEAMA       PIC X.
                      88 VAL-OT-TEAMA VALUE 'Y' 'N' SPACE.
                  10  OT-TEAMB       PIC X.
                      88 VAL-OT-TEAMB VALUE 'Y' 'N' SPACE.
                  10  OT-TEAMC       PIC X.
                      88 VAL-OT-TEAMC VALUE 'Y' 'N' SPACE.
                  10  OT-TEAMD       PIC X.
                      88 VAL-OT-TEAMD VALUE 'Y' 'N' SPACE.
                  10  OT-TEAME       PIC X.
                      88 VAL-OT-TEAME VALUE 'Y' 'N' SPACE.
           05     OT-SELLER-ID       PIC 9(4).
           05     OT-SELLER-ID-X REDEFINES OT-SELLER-ID
                                     PIC X(4).
           05     OT-REASON          PIC XX.
               88 VAL-OT-REASON VALUE 'CB' 'DU' 'MV' 'NP' 'KE' 'OT'.

      *    EVERYTHING BEHIND THE ACTION CODE, ECHOED ON A REJECT.
       01  OT-REC-ECHO.
           05     FILLER             PIC X.
           05     OT-ECHO-DATA       PIC X(20).

      *    THE INDEXED ORDER MASTER CBLJRM14 BUILDS - READ BY KEY PER
      *    TRANSACTION, CHANGES REWRITTEN IN PLACE.
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

      *    ORDER MAINTENANCE STATUS - ONE RECORD PER ORDER THIS RUN
      *    HAS EVER CHANGED OR CANCELLED, KEYED BY ORDER NUMBER.
      *    OPTIONAL - THE FIRST RUN STARTS AN EMPTY FILE. ORDERS WITH
      *    NO RECORD HERE ARE SIMPLY LIVE AS ENTERED.
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

      *    AMOUNT PAID TO DATE PER ORDER, KEPT BY THE POSTING RUN.
      *    TOTAL-SALE IS CARRIED TO THE REPRICED TOTAL HERE SO THE
      *    NEXT POSTING AND RECEIPT RUNS SETTLE AGAINST IT.
       FD  BALANCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  BL-REC.
           05     BL-ORDER-NUM       PIC 9(5).
           05     BL-TOTAL-SALE      PIC 9(4)V99.
           05     BL-AMT-PAID        PIC 9(4)V99.

      *    SELLER ROSTER - A CHANGED SELLER ID MUST BE ON IT, AND AN
      *    ORDER CANNOT BE MOVED ONTO AN INACTIVE SELLER.
       FD  SELLER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  SR-REC.
           05     SR-SELLER-ID       PIC 9(4).
           05     SR-LNAME           PIC X(15).
           05     SR-FNAME           PIC X(15).
           05     SR-TEAM            PIC X.
           05     SR-DIVISION        PIC 9.
           05     SR-STATUS          PIC X.
           05     SR-LAST-ORDER      PIC 9(5).

       FD  PRICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  PR-REC.
           05     PR-POP-TYPE        PIC 99.
           05     PR-PRICE           PIC 999V99.

       FD  DEPOSIT-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  DR-REC.
           05     DR-STATE           PIC XX.
           05     DR-RATE            PIC V99.
           05     DR-UNITS-PER-CASE  PIC 99.

       FD  TAX-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 5 CHARACTERS.

       01  TX-REC.
           05     TX-STATE           PIC XX.
           05     TX-RATE            PIC V999.

       FD  REGISTER-OUT
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
           05      PRICE-EOF-SW       PIC XXX.
           05      SR-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      BAL-STATUS         PIC XX.
           05      OM-FOUND-SW        PIC XXX      VALUE "NO".
           05      OX-FOUND-SW        PIC XXX      VALUE "NO".
           05      BAL-FOUND-SW       PIC XXX      VALUE "NO".
           05      C-SELLER-FOUND-SW  PIC XXX      VALUE "NO".
           05      C-SR-SUB           PIC 999      VALUE ZERO.
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-SCTR             PIC 999      VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-CHANGE-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-CANCEL-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-REJECT-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-IOERR-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-REFUND-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-REFUND-AMT-TOTAL PIC 9(7)V99  VALUE ZERO.
           05      C-REJ-REASON       PIC X(30)    VALUE SPACES.
           05      C-NEW-OX-STATUS    PIC X        VALUE SPACE.
           05      C-OLD-TOTAL        PIC 9(4)V99  VALUE ZERO.
           05      C-NEW-TOTAL        PIC 9(4)V99  VALUE ZERO.
           05      C-AMT-PAID         PIC 9(4)V99  VALUE ZERO.
           05      C-REFUND-AMT       PIC 9(4)V99  VALUE ZERO.
           05      C-BALANCE-DUE      PIC S9(5)V99 VALUE ZERO.
           05      C-DEPOSIT-AMT      PIC 9(4)V99  VALUE ZERO.
           05      C-TAX-AMT          PIC 9(4)V99  VALUE ZERO.
           05      C-TOTAL-SALE       PIC 9(4)V99  VALUE ZERO.
           05      PRICE-PER-CASE     PIC 999V99   VALUE ZERO.

      *    WORK COPY OF THE ORDER RECORD BEING PRICED - BEFORE THE
      *    CHANGE, THEN AGAIN AFTER IT.
       01  ORD-REC.
           05     ORD-LNAME          PIC X(15).
           05     ORD-FNAME          PIC X(15).
           05     ORD-ADDRESS        PIC X(15).
           05     ORD-CITY           PIC X(10).
           05     ORD-STATE          PIC XX.
           05     ORD-ZIP            PIC 9(5).
           05     ORD-ZIP2           PIC 9(4).
           05     ORD-POP-TYPE       PIC 99.
               88 VAL-ORD-POP-TYPE VALUE 1, 2, 3, 4, 5, 6,.
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

      *    PER-POP-TYPE PRICE LOOKUP TABLE, LOADED FROM CBLPOPPR.DAT.
       01  PRICE-TABLE-AREA.
           05      C-PT-CTR           PIC 99       VALUE ZERO.
           05      PRICE-TABLE-ENTRY  OCCURS 6 TIMES.
                   10  PT-POP-TYPE    PIC 99.
                   10  PT-PRICE       PIC 999V99.

      *    PER-STATE DEPOSIT-RATE LOOKUP TABLE, FROM CBLPOPDR.DAT.
       01  DEPOSIT-RATE-AREA.
           05      C-DR-CTR           PIC 99       VALUE ZERO.
           05      DEPOSIT-RATE-ENTRY OCCURS 20 TIMES.
                   10  DR-TABLE-STATE PIC XX.
                   10  DR-TABLE-RATE  PIC V99.
                   10  DR-TABLE-UNITS PIC 99.

      *    PER-STATE TAX-RATE LOOKUP TABLE, LOADED FROM CBLPOPTX.DAT.
       01  TAX-RATE-AREA.
           05      C-TX-CTR           PIC 99       VALUE ZERO.
           05      TAX-RATE-ENTRY     OCCURS 20 TIMES.
                   10  TX-TABLE-STATE PIC XX.
                   10  TX-TABLE-RATE  PIC V999.

       01  SELLER-ROSTER-AREA.
           05      C-SR-CTR           PIC 999      VALUE ZERO.
           05      SELLER-ROSTER-ENTRY OCCURS 100 TIMES.
                   10  SR-TABLE-ID    PIC 9(4).
                   10  SR-TABLE-STATUS PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.
                   10  SR-TABLE-TEAM  PIC X.
                   10  SR-TABLE-DIVISION PIC 9.

      *    REFUNDS OWED ON CANCELLED AND REDUCED ORDERS, HELD FOR THE
      *    REFUNDS-DUE PAGE PRINTED AFTER THE REGISTER.
       01  REFUND-AREA.
           05      C-RF-CTR           PIC 999      VALUE ZERO.
           05      REFUND-TABLE       OCCURS 200 TIMES.
                   10  RF-ORDER-NUM   PIC 9(5).
                   10  RF-LNAME       PIC X(15).
                   10  RF-FNAME       PIC X(15).
                   10  RF-ACTION      PIC X(9).
                   10  RF-PAID        PIC 9(4)V99.
                   10  RF-NEW-TOTAL   PIC 9(4)V99.
                   10  RF-REFUND      PIC 9(4)V99.

       01  POP-NAME-AREA.
           05  FILLER  PIC X(16)  VALUE "COKE".
           05  FILLER  PIC X(16)  VALUE "DIET COKE".
           05  FILLER  PIC X(16)  VALUE "MELLO YELLO".
           05  FILLER  PIC X(16)  VALUE "CHERRY COKE".
           05  FILLER  PIC X(16)  VALUE "DIET CHERRY COKE".
           05  FILLER  PIC X(16)  VALUE "SPRITE".
       01  POP-NAME-TABLE REDEFINES POP-NAME-AREA.
           05  POP-NAME   OCCURS 6 TIMES  PIC X(16).

      *    CANCEL REASON CODES - SAME LIST AS VAL-OT-REASON.
       01  CANCEL-REASON-AREA.
           05  FILLER  PIC X(22)  VALUE "CBCUSTOMER BACKED OUT".
           05  FILLER  PIC X(22)  VALUE "DUDUPLICATE ORDER".
           05  FILLER  PIC X(22)  VALUE "MVCUSTOMER MOVED".
           05  FILLER  PIC X(22)  VALUE "NPNEVER PAID".
           05  FILLER  PIC X(22)  VALUE "KEKEYING ERROR".
           05  FILLER  PIC X(22)  VALUE "OTOTHER".
       01  CANCEL-REASON-TABLE REDEFINES CANCEL-REASON-AREA.
           05  CANCEL-REASON-ENTRY OCCURS 6 TIMES.
               10  CR-CODE        PIC XX.
               10  CR-DESC        PIC X(20).

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM19".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(57)     VALUE SPACES.

       01 COMPANY-TITLE-LINE3.
           05      FILLER         PIC X(47)     VALUE SPACES.
           05      FILLER         PIC X(38)     VALUE
                              "ORDER CHANGE AND CANCELLATION REGISTER".
           05      FILLER         PIC X(47)     VALUE SPACES.

       01 COL-HDG1.
           05      FILLER         PIC X(3)     VALUE "ACT".
           05      FILLER         PIC X        VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "LAST NAME".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "STAGE".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "POP TYPE".
           05      FILLER         PIC X(10)    VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "CASES".
           05      FILLER         PIC X(5)     VALUE "SPLIT".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "SELLER".
           05      FILLER         PIC X(10)    VALUE "TOTAL SALE".
           05      FILLER         PIC X        VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "DISPOSITION".
           05      FILLER         PIC X        VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "REASON".
           05      FILLER         PIC X(30)    VALUE SPACES.

       01 DETAIL-LINE.
           05   FILLER         PIC X        VALUE SPACES.
           05   O-ACTION       PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-ORDER-NUM    PIC 9(5).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-LNAME        PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-STAGE        PIC X(6).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-POP-NAME     PIC X(16).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-CASES        PIC Z9.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SPLITA       PIC X.
           05   O-SPLITB       PIC X.
           05   O-SPLITC       PIC X.
           05   O-SPLITD       PIC X.
           05   O-SPLITE       PIC X.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-SELLER-ID    PIC 9(4).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-TOTAL-SALE   PIC $$,$$9.99.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-DISPOSITION  PIC X(10).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-REASON       PIC X(30).
           05   FILLER         PIC X(6)     VALUE SPACES.

      *    REJECTED TRANSACTIONS PRINT THE RAW TRANSACTION - THE
      *    ORDER MAY NOT EVEN BE ON FILE.
       01 REJECT-LINE.
           05   FILLER         PIC X        VALUE SPACES.
           05   O-REJ-ACTION   PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-REJ-TRANS    PIC X(20).
           05   FILLER         PIC X(60)    VALUE SPACES.
           05   FILLER         PIC X(10)    VALUE "REJECTED".
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-REJ-REASON   PIC X(30).
           05   FILLER         PIC X(6)     VALUE SPACES.

       01 REFUND-TITLE-LINE.
           05  FILLER        PIC X(42)
                    VALUE "REFUNDS DUE - CANCELLED AND REDUCED ORDERS".
           05  FILLER        PIC X(90) VALUE SPACES.

       01 REFUND-COL-HDG.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "LAST NAME".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "FIRST NAME".
           05      FILLER         PIC X(7)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "ACTION".
           05      FILLER         PIC X(6)     VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "PAID TO DT".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "NEW TOTAL".
           05      FILLER         PIC XXX      VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "REFUND DUE".
           05      FILLER         PIC X(44)    VALUE SPACES.

       01 REFUND-LINE.
           05   O-RF-ORDER-NUM PIC 9(5).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RF-LNAME     PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RF-FNAME     PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RF-ACTION    PIC X(9).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RF-PAID      PIC $$,$$9.99.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RF-NEW-TOTAL PIC $$,$$9.99.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RF-REFUND    PIC $$,$$9.99.
           05   FILLER         PIC X(45)    VALUE SPACES.

       01 TOTAL-READ-LINE.
           05  FILLER          PIC X(22)   VALUE "TRANSACTIONS READ:".
           05  O-READ-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-CHANGE-LINE.
           05  FILLER          PIC X(22)   VALUE "ORDERS CHANGED:".
           05  O-CHANGE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-CANCEL-LINE.
           05  FILLER          PIC X(22)   VALUE "ORDERS CANCELLED:".
           05  O-CANCEL-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-REJECT-LINE.
           05  FILLER          PIC X(22)   VALUE "REJECTED:".
           05  O-REJECT-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-IOERR-LINE.
           05  FILLER          PIC X(22)   VALUE "FILE I/O ERRORS:".
           05  O-IOERR-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-REFUND-LINE.
           05  FILLER          PIC X(22)   VALUE "REFUNDS DUE:".
           05  O-REFUND-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE "AMOUNT DUE:".
           05  O-REFUND-AMT    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(71)   VALUE SPACES.

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

           PERFORM 1100-LOAD-PRICES.
           PERFORM 1300-LOAD-DEPOSIT-RATES.
           PERFORM 1320-LOAD-TAX-RATES.
           PERFORM 1800-LOAD-SELLERS.

           OPEN I-O ORDER-MASTER.
           OPEN I-O ORDER-STATUS-FILE.
           OPEN I-O BALANCE-FILE.
           OPEN INPUT ORDER-TRANS-FILE.
           OPEN OUTPUT REGISTER-OUT.

           PERFORM 9000-READ.
           PERFORM 9100-HDG.

       1100-LOAD-PRICES.
           MOVE ZERO TO C-PT-CTR.
           MOVE "NO" TO PRICE-EOF-SW.
           OPEN INPUT PRICE-FILE.
           PERFORM 1150-READ-PRICE.
           PERFORM 1160-STORE-PRICE
               UNTIL PRICE-EOF-SW = "YES".
           CLOSE PRICE-FILE.

       1150-READ-PRICE.
           READ PRICE-FILE
               AT END
                   MOVE "YES" TO PRICE-EOF-SW.

       1160-STORE-PRICE.
           IF C-PT-CTR < 6
               ADD 1 TO C-PT-CTR
               MOVE PR-POP-TYPE TO PT-POP-TYPE (C-PT-CTR)
               MOVE PR-PRICE TO PT-PRICE (C-PT-CTR).
           PERFORM 1150-READ-PRICE.

       1300-LOAD-DEPOSIT-RATES.
           MOVE ZERO TO C-DR-CTR.
           MOVE "NO" TO PRICE-EOF-SW.
           OPEN INPUT DEPOSIT-RATE-FILE.
           PERFORM 1350-READ-DEPOSIT-RATE.
           PERFORM 1360-STORE-DEPOSIT-RATE
               UNTIL PRICE-EOF-SW = "YES".
           CLOSE DEPOSIT-RATE-FILE.

       1350-READ-DEPOSIT-RATE.
           READ DEPOSIT-RATE-FILE
               AT END
                   MOVE "YES" TO PRICE-EOF-SW.

       1360-STORE-DEPOSIT-RATE.
           IF C-DR-CTR < 20
               ADD 1 TO C-DR-CTR
               MOVE DR-STATE TO DR-TABLE-STATE (C-DR-CTR)
               MOVE DR-RATE TO DR-TABLE-RATE (C-DR-CTR)
               MOVE DR-UNITS-PER-CASE TO DR-TABLE-UNITS (C-DR-CTR).
           PERFORM 1350-READ-DEPOSIT-RATE.

       1320-LOAD-TAX-RATES.
           MOVE ZERO TO C-TX-CTR.
           MOVE "NO" TO PRICE-EOF-SW.
           OPEN INPUT TAX-RATE-FILE.
           PERFORM 1330-READ-TAX-RATE.
           PERFORM 1340-STORE-TAX-RATE
               UNTIL PRICE-EOF-SW = "YES".
           CLOSE TAX-RATE-FILE.

       1330-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   MOVE "YES" TO PRICE-EOF-SW.

       1340-STORE-TAX-RATE.
           IF C-TX-CTR < 20
               ADD 1 TO C-TX-CTR
               MOVE TX-STATE TO TX-TABLE-STATE (C-TX-CTR)
               MOVE TX-RATE TO TX-TABLE-RATE (C-TX-CTR).
           PERFORM 1330-READ-TAX-RATE.

       1800-LOAD-SELLERS.
           MOVE ZERO TO C-SR-CTR.
           MOVE "NO" TO SR-EOF-SW.
           OPEN INPUT SELLER-FILE.
           PERFORM 1850-READ-SELLER.
           PERFORM 1860-STORE-SELLER
               UNTIL SR-EOF-SW = "YES".
           CLOSE SELLER-FILE.

       1850-READ-SELLER.
           READ SELLER-FILE
               AT END
                   MOVE "YES" TO SR-EOF-SW.

       1860-STORE-SELLER.
           IF C-SR-CTR < 100 AND SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > 0
               ADD 1 TO C-SR-CTR
               MOVE SR-SELLER-ID TO SR-TABLE-ID (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR)
               MOVE SR-TEAM TO SR-TABLE-TEAM (C-SR-CTR)
               MOVE SR-DIVISION TO SR-TABLE-DIVISION (C-SR-CTR).
           PERFORM 1850-READ-SELLER.

       2000-MAINLINE.
           ADD 1 TO C-READ-TOTAL.
           PERFORM 2300-VALIDATION.
           IF C-REJ-REASON = SPACES
               PERFORM 2100-APPLY
           ELSE
               PERFORM 2400-REJECT.
           PERFORM 9000-READ.

       2300-VALIDATION.
           MOVE SPACES TO C-REJ-REASON.
           IF NOT VAL-OT-CHANGE AND NOT VAL-OT-CANCEL
               MOVE "ACTION MUST BE C OR X" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND OT-ORDER-NUM NOT NUMERIC
               MOVE "ORDER NUMBER MUST BE NUMERIC" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES
               PERFORM 2310-READ-ORDER
               IF OM-FOUND-SW = "NO"
                   MOVE "ORDER NUMBER NOT ON MASTER" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES
               PERFORM 2320-READ-STATUS
               IF OX-FOUND-SW = "YES" AND VAL-OX-CANCELLED
                   MOVE "ORDER IS ALREADY CANCELLED" TO C-REJ-REASON
               ELSE
                   IF OX-FOUND-SW = "YES" AND VAL-OX-REFUSED
                       MOVE "ORDER WAS REFUSED AT DELIVERY"
                                                   TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND VAL-OT-CANCEL
                   AND NOT VAL-OT-REASON
               MOVE "CANCEL REASON CODE NOT VALID" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND VAL-OT-CHANGE
               PERFORM 2350-EDIT-CHANGE.

       2310-READ-ORDER.
           MOVE OT-ORDER-NUM TO OM-ORDER-NUM.
           READ ORDER-MASTER
               INVALID KEY
                   MOVE "NO" TO OM-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO OM-FOUND-SW.

       2320-READ-STATUS.
           MOVE OT-ORDER-NUM TO OX-ORDER-NUM.
           READ ORDER-STATUS-FILE
               INVALID KEY
                   MOVE "NO" TO OX-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO OX-FOUND-SW.

      *    A CHANGE MUST CHANGE SOMETHING, AND EVERY FIELD IT DOES
      *    CARRY MUST PASS THE SAME EDITS THE SALES RUN APPLIES.
       2350-EDIT-CHANGE.
           IF OT-POP-TYPE-X = SPACES AND OT-NUM-CASES-X = SPACES
                   AND OT-TEAM-FLAGS = SPACES
                   AND OT-SELLER-ID-X = SPACES
               MOVE "NO FIELDS TO CHANGE" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND OT-POP-TYPE-X NOT = SPACES
               IF OT-POP-TYPE NOT NUMERIC OR NOT VAL-OT-POP-TYPE
                   MOVE "POP TYPE MUST BE 01 THRU 06" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND OT-NUM-CASES-X NOT = SPACES
               IF OT-NUM-CASES NOT NUMERIC OR OT-NUM-CASES = ZERO
                   MOVE "CASES MUST BE 01 THRU 99" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES
               IF NOT VAL-OT-TEAMA OR NOT VAL-OT-TEAMB
                       OR NOT VAL-OT-TEAMC OR NOT VAL-OT-TEAMD
                       OR NOT VAL-OT-TEAME
                   MOVE "SPLIT FLAGS MUST BE Y, N, BLANK"
                                                       TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND OT-SELLER-ID-X NOT = SPACES
               IF OT-SELLER-ID NOT NUMERIC
                   MOVE "SELLER ID MUST BE NUMERIC" TO C-REJ-REASON
               ELSE
                   PERFORM 2360-SELLER-LOOKUP
                   IF C-SELLER-FOUND-SW = "NO"
                       MOVE "SELLER ID NOT ON SELLER ROSTER"
                                                       TO C-REJ-REASON
                   ELSE
                       IF VAL-SR-INACTIVE (C-SR-SUB)
                               AND OT-SELLER-ID NOT = OM-SELLER-ID
                           MOVE "SELLER ID IS INACTIVE" TO C-REJ-REASON.

       2360-SELLER-LOOKUP.
           MOVE "NO" TO C-SELLER-FOUND-SW.
           MOVE 1 TO C-SCTR.
           PERFORM 2370-SELLER-MATCH
               UNTIL C-SCTR > C-SR-CTR.

       2370-SELLER-MATCH.
           IF SR-TABLE-ID (C-SCTR) = OT-SELLER-ID
               MOVE "YES" TO C-SELLER-FOUND-SW
               MOVE C-SCTR TO C-SR-SUB
               MOVE 101 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

      *    THE ORDER AS IT STANDS PRINTS FIRST, PRICED AT TODAY'S
      *    RATES, THEN THE CHANGE OR CANCEL IS APPLIED.
       2100-APPLY.
           MOVE OM-REC TO ORD-REC.
           PERFORM 2205-COMPUTE-TOTAL-SALE.
           MOVE C-TOTAL-SALE TO C-OLD-TOTAL.
           MOVE "BEFORE" TO O-STAGE.
           MOVE OT-ACTION TO O-ACTION.
           MOVE C-OLD-TOTAL TO O-TOTAL-SALE.
           MOVE SPACES TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           PERFORM 2180-PRINT-ORDER.
           IF VAL-OT-CHANGE
               PERFORM 2110-CHANGE-ORDER
           ELSE
               PERFORM 2120-CANCEL-ORDER.

      *    ONLY THE FIELDS THE TRANSACTION CARRIES ARE TOUCHED. A
      *    SPLIT FLAG TAKEN OFF IS STORED BLANK, THE SAME AS AN
      *    ORDER ENTERED WITHOUT IT. A NEW SELLER BRINGS THEIR ROSTER
      *    TEAM AND DIVISION WITH THEM SO THE SALE IS CREDITED THERE.
       2110-CHANGE-ORDER.
           IF OT-POP-TYPE-X NOT = SPACES
               MOVE OT-POP-TYPE TO OM-POP-TYPE.
           IF OT-NUM-CASES-X NOT = SPACES
               MOVE OT-NUM-CASES TO OM-NUM-CASES.
           IF OT-TEAMA = "Y"
               MOVE "Y" TO OM-TEAMA
           ELSE
               IF OT-TEAMA = "N"
                   MOVE SPACE TO OM-TEAMA.
           IF OT-TEAMB = "Y"
               MOVE "Y" TO OM-TEAMB
           ELSE
               IF OT-TEAMB = "N"
                   MOVE SPACE TO OM-TEAMB.
           IF OT-TEAMC = "Y"
               MOVE "Y" TO OM-TEAMC
           ELSE
               IF OT-TEAMC = "N"
                   MOVE SPACE TO OM-TEAMC.
           IF OT-TEAMD = "Y"
               MOVE "Y" TO OM-TEAMD
           ELSE
               IF OT-TEAMD = "N"
                   MOVE SPACE TO OM-TEAMD.
           IF OT-TEAME = "Y"
               MOVE "Y" TO OM-TEAME
           ELSE
               IF OT-TEAME = "N"
                   MOVE SPACE TO OM-TEAME.
           IF OT-SELLER-ID-X NOT = SPACES
               MOVE OT-SELLER-ID TO OM-SELLER-ID
               MOVE SR-TABLE-TEAM (C-SR-SUB) TO OM-TEAM
               MOVE SR-TABLE-DIVISION (C-SR-SUB) TO OM-DIVISION.

           MOVE OM-REC TO ORD-REC.
           PERFORM 2205-COMPUTE-TOTAL-SALE.
           MOVE C-TOTAL-SALE TO C-NEW-TOTAL.
           PERFORM 2130-GET-BALANCE.
           PERFORM 2135-SET-PAID-FLAG.
           REWRITE OM-REC.
           IF OM-STATUS = "00"
               PERFORM 2115-POST-CHANGE
           ELSE
               ADD 1 TO C-IOERR-TOTAL
               MOVE "FILE ERROR" TO O-DISPOSITION.

           MOVE "AFTER" TO O-STAGE.
           MOVE SPACE TO O-ACTION.
           MOVE C-NEW-TOTAL TO O-TOTAL-SALE.
           MOVE SPACES TO O-REASON.
           PERFORM 2180-PRINT-ORDER.

      *    THE BALANCE AND STATUS FILES FOLLOW ONLY A CHANGE THE ORDER
      *    MASTER ACTUALLY TOOK.
       2115-POST-CHANGE.
           ADD 1 TO C-CHANGE-TOTAL.
           MOVE "CHANGED" TO O-DISPOSITION.
           PERFORM 2140-PUT-BALANCE.
           MOVE "M" TO C-NEW-OX-STATUS.
           PERFORM 2170-PUT-STATUS.

      *    THE MASTER RECORD IS LEFT EXACTLY AS IT WAS - ONLY THE
      *    STATUS FILE AND THE BALANCE RECORD CHANGE. ANYTHING ALREADY
      *    PAID COMES BACK AS A REFUND.
       2120-CANCEL-ORDER.
           ADD 1 TO C-CANCEL-TOTAL.
           MOVE ZERO TO C-NEW-TOTAL.
           MOVE "CANCELLED" TO O-DISPOSITION.
           PERFORM 2130-GET-BALANCE.
           PERFORM 2140-PUT-BALANCE.
           MOVE "C" TO C-NEW-OX-STATUS.
           PERFORM 2170-PUT-STATUS.

           MOVE "AFTER" TO O-STAGE.
           MOVE SPACE TO O-ACTION.
           MOVE C-NEW-TOTAL TO O-TOTAL-SALE.
           PERFORM 2125-FIND-REASON.
           PERFORM 2180-PRINT-ORDER.

       2125-FIND-REASON.
           MOVE SPACES TO O-REASON.
           MOVE 1 TO C-SCTR.
           PERFORM 2126-REASON-MATCH
               UNTIL C-SCTR > 6.

       2126-REASON-MATCH.
           IF CR-CODE (C-SCTR) = OT-REASON
               MOVE CR-DESC (C-SCTR) TO O-REASON
               MOVE 7 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

      *    THE BALANCE RECORD SAYS WHAT HAS POSTED SO FAR. WITHOUT
      *    ONE, AN ORDER FLAGGED PAID WAS PAID IN FULL AT THE DOOR -
      *    THE SAME READING CBLJRM10 AND CBLJRM24 GIVE IT - SO ITS
      *    TOTAL BEFORE THE CHANGE IS WHAT THE CUSTOMER HAS PAID. AN
      *    UNPAID ORDER WITH NO RECORD HAS HAD NO MONEY POST.
       2130-GET-BALANCE.
           MOVE OM-ORDER-NUM TO BL-ORDER-NUM.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "NO" TO BAL-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO BAL-FOUND-SW.
           IF BAL-FOUND-SW = "YES"
               MOVE BL-AMT-PAID TO C-AMT-PAID
           ELSE
               IF OM-PAID-STATUS = "Y"
                   MOVE C-OLD-TOTAL TO C-AMT-PAID
               ELSE
                   MOVE ZERO TO C-AMT-PAID.

      *    SAME RULE AS THE POSTING RUN - THE FLAG MOVES ONLY WHEN THE
      *    NEW TOTAL ACTUALLY CHANGES WHETHER THE ORDER IS SETTLED.
       2135-SET-PAID-FLAG.
           COMPUTE C-BALANCE-DUE = C-NEW-TOTAL - C-AMT-PAID.
           IF C-BALANCE-DUE NOT > ZERO AND OM-PAID-STATUS NOT = "Y"
               MOVE "Y" TO OM-PAID-STATUS
           ELSE
               IF C-BALANCE-DUE > ZERO AND OM-PAID-STATUS = "Y"
                   MOVE "N" TO OM-PAID-STATUS.

      *    A DOOR-PAID ORDER RAISED ABOVE WHAT WAS PAID GETS A BALANCE
      *    RECORD OF ITS OWN, SO THE BILLING RUNS ASK ONLY FOR THE
      *    DIFFERENCE AND NOT THE WHOLE NEW TOTAL. A REFUND LISTED
      *    HERE COMES OFF PAID-TO-DATE, SO THE NEXT CHANGE TO THE SAME
      *    ORDER DOES NOT LIST IT AGAIN.
       2140-PUT-BALANCE.
           IF BAL-FOUND-SW = "YES" AND C-AMT-PAID > C-NEW-TOTAL
               MOVE C-NEW-TOTAL TO BL-AMT-PAID.
           IF BAL-FOUND-SW = "YES"
               MOVE C-NEW-TOTAL TO BL-TOTAL-SALE
               REWRITE BL-REC
                   INVALID KEY
                       PERFORM 2175-RECORD-IOERR
           ELSE
               IF C-AMT-PAID > ZERO AND C-NEW-TOTAL > C-AMT-PAID
                   MOVE OM-ORDER-NUM TO BL-ORDER-NUM
                   MOVE C-NEW-TOTAL TO BL-TOTAL-SALE
                   MOVE C-AMT-PAID TO BL-AMT-PAID
                   WRITE BL-REC
                       INVALID KEY
                           PERFORM 2175-RECORD-IOERR.
           IF C-AMT-PAID > C-NEW-TOTAL
               COMPUTE C-REFUND-AMT = C-AMT-PAID - C-NEW-TOTAL
               PERFORM 2150-RECORD-REFUND.

       2150-RECORD-REFUND.
           ADD 1 TO C-REFUND-TOTAL.
           ADD C-REFUND-AMT TO C-REFUND-AMT-TOTAL.
           IF C-RF-CTR < 200
               ADD 1 TO C-RF-CTR
               MOVE OM-ORDER-NUM TO RF-ORDER-NUM (C-RF-CTR)
               MOVE OM-LNAME TO RF-LNAME (C-RF-CTR)
               MOVE OM-FNAME TO RF-FNAME (C-RF-CTR)
               MOVE C-AMT-PAID TO RF-PAID (C-RF-CTR)
               MOVE C-NEW-TOTAL TO RF-NEW-TOTAL (C-RF-CTR)
               MOVE C-REFUND-AMT TO RF-REFUND (C-RF-CTR)
               IF VAL-OT-CANCEL
                   MOVE "CANCELLED" TO RF-ACTION (C-RF-CTR)
               ELSE
                   MOVE "REDUCED" TO RF-ACTION (C-RF-CTR).

      *    OX-FOUND-SW STILL HOLDS WHAT 2320-READ-STATUS FOUND FOR
      *    THIS ORDER.
       2170-PUT-STATUS.
           MOVE OM-ORDER-NUM TO OX-ORDER-NUM.
           MOVE C-NEW-OX-STATUS TO OX-STATUS.
           IF VAL-OT-CANCEL
               MOVE OT-REASON TO OX-REASON
           ELSE
               MOVE SPACES TO OX-REASON.
           MOVE I-DATE TO OX-DATE.
           MOVE "CBLJRM19" TO OX-PROGRAM.
           IF OX-FOUND-SW = "YES"
               REWRITE OX-REC
                   INVALID KEY
                       PERFORM 2175-RECORD-IOERR
           ELSE
               WRITE OX-REC
                   INVALID KEY
                       PERFORM 2175-RECORD-IOERR.

      *    A BALANCE OR STATUS RECORD THAT WOULD NOT WRITE - THE
      *    REGISTER LINE SHOWS FILE ERROR, NOT CHANGED OR CANCELLED.
       2175-RECORD-IOERR.
           ADD 1 TO C-IOERR-TOTAL.
           MOVE "FILE ERROR" TO O-DISPOSITION.

      *    ONE REGISTER LINE FROM THE ORD-REC WORK COPY - THE CALLER
      *    HAS ALREADY SET THE STAGE, TOTAL AND DISPOSITION.
       2180-PRINT-ORDER.
           MOVE OM-ORDER-NUM TO O-ORDER-NUM.
           MOVE OM-LNAME TO O-LNAME.
           IF VAL-OT-CANCEL AND O-STAGE = "AFTER"
               MOVE "** CANCELLED **" TO O-POP-NAME
           ELSE
               IF VAL-ORD-POP-TYPE
                   MOVE POP-NAME (ORD-POP-TYPE) TO O-POP-NAME
               ELSE
                   MOVE "** INVALID **" TO O-POP-NAME.
           MOVE ORD-NUM-CASES TO O-CASES.
           MOVE "-" TO O-SPLITA O-SPLITB O-SPLITC O-SPLITD O-SPLITE.
           IF ORD-TEAMA = "Y"
               MOVE "A" TO O-SPLITA.
           IF ORD-TEAMB = "Y"
               MOVE "B" TO O-SPLITB.
           IF ORD-TEAMC = "Y"
               MOVE "C" TO O-SPLITC.
           IF ORD-TEAMD = "Y"
               MOVE "D" TO O-SPLITD.
           IF ORD-TEAME = "Y"
               MOVE "E" TO O-SPLITE.
           MOVE ORD-SELLER-ID TO O-SELLER-ID.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

      *    SAME PRICING AS CBLJRM05'S 2205-COMPUTE-TOTAL-SALE, RUN
      *    AGAINST THE ORD-REC WORK COPY.
       2205-COMPUTE-TOTAL-SALE.
           PERFORM 2210-PRICE-LOOKUP.
           PERFORM 2230-DEPOSIT-LOOKUP.
           PERFORM 2245-TAX-LOOKUP.

           COMPUTE C-TOTAL-SALE = PRICE-PER-CASE * ORD-NUM-CASES  +
                                         C-DEPOSIT-AMT + C-TAX-AMT
               ON SIZE ERROR
                   MOVE ZERO TO C-TOTAL-SALE.

       2210-PRICE-LOOKUP.
           MOVE ZERO TO PRICE-PER-CASE.
           MOVE 1 TO C-SCTR.
           PERFORM 2220-PRICE-MATCH
               UNTIL C-SCTR > C-PT-CTR.

       2220-PRICE-MATCH.
           IF PT-POP-TYPE (C-SCTR) = ORD-POP-TYPE
               MOVE PT-PRICE (C-SCTR) TO PRICE-PER-CASE
               MOVE 7 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2230-DEPOSIT-LOOKUP.
           MOVE ZERO TO C-DEPOSIT-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2240-DEPOSIT-MATCH
               UNTIL C-SCTR > C-DR-CTR.

       2240-DEPOSIT-MATCH.
           IF DR-TABLE-STATE (C-SCTR) = ORD-STATE
               COMPUTE C-DEPOSIT-AMT = DR-TABLE-UNITS (C-SCTR) *
                            DR-TABLE-RATE (C-SCTR) * ORD-NUM-CASES
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2245-TAX-LOOKUP.
           MOVE ZERO TO C-TAX-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2248-TAX-MATCH
               UNTIL C-SCTR > C-TX-CTR.

       2248-TAX-MATCH.
           IF TX-TABLE-STATE (C-SCTR) = ORD-STATE
               COMPUTE C-TAX-AMT ROUNDED = PRICE-PER-CASE *
                            ORD-NUM-CASES * TX-TABLE-RATE (C-SCTR)
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2400-REJECT.
           ADD 1 TO C-REJECT-TOTAL.
           MOVE OT-ACTION TO O-REJ-ACTION.
           MOVE OT-ECHO-DATA TO O-REJ-TRANS.
           MOVE C-REJ-REASON TO O-REJ-REASON.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3000-CLOSING.
           PERFORM 3100-PRINT-REFUNDS.

           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-CHANGE-TOTAL TO O-CHANGE-TOTAL.
           WRITE PRTLINE FROM TOTAL-CHANGE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-CANCEL-TOTAL TO O-CANCEL-TOTAL.
           WRITE PRTLINE FROM TOTAL-CANCEL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-REJECT-TOTAL TO O-REJECT-TOTAL.
           WRITE PRTLINE FROM TOTAL-REJECT-LINE
               AFTER ADVANCING 2 LINES.

           IF C-IOERR-TOTAL > ZERO
               MOVE C-IOERR-TOTAL TO O-IOERR-TOTAL
               WRITE PRTLINE FROM TOTAL-IOERR-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-REFUND-TOTAL TO O-REFUND-TOTAL.
           MOVE C-REFUND-AMT-TOTAL TO O-REFUND-AMT.
           WRITE PRTLINE FROM TOTAL-REFUND-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE ORDER-TRANS-FILE.
           CLOSE REGISTER-OUT.
           CLOSE ORDER-MASTER.
           CLOSE ORDER-STATUS-FILE.
           CLOSE BALANCE-FILE.

      *    EVERY REFUND OWED, ON ITS OWN PAGE SO THE TREASURER CAN
      *    WRITE THE CHECKS FROM IT.
       3100-PRINT-REFUNDS.
           PERFORM 9200-HDG-REFUND.
           IF C-RF-CTR > ZERO
               MOVE 1 TO C-SCTR
               PERFORM 3150-PRINT-REFUND-LINE
                   UNTIL C-SCTR > C-RF-CTR.

       3150-PRINT-REFUND-LINE.
           MOVE RF-ORDER-NUM (C-SCTR) TO O-RF-ORDER-NUM.
           MOVE RF-LNAME (C-SCTR) TO O-RF-LNAME.
           MOVE RF-FNAME (C-SCTR) TO O-RF-FNAME.
           MOVE RF-ACTION (C-SCTR) TO O-RF-ACTION.
           MOVE RF-PAID (C-SCTR) TO O-RF-PAID.
           MOVE RF-NEW-TOTAL (C-SCTR) TO O-RF-NEW-TOTAL.
           MOVE RF-REFUND (C-SCTR) TO O-RF-REFUND.
           WRITE PRTLINE FROM REFUND-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDG-REFUND.
           ADD 1 TO C-SCTR.

      *    APPENDED ONLY AT CLEAN END OF JOB - A RUN THAT DIED LEAVES
      *    NO AUDIT RECORD.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM19" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-REJECT-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ ORDER-TRANS-FILE
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

       9200-HDG-REFUND.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM REFUND-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM REFUND-COL-HDG
               AFTER ADVANCING 2 LINES.
