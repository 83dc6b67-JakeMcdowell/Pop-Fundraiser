       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM24.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *              TEAM PROCEEDS SETTLEMENT STATEMENTS                *
      *******************************************************************

      *    ONE STATEMENT PER TEAM (A THRU E) WITHIN EACH DIVISION,
      *    FOR HANDING TO THE COACH WITH THE CHECK. EVERY ORDER ON THE
      *    MASTER IS PRICED THE WAY CBLJRM05 PRICES IT (CBLPOPPR,
      *    CBLPOPDR, CBLPOPTX) AND SHARED ACROSS TEAMS BY THE SAME
      *    SPLIT RULE AS CBLJRM05'S 2250-TEAM-CREDIT - THE SALE'S OWN
      *    TEAM PLUS EVERY TEAM FLAGGED 'Y', EVENLY. CANCELLED AND
      *    REFUSED ORDERS (CBLPOPOX.DAT) SOLD NOTHING AND ARE LEFT OUT.
      *
      *    TEAMS ARE PAID ON MONEY COLLECTED, NOT MONEY BILLED. THE
      *    AMOUNT COLLECTED COMES FROM CBLPOPBL.DAT (AN ORDER WITH NO
      *    BALANCE RECORD COUNTS AS COLLECTED ONLY WHEN THE MASTER
      *    SAYS PAID). OUT OF WHAT WAS COLLECTED THE CLUB HOLDS BACK
      *    THE BOTTLE DEPOSITS AND THE SALES TAX - NEITHER IS THE
      *    TEAM'S MONEY - IN PROPORTION TO HOW MUCH OF THE ORDER HAS
      *    BEEN PAID. THE TEAM ALSO CARRIES ITS SHARE OF THE PRODUCT
      *    COST: CASES SOLD AT THE AGREED BOTTLER COST ON CBLPOPCC.DAT.
      *    A TEAM WITH ANY ORDER FOR A POP TYPE THAT HAS NO AGREED
      *    COST IS NOT PAID - ITS NET WOULD BE OVERSTATED - UNTIL THE
      *    COST FILE IS COMPLETE. ITS STATEMENT AND THE SUMMARY SAY SO.
      *
      *    WHAT IS LEFT IS THE TEAM'S NET PROCEEDS. PAYOUTS ON EARLIER
      *    STATEMENTS (CBLPOPPD.DAT) COME OFF, AND THE DIFFERENCE IS
      *    DUE NOW - BOOKED TO THE GL EXPORT AS TEAM CREDITS PAYABLE
      *    AGAINST CASH. THE NEW PAID-TO-DATE FIGURES GO OUT ON
      *    CBLPOPPD.NEW (CBLJRM26 COMMITS IT OVER CBLPOPPD.DAT). A
      *    CLUB SUMMARY PAGE TIES EVERY STATEMENT BACK TO THE TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

       SELECT OPTIONAL BALANCE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BL-ORDER-NUM
           FILE STATUS IS BAL-STATUS.

       SELECT PRICE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPOSIT-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TAX-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPTX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AGREED-COST-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVISION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAYOUT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYOUT-NEW
           ASSIGN TO "C:\COBOL\CBLPOPPD.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATEMENT-OUT
           ASSIGN TO "C:\COBOL\CBLPOPTS.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL GL-EXPORT
           ASSIGN TO "C:\COBOL\CBLPOPGL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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
               88 VAL-TEAM     VALUE 'A' 'B' 'C' 'D' 'E'.
           05     OM-TEAMA           PIC X.
           05     OM-TEAMB           PIC X.
           05     OM-TEAMC           PIC X.
           05     OM-TEAMD           PIC X.
           05     OM-TEAME           PIC X.
           05     OM-PAID-STATUS     PIC X.
               88 VAL-PAID      VALUE 'Y'.
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

      *    AMOUNT PAID TO DATE PER ORDER, MAINTAINED BY CBLJRM08.
       FD  BALANCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  BL-REC.
           05     BL-ORDER-NUM       PIC 9(5).
           05     BL-TOTAL-SALE      PIC 9(4)V99.
           05     BL-AMT-PAID        PIC 9(4)V99.

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

      *    THE COST PER CASE AGREED WITH THE BOTTLER, THE SAME FILE
      *    CBLJRM23 CHECKS THE INVOICES AGAINST.
       FD  AGREED-COST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  CC-REC.
           05     CC-POP-TYPE        PIC 99.
           05     CC-COST-PER-CASE   PIC 999V99.

       FD  DIVISION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DV-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  DV-REC.
           05     DV-CODE            PIC 9.
           05     DV-NAME            PIC X(18).

      *    PAID TO DATE PER DIVISION AND TEAM - WHAT EARLIER
      *    STATEMENTS HAVE ALREADY PAID OUT THIS SEASON. OPTIONAL -
      *    THE FIRST SETTLEMENT OF A SEASON HAS PAID NOTHING YET.
       FD  PAYOUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  PD-REC.
           05     PD-DIVISION        PIC 9.
           05     PD-TEAM            PIC X.
           05     PD-PAID-TO-DATE    PIC 9(7)V99.
           05     PD-LAST-DATE       PIC 9(8).

       FD  PAYOUT-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-NEW-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  PD-NEW-REC.
           05     PD-NEW-DIVISION    PIC 9.
           05     PD-NEW-TEAM        PIC X.
           05     PD-NEW-PAID-TO-DATE PIC 9(7)V99.
           05     PD-NEW-LAST-DATE   PIC 9(8).

       FD  STATEMENT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    GENERAL-LEDGER INTERFACE - SAME FIXED LAYOUT CBLJRM05
      *    APPENDS, ONE BALANCED BATCH PER RUN.
       FD  GL-EXPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC
           RECORD CONTAINS 52 CHARACTERS.

       01  GL-REC.
           05     GL-RUN-DATE         PIC 9(8).
           05     GL-PROGRAM          PIC X(8).
           05     GL-ACCOUNT          PIC 9(4).
           05     GL-DRCR             PIC X.
           05     GL-AMOUNT           PIC 9(9)V99.
           05     GL-DESC             PIC X(20).

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
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      BAL-STATUS         PIC XX.
           05      BAL-OPEN-SW        PIC XXX      VALUE "NO".
           05      PRICE-EOF-SW       PIC XXX      VALUE "NO".
           05      CC-EOF-SW          PIC XXX      VALUE "NO".
           05      DV-EOF-SW          PIC XXX      VALUE "NO".
           05      PD-EOF-SW          PIC XXX      VALUE "NO".
           05      C-SELECT-SW        PIC XXX      VALUE "NO".
           05      BL-FOUND-SW        PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-SCTR             PIC 999      VALUE ZERO.
           05      C-DIV-SUB          PIC 99       VALUE ZERO.
           05      C-TM-SUB           PIC 9        VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-SKIP-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-ERR-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-STMT-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-NOCOST-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-HELD-TEAM-TOTAL  PIC 99       VALUE ZERO.
           05      C-NOCOST-SW        PIC XXX      VALUE "NO".

           05      PRICE-PER-CASE     PIC 999V99   VALUE ZERO.
           05      C-DEPOSIT-AMT      PIC 9(4)V99  VALUE ZERO.
           05      C-TAX-AMT          PIC 9(4)V99  VALUE ZERO.
           05      C-TOTAL-SALE       PIC 9(4)V99  VALUE ZERO.
           05      C-ORD-COLLECTED    PIC 9(4)V99  VALUE ZERO.
           05      C-ORD-DEPOSIT      PIC 9(4)V99  VALUE ZERO.
           05      C-ORD-TAX          PIC 9(4)V99  VALUE ZERO.
           05      C-ORD-COST         PIC 9(5)V99  VALUE ZERO.
           05      C-SPLIT-CTR        PIC 9        VALUE ZERO.
           05      C-SPLIT-BILLED     PIC 9(4)V99  VALUE ZERO.
           05      C-SPLIT-COLLECTED  PIC 9(4)V99  VALUE ZERO.
           05      C-SPLIT-DEPOSIT    PIC 9(4)V99  VALUE ZERO.
           05      C-SPLIT-TAX        PIC 9(4)V99  VALUE ZERO.
           05      C-SPLIT-COST       PIC 9(5)V99  VALUE ZERO.

           05      C-UNCOLLECTED      PIC 9(7)V99  VALUE ZERO.
           05      C-NET-EARNED       PIC S9(7)V99 VALUE ZERO.
           05      C-NET-DUE          PIC S9(7)V99 VALUE ZERO.
           05      C-PAID-THIS-RUN    PIC 9(7)V99  VALUE ZERO.

      *    GENERAL-LEDGER EXPORT WORK FIELDS AND PROOF TOTALS.
           05      C-GL-ACCOUNT       PIC 9(4)     VALUE ZERO.
           05      C-GL-DRCR          PIC X        VALUE SPACE.
           05      C-GL-AMOUNT        PIC 9(9)V99  VALUE ZERO.
           05      C-GL-DESC          PIC X(20)    VALUE SPACES.
           05      C-GL-DR-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05      C-GL-CR-TOTAL      PIC 9(9)V99  VALUE ZERO.

       01  C-PAYOUT-DESC.
           05      FILLER             PIC X(11)    VALUE "PAYOUT DIV ".
           05      C-PO-DIV           PIC 9.
           05      FILLER             PIC X(6)     VALUE " TEAM ".
           05      C-PO-TEAM          PIC X.
           05      FILLER             PIC X        VALUE SPACE.

      *    CLUB TOTALS FOR THE SUMMARY PAGE.
       01  CLUB-TOTAL-AREA.
           05      C-CT-BILLED        PIC 9(7)V99  VALUE ZERO.
           05      C-CT-COLLECTED     PIC 9(7)V99  VALUE ZERO.
           05      C-CT-UNCOLLECTED   PIC 9(7)V99  VALUE ZERO.
           05      C-CT-DEPOSIT       PIC 9(7)V99  VALUE ZERO.
           05      C-CT-TAX           PIC 9(7)V99  VALUE ZERO.
           05      C-CT-COST          PIC 9(7)V99  VALUE ZERO.
           05      C-CT-NET-EARNED    PIC S9(7)V99 VALUE ZERO.
           05      C-CT-PAID          PIC 9(7)V99  VALUE ZERO.

       01  TEAM-LETTER-AREA.
           05      FILLER             PIC X(5)     VALUE "ABCDE".
       01  TEAM-LETTER-TABLE REDEFINES TEAM-LETTER-AREA.
           05      TEAM-LETTER        OCCURS 5 TIMES  PIC X.

      *    WHICH TEAMS SHARE THE CURRENT ORDER - 'Y' BY TEAM LETTER
      *    POSITION, SAME RULE AS CBLJRM05.
       01  EFFECTIVE-TEAM-AREA.
           05      C-EFF-TEAM         OCCURS 5 TIMES  PIC X.

      *    ONE SETTLEMENT BUCKET PER DIVISION AND TEAM. ST-DUE IS
      *    FILLED IN AS EACH STATEMENT PRINTS AND BOOKED AFTERWARDS.
       01  SETTLE-AREA.
           05      SETTLE-DIV         OCCURS 9 TIMES.
                   10  SETTLE-TEAM    OCCURS 5 TIMES.
                       15  ST-ORDERS      PIC 9(5)     VALUE ZERO.
                       15  ST-BILLED      PIC 9(7)V99  VALUE ZERO.
                       15  ST-COLLECTED   PIC 9(7)V99  VALUE ZERO.
                       15  ST-DEPOSIT     PIC 9(7)V99  VALUE ZERO.
                       15  ST-TAX         PIC 9(7)V99  VALUE ZERO.
                       15  ST-COST        PIC 9(7)V99  VALUE ZERO.
                       15  ST-PAID-PRIOR  PIC 9(7)V99  VALUE ZERO.
                       15  ST-DUE         PIC S9(7)V99 VALUE ZERO.
                       15  ST-NOCOST      PIC 9(5)     VALUE ZERO.

       01  PRICE-TABLE-AREA.
           05      C-PT-CTR           PIC 99       VALUE ZERO.
           05      PRICE-TABLE-ENTRY  OCCURS 6 TIMES.
                   10  PT-POP-TYPE    PIC 99.
                   10  PT-PRICE       PIC 999V99.

       01  DEPOSIT-RATE-AREA.
           05      C-DR-CTR           PIC 99       VALUE ZERO.
           05      DEPOSIT-RATE-ENTRY OCCURS 20 TIMES.
                   10  DR-TABLE-STATE PIC XX.
                   10  DR-TABLE-RATE  PIC V99.
                   10  DR-TABLE-UNITS PIC 99.

       01  TAX-RATE-AREA.
           05      C-TX-CTR           PIC 99       VALUE ZERO.
           05      TAX-RATE-ENTRY     OCCURS 20 TIMES.
                   10  TX-TABLE-STATE PIC XX.
                   10  TX-TABLE-RATE  PIC V999.

      *    AGREED COST PER CASE, SUBSCRIPTED BY THE POP TYPE CODE.
      *    AC-LOADED-SW SAYS THE COST FILE ACTUALLY CARRIED ONE.
       01  AGREED-COST-AREA.
           05      AGREED-COST-ENTRY  OCCURS 6 TIMES.
                   10  AC-COST        PIC 999V99   VALUE ZERO.
                   10  AC-LOADED-SW   PIC X        VALUE "N".

       01  DIVISION-TABLE-AREA.
           05      DIVISION-ENTRY     OCCURS 9 TIMES.
                   10  DT-NAME        PIC X(18).
                   10  DT-LOADED-SW   PIC X.

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM24".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 STMT-TITLE-LINE.
           05      FILLER         PIC X(49)     VALUE SPACES.
           05      FILLER         PIC X(34)     VALUE
                                   "TEAM PROCEEDS SETTLEMENT STATEMENT".
           05      FILLER         PIC X(49)     VALUE SPACES.

       01 STMT-TEAM-LINE.
           05   FILLER         PIC X(10)    VALUE "DIVISION: ".
           05   O-ST-DIV-NAME  PIC X(18).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "TEAM: ".
           05   O-ST-TEAM      PIC X.
           05   FILLER         PIC X(92)    VALUE SPACES.

       01 STMT-COUNT-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(40)    VALUE
                                   "ORDERS CREDITED TO THIS TEAM".
           05   FILLER         PIC X(8)     VALUE SPACES.
           05   O-ST-ORDERS    PIC ZZ,ZZ9.
           05   FILLER         PIC X(68)    VALUE SPACES.

       01 STMT-AMOUNT-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-ST-LABEL     PIC X(40).
           05   O-ST-AMOUNT    PIC $$$,$$$,$$9.99-.
           05   FILLER         PIC X(67)    VALUE SPACES.

       01 STMT-RULE-LINE.
           05   FILLER         PIC X(50)    VALUE SPACES.
           05   FILLER         PIC X(15)    VALUE "---------------".
           05   FILLER         PIC X(67)    VALUE SPACES.

       01 STMT-NOTE-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-ST-NOTE      PIC X(60).
           05   FILLER         PIC X(62)    VALUE SPACES.

       01 STMT-NOCOST-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(18)    VALUE "NO AGREED COST ON ".
           05   O-ST-NOCOST    PIC ZZ,ZZ9.
           05   FILLER         PIC X(33)    VALUE
                                   " ORDERS - NOTHING PAID UNTIL THE ".
           05   FILLER         PIC X(29)    VALUE
                                   "BOTTLER COST FILE IS COMPLETE".
           05   FILLER         PIC X(36)    VALUE SPACES.

       01 STMT-SIGN-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(13)    VALUE "RECEIVED BY: ".
           05   FILLER         PIC X(30)    VALUE ALL "_".
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "DATE: ".
           05   FILLER         PIC X(12)    VALUE ALL "_".
           05   FILLER         PIC X(56)    VALUE SPACES.

       01 SUMMARY-TITLE-LINE.
           05      FILLER         PIC X(52)     VALUE SPACES.
           05      FILLER         PIC X(27)     VALUE
                                   "SETTLEMENT SUMMARY BY TEAM".
           05      FILLER         PIC X(53)     VALUE SPACES.

       01 SUMMARY-COL-HDG.
           05   FILLER         PIC X(18)    VALUE "DIVISION".
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X(4)     VALUE "TEAM".
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X(13)    VALUE "      BILLED ".
           05   FILLER         PIC X(13)    VALUE "   COLLECTED ".
           05   FILLER         PIC X(13)    VALUE " UNCOLLECTED ".
           05   FILLER         PIC X(13)    VALUE "    DEPOSITS ".
           05   FILLER         PIC X(13)    VALUE "   SALES TAX ".
           05   FILLER         PIC X(13)    VALUE "PRODUCT COST ".
           05   FILLER         PIC X(13)    VALUE "  NET EARNED ".
           05   FILLER         PIC X(13)    VALUE "    PAID NOW ".
           05   FILLER         PIC XX       VALUE SPACES.

       01 SUMMARY-LINE.
           05   O-SM-DIV-NAME  PIC X(18).
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-TEAM      PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-SM-BILLED    PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-COLLECTED PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-UNCOLLECTED PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-DEPOSIT   PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-TAX       PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-COST      PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-NET-EARNED PIC $$$$,$$9.99-.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-SM-PAID      PIC $$$$,$$9.99-.
           05   FILLER         PIC X(3)     VALUE SPACES.

       01 TOTAL-READ-LINE.
           05  FILLER          PIC X(24)  VALUE "ORDERS READ:".
           05  O-READ-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-SKIP-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "CANCELLED OR REFUSED:".
           05  O-SKIP-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-ERR-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "LEFT OUT - INVALID DATA:".
           05  O-ERR-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-STMT-LINE.
           05  FILLER          PIC X(24)  VALUE "STATEMENTS PRINTED:".
           05  O-STMT-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-NOCOST-LINE.
           05  FILLER          PIC X(24)  VALUE "NO AGREED COST:".
           05  O-NOCOST-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 NOCOST-WARN-LINE.
           05  FILLER          PIC X(38)  VALUE
                               "*** NO AGREED COST - PAYOUTS HELD FOR ".
           05  O-HELD-TEAMS    PIC Z9.
           05  FILLER          PIC X(43)  VALUE
                         " TEAM(S) UNTIL CBLPOPCC.DAT IS COMPLETE ***".
           05  FILLER          PIC X(49)  VALUE SPACES.

       01 GL-TITLE-LINE.
           05      FILLER         PIC X(50)     VALUE SPACES.
           05      FILLER         PIC X(33)     VALUE
                               "GENERAL LEDGER EXPORT PROOF SHEET".
           05      FILLER         PIC X(49)     VALUE SPACES.

       01 GL-COL-HDG.
           05      FILLER         PIC X(7)     VALUE "ACCOUNT".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "DR/CR".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "DESCRIPTION".
           05      FILLER         PIC X(12)    VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "AMOUNT".
           05      FILLER         PIC X(83)    VALUE SPACES.

       01 GL-PROOF-LINE.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-GL-ACCT      PIC 9(4).
           05   FILLER         PIC X(7)     VALUE SPACES.
           05   O-GL-DRCR      PIC X.
           05   FILLER         PIC X(6)     VALUE SPACES.
           05   O-GL-DESC      PIC X(20).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-GL-AMT       PIC $$$,$$$,$$9.99.
           05   FILLER         PIC X(75)    VALUE SPACES.

       01 GL-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE "DEBIT TOTAL:".
           05  O-GL-DR-TOTAL   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE "CREDIT TOTAL:".
           05  O-GL-CR-TOTAL   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(68)   VALUE SPACES.

       01 GL-BALANCED-LINE.
           05  FILLER          PIC X(34)   VALUE
               "EXPORT BATCH IS IN BALANCE.".
           05  FILLER          PIC X(98)   VALUE SPACES.

       01 GL-UNBALANCED-LINE.
           05  FILLER          PIC X(51)   VALUE
               "*** EXPORT BATCH OUT OF BALANCE - DO NOT IMPORT ***".
           05  FILLER          PIC X(81)   VALUE SPACES.

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
           PERFORM 1200-LOAD-AGREED-COST.
           PERFORM 1500-LOAD-DIVISIONS.
           PERFORM 1600-LOAD-PAYOUTS.

           PERFORM 1070-OPEN-ORDER-STATUS.
           PERFORM 1700-LOAD-BALANCES.
           OPEN INPUT ORDER-MASTER.
           OPEN OUTPUT STATEMENT-OUT.

           PERFORM 9000-READ.

       1070-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

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

       1200-LOAD-AGREED-COST.
           MOVE "NO" TO CC-EOF-SW.
           OPEN INPUT AGREED-COST-FILE.
           PERFORM 1250-READ-AGREED-COST.
           PERFORM 1260-STORE-AGREED-COST
               UNTIL CC-EOF-SW = "YES".
           CLOSE AGREED-COST-FILE.

       1250-READ-AGREED-COST.
           READ AGREED-COST-FILE
               AT END
                   MOVE "YES" TO CC-EOF-SW.

       1260-STORE-AGREED-COST.
           IF CC-POP-TYPE NUMERIC AND CC-COST-PER-CASE NUMERIC
               IF CC-POP-TYPE > 0 AND CC-POP-TYPE < 7
                   MOVE CC-COST-PER-CASE TO AC-COST (CC-POP-TYPE)
                   MOVE "Y" TO AC-LOADED-SW (CC-POP-TYPE).
           PERFORM 1250-READ-AGREED-COST.

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

       1500-LOAD-DIVISIONS.
           MOVE 1 TO C-DIV-SUB.
           PERFORM 1510-CLEAR-DIVISION
               UNTIL C-DIV-SUB > 9.
           MOVE "NO" TO DV-EOF-SW.
           OPEN INPUT DIVISION-FILE.
           PERFORM 1550-READ-DIVISION.
           PERFORM 1560-STORE-DIVISION
               UNTIL DV-EOF-SW = "YES".
           CLOSE DIVISION-FILE.

       1510-CLEAR-DIVISION.
           MOVE SPACES TO DT-NAME (C-DIV-SUB).
           MOVE "N" TO DT-LOADED-SW (C-DIV-SUB).
           ADD 1 TO C-DIV-SUB.

       1550-READ-DIVISION.
           READ DIVISION-FILE
               AT END
                   MOVE "YES" TO DV-EOF-SW.

       1560-STORE-DIVISION.
           IF DV-CODE NUMERIC AND DV-CODE > 0
               MOVE DV-NAME TO DT-NAME (DV-CODE)
               MOVE "Y" TO DT-LOADED-SW (DV-CODE).
           PERFORM 1550-READ-DIVISION.

       1600-LOAD-PAYOUTS.
           MOVE "NO" TO PD-EOF-SW.
           OPEN INPUT PAYOUT-FILE.
           PERFORM 1650-READ-PAYOUT.
           PERFORM 1660-STORE-PAYOUT
               UNTIL PD-EOF-SW = "YES".
           CLOSE PAYOUT-FILE.

       1650-READ-PAYOUT.
           READ PAYOUT-FILE
               AT END
                   MOVE "YES" TO PD-EOF-SW.

       1660-STORE-PAYOUT.
           IF PD-DIVISION NUMERIC AND PD-PAID-TO-DATE NUMERIC
               IF PD-DIVISION > 0
                   MOVE ZERO TO C-TM-SUB
                   MOVE 1 TO C-SCTR
                   PERFORM 1670-PAYOUT-TEAM-MATCH
                       UNTIL C-SCTR > 5
                   IF C-TM-SUB > ZERO
                       MOVE PD-PAID-TO-DATE TO
                           ST-PAID-PRIOR (PD-DIVISION, C-TM-SUB).
           PERFORM 1650-READ-PAYOUT.

       1670-PAYOUT-TEAM-MATCH.
           IF TEAM-LETTER (C-SCTR) = PD-TEAM
               MOVE C-SCTR TO C-TM-SUB
               MOVE 6 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       1700-LOAD-BALANCES.
           MOVE "NO" TO BAL-OPEN-SW.
           OPEN INPUT BALANCE-FILE.
           IF BAL-STATUS = "00" OR BAL-STATUS = "05"
               MOVE "YES" TO BAL-OPEN-SW
           ELSE
               CLOSE BALANCE-FILE.

       2000-MAINLINE.
           ADD 1 TO C-READ-TOTAL.
           PERFORM 2100-CHECK-ORDER.
           IF C-SELECT-SW = "YES"
               PERFORM 2200-SETTLE-ORDER.
           PERFORM 9000-READ.

      *    AN ORDER THE SALES RUN WOULD HAVE REJECTED CANNOT BE PRICED
      *    OR CREDITED, AND IS COUNTED AS LEFT OUT. CANCELLED AND
      *    REFUSED ORDERS ARE COUNTED SEPARATELY.
       2100-CHECK-ORDER.
           MOVE "YES" TO C-SELECT-SW.
           IF OM-POP-TYPE NOT NUMERIC OR OM-NUM-CASES NOT NUMERIC
                   OR OM-DIVISION NOT NUMERIC
               MOVE "NO" TO C-SELECT-SW
           ELSE
               IF OM-POP-TYPE < 1 OR OM-POP-TYPE > 6
                       OR OM-NUM-CASES = ZERO
                       OR OM-DIVISION = ZERO
                       OR NOT VAL-TEAM
                   MOVE "NO" TO C-SELECT-SW
               ELSE
                   IF DT-LOADED-SW (OM-DIVISION) NOT = "Y"
                       MOVE "NO" TO C-SELECT-SW.
           IF C-SELECT-SW = "NO"
               ADD 1 TO C-ERR-TOTAL
           ELSE
               IF OX-OPEN-SW = "YES"
                   MOVE OM-ORDER-NUM TO OX-ORDER-NUM
                   READ ORDER-STATUS-FILE
                       INVALID KEY
                           MOVE "YES" TO C-SELECT-SW
                       NOT INVALID KEY
                           IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                               MOVE "NO" TO C-SELECT-SW
                               ADD 1 TO C-SKIP-TOTAL.

       2200-SETTLE-ORDER.
           PERFORM 2205-COMPUTE-TOTAL-SALE.
           PERFORM 2240-FIND-COLLECTED.

      *    DEPOSIT AND TAX ARE HELD BACK ONLY ON MONEY ACTUALLY IN
      *    HAND - A HALF-PAID ORDER HOLDS BACK HALF.
           IF C-ORD-COLLECTED = C-TOTAL-SALE
               MOVE C-DEPOSIT-AMT TO C-ORD-DEPOSIT
               MOVE C-TAX-AMT TO C-ORD-TAX
           ELSE
               IF C-ORD-COLLECTED = ZERO
                   MOVE ZERO TO C-ORD-DEPOSIT
                   MOVE ZERO TO C-ORD-TAX
               ELSE
                   COMPUTE C-ORD-DEPOSIT ROUNDED = C-DEPOSIT-AMT *
                           C-ORD-COLLECTED / C-TOTAL-SALE
                   COMPUTE C-ORD-TAX ROUNDED = C-TAX-AMT *
                           C-ORD-COLLECTED / C-TOTAL-SALE.

           COMPUTE C-ORD-COST = OM-NUM-CASES * AC-COST (OM-POP-TYPE).
           IF AC-LOADED-SW (OM-POP-TYPE) = "Y"
               MOVE "NO" TO C-NOCOST-SW
           ELSE
               MOVE "YES" TO C-NOCOST-SW
               ADD 1 TO C-NOCOST-TOTAL.

           PERFORM 2250-TEAM-CREDIT.

       2205-COMPUTE-TOTAL-SALE.
           PERFORM 2210-PRICE-LOOKUP.
           PERFORM 2230-DEPOSIT-LOOKUP.
           PERFORM 2245-TAX-LOOKUP.
           COMPUTE C-TOTAL-SALE = PRICE-PER-CASE * OM-NUM-CASES  +
                                         C-DEPOSIT-AMT + C-TAX-AMT
               ON SIZE ERROR
                   MOVE 9999.99 TO C-TOTAL-SALE.

       2210-PRICE-LOOKUP.
           MOVE ZERO TO PRICE-PER-CASE.
           MOVE 1 TO C-SCTR.
           PERFORM 2220-PRICE-MATCH
               UNTIL C-SCTR > C-PT-CTR.

       2220-PRICE-MATCH.
           IF PT-POP-TYPE (C-SCTR) = OM-POP-TYPE
               MOVE PT-PRICE (C-SCTR) TO PRICE-PER-CASE
               MOVE 7 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2230-DEPOSIT-LOOKUP.
           MOVE ZERO TO C-DEPOSIT-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2235-DEPOSIT-MATCH
               UNTIL C-SCTR > C-DR-CTR.

       2235-DEPOSIT-MATCH.
           IF DR-TABLE-STATE (C-SCTR) = OM-STATE
               COMPUTE C-DEPOSIT-AMT = DR-TABLE-UNITS (C-SCTR) *
                            DR-TABLE-RATE (C-SCTR) * OM-NUM-CASES
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2245-TAX-LOOKUP.
           MOVE ZERO TO C-TAX-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2248-TAX-MATCH
               UNTIL C-SCTR > C-TX-CTR.

       2248-TAX-MATCH.
           IF TX-TABLE-STATE (C-SCTR) = OM-STATE
               COMPUTE C-TAX-AMT ROUNDED = PRICE-PER-CASE *
                            OM-NUM-CASES * TX-TABLE-RATE (C-SCTR)
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

      *    PAYMENTS ABOVE THE ORDER TOTAL ARE NOT PROCEEDS - CBLJRM08
      *    HANDLES THE REFUND - SO COLLECTED NEVER EXCEEDS BILLED.
       2240-FIND-COLLECTED.
           MOVE ZERO TO C-ORD-COLLECTED.
           MOVE "NO" TO BL-FOUND-SW.
           IF BAL-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO BL-ORDER-NUM
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE "NO" TO BL-FOUND-SW
                   NOT INVALID KEY
                       MOVE "YES" TO BL-FOUND-SW
                       MOVE BL-AMT-PAID TO C-ORD-COLLECTED.
           IF BL-FOUND-SW = "NO" AND VAL-PAID
               MOVE C-TOTAL-SALE TO C-ORD-COLLECTED.
           IF C-ORD-COLLECTED > C-TOTAL-SALE
               MOVE C-TOTAL-SALE TO C-ORD-COLLECTED.

      *    SAME SPLIT SET AS CBLJRM05 - THE SALE'S OWN TEAM PLUS ANY
      *    TEAM FLAGGED 'Y' - AND EACH AMOUNT SHARED EVENLY ACROSS IT.
       2250-TEAM-CREDIT.
           MOVE SPACES TO EFFECTIVE-TEAM-AREA.
           IF OM-TEAM = "A" OR OM-TEAMA = "Y"
               MOVE "Y" TO C-EFF-TEAM (1).
           IF OM-TEAM = "B" OR OM-TEAMB = "Y"
               MOVE "Y" TO C-EFF-TEAM (2).
           IF OM-TEAM = "C" OR OM-TEAMC = "Y"
               MOVE "Y" TO C-EFF-TEAM (3).
           IF OM-TEAM = "D" OR OM-TEAMD = "Y"
               MOVE "Y" TO C-EFF-TEAM (4).
           IF OM-TEAM = "E" OR OM-TEAME = "Y"
               MOVE "Y" TO C-EFF-TEAM (5).

           MOVE ZERO TO C-SPLIT-CTR.
           MOVE 1 TO C-TM-SUB.
           PERFORM 2255-COUNT-TEAM
               UNTIL C-TM-SUB > 5.

           COMPUTE C-SPLIT-BILLED ROUNDED =
                   C-TOTAL-SALE / C-SPLIT-CTR.
           COMPUTE C-SPLIT-COLLECTED ROUNDED =
                   C-ORD-COLLECTED / C-SPLIT-CTR.
           COMPUTE C-SPLIT-DEPOSIT ROUNDED =
                   C-ORD-DEPOSIT / C-SPLIT-CTR.
           COMPUTE C-SPLIT-TAX ROUNDED =
                   C-ORD-TAX / C-SPLIT-CTR.
           COMPUTE C-SPLIT-COST ROUNDED =
                   C-ORD-COST / C-SPLIT-CTR.

           MOVE 1 TO C-TM-SUB.
           PERFORM 2260-CREDIT-TEAM
               UNTIL C-TM-SUB > 5.

       2255-COUNT-TEAM.
           IF C-EFF-TEAM (C-TM-SUB) = "Y"
               ADD 1 TO C-SPLIT-CTR.
           ADD 1 TO C-TM-SUB.

       2260-CREDIT-TEAM.
           IF C-EFF-TEAM (C-TM-SUB) = "Y"
               ADD 1 TO ST-ORDERS (OM-DIVISION, C-TM-SUB)
               ADD C-SPLIT-BILLED TO
                   ST-BILLED (OM-DIVISION, C-TM-SUB)
               ADD C-SPLIT-COLLECTED TO
                   ST-COLLECTED (OM-DIVISION, C-TM-SUB)
               ADD C-SPLIT-DEPOSIT TO
                   ST-DEPOSIT (OM-DIVISION, C-TM-SUB)
               ADD C-SPLIT-TAX TO
                   ST-TAX (OM-DIVISION, C-TM-SUB)
               ADD C-SPLIT-COST TO
                   ST-COST (OM-DIVISION, C-TM-SUB)
               IF C-NOCOST-SW = "YES"
                   ADD 1 TO ST-NOCOST (OM-DIVISION, C-TM-SUB).
           ADD 1 TO C-TM-SUB.

       3000-CLOSING.
           CLOSE ORDER-MASTER.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.
           IF BAL-OPEN-SW = "YES"
               CLOSE BALANCE-FILE.

           MOVE 1 TO C-DIV-SUB.
           PERFORM 3100-DIVISION-STATEMENTS
               UNTIL C-DIV-SUB > 9.

           PERFORM 3300-SUMMARY.
           PERFORM 3700-WRITE-GL-EXPORT.
           PERFORM 3800-WRITE-PAYOUTS.
           PERFORM 3500-WRITE-AUDIT.

           CLOSE STATEMENT-OUT.

       3100-DIVISION-STATEMENTS.
           IF DT-LOADED-SW (C-DIV-SUB) = "Y"
               MOVE 1 TO C-TM-SUB
               PERFORM 3110-TEAM-STATEMENT
                   UNTIL C-TM-SUB > 5.
           ADD 1 TO C-DIV-SUB.

      *    A TEAM GETS A STATEMENT WHEN IT SOLD ANYTHING OR HAS BEEN
      *    PAID BEFORE - A TEAM WHOSE ORDERS ALL CANCELLED STILL SEES
      *    THAT IT OWES BACK WHAT IT WAS PAID.
       3110-TEAM-STATEMENT.
           IF ST-ORDERS (C-DIV-SUB, C-TM-SUB) > ZERO
                   OR ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB) > ZERO
               PERFORM 3200-PRINT-STATEMENT.
           ADD 1 TO C-TM-SUB.

       3200-PRINT-STATEMENT.
           ADD 1 TO C-STMT-TOTAL.
           COMPUTE C-UNCOLLECTED = ST-BILLED (C-DIV-SUB, C-TM-SUB) -
                   ST-COLLECTED (C-DIV-SUB, C-TM-SUB).
           COMPUTE C-NET-EARNED = ST-COLLECTED (C-DIV-SUB, C-TM-SUB)
                   - ST-DEPOSIT (C-DIV-SUB, C-TM-SUB)
                   - ST-TAX (C-DIV-SUB, C-TM-SUB)
                   - ST-COST (C-DIV-SUB, C-TM-SUB).
           COMPUTE C-NET-DUE = C-NET-EARNED -
                   ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB).
      *    A TEAM MISSING AN AGREED COST IS OWED NOTHING THIS RUN - NO
      *    GL PAYOUT, AND ITS PAID-TO-DATE CARRIES FORWARD UNCHANGED.
           IF ST-NOCOST (C-DIV-SUB, C-TM-SUB) > ZERO
               MOVE ZERO TO ST-DUE (C-DIV-SUB, C-TM-SUB)
               ADD 1 TO C-HELD-TEAM-TOTAL
           ELSE
               MOVE C-NET-DUE TO ST-DUE (C-DIV-SUB, C-TM-SUB).

           MOVE DT-NAME (C-DIV-SUB) TO O-ST-DIV-NAME.
           MOVE TEAM-LETTER (C-TM-SUB) TO O-ST-TEAM.
           PERFORM 9100-HDG.

           MOVE ST-ORDERS (C-DIV-SUB, C-TM-SUB) TO O-ST-ORDERS.
           WRITE PRTLINE FROM STMT-COUNT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "BILLED SALES" TO O-ST-LABEL.
           MOVE ST-BILLED (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           MOVE "LESS UNCOLLECTED BALANCE" TO O-ST-LABEL.
           MOVE C-UNCOLLECTED TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           PERFORM 3260-WRITE-RULE.
           MOVE "AMOUNT COLLECTED" TO O-ST-LABEL.
           MOVE ST-COLLECTED (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           MOVE "LESS BOTTLE DEPOSITS HELD BY THE CLUB" TO O-ST-LABEL.
           MOVE ST-DEPOSIT (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           MOVE "LESS SALES TAX HELD BY THE CLUB" TO O-ST-LABEL.
           MOVE ST-TAX (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           MOVE "LESS TEAM SHARE OF PRODUCT COST" TO O-ST-LABEL.
           MOVE ST-COST (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           PERFORM 3260-WRITE-RULE.
           MOVE "NET PROCEEDS EARNED TO DATE" TO O-ST-LABEL.
           MOVE C-NET-EARNED TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           MOVE "LESS PAID ON EARLIER STATEMENTS" TO O-ST-LABEL.
           MOVE ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB) TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.
           PERFORM 3260-WRITE-RULE.
           MOVE "NET PROCEEDS DUE TO TEAM" TO O-ST-LABEL.
           MOVE C-NET-DUE TO O-ST-AMOUNT.
           PERFORM 3250-WRITE-AMOUNT.

           IF ST-NOCOST (C-DIV-SUB, C-TM-SUB) > ZERO
               MOVE ST-NOCOST (C-DIV-SUB, C-TM-SUB) TO O-ST-NOCOST
               WRITE PRTLINE FROM STMT-NOCOST-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               PERFORM 3210-WRITE-DUE-NOTE.
           IF C-UNCOLLECTED > ZERO
               MOVE "UNCOLLECTED BALANCES ARE PAID ON A LATER STATEMENT"
                                                       TO O-ST-NOTE
               WRITE PRTLINE FROM STMT-NOTE-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM STMT-SIGN-LINE
               AFTER ADVANCING 4 LINES.

       3210-WRITE-DUE-NOTE.
           IF C-NET-DUE < ZERO
               MOVE "NOTHING DUE - TEAM HAS BEEN PAID MORE THAN EARNED"
                                                       TO O-ST-NOTE
           ELSE
               IF C-NET-DUE = ZERO
                   MOVE "NOTHING DUE THIS STATEMENT" TO O-ST-NOTE
               ELSE
                   MOVE "CHECK TO BE DRAWN FOR THE NET PROCEEDS DUE"
                                                       TO O-ST-NOTE.
           WRITE PRTLINE FROM STMT-NOTE-LINE
               AFTER ADVANCING 3 LINES.

       3250-WRITE-AMOUNT.
           WRITE PRTLINE FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.

       3260-WRITE-RULE.
           WRITE PRTLINE FROM STMT-RULE-LINE
               AFTER ADVANCING 1 LINES.

      *    ONE LINE PER STATEMENT PRINTED, WITH CLUB TOTALS - THE
      *    TREASURER'S PROOF THAT THE STATEMENTS ADD UP.
       3300-SUMMARY.
           PERFORM 9200-HDG-SUMMARY.
           MOVE 1 TO C-DIV-SUB.
           PERFORM 3310-SUMMARY-DIVISION
               UNTIL C-DIV-SUB > 9.

           MOVE "ALL DIVISIONS" TO O-SM-DIV-NAME.
           MOVE SPACE TO O-SM-TEAM.
           MOVE C-CT-BILLED TO O-SM-BILLED.
           MOVE C-CT-COLLECTED TO O-SM-COLLECTED.
           MOVE C-CT-UNCOLLECTED TO O-SM-UNCOLLECTED.
           MOVE C-CT-DEPOSIT TO O-SM-DEPOSIT.
           MOVE C-CT-TAX TO O-SM-TAX.
           MOVE C-CT-COST TO O-SM-COST.
           MOVE C-CT-NET-EARNED TO O-SM-NET-EARNED.
           MOVE C-CT-PAID TO O-SM-PAID.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-SKIP-TOTAL TO O-SKIP-TOTAL.
           WRITE PRTLINE FROM TOTAL-SKIP-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-ERR-TOTAL TO O-ERR-TOTAL.
           WRITE PRTLINE FROM TOTAL-ERR-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-STMT-TOTAL TO O-STMT-TOTAL.
           WRITE PRTLINE FROM TOTAL-STMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-NOCOST-TOTAL TO O-NOCOST-TOTAL.
           WRITE PRTLINE FROM TOTAL-NOCOST-LINE
               AFTER ADVANCING 2 LINES.
           IF C-HELD-TEAM-TOTAL > ZERO
               MOVE C-HELD-TEAM-TOTAL TO O-HELD-TEAMS
               WRITE PRTLINE FROM NOCOST-WARN-LINE
                   AFTER ADVANCING 2 LINES.

       3310-SUMMARY-DIVISION.
           IF DT-LOADED-SW (C-DIV-SUB) = "Y"
               MOVE 1 TO C-TM-SUB
               PERFORM 3320-SUMMARY-TEAM
                   UNTIL C-TM-SUB > 5.
           ADD 1 TO C-DIV-SUB.

       3320-SUMMARY-TEAM.
           IF ST-ORDERS (C-DIV-SUB, C-TM-SUB) > ZERO
                   OR ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB) > ZERO
               PERFORM 3330-SUMMARY-LINE.
           ADD 1 TO C-TM-SUB.

       3330-SUMMARY-LINE.
           COMPUTE C-UNCOLLECTED = ST-BILLED (C-DIV-SUB, C-TM-SUB) -
                   ST-COLLECTED (C-DIV-SUB, C-TM-SUB).
           COMPUTE C-NET-EARNED = ST-COLLECTED (C-DIV-SUB, C-TM-SUB)
                   - ST-DEPOSIT (C-DIV-SUB, C-TM-SUB)
                   - ST-TAX (C-DIV-SUB, C-TM-SUB)
                   - ST-COST (C-DIV-SUB, C-TM-SUB).
           MOVE ZERO TO C-PAID-THIS-RUN.
           IF ST-DUE (C-DIV-SUB, C-TM-SUB) > ZERO
               MOVE ST-DUE (C-DIV-SUB, C-TM-SUB) TO C-PAID-THIS-RUN.

           ADD ST-BILLED (C-DIV-SUB, C-TM-SUB) TO C-CT-BILLED.
           ADD ST-COLLECTED (C-DIV-SUB, C-TM-SUB) TO C-CT-COLLECTED.
           ADD C-UNCOLLECTED TO C-CT-UNCOLLECTED.
           ADD ST-DEPOSIT (C-DIV-SUB, C-TM-SUB) TO C-CT-DEPOSIT.
           ADD ST-TAX (C-DIV-SUB, C-TM-SUB) TO C-CT-TAX.
           ADD ST-COST (C-DIV-SUB, C-TM-SUB) TO C-CT-COST.
           ADD C-NET-EARNED TO C-CT-NET-EARNED.
           ADD C-PAID-THIS-RUN TO C-CT-PAID.

           MOVE DT-NAME (C-DIV-SUB) TO O-SM-DIV-NAME.
           MOVE TEAM-LETTER (C-TM-SUB) TO O-SM-TEAM.
           MOVE ST-BILLED (C-DIV-SUB, C-TM-SUB) TO O-SM-BILLED.
           MOVE ST-COLLECTED (C-DIV-SUB, C-TM-SUB) TO O-SM-COLLECTED.
           MOVE C-UNCOLLECTED TO O-SM-UNCOLLECTED.
           MOVE ST-DEPOSIT (C-DIV-SUB, C-TM-SUB) TO O-SM-DEPOSIT.
           MOVE ST-TAX (C-DIV-SUB, C-TM-SUB) TO O-SM-TAX.
           MOVE ST-COST (C-DIV-SUB, C-TM-SUB) TO O-SM-COST.
           MOVE C-NET-EARNED TO O-SM-NET-EARNED.
           MOVE C-PAID-THIS-RUN TO O-SM-PAID.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDG-SUMMARY.

      *    EACH TEAM WITH PROCEEDS DUE IS PAID OUT OF CASH AGAINST THE
      *    TEAM CREDITS PAYABLE CBLJRM05 ACCRUES. NOTHING IS BOOKED
      *    FOR A TEAM THAT IS OWED NOTHING.
       3700-WRITE-GL-EXPORT.
           MOVE ZERO TO C-GL-DR-TOTAL.
           MOVE ZERO TO C-GL-CR-TOTAL.
           OPEN EXTEND GL-EXPORT.
           PERFORM 9700-HDG-GL.

           MOVE 1 TO C-DIV-SUB.
           PERFORM 3710-PAYOUT-DIVISION
               UNTIL C-DIV-SUB > 9.

           CLOSE GL-EXPORT.
           PERFORM 3790-PRINT-GL-PROOF.

       3710-PAYOUT-DIVISION.
           MOVE 1 TO C-TM-SUB.
           PERFORM 3720-PAYOUT-TEAM
               UNTIL C-TM-SUB > 5.
           ADD 1 TO C-DIV-SUB.

       3720-PAYOUT-TEAM.
           IF ST-DUE (C-DIV-SUB, C-TM-SUB) > ZERO
               MOVE C-DIV-SUB TO C-PO-DIV
               MOVE TEAM-LETTER (C-TM-SUB) TO C-PO-TEAM
               MOVE 2500 TO C-GL-ACCOUNT
               MOVE "D" TO C-GL-DRCR
               MOVE ST-DUE (C-DIV-SUB, C-TM-SUB) TO C-GL-AMOUNT
               MOVE C-PAYOUT-DESC TO C-GL-DESC
               PERFORM 3750-WRITE-GL-LINE
               MOVE 1000 TO C-GL-ACCOUNT
               MOVE "C" TO C-GL-DRCR
               MOVE "CASH - TEAM PAYOUT" TO C-GL-DESC
               PERFORM 3750-WRITE-GL-LINE.
           ADD 1 TO C-TM-SUB.

       3750-WRITE-GL-LINE.
           MOVE I-DATE TO GL-RUN-DATE.
           MOVE "CBLJRM24" TO GL-PROGRAM.
           MOVE C-GL-ACCOUNT TO GL-ACCOUNT.
           MOVE C-GL-DRCR TO GL-DRCR.
           MOVE C-GL-AMOUNT TO GL-AMOUNT.
           MOVE C-GL-DESC TO GL-DESC.
           WRITE GL-REC.

           IF C-GL-DRCR = "D"
               ADD C-GL-AMOUNT TO C-GL-DR-TOTAL
           ELSE
               ADD C-GL-AMOUNT TO C-GL-CR-TOTAL.

           MOVE C-GL-ACCOUNT TO O-GL-ACCT.
           MOVE C-GL-DRCR TO O-GL-DRCR.
           MOVE C-GL-DESC TO O-GL-DESC.
           MOVE C-GL-AMOUNT TO O-GL-AMT.
           WRITE PRTLINE FROM GL-PROOF-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9700-HDG-GL.

       3790-PRINT-GL-PROOF.
           MOVE C-GL-DR-TOTAL TO O-GL-DR-TOTAL.
           MOVE C-GL-CR-TOTAL TO O-GL-CR-TOTAL.
           WRITE PRTLINE FROM GL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF C-GL-DR-TOTAL = C-GL-CR-TOTAL
               WRITE PRTLINE FROM GL-BALANCED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM GL-UNBALANCED-LINE
                   AFTER ADVANCING 2 LINES.

      *    THE NEW PAID-TO-DATE FIGURE FOR EVERY TEAM ON FILE OR PAID
      *    THIS RUN - CBLJRM26 MUST COMMIT IT OVER CBLPOPPD.DAT
      *    BEFORE THE NEXT SETTLEMENT, OR THE SAME PROCEEDS WOULD BE
      *    PAID AGAIN.
       3800-WRITE-PAYOUTS.
           OPEN OUTPUT PAYOUT-NEW.
           MOVE 1 TO C-DIV-SUB.
           PERFORM 3810-PAYOUT-NEW-DIVISION
               UNTIL C-DIV-SUB > 9.
           CLOSE PAYOUT-NEW.

       3810-PAYOUT-NEW-DIVISION.
           MOVE 1 TO C-TM-SUB.
           PERFORM 3820-PAYOUT-NEW-TEAM
               UNTIL C-TM-SUB > 5.
           ADD 1 TO C-DIV-SUB.

       3820-PAYOUT-NEW-TEAM.
           IF ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB) > ZERO
                   OR ST-DUE (C-DIV-SUB, C-TM-SUB) > ZERO
               MOVE C-DIV-SUB TO PD-NEW-DIVISION
               MOVE TEAM-LETTER (C-TM-SUB) TO PD-NEW-TEAM
               MOVE ST-PAID-PRIOR (C-DIV-SUB, C-TM-SUB) TO
                   PD-NEW-PAID-TO-DATE
               MOVE I-DATE TO PD-NEW-LAST-DATE
               IF ST-DUE (C-DIV-SUB, C-TM-SUB) > ZERO
                   ADD ST-DUE (C-DIV-SUB, C-TM-SUB) TO
                       PD-NEW-PAID-TO-DATE
                   WRITE PD-NEW-REC
               ELSE
                   WRITE PD-NEW-REC.
           ADD 1 TO C-TM-SUB.

       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM24" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-ERR-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ ORDER-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM STMT-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM STMT-TEAM-LINE
               AFTER ADVANCING 3 LINES.

       9200-HDG-SUMMARY.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM SUMMARY-COL-HDG
               AFTER ADVANCING 2 LINES.

       9700-HDG-GL.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM GL-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM GL-COL-HDG
               AFTER ADVANCING 2 LINES.
