       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM27.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *          PRE-SEASON REORDER FORMS AND MAILING LABELS            *
      *******************************************************************

      *    RUN BEFORE THE KIDS GO OUT. EVERY CUSTOMER ON THE PURCHASE
      *    HISTORY (CBLPOPCH.DAT, FILED BY CBLJRM12 AT SEASON CLOSE)
      *    FOR THE LAST SEASON CLOSED GETS A REORDER FORM WITH LAST
      *    SEASON'S CASES OF EACH POP TYPE FILLED IN AT THIS SEASON'S
      *    PRICES FROM CBLPOPPR.DAT (CBLPOPRO.PRT). THE CUSTOMER ONLY
      *    HAS TO CHANGE WHAT THEY WANT DIFFERENT AND SIGN.
      *
      *    FORMS COME OUT IN ROUTE ORDER - DIVISION, TEAM, THEN THE
      *    SELLER WHO TOOK THE CUSTOMER'S LAST ORDER - EACH SELLER'S
      *    FORMS BEHIND A COVER PAGE, SO EVERY KID GETS ONE PACKET FOR
      *    THEIR ROUTE. THE TEAM AND DIVISION ARE THE SELLER'S ON THE
      *    CURRENT ROSTER (CBLPOPSR.DAT). A SELLER NO LONGER ACTIVE, OR
      *    NO LONGER ON THE ROSTER, STILL GETS A PACKET, FLAGGED ON THE
      *    COVER FOR THE COACH TO HAND TO SOMEONE ELSE.
      *
      *    THE ADDRESS IS TAKEN FROM THE CUSTOMER MASTER. A MATCHING
      *    MAILING LABEL FOR EVERY FORM, IN THE SAME ORDER, GOES TO
      *    CBLPOPLB.PRT FOR THE CUSTOMERS THE KIDS CANNOT REACH AT THE
      *    DOOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CUST-HISTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CH-KEY
           FILE STATUS IS CH-STATUS-CODE.

       SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

       SELECT SORTED-HISTORY
           ASSIGN TO "C:\COBOL\CBLPOPCH.SRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRICE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SELLER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPSR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVISION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FORM-OUT
           ASSIGN TO "C:\COBOL\CBLPOPRO.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT LABEL-OUT
           ASSIGN TO "C:\COBOL\CBLPOPLB.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER CUSTOMER PER CLOSED SEASON - WRITTEN BY
      *    CBLJRM12.
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

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05     S-DIVISION         PIC 9.
           05     S-TEAM             PIC X.
           05     S-SELLER-ID        PIC 9(4).
           05     S-LNAME            PIC X(15).
           05     S-FNAME            PIC X(15).
           05     S-CUST-NUM         PIC 9(5).
           05     S-ADDRESS          PIC X(15).
           05     S-CITY             PIC X(10).
           05     S-STATE            PIC XX.
           05     S-ZIP              PIC 9(5).
           05     S-ZIP2             PIC 9(4).
           05     S-ORDERS           PIC 99.
           05     S-CASES            OCCURS 6 TIMES
                                     PIC 999.

       FD  SORTED-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 97 CHARACTERS.

       01  I-REC.
           05     I-DIVISION         PIC 9.
           05     I-TEAM             PIC X.
           05     I-SELLER-ID        PIC 9(4).
           05     I-LNAME            PIC X(15).
           05     I-FNAME            PIC X(15).
           05     I-CUST-NUM         PIC 9(5).
           05     I-ADDRESS          PIC X(15).
           05     I-CITY             PIC X(10).
           05     I-STATE            PIC XX.
           05     I-ZIP              PIC 9(5).
           05     I-ZIP2             PIC 9(4).
           05     I-ORDERS           PIC 99.
           05     I-CASES            OCCURS 6 TIMES
                                     PIC 999.

       FD  PRICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  PR-REC.
           05     PR-POP-TYPE        PIC 99.
           05     PR-PRICE           PIC 999V99.

       FD  CUSTOMER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 71 CHARACTERS.

       01  CM-REC.
           05     CM-CUST-NUM        PIC 9(5).
           05     CM-LNAME           PIC X(15).
           05     CM-FNAME           PIC X(15).
           05     CM-ADDRESS         PIC X(15).
           05     CM-CITY            PIC X(10).
           05     CM-STATE           PIC XX.
           05     CM-ZIP             PIC 9(5).
           05     CM-ZIP2            PIC 9(4).

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

       FD  DIVISION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DV-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  DV-REC.
           05     DV-CODE            PIC 9.
           05     DV-NAME            PIC X(18).

       FD  FORM-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    CONTINUOUS LABEL STOCK - SIX LINES TO A LABEL, NO PAGING.
       FD  LABEL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LBLLINE
           RECORD CONTAINS 132 CHARACTERS.

       01  LBLLINE                PIC X(132).

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
           05      CH-STATUS-CODE     PIC XX.
           05      CH-EOF-SW          PIC XXX      VALUE "NO".
           05      PRICE-EOF-SW       PIC XXX      VALUE "NO".
           05      CM-EOF-SW          PIC XXX      VALUE "NO".
           05      SR-EOF-SW          PIC XXX      VALUE "NO".
           05      DV-EOF-SW          PIC XXX      VALUE "NO".
           05      C-CUST-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-SELLER-FOUND-SW  PIC XXX      VALUE "NO".
           05      C-SELLER-INACT-SW  PIC XXX      VALUE "NO".
           05      C-PACKET-OPEN-SW   PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 999      VALUE ZERO.
           05      C-SCTR             PIC 999      VALUE ZERO.
           05      C-CM-SUB           PIC 9(4)     VALUE ZERO.
           05      C-CM-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-SR-SUB           PIC 999      VALUE ZERO.
           05      C-SR-SCTR          PIC 999      VALUE ZERO.
           05      C-SEEK-SELLER      PIC 9(4)     VALUE ZERO.
           05      C-CURR-DIV         PIC 9        VALUE ZERO.
           05      C-CURR-TEAM        PIC X        VALUE SPACE.
           05      C-CURR-SELLER      PIC 9(4)     VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-NOCUST-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-FORM-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-LABEL-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-PACKET-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-INACTIVE-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-NOROSTER-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-NOPRICE-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-LINE-AMT         PIC 9(6)V99  VALUE ZERO.
           05      C-FORM-CASES       PIC 9(4)     VALUE ZERO.
           05      C-FORM-AMT         PIC 9(6)V99  VALUE ZERO.
           05      C-PK-FNAME         PIC X(15)    VALUE SPACES.
           05      C-PK-LNAME         PIC X(15)    VALUE SPACES.
           05      C-PK-UNKNOWN       REDEFINES C-PK-LNAME.
                   10  C-PK-SELLER-ID PIC 9(4).
                   10  FILLER         PIC X(11).

      *    THE SEASON THE FORMS ARE BUILT FROM - THE LATEST SEASON
      *    DATE ON THE PURCHASE HISTORY.
       01  LAST-SEASON-AREA.
           05      LS-YEAR            PIC 9(4)     VALUE ZERO.
           05      LS-MONTH           PIC 99       VALUE ZERO.
           05      LS-DAY             PIC 99       VALUE ZERO.
       01  LAST-SEASON-NUM REDEFINES LAST-SEASON-AREA
                                      PIC 9(8).

      *    THIS SEASON'S PRICE PER CASE, BY POP TYPE.
       01  PRICE-TABLE-AREA.
           05      TP-PRICE           OCCURS 6 TIMES
                                      PIC 999V99   VALUE ZERO.

       01  CUSTOMER-TABLE-AREA.
           05      C-CM-CTR           PIC 9(4)     VALUE ZERO.
           05      CUSTOMER-ENTRY     OCCURS 2000 TIMES.
                   10  CM-TABLE-NUM     PIC 9(5).
                   10  CM-TABLE-LNAME   PIC X(15).
                   10  CM-TABLE-FNAME   PIC X(15).
                   10  CM-TABLE-ADDRESS PIC X(15).
                   10  CM-TABLE-CITY    PIC X(10).
                   10  CM-TABLE-STATE   PIC XX.
                   10  CM-TABLE-ZIP     PIC 9(5).
                   10  CM-TABLE-ZIP2    PIC 9(4).

       01  SELLER-ROSTER-AREA.
           05      C-SR-CTR           PIC 999      VALUE ZERO.
           05      SELLER-ROSTER-ENTRY OCCURS 100 TIMES.
                   10  SR-TABLE-ID      PIC 9(4).
                   10  SR-TABLE-LNAME   PIC X(15).
                   10  SR-TABLE-FNAME   PIC X(15).
                   10  SR-TABLE-TEAM    PIC X.
                   10  SR-TABLE-DIV     PIC 9.
                   10  SR-TABLE-STATUS  PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.

       01  DIVISION-TABLE-AREA.
           05      DIVISION-ENTRY     OCCURS 9 TIMES.
                   10  DT-NAME        PIC X(18).

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

      *    FORM TEXT - FIVE LINES ABOVE THE ORDER, TWO BELOW IT.
       01  FORM-TEXT-AREA.
           05  FILLER  PIC X(62)  VALUE
           "THANK YOU FOR SUPPORTING THE ALBIA SOCCER CLUB LAST YEAR.".
           05  FILLER  PIC X(62)  VALUE
           "YOUR ORDER FROM LAST SEASON IS FILLED IN BELOW AT THIS".
           05  FILLER  PIC X(62)  VALUE
           "SEASON'S PRICES. WRITE THE CASES YOU WANT THIS SEASON".
           05  FILLER  PIC X(62)  VALUE
           "IN THE LAST COLUMN, SIGN BELOW, AND HAND THE FORM BACK".
           05  FILLER  PIC X(62)  VALUE
           "TO YOUR SELLER OR MAIL IT TO THE CLUB.".
           05  FILLER  PIC X(62)  VALUE
           "BOTTLE DEPOSIT AND SALES TAX ARE ADDED WHEN YOUR ORDER IS".
           05  FILLER  PIC X(62)  VALUE
           "ENTERED. PAYMENT IS DUE WHEN YOUR POP IS DELIVERED.".
       01  FORM-TEXT-TABLE REDEFINES FORM-TEXT-AREA.
           05  FORM-TEXT          OCCURS 7 TIMES  PIC X(62).

       01  COVER-TEXT-AREA.
           05  FILLER  PIC X(62)  VALUE
           "THE FORMS THAT FOLLOW ARE YOUR CUSTOMERS FROM LAST SEASON,".
           05  FILLER  PIC X(62)  VALUE
           "IN NAME ORDER. TAKE EACH FORM TO THE DOOR, HAVE THE".
           05  FILLER  PIC X(62)  VALUE
           "CUSTOMER FILL IN AND SIGN IT, AND TURN IT IN TO YOUR".
           05  FILLER  PIC X(62)  VALUE
           "COACH. ASK YOUR COACH FOR A MAILING LABEL FOR ANY".
           05  FILLER  PIC X(62)  VALUE
           "CUSTOMER YOU CANNOT REACH IN PERSON.".
       01  COVER-TEXT-TABLE REDEFINES COVER-TEXT-AREA.
           05  COVER-TEXT         OCCURS 5 TIMES  PIC X(62).

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM27".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 PAGE-TITLE-LINE.
           05      FILLER         PIC X(46)     VALUE SPACES.
           05      O-PAGE-TITLE   PIC X(40).
           05      FILLER         PIC X(46)     VALUE SPACES.

      *    SELLER PACKET COVER PAGE.
       01 CV-SELLER-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(9)     VALUE "SELLER:".
           05   O-CV-SELLER-ID PIC 9(4).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-CV-FNAME     PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-CV-LNAME     PIC X(15).
           05   FILLER         PIC X(76)    VALUE SPACES.

       01 CV-TEAM-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(10)    VALUE "DIVISION:".
           05   O-CV-DIV-NAME  PIC X(18).
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "TEAM: ".
           05   O-CV-TEAM      PIC X.
           05   FILLER         PIC X(83)    VALUE SPACES.

       01 CV-TEXT-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-CV-TEXT      PIC X(62).
           05   FILLER         PIC X(60)    VALUE SPACES.

      *    REORDER FORM - ONE CUSTOMER TO A PAGE.
       01 RO-NAME-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-FNAME     PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-RO-LNAME     PIC X(15).
           05   FILLER         PIC X(91)    VALUE SPACES.

       01 RO-ADDR-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-ADDRESS   PIC X(15).
           05   FILLER         PIC X(107)   VALUE SPACES.

       01 RO-CITY-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-CITY      PIC X(10).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-RO-STATE     PIC XX.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-RO-ZIP       PIC 9(5).
           05   FILLER         PIC X        VALUE "-".
           05   O-RO-ZIP2      PIC 9(4).
           05   FILLER         PIC X(98)    VALUE SPACES.

       01 RO-REF-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(13)    VALUE "CUSTOMER NO: ".
           05   O-RO-CUST      PIC 9(5).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(13)    VALUE "YOUR SELLER: ".
           05   O-RO-SL-FNAME  PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-RO-SL-LNAME  PIC X(15).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "TEAM: ".
           05   O-RO-TEAM      PIC X.
           05   FILLER         PIC X(45)    VALUE SPACES.

       01 RO-TEXT-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-TEXT      PIC X(62).
           05   FILLER         PIC X(60)    VALUE SPACES.

       01 RO-COL-HDG.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(16)    VALUE "POP TYPE".
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(17)    VALUE "LAST SEASON CASES".
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(19)    VALUE
                                            "THIS SEASON'S PRICE".
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(17)    VALUE "COST AT NEW PRICE".
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(17)    VALUE "CASES THIS SEASON".
           05   FILLER         PIC X(20)    VALUE SPACES.

       01 RO-DETAIL-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-POP-NAME  PIC X(16).
           05   FILLER         PIC X(11)    VALUE SPACES.
           05   O-RO-CASES     PIC ZZ9      BLANK WHEN ZERO.
           05   FILLER         PIC X(15)    VALUE SPACES.
           05   O-RO-PRICE     PIC $$$9.99.
           05   FILLER         PIC X(16)    VALUE SPACES.
           05   O-RO-AMOUNT    PIC $$$,$$9.99 BLANK WHEN ZERO.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(10)    VALUE "__________".
           05   FILLER         PIC X(24)    VALUE SPACES.

       01 RO-TOTAL-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(16)    VALUE "TOTAL".
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-RO-TOT-CASES PIC ZZZ9.
           05   FILLER         PIC X(38)    VALUE SPACES.
           05   O-RO-TOT-AMT   PIC $$$,$$9.99.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(10)    VALUE "__________".
           05   FILLER         PIC X(24)    VALUE SPACES.

       01 RO-SIGN-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(40)    VALUE
                             "SIGNATURE ______________________________".
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(20)    VALUE
                                            "PHONE ______________".
           05   FILLER         PIC X(57)    VALUE SPACES.

      *    MAILING LABEL - THE ROUTE LINE LETS A MAILED-BACK FORM
      *    FIND ITS WAY TO THE RIGHT SELLER.
       01 LB-NAME-LINE.
           05   O-LB-FNAME     PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LB-LNAME     PIC X(15).
           05   FILLER         PIC X(101)   VALUE SPACES.

       01 LB-ADDR-LINE.
           05   O-LB-ADDRESS   PIC X(15).
           05   FILLER         PIC X(117)   VALUE SPACES.

       01 LB-CITY-LINE.
           05   O-LB-CITY      PIC X(10).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LB-STATE     PIC XX.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LB-ZIP       PIC 9(5).
           05   FILLER         PIC X        VALUE "-".
           05   O-LB-ZIP2      PIC 9(4).
           05   FILLER         PIC X(108)   VALUE SPACES.

       01 LB-ROUTE-LINE.
           05   FILLER         PIC X(5)     VALUE "TEAM ".
           05   O-LB-TEAM      PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X(7)     VALUE "SELLER ".
           05   O-LB-SELLER    PIC 9(4).
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X(5)     VALUE "CUST ".
           05   O-LB-CUST      PIC 9(5).
           05   FILLER         PIC X(101)   VALUE SPACES.

      *    RUN SUMMARY.
       01 SEASON-LINE.
           05  FILLER          PIC X(40)   VALUE
                                  "FORMS BUILT FROM SEASON CLOSED:".
           05  O-SS-MONTH      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-SS-DAY        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-SS-YEAR       PIC 9(4).
           05  FILLER          PIC X(82)   VALUE SPACES.

       01 NO-HISTORY-LINE.
           05  FILLER          PIC X(50)   VALUE
               "NO CUSTOMER PURCHASE HISTORY ON FILE - NO FORMS".
           05  FILLER          PIC X(82)   VALUE SPACES.

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

           PERFORM 1100-LOAD-PRICES.
           PERFORM 1500-LOAD-DIVISIONS.
           PERFORM 1600-LOAD-CUSTOMERS.
           PERFORM 1700-LOAD-SELLERS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-DIVISION S-TEAM S-SELLER-ID
                                S-LNAME S-FNAME S-CUST-NUM
               INPUT PROCEDURE IS 1050-RELEASE-HISTORY
               GIVING SORTED-HISTORY.

           OPEN INPUT SORTED-HISTORY.
           OPEN OUTPUT FORM-OUT.
           OPEN OUTPUT LABEL-OUT.

           PERFORM 9000-READ.

      *    TWO PASSES OVER THE HISTORY - THE FIRST FINDS THE LAST
      *    SEASON CLOSED, THE SECOND RELEASES THAT SEASON'S CUSTOMERS.
      *    A CUSTOMER SINCE DROPPED FROM THE MASTER HAS NO ADDRESS TO
      *    SEND A FORM TO AND IS ONLY COUNTED.
       1050-RELEASE-HISTORY.
           MOVE ZERO TO LAST-SEASON-NUM.
           MOVE "NO" TO CH-EOF-SW.
           OPEN INPUT CUST-HISTORY-FILE.
           IF CH-STATUS-CODE = "00"
               PERFORM 1060-READ-HISTORY
           ELSE
               MOVE "YES" TO CH-EOF-SW.
           PERFORM 1070-FIND-LAST-SEASON
               UNTIL CH-EOF-SW = "YES".
           CLOSE CUST-HISTORY-FILE.

           IF LAST-SEASON-NUM > ZERO
               MOVE "NO" TO CH-EOF-SW
               OPEN INPUT CUST-HISTORY-FILE
               PERFORM 1060-READ-HISTORY
               PERFORM 1080-RELEASE-REC
                   UNTIL CH-EOF-SW = "YES"
               CLOSE CUST-HISTORY-FILE.

       1060-READ-HISTORY.
           READ CUST-HISTORY-FILE
               AT END
                   MOVE "YES" TO CH-EOF-SW.

       1070-FIND-LAST-SEASON.
           IF CH-SEASON-DATE NUMERIC
               IF CH-SEASON-DATE > LAST-SEASON-NUM
                   MOVE CH-SEASON-DATE TO LAST-SEASON-NUM.
           PERFORM 1060-READ-HISTORY.

       1080-RELEASE-REC.
           IF CH-SEASON-DATE = LAST-SEASON-NUM
               ADD 1 TO C-READ-TOTAL
               PERFORM 1090-BUILD-SORT-REC.
           PERFORM 1060-READ-HISTORY.

      *    THE ROUTE FOLLOWS THE SELLER'S TEAM ON TODAY'S ROSTER; ONE
      *    NOT ON THE ROSTER KEEPS LAST SEASON'S TEAM AND DIVISION.
       1090-BUILD-SORT-REC.
           MOVE "NO" TO C-CUST-FOUND-SW.
           MOVE 1 TO C-CM-SCTR.
           PERFORM 1095-CUST-MATCH
               UNTIL C-CM-SCTR > C-CM-CTR.
           IF C-CUST-FOUND-SW = "NO"
               ADD 1 TO C-NOCUST-TOTAL
           ELSE
               MOVE CH-CUST-NUM TO S-CUST-NUM
               MOVE CM-TABLE-LNAME (C-CM-SUB) TO S-LNAME
               MOVE CM-TABLE-FNAME (C-CM-SUB) TO S-FNAME
               MOVE CM-TABLE-ADDRESS (C-CM-SUB) TO S-ADDRESS
               MOVE CM-TABLE-CITY (C-CM-SUB) TO S-CITY
               MOVE CM-TABLE-STATE (C-CM-SUB) TO S-STATE
               MOVE CM-TABLE-ZIP (C-CM-SUB) TO S-ZIP
               MOVE CM-TABLE-ZIP2 (C-CM-SUB) TO S-ZIP2
               MOVE CH-SELLER-ID TO S-SELLER-ID
               MOVE CH-ORDERS TO S-ORDERS
               MOVE 1 TO C-SCTR
               PERFORM 1097-MOVE-CASES
                   UNTIL C-SCTR > 6
               MOVE CH-SELLER-ID TO C-SEEK-SELLER
               PERFORM 2250-SELLER-LOOKUP
               IF C-SELLER-FOUND-SW = "YES"
                   MOVE SR-TABLE-TEAM (C-SR-SUB) TO S-TEAM
                   MOVE SR-TABLE-DIV (C-SR-SUB) TO S-DIVISION
                   RELEASE SORT-REC
               ELSE
                   MOVE CH-TEAM TO S-TEAM
                   MOVE CH-DIVISION TO S-DIVISION
                   RELEASE SORT-REC.

       1095-CUST-MATCH.
           IF CM-TABLE-NUM (C-CM-SCTR) = CH-CUST-NUM
               MOVE "YES" TO C-CUST-FOUND-SW
               MOVE C-CM-SCTR TO C-CM-SUB
               MOVE 2001 TO C-CM-SCTR
           ELSE
               ADD 1 TO C-CM-SCTR.

       1097-MOVE-CASES.
           IF CH-CASES (C-SCTR) NUMERIC
               MOVE CH-CASES (C-SCTR) TO S-CASES (C-SCTR)
           ELSE
               MOVE ZERO TO S-CASES (C-SCTR).
           ADD 1 TO C-SCTR.

       1100-LOAD-PRICES.
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
           IF PR-POP-TYPE NUMERIC AND PR-PRICE NUMERIC
               IF PR-POP-TYPE > 0 AND PR-POP-TYPE < 7
                   MOVE PR-PRICE TO TP-PRICE (PR-POP-TYPE).
           PERFORM 1150-READ-PRICE.

       1500-LOAD-DIVISIONS.
           MOVE 1 TO C-SCTR.
           PERFORM 1510-CLEAR-DIVISION
               UNTIL C-SCTR > 9.
           MOVE "NO" TO DV-EOF-SW.
           OPEN INPUT DIVISION-FILE.
           PERFORM 1550-READ-DIVISION.
           PERFORM 1560-STORE-DIVISION
               UNTIL DV-EOF-SW = "YES".
           CLOSE DIVISION-FILE.

       1510-CLEAR-DIVISION.
           MOVE SPACES TO DT-NAME (C-SCTR).
           ADD 1 TO C-SCTR.

       1550-READ-DIVISION.
           READ DIVISION-FILE
               AT END
                   MOVE "YES" TO DV-EOF-SW.

       1560-STORE-DIVISION.
           IF DV-CODE NUMERIC AND DV-CODE > 0
               MOVE DV-NAME TO DT-NAME (DV-CODE).
           PERFORM 1550-READ-DIVISION.

       1600-LOAD-CUSTOMERS.
           MOVE ZERO TO C-CM-CTR.
           MOVE "NO" TO CM-EOF-SW.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM 1650-READ-CUSTOMER.
           PERFORM 1660-STORE-CUSTOMER
               UNTIL CM-EOF-SW = "YES".
           CLOSE CUSTOMER-FILE.

       1650-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   MOVE "YES" TO CM-EOF-SW.

       1660-STORE-CUSTOMER.
           IF C-CM-CTR < 2000 AND CM-CUST-NUM NUMERIC
                   AND CM-CUST-NUM > 0
               ADD 1 TO C-CM-CTR
               MOVE CM-CUST-NUM TO CM-TABLE-NUM (C-CM-CTR)
               MOVE CM-LNAME TO CM-TABLE-LNAME (C-CM-CTR)
               MOVE CM-FNAME TO CM-TABLE-FNAME (C-CM-CTR)
               MOVE CM-ADDRESS TO CM-TABLE-ADDRESS (C-CM-CTR)
               MOVE CM-CITY TO CM-TABLE-CITY (C-CM-CTR)
               MOVE CM-STATE TO CM-TABLE-STATE (C-CM-CTR)
               MOVE CM-ZIP TO CM-TABLE-ZIP (C-CM-CTR)
               MOVE CM-ZIP2 TO CM-TABLE-ZIP2 (C-CM-CTR).
           PERFORM 1650-READ-CUSTOMER.

       1700-LOAD-SELLERS.
           MOVE ZERO TO C-SR-CTR.
           MOVE "NO" TO SR-EOF-SW.
           OPEN INPUT SELLER-FILE.
           PERFORM 1750-READ-SELLER.
           PERFORM 1760-STORE-SELLER
               UNTIL SR-EOF-SW = "YES".
           CLOSE SELLER-FILE.

       1750-READ-SELLER.
           READ SELLER-FILE
               AT END
                   MOVE "YES" TO SR-EOF-SW.

       1760-STORE-SELLER.
           IF C-SR-CTR < 100 AND SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > 0
               ADD 1 TO C-SR-CTR
               MOVE SR-SELLER-ID TO SR-TABLE-ID (C-SR-CTR)
               MOVE SR-LNAME TO SR-TABLE-LNAME (C-SR-CTR)
               MOVE SR-FNAME TO SR-TABLE-FNAME (C-SR-CTR)
               MOVE SR-TEAM TO SR-TABLE-TEAM (C-SR-CTR)
               MOVE SR-DIVISION TO SR-TABLE-DIV (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR).
           PERFORM 1750-READ-SELLER.

      *    RECORDS ARRIVE IN ROUTE ORDER, SO A NEW PACKET STARTS
      *    WHENEVER THE DIVISION, TEAM OR SELLER CHANGES.
       2000-MAINLINE.
           IF C-PACKET-OPEN-SW = "NO"
               PERFORM 2100-START-PACKET
           ELSE
               IF I-DIVISION NOT = C-CURR-DIV
                       OR I-TEAM NOT = C-CURR-TEAM
                       OR I-SELLER-ID NOT = C-CURR-SELLER
                   PERFORM 2100-START-PACKET.
           PERFORM 2200-PRINT-FORM.
           PERFORM 2300-PRINT-LABEL.
           PERFORM 9000-READ.

       2100-START-PACKET.
           MOVE "YES" TO C-PACKET-OPEN-SW.
           MOVE I-DIVISION TO C-CURR-DIV.
           MOVE I-TEAM TO C-CURR-TEAM.
           MOVE I-SELLER-ID TO C-CURR-SELLER.
           ADD 1 TO C-PACKET-TOTAL.

           MOVE I-SELLER-ID TO C-SEEK-SELLER.
           PERFORM 2250-SELLER-LOOKUP.
           MOVE "NO" TO C-SELLER-INACT-SW.
           IF C-SELLER-FOUND-SW = "YES"
               MOVE SR-TABLE-FNAME (C-SR-SUB) TO C-PK-FNAME
               MOVE SR-TABLE-LNAME (C-SR-SUB) TO C-PK-LNAME
           ELSE
               MOVE "SELLER" TO C-PK-FNAME
               MOVE SPACES TO C-PK-LNAME
               MOVE I-SELLER-ID TO C-PK-SELLER-ID.
           IF C-SELLER-FOUND-SW = "YES"
               IF VAL-SR-INACTIVE (C-SR-SUB)
                   MOVE "YES" TO C-SELLER-INACT-SW.

           MOVE "SELLER ROUTE PACKET" TO O-PAGE-TITLE.
           PERFORM 9100-HDG.
           MOVE I-SELLER-ID TO O-CV-SELLER-ID.
           MOVE C-PK-FNAME TO O-CV-FNAME.
           MOVE C-PK-LNAME TO O-CV-LNAME.
           WRITE PRTLINE FROM CV-SELLER-LINE
               AFTER ADVANCING 3 LINES.
           IF I-DIVISION NUMERIC AND I-DIVISION > 0
               MOVE DT-NAME (I-DIVISION) TO O-CV-DIV-NAME
           ELSE
               MOVE SPACES TO O-CV-DIV-NAME.
           MOVE I-TEAM TO O-CV-TEAM.
           WRITE PRTLINE FROM CV-TEAM-LINE
               AFTER ADVANCING 1 LINES.

           IF C-SELLER-FOUND-SW = "NO"
               MOVE
               "** SELLER NOT ON THE ROSTER - REASSIGN THIS ROUTE **"
                   TO O-CV-TEXT
               WRITE PRTLINE FROM CV-TEXT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF C-SELLER-INACT-SW = "YES"
                   MOVE
                   "** SELLER IS INACTIVE - REASSIGN THIS ROUTE **"
                       TO O-CV-TEXT
                   WRITE PRTLINE FROM CV-TEXT-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE SPACES TO O-CV-TEXT.
           WRITE PRTLINE FROM CV-TEXT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 1 TO C-SCTR.
           PERFORM 2150-PRINT-COVER-TEXT
               UNTIL C-SCTR > 5.

       2150-PRINT-COVER-TEXT.
           MOVE COVER-TEXT (C-SCTR) TO O-CV-TEXT.
           WRITE PRTLINE FROM CV-TEXT-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO C-SCTR.

       2200-PRINT-FORM.
           ADD 1 TO C-FORM-TOTAL.
           IF C-SELLER-FOUND-SW = "NO"
               ADD 1 TO C-NOROSTER-TOTAL
           ELSE
               IF C-SELLER-INACT-SW = "YES"
                   ADD 1 TO C-INACTIVE-TOTAL.

           MOVE "PRE-SEASON REORDER FORM" TO O-PAGE-TITLE.
           PERFORM 9100-HDG.

           MOVE I-FNAME TO O-RO-FNAME.
           MOVE I-LNAME TO O-RO-LNAME.
           WRITE PRTLINE FROM RO-NAME-LINE
               AFTER ADVANCING 3 LINES.
           MOVE I-ADDRESS TO O-RO-ADDRESS.
           WRITE PRTLINE FROM RO-ADDR-LINE
               AFTER ADVANCING 1 LINES.
           MOVE I-CITY TO O-RO-CITY.
           MOVE I-STATE TO O-RO-STATE.
           MOVE I-ZIP TO O-RO-ZIP.
           MOVE I-ZIP2 TO O-RO-ZIP2.
           WRITE PRTLINE FROM RO-CITY-LINE
               AFTER ADVANCING 1 LINES.

           MOVE I-CUST-NUM TO O-RO-CUST.
           MOVE C-PK-FNAME TO O-RO-SL-FNAME.
           MOVE C-PK-LNAME TO O-RO-SL-LNAME.
           MOVE I-TEAM TO O-RO-TEAM.
           WRITE PRTLINE FROM RO-REF-LINE
               AFTER ADVANCING 3 LINES.

           MOVE FORM-TEXT (1) TO O-RO-TEXT.
           WRITE PRTLINE FROM RO-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 2 TO C-SCTR.
           PERFORM 2210-PRINT-FORM-TEXT
               UNTIL C-SCTR > 5.

           WRITE PRTLINE FROM RO-COL-HDG
               AFTER ADVANCING 3 LINES.
           MOVE ZERO TO C-FORM-CASES.
           MOVE ZERO TO C-FORM-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2220-PRINT-POP-LINE
               UNTIL C-SCTR > 6.
           MOVE C-FORM-CASES TO O-RO-TOT-CASES.
           MOVE C-FORM-AMT TO O-RO-TOT-AMT.
           WRITE PRTLINE FROM RO-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE FORM-TEXT (6) TO O-RO-TEXT.
           WRITE PRTLINE FROM RO-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE FORM-TEXT (7) TO O-RO-TEXT.
           WRITE PRTLINE FROM RO-TEXT-LINE
               AFTER ADVANCING 1 LINES.

           WRITE PRTLINE FROM RO-SIGN-LINE
               AFTER ADVANCING 4 LINES.

       2210-PRINT-FORM-TEXT.
           MOVE FORM-TEXT (C-SCTR) TO O-RO-TEXT.
           WRITE PRTLINE FROM RO-TEXT-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO C-SCTR.

      *    EVERY POP TYPE GETS A LINE, SO THE CUSTOMER CAN ADD ONE
      *    THEY DID NOT BUY LAST SEASON. A TYPE THEY BOUGHT THAT HAS NO
      *    PRICE THIS SEASON PRINTS WITH NO COST AND IS COUNTED.
       2220-PRINT-POP-LINE.
           MOVE POP-NAME (C-SCTR) TO O-RO-POP-NAME.
           MOVE I-CASES (C-SCTR) TO O-RO-CASES.
           MOVE TP-PRICE (C-SCTR) TO O-RO-PRICE.
           COMPUTE C-LINE-AMT = I-CASES (C-SCTR) * TP-PRICE (C-SCTR)
               ON SIZE ERROR
                   MOVE 999999.99 TO C-LINE-AMT.
           MOVE C-LINE-AMT TO O-RO-AMOUNT.
           IF I-CASES (C-SCTR) > ZERO AND TP-PRICE (C-SCTR) = ZERO
               ADD 1 TO C-NOPRICE-TOTAL.
           ADD I-CASES (C-SCTR) TO C-FORM-CASES
               ON SIZE ERROR
                   MOVE 9999 TO C-FORM-CASES.
           ADD C-LINE-AMT TO C-FORM-AMT
               ON SIZE ERROR
                   MOVE 999999.99 TO C-FORM-AMT.
           WRITE PRTLINE FROM RO-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO C-SCTR.

       2250-SELLER-LOOKUP.
           MOVE "NO" TO C-SELLER-FOUND-SW.
           MOVE 1 TO C-SR-SCTR.
           PERFORM 2260-SELLER-MATCH
               UNTIL C-SR-SCTR > C-SR-CTR.

       2260-SELLER-MATCH.
           IF SR-TABLE-ID (C-SR-SCTR) = C-SEEK-SELLER
               MOVE "YES" TO C-SELLER-FOUND-SW
               MOVE C-SR-SCTR TO C-SR-SUB
               MOVE 101 TO C-SR-SCTR
           ELSE
               ADD 1 TO C-SR-SCTR.

      *    SIX LINES TO A LABEL - FOUR PRINTED, TWO BLANK.
       2300-PRINT-LABEL.
           ADD 1 TO C-LABEL-TOTAL.
           MOVE I-FNAME TO O-LB-FNAME.
           MOVE I-LNAME TO O-LB-LNAME.
           WRITE LBLLINE FROM LB-NAME-LINE
               AFTER ADVANCING 1 LINES.
           MOVE I-ADDRESS TO O-LB-ADDRESS.
           WRITE LBLLINE FROM LB-ADDR-LINE
               AFTER ADVANCING 1 LINES.
           MOVE I-CITY TO O-LB-CITY.
           MOVE I-STATE TO O-LB-STATE.
           MOVE I-ZIP TO O-LB-ZIP.
           MOVE I-ZIP2 TO O-LB-ZIP2.
           WRITE LBLLINE FROM LB-CITY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE I-TEAM TO O-LB-TEAM.
           MOVE I-SELLER-ID TO O-LB-SELLER.
           MOVE I-CUST-NUM TO O-LB-CUST.
           WRITE LBLLINE FROM LB-ROUTE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO LBLLINE.
           WRITE LBLLINE
               AFTER ADVANCING 1 LINES.
           WRITE LBLLINE
               AFTER ADVANCING 1 LINES.

       3000-CLOSING.
           MOVE "REORDER FORM RUN SUMMARY" TO O-PAGE-TITLE.
           PERFORM 9100-HDG.
           IF LAST-SEASON-NUM = ZERO
               WRITE PRTLINE FROM NO-HISTORY-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               MOVE LS-MONTH TO O-SS-MONTH
               MOVE LS-DAY TO O-SS-DAY
               MOVE LS-YEAR TO O-SS-YEAR
               WRITE PRTLINE FROM SEASON-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE "CUSTOMERS ON HISTORY FOR THE SEASON:" TO O-CT-LABEL.
           MOVE C-READ-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "NOT ON CUSTOMER MASTER - NO FORM:" TO O-CT-LABEL.
           MOVE C-NOCUST-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "REORDER FORMS PRINTED:" TO O-CT-LABEL.
           MOVE C-FORM-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "SELLER PACKETS:" TO O-CT-LABEL.
           MOVE C-PACKET-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FORMS FOR INACTIVE SELLERS:" TO O-CT-LABEL.
           MOVE C-INACTIVE-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FORMS FOR SELLERS NOT ON ROSTER:" TO O-CT-LABEL.
           MOVE C-NOROSTER-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "POP LINES WITH NO PRICE THIS SEASON:" TO O-CT-LABEL.
           MOVE C-NOPRICE-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "MAILING LABELS PRINTED:" TO O-CT-LABEL.
           MOVE C-LABEL-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE SORTED-HISTORY.
           CLOSE FORM-OUT.
           CLOSE LABEL-OUT.

       3050-WRITE-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM27" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-NOCUST-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SORTED-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM PAGE-TITLE-LINE
               AFTER ADVANCING 1 LINES.
