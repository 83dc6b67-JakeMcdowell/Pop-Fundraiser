       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM25.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *         AGED RECEIVABLES AND PAYMENT REMINDER LETTERS           *
      *******************************************************************

      *    THE COLLECTIONS RUN. EVERY ORDER STILL OWING MONEY - ORDER
      *    TOTAL PRICED THE WAY CBLJRM05 AND CBLJRM10 PRICE IT, LESS
      *    WHAT CBLPOPBL.DAT SAYS HAS BEEN PAID - IS AGED FROM ITS
      *    DELIVERY DATE ON CBLPOPDS.DAT INTO 0-14, 15-30, 31-60 AND
      *    OVER-60 DAY COLUMNS, LISTED BY DIVISION AND TEAM WITH TEAM,
      *    DIVISION AND CLUB TOTALS (CBLPOPAG.PRT). AN ORDER NOT YET
      *    DELIVERED IS NOT DUE AND IS NOT AGED. CANCELLED AND REFUSED
      *    ORDERS (CBLPOPOX.DAT) OWE NOTHING AND ARE LEFT OUT.
      *
      *    ONCE A BALANCE IS 15 DAYS OLD THE CUSTOMER GETS A REMINDER
      *    LETTER (CBLPOPLT.PRT), ADDRESSED FROM THE CUSTOMER MASTER:
      *    A FRIENDLY REMINDER AT 15-30 DAYS, A SECOND NOTICE AT 31-60
      *    AND A FINAL NOTICE OVER 60. THE NOTICE HISTORY FILE
      *    (CBLPOPNH.DAT) KEEPS THE HIGHEST LETTER EACH ORDER HAS HAD,
      *    SO A LETTER IS NEVER SENT TWICE - THE NEXT ONE ONLY GOES
      *    OUT WHEN THE BALANCE AGES INTO THE NEXT COLUMN.

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

       SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

       SELECT SORTED-RECEIVABLE
           ASSIGN TO "C:\COBOL\CBLPOPSL.SRG"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DELIVERY-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DS-ORDER-NUM
           FILE STATUS IS DS-STATUS-CODE.

       SELECT OPTIONAL BALANCE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPBL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BL-ORDER-NUM
           FILE STATUS IS BAL-STATUS.

       SELECT OPTIONAL NOTICE-HISTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPNH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NH-ORDER-NUM
           FILE STATUS IS NH-STATUS-CODE.

       SELECT PRICE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPPR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPOSIT-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TAX-RATE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPTX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVISION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGING-OUT
           ASSIGN TO "C:\COBOL\CBLPOPAG.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT LETTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPLT.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

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

       FD  SORTED-RECEIVABLE
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 92 CHARACTERS.

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
               88 VAL-TEAM     VALUE 'A' 'B' 'C' 'D' 'E'.
           05     I-TEAMA            PIC X.
           05     I-TEAMB            PIC X.
           05     I-TEAMC            PIC X.
           05     I-TEAMD            PIC X.
           05     I-TEAME            PIC X.
           05     I-PAID-STATUS      PIC X.
               88 VAL-PAID      VALUE 'Y'.
           05     I-ORDER-NUM        PIC 9(5).
           05     I-DIVISION         PIC 9.
           05     I-CUST-NUM         PIC 9(5).
           05     I-SELLER-ID        PIC 9(4).

      *    DELIVERY CONFIRMATIONS FROM CBLJRM18 - THE 'D' DATE IS
      *    WHERE A BALANCE STARTS TO AGE.
       FD  DELIVERY-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  DS-REC.
           05     DS-ORDER-NUM       PIC 9(5).
           05     DS-STATUS          PIC X.
               88 VAL-DS-DELIVERED VALUE 'D'.
           05     DS-DATE.
                  10  DS-YEAR        PIC 9(4).
                  10  DS-MONTH       PIC 99.
                  10  DS-DAY         PIC 99.
           05     DS-DATE-NUM        REDEFINES DS-DATE
                                     PIC 9(8).
           05     DS-DRIVER          PIC X(15).

       FD  BALANCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  BL-REC.
           05     BL-ORDER-NUM       PIC 9(5).
           05     BL-TOTAL-SALE      PIC 9(4)V99.
           05     BL-AMT-PAID        PIC 9(4)V99.

      *    ONE RECORD PER ORDER THAT HAS HAD A REMINDER - THE HIGHEST
      *    LETTER LEVEL SENT, WHEN, AND THE BALANCE IT ASKED FOR.
       FD  NOTICE-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-REC
           RECORD CONTAINS 20 CHARACTERS.

       01  NH-REC.
           05     NH-ORDER-NUM       PIC 9(5).
           05     NH-LEVEL           PIC 9.
           05     NH-DATE            PIC 9(8).
           05     NH-BALANCE         PIC 9(4)V99.

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

      *    CUSTOMER MASTER MAINTAINED BY CBLJRM13 - LETTERS ARE
      *    ADDRESSED FROM HERE.
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

       FD  DIVISION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DV-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  DV-REC.
           05     DV-CODE            PIC 9.
           05     DV-NAME            PIC X(18).

       FD  AGING-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       FD  LETTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTRLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LTRLINE                PIC X(132).

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
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-SKIP-SW         PIC XXX      VALUE "NO".
           05      DS-STATUS-CODE     PIC XX.
           05      DS-OPEN-SW         PIC XXX      VALUE "NO".
           05      BAL-STATUS         PIC XX.
           05      BAL-OPEN-SW        PIC XXX      VALUE "NO".
           05      NH-STATUS-CODE     PIC XX.
           05      NH-FOUND-SW        PIC XXX      VALUE "NO".
           05      PRICE-EOF-SW       PIC XXX      VALUE "NO".
           05      CM-EOF-SW          PIC XXX      VALUE "NO".
           05      DV-EOF-SW          PIC XXX      VALUE "NO".
           05      C-DELIVERED-SW     PIC XXX      VALUE "NO".
           05      C-CUST-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-GROUP-OPEN-SW    PIC XXX      VALUE "NO".
           05      C-TEAM-HDG-SW      PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 999      VALUE ZERO.
           05      C-SCTR             PIC 999      VALUE ZERO.
           05      C-BK-SUB           PIC 9        VALUE ZERO.
           05      C-CM-SUB           PIC 9(4)     VALUE ZERO.
           05      C-CM-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-CURR-DIV         PIC 9        VALUE ZERO.
           05      C-CURR-TEAM        PIC X        VALUE SPACE.
           05      C-TODAY            PIC 9(8)     VALUE ZERO.
           05      C-AGE-DAYS         PIC S9(7)    VALUE ZERO.
           05      C-LEVEL            PIC 9        VALUE ZERO.
           05      C-PRIOR-LEVEL      PIC 9        VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-SKIP-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-ERR-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-PAID-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-UNDELIV-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-AGED-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-REPEAT-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-TEAM-LINES       PIC 9(5)     VALUE ZERO.
           05      C-DIV-LINES        PIC 9(5)     VALUE ZERO.
           05      PRICE-PER-CASE     PIC 999V99   VALUE ZERO.
           05      C-DEPOSIT-AMT      PIC 9(4)V99  VALUE ZERO.
           05      C-TAX-AMT          PIC 9(4)V99  VALUE ZERO.
           05      C-TOTAL-SALE       PIC 9(4)V99  VALUE ZERO.
           05      C-AMT-PAID         PIC 9(4)V99  VALUE ZERO.
           05      C-BALANCE          PIC 9(4)V99  VALUE ZERO.
           05      C-PRT-TOTAL        PIC 9(7)V99  VALUE ZERO.

      *    AGING COLUMN TOTALS - 1 = 0-14 DAYS, 2 = 15-30, 3 = 31-60,
      *    4 = OVER 60. C-PRT-BUCKET IS WHAT THE TOTAL LINE PRINTS.
       01  AGING-TOTAL-AREA.
           05      TB-AMT             OCCURS 4 TIMES
                                      PIC 9(7)V99  VALUE ZERO.
           05      DB-AMT             OCCURS 4 TIMES
                                      PIC 9(7)V99  VALUE ZERO.
           05      GB-AMT             OCCURS 4 TIMES
                                      PIC 9(7)V99  VALUE ZERO.
           05      C-PRT-BUCKET       OCCURS 4 TIMES
                                      PIC 9(7)V99  VALUE ZERO.

       01  LETTER-COUNT-AREA.
           05      C-LETTER-CTR       OCCURS 3 TIMES
                                      PIC 9(5)     VALUE ZERO.

      *    WHO THE LETTER GOES TO - THE CUSTOMER MASTER ENTRY WHEN
      *    THERE IS ONE, ELSE THE NAME AND ADDRESS ON THE ORDER.
       01  MAIL-TO-AREA.
           05      MT-LNAME           PIC X(15).
           05      MT-FNAME           PIC X(15).
           05      MT-ADDRESS         PIC X(15).
           05      MT-CITY            PIC X(10).
           05      MT-STATE           PIC XX.
           05      MT-ZIP             PIC 9(5).
           05      MT-ZIP2            PIC 9(4).

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

       01  DIVISION-TABLE-AREA.
           05      DIVISION-ENTRY     OCCURS 9 TIMES.
                   10  DT-NAME        PIC X(18).

      *    LETTER HEADINGS AND BODY TEXT BY LEVEL - FOUR LINES EACH.
       01  LETTER-TITLE-AREA.
           05  FILLER  PIC X(40)  VALUE "PAYMENT REMINDER".
           05  FILLER  PIC X(40)  VALUE
                                   "SECOND NOTICE - PAYMENT PAST DUE".
           05  FILLER  PIC X(40)  VALUE
               "FINAL NOTICE - PAYMENT SERIOUSLY OVERDUE".
       01  LETTER-TITLE-TABLE REDEFINES LETTER-TITLE-AREA.
           05  LETTER-TITLE  OCCURS 3 TIMES  PIC X(40).

       01  LETTER-TEXT-AREA.
           05  FILLER  PIC X(58)  VALUE
           "THANK YOU FOR SUPPORTING THE ALBIA SOCCER CLUB. OUR".
           05  FILLER  PIC X(58)  VALUE
           "RECORDS SHOW A BALANCE STILL OPEN ON THE POP ORDER BELOW.".
           05  FILLER  PIC X(58)  VALUE
           "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS NOTE.".
           05  FILLER  PIC X(58)  VALUE
           "OTHERWISE PLEASE RETURN THE STUB BELOW WITH YOUR PAYMENT.".
           05  FILLER  PIC X(58)  VALUE
           "WE WROTE EARLIER ABOUT THE BALANCE BELOW AND HAVE NOT YET".
           05  FILLER  PIC X(58)  VALUE
           "RECEIVED PAYMENT. THE CLUB HAS ALREADY PAID THE BOTTLER".
           05  FILLER  PIC X(58)  VALUE
           "FOR YOUR ORDER, AND UNPAID ORDERS COME OUT OF THE TEAMS'".
           05  FILLER  PIC X(58)  VALUE
           "SHARE. PLEASE SEND PAYMENT WITH THE STUB BELOW THIS WEEK.".
           05  FILLER  PIC X(58)  VALUE
           "THIS IS OUR FINAL NOTICE. THE BALANCE BELOW IS MORE THAN".
           05  FILLER  PIC X(58)  VALUE
           "60 DAYS PAST DELIVERY. PLEASE SEND PAYMENT IN FULL WITHIN".
           05  FILLER  PIC X(58)  VALUE
           "10 DAYS, OR CALL THE CLUB TREASURER TO ARRANGE PAYMENT.".
           05  FILLER  PIC X(58)  VALUE
           "BALANCES STILL UNPAID WILL BE REFERRED TO THE CLUB BOARD.".
       01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-AREA.
           05  LETTER-LEVEL-TEXT  OCCURS 3 TIMES.
               10  LETTER-TEXT    OCCURS 4 TIMES  PIC X(58).

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM25".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 AGING-TITLE-LINE.
           05      FILLER         PIC X(47)     VALUE SPACES.
           05      FILLER         PIC X(37)     VALUE
                                "AGED RECEIVABLES BY DIVISION AND TEAM".
           05      FILLER         PIC X(48)     VALUE SPACES.

       01 AGING-COL-HDG.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC XXX      VALUE SPACES.
           05      FILLER         PIC X(31)    VALUE "CUSTOMER".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "DELIVERED".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(4)     VALUE "DAYS".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "  0-14 DAYS".
           05      FILLER         PIC X(11)    VALUE " 15-30 DAYS".
           05      FILLER         PIC X(11)    VALUE " 31-60 DAYS".
           05      FILLER         PIC X(11)    VALUE "    OVER 60".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(18)    VALUE "NOTICE".
           05      FILLER         PIC X(9)     VALUE SPACES.

       01 AGING-GROUP-LINE.
           05   FILLER         PIC X(10)    VALUE "DIVISION: ".
           05   O-AG-DIV-NAME  PIC X(18).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "TEAM: ".
           05   O-AG-TEAM      PIC X.
           05   FILLER         PIC X(92)    VALUE SPACES.

       01 AGING-DETAIL-LINE.
           05   O-AG-ORDER     PIC 9(5).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-AG-FNAME     PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-AG-LNAME     PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-AG-MONTH     PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-AG-DAY       PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-AG-YEAR      PIC 9(4).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-AG-DAYS      PIC ZZZ9.
           05   FILLER         PIC XX       VALUE SPACES.
           05   AGING-DETAIL-BUCKET OCCURS 4 TIMES.
                10  O-AG-BUCKET PIC $$$,$$9.99 BLANK WHEN ZERO.
                10  FILLER      PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-AG-NOTICE    PIC X(18).
           05   O-AG-LETTER-NOTICE REDEFINES O-AG-NOTICE.
                10  FILLER      PIC X(7).
                10  O-AG-LETTER-LEVEL PIC 9.
                10  FILLER      PIC X(10).
           05   O-AG-PRIOR-NOTICE REDEFINES O-AG-NOTICE.
                10  FILLER      PIC X(11).
                10  O-AG-PRIOR-LEVEL PIC 9.
                10  FILLER      PIC X(6).
           05   FILLER         PIC X(9)     VALUE SPACES.

       01 AGING-TOTAL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-TL-LABEL     PIC X(40).
           05   O-TL-TEAM-LABEL REDEFINES O-TL-LABEL.
                10  FILLER      PIC X(5).
                10  O-TL-TEAM   PIC X.
                10  FILLER      PIC X(34).
           05   O-TL-DIV-LABEL REDEFINES O-TL-LABEL.
                10  FILLER      PIC X(17).
                10  O-TL-DIV-NAME PIC X(18).
                10  FILLER      PIC X(5).
           05   FILLER         PIC X(16)    VALUE SPACES.
           05   AGING-TOTAL-BUCKET OCCURS 4 TIMES.
                10  O-TL-BUCKET PIC $$$,$$9.99.
                10  FILLER      PIC X.
           05   FILLER         PIC XX       VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "TOTAL ".
           05   O-TL-TOTAL     PIC $$,$$$,$$9.99.
           05   FILLER         PIC X(8)     VALUE SPACES.

       01 COUNT-LINE.
           05  O-CT-LABEL      PIC X(30).
           05  O-CT-COUNT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(96)   VALUE SPACES.

      *    REMINDER LETTER LINES - PRINTED TO THEIR OWN FILE, ONE
      *    LETTER PER PAGE, WITH THE SAME TEAR-OFF REMITTANCE STUB AS
      *    THE CUSTOMER RECEIPT.
      *    THE LETTER'S OWN HEADING - DATED, BUT WITHOUT THE AGING
      *    REPORT'S PAGE NUMBER.
       01 LT-COMPANY-LINE.
           05      FILLER         PIC X(6)      VALUE "DATE: ".
           05      O-LT-MONTH     PIC 99.
           05      FILLER         PIC X         VALUE '/'.
           05      O-LT-DAY       PIC 99.
           05      FILLER         PIC X         VALUE '/'.
           05      O-LT-YEAR      PIC 9(4).
           05      FILLER         PIC X(36)     VALUE SPACES.
           05      FILLER         PIC X(28)     VALUE
                                         "ALBIA SOCCER CLUB FUNDRAISER".
           05      FILLER         PIC X(52)     VALUE SPACES.

       01 LT-TITLE-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-TITLE     PIC X(40).
           05   FILLER         PIC X(82)    VALUE SPACES.

       01 LT-NAME-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-FNAME     PIC X(15).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LT-LNAME     PIC X(15).
           05   FILLER         PIC X(91)    VALUE SPACES.

       01 LT-ADDR-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-ADDRESS   PIC X(15).
           05   FILLER         PIC X(107)   VALUE SPACES.

       01 LT-CITY-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-CITY      PIC X(10).
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LT-STATE     PIC XX.
           05   FILLER         PIC X        VALUE SPACE.
           05   O-LT-ZIP       PIC 9(5).
           05   FILLER         PIC X        VALUE "-".
           05   O-LT-ZIP2      PIC 9(4).
           05   FILLER         PIC X(98)    VALUE SPACES.

       01 LT-GREETING-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(28)    VALUE
                                   "DEAR SOCCER CLUB SUPPORTER,".
           05   FILLER         PIC X(94)    VALUE SPACES.

       01 LT-BODY-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-TEXT      PIC X(58).
           05   FILLER         PIC X(64)    VALUE SPACES.

       01 LT-ORDER-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   FILLER         PIC X(20)    VALUE "ORDER NUMBER:".
           05   O-LT-ORDER     PIC 9(5).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(11)    VALUE "DELIVERED: ".
           05   O-LT-DMONTH    PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-LT-DDAY      PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-LT-DYEAR     PIC 9(4).
           05   FILLER         PIC X(71)    VALUE SPACES.

       01 LT-AMOUNT-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-LABEL     PIC X(20).
           05   O-LT-AMOUNT    PIC $$,$$9.99.
           05   FILLER         PIC X(93)    VALUE SPACES.

       01 LT-CLOSE-LINE.
           05   FILLER         PIC X(10)    VALUE SPACES.
           05   O-LT-CLOSE     PIC X(30).
           05   FILLER         PIC X(92)    VALUE SPACES.

       01 STUB-RULE-LINE.
           05  FILLER          PIC X(132)  VALUE ALL "-".

       01 STUB-TITLE-LINE.
           05  FILLER          PIC X(40)   VALUE
               "REMITTANCE STUB - DETACH AND RETURN WITH".
           05  FILLER          PIC X(8)    VALUE " PAYMENT".
           05  FILLER          PIC X(84)   VALUE SPACES.

       01 STUB-NAME-LINE.
           05  FILLER          PIC X(10)   VALUE "FROM:".
           05  O-STUB-FNAME    PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-STUB-LNAME    PIC X(15).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE "ORDER: ".
           05  O-STUB-ORDER    PIC 9(5).
           05  FILLER          PIC X(74)   VALUE SPACES.

       01 STUB-DUE-LINE.
           05  FILLER          PIC X(18)   VALUE "BALANCE DUE:".
           05  O-STUB-DUE      PIC $$$,$$9.99.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE "AMOUNT ENCLOSED $".
           05  FILLER          PIC X(12)   VALUE "____________".
           05  FILLER          PIC X(65)   VALUE SPACES.

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
           MOVE I-YEAR TO O-LT-YEAR.
           MOVE I-MONTH TO O-LT-MONTH.
           MOVE I-DAY TO O-LT-DAY.
           MOVE I-DATE TO C-TODAY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-DIVISION S-TEAM S-ORDER-NUM
               INPUT PROCEDURE IS 1050-RELEASE-RECEIVABLE
               GIVING SORTED-RECEIVABLE.

           PERFORM 1100-LOAD-PRICES.
           PERFORM 1300-LOAD-DEPOSIT-RATES.
           PERFORM 1320-LOAD-TAX-RATES.
           PERFORM 1500-LOAD-DIVISIONS.
           PERFORM 1600-LOAD-CUSTOMERS.
           PERFORM 1700-LOAD-BALANCES.
           PERFORM 1900-OPEN-DELIVERY.
           OPEN I-O NOTICE-HISTORY-FILE.

           OPEN INPUT SORTED-RECEIVABLE.
           OPEN OUTPUT AGING-OUT.
           OPEN OUTPUT LETTER-OUT.

           PERFORM 9100-HDG.
           PERFORM 9000-READ.

      *    CANCELLED AND REFUSED ORDERS NEVER REACH THE SORT - NEITHER
      *    OWES THE CLUB ANYTHING.
       1050-RELEASE-RECEIVABLE.
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
           MOVE "NO" TO OX-SKIP-SW.
           IF OM-EOF-SW = "NO"
               ADD 1 TO C-READ-TOTAL
               PERFORM 1080-CHECK-STATUS.
           IF OM-EOF-SW = "NO" AND OX-SKIP-SW = "NO"
               MOVE OM-REC TO SORT-REC
               RELEASE SORT-REC.

       1070-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       1080-CHECK-STATUS.
           IF OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-SKIP-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                           MOVE "YES" TO OX-SKIP-SW
                           ADD 1 TO C-SKIP-TOTAL.

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

       1700-LOAD-BALANCES.
           MOVE "NO" TO BAL-OPEN-SW.
           OPEN INPUT BALANCE-FILE.
           IF BAL-STATUS = "00" OR BAL-STATUS = "05"
               MOVE "YES" TO BAL-OPEN-SW
           ELSE
               CLOSE BALANCE-FILE.

      *    NO CONFIRMATION KEYING YET MEANS NOTHING HAS BEEN
      *    DELIVERED, AND NOTHING IS AGED.
       1900-OPEN-DELIVERY.
           MOVE "NO" TO DS-OPEN-SW.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF DS-STATUS-CODE = "00"
               MOVE "YES" TO DS-OPEN-SW
           ELSE
               CLOSE DELIVERY-STATUS-FILE.

       2000-MAINLINE.
           PERFORM 2100-VALIDATION.
           IF ERROR-SW = "YES"
               ADD 1 TO C-ERR-TOTAL
           ELSE
               PERFORM 2050-CHECK-BREAK
               PERFORM 2200-AGE-ORDER.
           PERFORM 9000-READ.

       2050-CHECK-BREAK.
           IF C-GROUP-OPEN-SW = "NO"
               PERFORM 2060-START-DIVISION
           ELSE
               IF I-DIVISION NOT = C-CURR-DIV
                   PERFORM 2700-TEAM-TOTAL
                   PERFORM 2750-DIVISION-TOTAL
                   PERFORM 2060-START-DIVISION
               ELSE
                   IF I-TEAM NOT = C-CURR-TEAM
                       PERFORM 2700-TEAM-TOTAL
                       PERFORM 2070-START-TEAM.

       2060-START-DIVISION.
           MOVE "YES" TO C-GROUP-OPEN-SW.
           MOVE I-DIVISION TO C-CURR-DIV.
           MOVE ZERO TO C-DIV-LINES.
           MOVE 1 TO C-BK-SUB.
           PERFORM 2065-CLEAR-DIV-BUCKET
               UNTIL C-BK-SUB > 4.
           PERFORM 2070-START-TEAM.

       2065-CLEAR-DIV-BUCKET.
           MOVE ZERO TO DB-AMT (C-BK-SUB).
           ADD 1 TO C-BK-SUB.

      *    THE TEAM HEADING WAITS FOR THE TEAM'S FIRST AGED ORDER, SO
      *    A TEAM WHOSE CUSTOMERS HAVE ALL PAID PRINTS NOTHING.
       2070-START-TEAM.
           MOVE I-TEAM TO C-CURR-TEAM.
           MOVE "NO" TO C-TEAM-HDG-SW.
           MOVE ZERO TO C-TEAM-LINES.
           MOVE 1 TO C-BK-SUB.
           PERFORM 2075-CLEAR-TEAM-BUCKET
               UNTIL C-BK-SUB > 4.

       2075-CLEAR-TEAM-BUCKET.
           MOVE ZERO TO TB-AMT (C-BK-SUB).
           ADD 1 TO C-BK-SUB.

      *    AN ORDER THAT CANNOT BE PRICED OR GROUPED IS LEFT OFF THE
      *    AGING RATHER THAN DUNNED FOR THE WRONG AMOUNT.
       2100-VALIDATION.
           MOVE "NO" TO ERROR-SW.
           IF I-POP-TYPE NOT NUMERIC OR I-NUM-CASES NOT NUMERIC
                   OR I-DIVISION NOT NUMERIC OR I-ORDER-NUM NOT NUMERIC
               MOVE "YES" TO ERROR-SW
           ELSE
               IF I-POP-TYPE < 1 OR I-POP-TYPE > 6
                       OR I-NUM-CASES = ZERO
                       OR I-DIVISION = ZERO
                       OR I-ORDER-NUM = ZERO
                       OR NOT VAL-TEAM
                   MOVE "YES" TO ERROR-SW.

       2200-AGE-ORDER.
           PERFORM 2205-COMPUTE-TOTAL-SALE.
           PERFORM 2250-FIND-PAID.
           IF C-AMT-PAID NOT < C-TOTAL-SALE
               ADD 1 TO C-PAID-TOTAL
           ELSE
               PERFORM 2300-FIND-DELIVERY
               IF C-DELIVERED-SW = "NO"
                   ADD 1 TO C-UNDELIV-TOTAL
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (DS-DATE-NUM)
                           NOT = ZERO
                       ADD 1 TO C-ERR-TOTAL
                   ELSE
                       PERFORM 2400-AGE-BALANCE.

       2205-COMPUTE-TOTAL-SALE.
           PERFORM 2210-PRICE-LOOKUP.
           PERFORM 2230-DEPOSIT-LOOKUP.
           PERFORM 2245-TAX-LOOKUP.
           COMPUTE C-TOTAL-SALE = PRICE-PER-CASE * I-NUM-CASES  +
                                         C-DEPOSIT-AMT + C-TAX-AMT
               ON SIZE ERROR
                   MOVE 9999.99 TO C-TOTAL-SALE.

       2210-PRICE-LOOKUP.
           MOVE ZERO TO PRICE-PER-CASE.
           MOVE 1 TO C-SCTR.
           PERFORM 2220-PRICE-MATCH
               UNTIL C-SCTR > C-PT-CTR.

       2220-PRICE-MATCH.
           IF PT-POP-TYPE (C-SCTR) = I-POP-TYPE
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
           IF DR-TABLE-STATE (C-SCTR) = I-STATE
               COMPUTE C-DEPOSIT-AMT = DR-TABLE-UNITS (C-SCTR) *
                            DR-TABLE-RATE (C-SCTR) * I-NUM-CASES
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

       2245-TAX-LOOKUP.
           MOVE ZERO TO C-TAX-AMT.
           MOVE 1 TO C-SCTR.
           PERFORM 2248-TAX-MATCH
               UNTIL C-SCTR > C-TX-CTR.

       2248-TAX-MATCH.
           IF TX-TABLE-STATE (C-SCTR) = I-STATE
               COMPUTE C-TAX-AMT ROUNDED = PRICE-PER-CASE *
                            I-NUM-CASES * TX-TABLE-RATE (C-SCTR)
               MOVE 21 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.

      *    SAME RULE AS THE RECEIPT RUN - AN ORDER FLAGGED PAID IS
      *    PAID IN FULL, OTHERWISE THE BALANCE RECORD SAYS WHAT HAS
      *    COME IN SO FAR.
       2250-FIND-PAID.
           MOVE ZERO TO C-AMT-PAID.
           IF VAL-PAID
               MOVE C-TOTAL-SALE TO C-AMT-PAID
           ELSE
               IF BAL-OPEN-SW = "YES"
                   MOVE I-ORDER-NUM TO BL-ORDER-NUM
                   READ BALANCE-FILE
                       INVALID KEY
                           MOVE ZERO TO C-AMT-PAID
                       NOT INVALID KEY
                           MOVE BL-AMT-PAID TO C-AMT-PAID.

       2300-FIND-DELIVERY.
           MOVE "NO" TO C-DELIVERED-SW.
           IF DS-OPEN-SW = "YES"
               MOVE I-ORDER-NUM TO DS-ORDER-NUM
               READ DELIVERY-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO C-DELIVERED-SW
                   NOT INVALID KEY
                       IF VAL-DS-DELIVERED AND DS-DATE NUMERIC
                           MOVE "YES" TO C-DELIVERED-SW.

      *    DAYS SINCE DELIVERY DECIDE THE COLUMN, AND THE COLUMN
      *    DECIDES THE LETTER: NONE UNDER 15 DAYS, THEN LEVELS 1 TO 3.
       2400-AGE-BALANCE.
           ADD 1 TO C-AGED-TOTAL.
           COMPUTE C-BALANCE = C-TOTAL-SALE - C-AMT-PAID.
           COMPUTE C-AGE-DAYS = FUNCTION INTEGER-OF-DATE (C-TODAY)
                   - FUNCTION INTEGER-OF-DATE (DS-DATE-NUM).
           IF C-AGE-DAYS < ZERO
               MOVE ZERO TO C-AGE-DAYS.

           IF C-AGE-DAYS < 15
               MOVE 1 TO C-BK-SUB
           ELSE
               IF C-AGE-DAYS < 31
                   MOVE 2 TO C-BK-SUB
               ELSE
                   IF C-AGE-DAYS < 61
                       MOVE 3 TO C-BK-SUB
                   ELSE
                       MOVE 4 TO C-BK-SUB.
           COMPUTE C-LEVEL = C-BK-SUB - 1.

           ADD C-BALANCE TO TB-AMT (C-BK-SUB).
           ADD C-BALANCE TO DB-AMT (C-BK-SUB).
           ADD C-BALANCE TO GB-AMT (C-BK-SUB).
           ADD 1 TO C-TEAM-LINES.
           ADD 1 TO C-DIV-LINES.

           PERFORM 2450-SET-MAIL-TO.
           MOVE SPACES TO O-AG-NOTICE.
           IF C-LEVEL > ZERO
               PERFORM 2500-CHECK-NOTICE.
           PERFORM 2600-PRINT-DETAIL.

       2450-SET-MAIL-TO.
           MOVE "NO" TO C-CUST-FOUND-SW.
           MOVE 1 TO C-CM-SCTR.
           PERFORM 2460-CUST-MATCH
               UNTIL C-CM-SCTR > C-CM-CTR.
           IF C-CUST-FOUND-SW = "YES"
               MOVE CM-TABLE-LNAME (C-CM-SUB) TO MT-LNAME
               MOVE CM-TABLE-FNAME (C-CM-SUB) TO MT-FNAME
               MOVE CM-TABLE-ADDRESS (C-CM-SUB) TO MT-ADDRESS
               MOVE CM-TABLE-CITY (C-CM-SUB) TO MT-CITY
               MOVE CM-TABLE-STATE (C-CM-SUB) TO MT-STATE
               MOVE CM-TABLE-ZIP (C-CM-SUB) TO MT-ZIP
               MOVE CM-TABLE-ZIP2 (C-CM-SUB) TO MT-ZIP2
           ELSE
               MOVE I-LNAME TO MT-LNAME
               MOVE I-FNAME TO MT-FNAME
               MOVE I-ADDRESS TO MT-ADDRESS
               MOVE I-CITY TO MT-CITY
               MOVE I-STATE TO MT-STATE
               MOVE I-ZIP TO MT-ZIP
               MOVE I-ZIP2 TO MT-ZIP2.

       2460-CUST-MATCH.
           IF CM-TABLE-NUM (C-CM-SCTR) = I-CUST-NUM
               MOVE "YES" TO C-CUST-FOUND-SW
               MOVE C-CM-SCTR TO C-CM-SUB
               MOVE 2001 TO C-CM-SCTR
           ELSE
               ADD 1 TO C-CM-SCTR.

      *    A LETTER GOES OUT ONLY WHEN THE ORDER HAS AGED PAST EVERY
      *    LEVEL IT HAS ALREADY HAD. ONE THAT SAT UNNOTICED UNTIL IT
      *    WAS 61 DAYS OLD GETS THE FINAL NOTICE, NOT ALL THREE.
       2500-CHECK-NOTICE.
           MOVE ZERO TO C-PRIOR-LEVEL.
           MOVE I-ORDER-NUM TO NH-ORDER-NUM.
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   MOVE "NO" TO NH-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO NH-FOUND-SW
                   MOVE NH-LEVEL TO C-PRIOR-LEVEL.

           IF C-LEVEL > C-PRIOR-LEVEL
               PERFORM 2550-PRINT-LETTER
               ADD 1 TO C-LETTER-CTR (C-LEVEL)
               MOVE "LETTER   PRINTED" TO O-AG-NOTICE
               MOVE C-LEVEL TO O-AG-LETTER-LEVEL
               MOVE I-ORDER-NUM TO NH-ORDER-NUM
               MOVE C-LEVEL TO NH-LEVEL
               MOVE C-TODAY TO NH-DATE
               MOVE C-BALANCE TO NH-BALANCE
               IF NH-FOUND-SW = "YES"
                   REWRITE NH-REC
               ELSE
                   WRITE NH-REC
           ELSE
               ADD 1 TO C-REPEAT-TOTAL
               MOVE "HAD LETTER" TO O-AG-NOTICE
               MOVE C-PRIOR-LEVEL TO O-AG-PRIOR-LEVEL.

       2550-PRINT-LETTER.
           MOVE LETTER-TITLE (C-LEVEL) TO O-LT-TITLE.
           WRITE LTRLINE FROM LT-COMPANY-LINE
               AFTER ADVANCING PAGE.
           WRITE LTRLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE LTRLINE FROM LT-TITLE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE MT-FNAME TO O-LT-FNAME.
           MOVE MT-LNAME TO O-LT-LNAME.
           WRITE LTRLINE FROM LT-NAME-LINE
               AFTER ADVANCING 3 LINES.
           MOVE MT-ADDRESS TO O-LT-ADDRESS.
           WRITE LTRLINE FROM LT-ADDR-LINE
               AFTER ADVANCING 1 LINES.
           MOVE MT-CITY TO O-LT-CITY.
           MOVE MT-STATE TO O-LT-STATE.
           MOVE MT-ZIP TO O-LT-ZIP.
           MOVE MT-ZIP2 TO O-LT-ZIP2.
           WRITE LTRLINE FROM LT-CITY-LINE
               AFTER ADVANCING 1 LINES.

           WRITE LTRLINE FROM LT-GREETING-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 1 TO C-SCTR.
           PERFORM 2560-PRINT-BODY-LINE
               UNTIL C-SCTR > 4.

           MOVE I-ORDER-NUM TO O-LT-ORDER.
           MOVE DS-MONTH TO O-LT-DMONTH.
           MOVE DS-DAY TO O-LT-DDAY.
           MOVE DS-YEAR TO O-LT-DYEAR.
           WRITE LTRLINE FROM LT-ORDER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ORDER TOTAL:" TO O-LT-LABEL.
           MOVE C-TOTAL-SALE TO O-LT-AMOUNT.
           WRITE LTRLINE FROM LT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PAID TO DATE:" TO O-LT-LABEL.
           MOVE C-AMT-PAID TO O-LT-AMOUNT.
           WRITE LTRLINE FROM LT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE "BALANCE DUE:" TO O-LT-LABEL.
           MOVE C-BALANCE TO O-LT-AMOUNT.
           WRITE LTRLINE FROM LT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           MOVE "SINCERELY," TO O-LT-CLOSE.
           WRITE LTRLINE FROM LT-CLOSE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ALBIA SOCCER CLUB TREASURER" TO O-LT-CLOSE.
           WRITE LTRLINE FROM LT-CLOSE-LINE
               AFTER ADVANCING 3 LINES.

           WRITE LTRLINE FROM STUB-RULE-LINE
               AFTER ADVANCING 4 LINES.
           WRITE LTRLINE FROM STUB-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           MOVE MT-FNAME TO O-STUB-FNAME.
           MOVE MT-LNAME TO O-STUB-LNAME.
           MOVE I-ORDER-NUM TO O-STUB-ORDER.
           WRITE LTRLINE FROM STUB-NAME-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-BALANCE TO O-STUB-DUE.
           WRITE LTRLINE FROM STUB-DUE-LINE
               AFTER ADVANCING 2 LINES.

       2560-PRINT-BODY-LINE.
           MOVE LETTER-TEXT (C-LEVEL, C-SCTR) TO O-LT-TEXT.
           WRITE LTRLINE FROM LT-BODY-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO C-SCTR.

       2600-PRINT-DETAIL.
           IF C-TEAM-HDG-SW = "NO"
               PERFORM 2650-PRINT-GROUP-HDG.
           MOVE I-ORDER-NUM TO O-AG-ORDER.
           MOVE MT-FNAME TO O-AG-FNAME.
           MOVE MT-LNAME TO O-AG-LNAME.
           MOVE DS-MONTH TO O-AG-MONTH.
           MOVE DS-DAY TO O-AG-DAY.
           MOVE DS-YEAR TO O-AG-YEAR.
           MOVE C-AGE-DAYS TO O-AG-DAYS.
           MOVE ZERO TO O-AG-BUCKET (1).
           MOVE ZERO TO O-AG-BUCKET (2).
           MOVE ZERO TO O-AG-BUCKET (3).
           MOVE ZERO TO O-AG-BUCKET (4).
           MOVE C-BALANCE TO O-AG-BUCKET (C-BK-SUB).
           WRITE PRTLINE FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       2650-PRINT-GROUP-HDG.
           MOVE "YES" TO C-TEAM-HDG-SW.
           MOVE DT-NAME (C-CURR-DIV) TO O-AG-DIV-NAME.
           MOVE C-CURR-TEAM TO O-AG-TEAM.
           WRITE PRTLINE FROM AGING-GROUP-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       2700-TEAM-TOTAL.
           IF C-TEAM-LINES > ZERO
               MOVE SPACES TO O-TL-LABEL
               MOVE "TEAM   TOTAL" TO O-TL-LABEL
               MOVE C-CURR-TEAM TO O-TL-TEAM
               MOVE 1 TO C-BK-SUB
               PERFORM 2710-MOVE-TEAM-BUCKET
                   UNTIL C-BK-SUB > 4
               PERFORM 2900-PRINT-TOTAL.

       2710-MOVE-TEAM-BUCKET.
           MOVE TB-AMT (C-BK-SUB) TO C-PRT-BUCKET (C-BK-SUB).
           ADD 1 TO C-BK-SUB.

       2750-DIVISION-TOTAL.
           IF C-DIV-LINES > ZERO
               MOVE SPACES TO O-TL-LABEL
               MOVE "DIVISION TOTAL - " TO O-TL-LABEL
               MOVE DT-NAME (C-CURR-DIV) TO O-TL-DIV-NAME
               MOVE 1 TO C-BK-SUB
               PERFORM 2760-MOVE-DIV-BUCKET
                   UNTIL C-BK-SUB > 4
               PERFORM 2900-PRINT-TOTAL.

       2760-MOVE-DIV-BUCKET.
           MOVE DB-AMT (C-BK-SUB) TO C-PRT-BUCKET (C-BK-SUB).
           ADD 1 TO C-BK-SUB.

       2900-PRINT-TOTAL.
           MOVE ZERO TO C-PRT-TOTAL.
           MOVE 1 TO C-BK-SUB.
           PERFORM 2910-MOVE-TOTAL-BUCKET
               UNTIL C-BK-SUB > 4.
           MOVE C-PRT-TOTAL TO O-TL-TOTAL.
           WRITE PRTLINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       2910-MOVE-TOTAL-BUCKET.
           MOVE C-PRT-BUCKET (C-BK-SUB) TO O-TL-BUCKET (C-BK-SUB).
           ADD C-PRT-BUCKET (C-BK-SUB) TO C-PRT-TOTAL.
           ADD 1 TO C-BK-SUB.

       3000-CLOSING.
           IF C-GROUP-OPEN-SW = "YES"
               PERFORM 2700-TEAM-TOTAL
               PERFORM 2750-DIVISION-TOTAL.

           MOVE SPACES TO O-TL-LABEL.
           MOVE "CLUB TOTAL - ALL DIVISIONS" TO O-TL-LABEL.
           MOVE 1 TO C-BK-SUB.
           PERFORM 3010-MOVE-CLUB-BUCKET
               UNTIL C-BK-SUB > 4.
           PERFORM 2900-PRINT-TOTAL.

           MOVE "ORDERS READ:" TO O-CT-LABEL.
           MOVE C-READ-TOTAL TO O-CT-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "CANCELLED OR REFUSED:" TO O-CT-LABEL.
           MOVE C-SKIP-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "LEFT OUT - INVALID DATA:" TO O-CT-LABEL.
           MOVE C-ERR-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "PAID IN FULL:" TO O-CT-LABEL.
           MOVE C-PAID-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "OWING, NOT YET DELIVERED:" TO O-CT-LABEL.
           MOVE C-UNDELIV-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "OWING AND AGED:" TO O-CT-LABEL.
           MOVE C-AGED-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "REMINDER LETTERS PRINTED:" TO O-CT-LABEL.
           MOVE C-LETTER-CTR (1) TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "SECOND NOTICES PRINTED:" TO O-CT-LABEL.
           MOVE C-LETTER-CTR (2) TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FINAL NOTICES PRINTED:" TO O-CT-LABEL.
           MOVE C-LETTER-CTR (3) TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "LETTER ALREADY SENT:" TO O-CT-LABEL.
           MOVE C-REPEAT-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE SORTED-RECEIVABLE.
           CLOSE NOTICE-HISTORY-FILE.
           CLOSE AGING-OUT.
           CLOSE LETTER-OUT.
           IF BAL-OPEN-SW = "YES"
               CLOSE BALANCE-FILE.
           IF DS-OPEN-SW = "YES"
               CLOSE DELIVERY-STATUS-FILE.

       3010-MOVE-CLUB-BUCKET.
           MOVE GB-AMT (C-BK-SUB) TO C-PRT-BUCKET (C-BK-SUB).
           ADD 1 TO C-BK-SUB.

       3050-WRITE-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM25" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-ERR-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SORTED-RECEIVABLE
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM AGING-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM AGING-COL-HDG
               AFTER ADVANCING 2 LINES.
