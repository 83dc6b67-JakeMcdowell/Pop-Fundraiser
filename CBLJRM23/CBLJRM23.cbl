       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM23.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *          BOTTLER INVOICE MATCHING AND COST POSTING              *
      *******************************************************************

      *    MATCHES THE BOTTLER'S INVOICES (CBLPOPBI.DAT - ONE RECORD
      *    PER INVOICE LINE: INVOICE NUMBER AND DATE, POP TYPE, CASES
      *    BILLED AND COST PER CASE) AGAINST THE 'R' RECEIPTS CBLJRM15
      *    POSTED FROM CBLPOPIR.DAT. THE INVOICE DATE IS THE DELIVERY
      *    DATE, SO EACH LINE IS MATCHED TO THE CASES OF ITS POP TYPE
      *    RECEIVED THAT DAY. RECEIVED CASES ARE USED UP AS INVOICES
      *    MATCH - HERE AND IN EARLIER RUNS, FROM THE INVOICE HISTORY
      *    FILE (CBLPOPIH.DAT) - SO ONE TRUCK CANNOT PAY TWO INVOICES.
      *
      *    THE MATCH/EXCEPTION REGISTER (CBLPOPBM.PRT) LISTS EVERY
      *    INVOICE. A LINE IS SHORT SHIPPED WHEN FEWER CASES WERE
      *    RECEIVED THAN BILLED, AND OVER-BILLED WHEN ITS COST PER
      *    CASE IS ABOVE THE AGREED COST ON CBLPOPCC.DAT (NO AGREED
      *    COST ON FILE FOR A POP TYPE MEANS NO COST CHECK). AN
      *    INVOICE WITH NOTHING RECEIVED ON ITS DATE, ONE ALREADY
      *    MATCHED IN AN EARLIER RUN, OR ANY LINE IN EXCEPTION IS
      *    HELD FOR THE TREASURER.
      *
      *    EACH FULLY MATCHED INVOICE GOES ON THE INVOICE HISTORY FILE
      *    AND BOOKS COST OF GOODS PER POP TYPE AGAINST ACCOUNTS
      *    PAYABLE IN THE GL EXPORT (CBLPOPGL.DAT) - SAME LAYOUT AND
      *    PROOF SHEET AS THE SALES AND PAYMENT RUNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INVOICE-FILE
           ASSIGN TO "C:\COBOL\CBLPOPBI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

       SELECT SORTED-INVOICE
           ASSIGN TO "C:\COBOL\CBLPOPBI.SRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECEIPT-TRANS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AGREED-COST-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL INVOICE-HISTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPIH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IH-INVOICE-NUM
           FILE STATUS IS IH-STATUS-CODE.

       SELECT REGISTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPBM.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL GL-EXPORT
           ASSIGN TO "C:\COBOL\CBLPOPGL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER INVOICE LINE, KEYED FROM THE BOTTLER'S
      *    PAPER INVOICE. THE LINES OF ONE INVOICE NEED NOT BE
      *    TOGETHER - THE RUN SORTS THEM BY INVOICE NUMBER.
       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BI-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  BI-REC.
           05     BI-INVOICE-NUM     PIC X(10).
           05     BI-INVOICE-DATE    PIC 9(8).
           05     BI-POP-TYPE        PIC 99.
           05     BI-CASES           PIC 9(5).
           05     BI-COST-PER-CASE   PIC 999V99.

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05     S-INVOICE-NUM      PIC X(10).
           05     S-INVOICE-DATE     PIC 9(8).
           05     S-POP-TYPE         PIC 99.
           05     S-CASES            PIC 9(5).
           05     S-COST-PER-CASE    PIC 999V99.

       FD  SORTED-INVOICE
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  I-REC.
           05     I-INVOICE-NUM      PIC X(10).
           05     I-INVOICE-DATE.
                  10  I-INV-YEAR     PIC 9(4).
                  10  I-INV-MONTH    PIC 99.
                  10  I-INV-DAY      PIC 99.
           05     I-POP-TYPE         PIC 99.
           05     I-CASES            PIC 9(5).
           05     I-COST-PER-CASE    PIC 999V99.

      *    SAME TRANSACTIONS CBLJRM15 POSTS - ONLY THE 'R' RECEIPTS
      *    ARE USED HERE.
       FD  RECEIPT-TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IR-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  IR-REC.
           05     IR-DATE            PIC 9(8).
           05     IR-TRANS-TYPE      PIC X.
               88 VAL-IR-RECEIPT VALUE 'R'.
           05     IR-POP-TYPE        PIC 99.
               88 VAL-IR-POP-TYPE VALUE 1, 2, 3, 4, 5, 6,.
           05     IR-QTY             PIC 9(6).

      *    THE COST PER CASE AGREED WITH THE BOTTLER FOR THE SEASON,
      *    ONE RECORD PER POP TYPE.
       FD  AGREED-COST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  CC-REC.
           05     CC-POP-TYPE        PIC 99.
           05     CC-COST-PER-CASE   PIC 999V99.

      *    ONE RECORD PER INVOICE MATCHED AND BOOKED - THE CASES IT
      *    USED UP PER POP TYPE, AND THE AMOUNT SENT TO PAYABLES.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IH-REC
           RECORD CONTAINS 65 CHARACTERS.

       01  IH-REC.
           05     IH-INVOICE-NUM     PIC X(10).
           05     IH-INVOICE-DATE    PIC 9(8).
           05     IH-MATCH-DATE      PIC 9(8).
           05     IH-AMOUNT          PIC 9(7)V99.
           05     IH-CASES           OCCURS 6 TIMES
                                     PIC 9(5).

       FD  REGISTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    GENERAL-LEDGER INTERFACE - SAME FIXED LAYOUT CBLJRM05
      *    APPENDS, ONE BALANCED BATCH PER RUN. THE TREASURER'S
      *    PACKAGE IMPORTS CBLPOPGL.DAT DIRECTLY.
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
           05      BI-EOF-SW          PIC XXX      VALUE "NO".
           05      IR-EOF-SW          PIC XXX      VALUE "NO".
           05      CC-EOF-SW          PIC XXX      VALUE "NO".
           05      IH-STATUS-CODE     PIC XX.
           05      IH-EOF-SW          PIC XXX      VALUE "NO".
           05      IH-FOUND-SW        PIC XXX      VALUE "NO".
           05      C-INVOICE-OPEN-SW  PIC XXX      VALUE "NO".
           05      C-MATCH-SW         PIC XXX      VALUE "NO".
           05      C-DATE-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-IL-OVER-SW       PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-IV-SUB           PIC 9        VALUE ZERO.
           05      C-IL-SUB           PIC 99       VALUE ZERO.
           05      C-RT-SUB           PIC 999      VALUE ZERO.
           05      C-RT-SCTR          PIC 999      VALUE ZERO.
           05      C-MT-SUB           PIC 999      VALUE ZERO.
           05      C-LOOKUP-DATE      PIC 9(8)     VALUE ZERO.
           05      C-LOOKUP-POP       PIC 99       VALUE ZERO.
           05      C-AVAIL-QTY        PIC 9(7)     VALUE ZERO.
           05      C-CURR-INVOICE     PIC X(10)    VALUE SPACES.
           05      C-CURR-DATE.
                   10  C-CURR-YEAR    PIC 9(4).
                   10  C-CURR-MONTH   PIC 99.
                   10  C-CURR-DAY     PIC 99.
           05      C-INV-AMOUNT       PIC 9(7)V99  VALUE ZERO.
           05      C-DISPOSITION      PIC X(40)    VALUE SPACES.
           05      C-INV-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-LINE-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-MATCH-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-HELD-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-SHORT-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-OVER-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-NO-RCPT-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-DUP-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-EXC-LINE-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-APPROVED-TOTAL   PIC 9(9)V99  VALUE ZERO.

      *    GENERAL-LEDGER EXPORT WORK FIELDS AND PROOF TOTALS.
           05      C-GL-ACCOUNT       PIC 9(4)     VALUE ZERO.
           05      C-GL-DRCR          PIC X        VALUE SPACE.
           05      C-GL-AMOUNT        PIC 9(9)V99  VALUE ZERO.
           05      C-GL-DESC          PIC X(20)    VALUE SPACES.
           05      C-GL-DR-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05      C-GL-CR-TOTAL      PIC 9(9)V99  VALUE ZERO.

       01  C-AP-DESC.
           05      FILLER             PIC X(7)     VALUE "AP INV ".
           05      C-AP-INVOICE       PIC X(10).
           05      FILLER             PIC X(3)     VALUE SPACES.

      *    AGREED COST PER CASE, SUBSCRIPTED BY THE POP TYPE CODE.
      *    ZERO MEANS NONE ON FILE.
       01  AGREED-COST-AREA.
           05      AC-COST            OCCURS 6 TIMES
                                      PIC 999V99   VALUE ZERO.

      *    CASES RECEIVED PER DELIVERY DATE AND POP TYPE, AND HOW MANY
      *    OF THEM MATCHED INVOICES HAVE ALREADY ACCOUNTED FOR.
       01  RECEIPT-TABLE-AREA.
           05      C-RT-CTR           PIC 999      VALUE ZERO.
           05      RECEIPT-ENTRY      OCCURS 500 TIMES.
                   10  RT-DATE        PIC 9(8).
                   10  RT-POP-TYPE    PIC 99.
                   10  RT-QTY         PIC 9(7).
                   10  RT-USED        PIC 9(7).

      *    THE LINES OF THE INVOICE BEING MATCHED. IL-RT-SUB POINTS AT
      *    THE RECEIPT ENTRY A MATCHED LINE USED UP, SO A HELD INVOICE
      *    CAN GIVE ITS CASES BACK.
       01  INVOICE-LINE-AREA.
           05      C-IL-CTR           PIC 99       VALUE ZERO.
           05      INVOICE-LINE-ENTRY OCCURS 30 TIMES.
                   10  IL-POP-TYPE    PIC 99.
                   10  IL-CASES       PIC 9(5).
                   10  IL-COST        PIC 999V99.
                   10  IL-RCVD        PIC 9(7).
                   10  IL-EXT         PIC 9(7)V99.
                   10  IL-RT-SUB      PIC 999.
                   10  IL-EXCEPTION   PIC X(30).

      *    INVOICES MATCHED THIS RUN, BOOKED TO THE GL AND THE
      *    INVOICE HISTORY AT END OF JOB.
       01  MATCHED-TABLE-AREA.
           05      C-MT-CTR           PIC 999      VALUE ZERO.
           05      MATCHED-ENTRY      OCCURS 200 TIMES.
                   10  MT-INVOICE-NUM  PIC X(10).
                   10  MT-INVOICE-DATE PIC 9(8).
                   10  MT-TOTAL        PIC 9(7)V99.
                   10  MT-COST         OCCURS 6 TIMES
                                       PIC 9(7)V99.
                   10  MT-CASES        OCCURS 6 TIMES
                                       PIC 9(5).

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM23".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 COMPANY-TITLE-LINE3.
           05      FILLER         PIC X(46)     VALUE SPACES.
           05      FILLER         PIC X(40)     VALUE
                             "BOTTLER INVOICE MATCH/EXCEPTION REGISTER".
           05      FILLER         PIC X(46)     VALUE SPACES.

       01 COL-HDG1.
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(16)    VALUE "POP TYPE".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "BILLED".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE " RCVD".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "  COST".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "AGREED".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "  EXTENDED".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "EXCEPTION".
           05      FILLER         PIC X(52)    VALUE SPACES.

       01 INVOICE-HDG-LINE.
           05   FILLER         PIC X(9)     VALUE "INVOICE: ".
           05   O-IH-INVOICE   PIC X(10).
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   FILLER         PIC X(6)     VALUE "DATE: ".
           05   O-IH-MONTH     PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-IH-DAY       PIC 99.
           05   FILLER         PIC X        VALUE '/'.
           05   O-IH-YEAR      PIC 9(4).
           05   FILLER         PIC X(93)    VALUE SPACES.

       01 DETAIL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-POP-NAME     PIC X(16).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-BILLED       PIC ZZ,ZZ9.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RCVD         PIC ZZ,ZZ9.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-COST         PIC ZZ9.99.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-AGREED       PIC ZZZ.ZZ.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-EXTENDED     PIC $$$,$$9.99.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-EXCEPTION    PIC X(30).
           05   FILLER         PIC X(31)    VALUE SPACES.

       01 DISPOSITION-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-DISPOSITION  PIC X(40).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   FILLER         PIC X(15)    VALUE "INVOICE TOTAL:".
           05   O-INV-AMOUNT   PIC $$,$$$,$$9.99.
           05   FILLER         PIC X(58)    VALUE SPACES.

       01 TOTAL-INV-LINE.
           05  FILLER          PIC X(24)  VALUE "INVOICES READ:".
           05  O-INV-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-LINE-LINE.
           05  FILLER          PIC X(24)  VALUE "INVOICE LINES READ:".
           05  O-LINE-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-MATCH-LINE.
           05  FILLER          PIC X(24)  VALUE "INVOICES MATCHED:".
           05  O-MATCH-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-HELD-LINE.
           05  FILLER          PIC X(24)  VALUE "INVOICES HELD:".
           05  O-HELD-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-SHORT-LINE.
           05  FILLER          PIC X(24)  VALUE "LINES SHORT SHIPPED:".
           05  O-SHORT-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-OVER-LINE.
           05  FILLER          PIC X(24)  VALUE "LINES OVER-BILLED:".
           05  O-OVER-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-NO-RCPT-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "INVOICES WITH NO RECEIPT".
           05  O-NO-RCPT-TOTAL PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-DUP-LINE.
           05  FILLER          PIC X(24)  VALUE "ALREADY MATCHED:".
           05  O-DUP-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-APPROVED-LINE.
           05  FILLER          PIC X(24)  VALUE "APPROVED FOR PAYMENT:".
           05  O-APPROVED-TOTAL PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(94)   VALUE SPACES.

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

           PERFORM 1100-LOAD-RECEIPTS.
           PERFORM 1200-LOAD-AGREED-COST.

           OPEN I-O INVOICE-HISTORY-FILE.
           PERFORM 1300-LOAD-PRIOR-MATCHES.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-INVOICE-NUM
               INPUT PROCEDURE IS 1050-RELEASE-LINES
               GIVING SORTED-INVOICE.

           OPEN INPUT SORTED-INVOICE.
           OPEN OUTPUT REGISTER-OUT.

           PERFORM 9000-READ.
           PERFORM 9100-HDG.

       1050-RELEASE-LINES.
           MOVE "NO" TO BI-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           PERFORM 1060-RELEASE-LINE
               UNTIL BI-EOF-SW = "YES".
           CLOSE INVOICE-FILE.

       1060-RELEASE-LINE.
           READ INVOICE-FILE
               AT END
                   MOVE "YES" TO BI-EOF-SW.
           IF BI-EOF-SW = "NO"
               MOVE BI-REC TO SORT-REC
               RELEASE SORT-REC.

      *    'R' RECEIPTS ONLY, ONE ENTRY PER DATE AND POP TYPE - TWO
      *    LINES FOR THE SAME POP ON ONE TRUCK ARE ADDED TOGETHER.
       1100-LOAD-RECEIPTS.
           MOVE ZERO TO C-RT-CTR.
           MOVE "NO" TO IR-EOF-SW.
           OPEN INPUT RECEIPT-TRANS-FILE.
           PERFORM 1150-READ-RECEIPT.
           PERFORM 1160-STORE-RECEIPT
               UNTIL IR-EOF-SW = "YES".
           CLOSE RECEIPT-TRANS-FILE.

       1150-READ-RECEIPT.
           READ RECEIPT-TRANS-FILE
               AT END
                   MOVE "YES" TO IR-EOF-SW.

       1160-STORE-RECEIPT.
           IF VAL-IR-RECEIPT AND IR-DATE NUMERIC
                   AND IR-POP-TYPE NUMERIC AND IR-QTY NUMERIC
               IF VAL-IR-POP-TYPE
                   MOVE IR-DATE TO C-LOOKUP-DATE
                   MOVE IR-POP-TYPE TO C-LOOKUP-POP
                   PERFORM 2530-FIND-RECEIPT
                   IF C-RT-SUB > ZERO
                       ADD IR-QTY TO RT-QTY (C-RT-SUB)
                   ELSE
                       IF C-RT-CTR < 500
                           ADD 1 TO C-RT-CTR
                           MOVE IR-DATE TO RT-DATE (C-RT-CTR)
                           MOVE IR-POP-TYPE TO RT-POP-TYPE (C-RT-CTR)
                           MOVE IR-QTY TO RT-QTY (C-RT-CTR)
                           MOVE ZERO TO RT-USED (C-RT-CTR).
           PERFORM 1150-READ-RECEIPT.

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
                   MOVE CC-COST-PER-CASE TO AC-COST (CC-POP-TYPE).
           PERFORM 1250-READ-AGREED-COST.

      *    CASES ALREADY PAID FOR BY INVOICES MATCHED IN EARLIER RUNS
      *    ARE NOT AVAILABLE TO MATCH AGAIN.
       1300-LOAD-PRIOR-MATCHES.
           MOVE "NO" TO IH-EOF-SW.
           PERFORM 1350-READ-HISTORY.
           PERFORM 1360-APPLY-HISTORY
               UNTIL IH-EOF-SW = "YES".

       1350-READ-HISTORY.
           READ INVOICE-HISTORY-FILE NEXT
               AT END
                   MOVE "YES" TO IH-EOF-SW.

       1360-APPLY-HISTORY.
           MOVE IH-INVOICE-DATE TO C-LOOKUP-DATE.
           MOVE 1 TO C-IV-SUB.
           PERFORM 1370-APPLY-HISTORY-POP
               UNTIL C-IV-SUB > 6.
           PERFORM 1350-READ-HISTORY.

       1370-APPLY-HISTORY-POP.
           IF IH-CASES (C-IV-SUB) NUMERIC
               IF IH-CASES (C-IV-SUB) > ZERO
                   MOVE C-IV-SUB TO C-LOOKUP-POP
                   PERFORM 2530-FIND-RECEIPT
                   IF C-RT-SUB > ZERO
                       ADD IH-CASES (C-IV-SUB) TO RT-USED (C-RT-SUB).
           ADD 1 TO C-IV-SUB.

      *    LINES ARE GATHERED UNTIL THE INVOICE NUMBER CHANGES, THEN
      *    THE WHOLE INVOICE IS MATCHED AND PRINTED AT ONCE.
       2000-MAINLINE.
           IF C-INVOICE-OPEN-SW = "YES"
                   AND I-INVOICE-NUM NOT = C-CURR-INVOICE
               PERFORM 2500-CLOSE-INVOICE.
           IF C-INVOICE-OPEN-SW = "NO"
               PERFORM 2050-START-INVOICE.
           PERFORM 2100-ADD-LINE.
           PERFORM 9000-READ.

       2050-START-INVOICE.
           MOVE "YES" TO C-INVOICE-OPEN-SW.
           MOVE I-INVOICE-NUM TO C-CURR-INVOICE.
           MOVE I-INVOICE-DATE TO C-CURR-DATE.
           MOVE ZERO TO C-IL-CTR.
           MOVE "NO" TO C-IL-OVER-SW.
           ADD 1 TO C-INV-TOTAL.

       2100-ADD-LINE.
           ADD 1 TO C-LINE-TOTAL.
           IF C-IL-CTR < 30
               ADD 1 TO C-IL-CTR
               MOVE I-POP-TYPE TO IL-POP-TYPE (C-IL-CTR)
               MOVE I-CASES TO IL-CASES (C-IL-CTR)
               MOVE I-COST-PER-CASE TO IL-COST (C-IL-CTR)
           ELSE
               MOVE "YES" TO C-IL-OVER-SW.

      *    AN INVOICE BOOKS ONLY WHEN EVERY LINE MATCHES. ONE HELD FOR
      *    ANY REASON GIVES BACK THE RECEIVED CASES ITS GOOD LINES
      *    TOOK, SO A LATER INVOICE FOR THE SAME TRUCK CAN USE THEM.
       2500-CLOSE-INVOICE.
           MOVE "NO" TO C-INVOICE-OPEN-SW.
           MOVE "YES" TO C-MATCH-SW.
           MOVE ZERO TO C-INV-AMOUNT.
           MOVE 1 TO C-IL-SUB.
           PERFORM 2505-CLEAR-LINE
               UNTIL C-IL-SUB > C-IL-CTR.

           MOVE C-CURR-INVOICE TO IH-INVOICE-NUM.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   MOVE "NO" TO IH-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO IH-FOUND-SW.

           IF IH-FOUND-SW = "NO" AND C-IL-OVER-SW = "NO"
               PERFORM 2510-CHECK-DATE
               MOVE 1 TO C-IL-SUB
               PERFORM 2520-MATCH-LINE
                   UNTIL C-IL-SUB > C-IL-CTR.

           IF IH-FOUND-SW = "YES"
               MOVE "NO" TO C-MATCH-SW
               MOVE "HELD - INVOICE ALREADY MATCHED" TO C-DISPOSITION
               ADD 1 TO C-DUP-TOTAL
           ELSE
               IF C-IL-OVER-SW = "YES"
                   MOVE "NO" TO C-MATCH-SW
                   MOVE "HELD - OVER 30 LINES, KEY AS TWO"
                                                  TO C-DISPOSITION
               ELSE
                   IF C-DATE-FOUND-SW = "NO"
                       MOVE "NO" TO C-MATCH-SW
                       MOVE "HELD - NO RECEIPT POSTED FOR DATE"
                                                  TO C-DISPOSITION
                       ADD 1 TO C-NO-RCPT-TOTAL
                   ELSE
                       IF C-MATCH-SW = "NO"
                           MOVE "HELD - SEE EXCEPTIONS"
                                                  TO C-DISPOSITION
                       ELSE
                           IF C-MT-CTR NOT < 200
                               MOVE "NO" TO C-MATCH-SW
                               MOVE "HELD - RUN AGAIN"
                                                  TO C-DISPOSITION
                           ELSE
                               MOVE "MATCHED - AP AND COGS POSTED"
                                                  TO C-DISPOSITION.

           IF C-MATCH-SW = "YES"
               PERFORM 2550-SAVE-MATCH
           ELSE
               ADD 1 TO C-HELD-TOTAL
               MOVE 1 TO C-IL-SUB
               PERFORM 2540-GIVE-BACK
                   UNTIL C-IL-SUB > C-IL-CTR.

           PERFORM 2600-PRINT-INVOICE.

       2505-CLEAR-LINE.
           MOVE ZERO TO IL-RCVD (C-IL-SUB).
           MOVE ZERO TO IL-EXT (C-IL-SUB).
           MOVE ZERO TO IL-RT-SUB (C-IL-SUB).
           MOVE SPACES TO IL-EXCEPTION (C-IL-SUB).
           ADD 1 TO C-IL-SUB.

       2510-CHECK-DATE.
           MOVE "NO" TO C-DATE-FOUND-SW.
           MOVE 1 TO C-RT-SCTR.
           PERFORM 2515-DATE-MATCH
               UNTIL C-RT-SCTR > C-RT-CTR.

       2515-DATE-MATCH.
           IF RT-DATE (C-RT-SCTR) = C-CURR-DATE
               MOVE "YES" TO C-DATE-FOUND-SW
               MOVE 501 TO C-RT-SCTR
           ELSE
               ADD 1 TO C-RT-SCTR.

       2520-MATCH-LINE.
           IF IL-POP-TYPE (C-IL-SUB) NOT NUMERIC
               MOVE "INVALID POP TYPE" TO IL-EXCEPTION (C-IL-SUB)
           ELSE
               IF IL-POP-TYPE (C-IL-SUB) < 1
                       OR IL-POP-TYPE (C-IL-SUB) > 6
                   MOVE "INVALID POP TYPE" TO IL-EXCEPTION (C-IL-SUB)
               ELSE
                   IF IL-CASES (C-IL-SUB) NOT NUMERIC
                           OR IL-COST (C-IL-SUB) NOT NUMERIC
                       MOVE "CASES AND COST MUST BE NUMERIC"
                                              TO IL-EXCEPTION (C-IL-SUB)
                   ELSE
                       IF IL-CASES (C-IL-SUB) = ZERO
                               OR IL-COST (C-IL-SUB) = ZERO
                           MOVE "CASES AND COST REQUIRED"
                                              TO IL-EXCEPTION (C-IL-SUB)
                       ELSE
                           PERFORM 2525-MATCH-RECEIPT.
           IF IL-EXCEPTION (C-IL-SUB) NOT = SPACES
               ADD 1 TO C-EXC-LINE-TOTAL
               MOVE "NO" TO C-MATCH-SW.
           ADD 1 TO C-IL-SUB.

       2525-MATCH-RECEIPT.
           COMPUTE IL-EXT (C-IL-SUB) =
               IL-CASES (C-IL-SUB) * IL-COST (C-IL-SUB).
           ADD IL-EXT (C-IL-SUB) TO C-INV-AMOUNT.
           MOVE C-CURR-DATE TO C-LOOKUP-DATE.
           MOVE IL-POP-TYPE (C-IL-SUB) TO C-LOOKUP-POP.
           PERFORM 2530-FIND-RECEIPT.
           MOVE ZERO TO C-AVAIL-QTY.
           IF C-RT-SUB > ZERO
               IF RT-QTY (C-RT-SUB) > RT-USED (C-RT-SUB)
                   COMPUTE C-AVAIL-QTY =
                       RT-QTY (C-RT-SUB) - RT-USED (C-RT-SUB).
           MOVE C-AVAIL-QTY TO IL-RCVD (C-IL-SUB).

           IF C-AVAIL-QTY = ZERO
               MOVE "NOT RECEIVED" TO IL-EXCEPTION (C-IL-SUB)
               ADD 1 TO C-SHORT-TOTAL
           ELSE
               IF C-AVAIL-QTY < IL-CASES (C-IL-SUB)
                   MOVE "SHORT SHIPPED" TO IL-EXCEPTION (C-IL-SUB)
                   ADD 1 TO C-SHORT-TOTAL
               ELSE
                   IF AC-COST (C-LOOKUP-POP) > ZERO AND
                       IL-COST (C-IL-SUB) > AC-COST (C-LOOKUP-POP)
                       MOVE "OVER-BILLED - ABOVE AGREED"
                                              TO IL-EXCEPTION (C-IL-SUB)
                       ADD 1 TO C-OVER-TOTAL
                   ELSE
                       ADD IL-CASES (C-IL-SUB) TO RT-USED (C-RT-SUB)
                       MOVE C-RT-SUB TO IL-RT-SUB (C-IL-SUB).

      *    C-RT-SUB COMES BACK ZERO WHEN NOTHING OF C-LOOKUP-POP WAS
      *    RECEIVED ON C-LOOKUP-DATE.
       2530-FIND-RECEIPT.
           MOVE ZERO TO C-RT-SUB.
           MOVE 1 TO C-RT-SCTR.
           PERFORM 2535-RECEIPT-MATCH
               UNTIL C-RT-SCTR > C-RT-CTR.

       2535-RECEIPT-MATCH.
           IF RT-DATE (C-RT-SCTR) = C-LOOKUP-DATE
                   AND RT-POP-TYPE (C-RT-SCTR) = C-LOOKUP-POP
               MOVE C-RT-SCTR TO C-RT-SUB
               MOVE 501 TO C-RT-SCTR
           ELSE
               ADD 1 TO C-RT-SCTR.

       2540-GIVE-BACK.
           IF IL-RT-SUB (C-IL-SUB) > ZERO
               SUBTRACT IL-CASES (C-IL-SUB)
                   FROM RT-USED (IL-RT-SUB (C-IL-SUB))
               MOVE ZERO TO IL-RT-SUB (C-IL-SUB).
           ADD 1 TO C-IL-SUB.

       2550-SAVE-MATCH.
           ADD 1 TO C-MATCH-TOTAL.
           ADD C-INV-AMOUNT TO C-APPROVED-TOTAL.
           ADD 1 TO C-MT-CTR.
           MOVE C-CURR-INVOICE TO MT-INVOICE-NUM (C-MT-CTR).
           MOVE C-CURR-DATE TO MT-INVOICE-DATE (C-MT-CTR).
           MOVE C-INV-AMOUNT TO MT-TOTAL (C-MT-CTR).
           MOVE 1 TO C-IV-SUB.
           PERFORM 2555-CLEAR-MATCH-POP
               UNTIL C-IV-SUB > 6.
           MOVE 1 TO C-IL-SUB.
           PERFORM 2560-ADD-MATCH-LINE
               UNTIL C-IL-SUB > C-IL-CTR.

       2555-CLEAR-MATCH-POP.
           MOVE ZERO TO MT-COST (C-MT-CTR, C-IV-SUB).
           MOVE ZERO TO MT-CASES (C-MT-CTR, C-IV-SUB).
           ADD 1 TO C-IV-SUB.

       2560-ADD-MATCH-LINE.
           MOVE IL-POP-TYPE (C-IL-SUB) TO C-IV-SUB.
           ADD IL-EXT (C-IL-SUB) TO MT-COST (C-MT-CTR, C-IV-SUB).
           ADD IL-CASES (C-IL-SUB) TO MT-CASES (C-MT-CTR, C-IV-SUB).
           ADD 1 TO C-IL-SUB.

       2600-PRINT-INVOICE.
           MOVE C-CURR-INVOICE TO O-IH-INVOICE.
           MOVE C-CURR-MONTH TO O-IH-MONTH.
           MOVE C-CURR-DAY TO O-IH-DAY.
           MOVE C-CURR-YEAR TO O-IH-YEAR.
           WRITE PRTLINE FROM INVOICE-HDG-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9100-HDG.
           MOVE 1 TO C-IL-SUB.
           PERFORM 2610-PRINT-LINE
               UNTIL C-IL-SUB > C-IL-CTR.
           MOVE C-DISPOSITION TO O-DISPOSITION.
           MOVE C-INV-AMOUNT TO O-INV-AMOUNT.
           WRITE PRTLINE FROM DISPOSITION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       2610-PRINT-LINE.
           IF IL-POP-TYPE (C-IL-SUB) NUMERIC
                   AND IL-POP-TYPE (C-IL-SUB) > 0
                   AND IL-POP-TYPE (C-IL-SUB) < 7
               MOVE POP-NAME (IL-POP-TYPE (C-IL-SUB)) TO O-POP-NAME
               MOVE AC-COST (IL-POP-TYPE (C-IL-SUB)) TO O-AGREED
           ELSE
               MOVE "UNKNOWN" TO O-POP-NAME
               MOVE ZERO TO O-AGREED.
           IF IL-CASES (C-IL-SUB) NUMERIC
               MOVE IL-CASES (C-IL-SUB) TO O-BILLED
           ELSE
               MOVE ZERO TO O-BILLED.
           IF IL-COST (C-IL-SUB) NUMERIC
               MOVE IL-COST (C-IL-SUB) TO O-COST
           ELSE
               MOVE ZERO TO O-COST.
           MOVE IL-RCVD (C-IL-SUB) TO O-RCVD.
           MOVE IL-EXT (C-IL-SUB) TO O-EXTENDED.
           MOVE IL-EXCEPTION (C-IL-SUB) TO O-EXCEPTION.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9100-HDG.
           ADD 1 TO C-IL-SUB.

       3000-CLOSING.
           IF C-INVOICE-OPEN-SW = "YES"
               PERFORM 2500-CLOSE-INVOICE.

           MOVE C-INV-TOTAL TO O-INV-TOTAL.
           WRITE PRTLINE FROM TOTAL-INV-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-LINE-TOTAL TO O-LINE-TOTAL.
           WRITE PRTLINE FROM TOTAL-LINE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-MATCH-TOTAL TO O-MATCH-TOTAL.
           WRITE PRTLINE FROM TOTAL-MATCH-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-HELD-TOTAL TO O-HELD-TOTAL.
           WRITE PRTLINE FROM TOTAL-HELD-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-SHORT-TOTAL TO O-SHORT-TOTAL.
           WRITE PRTLINE FROM TOTAL-SHORT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-OVER-TOTAL TO O-OVER-TOTAL.
           WRITE PRTLINE FROM TOTAL-OVER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-NO-RCPT-TOTAL TO O-NO-RCPT-TOTAL.
           WRITE PRTLINE FROM TOTAL-NO-RCPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-DUP-TOTAL TO O-DUP-TOTAL.
           WRITE PRTLINE FROM TOTAL-DUP-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-APPROVED-TOTAL TO O-APPROVED-TOTAL.
           WRITE PRTLINE FROM TOTAL-APPROVED-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3700-WRITE-GL-EXPORT.
           PERFORM 3500-WRITE-AUDIT.

           CLOSE SORTED-INVOICE.
           CLOSE INVOICE-HISTORY-FILE.
           CLOSE REGISTER-OUT.

      *    ONE BALANCED BATCH PER RUN - FOR EACH MATCHED INVOICE, COST
      *    OF GOODS PER POP TYPE (5010 THRU 5060, IN THE SAME ORDER AS
      *    THE REVENUE ACCOUNTS) AGAINST ACCOUNTS PAYABLE FOR THE
      *    INVOICE TOTAL. THE INVOICE GOES ON THE HISTORY FILE AS IT
      *    IS BOOKED, SO IT CAN NEVER BOOK TWICE.
       3700-WRITE-GL-EXPORT.
           MOVE ZERO TO C-GL-DR-TOTAL.
           MOVE ZERO TO C-GL-CR-TOTAL.
           OPEN EXTEND GL-EXPORT.
           PERFORM 9700-HDG-GL.

           MOVE 1 TO C-MT-SUB.
           PERFORM 3710-BOOK-INVOICE
               UNTIL C-MT-SUB > C-MT-CTR.

           CLOSE GL-EXPORT.
           PERFORM 3790-PRINT-GL-PROOF.

       3710-BOOK-INVOICE.
           MOVE 1 TO C-IV-SUB.
           PERFORM 3720-WRITE-COGS-LINE
               UNTIL C-IV-SUB > 6.

           MOVE 2100 TO C-GL-ACCOUNT.
           MOVE "C" TO C-GL-DRCR.
           MOVE MT-TOTAL (C-MT-SUB) TO C-GL-AMOUNT.
           MOVE MT-INVOICE-NUM (C-MT-SUB) TO C-AP-INVOICE.
           MOVE C-AP-DESC TO C-GL-DESC.
           PERFORM 3750-WRITE-GL-LINE.

           MOVE MT-INVOICE-NUM (C-MT-SUB) TO IH-INVOICE-NUM.
           MOVE MT-INVOICE-DATE (C-MT-SUB) TO IH-INVOICE-DATE.
           MOVE I-DATE TO IH-MATCH-DATE.
           MOVE MT-TOTAL (C-MT-SUB) TO IH-AMOUNT.
           MOVE 1 TO C-IV-SUB.
           PERFORM 3730-MOVE-HISTORY-CASES
               UNTIL C-IV-SUB > 6.
           WRITE IH-REC
               INVALID KEY
                   REWRITE IH-REC.
           ADD 1 TO C-MT-SUB.

       3720-WRITE-COGS-LINE.
           IF MT-COST (C-MT-SUB, C-IV-SUB) > ZERO
               COMPUTE C-GL-ACCOUNT = 5000 + (C-IV-SUB * 10)
               MOVE "D" TO C-GL-DRCR
               MOVE MT-COST (C-MT-SUB, C-IV-SUB) TO C-GL-AMOUNT
               MOVE POP-NAME (C-IV-SUB) TO C-GL-DESC
               PERFORM 3750-WRITE-GL-LINE.
           ADD 1 TO C-IV-SUB.

       3730-MOVE-HISTORY-CASES.
           MOVE MT-CASES (C-MT-SUB, C-IV-SUB) TO IH-CASES (C-IV-SUB).
           ADD 1 TO C-IV-SUB.

       3750-WRITE-GL-LINE.
           MOVE I-DATE TO GL-RUN-DATE.
           MOVE "CBLJRM23" TO GL-PROGRAM.
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

      *    APPENDED ONLY AT CLEAN END OF JOB - A RUN THAT DIED LEAVES
      *    NO AUDIT RECORD.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM23" TO AU-PROGRAM.
           MOVE C-LINE-TOTAL TO AU-RECS-READ.
           MOVE C-EXC-LINE-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SORTED-INVOICE
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
