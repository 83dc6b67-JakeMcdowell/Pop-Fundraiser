       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM21.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *       REDELIVERY MANIFEST AND REFUSED STOCK RETURN RUN          *
      *******************************************************************

      *    RUN AFTER CBLJRM18 HAS POSTED A DELIVERY DAY. EVERY VALID,
      *    UNCANCELLED ORDER WHOSE DELIVERY STATUS (CBLPOPDS.DAT) IS
      *    'N' NOT HOME OR 'R' REFUSED IS PICKED UP HERE.
      *
      *    NOT-HOME ORDERS GO ONTO A REDELIVERY MANIFEST (CBLPOPRM.PRT)
      *    WITH THE SAME DIVISION/TEAM/ZIP BREAKS AS THE PICK RUN'S
      *    DELIVERY MANIFEST. EACH NEW NOT-HOME DATE COUNTS AS ONE
      *    ATTEMPT ON THE REDELIVERY HISTORY FILE (CBLPOPRH.DAT); A
      *    LATER RUN FOR THE SAME DAY DOES NOT COUNT IT TWICE. ONCE AN
      *    ORDER REACHES THE ATTEMPT LIMIT ON CBLPOPRA.DAT (THREE IF
      *    THE FILE IS MISSING) IT COMES OFF THE MANIFEST AND IS
      *    LISTED FOR THE OFFICE TO CALL THE CUSTOMER INSTEAD.
      *
      *    REFUSED ORDERS PUT THE CASES THAT WERE ON THE TRUCK BACK
      *    INTO ON-HAND (CBLPOPIV.NEW, COMMITTED BY CBLJRM26)
      *    SO THE BACKORDER RELEASE RUN CAN GIVE THEM TO SOMEONE WHO
      *    WANTS THEM. ANY OPEN BACKORDER FOR THE REFUSED ORDER IS
      *    DROPPED (CBLPOPBO.NEW, COMMITTED BY CBLJRM26) AND
      *    THE ORDER IS MARKED 'R' ON THE ORDER STATUS FILE, WHICH
      *    TAKES IT OFF THE OUTSTANDING-BALANCE AND RECEIPT PRINTS
      *    AND KEEPS ANY LATER RUN FROM RETURNING THE SAME CASES TWICE.
      *    THE CASES GO BACK ONLY WHEN THE 'R' RECORD WRITES; AN ORDER
      *    WHOSE STATUS RECORD FAILS IS LEFT FOR THE NEXT RUN.
      *
      *    THE 'R' RECORDS GO STRAIGHT ONTO CBLPOPOX.DAT, BUT THE CASES
      *    AND DROPPED BACKORDER LINES ARE ONLY ON THE .NEW FILES. A
      *    SECOND RUN BUILT FROM THE OLD .DAT FILES WOULD SKIP THE
      *    REFUSED ORDERS AND LOSE THE FIRST RUN'S RETURNS FOR GOOD,
      *    SO THE RUN SEQUENCE GUARD (CBLPOPGL.PRT) STOPS THIS PROGRAM
      *    BEFORE IT TOUCHES ANYTHING UNTIL CBLJRM26 HAS COMMITTED OR
      *    ROLLED BACK BOTH CBLPOPIV AND CBLPOPBO SINCE ITS LAST RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

       SELECT OPTIONAL REDELIVERY-HISTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPRH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RH-ORDER-NUM
           FILE STATUS IS RH-STATUS-CODE.

       SELECT OPTIONAL ATTEMPT-CONTROL-FILE
           ASSIGN TO "C:\COBOL\CBLPOPRA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
           ASSIGN TO "SORTWK1".

       SELECT SORTED-FUNDRAISER
           ASSIGN TO "C:\COBOL\CBLPOPSL.SRN"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INVENTORY-FILE
           ASSIGN TO "C:\COBOL\CBLPOPIV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT INVENTORY-NEW-FILE
           ASSIGN TO "C:\COBOL\CBLPOPIV.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BACKORDER-DATA
           ASSIGN TO "C:\COBOL\CBLPOPBO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BACKORDER-NEW
           ASSIGN TO "C:\COBOL\CBLPOPBO.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPCM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVISION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MANIFEST-OUT
           ASSIGN TO "C:\COBOL\CBLPOPRM.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT REGISTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPRF.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STOCK-LEDGER
           ASSIGN TO "C:\COBOL\CBLPOPSK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GUARD-OUT
           ASSIGN TO "C:\COBOL\CBLPOPGL.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.


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

      *    WHAT HAPPENED AT EACH DOOR, AS CBLJRM18 POSTED IT.
       FD  DELIVERY-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  DS-REC.
           05     DS-ORDER-NUM       PIC 9(5).
           05     DS-STATUS          PIC X.
               88 VAL-DS-NOT-HOME  VALUE 'N'.
               88 VAL-DS-REFUSED   VALUE 'R'.
           05     DS-DATE            PIC 9(8).
           05     DS-DRIVER          PIC X(15).

      *    CANCEL/CHANGE SIDE FILE KEPT BY CBLJRM19. THIS RUN ADDS
      *    STATUS 'R' WHEN A REFUSED ORDER'S CASES GO BACK TO STOCK.
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

      *    ONE RECORD PER NOT-HOME ORDER - HOW MANY TRIPS HAVE FOUND
      *    NOBODY HOME, AND THE DELIVERY DATE OF THE LAST ONE COUNTED.
       FD  REDELIVERY-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RH-REC
           RECORD CONTAINS 15 CHARACTERS.

       01  RH-REC.
           05     RH-ORDER-NUM       PIC 9(5).
           05     RH-ATTEMPTS        PIC 99.
           05     RH-LAST-DATE       PIC 9(8).

      *    ONE RECORD - THE NUMBER OF NOT-HOME TRIPS ALLOWED BEFORE
      *    AN ORDER COMES OFF THE REDELIVERY MANIFEST.
       FD  ATTEMPT-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RA-REC
           RECORD CONTAINS 2 CHARACTERS.

       01  RA-REC.
           05     RA-MAX-ATTEMPTS    PIC 99.

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

      *    NOT-HOME AND REFUSED ORDERS IN THE DELIVERY MANIFEST'S
      *    DIVISION/TEAM/ZIP SEQUENCE.
       FD  SORTED-FUNDRAISER
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
               88 VAL-POP-TYPE VALUE 1, 2, 3, 4, 5, 6,.
           05     I-NUM-CASES        PIC 99.
               88 VAL-NUM-CASE VALUE 01 THRU 99.
           05     I-TEAM             PIC X.
               88 VAL-TEAM     VALUE 'A' 'B' 'C' 'D' 'E'.
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

       FD  INVENTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  IV-REC.
           05     IV-POP-TYPE        PIC 99.
           05     IV-ON-HAND         PIC 9(6).

       FD  INVENTORY-NEW-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IV-NEW-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  IV-NEW-REC.
           05     IV-NEW-POP-TYPE    PIC 99.
           05     IV-NEW-ON-HAND     PIC 9(6).

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

       FD  BACKORDER-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-NEW-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  BD-NEW-REC                 PIC X(24).

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

       FD  MANIFEST-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RM-LINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RM-LINE                PIC X(132).

       FD  REGISTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    ONE RECORD APPENDED PER COMPLETED RUN - THE CUMULATIVE
      *    AUDIT TRAIL SHARED WITH THE REST OF THE SUITE. CBLJRM26
      *    RECORDS EACH COMMIT AND ROLLBACK ON IT WITH THE ACTION AND
      *    FILE CODE IN THE RUN TYPE, WHICH 1400-AUDIT-RUN-SEQUENCE
      *    READS BEFORE THE RUN.
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
           05     AU-RUN-TYPE.
                  10  AU-RUN-ACTION   PIC X(5).
                  10  AU-RUN-FILE     PIC XX.

      *    STOCK LEDGER - ONE RECORD APPENDED PER INVENTORY MOVEMENT
      *    WITH THE ON-HAND BEFORE AND AFTER IT, SO THE RECONCILIATION
      *    RUN (CBLJRM22) CAN TRACE HOW THE COUNT GOT WHERE IT IS.
       FD  STOCK-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SK-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  SK-REC.
           05     SK-DATE            PIC 9(8).
           05     SK-TIME            PIC 9(6).
           05     SK-PROGRAM         PIC X(8).
           05     SK-POP-TYPE        PIC 99.
           05     SK-MOVE-TYPE       PIC X.
           05     SK-SIGN            PIC X.
           05     SK-QTY             PIC 9(6).
           05     SK-BEFORE          PIC 9(6).
           05     SK-AFTER           PIC 9(6).
           05     SK-ORDER-NUM       PIC 9(5).

      *    PRE-RUN GUARD EXCEPTIONS - PRINTED AND THE RUN STOPPED
      *    BEFORE A SECOND RUN CAN OVERWRITE THE FIRST RUN'S RETURNS.
       FD  GUARD-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS GD-LINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  GD-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      MORE-RECS          PIC XXX      VALUE "YES".
           05      ERROR-SW           PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      DS-STATUS-CODE     PIC XX.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-FOUND-SW        PIC XXX      VALUE "NO".
           05      RH-STATUS-CODE     PIC XX.
           05      RH-FOUND-SW        PIC XXX      VALUE "NO".
           05      RA-EOF-SW          PIC XXX      VALUE "NO".
           05      IV-EOF-SW          PIC XXX      VALUE "NO".
           05      BD-EOF-SW          PIC XXX      VALUE "NO".
           05      CM-EOF-SW          PIC XXX      VALUE "NO".
           05      DV-EOF-SW          PIC XXX      VALUE "NO".
           05      C-SELECT-SW        PIC XXX      VALUE "NO".
           05      C-CUST-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-REFUSED-SW       PIC XXX      VALUE "NO".
           05      C-CM-SUB           PIC 9(4)     VALUE ZERO.
           05      C-CM-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-BT-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-RF-SCTR          PIC 999      VALUE ZERO.
           05      C-DIV-SUB          PIC 99       VALUE ZERO.
           05      C-IV-SUB           PIC 9        VALUE ZERO.
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-RM-PCTR          PIC 99       VALUE ZERO.
           05      C-CURR-TEAM        PIC X        VALUE SPACE.
           05      C-CURR-DIV         PIC 9        VALUE ZERO.
           05      C-MAX-ATTEMPTS     PIC 99       VALUE 3.
           05      C-ATTEMPTS         PIC 99       VALUE ZERO.
           05      C-LOOKUP-ORDER     PIC 9(5)     VALUE ZERO.
           05      C-BO-OPEN-QTY      PIC 9(4)     VALUE ZERO.
           05      C-RETURN-QTY       PIC 99       VALUE ZERO.
           05      C-TM-STOPS         PIC 9(5)     VALUE ZERO.
           05      C-TM-CASES         PIC 9(5)     VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-ERR-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-STOP-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-EXHAUST-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-REFUSE-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-HELD-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-BO-DROP-TOTAL    PIC 9(5)     VALUE ZERO.
           05      C-RETURN-CASES     PIC 9(7)     VALUE ZERO.
           05      C-IOERR-TOTAL      PIC 9(5)     VALUE ZERO.

      *    PRE-RUN RUN-SEQUENCE GUARD BOOKKEEPING - HOW FAR THROUGH THE
      *    AUDIT TRAIL THIS PROGRAM LAST COMPLETED, AND HOW FAR ITS TWO
      *    .NEW FILES HAVE SINCE BEEN COMMITTED OR ROLLED BACK.
           05      AU-EOF-SW          PIC XXX      VALUE "NO".
           05      C-GUARD-ERR-CTR    PIC 999      VALUE ZERO.
           05      C-AU-SEQ           PIC 9(7)     VALUE ZERO.
           05      C-AU-RUN-SEQ       PIC 9(7)     VALUE ZERO.
           05      C-AU-IV-SEQ        PIC 9(7)     VALUE ZERO.
           05      C-AU-BO-SEQ        PIC 9(7)     VALUE ZERO.

      *    ON-HAND PER POP TYPE, SUBSCRIPTED BY THE POP TYPE CODE -
      *    SAME CONVENTION AS THE PICK RUN'S INVENTORY-AREA. THE
      *    RETURNED AND TRUCK-LOAD COUNTS USE THE SAME SUBSCRIPT.
       01  INVENTORY-AREA.
           05      IN-ON-HAND         OCCURS 6 TIMES
                                      PIC 9(6)     VALUE ZERO.

       01  RETURNED-AREA.
           05      RT-CASES           OCCURS 6 TIMES
                                      PIC 9(6)     VALUE ZERO.

       01  TEAM-LOAD-AREA.
           05      TL-CASES           OCCURS 6 TIMES
                                      PIC 9(5)     VALUE ZERO.

      *    OPEN BACKORDER LINES, ORDER NUMBER AND CASES STILL SHORT -
      *    THOSE CASES NEVER LEFT THE WAREHOUSE, SO THEY ARE NOT PART
      *    OF WHAT A REFUSED ORDER PUTS BACK ON THE SHELF.
       01  BACKORDER-TABLE-AREA.
           05      C-BT-CTR           PIC 9(4)     VALUE ZERO.
           05      BACKORDER-ENTRY    OCCURS 2000 TIMES.
                   10  BT-ORDER-NUM   PIC 9(5).
                   10  BT-QTY-SHORT   PIC 99.

      *    ORDERS REFUSED THIS RUN - THEIR BACKORDER LINES ARE LEFT
      *    OFF CBLPOPBO.NEW AT END OF JOB.
       01  REFUSED-TABLE-AREA.
           05      C-RF-CTR           PIC 999      VALUE ZERO.
           05      RF-ORDER-NUM       OCCURS 500 TIMES
                                      PIC 9(5).

      *    CUSTOMER MASTER - THE ONE TRUE NAME AND ADDRESS PER
      *    CUSTOMER NUMBER FOR THE DRIVER'S SHEET.
       01  CUSTOMER-TABLE-AREA.
           05      C-CM-CTR           PIC 9(4)     VALUE ZERO.
           05      CUSTOMER-ENTRY     OCCURS 2000 TIMES.
                   10  CM-TABLE-NUM     PIC 9(5).
                   10  CM-TABLE-LNAME   PIC X(15).
                   10  CM-TABLE-ADDRESS PIC X(15).
                   10  CM-TABLE-CITY    PIC X(10).
                   10  CM-TABLE-ZIP     PIC 9(5).
                   10  CM-TABLE-ZIP2    PIC 9(4).

      *    DIVISION NAMES FOR THE PAGE HEADINGS - SAME FILE THE
      *    MANIFEST USES.
       01  DIVISION-TABLE-AREA.
           05      DIVISION-ENTRY     OCCURS 9 TIMES.
                   10  DT-NAME        PIC X(18).
                   10  DT-LOADED-SW   PIC X.

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM21".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      O-DIVISION-NAME PIC X(18)    VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(57)     VALUE SPACES.

       01 GUARD-TITLE-LINE.
           05      FILLER         PIC X(51)     VALUE SPACES.
           05      FILLER         PIC X(31)     VALUE
                                 "RUN SEQUENCE GUARD - BEFORE RUN".
           05      FILLER         PIC X(50)     VALUE SPACES.

       01 GUARD-DETAIL-LINE.
           05   O-GUARD-TEXT   PIC X(70).
           05   FILLER         PIC X(62)    VALUE SPACES.

       01 GUARD-STOP-LINE.
           05  FILLER          PIC X(58)   VALUE
           "*** RUN STOPPED - COMMIT THE LAST RUN WITH CBLJRM26 FIRST".
           05  FILLER          PIC X(4)    VALUE " ***".
           05  FILLER          PIC X(70)   VALUE SPACES.

       01 GUARD-CLEAN-LINE.
           05  FILLER          PIC X(40)   VALUE
               "RUN SEQUENCE VERIFIED - RUN RELEASED.".
           05  FILLER          PIC X(92)   VALUE SPACES.

       01 MANIFEST-TITLE-LINE.
           05      FILLER         PIC X(19)   VALUE
                                              "REDELIVERY MANIFEST".
           05      FILLER         PIC X(113)  VALUE SPACES.

       01 TEAM-HDG-LINE.
           05      FILLER         PIC X(5)     VALUE "TEAM ".
           05      O-TH-TEAM      PIC X.
           05      FILLER         PIC X(13)    VALUE " REDELIVERIES".
           05      FILLER         PIC X(113)   VALUE SPACES.

       01 RM-COL-HDG1.
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X        VALUE "T".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "LAST NAME".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(7)     VALUE "ADDRESS".
           05      FILLER         PIC X(10)    VALUE SPACES.
           05      FILLER         PIC X(4)     VALUE "CITY".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "ZIP CODE".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "POP TYPE".
           05      FILLER         PIC X(10)    VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "CASES".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(4)     VALUE "TRIP".
           05      FILLER         PIC X(28)    VALUE SPACES.

       01 RM-LINE-DETAIL.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RM-TEAM      PIC X.
           05   FILLER         PIC XXXX     VALUE SPACES.
           05   O-RM-ORDER-NUM PIC 9(5).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RM-LNAME     PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RM-ADDRESS   PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RM-CITY      PIC X(10).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RM-ZIP       PIC 9(5).
           05   FILLER         PIC X        VALUE "-".
           05   O-RM-ZIP2      PIC 9(4).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RM-POP-NAME  PIC X(16).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RM-CASES     PIC Z9.
           05   FILLER         PIC X(6)     VALUE SPACES.
           05   O-RM-TRIP      PIC Z9.
           05   FILLER         PIC X(29)    VALUE SPACES.

       01 TEAM-TOTAL-TITLE-LINE.
           05   FILLER         PIC X(5)     VALUE "TEAM ".
           05   O-TT-TEAM      PIC X.
           05   FILLER         PIC X(14)    VALUE " LOAD SUMMARY".
           05   FILLER         PIC X(112)   VALUE SPACES.

       01 TEAM-TOTAL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-TM-POP-TYPE  PIC X(16).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(11)    VALUE "LOAD CASES:".
           05   O-TM-QTY       PIC ZZ,ZZ9.
           05   FILLER         PIC X(91)    VALUE SPACES.

       01 TEAM-STOPS-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   FILLER         PIC X(16)    VALUE SPACES.
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(11)    VALUE "STOPS:".
           05   O-TM-STOPS     PIC ZZ,ZZ9.
           05   FILLER         PIC X(91)    VALUE SPACES.

       01 DRIVER-SIGN-LINE.
           05   FILLER         PIC X(18)    VALUE "DRIVER SIGNATURE:".
           05   FILLER         PIC X(30)    VALUE ALL "_".
           05   FILLER         PIC X(84)    VALUE SPACES.

       01 REGISTER-TITLE-LINE.
           05      FILLER         PIC X(44)     VALUE SPACES.
           05      FILLER         PIC X(43)     VALUE
                         "REFUSED RETURNS AND EXHAUSTED REDELIVERIES".
           05      FILLER         PIC X(45)     VALUE SPACES.

       01 REG-COL-HDG1.
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X        VALUE "T".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "LAST NAME".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(7)     VALUE "ADDRESS".
           05      FILLER         PIC X(10)    VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "POP TYPE".
           05      FILLER         PIC X(10)    VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "CASES".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(5)     VALUE "TRIPS".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "DISPOSITION".
           05      FILLER         PIC X(37)    VALUE SPACES.

       01 REG-DETAIL-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-R-TEAM       PIC X.
           05   FILLER         PIC XXXX     VALUE SPACES.
           05   O-R-ORDER-NUM  PIC 9(5).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-R-LNAME      PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-R-ADDRESS    PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-R-POP-NAME   PIC X(16).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-R-CASES      PIC Z9.
           05   FILLER         PIC X(6)     VALUE SPACES.
           05   O-R-TRIPS      PIC Z9.
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   O-R-DISPOSITION PIC X(25).
           05   FILLER         PIC X(23)    VALUE SPACES.

       01 RETURN-POP-LINE.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-RP-POP-NAME  PIC X(16).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(16)    VALUE "CASES RETURNED:".
           05   O-RP-RETURNED  PIC ZZ,ZZ9.
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   FILLER         PIC X(13)    VALUE "NEW ON HAND:".
           05   O-RP-ON-HAND   PIC ZZZ,ZZ9.
           05   FILLER         PIC X(61)    VALUE SPACES.

       01 TOTAL-READ-LINE.
           05  FILLER          PIC X(24)  VALUE "ORDERS SELECTED:".
           05  O-READ-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-ERR-LINE.
           05  FILLER          PIC X(24)  VALUE "ORDERS IN ERROR:".
           05  O-ERR-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-STOP-LINE.
           05  FILLER          PIC X(24)  VALUE "REDELIVERY STOPS:".
           05  O-STOP-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-EXHAUST-LINE.
           05  FILLER          PIC X(24)  VALUE "ATTEMPTS EXHAUSTED:".
           05  O-EXHAUST-TOTAL PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-MAX-LINE.
           05  FILLER          PIC X(24)  VALUE "ATTEMPTS ALLOWED:".
           05  O-MAX-ATTEMPTS  PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-REFUSE-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "REFUSED ORDERS RETURNED:".
           05  O-REFUSE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-HELD-LINE.
           05  FILLER          PIC X(24)  VALUE "REFUSED ORDERS HELD:".
           05  O-HELD-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-BO-DROP-LINE.
           05  FILLER          PIC X(24)  VALUE
                                   "BACKORDER LINES DROPPED:".
           05  O-BO-DROP-TOTAL PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-IOERR-LINE.
           05  FILLER          PIC X(24)  VALUE "FILE I/O ERRORS:".
           05  O-IOERR-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(102)  VALUE SPACES.

       01 TOTAL-CASES-LINE.
           05  FILLER          PIC X(24)  VALUE "CASES RETURNED:".
           05  O-CASES-TOTAL   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(101)  VALUE SPACES.

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

           PERFORM 1400-AUDIT-RUN-SEQUENCE.

           PERFORM 1200-LOAD-ATTEMPT-LIMIT.
           PERFORM 1500-LOAD-DIVISIONS.
           PERFORM 1600-LOAD-CUSTOMERS.
           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1300-LOAD-BACKORDERS.

           OPEN INPUT ORDER-MASTER.
           OPEN INPUT DELIVERY-STATUS-FILE.
           OPEN I-O ORDER-STATUS-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-DIVISION S-TEAM S-ZIP S-CUST-NUM
               INPUT PROCEDURE IS 1050-RELEASE-ORDERS
               GIVING SORTED-FUNDRAISER.

           CLOSE ORDER-MASTER.

           OPEN I-O REDELIVERY-HISTORY-FILE.
           OPEN INPUT SORTED-FUNDRAISER.
           OPEN OUTPUT MANIFEST-OUT.
           OPEN OUTPUT REGISTER-OUT.
           OPEN EXTEND STOCK-LEDGER.

           PERFORM 9000-READ.
           PERFORM 9200-HDG-REGISTER.

      *    ONLY NOT-HOME AND REFUSED ORDERS REACH THE SORT. CANCELLED
      *    ORDERS ARE NOBODY'S DELIVERY, AND AN ORDER ALREADY MARKED
      *    REFUSED ON THE STATUS FILE HAS HAD ITS CASES RETURNED.
       1050-RELEASE-ORDERS.
           MOVE "NO" TO OM-EOF-SW.
           PERFORM 1060-RELEASE-REC
               UNTIL OM-EOF-SW = "YES".

       1060-RELEASE-REC.
           READ ORDER-MASTER NEXT
               AT END
                   MOVE "YES" TO OM-EOF-SW.
           IF OM-EOF-SW = "NO"
               PERFORM 1070-CHECK-DELIVERY
               IF C-SELECT-SW = "YES"
                   MOVE OM-REC TO SORT-REC
                   RELEASE SORT-REC.

       1070-CHECK-DELIVERY.
           MOVE "NO" TO C-SELECT-SW.
           MOVE OM-ORDER-NUM TO DS-ORDER-NUM.
           READ DELIVERY-STATUS-FILE
               INVALID KEY
                   MOVE "NO" TO C-SELECT-SW
               NOT INVALID KEY
                   IF VAL-DS-NOT-HOME OR VAL-DS-REFUSED
                       MOVE "YES" TO C-SELECT-SW.
           IF C-SELECT-SW = "YES"
               PERFORM 1080-CHECK-ORDER-STATUS.

       1080-CHECK-ORDER-STATUS.
           MOVE OM-ORDER-NUM TO OX-ORDER-NUM.
           READ ORDER-STATUS-FILE
               INVALID KEY
                   MOVE "NO" TO OX-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO OX-FOUND-SW.
           IF OX-FOUND-SW = "YES"
               IF VAL-OX-CANCELLED OR VAL-OX-REFUSED
                   MOVE "NO" TO C-SELECT-SW.

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
                   MOVE IV-ON-HAND TO IN-ON-HAND (IV-POP-TYPE).
           PERFORM 1150-READ-INVENTORY.

      *    NO CONTROL FILE, OR A BLANK OR ZERO LIMIT, LEAVES THE
      *    DEFAULT OF THREE TRIPS.
       1200-LOAD-ATTEMPT-LIMIT.
           MOVE "NO" TO RA-EOF-SW.
           OPEN INPUT ATTEMPT-CONTROL-FILE.
           READ ATTEMPT-CONTROL-FILE
               AT END
                   MOVE "YES" TO RA-EOF-SW.
           IF RA-EOF-SW = "NO" AND RA-MAX-ATTEMPTS NUMERIC
               IF RA-MAX-ATTEMPTS > ZERO
                   MOVE RA-MAX-ATTEMPTS TO C-MAX-ATTEMPTS.
           CLOSE ATTEMPT-CONTROL-FILE.

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

      *    REFUSES TO RUN WHILE THE LAST COMPLETED CBLJRM21 RUN HAS
      *    NOT HAD BOTH ITS .NEW FILES COMMITTED (OR ROLLED BACK) BY
      *    CBLJRM26 - THAT RUN'S 'R' RECORDS ARE ALREADY ON THE STATUS
      *    FILE, SO A SECOND RUN FROM THE OLD .DAT FILES WOULD DROP ITS
      *    RETURNED CASES AND BRING ITS BACKORDER LINES BACK.
       1400-AUDIT-RUN-SEQUENCE.
           OPEN OUTPUT GUARD-OUT.
           WRITE GD-LINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE GD-LINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE GD-LINE FROM GUARD-TITLE-LINE
               AFTER ADVANCING 1 LINES.

           MOVE ZERO TO C-AU-SEQ.
           MOVE ZERO TO C-AU-RUN-SEQ.
           MOVE ZERO TO C-AU-IV-SEQ.
           MOVE ZERO TO C-AU-BO-SEQ.
           MOVE "NO" TO AU-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           PERFORM 1450-SCAN-AUDIT-REC
               UNTIL AU-EOF-SW = "YES".
           CLOSE AUDIT-FILE.

           IF C-AU-IV-SEQ < C-AU-RUN-SEQ
               MOVE "LAST RUN'S CBLPOPIV.NEW NOT COMMITTED BY CBLJRM26"
                                                       TO O-GUARD-TEXT
               PERFORM 1480-WRITE-GUARD-EXCEPTION.
           IF C-AU-BO-SEQ < C-AU-RUN-SEQ
               MOVE "LAST RUN'S CBLPOPBO.NEW NOT COMMITTED BY CBLJRM26"
                                                       TO O-GUARD-TEXT
               PERFORM 1480-WRITE-GUARD-EXCEPTION.

           IF C-GUARD-ERR-CTR > ZERO
               PERFORM 1495-GUARD-FAIL
           ELSE
               WRITE GD-LINE FROM GUARD-CLEAN-LINE
                   AFTER ADVANCING 3 LINES
               CLOSE GUARD-OUT.

      *    THE AUDIT TRAIL IS APPENDED IN RUN ORDER, SO A RECORD'S
      *    POSITION SAYS WHAT CAME BEFORE WHAT. THE LAST CBLJRM21 RUN
      *    AND THE LAST CBLJRM26 COMMIT OR ROLLBACK OF EACH FILE WIN.
       1450-SCAN-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE "YES" TO AU-EOF-SW.
           IF AU-EOF-SW = "NO"
               ADD 1 TO C-AU-SEQ
               PERFORM 1460-NOTE-AUDIT-REC.

       1460-NOTE-AUDIT-REC.
           IF AU-PROGRAM = "CBLJRM21"
               MOVE C-AU-SEQ TO C-AU-RUN-SEQ.
           IF AU-PROGRAM = "CBLJRM26"
                   AND (AU-RUN-ACTION = "SWAP-" OR "ROLL-")
               IF AU-RUN-FILE = "IV"
                   MOVE C-AU-SEQ TO C-AU-IV-SEQ
               ELSE
                   IF AU-RUN-FILE = "BO"
                       MOVE C-AU-SEQ TO C-AU-BO-SEQ.

       1480-WRITE-GUARD-EXCEPTION.
           ADD 1 TO C-GUARD-ERR-CTR.
           WRITE GD-LINE FROM GUARD-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      *    NOTHING HAS BEEN TOUCHED YET - THE RUN JUST NEVER STARTS.
       1495-GUARD-FAIL.
           WRITE GD-LINE FROM GUARD-STOP-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE GUARD-OUT.
           STOP RUN.

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
               MOVE CM-ADDRESS TO CM-TABLE-ADDRESS (C-CM-CTR)
               MOVE CM-CITY TO CM-TABLE-CITY (C-CM-CTR)
               MOVE CM-ZIP TO CM-TABLE-ZIP (C-CM-CTR)
               MOVE CM-ZIP2 TO CM-TABLE-ZIP2 (C-CM-CTR).
           PERFORM 1650-READ-CUSTOMER.

       2000-MAINLINE.
           ADD 1 TO C-READ-TOTAL.
           PERFORM 2200-VALIDATION.
           IF ERROR-SW = "YES"
               ADD 1 TO C-ERR-TOTAL
           ELSE
               PERFORM 2050-READ-DELIVERY
               PERFORM 2170-CUST-LOOKUP
               IF VAL-DS-REFUSED
                   PERFORM 2500-RETURN-REFUSED
               ELSE
                   PERFORM 2100-NOT-HOME.
           PERFORM 9000-READ.

       2050-READ-DELIVERY.
           MOVE I-ORDER-NUM TO DS-ORDER-NUM.
           READ DELIVERY-STATUS-FILE
               INVALID KEY
                   MOVE SPACE TO DS-STATUS.

      *    SAME EDIT THE MANIFEST APPLIES - AN ORDER THAT NEVER GOT A
      *    STOP GETS NO REDELIVERY, AND NOTHING BAD SUBSCRIPTS THE
      *    DIVISION OR INVENTORY TABLES.
       2200-VALIDATION.
           MOVE "NO" TO ERROR-SW.
           IF NOT VAL-TEAM
               MOVE "YES" TO ERROR-SW.
           IF I-POP-TYPE NOT NUMERIC OR NOT VAL-POP-TYPE
               MOVE "YES" TO ERROR-SW.
           IF I-NUM-CASES NOT NUMERIC OR NOT VAL-NUM-CASE
               MOVE "YES" TO ERROR-SW.
           IF I-DIVISION NOT NUMERIC
               MOVE "YES" TO ERROR-SW
           ELSE
               IF I-DIVISION = ZERO OR
                       DT-LOADED-SW (I-DIVISION) NOT = "Y"
                   MOVE "YES" TO ERROR-SW.

      *    A NOT-HOME ORDER GOES BACK ON THE TRUCK UNTIL IT HAS USED
      *    UP ITS TRIPS.
       2100-NOT-HOME.
           PERFORM 2110-COUNT-ATTEMPT.
           IF C-ATTEMPTS NOT < C-MAX-ATTEMPTS
               ADD 1 TO C-EXHAUST-TOTAL
               MOVE I-NUM-CASES TO O-R-CASES
               MOVE C-ATTEMPTS TO O-R-TRIPS
               MOVE "ATTEMPTS EXHAUSTED - CALL" TO O-R-DISPOSITION
               PERFORM 2600-PRINT-REGISTER
           ELSE
               PERFORM 2120-WRITE-STOP.

      *    A NOT-HOME DATE NOT SEEN BEFORE IS ONE MORE TRIP. THE SAME
      *    DATE SEEN AGAIN (A RE-RUN) LEAVES THE COUNT ALONE.
       2110-COUNT-ATTEMPT.
           MOVE I-ORDER-NUM TO RH-ORDER-NUM.
           READ REDELIVERY-HISTORY-FILE
               INVALID KEY
                   MOVE "NO" TO RH-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO RH-FOUND-SW.
           IF RH-FOUND-SW = "NO"
               MOVE I-ORDER-NUM TO RH-ORDER-NUM
               MOVE 1 TO RH-ATTEMPTS
               MOVE DS-DATE TO RH-LAST-DATE
               WRITE RH-REC
                   INVALID KEY
                       ADD 1 TO C-IOERR-TOTAL
           ELSE
               IF RH-LAST-DATE NOT = DS-DATE
                   ADD 1 TO RH-ATTEMPTS
                   MOVE DS-DATE TO RH-LAST-DATE
                   REWRITE RH-REC
                       INVALID KEY
                           ADD 1 TO C-IOERR-TOTAL.
           MOVE RH-ATTEMPTS TO C-ATTEMPTS.

      *    EACH TEAM'S REDELIVERIES START ON THEIR OWN PAGE, CLOSED
      *    BY THE TEAM'S LOAD SUMMARY AND SIGNATURE LINE - SAME
      *    SHAPE AS THE FIRST-TRIP MANIFEST.
       2120-WRITE-STOP.
           IF I-TEAM NOT = C-CURR-TEAM OR I-DIVISION NOT = C-CURR-DIV
               PERFORM 2130-TEAM-CHANGE.
           ADD 1 TO C-STOP-TOTAL.
           ADD 1 TO C-TM-STOPS.
           ADD I-NUM-CASES TO TL-CASES (I-POP-TYPE).
           MOVE I-TEAM TO O-RM-TEAM.
           MOVE I-ORDER-NUM TO O-RM-ORDER-NUM.
           IF C-CUST-FOUND-SW = "YES"
               MOVE CM-TABLE-LNAME (C-CM-SUB) TO O-RM-LNAME
               MOVE CM-TABLE-ADDRESS (C-CM-SUB) TO O-RM-ADDRESS
               MOVE CM-TABLE-CITY (C-CM-SUB) TO O-RM-CITY
               MOVE CM-TABLE-ZIP (C-CM-SUB) TO O-RM-ZIP
               MOVE CM-TABLE-ZIP2 (C-CM-SUB) TO O-RM-ZIP2
           ELSE
               MOVE I-LNAME TO O-RM-LNAME
               MOVE I-ADDRESS TO O-RM-ADDRESS
               MOVE I-CITY TO O-RM-CITY
               MOVE I-ZIP TO O-RM-ZIP
               MOVE I-ZIP2 TO O-RM-ZIP2.
           MOVE POP-NAME (I-POP-TYPE) TO O-RM-POP-NAME.
           MOVE I-NUM-CASES TO O-RM-CASES.
           COMPUTE O-RM-TRIP = C-ATTEMPTS + 1.
           WRITE RM-LINE FROM RM-LINE-DETAIL
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG-MANIFEST.

       2130-TEAM-CHANGE.
           IF C-CURR-TEAM NOT = SPACE
               PERFORM 2140-TEAM-BREAK.
           MOVE I-TEAM TO C-CURR-TEAM.
           MOVE I-DIVISION TO C-CURR-DIV.
           MOVE ZERO TO C-TM-STOPS.
           MOVE 1 TO C-IV-SUB.
           PERFORM 2145-CLEAR-TEAM-LOAD
               UNTIL C-IV-SUB > 6.
           PERFORM 9100-HDG-MANIFEST.

       2140-TEAM-BREAK.
           MOVE C-CURR-TEAM TO O-TT-TEAM.
           WRITE RM-LINE FROM TEAM-TOTAL-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 1 TO C-IV-SUB.
           PERFORM 2150-PRINT-TEAM-LOAD
               UNTIL C-IV-SUB > 6.
           MOVE C-TM-STOPS TO O-TM-STOPS.
           WRITE RM-LINE FROM TEAM-STOPS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RM-LINE FROM DRIVER-SIGN-LINE
               AFTER ADVANCING 3 LINES.

       2145-CLEAR-TEAM-LOAD.
           MOVE ZERO TO TL-CASES (C-IV-SUB).
           ADD 1 TO C-IV-SUB.

       2150-PRINT-TEAM-LOAD.
           MOVE POP-NAME (C-IV-SUB) TO O-TM-POP-TYPE.
           MOVE TL-CASES (C-IV-SUB) TO O-TM-QTY.
           IF C-IV-SUB = 1
               WRITE RM-LINE FROM TEAM-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RM-LINE FROM TEAM-TOTAL-LINE
                   AFTER ADVANCING 1 LINES.
           ADD 1 TO C-IV-SUB.

      *    LEAVES C-CM-SUB POINTING AT THE MASTER ENTRY FOR THE
      *    ORDER'S CUSTOMER NUMBER WHEN ONE IS FOUND.
       2170-CUST-LOOKUP.
           MOVE "NO" TO C-CUST-FOUND-SW.
           MOVE 1 TO C-CM-SCTR.
           PERFORM 2180-CUST-MATCH
               UNTIL C-CM-SCTR > C-CM-CTR.

       2180-CUST-MATCH.
           IF CM-TABLE-NUM (C-CM-SCTR) = I-CUST-NUM
               MOVE "YES" TO C-CUST-FOUND-SW
               MOVE C-CM-SCTR TO C-CM-SUB
               MOVE 2001 TO C-CM-SCTR
           ELSE
               ADD 1 TO C-CM-SCTR.

      *    ONLY THE CASES THAT WENT OUT ON THE TRUCK COME BACK - ANY
      *    PART STILL OPEN ON THE BACKORDER FILE NEVER LEFT THE
      *    SHELF. A FULL REFUSED TABLE HOLDS THE ORDER, UNFLAGGED, FOR
      *    THE NEXT RUN RATHER THAN LEAVE ITS BACKORDER LINES OPEN.
       2500-RETURN-REFUSED.
           IF C-RF-CTR NOT < 500
               ADD 1 TO C-HELD-TOTAL
               MOVE ZERO TO O-R-CASES
               MOVE ZERO TO O-R-TRIPS
               MOVE "HELD - RUN AGAIN" TO O-R-DISPOSITION
               PERFORM 2600-PRINT-REGISTER
           ELSE
               PERFORM 2510-APPLY-RETURN.

      *    THE 'R' RECORD GOES FIRST. IF IT WILL NOT WRITE, NOTHING IS
      *    RETURNED AND NO BACKORDER LINE IS DROPPED - THE ORDER IS
      *    STILL UNFLAGGED, SO THE NEXT RUN PICKS IT UP WHOLE.
       2510-APPLY-RETURN.
           MOVE I-ORDER-NUM TO C-LOOKUP-ORDER.
           PERFORM 2520-FIND-BACKORDER.
           IF C-BO-OPEN-QTY NOT < I-NUM-CASES
               MOVE ZERO TO C-RETURN-QTY
           ELSE
               COMPUTE C-RETURN-QTY = I-NUM-CASES - C-BO-OPEN-QTY.
           PERFORM 2540-FLAG-REFUSED.
           IF OX-STATUS-CODE = "00"
               PERFORM 2550-POST-RETURN
           ELSE
               MOVE ZERO TO O-R-CASES
               MOVE ZERO TO O-R-TRIPS
               MOVE "FILE ERROR - NOT RETURNED" TO O-R-DISPOSITION
               PERFORM 2600-PRINT-REGISTER.

       2550-POST-RETURN.
           MOVE IN-ON-HAND (I-POP-TYPE) TO SK-BEFORE.
           ADD C-RETURN-QTY TO IN-ON-HAND (I-POP-TYPE).
           IF C-RETURN-QTY > ZERO
               MOVE IN-ON-HAND (I-POP-TYPE) TO SK-AFTER
               MOVE I-POP-TYPE TO SK-POP-TYPE
               MOVE "T" TO SK-MOVE-TYPE
               MOVE I-ORDER-NUM TO SK-ORDER-NUM
               MOVE I-DATE TO SK-DATE
               PERFORM 2700-WRITE-LEDGER.
           ADD C-RETURN-QTY TO RT-CASES (I-POP-TYPE).
           ADD C-RETURN-QTY TO C-RETURN-CASES.
           ADD 1 TO C-REFUSE-TOTAL.
           ADD 1 TO C-RF-CTR.
           MOVE I-ORDER-NUM TO RF-ORDER-NUM (C-RF-CTR).
           MOVE C-RETURN-QTY TO O-R-CASES.
           MOVE ZERO TO O-R-TRIPS.
           IF C-BO-OPEN-QTY > ZERO
               MOVE "RETURNED - BACKORDER DROP" TO O-R-DISPOSITION
           ELSE
               MOVE "RETURNED TO STOCK" TO O-R-DISPOSITION.
           PERFORM 2600-PRINT-REGISTER.

      *    TOTALS EVERY OPEN BACKORDER LINE FOR C-LOOKUP-ORDER.
       2520-FIND-BACKORDER.
           MOVE ZERO TO C-BO-OPEN-QTY.
           MOVE 1 TO C-BT-SCTR.
           PERFORM 2530-BACKORDER-MATCH
               UNTIL C-BT-SCTR > C-BT-CTR.

       2530-BACKORDER-MATCH.
           IF BT-ORDER-NUM (C-BT-SCTR) = C-LOOKUP-ORDER
               ADD BT-QTY-SHORT (C-BT-SCTR) TO C-BO-OPEN-QTY.
           ADD 1 TO C-BT-SCTR.

      *    A CHANGED ORDER'S 'M' RECORD IS REWRITTEN AS 'R' - THE
      *    ORDER STAYS ON FILE FOR CBLJRM14 EITHER WAY.
       2540-FLAG-REFUSED.
           MOVE I-ORDER-NUM TO OX-ORDER-NUM.
           READ ORDER-STATUS-FILE
               INVALID KEY
                   MOVE "NO" TO OX-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO OX-FOUND-SW.
           MOVE I-ORDER-NUM TO OX-ORDER-NUM.
           MOVE "R" TO OX-STATUS.
           MOVE SPACES TO OX-REASON.
           MOVE I-DATE TO OX-DATE.
           MOVE "CBLJRM21" TO OX-PROGRAM.
           IF OX-FOUND-SW = "YES"
               REWRITE OX-REC
                   INVALID KEY
                       ADD 1 TO C-IOERR-TOTAL
           ELSE
               WRITE OX-REC
                   INVALID KEY
                       ADD 1 TO C-IOERR-TOTAL.

       2600-PRINT-REGISTER.
           MOVE I-TEAM TO O-R-TEAM.
           MOVE I-ORDER-NUM TO O-R-ORDER-NUM.
           IF C-CUST-FOUND-SW = "YES"
               MOVE CM-TABLE-LNAME (C-CM-SUB) TO O-R-LNAME
               MOVE CM-TABLE-ADDRESS (C-CM-SUB) TO O-R-ADDRESS
           ELSE
               MOVE I-LNAME TO O-R-LNAME
               MOVE I-ADDRESS TO O-R-ADDRESS.
           MOVE POP-NAME (I-POP-TYPE) TO O-R-POP-NAME.
           WRITE PRTLINE FROM REG-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDG-REGISTER.

      *    THE CALLER SETS POP TYPE, MOVE TYPE, ORDER NUMBER AND THE
      *    ON-HAND BEFORE AND AFTER; THE CASES MOVED AND WHICH WAY
      *    FOLLOW FROM THE TWO COUNTS.
       2700-WRITE-LEDGER.
           MOVE I-TIME TO SK-TIME.
           MOVE "CBLJRM21" TO SK-PROGRAM.
           IF SK-AFTER < SK-BEFORE
               MOVE "-" TO SK-SIGN
               COMPUTE SK-QTY = SK-BEFORE - SK-AFTER
           ELSE
               MOVE "+" TO SK-SIGN
               COMPUTE SK-QTY = SK-AFTER - SK-BEFORE.
           WRITE SK-REC.

       3000-CLOSING.
           IF C-CURR-TEAM NOT = SPACE
               PERFORM 2140-TEAM-BREAK.

           PERFORM 3100-WRITE-BACKORDERS.
           PERFORM 3600-WRITE-INVENTORY.

           MOVE 1 TO C-IV-SUB.
           PERFORM 3300-PRINT-RETURN-POP
               UNTIL C-IV-SUB > 6.

           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-ERR-TOTAL TO O-ERR-TOTAL.
           WRITE PRTLINE FROM TOTAL-ERR-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-STOP-TOTAL TO O-STOP-TOTAL.
           WRITE PRTLINE FROM TOTAL-STOP-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-EXHAUST-TOTAL TO O-EXHAUST-TOTAL.
           WRITE PRTLINE FROM TOTAL-EXHAUST-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-MAX-ATTEMPTS TO O-MAX-ATTEMPTS.
           WRITE PRTLINE FROM TOTAL-MAX-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-REFUSE-TOTAL TO O-REFUSE-TOTAL.
           WRITE PRTLINE FROM TOTAL-REFUSE-LINE
               AFTER ADVANCING 2 LINES.

           IF C-HELD-TOTAL > ZERO
               MOVE C-HELD-TOTAL TO O-HELD-TOTAL
               WRITE PRTLINE FROM TOTAL-HELD-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-IOERR-TOTAL > ZERO
               MOVE C-IOERR-TOTAL TO O-IOERR-TOTAL
               WRITE PRTLINE FROM TOTAL-IOERR-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-BO-DROP-TOTAL TO O-BO-DROP-TOTAL.
           WRITE PRTLINE FROM TOTAL-BO-DROP-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-RETURN-CASES TO O-CASES-TOTAL.
           WRITE PRTLINE FROM TOTAL-CASES-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE SORTED-FUNDRAISER.
           CLOSE DELIVERY-STATUS-FILE.
           CLOSE ORDER-STATUS-FILE.
           CLOSE REDELIVERY-HISTORY-FILE.
           CLOSE MANIFEST-OUT.
           CLOSE REGISTER-OUT.
           CLOSE STOCK-LEDGER.

      *    COPIES THE BACKORDER FILE TO CBLPOPBO.NEW (CBLJRM26 COMMITS
      *    IT OVER CBLPOPBO.DAT) LESS EVERY LINE FOR AN ORDER REFUSED
      *    THIS RUN, SO THE RELEASE RUN NEVER SENDS MORE POP TO A DOOR
      *    THAT ALREADY TURNED IT AWAY.
       3100-WRITE-BACKORDERS.
           MOVE "NO" TO BD-EOF-SW.
           OPEN INPUT BACKORDER-DATA.
           OPEN OUTPUT BACKORDER-NEW.
           PERFORM 1350-READ-BACKORDER.
           PERFORM 3150-COPY-BACKORDER
               UNTIL BD-EOF-SW = "YES".
           CLOSE BACKORDER-DATA.
           CLOSE BACKORDER-NEW.

       3150-COPY-BACKORDER.
           MOVE "NO" TO C-REFUSED-SW.
           MOVE 1 TO C-RF-SCTR.
           PERFORM 3160-REFUSED-MATCH
               UNTIL C-RF-SCTR > C-RF-CTR.
           IF C-REFUSED-SW = "YES"
               ADD 1 TO C-BO-DROP-TOTAL
           ELSE
               MOVE BD-REC TO BD-NEW-REC
               WRITE BD-NEW-REC.
           PERFORM 1350-READ-BACKORDER.

       3160-REFUSED-MATCH.
           IF RF-ORDER-NUM (C-RF-SCTR) = BD-ORDER-NUM
               MOVE "YES" TO C-REFUSED-SW
               MOVE 501 TO C-RF-SCTR
           ELSE
               ADD 1 TO C-RF-SCTR.

       3300-PRINT-RETURN-POP.
           MOVE POP-NAME (C-IV-SUB) TO O-RP-POP-NAME.
           MOVE RT-CASES (C-IV-SUB) TO O-RP-RETURNED.
           MOVE IN-ON-HAND (C-IV-SUB) TO O-RP-ON-HAND.
           IF C-IV-SUB = 1
               WRITE PRTLINE FROM RETURN-POP-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE PRTLINE FROM RETURN-POP-LINE
                   AFTER ADVANCING 1 LINES.
           ADD 1 TO C-IV-SUB.

      *    CBLJRM26 COMMITS CBLPOPIV.NEW OVER CBLPOPIV.DAT - SAME
      *    CONVENTION AS THE PICK RUN AND THE BACKORDER RELEASE RUN.
       3600-WRITE-INVENTORY.
           OPEN OUTPUT INVENTORY-NEW-FILE.
           MOVE 1 TO C-IV-SUB.
           PERFORM 3650-WRITE-INVENTORY-REC
               UNTIL C-IV-SUB > 6.
           CLOSE INVENTORY-NEW-FILE.

       3650-WRITE-INVENTORY-REC.
           MOVE C-IV-SUB TO IV-NEW-POP-TYPE.
           MOVE IN-ON-HAND (C-IV-SUB) TO IV-NEW-ON-HAND.
           WRITE IV-NEW-REC.
           ADD 1 TO C-IV-SUB.

      *    APPENDED ONLY AT CLEAN END OF JOB - A RUN THAT DIED LEAVES
      *    NO AUDIT RECORD.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM21" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-ERR-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SORTED-FUNDRAISER
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HDG-MANIFEST.
           ADD 1 TO C-RM-PCTR.
           MOVE C-RM-PCTR TO O-PCTR.
           MOVE DT-NAME (C-CURR-DIV) TO O-DIVISION-NAME.
           MOVE C-CURR-TEAM TO O-TH-TEAM.
           WRITE RM-LINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RM-LINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE RM-LINE FROM MANIFEST-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE RM-LINE FROM TEAM-HDG-LINE
               AFTER ADVANCING 1 LINES.
           WRITE RM-LINE FROM RM-COL-HDG1
               AFTER ADVANCING 2 LINES.

       9200-HDG-REGISTER.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE "ALBIA SOCCER CLUB" TO O-DIVISION-NAME.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM REGISTER-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM REG-COL-HDG1
               AFTER ADVANCING 2 LINES.
