       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM20.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *                 SELLER ROSTER MAINTENANCE                       *
      *******************************************************************

      *    MAINTAINS THE SELLER ROSTER (CBLPOPSR.DAT) THE ORDER EDIT,
      *    THE FIXED-REJECT RUN AND THE SELLER RANKING VALIDATE
      *    AGAINST. TRANSACTIONS COME IN ON CBLPOPST.DAT - 'A' ADDS A
      *    SELLER AND ASSIGNS THE NEXT SELLER ID, 'C' CHANGES THE
      *    NAMES, 'T' TRANSFERS THE SELLER TO ANOTHER TEAM AND/OR
      *    DIVISION, 'D' DEACTIVATES THE SELLER. A DEACTIVATED SELLER
      *    STAYS ON THE ROSTER SO OLD ORDERS STILL FIND THEIR NAME,
      *    BUT THE HIGHEST ORDER NUMBER ON THE MASTER AT THE TIME IS
      *    STAMPED ON THE ENTRY AND NO LATER ORDER IS ACCEPTED UNDER
      *    THAT ID. THE ROSTER IS REWRITTEN IN FULL TO CBLPOPSR.NEW -
      *    CBLJRM26 COMMITS IT OVER CBLPOPSR.DAT, THE SAME
      *    CONVENTION AS THE CUSTOMER MASTER. AFTER THE TRANSACTION
      *    REGISTER THE ORDER MASTER IS READ AND EVERY LIVE ORDER
      *    WHOSE TEAM OR DIVISION DISAGREES WITH ITS SELLER'S ROSTER
      *    ENTRY IS LISTED, SO MISFILED ORDER PADS ARE CAUGHT BEFORE
      *    PRIZE CREDIT AND TEAM MONEY GO TO THE WRONG TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SELLER-TRANS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SELLER-FILE
           ASSIGN TO "C:\COBOL\CBLPOPSR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SELLER-NEW-FILE
           ASSIGN TO "C:\COBOL\CBLPOPSR.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIVISION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ORDER-MASTER
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

       SELECT REGISTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPSM.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    ONE TRANSACTION PER SELLER KEYED - THE ACTION BYTE THEN THE
      *    ROSTER FIELDS. ON AN ADD THE SELLER ID IS IGNORED; THIS RUN
      *    ASSIGNS IT. A CHANGE USES ONLY THE NAMES, A TRANSFER ONLY
      *    THE TEAM AND DIVISION, A DEACTIVATE ONLY THE SELLER ID.
       FD  SELLER-TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 37 CHARACTERS.

       01  ST-REC.
           05     ST-ACTION          PIC X.
               88 VAL-ST-ADD        VALUE 'A'.
               88 VAL-ST-CHANGE     VALUE 'C'.
               88 VAL-ST-TRANSFER   VALUE 'T'.
               88 VAL-ST-DEACTIVATE VALUE 'D'.
           05     ST-SELLER-ID       PIC 9(4).
           05     ST-LNAME           PIC X(15).
           05     ST-FNAME           PIC X(15).
           05     ST-TEAM            PIC X.
               88 VAL-ST-TEAM VALUE 'A' 'B' 'C' 'D' 'E'.
           05     ST-DIVISION        PIC 9.

      *    THE ROSTER AS IT STOOD BEFORE THIS RUN. OPTIONAL - THE
      *    FIRST EVER RUN STARTS FROM AN EMPTY ROSTER AND NUMBERS FROM
      *    0001. A BLANK STATUS BYTE IS AN ACTIVE SELLER, SO A ROSTER
      *    KEYED BEFORE THE STATUS EXISTED READS AS ALL ACTIVE.
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

       FD  SELLER-NEW-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-NEW-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  SR-NEW-REC.
           05     SR-NEW-SELLER-ID   PIC 9(4).
           05     SR-NEW-LNAME       PIC X(15).
           05     SR-NEW-FNAME       PIC X(15).
           05     SR-NEW-TEAM        PIC X.
           05     SR-NEW-DIVISION    PIC 9.
           05     SR-NEW-STATUS      PIC X.
           05     SR-NEW-LAST-ORDER  PIC 9(5).

       FD  DIVISION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DV-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  DV-REC.
           05     DV-CODE            PIC 9.
           05     DV-NAME            PIC X(18).

      *    THE INDEXED ORDER MASTER CBLJRM14 BUILDS - READ IN
      *    ORDER-NUMBER SEQUENCE, ONCE FOR THE HIGHEST ORDER NUMBER A
      *    DEACTIVATE STAMPS AND ONCE FOR THE MISMATCH LISTING.
      *    OPTIONAL - THE ROSTER IS USUALLY KEYED BEFORE ANY ORDERS.
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

      *    ORDER MAINTENANCE STATUS CBLJRM19 KEEPS, KEYED BY ORDER
      *    NUMBER. A CANCELLED ORDER IS LEFT OFF THE MISMATCH LISTING.
      *    OPTIONAL - NO FILE, NOTHING CANCELLED.
       FD  ORDER-STATUS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OX-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  OX-REC.
           05     OX-ORDER-NUM       PIC 9(5).
           05     OX-STATUS          PIC X.
               88 VAL-OX-CANCELLED VALUE 'C'.
               88 VAL-OX-CHANGED   VALUE 'M'.
           05     OX-REASON          PIC XX.
           05     OX-DATE            PIC 9(8).
           05     OX-PROGRAM         PIC X(8).

       FD  REGISTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

      *    ONE RECORD PER RUN - THE RUN-CONTROL TRAIL THE SUITE KEEPS.
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
           05      SR-EOF-SW          PIC XXX      VALUE "NO".
           05      DV-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-EOF-SW          PIC XXX      VALUE "NO".
           05      OM-STATUS          PIC XX.
           05      OM-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-CANCEL-SW       PIC XXX      VALUE "NO".
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-SR-SUB           PIC 9(4)     VALUE ZERO.
           05      C-SR-SCTR          PIC 9(4)     VALUE ZERO.
           05      C-SELLER-FOUND-SW  PIC XXX      VALUE "NO".
           05      C-LOOKUP-SELLER    PIC 9(4)     VALUE ZERO.
           05      C-HIGH-SELLER-ID   PIC 9(4)     VALUE ZERO.
           05      C-HIGH-ORDER-NUM   PIC 9(5)     VALUE ZERO.
           05      C-READ-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-ADD-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-CHANGE-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-TRANSFER-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-DEACT-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-REJECT-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-ACTIVE-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-ORDERS-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-MISMATCH-TOTAL   PIC 9(5)     VALUE ZERO.
           05      C-REJ-REASON       PIC X(40)    VALUE SPACES.

      *    THE WHOLE ROSTER HELD IN STORAGE WHILE TRANSACTIONS APPLY -
      *    REWRITTEN IN FULL AT END OF JOB. C-SR-CTR TRACKS HOW MANY
      *    SELLERS ARE ON FILE.
       01  SELLER-TABLE-AREA.
           05      C-SR-CTR           PIC 9(4)     VALUE ZERO.
           05      SELLER-ENTRY       OCCURS 100 TIMES.
                   10  SR-TABLE-ID         PIC 9(4).
                   10  SR-TABLE-LNAME      PIC X(15).
                   10  SR-TABLE-FNAME      PIC X(15).
                   10  SR-TABLE-TEAM       PIC X.
                   10  SR-TABLE-DIV        PIC 9.
                   10  SR-TABLE-STATUS     PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.
                   10  SR-TABLE-LAST-ORDER PIC 9(5).

      *    DIVISION CODES ON CBLPOPDV.DAT, INDEXED BY THE CODE ITSELF -
      *    A TRANSFER MUST NAME ONE THAT IS LOADED.
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
           05      FILLER         PIC X(8)     VALUE "CBLJRM20".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(57)     VALUE SPACES.

       01 COMPANY-TITLE-LINE3.
           05      FILLER         PIC X(49)     VALUE SPACES.
           05      FILLER         PIC X(34)     VALUE
                                  "SELLER ROSTER MAINTENANCE REGISTER".
           05      FILLER         PIC X(49)     VALUE SPACES.

       01 MISMATCH-TITLE-LINE.
           05      FILLER         PIC X(44)     VALUE SPACES.
           05      FILLER         PIC X(45)     VALUE
                        "ORDERS FILED UNDER THE WRONG TEAM OR DIVISION".
           05      FILLER         PIC X(43)     VALUE SPACES.

       01 COL-HDG1.
           05      FILLER         PIC X(6)     VALUE "ACTION".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "SELLER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "LAST NAME".
           05      FILLER         PIC X(8)     VALUE SPACES.
           05      FILLER         PIC X(10)    VALUE "FIRST NAME".
           05      FILLER         PIC X(7)     VALUE SPACES.
           05      FILLER         PIC XX       VALUE "TM".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC XX       VALUE "DV".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "DISPOSITION".
           05      FILLER         PIC X(4)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "REASON".
           05      FILLER         PIC X(51)    VALUE SPACES.

       01 DETAIL-LINE.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-ACTION       PIC X.
           05   FILLER         PIC X(6)     VALUE SPACES.
           05   O-SELLER-ID    PIC 9(4).
           05   FILLER         PIC X(5)     VALUE SPACES.
           05   O-LNAME        PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-FNAME        PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-TEAM         PIC X.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-DIVISION     PIC X.
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-DISPOSITION  PIC X(11).
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-REASON       PIC X(40)    VALUE SPACES.
           05   FILLER         PIC X(17)    VALUE SPACES.

       01 MISMATCH-COL-HDG.
           05      FILLER         PIC X(5)     VALUE "ORDER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(14)    VALUE "CUST LAST NAME".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(6)     VALUE "SELLER".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(16)    VALUE "SELLER LAST NAME".
           05      FILLER         PIC X        VALUE SPACES.
           05      FILLER         PIC X(17)    VALUE
                                                 "SELLER FIRST NAME".
           05      FILLER         PIC X(8)     VALUE "ON ORDER".
           05      FILLER         PIC X(3)     VALUE SPACES.
           05      FILLER         PIC X(9)     VALUE "ON ROSTER".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(4)     VALUE "NOTE".
           05      FILLER         PIC X(39)    VALUE SPACES.

       01 MISMATCH-LINE.
           05   O-MM-ORDER-NUM PIC 9(5).
           05   FILLER         PIC XXX      VALUE SPACES.
           05   O-MM-LNAME     PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-MM-SELLER-ID PIC 9(4).
           05   FILLER         PIC X(4)     VALUE SPACES.
           05   O-MM-SR-LNAME  PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-MM-SR-FNAME  PIC X(15).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-MM-OM-TEAM   PIC X.
           05   FILLER         PIC X        VALUE '/'.
           05   O-MM-OM-DIV    PIC 9.
           05   FILLER         PIC X(8)     VALUE SPACES.
           05   O-MM-SR-TEAM   PIC X.
           05   FILLER         PIC X        VALUE '/'.
           05   O-MM-SR-DIV    PIC 9.
           05   FILLER         PIC X(8)     VALUE SPACES.
           05   O-MM-NOTE      PIC X(20).
           05   FILLER         PIC X(23)    VALUE SPACES.

       01 TOTAL-READ-LINE.
           05  FILLER          PIC X(22)   VALUE "TRANSACTIONS READ:".
           05  O-READ-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-ADD-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS ADDED:".
           05  O-ADD-TOTAL     PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-CHANGE-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS CHANGED:".
           05  O-CHANGE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-TRANSFER-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS TRANSFERRED:".
           05  O-TRANSFER-TOTAL PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-DEACT-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS DEACTIVATED:".
           05  O-DEACT-TOTAL   PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-REJECT-LINE.
           05  FILLER          PIC X(22)   VALUE "REJECTED:".
           05  O-REJECT-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-ONFILE-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS ON FILE:".
           05  O-ONFILE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-ACTIVE-LINE.
           05  FILLER          PIC X(22)   VALUE "SELLERS ACTIVE:".
           05  O-ACTIVE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-ORDERS-LINE.
           05  FILLER          PIC X(22)   VALUE "ORDERS CHECKED:".
           05  O-ORDERS-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-MISMATCH-LINE.
           05  FILLER          PIC X(22)   VALUE "ORDERS MISFILED:".
           05  O-MISMATCH-TOTAL PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

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

           OPEN INPUT SELLER-TRANS-FILE.
           OPEN OUTPUT REGISTER-OUT.

           PERFORM 1500-LOAD-DIVISIONS.
           PERFORM 1600-LOAD-SELLERS.
           PERFORM 1700-FIND-HIGH-ORDER.

           PERFORM 9000-READ.
           PERFORM 9100-HDG.

       1500-LOAD-DIVISIONS.
           MOVE 1 TO C-SR-SCTR.
           PERFORM 1510-CLEAR-DIVISION
               UNTIL C-SR-SCTR > 9.
           MOVE "NO" TO DV-EOF-SW.
           OPEN INPUT DIVISION-FILE.
           PERFORM 1550-READ-DIVISION.
           PERFORM 1560-STORE-DIVISION
               UNTIL DV-EOF-SW = "YES".
           CLOSE DIVISION-FILE.

       1510-CLEAR-DIVISION.
           MOVE SPACES TO DT-NAME (C-SR-SCTR).
           MOVE "N" TO DT-LOADED-SW (C-SR-SCTR).
           ADD 1 TO C-SR-SCTR.

       1550-READ-DIVISION.
           READ DIVISION-FILE
               AT END
                   MOVE "YES" TO DV-EOF-SW.

       1560-STORE-DIVISION.
           IF DV-CODE NUMERIC AND DV-CODE > 0
               MOVE DV-NAME TO DT-NAME (DV-CODE)
               MOVE "Y" TO DT-LOADED-SW (DV-CODE).
           PERFORM 1550-READ-DIVISION.

      *    C-HIGH-SELLER-ID ENDS AS THE HIGHEST ID EVER ASSIGNED - THE
      *    NEXT ADD GETS THE ID AFTER IT. DEACTIVATED SELLERS STAY IN
      *    THE TABLE, SO AN ID IS NEVER REUSED.
       1600-LOAD-SELLERS.
           MOVE ZERO TO C-SR-CTR.
           MOVE "NO" TO SR-EOF-SW.
           OPEN INPUT SELLER-FILE.
           PERFORM 1650-READ-SELLER.
           PERFORM 1660-STORE-SELLER
               UNTIL SR-EOF-SW = "YES".
           CLOSE SELLER-FILE.

       1650-READ-SELLER.
           READ SELLER-FILE
               AT END
                   MOVE "YES" TO SR-EOF-SW.

       1660-STORE-SELLER.
           IF C-SR-CTR < 100 AND SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > 0
               ADD 1 TO C-SR-CTR
               MOVE SR-SELLER-ID TO SR-TABLE-ID (C-SR-CTR)
               MOVE SR-LNAME TO SR-TABLE-LNAME (C-SR-CTR)
               MOVE SR-FNAME TO SR-TABLE-FNAME (C-SR-CTR)
               MOVE SR-TEAM TO SR-TABLE-TEAM (C-SR-CTR)
               MOVE SR-DIVISION TO SR-TABLE-DIV (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR)
               IF SR-LAST-ORDER NUMERIC
                   MOVE SR-LAST-ORDER TO SR-TABLE-LAST-ORDER (C-SR-CTR)
               ELSE
                   MOVE ZERO TO SR-TABLE-LAST-ORDER (C-SR-CTR).
           IF SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > C-HIGH-SELLER-ID
               MOVE SR-SELLER-ID TO C-HIGH-SELLER-ID.
           PERFORM 1650-READ-SELLER.

      *    THE HIGHEST ORDER NUMBER ON THE MASTER BEFORE ANY OF THIS
      *    RUN'S DEACTIVATIONS - EVERY ORDER UP TO IT IS HISTORY AND
      *    STAYS WITH THE SELLER, EVERY ORDER AFTER IT IS NEW.
       1700-FIND-HIGH-ORDER.
           PERFORM 1750-OPEN-ORDER-MASTER.
           IF OM-OPEN-SW = "YES"
               PERFORM 1760-READ-ORDER
               PERFORM 1770-NOTE-ORDER
                   UNTIL OM-EOF-SW = "YES"
               CLOSE ORDER-MASTER.

       1750-OPEN-ORDER-MASTER.
           MOVE "NO" TO OM-OPEN-SW.
           MOVE "NO" TO OM-EOF-SW.
           OPEN INPUT ORDER-MASTER.
           IF OM-STATUS = "00" OR OM-STATUS = "05"
               MOVE "YES" TO OM-OPEN-SW
           ELSE
               CLOSE ORDER-MASTER.

       1760-READ-ORDER.
           READ ORDER-MASTER
               AT END
                   MOVE "YES" TO OM-EOF-SW.

       1770-NOTE-ORDER.
           IF OM-ORDER-NUM > C-HIGH-ORDER-NUM
               MOVE OM-ORDER-NUM TO C-HIGH-ORDER-NUM.
           PERFORM 1760-READ-ORDER.

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
           IF NOT VAL-ST-ADD AND NOT VAL-ST-CHANGE
                   AND NOT VAL-ST-TRANSFER AND NOT VAL-ST-DEACTIVATE
               MOVE "ACTION MUST BE A, C, T OR D" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES
                   AND (VAL-ST-ADD OR VAL-ST-CHANGE)
               PERFORM 2310-EDIT-NAMES.
           IF C-REJ-REASON = SPACES
                   AND (VAL-ST-ADD OR VAL-ST-TRANSFER)
               PERFORM 2320-EDIT-TEAM-DIVISION.
      *    THE 100-ENTRY CEILING HERE IS THE SAME ONE EVERY READER'S
      *    SELLER TABLE HOLDS - THIS EDIT IS WHAT KEEPS THE ROSTER
      *    FROM EVER OUTGROWING THEM.
           IF C-REJ-REASON = SPACES AND VAL-ST-ADD
                   AND C-SR-CTR NOT < 100
               MOVE "SELLER ROSTER IS FULL" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND VAL-ST-ADD
                   AND C-HIGH-SELLER-ID NOT < 9999
               MOVE "NO SELLER IDS LEFT TO ASSIGN" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND NOT VAL-ST-ADD
               IF ST-SELLER-ID NOT NUMERIC
                   MOVE "SELLER ID MUST BE NUMERIC" TO C-REJ-REASON
               ELSE
                   MOVE ST-SELLER-ID TO C-LOOKUP-SELLER
                   PERFORM 2330-SELLER-LOOKUP
                   IF C-SELLER-FOUND-SW = "NO"
                       MOVE "SELLER ID NOT ON ROSTER" TO C-REJ-REASON
                   ELSE
                       IF VAL-SR-INACTIVE (C-SR-SUB)
                           MOVE "SELLER IS INACTIVE" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND VAL-ST-TRANSFER
                   AND ST-TEAM = SR-TABLE-TEAM (C-SR-SUB)
                   AND ST-DIVISION = SR-TABLE-DIV (C-SR-SUB)
               MOVE "ALREADY ON THAT TEAM AND DIVISION"
                                                   TO C-REJ-REASON.

       2310-EDIT-NAMES.
           IF ST-LNAME = SPACES
               MOVE "LAST NAME REQUIRED" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES AND ST-FNAME = SPACES
               MOVE "FIRST NAME REQUIRED" TO C-REJ-REASON.

       2320-EDIT-TEAM-DIVISION.
           IF NOT VAL-ST-TEAM
               MOVE "TEAM MUST BE A THROUGH E" TO C-REJ-REASON.
           IF C-REJ-REASON = SPACES
               IF ST-DIVISION NOT NUMERIC OR ST-DIVISION = 0
                   MOVE "DIVISION MUST BE NUMERIC" TO C-REJ-REASON
               ELSE
                   IF DT-LOADED-SW (ST-DIVISION) NOT = "Y"
                       MOVE "DIVISION NOT ON DIVISION FILE"
                                                       TO C-REJ-REASON.

       2330-SELLER-LOOKUP.
           MOVE "NO" TO C-SELLER-FOUND-SW.
           MOVE 1 TO C-SR-SCTR.
           PERFORM 2340-SELLER-MATCH
               UNTIL C-SR-SCTR > C-SR-CTR.

       2340-SELLER-MATCH.
           IF SR-TABLE-ID (C-SR-SCTR) = C-LOOKUP-SELLER
               MOVE "YES" TO C-SELLER-FOUND-SW
               MOVE C-SR-SCTR TO C-SR-SUB
               MOVE 101 TO C-SR-SCTR
           ELSE
               ADD 1 TO C-SR-SCTR.

       2100-APPLY.
           IF VAL-ST-ADD
               PERFORM 2110-ADD-SELLER.
           IF VAL-ST-CHANGE
               PERFORM 2120-CHANGE-SELLER.
           IF VAL-ST-TRANSFER
               PERFORM 2130-TRANSFER-SELLER.
           IF VAL-ST-DEACTIVATE
               PERFORM 2140-DEACTIVATE-SELLER.

       2110-ADD-SELLER.
           ADD 1 TO C-ADD-TOTAL.
           ADD 1 TO C-SR-CTR.
           ADD 1 TO C-HIGH-SELLER-ID.
           MOVE C-SR-CTR TO C-SR-SUB.
           MOVE C-HIGH-SELLER-ID TO SR-TABLE-ID (C-SR-SUB).
           MOVE ST-LNAME TO SR-TABLE-LNAME (C-SR-SUB).
           MOVE ST-FNAME TO SR-TABLE-FNAME (C-SR-SUB).
           MOVE ST-TEAM TO SR-TABLE-TEAM (C-SR-SUB).
           MOVE ST-DIVISION TO SR-TABLE-DIV (C-SR-SUB).
           MOVE "A" TO SR-TABLE-STATUS (C-SR-SUB).
           MOVE ZERO TO SR-TABLE-LAST-ORDER (C-SR-SUB).
           MOVE "ADDED" TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           PERFORM 2150-PRINT-DETAIL.

       2120-CHANGE-SELLER.
           ADD 1 TO C-CHANGE-TOTAL.
           MOVE ST-LNAME TO SR-TABLE-LNAME (C-SR-SUB).
           MOVE ST-FNAME TO SR-TABLE-FNAME (C-SR-SUB).
           MOVE "CHANGED" TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           PERFORM 2150-PRINT-DETAIL.

      *    THE REASON COLUMN CARRIES THE TEAM AND DIVISION THE SELLER
      *    CAME FROM, SO THE COACHES CAN SEE BOTH ENDS OF THE MOVE.
       2130-TRANSFER-SELLER.
           ADD 1 TO C-TRANSFER-TOTAL.
           MOVE SPACES TO O-REASON.
           STRING "FROM TEAM " DELIMITED BY SIZE
                  SR-TABLE-TEAM (C-SR-SUB) DELIMITED BY SIZE
                  " DIVISION " DELIMITED BY SIZE
                  SR-TABLE-DIV (C-SR-SUB) DELIMITED BY SIZE
               INTO O-REASON.
           MOVE ST-TEAM TO SR-TABLE-TEAM (C-SR-SUB).
           MOVE ST-DIVISION TO SR-TABLE-DIV (C-SR-SUB).
           MOVE "TRANSFERRED" TO O-DISPOSITION.
           PERFORM 2150-PRINT-DETAIL.

      *    THE ENTRY STAYS ON THE ROSTER - ONLY THE STATUS AND THE
      *    LAST ORDER NUMBER THE SELLER MAY STILL OWN CHANGE.
       2140-DEACTIVATE-SELLER.
           ADD 1 TO C-DEACT-TOTAL.
           MOVE "I" TO SR-TABLE-STATUS (C-SR-SUB).
           MOVE C-HIGH-ORDER-NUM TO SR-TABLE-LAST-ORDER (C-SR-SUB).
           MOVE "DEACTIVATED" TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           STRING "NO ORDERS AFTER NUMBER " DELIMITED BY SIZE
                  C-HIGH-ORDER-NUM DELIMITED BY SIZE
               INTO O-REASON.
           PERFORM 2150-PRINT-DETAIL.

      *    THE LINE SHOWS THE ROSTER ENTRY AS IT NOW STANDS - THE
      *    ASSIGNED ID ON AN ADD, THE NEW TEAM ON A TRANSFER.
       2150-PRINT-DETAIL.
           MOVE ST-ACTION TO O-ACTION.
           MOVE SR-TABLE-ID (C-SR-SUB) TO O-SELLER-ID.
           MOVE SR-TABLE-LNAME (C-SR-SUB) TO O-LNAME.
           MOVE SR-TABLE-FNAME (C-SR-SUB) TO O-FNAME.
           MOVE SR-TABLE-TEAM (C-SR-SUB) TO O-TEAM.
           MOVE SR-TABLE-DIV (C-SR-SUB) TO O-DIVISION.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       2400-REJECT.
           ADD 1 TO C-REJECT-TOTAL.
           MOVE ST-ACTION TO O-ACTION.
           IF ST-SELLER-ID NUMERIC
               MOVE ST-SELLER-ID TO O-SELLER-ID
           ELSE
               MOVE ZERO TO O-SELLER-ID.
           MOVE ST-LNAME TO O-LNAME.
           MOVE ST-FNAME TO O-FNAME.
           MOVE ST-TEAM TO O-TEAM.
           MOVE ST-DIVISION TO O-DIVISION.
           MOVE "REJECTED" TO O-DISPOSITION.
           MOVE C-REJ-REASON TO O-REASON.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3000-CLOSING.
           PERFORM 3100-WRITE-ROSTER.

           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-ADD-TOTAL TO O-ADD-TOTAL.
           WRITE PRTLINE FROM TOTAL-ADD-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-CHANGE-TOTAL TO O-CHANGE-TOTAL.
           WRITE PRTLINE FROM TOTAL-CHANGE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-TRANSFER-TOTAL TO O-TRANSFER-TOTAL.
           WRITE PRTLINE FROM TOTAL-TRANSFER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-DEACT-TOTAL TO O-DEACT-TOTAL.
           WRITE PRTLINE FROM TOTAL-DEACT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-REJECT-TOTAL TO O-REJECT-TOTAL.
           WRITE PRTLINE FROM TOTAL-REJECT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-SR-CTR TO O-ONFILE-TOTAL.
           WRITE PRTLINE FROM TOTAL-ONFILE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-ACTIVE-TOTAL TO O-ACTIVE-TOTAL.
           WRITE PRTLINE FROM TOTAL-ACTIVE-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3200-LIST-MISMATCHES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE SELLER-TRANS-FILE.
           CLOSE REGISTER-OUT.

      *    FULL REWRITE TO THE .NEW FILE - CBLJRM26 COMMITS IT OVER
      *    CBLPOPSR.DAT, SAME AS THE CUSTOMER MASTER.
       3100-WRITE-ROSTER.
           OPEN OUTPUT SELLER-NEW-FILE.
           MOVE 1 TO C-SR-SUB.
           PERFORM 3150-WRITE-ROSTER-REC
               UNTIL C-SR-SUB > C-SR-CTR.
           CLOSE SELLER-NEW-FILE.

       3150-WRITE-ROSTER-REC.
           MOVE SR-TABLE-ID (C-SR-SUB) TO SR-NEW-SELLER-ID.
           MOVE SR-TABLE-LNAME (C-SR-SUB) TO SR-NEW-LNAME.
           MOVE SR-TABLE-FNAME (C-SR-SUB) TO SR-NEW-FNAME.
           MOVE SR-TABLE-TEAM (C-SR-SUB) TO SR-NEW-TEAM.
           MOVE SR-TABLE-DIV (C-SR-SUB) TO SR-NEW-DIVISION.
           IF VAL-SR-INACTIVE (C-SR-SUB)
               MOVE "I" TO SR-NEW-STATUS
           ELSE
               MOVE "A" TO SR-NEW-STATUS
               ADD 1 TO C-ACTIVE-TOTAL.
           MOVE SR-TABLE-LAST-ORDER (C-SR-SUB) TO SR-NEW-LAST-ORDER.
           WRITE SR-NEW-REC.
           ADD 1 TO C-SR-SUB.

      *    SECOND PASS OF THE ORDER MASTER AGAINST THE ROSTER AS IT
      *    NOW STANDS. ORDERS WHOSE SELLER IS NOT ON THE ROSTER ARE
      *    LEFT TO THE ORDER EDIT; CANCELLED ORDERS ARE LEFT OFF.
       3200-LIST-MISMATCHES.
           PERFORM 9200-HDG-MISMATCH.
           PERFORM 1750-OPEN-ORDER-MASTER.
           IF OM-OPEN-SW = "YES"
               PERFORM 3250-OPEN-ORDER-STATUS
               PERFORM 1760-READ-ORDER
               PERFORM 3210-CHECK-ORDER
                   UNTIL OM-EOF-SW = "YES"
               CLOSE ORDER-MASTER
               IF OX-OPEN-SW = "YES"
                   CLOSE ORDER-STATUS-FILE.

           MOVE C-ORDERS-TOTAL TO O-ORDERS-TOTAL.
           WRITE PRTLINE FROM TOTAL-ORDERS-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-MISMATCH-TOTAL TO O-MISMATCH-TOTAL.
           WRITE PRTLINE FROM TOTAL-MISMATCH-LINE
               AFTER ADVANCING 2 LINES.

       3210-CHECK-ORDER.
           PERFORM 3260-CHECK-CANCELLED.
           IF OX-CANCEL-SW = "NO"
               ADD 1 TO C-ORDERS-TOTAL
               MOVE "NO" TO C-SELLER-FOUND-SW
               IF OM-SELLER-ID NUMERIC
                   MOVE OM-SELLER-ID TO C-LOOKUP-SELLER
                   PERFORM 2330-SELLER-LOOKUP.
           IF OX-CANCEL-SW = "NO" AND C-SELLER-FOUND-SW = "YES"
               IF OM-TEAM NOT = SR-TABLE-TEAM (C-SR-SUB)
                       OR OM-DIVISION NOT = SR-TABLE-DIV (C-SR-SUB)
                   PERFORM 3220-PRINT-MISMATCH.
           PERFORM 1760-READ-ORDER.

       3220-PRINT-MISMATCH.
           ADD 1 TO C-MISMATCH-TOTAL.
           MOVE OM-ORDER-NUM TO O-MM-ORDER-NUM.
           MOVE OM-LNAME TO O-MM-LNAME.
           MOVE OM-SELLER-ID TO O-MM-SELLER-ID.
           MOVE SR-TABLE-LNAME (C-SR-SUB) TO O-MM-SR-LNAME.
           MOVE SR-TABLE-FNAME (C-SR-SUB) TO O-MM-SR-FNAME.
           MOVE OM-TEAM TO O-MM-OM-TEAM.
           MOVE OM-DIVISION TO O-MM-OM-DIV.
           MOVE SR-TABLE-TEAM (C-SR-SUB) TO O-MM-SR-TEAM.
           MOVE SR-TABLE-DIV (C-SR-SUB) TO O-MM-SR-DIV.
           IF OM-TEAM NOT = SR-TABLE-TEAM (C-SR-SUB)
                   AND OM-DIVISION NOT = SR-TABLE-DIV (C-SR-SUB)
               MOVE "TEAM AND DIVISION" TO O-MM-NOTE
           ELSE
               IF OM-TEAM NOT = SR-TABLE-TEAM (C-SR-SUB)
                   MOVE "WRONG TEAM" TO O-MM-NOTE
               ELSE
                   MOVE "WRONG DIVISION" TO O-MM-NOTE.
           WRITE PRTLINE FROM MISMATCH-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDG-MISMATCH.

       3250-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       3260-CHECK-CANCELLED.
           MOVE "NO" TO OX-CANCEL-SW.
           IF OX-OPEN-SW = "YES"
               MOVE OM-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-CANCEL-SW
                   NOT INVALID KEY
                       IF VAL-OX-CANCELLED
                           MOVE "YES" TO OX-CANCEL-SW.

       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM20" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-REJECT-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ SELLER-TRANS-FILE
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

       9200-HDG-MISMATCH.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-TITLE-LINE2
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM MISMATCH-TITLE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRTLINE FROM MISMATCH-COL-HDG
               AFTER ADVANCING 2 LINES.
