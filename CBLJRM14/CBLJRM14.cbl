      *    THE ENTRY FILE'S PAID BYTE ONLY COUNTS THE FIRST TIME AN
      *    ORDER IS LOADED. NEW RECORDS PAST THE OLD END OF FILE ARE
      *    ADDED; THERE IS NO TABLE AND NO CEILING ON HOW MANY ORDERS
      *    A SEASON CAN TAKE. AN ORDER CBLJRM19 HAS CHANGED OR
      *    CANCELLED (IT HAS A RECORD ON THE ORDER STATUS FILE,
      *    CBLPOPOX.DAT) KEEPS ITS MAINTAINED POP TYPE, CASES, SPLIT
      *    FLAGS, SELLER, TEAM AND DIVISION ON A REFRESH - THE ENTRY
      *    FILE STILL HOLDS THE ORDER AS IT WAS FIRST KEYED.
      *
      *    AN ENTRY RECORD THE DUPLICATE SCREENING RUN (CBLJRM28) HAS
      *    PUT ON THE HOLD FILE (CBLPOPDH.DAT) IS LEFT OUT OF THE BUILD.
      *    IT STILL TAKES ITS POSITION, SO ITS ORDER NUMBER IS USED UP
      *    AND EVERY ORDER AFTER IT KEEPS THE NUMBER IT ALWAYS HAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS OM-ORDER-NUM
           FILE STATUS IS OM-STATUS.

       SELECT OPTIONAL ORDER-STATUS-FILE
           ASSIGN TO "C:\COBOL\CBLPOPOX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OX-ORDER-NUM
           FILE STATUS IS OX-STATUS-CODE.

       SELECT OPTIONAL HOLD-FILE
           ASSIGN TO "C:\COBOL\CBLPOPDH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DH-ORDER-NUM
           FILE STATUS IS DH-STATUS-CODE.

       SELECT REGISTER-OUT
           ASSIGN TO "C:\COBOL\CBLPOPOB.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.
           05     OM-CUST-NUM        PIC 9(5).
           05     OM-SELLER-ID       PIC 9(4).

      *    ORDERS CBLJRM19 HAS CHANGED OR CANCELLED, KEYED BY ORDER
      *    NUMBER. OPTIONAL - NO FILE MEANS NO ORDER HAS BEEN TOUCHED.
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

      *    SUSPECTED DUPLICATES CBLJRM28 IS HOLDING OUT, KEYED BY THE
      *    ORDER NUMBER THE ENTRY WOULD HAVE HAD. OPTIONAL - NO FILE
      *    MEANS NOTHING IS HELD.
       FD  HOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 18 CHARACTERS.

       01  DH-REC.
           05     DH-ORDER-NUM       PIC 9(5).
           05     DH-MATCH-ORDER     PIC 9(5).
           05     DH-DATE            PIC 9(8).

       FD  REGISTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05      C-UPDATE-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-IOERR-TOTAL      PIC 9(5)     VALUE ZERO.
           05      C-HOLD-PAID        PIC X        VALUE SPACE.
           05      OX-STATUS-CODE     PIC XX.
           05      OX-OPEN-SW         PIC XXX      VALUE "NO".
           05      OX-FOUND-SW        PIC XXX      VALUE "NO".
           05      C-KEPT-TOTAL       PIC 9(5)     VALUE ZERO.
           05      DH-STATUS-CODE     PIC XX.
           05      DH-OPEN-SW         PIC XXX      VALUE "NO".
           05      DH-HELD-SW         PIC XXX      VALUE "NO".
           05      C-HELD-TOTAL       PIC 9(5)     VALUE ZERO.

      *    THE MAINTAINED FIELDS OF THE MASTER RECORD AS READ, PUT
      *    BACK OVER THE ENTRY RECORD WHEN CBLJRM19 HAS TOUCHED THE
      *    ORDER.
       01  HOLD-MAINT-AREA.
           05      C-HOLD-POP-TYPE    PIC 99       VALUE ZERO.
           05      C-HOLD-NUM-CASES   PIC 99       VALUE ZERO.
           05      C-HOLD-TEAMA       PIC X        VALUE SPACE.
           05      C-HOLD-TEAMB       PIC X        VALUE SPACE.
           05      C-HOLD-TEAMC       PIC X        VALUE SPACE.
           05      C-HOLD-TEAMD       PIC X        VALUE SPACE.
           05      C-HOLD-TEAME       PIC X        VALUE SPACE.
           05      C-HOLD-SELLER-ID   PIC 9(4)     VALUE ZERO.
           05      C-HOLD-TEAM        PIC X        VALUE SPACE.
           05      C-HOLD-DIVISION    PIC 9        VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05      I-DATE.
           05  O-UPDATE-TOTAL  PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-KEPT-LINE.
           05  FILLER          PIC X(22)   VALUE "MAINTENANCE KEPT:".
           05  O-KEPT-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-HELD-LINE.
           05  FILLER          PIC X(22)   VALUE "DUPLICATES HELD:".
           05  O-HELD-TOTAL    PIC ZZ,ZZ9.
           05  FILLER          PIC X(104)  VALUE SPACES.

       01 TOTAL-IOERR-LINE.
           05  FILLER          PIC X(22)   VALUE "FILE ERRORS:".
           05  O-IOERR-TOTAL   PIC ZZ,ZZ9.
           OPEN INPUT FUNDRAISER.
           OPEN I-O ORDER-MASTER.
           OPEN OUTPUT REGISTER-OUT.
           PERFORM 1500-OPEN-ORDER-STATUS.
           PERFORM 1600-OPEN-HOLD-FILE.

           PERFORM 9000-READ.
           PERFORM 9100-HDG.

       1500-OPEN-ORDER-STATUS.
           MOVE "NO" TO OX-OPEN-SW.
           OPEN INPUT ORDER-STATUS-FILE.
           IF OX-STATUS-CODE = "00" OR OX-STATUS-CODE = "05"
               MOVE "YES" TO OX-OPEN-SW
           ELSE
               CLOSE ORDER-STATUS-FILE.

       1600-OPEN-HOLD-FILE.
           MOVE "NO" TO DH-OPEN-SW.
           OPEN INPUT HOLD-FILE.
           IF DH-STATUS-CODE = "00" OR DH-STATUS-CODE = "05"
               MOVE "YES" TO DH-OPEN-SW
           ELSE
               CLOSE HOLD-FILE.

       2000-MAINLINE.
           ADD 1 TO C-ORDER-NUM.
           PERFORM 2050-CHECK-HOLD.
           IF DH-HELD-SW = "YES"
               PERFORM 2060-SKIP-HELD
           ELSE
               PERFORM 2100-LOAD-ORDER.
           PERFORM 9000-READ.

       2050-CHECK-HOLD.
           MOVE "NO" TO DH-HELD-SW.
           IF DH-OPEN-SW = "YES"
               MOVE C-ORDER-NUM TO DH-ORDER-NUM
               READ HOLD-FILE
                   INVALID KEY
                       MOVE "NO" TO DH-HELD-SW
                   NOT INVALID KEY
                       MOVE "YES" TO DH-HELD-SW.

      *    THE NUMBER IS SPENT BUT NOTHING IS WRITTEN - THE ENTRY WAITS
      *    ON THE ENTRY FILE UNTIL AN OVERRIDE RELEASES IT.
       2060-SKIP-HELD.
           ADD 1 TO C-HELD-TOTAL.
           MOVE C-ORDER-NUM TO OM-ORDER-NUM.
           MOVE "DUP HELD" TO O-DISPOSITION.
           PERFORM 2180-PRINT-DETAIL.

      *    THE ENTRY RECORD AT POSITION N IS ORDER N. ON A REFRESH THE
      *    MASTER'S PAID FLAG WINS - CBLJRM08 SETS AND CLEARS IT AS
      *    PAYMENTS POST, AND A RE-KEYED NAME FIX MUST NOT FLIP IT.
      *    THE SAME GOES FOR THE FIELDS ORDER MAINTENANCE CHANGES.
       2100-LOAD-ORDER.
           MOVE "NO" TO OM-FOUND-SW.
           MOVE C-ORDER-NUM TO OM-ORDER-NUM.
                   MOVE "NO" TO OM-FOUND-SW
               NOT INVALID KEY
                   MOVE "YES" TO OM-FOUND-SW
                   MOVE OM-PAID-STATUS TO C-HOLD-PAID
                   PERFORM 2110-HOLD-MAINT-FIELDS.

           MOVE ORD-REC TO OM-REC.
           MOVE C-ORDER-NUM TO OM-ORDER-NUM.

           IF OM-FOUND-SW = "YES"
               MOVE C-HOLD-PAID TO OM-PAID-STATUS
               PERFORM 2120-CHECK-MAINTAINED
               PERFORM 2150-REWRITE-ORDER
           ELSE
               PERFORM 2160-WRITE-ORDER.

       2110-HOLD-MAINT-FIELDS.
           MOVE OM-POP-TYPE TO C-HOLD-POP-TYPE.
           MOVE OM-NUM-CASES TO C-HOLD-NUM-CASES.
           MOVE OM-TEAMA TO C-HOLD-TEAMA.
           MOVE OM-TEAMB TO C-HOLD-TEAMB.
           MOVE OM-TEAMC TO C-HOLD-TEAMC.
           MOVE OM-TEAMD TO C-HOLD-TEAMD.
           MOVE OM-TEAME TO C-HOLD-TEAME.
           MOVE OM-SELLER-ID TO C-HOLD-SELLER-ID.
           MOVE OM-TEAM TO C-HOLD-TEAM.
           MOVE OM-DIVISION TO C-HOLD-DIVISION.

       2120-CHECK-MAINTAINED.
           MOVE "NO" TO OX-FOUND-SW.
           IF OX-OPEN-SW = "YES"
               MOVE C-ORDER-NUM TO OX-ORDER-NUM
               READ ORDER-STATUS-FILE
                   INVALID KEY
                       MOVE "NO" TO OX-FOUND-SW
                   NOT INVALID KEY
                       MOVE "YES" TO OX-FOUND-SW.
           IF OX-FOUND-SW = "YES"
               MOVE C-HOLD-POP-TYPE TO OM-POP-TYPE
               MOVE C-HOLD-NUM-CASES TO OM-NUM-CASES
               MOVE C-HOLD-TEAMA TO OM-TEAMA
               MOVE C-HOLD-TEAMB TO OM-TEAMB
               MOVE C-HOLD-TEAMC TO OM-TEAMC
               MOVE C-HOLD-TEAMD TO OM-TEAMD
               MOVE C-HOLD-TEAME TO OM-TEAME
               MOVE C-HOLD-SELLER-ID TO OM-SELLER-ID
               MOVE C-HOLD-TEAM TO OM-TEAM
               MOVE C-HOLD-DIVISION TO OM-DIVISION.

       2150-REWRITE-ORDER.
           REWRITE OM-REC
               INVALID KEY
                   PERFORM 2170-RECORD-IOERR.
           IF OM-STATUS = "00"
               ADD 1 TO C-UPDATE-TOTAL
               IF OX-FOUND-SW = "YES"
                   ADD 1 TO C-KEPT-TOTAL
                   MOVE "MAINT KEPT" TO O-DISPOSITION
                   PERFORM 2180-PRINT-DETAIL
               ELSE
                   MOVE "REFRESHED" TO O-DISPOSITION
                   PERFORM 2180-PRINT-DETAIL.

       2160-WRITE-ORDER.
           WRITE OM-REC
           WRITE PRTLINE FROM TOTAL-UPDATE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-KEPT-TOTAL TO O-KEPT-TOTAL.
           WRITE PRTLINE FROM TOTAL-KEPT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-HELD-TOTAL TO O-HELD-TOTAL.
           WRITE PRTLINE FROM TOTAL-HELD-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-IOERR-TOTAL TO O-IOERR-TOTAL.
           WRITE PRTLINE FROM TOTAL-IOERR-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE FUNDRAISER.
           CLOSE ORDER-MASTER.
           CLOSE REGISTER-OUT.
           IF OX-OPEN-SW = "YES"
               CLOSE ORDER-STATUS-FILE.
           IF DH-OPEN-SW = "YES"
               CLOSE HOLD-FILE.

      *    APPENDED ONLY AT CLEAN END OF JOB - THE POSTING RUN'S
      *    PRE-RUN GUARD LOOKS FOR THIS RECORD BEFORE IT WILL POST
