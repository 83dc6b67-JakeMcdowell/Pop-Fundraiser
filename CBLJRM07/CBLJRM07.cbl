           ASSIGN TO "C:\COBOL\CBLPOPSR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           05     CM-ZIP2            PIC 9(4).

      *    SELLER ROSTER - ONE ROW PER REGISTERED SELLER, KEYED BY THE
      *    SELLER ID NUMBER PRINTED ON EACH KID'S ORDER PAD. A FIXED
      *    RECORD GOES BACK IN AS A NEW ORDER, SO AN INACTIVE SELLER
      *    CANNOT TAKE IT.
       FD  SELLER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 42 CHARACTERS.

       01  SR-REC.
           05     SR-SELLER-ID       PIC 9(4).
           05     SR-FNAME           PIC X(15).
           05     SR-TEAM            PIC X.
           05     SR-DIVISION        PIC 9.
           05     SR-STATUS          PIC X.
           05     SR-LAST-ORDER      PIC 9(5).

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
           05      C-CM-SCTR          PIC 9(4)     VALUE ZERO.
           05      SR-EOF-SW          PIC XXX      VALUE "NO".
           05      C-SELLER-FOUND-SW  PIC XXX      VALUE "NO".
           05      C-SR-SUB           PIC 999      VALUE ZERO.

      *    PER-POP-TYPE PRICE LOOKUP TABLE, LOADED FROM CBLPOPPR.DAT -
      *    NEEDED SO THE TOTAL-SALE SIZE EDIT HERE MATCHES CBLJRM05'S.
           05      CUSTOMER-ENTRY     OCCURS 2000 TIMES.
                   10  CM-TABLE-NUM   PIC 9(5).

      *    SELLER IDS ON THE ROSTER - THE ID AND STATUS ARE ALL THE
      *    EDIT NEEDS. C-SR-CTR TRACKS HOW MANY ARE LOADED.
       01  SELLER-ROSTER-AREA.
           05      C-SR-CTR           PIC 999      VALUE ZERO.
           05      SELLER-ROSTER-ENTRY OCCURS 100 TIMES.
                   10  SR-TABLE-ID    PIC 9(4).
                   10  SR-TABLE-STATUS PIC X.
                       88 VAL-SR-INACTIVE VALUE 'I'.

      *    ACCUMULATED VALIDATION ERROR MESSAGES FOR ONE RECORD - SAME
      *    EDITS, MESSAGES, AND CODES AS CBLJRM05'S 2300-VALIDATION.
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.
           05      I-TIME         PIC 9(6).

       01 COMPANY-TITLE-LINE.
           05      FILLER         PIC X(6)      VALUE "DATE: ".
           IF C-SR-CTR < 100 AND SR-SELLER-ID NUMERIC
                   AND SR-SELLER-ID > 0
               ADD 1 TO C-SR-CTR
               MOVE SR-SELLER-ID TO SR-TABLE-ID (C-SR-CTR)
               MOVE SR-STATUS TO SR-TABLE-STATUS (C-SR-CTR).
           PERFORM 1850-READ-SELLER.

       2000-MAINLINE.
                   MOVE "25" TO C-ERR-CODE
                   MOVE "ERROR. SELLER ID NOT ON SELLER ROSTER"
                                                           TO O-ERR-MEG
                   PERFORM 2310-ADD-ERROR
               ELSE
                   IF VAL-SR-INACTIVE (C-SR-SUB)
                       MOVE "26" TO C-ERR-CODE
                       MOVE "ERROR. SELLER ID IS INACTIVE"
                                                           TO O-ERR-MEG
                       PERFORM 2310-ADD-ERROR.
           IF C-ERR-MSG-CTR > ZERO
               MOVE 'YES' TO ERROR-SW.
           GO TO 2300-X.
       2360-SELLER-MATCH.
           IF SR-TABLE-ID (C-SCTR) = I-SELLER-ID
               MOVE "YES" TO C-SELLER-FOUND-SW
               MOVE C-SCTR TO C-SR-SUB
               MOVE 101 TO C-SCTR
           ELSE
               ADD 1 TO C-SCTR.
           WRITE PRTLINE FROM TOTAL-REJECT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE REJECT-FIX-FILE.
           CLOSE FUNDRAISER.
           CLOSE REJECT-NEW-FILE.
           CLOSE REGISTER-OUT.

      *    APPENDED ONLY AT CLEAN END OF JOB - CBLPOPRJ.NEW IS NOT
      *    COMMITTED OVER CBLPOPRJ.DAT WITHOUT THIS RUN'S RECORD.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM07" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-REJECT-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ REJECT-FIX-FILE
               AT END
