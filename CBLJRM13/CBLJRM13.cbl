      *    FIELDS OF AN EXISTING NUMBER. THE NUMBER NEVER CHANGES AND
      *    IS NEVER REUSED, SO "MCDONALD" AND "MC DONALD" STAY ONE
      *    BUYER FOREVER. THE MASTER IS REWRITTEN IN FULL TO
      *    CBLPOPCM.NEW - CBLJRM26 COMMITS IT OVER CBLPOPCM.DAT
      *    AGAINST THIS RUN'S AUDIT TRAIL ENTRY. THE PRINTED
      *    REGISTER SHOWS THE DISPOSITION OF EVERY TRANSACTION AND THE
      *    NUMBER ASSIGNED TO EACH ADD.

           ASSIGN TO "C:\COBOL\CBLPOPCR.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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
                   10  I-YEAR     PIC 9(4).
                   10  I-MONTH    PIC 99.
                   10  I-DAY      PIC 99.
           05      I-TIME         PIC 9(6).

       01 COMPANY-TITLE-LINE.
           05      FILLER         PIC X(6)      VALUE "DATE: ".
           WRITE PRTLINE FROM TOTAL-ONFILE-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3500-WRITE-AUDIT.

           CLOSE CUSTOMER-TRANS-FILE.
           CLOSE REGISTER-OUT.

      *    FULL REWRITE TO THE .NEW FILE - CBLJRM26 COMMITS IT OVER
      *    CBLPOPCM.DAT, SAME AS THE POSTING RUN'S BALANCE AND ORDER
      *    FILES.
       3100-WRITE-MASTER.
           OPEN OUTPUT CUSTOMER-NEW-FILE.
           MOVE 1 TO C-CM-SUB.
           WRITE CM-NEW-REC.
           ADD 1 TO C-CM-SUB.

      *    APPENDED ONLY AT CLEAN END OF JOB, AFTER CBLPOPCM.NEW IS
      *    CLOSED - THE COMMIT RUN WILL NOT PROMOTE A .NEW FILE THAT
      *    HAS NO AUDIT RECORD BEHIND IT.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM13" TO AU-PROGRAM.
           MOVE C-READ-TOTAL TO AU-RECS-READ.
           MOVE C-REJECT-TOTAL TO AU-RECS-ERROR.
           MOVE "FRESH" TO AU-RUN-TYPE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       9000-READ.
           READ CUSTOMER-TRANS-FILE
               AT END
