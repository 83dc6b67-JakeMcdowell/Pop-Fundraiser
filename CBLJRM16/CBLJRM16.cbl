      *    (CBLPOPBO.DAT) THE PICK RUN APPENDS TO - OLDEST SHORTFALLS
      *    FIRST, WHICH IS SIMPLY FILE ORDER - AND ALLOCATES THE NEW
      *    ON-HAND TO THEM. PARTIAL FILLS ARE ALLOWED; WHATEVER IS
      *    STILL UNFILLED GOES TO CBLPOPBO.NEW AND THE DRAWN-DOWN
      *    ON-HAND GOES TO CBLPOPIV.NEW - CBLJRM26 COMMITS BOTH OVER
      *    THEIR .DAT FILES. THE PRINTED SUPPLEMENTAL PICK LIST
      *    COVERS ONLY THE RELEASED CASES SO THE CREW PULLS FROM A
      *    CLEAN SHEET, NOT A MARKED-UP OLD BACKORDER REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STOCK-LEDGER
           ASSIGN TO "C:\COBOL\CBLPOPSK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           05     AU-RECS-ERROR       PIC 9(5).
           05     AU-RUN-TYPE         PIC X(7).

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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      MORE-RECS          PIC XXX      VALUE "YES".
           OPEN INPUT BACKORDER-DATA.
           OPEN OUTPUT BACKORDER-NEW.
           OPEN OUTPUT RELEASE-OUT.
           OPEN EXTEND STOCK-LEDGER.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1600-LOAD-CUSTOMERS.
               PERFORM 2110-ALLOCATE.

       2110-ALLOCATE.
           MOVE IN-ON-HAND (BD-POP-TYPE) TO SK-BEFORE.
           IF IN-ON-HAND (BD-POP-TYPE) NOT < BD-QTY-SHORT
               MOVE BD-QTY-SHORT TO C-ALLOC-QTY
               MOVE ZERO TO C-REMAIN-QTY

           IF C-ALLOC-QTY > ZERO
               ADD C-ALLOC-QTY TO C-CASES-RELEASED
               PERFORM 2150-PRINT-PICK-LINE
               MOVE IN-ON-HAND (BD-POP-TYPE) TO SK-AFTER
               MOVE BD-POP-TYPE TO SK-POP-TYPE
               MOVE "L" TO SK-MOVE-TYPE
               MOVE BD-ORDER-NUM TO SK-ORDER-NUM
               MOVE I-DATE TO SK-DATE
               PERFORM 2700-WRITE-LEDGER.

           IF C-REMAIN-QTY = ZERO
               ADD 1 TO C-FILL-TOTAL
           MOVE BD-DATE TO BD-NEW-DATE.
           WRITE BD-NEW-REC.

      *    THE CALLER SETS POP TYPE, MOVE TYPE, ORDER NUMBER AND THE
      *    ON-HAND BEFORE AND AFTER; THE CASES MOVED AND WHICH WAY
      *    FOLLOW FROM THE TWO COUNTS.
       2700-WRITE-LEDGER.
           MOVE I-TIME TO SK-TIME.
           MOVE "CBLJRM16" TO SK-PROGRAM.
           IF SK-AFTER < SK-BEFORE
               MOVE "-" TO SK-SIGN
               COMPUTE SK-QTY = SK-BEFORE - SK-AFTER
           ELSE
               MOVE "+" TO SK-SIGN
               COMPUTE SK-QTY = SK-AFTER - SK-BEFORE.
           WRITE SK-REC.

       3000-CLOSING.
           MOVE C-READ-TOTAL TO O-READ-TOTAL.
           WRITE PRTLINE FROM TOTAL-READ-LINE
           CLOSE BACKORDER-DATA.
           CLOSE BACKORDER-NEW.
           CLOSE RELEASE-OUT.
           CLOSE STOCK-LEDGER.

      *    CBLJRM26 COMMITS CBLPOPIV.NEW OVER CBLPOPIV.DAT - SAME
      *    CONVENTION AS THE PICK RUN AND THE RECEIPT POSTING RUN.
       3600-WRITE-INVENTORY.
           OPEN OUTPUT INVENTORY-NEW-FILE.
