      *    THEIR OWN ENDING ON-HAND BACK, SO BETWEEN THE THREE OF THEM
      *    THE FILE STAYS A LIVE COUNT - NOBODY RE-KEYS THE WHOLE
      *    PICTURE BY HAND WHEN A TRUCK ARRIVES ANY MORE. THE UPDATED
      *    ON-HAND GOES TO CBLPOPIV.NEW - CBLJRM26 COMMITS IT OVER
      *    CBLPOPIV.DAT.
      *    THE REGISTER PRINTS EVERY TRANSACTION AND THE ENDING
      *    ON-HAND PER POP TYPE.

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

           OPEN INPUT RECEIPT-TRANS-FILE.
           OPEN OUTPUT REGISTER-OUT.
           OPEN EXTEND STOCK-LEDGER.

           PERFORM 1100-LOAD-INVENTORY.

               MOVE "CASES MUST BE NUMERIC" TO C-REJ-REASON.

      *    A RECEIPT ADDS TO THE COUNT; AN ADJUSTMENT REPLACES IT
      *    WITH WHAT THE CREW PHYSICALLY COUNTED. EITHER WAY THE
      *    MOVEMENT GOES ON THE STOCK LEDGER UNDER THE TRANSACTION'S
      *    OWN DATE.
       2100-POST-TRANS.
           ADD 1 TO C-POST-TOTAL.
           MOVE IN-ON-HAND (IR-POP-TYPE) TO SK-BEFORE.
           IF VAL-IR-RECEIPT
               ADD IR-QTY TO IN-ON-HAND (IR-POP-TYPE)
                   ON SIZE ERROR
                       MOVE 999999 TO IN-ON-HAND (IR-POP-TYPE)
           ELSE
               MOVE IR-QTY TO IN-ON-HAND (IR-POP-TYPE).
           MOVE IN-ON-HAND (IR-POP-TYPE) TO SK-AFTER.
           MOVE IR-POP-TYPE TO SK-POP-TYPE.
           MOVE IR-TRANS-TYPE TO SK-MOVE-TYPE.
           MOVE ZERO TO SK-ORDER-NUM.
           IF IR-DATE NUMERIC
               MOVE IR-DATE TO SK-DATE
           ELSE
               MOVE I-DATE TO SK-DATE.
           PERFORM 2700-WRITE-LEDGER.
           MOVE "POSTED" TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           PERFORM 2150-PRINT-DETAIL.

      *    THE CALLER SETS POP TYPE, MOVE TYPE, ORDER NUMBER AND THE
      *    ON-HAND BEFORE AND AFTER; THE CASES MOVED AND WHICH WAY
      *    FOLLOW FROM THE TWO COUNTS.
       2700-WRITE-LEDGER.
           MOVE I-TIME TO SK-TIME.
           MOVE "CBLJRM15" TO SK-PROGRAM.
           IF SK-AFTER < SK-BEFORE
               MOVE "-" TO SK-SIGN
               COMPUTE SK-QTY = SK-BEFORE - SK-AFTER
           ELSE
               MOVE "+" TO SK-SIGN
               COMPUTE SK-QTY = SK-AFTER - SK-BEFORE.
           WRITE SK-REC.

       2400-REJECT.
           ADD 1 TO C-REJECT-TOTAL.
           MOVE "REJECTED" TO O-DISPOSITION.

           CLOSE RECEIPT-TRANS-FILE.
           CLOSE REGISTER-OUT.
           CLOSE STOCK-LEDGER.

       3100-PRINT-ONHAND.
           WRITE PRTLINE FROM ONHAND-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO C-IV-SUB.

      *    CBLJRM26 COMMITS CBLPOPIV.NEW OVER CBLPOPIV.DAT - SAME
      *    CONVENTION AS THE PICK RUN'S ENDING ON-HAND.
       3600-WRITE-INVENTORY.
           OPEN OUTPUT INVENTORY-NEW-FILE.
