       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLJRM26.
       AUTHOR.                     JAKE MCDOWELL.
       DATE-WRITTEN.               10/15/2026
       DATE-COMPILED.

      *******************************************************************
      *              MCDOWELL'S COCOA-COLA FUNDRAISER                   *
      *            GENERATION COMMIT AND ROLLBACK RUN                   *
      *******************************************************************

      *    PROMOTES THE .NEW FILES THE MAINTENANCE RUNS LEAVE BEHIND
      *    (CBLPOPCM, IV, BO, DL, GC, RJ, SR AND PD) OVER THEIR .DAT
      *    FILES, IN PLACE OF COPYING THEM BY HAND. A .NEW FILE IS
      *    ONLY COMMITTED WHEN THE AUDIT TRAIL (CBLPOPAU.DAT) SHOWS A
      *    COMPLETED RUN OF A PROGRAM THAT WRITES IT SINCE THE FILE
      *    WAS LAST COMMITTED - SO A SECOND COMMIT OF THE SAME FILE
      *    DOES NOTHING, AND A .NEW LEFT BY A RUN THAT DIED IS NOT
      *    PICKED UP. IT IS HELD, NOT COMMITTED, WHEN IT WAS REWRITTEN
      *    MORE THAN ONCE SINCE THE LAST COMMIT - BY A DIFFERENT
      *    PROGRAM OR BY THE SAME ONE RUN AGAIN (THE FIRST RUN'S WORK
      *    WAS LOST WHEN THE SECOND STARTED FROM THE OLD .DAT) - WHEN
      *    THE .DAT WAS WRITTEN DIRECTLY AFTER THE RUN, OR WHEN A FILE
      *    THAT IS NEVER EMPTY CAME OUT EMPTY.
      *
      *    EACH COMMIT KEEPS THE THREE GENERATIONS BEFORE IT AS
      *    CBLPOPXX.G01 (THE ONE JUST REPLACED), .G02 AND .G03. THE
      *    GENERATION CONTROL FILE (CBLPOPGN.DAT) HOLDS, PER FILE, HOW
      *    MANY ARE ON HAND AND HOW FAR THROUGH THE AUDIT TRAIL THE
      *    FILE HAS BEEN COMMITTED.
      *
      *    REQUESTS ON CBLPOPGR.DAT ARE ACTED ON FIRST: 'R' ROLLS A
      *    FILE BACK TO ITS PRIOR GENERATION, 'F' COMMITS A HELD FILE
      *    ANYWAY ONCE SOMEONE HAS LOOKED AT WHY IT WAS HELD. A
      *    ROLLBACK ALSO DISCARDS ANY .NEW FILE BUILT FROM THE
      *    GENERATION BEING BACKED OUT. EVERY COMMIT AND ROLLBACK IS
      *    APPENDED TO THE AUDIT TRAIL, AND THE REQUEST FILE IS
      *    CLEARED ONCE READ SO A REQUEST IS NEVER ACTED ON TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
           ASSIGN TO "C:\COBOL\CBLPOPGR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GR-STATUS-CODE.

       SELECT OPTIONAL GENERATION-FILE
           ASSIGN TO "C:\COBOL\CBLPOPGN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GN-FILE-CODE
           FILE STATUS IS GN-STATUS-CODE.

       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO "C:\COBOL\CBLPOPAU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL COPY-IN-FILE
           ASSIGN TO DYNAMIC C-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CI-STATUS-CODE.

       SELECT COPY-OUT-FILE
           ASSIGN TO DYNAMIC C-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOG-OUT
           ASSIGN TO "C:\COBOL\CBLPOPCL.PRT"
           ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    ONE REQUEST PER LINE - THE ACTION AND THE TWO-LETTER FILE
      *    CODE, E.G. "RIV" ROLLS CBLPOPIV.DAT BACK A GENERATION.
       FD  REQUEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GR-REC
           RECORD CONTAINS 3 CHARACTERS.

       01  GR-REC.
           05     GR-ACTION          PIC X.
               88 VAL-GR-ROLLBACK VALUE 'R'.
               88 VAL-GR-FORCE    VALUE 'F'.
           05     GR-FILE-CODE       PIC XX.

      *    ONE RECORD PER FILE EVER COMMITTED. THE CONSUMED STAMP IS
      *    THE AUDIT TRAIL DATE AND TIME UP TO WHICH RUNS HAVE BEEN
      *    COMMITTED (OR BACKED OUT) - ONLY RUNS AFTER IT ARE PENDING.
       FD  GENERATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GN-REC
           RECORD CONTAINS 40 CHARACTERS.

       01  GN-REC.
           05     GN-FILE-CODE       PIC XX.
           05     GN-GENERATIONS     PIC 9.
           05     GN-CONSUMED-STAMP.
                  10  GN-CONSUMED-DATE PIC 9(8).
                  10  GN-CONSUMED-TIME PIC 9(6).
           05     GN-CONSUMED-NUM    REDEFINES GN-CONSUMED-STAMP
                                     PIC 9(14).
           05     GN-LAST-ACTION     PIC X.
               88 VAL-GN-COMMIT   VALUE 'C'.
               88 VAL-GN-ROLLBACK VALUE 'R'.
           05     GN-LAST-DATE       PIC 9(8).
           05     GN-LAST-TIME       PIC 9(6).
           05     GN-LAST-PROGRAM    PIC X(8).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  AU-REC.
           05     AU-RUN-STAMP.
                  10  AU-RUN-DATE     PIC 9(8).
                  10  AU-RUN-TIME     PIC 9(6).
           05     AU-STAMP-NUM        REDEFINES AU-RUN-STAMP
                                      PIC 9(14).
           05     AU-PROGRAM          PIC X(8).
           05     AU-RECS-READ        PIC 9(7).
           05     AU-RECS-ERROR       PIC 9(5).
           05     AU-RUN-TYPE.
                  10  AU-RUN-ACTION   PIC X(5).
                  10  AU-RUN-FILE     PIC XX.

      *    EVERY FILE THIS RUN MOVES IS LINE SEQUENTIAL - ONE RECORD
      *    AREA WIDE ENOUGH FOR THE WIDEST OF THEM (THE 99-BYTE
      *    REJECT RECORD) COPIES ANY OF THEM LINE FOR LINE.
       FD  COPY-IN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 132 CHARACTERS.

       01  CI-REC                    PIC X(132).

       FD  COPY-OUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 132 CHARACTERS.

       01  CO-REC                    PIC X(132).

       FD  LOG-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05      MORE-RECS          PIC XXX      VALUE "YES".
           05      AU-EOF-SW          PIC XXX      VALUE "NO".
           05      CI-EOF-SW          PIC XXX      VALUE "NO".
           05      GR-STATUS-CODE     PIC XX.
           05      GR-OPEN-SW         PIC XXX      VALUE "NO".
           05      GN-STATUS-CODE     PIC XX.
           05      CI-STATUS-CODE     PIC XX.
           05      C-COPY-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-FILE-FOUND-SW    PIC XXX      VALUE "NO".
           05      C-IN-NAME          PIC X(40)    VALUE SPACES.
           05      C-OUT-NAME         PIC X(40)    VALUE SPACES.
           05      C-PCTR             PIC 99       VALUE ZERO.
           05      C-FT-SUB           PIC 99       VALUE ZERO.
           05      C-FT-SCTR          PIC 99       VALUE ZERO.
           05      C-PT-SCTR          PIC 99       VALUE ZERO.
           05      C-COPY-CTR         PIC 9(7)     VALUE ZERO.
           05      C-NEW-CTR          PIC 9(7)     VALUE ZERO.
           05      C-HOLD-REASON      PIC X(50)    VALUE SPACES.
           05      C-NOW-STAMP        PIC 9(14)    VALUE ZERO.
           05      C-AU-ACTION        PIC X(5)     VALUE SPACES.
           05      C-REQ-TOTAL        PIC 9(5)     VALUE ZERO.
           05      C-REQ-REJECT-TOTAL PIC 9(5)     VALUE ZERO.
           05      C-COMMIT-TOTAL     PIC 9(5)     VALUE ZERO.
           05      C-HOLD-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-IDLE-TOTAL       PIC 9(5)     VALUE ZERO.
           05      C-ROLLBACK-TOTAL   PIC 9(5)     VALUE ZERO.

      *    BUILDS "C:\COBOL\CBLPOPXX.EXT" FOR THE COPY FILES.
       01  FILE-NAME-AREA.
           05      FILLER             PIC X(15)    VALUE
                                                   "C:\COBOL\CBLPOP".
           05      FN-CODE            PIC XX.
           05      FILLER             PIC X        VALUE ".".
           05      FN-EXT             PIC XXX.

      *    FOR PRINTING A 14-DIGIT AUDIT STAMP AS A DATE AND TIME.
       01  STAMP-WORK-AREA.
           05      SW-STAMP.
                   10  SW-YEAR        PIC 9(4).
                   10  SW-MONTH       PIC 99.
                   10  SW-DAY         PIC 99.
                   10  SW-HOUR        PIC 99.
                   10  SW-MINUTE      PIC 99.
                   10  SW-SECOND      PIC 99.
           05      SW-STAMP-NUM       REDEFINES SW-STAMP
                                      PIC 9(14).
           05      SW-STAMP-PARTS     REDEFINES SW-STAMP.
                   10  SW-DATE        PIC 9(8).
                   10  SW-TIME        PIC 9(6).

      *    HOLD REASONS THAT NAME THE PROGRAM BEHIND THEM.
       01  HOLD-OTHER-REASON.
           05      FILLER             PIC X(18)    VALUE
                                                   "ALSO REWRITTEN BY ".
           05      HR-OTHER-PROGRAM   PIC X(8).
           05      FILLER             PIC X(24)    VALUE
                                             " - ITS WORK IS NOT IN IT".

       01  HOLD-DIRECT-REASON.
           05      FILLER             PIC X(16)    VALUE
                                                   ".DAT WRITTEN BY ".
           05      HR-DIRECT-PROGRAM  PIC X(8).
           05      FILLER             PIC X(26)    VALUE
                                                   " SINCE THIS RUN".

       01  HOLD-RUNS-REASON.
           05      FILLER             PIC X(4)     VALUE "RUN ".
           05      HR-RUNS            PIC 99.
           05      FILLER             PIC X(44)    VALUE
                        " TIMES SINCE LAST COMMIT - EARLIER WORK LOST".

      *    THE FILES THIS RUN COMMITS, IN LOG ORDER, AND WHETHER AN
      *    EMPTY .NEW IS A NORMAL RESULT (NO BACKORDERS LEFT, NO
      *    REJECTS LEFT) OR A SIGN THE RUN WENT WRONG.
       01  FILE-LIST-AREA.
           05  FILLER  PIC X(3)  VALUE "CMN".
           05  FILLER  PIC X(3)  VALUE "IVN".
           05  FILLER  PIC X(3)  VALUE "BOY".
           05  FILLER  PIC X(3)  VALUE "DLN".
           05  FILLER  PIC X(3)  VALUE "GCN".
           05  FILLER  PIC X(3)  VALUE "RJY".
           05  FILLER  PIC X(3)  VALUE "SRN".
           05  FILLER  PIC X(3)  VALUE "PDN".
       01  FILE-LIST-TABLE REDEFINES FILE-LIST-AREA.
           05  FILE-LIST-ENTRY  OCCURS 8 TIMES.
               10  FL-CODE      PIC XX.
               10  FL-EMPTY-OK  PIC X.

      *    WHICH PROGRAM'S AUDIT RECORD SPEAKS FOR WHICH FILE, AND THE
      *    FILE'S PLACE IN THE LIST ABOVE. 'N' WRITES THE .NEW FILE;
      *    'D' WRITES THE .DAT FILE DIRECTLY (CBLJRM05'S REJECTS,
      *    CBLJRM06'S BACKORDER APPENDS), WHICH A LATER COMMIT OF AN
      *    OLDER .NEW WOULD WIPE OUT.
       01  PRODUCER-AREA.
           05  FILLER  PIC X(12)  VALUE "CBLJRM05GCN5".
           05  FILLER  PIC X(12)  VALUE "CBLJRM05RJD6".
           05  FILLER  PIC X(12)  VALUE "CBLJRM06IVN2".
           05  FILLER  PIC X(12)  VALUE "CBLJRM06BOD3".
           05  FILLER  PIC X(12)  VALUE "CBLJRM07RJN6".
           05  FILLER  PIC X(12)  VALUE "CBLJRM13CMN1".
           05  FILLER  PIC X(12)  VALUE "CBLJRM15IVN2".
           05  FILLER  PIC X(12)  VALUE "CBLJRM16BON3".
           05  FILLER  PIC X(12)  VALUE "CBLJRM16IVN2".
           05  FILLER  PIC X(12)  VALUE "CBLJRM17DLN4".
           05  FILLER  PIC X(12)  VALUE "CBLJRM20SRN7".
           05  FILLER  PIC X(12)  VALUE "CBLJRM21IVN2".
           05  FILLER  PIC X(12)  VALUE "CBLJRM21BON3".
           05  FILLER  PIC X(12)  VALUE "CBLJRM24PDN8".
       01  PRODUCER-TABLE REDEFINES PRODUCER-AREA.
           05  PRODUCER-ENTRY  OCCURS 14 TIMES.
               10  PT-PROGRAM   PIC X(8).
               10  PT-CODE      PIC XX.
               10  PT-WRITES    PIC X.
               10  PT-FILE-SUB  PIC 9.

      *    WHAT THE CONTROL FILE AND THE AUDIT TRAIL SAY ABOUT EACH
      *    FILE. FT-RUNS COUNTS THE PENDING RUNS AND FT-RUN- IS THE
      *    LATEST OF THEM; FT-OTHER-PROGRAM IS SET WHEN AN EARLIER
      *    PENDING RUN CAME FROM A DIFFERENT PROGRAM.
       01  FILE-TABLE-AREA.
           05      FILE-ENTRY         OCCURS 8 TIMES.
                   10  FT-CODE          PIC XX.
                   10  FT-GN-FOUND-SW   PIC XXX.
                   10  FT-GENERATIONS   PIC 9.
                   10  FT-CONSUMED      PIC 9(14).
                   10  FT-RUNS          PIC 999.
                   10  FT-RUN-PROGRAM   PIC X(8).
                   10  FT-RUN-STAMP     PIC 9(14).
                   10  FT-RUN-READ      PIC 9(7).
                   10  FT-OTHER-PROGRAM PIC X(8).
                   10  FT-DIRECT-PROGRAM PIC X(8).
                   10  FT-DIRECT-STAMP  PIC 9(14).
                   10  FT-FORCE-SW      PIC XXX.
                   10  FT-ROLLED-SW     PIC XXX.

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
           05      FILLER         PIC X(8)     VALUE "CBLJRM26".
           05      FILLER         PIC X(48)     VALUE SPACES.
           05      FILLER         PIC X(18)     VALUE
                                                "ALBIA SOCCER CLUB".
           05      FILLER         PIC X(58)     VALUE SPACES.

       01 COMPANY-TITLE-LINE3.
           05      FILLER         PIC X(51)     VALUE SPACES.
           05      FILLER         PIC X(30)     VALUE
                                      "GENERATION COMMIT AND ROLLBACK".
           05      FILLER         PIC X(51)     VALUE SPACES.

       01 COL-HDG1.
           05      FILLER         PIC X(12)    VALUE "FILE".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(11)    VALUE "ACTION".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(8)     VALUE "RUN BY".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(19)    VALUE "RUN DATE/TIME".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(7)     VALUE "RECORDS".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(4)     VALUE "GENS".
           05      FILLER         PIC XX       VALUE SPACES.
           05      FILLER         PIC X(50)    VALUE "NOTE".
           05      FILLER         PIC X(9)     VALUE SPACES.

       01 DETAIL-LINE.
           05   FILLER         PIC X(6)     VALUE "CBLPOP".
           05   O-FILE-CODE    PIC XX.
           05   FILLER         PIC X(4)     VALUE ".DAT".
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-ACTION       PIC X(11).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RUN-PROGRAM  PIC X(8).
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RUN-DATE.
                10  O-RUN-MONTH   PIC 99.
                10  O-RUN-SLASH1  PIC X.
                10  O-RUN-DAY     PIC 99.
                10  O-RUN-SLASH2  PIC X.
                10  O-RUN-YEAR    PIC 9(4).
                10  FILLER        PIC X        VALUE SPACE.
                10  O-RUN-HOUR    PIC 99.
                10  O-RUN-COLON1  PIC X.
                10  O-RUN-MINUTE  PIC 99.
                10  O-RUN-COLON2  PIC X.
                10  O-RUN-SECOND  PIC 99.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-RECORDS      PIC Z,ZZZ,ZZ9.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-GENERATIONS  PIC Z.
           05   FILLER         PIC XX       VALUE SPACES.
           05   O-NOTE.
                10  O-NOTE-ACTION PIC X.
                10  FILLER        PIC X.
                10  O-NOTE-REASON PIC X(48).
           05   FILLER         PIC X(10)    VALUE SPACES.

       01 COUNT-LINE.
           05  O-CT-LABEL      PIC X(30).
           05  O-CT-COUNT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(96)   VALUE SPACES.

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
           MOVE I-DATE TO SW-DATE.
           MOVE I-TIME TO SW-TIME.
           MOVE SW-STAMP-NUM TO C-NOW-STAMP.

           OPEN OUTPUT LOG-OUT.
           OPEN I-O GENERATION-FILE.

           MOVE 1 TO C-FT-SUB.
           PERFORM 1100-LOAD-FILE-ENTRY
               UNTIL C-FT-SUB > 8.

           PERFORM 1300-SCAN-AUDIT.

           MOVE "NO" TO GR-OPEN-SW.
           OPEN INPUT REQUEST-FILE.
           IF GR-STATUS-CODE = "00"
               MOVE "YES" TO GR-OPEN-SW
           ELSE
               CLOSE REQUEST-FILE.

           PERFORM 9100-HDG.
           PERFORM 9000-READ.

      *    A FILE WITH NO CONTROL RECORD HAS NEVER BEEN COMMITTED BY
      *    THIS RUN - EVERY AUDIT RECORD FOR IT COUNTS AS PENDING.
       1100-LOAD-FILE-ENTRY.
           MOVE FL-CODE (C-FT-SUB) TO FT-CODE (C-FT-SUB).
           MOVE ZERO TO FT-RUNS (C-FT-SUB).
           MOVE SPACES TO FT-RUN-PROGRAM (C-FT-SUB).
           MOVE ZERO TO FT-RUN-STAMP (C-FT-SUB).
           MOVE ZERO TO FT-RUN-READ (C-FT-SUB).
           MOVE SPACES TO FT-OTHER-PROGRAM (C-FT-SUB).
           MOVE SPACES TO FT-DIRECT-PROGRAM (C-FT-SUB).
           MOVE ZERO TO FT-DIRECT-STAMP (C-FT-SUB).
           MOVE "NO" TO FT-FORCE-SW (C-FT-SUB).
           MOVE "NO" TO FT-ROLLED-SW (C-FT-SUB).
           MOVE FL-CODE (C-FT-SUB) TO GN-FILE-CODE.
           READ GENERATION-FILE
               INVALID KEY
                   MOVE "NO" TO FT-GN-FOUND-SW (C-FT-SUB)
                   MOVE ZERO TO FT-GENERATIONS (C-FT-SUB)
                   MOVE ZERO TO FT-CONSUMED (C-FT-SUB)
               NOT INVALID KEY
                   MOVE "YES" TO FT-GN-FOUND-SW (C-FT-SUB)
                   MOVE GN-GENERATIONS TO FT-GENERATIONS (C-FT-SUB)
                   MOVE GN-CONSUMED-NUM TO FT-CONSUMED (C-FT-SUB).
           ADD 1 TO C-FT-SUB.

       1300-SCAN-AUDIT.
           MOVE "NO" TO AU-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           PERFORM 1350-READ-AUDIT.
           PERFORM 1360-CHECK-AUDIT
               UNTIL AU-EOF-SW = "YES".
           CLOSE AUDIT-FILE.

       1350-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "YES" TO AU-EOF-SW.

       1360-CHECK-AUDIT.
           IF AU-STAMP-NUM NUMERIC
               MOVE 1 TO C-PT-SCTR
               PERFORM 1370-MATCH-PRODUCER
                   UNTIL C-PT-SCTR > 14.
           PERFORM 1350-READ-AUDIT.

       1370-MATCH-PRODUCER.
           IF PT-PROGRAM (C-PT-SCTR) = AU-PROGRAM
               MOVE PT-FILE-SUB (C-PT-SCTR) TO C-FT-SUB
               IF PT-WRITES (C-PT-SCTR) = "N"
                   PERFORM 1380-NOTE-RUN
               ELSE
                   PERFORM 1390-NOTE-DIRECT.
           ADD 1 TO C-PT-SCTR.

       1380-NOTE-RUN.
           IF AU-STAMP-NUM > FT-CONSUMED (C-FT-SUB)
               ADD 1 TO FT-RUNS (C-FT-SUB)
               IF FT-RUN-PROGRAM (C-FT-SUB) NOT = SPACES
                       AND FT-RUN-PROGRAM (C-FT-SUB) NOT = AU-PROGRAM
                   MOVE FT-RUN-PROGRAM (C-FT-SUB)
                                       TO FT-OTHER-PROGRAM (C-FT-SUB).
           IF AU-STAMP-NUM > FT-CONSUMED (C-FT-SUB)
                   AND AU-STAMP-NUM NOT < FT-RUN-STAMP (C-FT-SUB)
               MOVE AU-PROGRAM TO FT-RUN-PROGRAM (C-FT-SUB)
               MOVE AU-STAMP-NUM TO FT-RUN-STAMP (C-FT-SUB)
               MOVE AU-RECS-READ TO FT-RUN-READ (C-FT-SUB).

       1390-NOTE-DIRECT.
           IF AU-STAMP-NUM > FT-DIRECT-STAMP (C-FT-SUB)
               MOVE AU-PROGRAM TO FT-DIRECT-PROGRAM (C-FT-SUB)
               MOVE AU-STAMP-NUM TO FT-DIRECT-STAMP (C-FT-SUB).

      *    REQUESTS ARE ACTED ON BEFORE THE COMMIT PASS - A FORCE HAS
      *    TO BE IN PLACE BEFORE ITS FILE COMES UP, AND A FILE ROLLED
      *    BACK HERE MUST NOT HAVE A .NEW COMMITTED STRAIGHT OVER IT.
       2000-MAINLINE.
           ADD 1 TO C-REQ-TOTAL.
           PERFORM 2100-FIND-FILE.
           MOVE GR-FILE-CODE TO O-FILE-CODE.
           MOVE SPACES TO O-RUN-PROGRAM.
           MOVE SPACES TO O-RUN-DATE.
           MOVE ZERO TO O-RECORDS.
           MOVE ZERO TO O-GENERATIONS.
           IF C-FILE-FOUND-SW = "NO"
               MOVE "NOT A FILE THIS RUN COMMITS" TO C-HOLD-REASON
               PERFORM 2900-REJECT-REQUEST
           ELSE
               IF VAL-GR-ROLLBACK
                   PERFORM 2200-ROLLBACK
               ELSE
                   IF VAL-GR-FORCE
                       MOVE "YES" TO FT-FORCE-SW (C-FT-SUB)
                       MOVE "FORCE" TO O-ACTION
                       MOVE "WILL COMMIT EVEN IF HELD BELOW" TO O-NOTE
                       PERFORM 2950-PRINT-LINE
                   ELSE
                       MOVE "ACTION MUST BE R OR F" TO C-HOLD-REASON
                       PERFORM 2900-REJECT-REQUEST.
           PERFORM 9000-READ.

       2100-FIND-FILE.
           MOVE "NO" TO C-FILE-FOUND-SW.
           MOVE 1 TO C-FT-SCTR.
           PERFORM 2110-FILE-MATCH
               UNTIL C-FT-SCTR > 8.

       2110-FILE-MATCH.
           IF FT-CODE (C-FT-SCTR) = GR-FILE-CODE
               MOVE "YES" TO C-FILE-FOUND-SW
               MOVE C-FT-SCTR TO C-FT-SUB
               MOVE 9 TO C-FT-SCTR
           ELSE
               ADD 1 TO C-FT-SCTR.

      *    .G01 GOES BACK TO .DAT AND THE OLDER GENERATIONS MOVE UP
      *    ONE. THE CONSUMED STAMP MOVES TO NOW, SO NO RUN MADE
      *    BEFORE THE ROLLBACK - ALL OF THEM STARTED FROM THE
      *    GENERATION JUST BACKED OUT - CAN BE COMMITTED AFTERWARD.
       2200-ROLLBACK.
           MOVE FT-CODE (C-FT-SUB) TO FN-CODE.
           MOVE "G01" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-IN-NAME.
           PERFORM 4100-COUNT-FILE.
           IF FT-GENERATIONS (C-FT-SUB) = ZERO
               MOVE "NO PRIOR GENERATION ON HAND" TO C-HOLD-REASON
               PERFORM 2900-REJECT-REQUEST
           ELSE
               IF C-COPY-FOUND-SW = "NO"
                   MOVE "PRIOR GENERATION FILE .G01 IS MISSING"
                     TO C-HOLD-REASON
                   PERFORM 2900-REJECT-REQUEST
               ELSE
                   PERFORM 2250-RESTORE-GENERATIONS.

       2250-RESTORE-GENERATIONS.
           MOVE "G01" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-IN-NAME.
           MOVE "DAT" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-OUT-NAME.
           PERFORM 4000-COPY-FILE.
           MOVE C-COPY-CTR TO C-NEW-CTR.
           IF FT-GENERATIONS (C-FT-SUB) > 1
               MOVE "G02" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-IN-NAME
               MOVE "G01" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-OUT-NAME
               PERFORM 4000-COPY-FILE.
           IF FT-GENERATIONS (C-FT-SUB) > 2
               MOVE "G03" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-IN-NAME
               MOVE "G02" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-OUT-NAME
               PERFORM 4000-COPY-FILE.
           PERFORM 4200-CLEAR-NEW.

           SUBTRACT 1 FROM FT-GENERATIONS (C-FT-SUB).
           MOVE C-NOW-STAMP TO FT-CONSUMED (C-FT-SUB).
           MOVE "YES" TO FT-ROLLED-SW (C-FT-SUB).
           MOVE "R" TO GN-LAST-ACTION.
           MOVE SPACES TO GN-LAST-PROGRAM.
           PERFORM 3800-UPDATE-CONTROL.
           MOVE "ROLL-" TO C-AU-ACTION.
           PERFORM 3500-WRITE-AUDIT.

           ADD 1 TO C-ROLLBACK-TOTAL.
           MOVE "ROLLED BACK" TO O-ACTION.
           MOVE C-NEW-CTR TO O-RECORDS.
           MOVE FT-GENERATIONS (C-FT-SUB) TO O-GENERATIONS.
           MOVE "PRIOR GENERATION RESTORED - ANY .NEW DISCARDED"
             TO O-NOTE.
           PERFORM 2950-PRINT-LINE.

       2900-REJECT-REQUEST.
           ADD 1 TO C-REQ-REJECT-TOTAL.
           MOVE "REJECTED" TO O-ACTION.
           MOVE SPACES TO O-NOTE.
           MOVE GR-ACTION TO O-NOTE-ACTION.
           MOVE C-HOLD-REASON TO O-NOTE-REASON.
           PERFORM 2950-PRINT-LINE.

       2950-PRINT-LINE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

       3000-CLOSING.
           IF GR-OPEN-SW = "YES"
               CLOSE REQUEST-FILE
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE.

           MOVE 1 TO C-FT-SUB.
           PERFORM 3100-COMMIT-FILE
               UNTIL C-FT-SUB > 8.

           MOVE "REQUESTS READ:" TO O-CT-LABEL.
           MOVE C-REQ-TOTAL TO O-CT-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "REQUESTS REJECTED:" TO O-CT-LABEL.
           MOVE C-REQ-REJECT-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FILES ROLLED BACK:" TO O-CT-LABEL.
           MOVE C-ROLLBACK-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FILES COMMITTED:" TO O-CT-LABEL.
           MOVE C-COMMIT-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FILES HELD:" TO O-CT-LABEL.
           MOVE C-HOLD-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.
           MOVE "FILES WITH NOTHING PENDING:" TO O-CT-LABEL.
           MOVE C-IDLE-TOTAL TO O-CT-COUNT.
           PERFORM 3050-WRITE-COUNT.

           CLOSE GENERATION-FILE.
           CLOSE LOG-OUT.

       3050-WRITE-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDG.

      *    ONE LOG LINE PER FILE, WHETHER OR NOT ANYTHING HAPPENED TO
      *    IT, SO A FORGOTTEN RUN OR A HELD FILE IS IN FRONT OF
      *    WHOEVER READS THE LOG.
       3100-COMMIT-FILE.
           MOVE FT-CODE (C-FT-SUB) TO FN-CODE.
           MOVE "NEW" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-IN-NAME.
           PERFORM 4100-COUNT-FILE.
           MOVE C-COPY-CTR TO C-NEW-CTR.

           MOVE FT-CODE (C-FT-SUB) TO O-FILE-CODE.
           MOVE FT-RUN-PROGRAM (C-FT-SUB) TO O-RUN-PROGRAM.
           MOVE C-NEW-CTR TO O-RECORDS.
           MOVE SPACES TO O-NOTE.
           IF FT-RUNS (C-FT-SUB) = ZERO
               MOVE SPACES TO O-RUN-DATE
           ELSE
               MOVE FT-RUN-STAMP (C-FT-SUB) TO SW-STAMP-NUM
               PERFORM 3190-EDIT-STAMP.

           PERFORM 3150-CHECK-PENDING.

           IF C-HOLD-REASON = SPACES
               PERFORM 3200-COMMIT
           ELSE
               IF FT-ROLLED-SW (C-FT-SUB) = "YES"
                   MOVE "ROLLED BACK" TO O-ACTION
                   ADD 1 TO C-IDLE-TOTAL
               ELSE
                   IF FT-RUNS (C-FT-SUB) = ZERO
                           AND C-NEW-CTR = ZERO
                       MOVE "NO CHANGE" TO O-ACTION
                       ADD 1 TO C-IDLE-TOTAL
                   ELSE
                       MOVE "HELD" TO O-ACTION
                       ADD 1 TO C-HOLD-TOTAL.
           IF C-HOLD-REASON NOT = SPACES
               MOVE FT-GENERATIONS (C-FT-SUB) TO O-GENERATIONS
               MOVE C-HOLD-REASON TO O-NOTE.
           PERFORM 2950-PRINT-LINE.
           ADD 1 TO C-FT-SUB.

      *    THE CHECKS AGAINST THE AUDIT TRAIL. THE FIRST THREE CAN
      *    NEVER BE FORCED - THERE IS NO RUN TO COMMIT. THE REST ARE
      *    JUDGMENT CALLS AN 'F' REQUEST CAN OVERRIDE.
       3150-CHECK-PENDING.
           MOVE SPACES TO C-HOLD-REASON.
           IF FT-ROLLED-SW (C-FT-SUB) = "YES"
               MOVE "ROLLED BACK THIS RUN - NOTHING COMMITTED"
                 TO C-HOLD-REASON
           ELSE
               IF FT-RUNS (C-FT-SUB) = ZERO
                   PERFORM 3155-CHECK-NO-RUN
               ELSE
                   IF C-COPY-FOUND-SW = "NO"
                       MOVE "RUN ON AUDIT TRAIL BUT THERE IS NO .NEW"
                         TO C-HOLD-REASON
                   ELSE
                       IF FT-FORCE-SW (C-FT-SUB) = "NO"
                           PERFORM 3160-CHECK-JUDGMENT.

       3155-CHECK-NO-RUN.
           IF C-NEW-CTR = ZERO
               MOVE "NO RUN SINCE LAST COMMIT" TO C-HOLD-REASON
           ELSE
               MOVE ".NEW HAS NO COMPLETED RUN ON THE AUDIT TRAIL"
                 TO C-HOLD-REASON.

      *    THE REWRITTEN-TWICE CHECKS WAIT FOR A FILE'S FIRST COMMIT -
      *    UNTIL THEN EVERY RUN ON THE AUDIT TRAIL COUNTS AS PENDING.
       3160-CHECK-JUDGMENT.
           IF FT-GN-FOUND-SW (C-FT-SUB) = "YES"
                   AND FT-OTHER-PROGRAM (C-FT-SUB) NOT = SPACES
               MOVE FT-OTHER-PROGRAM (C-FT-SUB) TO HR-OTHER-PROGRAM
               MOVE HOLD-OTHER-REASON TO C-HOLD-REASON
           ELSE
               IF FT-GN-FOUND-SW (C-FT-SUB) = "YES"
                       AND FT-RUNS (C-FT-SUB) > 1
                   MOVE FT-RUNS (C-FT-SUB) TO HR-RUNS
                   MOVE HOLD-RUNS-REASON TO C-HOLD-REASON
               ELSE
                   PERFORM 3165-CHECK-DAT-AND-SIZE.

       3165-CHECK-DAT-AND-SIZE.
           IF FT-DIRECT-STAMP (C-FT-SUB) > FT-RUN-STAMP (C-FT-SUB)
               MOVE FT-DIRECT-PROGRAM (C-FT-SUB) TO HR-DIRECT-PROGRAM
               MOVE HOLD-DIRECT-REASON TO C-HOLD-REASON
           ELSE
               IF C-NEW-CTR = ZERO
                       AND FL-EMPTY-OK (C-FT-SUB) = "N"
                   MOVE ".NEW IS EMPTY" TO C-HOLD-REASON.

       3190-EDIT-STAMP.
           MOVE SPACES TO O-RUN-DATE.
           MOVE SW-MONTH TO O-RUN-MONTH.
           MOVE "/" TO O-RUN-SLASH1.
           MOVE SW-DAY TO O-RUN-DAY.
           MOVE "/" TO O-RUN-SLASH2.
           MOVE SW-YEAR TO O-RUN-YEAR.
           MOVE SW-HOUR TO O-RUN-HOUR.
           MOVE ":" TO O-RUN-COLON1.
           MOVE SW-MINUTE TO O-RUN-MINUTE.
           MOVE ":" TO O-RUN-COLON2.
           MOVE SW-SECOND TO O-RUN-SECOND.

      *    OLDEST FIRST: .G02 OVER .G03, .G01 OVER .G02, THE LIVE
      *    .DAT TO .G01, THEN THE .NEW OVER THE .DAT. THE .NEW IS
      *    EMPTIED SO NO ONE CAN COPY IT IN A SECOND TIME BY HAND.
       3200-COMMIT.
           IF FT-GENERATIONS (C-FT-SUB) > 1
               MOVE "G02" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-IN-NAME
               MOVE "G03" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-OUT-NAME
               PERFORM 4000-COPY-FILE.
           IF FT-GENERATIONS (C-FT-SUB) > ZERO
               MOVE "G01" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-IN-NAME
               MOVE "G02" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-OUT-NAME
               PERFORM 4000-COPY-FILE.

           MOVE "DAT" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-IN-NAME.
           PERFORM 4100-COUNT-FILE.
           IF C-COPY-FOUND-SW = "YES"
               MOVE "DAT" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-IN-NAME
               MOVE "G01" TO FN-EXT
               MOVE FILE-NAME-AREA TO C-OUT-NAME
               PERFORM 4000-COPY-FILE
               IF FT-GENERATIONS (C-FT-SUB) < 3
                   ADD 1 TO FT-GENERATIONS (C-FT-SUB).

           MOVE "NEW" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-IN-NAME.
           MOVE "DAT" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-OUT-NAME.
           PERFORM 4000-COPY-FILE.
           PERFORM 4200-CLEAR-NEW.

           MOVE FT-RUN-STAMP (C-FT-SUB) TO FT-CONSUMED (C-FT-SUB).
           MOVE "C" TO GN-LAST-ACTION.
           MOVE FT-RUN-PROGRAM (C-FT-SUB) TO GN-LAST-PROGRAM.
           PERFORM 3800-UPDATE-CONTROL.
           MOVE "SWAP-" TO C-AU-ACTION.
           PERFORM 3500-WRITE-AUDIT.

           ADD 1 TO C-COMMIT-TOTAL.
           MOVE "COMMITTED" TO O-ACTION.
           MOVE C-NEW-CTR TO O-RECORDS.
           MOVE FT-GENERATIONS (C-FT-SUB) TO O-GENERATIONS.
           IF FT-FORCE-SW (C-FT-SUB) = "YES"
               MOVE "FORCED BY REQUEST" TO O-NOTE.

      *    ONE RECORD PER COMMIT OR ROLLBACK - RUN TYPE SWAP-XX OR
      *    ROLL-XX NAMES THE FILE, RECORDS READ IS WHAT WAS COPIED IN.
       3500-WRITE-AUDIT.
           MOVE I-DATE TO AU-RUN-DATE.
           MOVE I-TIME TO AU-RUN-TIME.
           MOVE "CBLJRM26" TO AU-PROGRAM.
           MOVE C-NEW-CTR TO AU-RECS-READ.
           MOVE ZERO TO AU-RECS-ERROR.
           MOVE C-AU-ACTION TO AU-RUN-ACTION.
           MOVE FT-CODE (C-FT-SUB) TO AU-RUN-FILE.
           OPEN EXTEND AUDIT-FILE.
           WRITE AU-REC.
           CLOSE AUDIT-FILE.

       3800-UPDATE-CONTROL.
           MOVE FT-CODE (C-FT-SUB) TO GN-FILE-CODE.
           MOVE FT-GENERATIONS (C-FT-SUB) TO GN-GENERATIONS.
           MOVE FT-CONSUMED (C-FT-SUB) TO GN-CONSUMED-NUM.
           MOVE I-DATE TO GN-LAST-DATE.
           MOVE I-TIME TO GN-LAST-TIME.
           IF FT-GN-FOUND-SW (C-FT-SUB) = "YES"
               REWRITE GN-REC
           ELSE
               WRITE GN-REC
               MOVE "YES" TO FT-GN-FOUND-SW (C-FT-SUB).

      *    LINE-FOR-LINE COPY FROM C-IN-NAME TO C-OUT-NAME. A MISSING
      *    INPUT LEAVES AN EMPTY OUTPUT AND C-COPY-FOUND-SW "NO".
       4000-COPY-FILE.
           MOVE ZERO TO C-COPY-CTR.
           MOVE "NO" TO CI-EOF-SW.
           MOVE "NO" TO C-COPY-FOUND-SW.
           OPEN INPUT COPY-IN-FILE.
           IF CI-STATUS-CODE = "00"
               MOVE "YES" TO C-COPY-FOUND-SW.
           OPEN OUTPUT COPY-OUT-FILE.
           PERFORM 4050-READ-COPY.
           PERFORM 4060-WRITE-COPY
               UNTIL CI-EOF-SW = "YES".
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.

       4050-READ-COPY.
           READ COPY-IN-FILE
               AT END
                   MOVE "YES" TO CI-EOF-SW.

       4060-WRITE-COPY.
           WRITE CO-REC FROM CI-REC.
           ADD 1 TO C-COPY-CTR.
           PERFORM 4050-READ-COPY.

       4100-COUNT-FILE.
           MOVE ZERO TO C-COPY-CTR.
           MOVE "NO" TO CI-EOF-SW.
           MOVE "NO" TO C-COPY-FOUND-SW.
           OPEN INPUT COPY-IN-FILE.
           IF CI-STATUS-CODE = "00"
               MOVE "YES" TO C-COPY-FOUND-SW.
           PERFORM 4050-READ-COPY.
           PERFORM 4150-COUNT-REC
               UNTIL CI-EOF-SW = "YES".
           CLOSE COPY-IN-FILE.

       4150-COUNT-REC.
           ADD 1 TO C-COPY-CTR.
           PERFORM 4050-READ-COPY.

       4200-CLEAR-NEW.
           MOVE "NEW" TO FN-EXT.
           MOVE FILE-NAME-AREA TO C-OUT-NAME.
           OPEN OUTPUT COPY-OUT-FILE.
           CLOSE COPY-OUT-FILE.

       9000-READ.
           IF GR-OPEN-SW = "YES"
               READ REQUEST-FILE
                   AT END
                       MOVE "NO" TO MORE-RECS
           ELSE
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
