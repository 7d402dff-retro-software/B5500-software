000100SRCCURR     000185CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  THE AUDITORS ASK EVERY YEAR WHETHER WHAT RUNS IN PRODUCTION IS        00
000900  WHAT IS IN THE SOURCE LIBRARY. THIS RUN READS THE COMPILE             00
001000  HISTORY CHRISLOG KEEPS IN COMPHIST AND THE *MEMBER HEADERS OF         00
001100  SRCLIB AND PAIRS EVERY PRODUCTION COMPILE THAT ENDED EOJ WITH         00
001200  THE SRCLIB MEMBER AND THE GENERATION THAT WAS CURRENT ON THE          00
001300  COMPILE DATE - THE LATEST GENERATION CHECKED IN ON OR BEFORE          00
001400  THAT DAY. THE PROGRAM NAME ON THE COMPILE CARD IS SIX                 00
001500  CHARACTERS, SO A MEMBER IS MATCHED ON THE FIRST SIX                   00
001600  CHARACTERS OF ITS NAME. COPY MEMBERS ARE NEVER COMPILED AND           00
001700  ARE LEFT OUT.                                                         00
001800                                                                        00
001900  AFTER THE PAIRINGS THREE EXCEPTION LISTS ARE PRINTED -                00
002000     PROGRAMS COMPILED FROM SOURCE NEWER THAN ANYTHING CHECKED          00
002100        IN - A PRODUCTION COMPILE WITH NO GENERATION CHECKED IN         00
002200        BY ITS DATE, OR A SECOND PRODUCTION COMPILE OF THE SAME         00
002300        GENERATION, WHICH ONLY CHANGED SOURCE WOULD CALL FOR,           00
002400     SRCLIB GENERATIONS CHECKED IN BUT NEVER COMPILED FOR               00
002500        PRODUCTION - ONLY GENERATIONS CHECKED IN SINCE THE              00
002600        FIRST COMPILE IN COMPHIST, SINCE THE HISTORY SAYS               00
002700        NOTHING OF EARLIER ONES, AND                                    00
002800     PRODUCTION PROGRAMS WITH NO SRCLIB MEMBER AT ALL, WITH             00
002900        THE NUMBER OF COMPILES AND THE LAST COMPILE DATE.               00
003000  TEST COMPILES AND COMPILES THAT DID NOT END EOJ ARE COUNTED BUT       00
003100  NOT PAIRED. NO REPLIES ARE TAKEN. THE IN-CORE TABLES HOLD 1000        00
003200  GENERATIONS, 300 EXCEPTIONS AND 200 PROGRAMS WITHOUT MEMBERS.         00
003300                                                                        00
003400                                                                        00
003500 IDENTIFICATION DIVISION.                                         SRCCUR00
003600 PROGRAM-ID. SOURCE VERSUS PRODUCTION CURRENCY "SRCCURR".         SRCCUR00
003700 DATE-COMPILED.                                                   SRCCUR00
003800 REMARKS. PAIRS EACH PRODUCTION COMPILE IN COMPHIST WITH THE      SRCCUR00
003900     SRCLIB GENERATION CURRENT ON ITS DATE AND LISTS COMPILES     SRCCUR00
004000     NEWER THAN ANY CHECK-IN, GENERATIONS NEVER COMPILED AND      SRCCUR00
004100     PRODUCTION PROGRAMS WITH NO SRCLIB MEMBER.                   SRCCUR00
004200 ENVIRONMENT DIVISION.                                            SRCCUR00
004300 CONFIGURATION SECTION.                                           SRCCUR00
004400 SOURCE-COMPUTER. B-5500.                                         SRCCUR00
004500 OBJECT-COMPUTER. B-5500.                                         SRCCUR00
004600 INPUT-OUTPUT SECTION.                                            SRCCUR00
004700 FILE-CONTROL.                                                    SRCCUR00
004800     SELECT COMP-HIST ASSIGN TO DISK                              SRCCUR00
004900         FILE STATUS IS HIST-FILE-STATUS.                         SRCCUR00
005000     SELECT SRC-LIBRARY ASSIGN TO DISK                            SRCCUR00
005100         FILE STATUS IS LIB-FILE-STATUS.                          SRCCUR00
005200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SRCCUR00
005300 DATA DIVISION.                                                   SRCCUR00
005400 FILE SECTION.                                                    SRCCUR00
005500 MD  COMP-HIST                                                    SRCCUR00
005600     ACCESS SEQUENTIAL                                            SRCCUR00
005700     BLOCK CONTAINS 1 RECORDS                                     SRCCUR00
005800     VALUE OF ID "COMPHIST"                                       SRCCUR00
005900     DATA RECORD CP-REC.                                          SRCCUR00
006000 01  CP-REC          SZ 80.                                       SRCCUR00
006100     05  CP-DATE         PC 9(5).                                 SRCCUR00
006200     05  CP-TIME         PC 9(4).                                 SRCCUR00
006300     05  CP-RUN-SEQ      PC 999.                                  SRCCUR00
006400     05  CP-PROG         PC X(6).                                 SRCCUR00
006500     05  CP-CLASS        PC X.                                    SRCCUR00
006600     05  CP-RESULT       PC X(6).                                 SRCCUR00
006700     05  FILLER          SZ 1.                                    SRCCUR00
006800     05  CP-CTL-CARD     PC X(54).                                SRCCUR00
006900 MD  SRC-LIBRARY                                                  SRCCUR00
007000     FILE CONTAINS 60 | 1500 RECORDS                              SRCCUR00
007100     ACCESS MODE SEQUENTIAL                                       SRCCUR00
007200     BLOCK CONTAINS 15 RECORDS                                    SRCCUR00
007300     RECORD CONTAINS 80 CHARACTERS                                SRCCUR00
007400     LABEL RECORD IS STANDARD                                     SRCCUR00
007500     VALUE OF ID IS "SRCLIB"                                      SRCCUR00
007600     DATA RECORD IS LIB-REC.                                      SRCCUR00
007700 01  LIB-REC         SZ 80.                                       SRCCUR00
007800     05  LB-TAG          PC X(8).                                 SRCCUR00
007900     05  FILLER          SZ 1.                                    SRCCUR00
008000     05  LB-MEMBER       PC X(20).                                SRCCUR00
008100     05  FILLER          SZ 1.                                    SRCCUR00
008200     05  LB-DATE         PC 9(6).                                 SRCCUR00
008300     05  FILLER          SZ 1.                                    SRCCUR00
008400     05  LB-COUNT        PC 9(6).                                 SRCCUR00
008500     05  FILLER          SZ 1.                                    SRCCUR00
008600     05  LB-CLASS        PC X.                                    SRCCUR00
008700     05  FILLER          SZ 35.                                   SRCCUR00
008800 FD  REPORT-FILE                                                  SRCCUR00
008900         VALUE OF ID "SRCCURR"                                    SRCCUR00
009000         DATA RECORD REPORT-REC.                                  SRCCUR00
009100 01  REPORT-REC      SZ 132.                                      SRCCUR00
009200 WORKING-STORAGE SECTION.                                         SRCCUR00
009300 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     SRCCUR00
009400 77  LIB-FILE-STATUS VA SPACE        PC X(2).                     SRCCUR00
009500 77  GN-CNT          VA 0    CMP-1   PC 9(4).                     SRCCUR00
009600 77  GN-FULL-SW      VA 0    CMP-1   PC 9.                        SRCCUR00
009700 77  EX-CNT          VA 0    CMP-1   PC 9(4).                     SRCCUR00
009800 77  EX-FULL-SW      VA 0    CMP-1   PC 9.                        SRCCUR00
009900 77  NP-CNT          VA 0    CMP-1   PC 9(4).                     SRCCUR00
010000 77  NP-FULL-SW      VA 0    CMP-1   PC 9.                        SRCCUR00
010100 77  GX                      CMP-1   PC 9(4).                     SRCCUR00
010200 77  HIT-IX                  CMP-1   PC 9(4).                     SRCCUR00
010300 77  NX                      CMP-1   PC 9(4).                     SRCCUR00
010400 77  MX                      CMP-1   PC 99.                       SRCCUR00
010500 77  MEMBER-SW               CMP-1   PC 9.                        SRCCUR00
010600 77  FIRST-JUL       VA 0    CMP-1   PC 9(5).                     SRCCUR00
010700 77  DATE-IN         VA 0            PC 9(6).                     SRCCUR00
010800 77  DATE-OUT        VA 0            PC 9(6).                     SRCCUR00
010900 77  JUL-IN          VA 0    CMP-1   PC 9(5).                     SRCCUR00
011000 77  JUL-OUT         VA 0    CMP-1   PC 9(5).                     SRCCUR00
011100 77  J-YY                    CMP-1   PC 99.                       SRCCUR00
011200 77  J-MM                    CMP-1   PC 99.                       SRCCUR00
011300 77  J-DD                    CMP-1   PC 99.                       SRCCUR00
011400 77  J-DAYS                  CMP-1   PC 999.                      SRCCUR00
011500 77  J-LEAP                  CMP-1   PC 9.                        SRCCUR00
011600 77  J-MONTH-END             CMP-1   PC 999.                      SRCCUR00
011700 77  HIST-COUNT      VA 0    CMP-1   PC 9(6).                     SRCCUR00
011800 77  TEST-COUNT      VA 0    CMP-1   PC 9(6).                     SRCCUR00
011900 77  FAIL-COUNT      VA 0    CMP-1   PC 9(6).                     SRCCUR00
012000 77  PROD-COUNT      VA 0    CMP-1   PC 9(6).                     SRCCUR00
012100 77  PAIRED-COUNT    VA 0    CMP-1   PC 9(6).                     SRCCUR00
012200 77  NEWER-COUNT     VA 0    CMP-1   PC 9(6).                     SRCCUR00
012300 77  NEVER-COUNT     VA 0    CMP-1   PC 9(6).                     SRCCUR00
012400 77  NOMBR-COUNT     VA 0    CMP-1   PC 9(6).                     SRCCUR00
012500 01  CUM-DAYS-SET.                                                SRCCUR00
012600     05  FILLER  PC X(18) VA "000031059090120151".                SRCCUR00
012700     05  FILLER  PC X(18) VA "181212243273304334".                SRCCUR00
012800 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         SRCCUR00
012900     05  CUM-DAYS    OC 12   PC 999.                              SRCCUR00
013000 01  GN-TABLE.                                                    SRCCUR00
013100     05  GN-ENT  OC 1000.                                         SRCCUR00
013200         10  GN-MEMBER       PC X(20).                            SRCCUR00
013300         10  GN-KEY          PC X(6).                             SRCCUR00
013400         10  GN-GEN    CMP   PC 9(4).                             SRCCUR00
013500         10  GN-DATE         PC 9(6).                             SRCCUR00
013600         10  GN-JUL    CMP   PC 9(5).                             SRCCUR00
013700         10  GN-CLASS        PC X.                                SRCCUR00
013800         10  GN-HITS   CMP   PC 9(4).                             SRCCUR00
013900 01  EX-TABLE.                                                    SRCCUR00
014000     05  EX-ENT  OC 300.                                          SRCCUR00
014100         10  EX-DATE         PC 9(6).                             SRCCUR00
014200         10  EX-RUN-SEQ      PC 999.                              SRCCUR00
014300         10  EX-PROG         PC X(6).                             SRCCUR00
014400         10  EX-MEMBER       PC X(20).                            SRCCUR00
014500         10  EX-GEN    CMP   PC 9(4).                             SRCCUR00
014600         10  EX-WHY          PC X(40).                            SRCCUR00
014700 01  NP-TABLE.                                                    SRCCUR00
014800     05  NP-ENT  OC 200.                                          SRCCUR00
014900         10  NP-PROG         PC X(6).                             SRCCUR00
015000         10  NP-COMPILES CMP PC 9(4).                             SRCCUR00
015100         10  NP-LAST         PC 9(6).                             SRCCUR00
015200 01  TITLE-LINE      SZ 132.                                      SRCCUR00
015300     05  FILLER  PC X(40) VA                                      SRCCUR00
015400         "SOURCE VERSUS PRODUCTION CURRENCY       ".              SRCCUR00
015500     05  FILLER      SZ 92    VA SPACE.                           SRCCUR00
015600 01  PAIR-HEAD       SZ 132.                                      SRCCUR00
015700     05  FILLER  PC X(40) VA                                      SRCCUR00
015800         "PRODUCTION COMPILES                     ".              SRCCUR00
015900     05  FILLER      SZ 92    VA SPACE.                           SRCCUR00
016000 01  PAIR-COL-LINE   SZ 132.                                      SRCCUR00
016100     05  FILLER  PC X(40) VA                                      SRCCUR00
016200         "  COMPILED  TIME  RUN  PROGRAM  MEMBER  ".              SRCCUR00
016300     05  FILLER  PC X(40) VA                                      SRCCUR00
016400         "              GEN  CHECKED IN  STATUS   ".              SRCCUR00
016500     05  FILLER      SZ 52    VA SPACE.                           SRCCUR00
016600 01  PAIR-LINE       SZ 132.                                      SRCCUR00
016700     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
016800     05  PL-DATE     PC 9(6).                                     SRCCUR00
016900     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
017000     05  PL-TIME     PC 9(4).                                     SRCCUR00
017100     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
017200     05  PL-RUN-SEQ  PC 999.                                      SRCCUR00
017300     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
017400     05  PL-PROG     PC X(6).                                     SRCCUR00
017500     05  FILLER      SZ 3     VA SPACE.                           SRCCUR00
017600     05  PL-MEMBER   PC X(20).                                    SRCCUR00
017700     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
017800     05  PL-GEN      PC ZZZ9.                                     SRCCUR00
017900     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
018000     05  PL-CHECKIN  PC X(6).                                     SRCCUR00
018100     05  FILLER      SZ 6     VA SPACE.                           SRCCUR00
018200     05  PL-STATUS   PC X(40).                                    SRCCUR00
018300     05  FILLER      SZ 22    VA SPACE.                           SRCCUR00
018400 01  NEWER-HEAD      SZ 132.                                      SRCCUR00
018500     05  FILLER  PC X(40) VA                                      SRCCUR00
018600         "PROGRAMS COMPILED FROM SOURCE NEWER THAN".              SRCCUR00
018700     05  FILLER  PC X(20) VA " ANYTHING CHECKED IN".              SRCCUR00
018800     05  FILLER      SZ 72    VA SPACE.                           SRCCUR00
018900 01  NEWER-COL-LINE  SZ 132.                                      SRCCUR00
019000     05  FILLER  PC X(40) VA                                      SRCCUR00
019100         "  COMPILED  RUN  PROGRAM  MEMBER        ".              SRCCUR00
019200     05  FILLER  PC X(40) VA                                      SRCCUR00
019300         "        GEN  REASON                     ".              SRCCUR00
019400     05  FILLER      SZ 52    VA SPACE.                           SRCCUR00
019500 01  NEWER-LINE      SZ 132.                                      SRCCUR00
019600     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
019700     05  NL-DATE     PC 9(6).                                     SRCCUR00
019800     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
019900     05  NL-RUN-SEQ  PC 999.                                      SRCCUR00
020000     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
020100     05  NL-PROG     PC X(6).                                     SRCCUR00
020200     05  FILLER      SZ 3     VA SPACE.                           SRCCUR00
020300     05  NL-MEMBER   PC X(20).                                    SRCCUR00
020400     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
020500     05  NL-GEN      PC ZZZ9.                                     SRCCUR00
020600     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
020700     05  NL-WHY      PC X(40).                                    SRCCUR00
020800     05  FILLER      SZ 40    VA SPACE.                           SRCCUR00
020900 01  NEVER-HEAD      SZ 132.                                      SRCCUR00
021000     05  FILLER  PC X(40) VA                                      SRCCUR00
021100         "SRCLIB GENERATIONS CHECKED IN BUT NEVER ".              SRCCUR00
021200     05  FILLER  PC X(23) VA "COMPILED FOR PRODUCTION".           SRCCUR00
021300     05  FILLER      SZ 69    VA SPACE.                           SRCCUR00
021400 01  NEVER-COL-LINE  SZ 132.                                      SRCCUR00
021500     05  FILLER  PC X(40) VA                                      SRCCUR00
021600         "  MEMBER                 GEN  CHECKED IN".              SRCCUR00
021700     05  FILLER      SZ 92    VA SPACE.                           SRCCUR00
021800 01  NEVER-LINE      SZ 132.                                      SRCCUR00
021900     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
022000     05  VL-MEMBER   PC X(20).                                    SRCCUR00
022100     05  FILLER      SZ 3     VA SPACE.                           SRCCUR00
022200     05  VL-GEN      PC ZZZ9.                                     SRCCUR00
022300     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
022400     05  VL-DATE     PC 9(6).                                     SRCCUR00
022500     05  FILLER      SZ 95    VA SPACE.                           SRCCUR00
022600 01  NOMBR-HEAD      SZ 132.                                      SRCCUR00
022700     05  FILLER  PC X(40) VA                                      SRCCUR00
022800         "PRODUCTION PROGRAMS WITH NO SRCLIB MEMBE".              SRCCUR00
022900     05  FILLER  PC X(1)  VA "R".                                 SRCCUR00
023000     05  FILLER      SZ 91    VA SPACE.                           SRCCUR00
023100 01  NOMBR-COL-LINE  SZ 132.                                      SRCCUR00
023200     05  FILLER  PC X(40) VA                                      SRCCUR00
023300         "  PROGRAM  COMPILES  LAST COMPILED      ".              SRCCUR00
023400     05  FILLER      SZ 92    VA SPACE.                           SRCCUR00
023500 01  NOMBR-LINE      SZ 132.                                      SRCCUR00
023600     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
023700     05  ML-PROG     PC X(6).                                     SRCCUR00
023800     05  FILLER      SZ 5     VA SPACE.                           SRCCUR00
023900     05  ML-COMPILES PC ZZZ9.                                     SRCCUR00
024000     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
024100     05  ML-LAST     PC 9(6).                                     SRCCUR00
024200     05  FILLER      SZ 107   VA SPACE.                           SRCCUR00
024300 01  COUNT-LINE      SZ 132.                                      SRCCUR00
024400     05  CL-LABEL    PC X(40).                                    SRCCUR00
024500     05  CL-VALUE    PC ZZZZZ9.                                   SRCCUR00
024600     05  FILLER      SZ 86    VA SPACE.                           SRCCUR00
024700 01  NONE-LINE       SZ 132.                                      SRCCUR00
024800     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
024900     05  FILLER  PC X(4)  VA "NONE".                              SRCCUR00
025000     05  FILLER      SZ 126   VA SPACE.                           SRCCUR00
025100 01  FULL-LINE       SZ 132.                                      SRCCUR00
025200     05  FILLER      SZ 2     VA SPACE.                           SRCCUR00
025300     05  FL-TEXT     PC X(50).                                    SRCCUR00
025400     05  FILLER      SZ 80    VA SPACE.                           SRCCUR00
025500 01  BLANK-LINE      SZ 132   VA SPACE.                           SRCCUR00
025600 PROCEDURE DIVISION.                                              SRCCUR00
025700 000-MAIN.                                                        SRCCUR00
025800     OPEN OUTPUT REPORT-FILE.                                     SRCCUR00
025900     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SRCCUR00
026000     PERFORM 100-LOAD-LIBRARY THRU 100X.                          SRCCUR00
026100     IF GN-CNT = 0                                                SRCCUR00
026200         DISPLAY "SRCLIB EMPTY OR NOT PRESENT - NOTHING TO PAIR"  SRCCUR00
026300         CLOSE REPORT-FILE                                        SRCCUR00
026400         STOP RUN.                                                SRCCUR00
026500     OPEN INPUT COMP-HIST.                                        SRCCUR00
026600     IF HIST-FILE-STATUS NOT = "00"                               SRCCUR00
026700         DISPLAY "NO COMPHIST - RUN CHRISLOG FIRST"               SRCCUR00
026800         CLOSE REPORT-FILE                                        SRCCUR00
026900         STOP RUN.                                                SRCCUR00
027000     PERFORM 200-PAIR THRU 200X.                                  SRCCUR00
027100     CLOSE COMP-HIST.                                             SRCCUR00
027200     PERFORM 500-NEWER THRU 500X.                                 SRCCUR00
027300     PERFORM 600-NEVER THRU 600X.                                 SRCCUR00
027400     PERFORM 700-NO-MEMBER THRU 700X.                             SRCCUR00
027500     PERFORM 800-COUNTS THRU 800X.                                SRCCUR00
027600     CLOSE REPORT-FILE.                                           SRCCUR00
027700     DISPLAY "SRCCURR - COMPILES PAIRED " PAIRED-COUNT            SRCCUR00
027800         " EXCEPTIONS " NEWER-COUNT " " NEVER-COUNT " "           SRCCUR00
027900         NOMBR-COUNT.                                             SRCCUR00
028000     STOP RUN.                                                    SRCCUR00
028100 100-LOAD-LIBRARY.                                                SRCCUR00
028200     NOTE  THE HEADERS ARE IN CHECK-IN ORDER, SO A MEMBERS        SRCCUR00
028300         GENERATION NUMBER IS ONE MORE THAN THE HEADERS OF IT     SRCCUR00
028400         ALREADY HELD.                                            SRCCUR00
028500     OPEN INPUT SRC-LIBRARY.                                      SRCCUR00
028600     IF LIB-FILE-STATUS NOT = "00" GO TO 100X.                    SRCCUR00
028700 110-LIBRARY-READ.                                                SRCCUR00
028800     READ SRC-LIBRARY AT END GO TO 120-LIBRARY-DONE.              SRCCUR00
028900     IF LB-TAG NOT = "*MEMBER " GO TO 110-LIBRARY-READ.           SRCCUR00
029000     IF LB-CLASS = "C" GO TO 110-LIBRARY-READ.                    SRCCUR00
029100     IF GN-CNT = 1000                                             SRCCUR00
029200         MOVE 1 TO GN-FULL-SW                                     SRCCUR00
029300         GO TO 120-LIBRARY-DONE.                                  SRCCUR00
029400     ADD 1 TO GN-CNT.                                             SRCCUR00
029500     MOVE LB-MEMBER TO GN-MEMBER (GN-CNT) GN-KEY (GN-CNT).        SRCCUR00
029600     MOVE LB-CLASS TO GN-CLASS (GN-CNT).                          SRCCUR00
029700     MOVE 0 TO GN-HITS (GN-CNT) GN-GEN (GN-CNT).                  SRCCUR00
029800     PERFORM 130-GEN-COUNT VARYING GX FROM 1 BY 1                 SRCCUR00
029900         UNTIL GX IS GREATER THAN GN-CNT.                         SRCCUR00
030000     MOVE 0 TO GN-DATE (GN-CNT) GN-JUL (GN-CNT).                  SRCCUR00
030100     IF LB-DATE NOT NUMERIC GO TO 110-LIBRARY-READ.               SRCCUR00
030200     MOVE LB-DATE TO GN-DATE (GN-CNT) DATE-IN.                    SRCCUR00
030300     PERFORM 900-TO-JULIAN THRU 900X.                             SRCCUR00
030400     MOVE JUL-OUT TO GN-JUL (GN-CNT).                             SRCCUR00
030500     GO TO 110-LIBRARY-READ.                                      SRCCUR00
030600 120-LIBRARY-DONE.                                                SRCCUR00
030700     CLOSE SRC-LIBRARY.                                           SRCCUR00
030800     IF GN-FULL-SW = 1                                            SRCCUR00
030900         DISPLAY "OVER 1000 SRCLIB GENERATIONS - REST NOT PAIRED".SRCCUR00
031000 100X.   EXIT.                                                    SRCCUR00
031100 130-GEN-COUNT.                                                   SRCCUR00
031200     IF GN-MEMBER (GX) = LB-MEMBER ADD 1 TO GN-GEN (GN-CNT).      SRCCUR00
031300 200-PAIR.                                                        SRCCUR00
031400     WRITE REPORT-REC FROM PAIR-HEAD.                             SRCCUR00
031500     WRITE REPORT-REC FROM PAIR-COL-LINE.                         SRCCUR00
031600 210-HIST-READ.                                                   SRCCUR00
031700     READ COMP-HIST AT END GO TO 290-PAIR-DONE.                   SRCCUR00
031800     ADD 1 TO HIST-COUNT.                                         SRCCUR00
031900     IF FIRST-JUL = 0 MOVE CP-DATE TO FIRST-JUL.                  SRCCUR00
032000     IF CP-CLASS NOT = "P"                                        SRCCUR00
032100         ADD 1 TO TEST-COUNT                                      SRCCUR00
032200         GO TO 210-HIST-READ.                                     SRCCUR00
032300     IF CP-RESULT NOT = "EOJ   "                                  SRCCUR00
032400         ADD 1 TO FAIL-COUNT                                      SRCCUR00
032500         GO TO 210-HIST-READ.                                     SRCCUR00
032600     ADD 1 TO PROD-COUNT.                                         SRCCUR00
032700     MOVE CP-DATE TO JUL-IN.                                      SRCCUR00
032800     PERFORM 910-FROM-JULIAN THRU 910X.                           SRCCUR00
032900     MOVE DATE-OUT TO PL-DATE.                                    SRCCUR00
033000     MOVE CP-TIME TO PL-TIME.                                     SRCCUR00
033100     MOVE CP-RUN-SEQ TO PL-RUN-SEQ.                               SRCCUR00
033200     MOVE CP-PROG TO PL-PROG.                                     SRCCUR00
033300     MOVE 0 TO HIT-IX MEMBER-SW.                                  SRCCUR00
033400     PERFORM 220-GEN-FIND THRU 220X VARYING GX FROM 1 BY 1        SRCCUR00
033500         UNTIL GX IS GREATER THAN GN-CNT.                         SRCCUR00
033600     IF MEMBER-SW = 0 GO TO 240-NO-MEMBER.                        SRCCUR00
033700     IF HIT-IX = 0 GO TO 250-BEFORE-CHECKIN.                      SRCCUR00
033800     MOVE GN-MEMBER (HIT-IX) TO PL-MEMBER.                        SRCCUR00
033900     MOVE GN-GEN (HIT-IX) TO PL-GEN.                              SRCCUR00
034000     MOVE GN-DATE (HIT-IX) TO PL-CHECKIN.                         SRCCUR00
034100     MOVE "CURRENT AT COMPILE" TO PL-STATUS.                      SRCCUR00
034200     IF GN-HITS (HIT-IX) IS GREATER THAN 0                        SRCCUR00
034300         MOVE "RECOMPILED - NO CHECK-IN SINCE LAST ONE"           SRCCUR00
034400             TO PL-STATUS                                         SRCCUR00
034500         PERFORM 260-NEWER-SAVE THRU 260X.                        SRCCUR00
034600     ADD 1 TO GN-HITS (HIT-IX).                                   SRCCUR00
034700     ADD 1 TO PAIRED-COUNT.                                       SRCCUR00
034800     WRITE REPORT-REC FROM PAIR-LINE.                             SRCCUR00
034900     GO TO 210-HIST-READ.                                         SRCCUR00
035000 220-GEN-FIND.                                                    SRCCUR00
035100     NOTE  THE LAST GENERATION OF THE MEMBER CHECKED IN ON OR     SRCCUR00
035200         BEFORE THE COMPILE DATE WAS THE ONE CURRENT THEN.        SRCCUR00
035300     IF GN-KEY (GX) NOT = CP-PROG GO TO 220X.                     SRCCUR00
035400     MOVE 1 TO MEMBER-SW.                                         SRCCUR00
035500     IF GN-JUL (GX) IS NOT GREATER THAN CP-DATE                   SRCCUR00
035600         MOVE GX TO HIT-IX.                                       SRCCUR00
035700 220X.   EXIT.                                                    SRCCUR00
035800 240-NO-MEMBER.                                                   SRCCUR00
035900     MOVE SPACES TO PL-MEMBER PL-CHECKIN.                         SRCCUR00
036000     MOVE 0 TO PL-GEN.                                            SRCCUR00
036100     MOVE "NO SRCLIB MEMBER" TO PL-STATUS.                        SRCCUR00
036200     WRITE REPORT-REC FROM PAIR-LINE.                             SRCCUR00
036300     PERFORM 270-NO-MEMBER-SAVE THRU 270X.                        SRCCUR00
036400     GO TO 210-HIST-READ.                                         SRCCUR00
036500 250-BEFORE-CHECKIN.                                              SRCCUR00
036600     MOVE SPACES TO PL-MEMBER PL-CHECKIN.                         SRCCUR00
036700     MOVE 0 TO PL-GEN.                                            SRCCUR00
036800     MOVE "NO GENERATION CHECKED IN BY THIS DATE" TO PL-STATUS.   SRCCUR00
036900     WRITE REPORT-REC FROM PAIR-LINE.                             SRCCUR00
037000     PERFORM 260-NEWER-SAVE THRU 260X.                            SRCCUR00
037100     GO TO 210-HIST-READ.                                         SRCCUR00
037200 260-NEWER-SAVE.                                                  SRCCUR00
037300     ADD 1 TO NEWER-COUNT.                                        SRCCUR00
037400     IF EX-CNT = 300 MOVE 1 TO EX-FULL-SW GO TO 260X.             SRCCUR00
037500     ADD 1 TO EX-CNT.                                             SRCCUR00
037600     MOVE PL-DATE TO EX-DATE (EX-CNT).                            SRCCUR00
037700     MOVE CP-RUN-SEQ TO EX-RUN-SEQ (EX-CNT).                      SRCCUR00
037800     MOVE CP-PROG TO EX-PROG (EX-CNT).                            SRCCUR00
037900     MOVE PL-MEMBER TO EX-MEMBER (EX-CNT).                        SRCCUR00
038000     MOVE 0 TO EX-GEN (EX-CNT).                                   SRCCUR00
038100     IF HIT-IX IS GREATER THAN 0                                  SRCCUR00
038200         MOVE GN-GEN (HIT-IX) TO EX-GEN (EX-CNT).                 SRCCUR00
038300     MOVE PL-STATUS TO EX-WHY (EX-CNT).                           SRCCUR00
038400 260X.   EXIT.                                                    SRCCUR00
038500 270-NO-MEMBER-SAVE.                                              SRCCUR00
038600     MOVE 0 TO HIT-IX.                                            SRCCUR00
038700     PERFORM 275-PROG-FIND VARYING NX FROM 1 BY 1                 SRCCUR00
038800         UNTIL NX IS GREATER THAN NP-CNT.                         SRCCUR00
038900     IF HIT-IX IS GREATER THAN 0 GO TO 278-PROG-COUNT.            SRCCUR00
039000     IF NP-CNT = 200 MOVE 1 TO NP-FULL-SW GO TO 270X.             SRCCUR00
039100     ADD 1 TO NP-CNT.                                             SRCCUR00
039200     MOVE NP-CNT TO HIT-IX.                                       SRCCUR00
039300     MOVE CP-PROG TO NP-PROG (HIT-IX).                            SRCCUR00
039400     MOVE 0 TO NP-COMPILES (HIT-IX).                              SRCCUR00
039500 278-PROG-COUNT.                                                  SRCCUR00
039600     ADD 1 TO NP-COMPILES (HIT-IX).                               SRCCUR00
039700     MOVE PL-DATE TO NP-LAST (HIT-IX).                            SRCCUR00
039800 270X.   EXIT.                                                    SRCCUR00
039900 275-PROG-FIND.                                                   SRCCUR00
040000     IF NP-PROG (NX) = CP-PROG MOVE NX TO HIT-IX.                 SRCCUR00
040100 290-PAIR-DONE.                                                   SRCCUR00
040200     IF PROD-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.           SRCCUR00
040300     WRITE REPORT-REC FROM BLANK-LINE.                            SRCCUR00
040400 200X.   EXIT.                                                    SRCCUR00
040500 500-NEWER.                                                       SRCCUR00
040600     WRITE REPORT-REC FROM NEWER-HEAD.                            SRCCUR00
040700     WRITE REPORT-REC FROM NEWER-COL-LINE.                        SRCCUR00
040800     PERFORM 510-NEWER-ONE VARYING NX FROM 1 BY 1                 SRCCUR00
040900         UNTIL NX IS GREATER THAN EX-CNT.                         SRCCUR00
041000     IF EX-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.               SRCCUR00
041100     IF EX-FULL-SW = 1                                            SRCCUR00
041200         MOVE "OVER 300 - THE REST ARE COUNTED BUT NOT LISTED"    SRCCUR00
041300             TO FL-TEXT                                           SRCCUR00
041400         WRITE REPORT-REC FROM FULL-LINE.                         SRCCUR00
041500     WRITE REPORT-REC FROM BLANK-LINE.                            SRCCUR00
041600 500X.   EXIT.                                                    SRCCUR00
041700 510-NEWER-ONE.                                                   SRCCUR00
041800     MOVE EX-DATE (NX) TO NL-DATE.                                SRCCUR00
041900     MOVE EX-RUN-SEQ (NX) TO NL-RUN-SEQ.                          SRCCUR00
042000     MOVE EX-PROG (NX) TO NL-PROG.                                SRCCUR00
042100     MOVE EX-MEMBER (NX) TO NL-MEMBER.                            SRCCUR00
042200     MOVE EX-GEN (NX) TO NL-GEN.                                  SRCCUR00
042300     MOVE EX-WHY (NX) TO NL-WHY.                                  SRCCUR00
042400     WRITE REPORT-REC FROM NEWER-LINE.                            SRCCUR00
042500 600-NEVER.                                                       SRCCUR00
042600     NOTE  A GENERATION OLDER THAN THE FIRST COMPILE HISTORY      SRCCUR00
042700         RECORD MAY HAVE BEEN COMPILED BEFORE COMPHIST BEGAN, SO  SRCCUR00
042800         ONLY LATER ONES ARE LISTED.                              SRCCUR00
042900     WRITE REPORT-REC FROM NEVER-HEAD.                            SRCCUR00
043000     WRITE REPORT-REC FROM NEVER-COL-LINE.                        SRCCUR00
043100     PERFORM 610-NEVER-ONE THRU 610X VARYING GX FROM 1 BY 1       SRCCUR00
043200         UNTIL GX IS GREATER THAN GN-CNT.                         SRCCUR00
043300     IF NEVER-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.          SRCCUR00
043400     WRITE REPORT-REC FROM BLANK-LINE.                            SRCCUR00
043500 600X.   EXIT.                                                    SRCCUR00
043600 610-NEVER-ONE.                                                   SRCCUR00
043700     IF GN-HITS (GX) IS GREATER THAN 0 GO TO 610X.                SRCCUR00
043800     IF GN-JUL (GX) IS LESS THAN FIRST-JUL GO TO 610X.            SRCCUR00
043900     ADD 1 TO NEVER-COUNT.                                        SRCCUR00
044000     MOVE GN-MEMBER (GX) TO VL-MEMBER.                            SRCCUR00
044100     MOVE GN-GEN (GX) TO VL-GEN.                                  SRCCUR00
044200     MOVE GN-DATE (GX) TO VL-DATE.                                SRCCUR00
044300     WRITE REPORT-REC FROM NEVER-LINE.                            SRCCUR00
044400 610X.   EXIT.                                                    SRCCUR00
044500 700-NO-MEMBER.                                                   SRCCUR00
044600     WRITE REPORT-REC FROM NOMBR-HEAD.                            SRCCUR00
044700     WRITE REPORT-REC FROM NOMBR-COL-LINE.                        SRCCUR00
044800     PERFORM 710-NO-MEMBER-ONE VARYING NX FROM 1 BY 1             SRCCUR00
044900         UNTIL NX IS GREATER THAN NP-CNT.                         SRCCUR00
045000     IF NP-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.               SRCCUR00
045100     IF NP-FULL-SW = 1                                            SRCCUR00
045200         MOVE "OVER 200 PROGRAMS - THE REST ARE NOT LISTED"       SRCCUR00
045300             TO FL-TEXT                                           SRCCUR00
045400         WRITE REPORT-REC FROM FULL-LINE.                         SRCCUR00
045500     WRITE REPORT-REC FROM BLANK-LINE.                            SRCCUR00
045600 700X.   EXIT.                                                    SRCCUR00
045700 710-NO-MEMBER-ONE.                                               SRCCUR00
045800     ADD 1 TO NOMBR-COUNT.                                        SRCCUR00
045900     MOVE NP-PROG (NX) TO ML-PROG.                                SRCCUR00
046000     MOVE NP-COMPILES (NX) TO ML-COMPILES.                        SRCCUR00
046100     MOVE NP-LAST (NX) TO ML-LAST.                                SRCCUR00
046200     WRITE REPORT-REC FROM NOMBR-LINE.                            SRCCUR00
046300 800-COUNTS.                                                      SRCCUR00
046400     MOVE "COMPILE HISTORY RECORDS                 " TO CL-LABEL. SRCCUR00
046500     MOVE HIST-COUNT TO CL-VALUE.                                 SRCCUR00
046600     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
046700     MOVE "TEST COMPILES NOT PAIRED                " TO CL-LABEL. SRCCUR00
046800     MOVE TEST-COUNT TO CL-VALUE.                                 SRCCUR00
046900     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
047000     MOVE "PRODUCTION COMPILES NOT ENDING EOJ      " TO CL-LABEL. SRCCUR00
047100     MOVE FAIL-COUNT TO CL-VALUE.                                 SRCCUR00
047200     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
047300     MOVE "PRODUCTION COMPILES PAIRED WITH SRCLIB  " TO CL-LABEL. SRCCUR00
047400     MOVE PAIRED-COUNT TO CL-VALUE.                               SRCCUR00
047500     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
047600     MOVE "COMPILED FROM SOURCE NEWER THAN SRCLIB  " TO CL-LABEL. SRCCUR00
047700     MOVE NEWER-COUNT TO CL-VALUE.                                SRCCUR00
047800     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
047900     MOVE "GENERATIONS NEVER COMPILED              " TO CL-LABEL. SRCCUR00
048000     MOVE NEVER-COUNT TO CL-VALUE.                                SRCCUR00
048100     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
048200     MOVE "PROGRAMS WITH NO SRCLIB MEMBER          " TO CL-LABEL. SRCCUR00
048300     MOVE NOMBR-COUNT TO CL-VALUE.                                SRCCUR00
048400     WRITE REPORT-REC FROM COUNT-LINE.                            SRCCUR00
048500     IF GN-FULL-SW = 1                                            SRCCUR00
048600         MOVE "OVER 1000 SRCLIB GENERATIONS - REST NOT PAIRED"    SRCCUR00
048700             TO FL-TEXT                                           SRCCUR00
048800         WRITE REPORT-REC FROM FULL-LINE.                         SRCCUR00
048900 800X.   EXIT.                                                    SRCCUR00
049000 900-TO-JULIAN.                                                   SRCCUR00
049100     NOTE  AN MMDDYY DATE BECOMES YYDDD, THE FORM THE LOG CARRIES.SRCCUR00
049200         AN UNREADABLE MONTH GIVES ZERO.                          SRCCUR00
049300     MOVE 0 TO JUL-OUT.                                           SRCCUR00
049400     COMPUTE J-MM = DATE-IN DIV 10000.                            SRCCUR00
049500     COMPUTE J-DD = DATE-IN DIV 100 MOD 100.                      SRCCUR00
049600     COMPUTE J-YY = DATE-IN MOD 100.                              SRCCUR00
049700     IF J-MM = 0 OR J-MM IS GREATER THAN 12 GO TO 900X.           SRCCUR00
049800     COMPUTE J-DAYS = CUM-DAYS (J-MM) + J-DD.                     SRCCUR00
049900     IF J-MM IS GREATER THAN 2 AND J-YY MOD 4 = 0                 SRCCUR00
050000         ADD 1 TO J-DAYS.                                         SRCCUR00
050100     COMPUTE JUL-OUT = J-YY * 1000 + J-DAYS.                      SRCCUR00
050200 900X.   EXIT.                                                    SRCCUR00
050300 910-FROM-JULIAN.                                                 SRCCUR00
050400     NOTE  YYDDD BACK TO MMDDYY FOR PRINTING - THE MONTH IS THE   SRCCUR00
050500         LAST ONE WHOSE FIRST DAY IS NOT PAST THE DAY OF THE YEAR.SRCCUR00
050600     COMPUTE J-YY = JUL-IN DIV 1000.                              SRCCUR00
050700     COMPUTE J-DAYS = JUL-IN MOD 1000.                            SRCCUR00
050800     MOVE 0 TO J-LEAP.                                            SRCCUR00
050900     IF J-YY MOD 4 = 0 MOVE 1 TO J-LEAP.                          SRCCUR00
051000     MOVE 1 TO J-MM.                                              SRCCUR00
051100     PERFORM 920-MONTH-TRY VARYING MX FROM 2 BY 1                 SRCCUR00
051200         UNTIL MX IS GREATER THAN 12.                             SRCCUR00
051300     COMPUTE J-DD = J-DAYS - CUM-DAYS (J-MM).                     SRCCUR00
051400     IF J-MM IS GREATER THAN 2 SUBTRACT J-LEAP FROM J-DD.         SRCCUR00
051500     COMPUTE DATE-OUT = J-MM * 10000 + J-DD * 100 + J-YY.         SRCCUR00
051600 910X.   EXIT.                                                    SRCCUR00
051700 920-MONTH-TRY.                                                   SRCCUR00
051800     COMPUTE J-MONTH-END = CUM-DAYS (MX).                         SRCCUR00
051900     IF MX IS GREATER THAN 2 ADD J-LEAP TO J-MONTH-END.           SRCCUR00
052000     IF J-DAYS IS GREATER THAN J-MONTH-END MOVE MX TO J-MM.       SRCCUR00
052100 END-OF-JOB.                                                      SRCCUR00
