000100SRCRECON    000180CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  A PROGRAMS SOURCE CAN NOW BE HELD IN THREE PLACES - ON A SOLT         00
000900  REEL LISTED IN SOLTINDX, ON THE SAME REEL IN VOLCAT, AND AS A         00
001000  MEMBER OF THE SRCLIB DISK LIBRARY - AND NOTHING KEEPS THEM IN         00
001100  STEP. THIS RUN READS ALL THREE AND PRINTS FOUR LISTS -                00
001200     1  SOLTINDX ENTRIES WHOSE REEL IS NOT IN VOLCAT, HAS SINCE         00
001300        BEEN RETURNED TO THE SCRATCH POOL OR WRITTEN WITH ANOTHER       00
001400        FILE, OR CARRIES A DIFFERENT DATE IN VOLCAT,                    00
001500     2  VOLCAT SOLT REELS STILL HELD WITH NO SOLTINDX ENTRY,            00
001600     3  SRCLIB MEMBERS WHOSE LATEST GENERATION HAS NO SOLT REEL         00
001700        WRITTEN ON OR AFTER ITS DATE - SOURCE NOT BACKED UP TO          00
001800        TAPE, AND                                                       00
001900     4  SOLTINDX PROGRAMS WITH NO SRCLIB MEMBER AT ALL - SOURCE         00
002000        NEVER BROUGHT ONTO DISK.                                        00
002100  LISTS 3 AND 4 ARE THE ONES TO ACT ON AND THEIR COUNTS ARE ALSO        00
002200  DISPLAYED ON THE SPO.                                                 00
002300                                                                        00
002400  ONLY THE LATEST VOLCAT ENTRY FOR A SERIAL SAYS WHAT THE REEL          00
002500  HOLDS NOW. A SOLTINDX ENTRY COUNTS AS A BACKUP FOR LIST 3 ONLY        00
002600  WHEN THAT LATEST ENTRY IS A SOLT FILE OF THE SAME DATE THAT IS        00
002700  NOT IN THE SCRATCH POOL. DATES ARE COMPARED AS THE YY*372 +           00
002800  MM*31 + DD DAY NUMBERS OF VOLLIST. A REEL WRITTEN THE SAME DAY        00
002900  AS A MEMBER WAS CHECKED IN IS TAKEN AS ITS BACKUP.                    00
003000                                                                        00
003100  THE IN-CORE TABLES HOLD 1000 VOLCAT ENTRIES, 1000 SOLTINDX            00
003200  ENTRIES, 500 SOLTINDX PROGRAMS AND 500 SRCLIB MEMBERS.                00
003300                                                                        00
003400                                                                        00
003500 IDENTIFICATION DIVISION.                                         SRCREC00
003600 PROGRAM-ID. SOURCE LIBRARY RECONCILIATION "SRCRECON".            SRCREC00
003700 DATE-COMPILED.                                                   SRCREC00
003800 REMARKS. RECONCILES SOLTINDX, THE SOLT REELS IN VOLCAT AND THE   SRCREC00
003900     SRCLIB DISK LIBRARY AND LISTS SOURCE NOT BACKED UP TO TAPE   SRCREC00
004000     AND SOURCE NEVER BROUGHT ONTO DISK.                          SRCREC00
004100 ENVIRONMENT DIVISION.                                            SRCREC00
004200 CONFIGURATION SECTION.                                           SRCREC00
004300 SOURCE-COMPUTER. B-5500.                                         SRCREC00
004400 OBJECT-COMPUTER. B-5500.                                         SRCREC00
004500 INPUT-OUTPUT SECTION.                                            SRCREC00
004600 FILE-CONTROL.                                                    SRCREC00
004700     SELECT VOL-CATALOG ASSIGN TO DISK                            SRCREC00
004800         FILE STATUS IS VOL-STATUS.                               SRCREC00
004900     SELECT SOLT-INDEX ASSIGN TO DISK                             SRCREC00
005000         FILE STATUS IS SLT-FILE-STATUS.                          SRCREC00
005100     SELECT SRC-LIBRARY ASSIGN TO DISK                            SRCREC00
005200         FILE STATUS IS LIB-FILE-STATUS.                          SRCREC00
005300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SRCREC00
005400 DATA DIVISION.                                                   SRCREC00
005500 FILE SECTION.                                                    SRCREC00
005600 MD  VOL-CATALOG                                                  SRCREC00
005700     ACCESS SEQUENTIAL                                            SRCREC00
005800     BLOCK CONTAINS 1 RECORDS                                     SRCREC00
005900     VALUE OF ID "VOLCAT"                                         SRCREC00
006000     DATA RECORD VC-REC.                                          SRCREC00
006100 01  VC-REC          SZ 80.                                       SRCREC00
006200     05  VC-SERIAL       PC X(6).                                 SRCREC00
006300     05  FILLER          SZ 1.                                    SRCREC00
006400     05  VC-FILE-ID      PC X(8).                                 SRCREC00
006500     05  FILLER          SZ 1.                                    SRCREC00
006600     05  VC-PROGRAM      PC X(8).                                 SRCREC00
006700     05  FILLER          SZ 1.                                    SRCREC00
006800     05  VC-DATE         PC 9(6).                                 SRCREC00
006900     05  FILLER          SZ 1.                                    SRCREC00
007000     05  VC-SAVE         PC 9(3).                                 SRCREC00
007100     05  FILLER          SZ 28.                                   SRCREC00
007200     05  VC-POOL         PC X.                                    SRCREC00
007300     05  FILLER          SZ 1.                                    SRCREC00
007400     05  VC-RACK         PC X(5).                                 SRCREC00
007500     05  FILLER          SZ 1.                                    SRCREC00
007600     05  VC-LOC          PC X.                                    SRCREC00
007700     05  FILLER          SZ 1.                                    SRCREC00
007800     05  VC-CLASS        PC X.                                    SRCREC00
007900     05  FILLER          SZ 6.                                    SRCREC00
008000 FD  SOLT-INDEX                                                   SRCREC00
008100         LABEL RECORD STANDARD                                    SRCREC00
008200         VALUE OF ID "SOLTINDX"                                   SRCREC00
008300         DATA RECORD SI-REC.                                      SRCREC00
008400 01  SI-REC                  SZ 80.                               SRCREC00
008500     05    SI-PROGRAM-ID          PC X(20).                       SRCREC00
008600     05    FILLER                 SZ 1.                           SRCREC00
008700     05    SI-DATE                PC 9(6).                        SRCREC00
008800     05    FILLER                 SZ 11.                          SRCREC00
008900     05    SI-REEL-SERIAL         PC X(6).                        SRCREC00
009000     05    FILLER                 SZ 1.                           SRCREC00
009100     05    SI-RACK-LOC            PC X(5).                        SRCREC00
009200     05    FILLER                 SZ 30.                          SRCREC00
009300 MD  SRC-LIBRARY                                                  SRCREC00
009400     FILE CONTAINS 60 | 1500 RECORDS                              SRCREC00
009500     ACCESS MODE SEQUENTIAL                                       SRCREC00
009600     BLOCK CONTAINS 15 RECORDS                                    SRCREC00
009700     RECORD CONTAINS 80 CHARACTERS                                SRCREC00
009800     LABEL RECORD IS STANDARD                                     SRCREC00
009900     VALUE OF ID IS "SRCLIB"                                      SRCREC00
010000     DATA RECORD IS LIB-REC.                                      SRCREC00
010100 01  LIB-REC         SZ 80.                                       SRCREC00
010200     05  LB-TAG          PC X(8).                                 SRCREC00
010300     05  FILLER          SZ 1.                                    SRCREC00
010400     05  LB-MEMBER       PC X(20).                                SRCREC00
010500     05  FILLER          SZ 1.                                    SRCREC00
010600     05  LB-DATE         PC 9(6).                                 SRCREC00
010700     05  FILLER          SZ 1.                                    SRCREC00
010800     05  LB-COUNT        PC 9(6).                                 SRCREC00
010900     05  FILLER          SZ 37.                                   SRCREC00
011000 FD  REPORT-FILE                                                  SRCREC00
011100         VALUE OF ID "SRCRECON"                                   SRCREC00
011200         DATA RECORD REPORT-REC.                                  SRCREC00
011300 01  REPORT-REC      SZ 132.                                      SRCREC00
011400 WORKING-STORAGE SECTION.                                         SRCREC00
011500 77  VOL-STATUS      VA SPACE        PC X(2).                     SRCREC00
011600 77  SLT-FILE-STATUS VA SPACE        PC X(2).                     SRCREC00
011700 77  LIB-FILE-STATUS VA SPACE        PC X(2).                     SRCREC00
011800 77  VE-CNT          VA 0    CMP-1   PC 9(4).                     SRCREC00
011900 77  SE-CNT          VA 0    CMP-1   PC 9(4).                     SRCREC00
012000 77  SP-CNT          VA 0    CMP-1   PC 9(4).                     SRCREC00
012100 77  MB-CNT          VA 0    CMP-1   PC 9(4).                     SRCREC00
012200 77  VX                      CMP-1   PC 9(4).                     SRCREC00
012300 77  VY                      CMP-1   PC 9(4).                     SRCREC00
012400 77  VY-FROM                 CMP-1   PC 9(4).                     SRCREC00
012500 77  SX                      CMP-1   PC 9(4).                     SRCREC00
012600 77  PX                      CMP-1   PC 9(4).                     SRCREC00
012700 77  MX                      CMP-1   PC 9(4).                     SRCREC00
012800 77  HIT-IX                  CMP-1   PC 9(4).                     SRCREC00
012900 77  WORK-SERIAL                     PC X(6).                     SRCREC00
013000 77  VE-FULL-SW      VA 0    CMP-1   PC 9.                        SRCREC00
013100 77  SE-FULL-SW      VA 0    CMP-1   PC 9.                        SRCREC00
013200 77  SP-FULL-SW      VA 0    CMP-1   PC 9.                        SRCREC00
013300 77  MB-FULL-SW      VA 0    CMP-1   PC 9.                        SRCREC00
013400 77  INDEX-COUNT     VA 0    CMP-1   PC 9(6).                     SRCREC00
013500 77  STALE-COUNT     VA 0    CMP-1   PC 9(6).                     SRCREC00
013600 77  UNINDEX-COUNT   VA 0    CMP-1   PC 9(6).                     SRCREC00
013700 77  NOBACK-COUNT    VA 0    CMP-1   PC 9(6).                     SRCREC00
013800 77  NODISK-COUNT    VA 0    CMP-1   PC 9(6).                     SRCREC00
013900 77  HELD-COUNT      VA 0    CMP-1   PC 9(6).                     SRCREC00
014000 01  DATE-WORK.                                                   SRCREC00
014100     05  DW-MM               PC 99.                               SRCREC00
014200     05  DW-DD               PC 99.                               SRCREC00
014300     05  DW-YY               PC 99.                               SRCREC00
014400 01  VE-TABLE.                                                    SRCREC00
014500     05  VE-ENT  OC 1000.                                         SRCREC00
014600         10  VE-SERIAL       PC X(6).                             SRCREC00
014700         10  VE-FILE         PC X(8).                             SRCREC00
014800         10  VE-DATE         PC 9(6).                             SRCREC00
014900         10  VE-POOL         PC X.                                SRCREC00
015000         10  VE-RACK         PC X(5).                             SRCREC00
015100         10  VE-OWNER  CMP   PC 9(4).                             SRCREC00
015200         10  VE-INDEXED      PC X.                                SRCREC00
015300 01  SE-TABLE.                                                    SRCREC00
015400     05  SE-ENT  OC 1000.                                         SRCREC00
015500         10  SE-PROG-IX CMP  PC 9(4).                             SRCREC00
015600         10  SE-SERIAL       PC X(6).                             SRCREC00
015700         10  SE-DATE         PC 9(6).                             SRCREC00
015800         10  SE-RACK         PC X(5).                             SRCREC00
015900         10  SE-DAYNO  CMP   PC 9(8).                             SRCREC00
016000 01  SP-TABLE.                                                    SRCREC00
016100     05  SP-ENT  OC 500.                                          SRCREC00
016200         10  SP-PROGRAM      PC X(20).                            SRCREC00
016300         10  SP-ENTRIES CMP  PC 9(4).                             SRCREC00
016400         10  SP-ANY-DAYNO CMP PC 9(8).                            SRCREC00
016500         10  SP-ANY-DATE     PC 9(6).                             SRCREC00
016600         10  SP-ANY-SERIAL   PC X(6).                             SRCREC00
016700         10  SP-HELD-DAYNO CMP PC 9(8).                           SRCREC00
016800         10  SP-HELD-DATE    PC 9(6).                             SRCREC00
016900         10  SP-HELD-SERIAL  PC X(6).                             SRCREC00
017000         10  SP-MEMBER-SW    PC X.                                SRCREC00
017100 01  MB-TABLE.                                                    SRCREC00
017200     05  MB-ENT  OC 500.                                          SRCREC00
017300         10  MB-MEMBER       PC X(20).                            SRCREC00
017400         10  MB-DATE         PC 9(6).                             SRCREC00
017500         10  MB-DAYNO  CMP   PC 9(8).                             SRCREC00
017600         10  MB-GENS   CMP   PC 9(4).                             SRCREC00
017700 01  TITLE-LINE      SZ 132.                                      SRCREC00
017800     05  FILLER  PC X(40) VA                                      SRCREC00
017900         "SOURCE LIBRARY RECONCILIATION - SOLTINDX".              SRCREC00
018000     05  FILLER  PC X(20) VA ", VOLCAT AND SRCLIB ".              SRCREC00
018100     05  FILLER      SZ 72    VA SPACE.                           SRCREC00
018200 01  COUNT-LINE      SZ 132.                                      SRCREC00
018300     05  CL-LABEL    PC X(40).                                    SRCREC00
018400     05  CL-VALUE    PC ZZZZZ9.                                   SRCREC00
018500     05  FILLER      SZ 86    VA SPACE.                           SRCREC00
018600 01  STALE-HEAD      SZ 132.                                      SRCREC00
018700     05  FILLER  PC X(40) VA                                      SRCREC00
018800         "1  SOLTINDX ENTRIES NOT MATCHED IN VOLCA".              SRCREC00
018900     05  FILLER  PC X(2)  VA "T ".                                SRCREC00
019000     05  FILLER      SZ 90    VA SPACE.                           SRCREC00
019100 01  STALE-COL-LINE  SZ 132.                                      SRCREC00
019200     05  FILLER  PC X(40) VA                                      SRCREC00
019300         "  PROGRAM               REEL    RACK   I".              SRCREC00
019400     05  FILLER  PC X(40) VA                                      SRCREC00
019500         "NDEXED   VOLCAT                         ".              SRCREC00
019600     05  FILLER      SZ 52    VA SPACE.                           SRCREC00
019700 01  STALE-LINE      SZ 132.                                      SRCREC00
019800     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
019900     05  ST-PROGRAM  PC X(20).                                    SRCREC00
020000     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
020100     05  ST-SERIAL   PC X(6).                                     SRCREC00
020200     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
020300     05  ST-RACK     PC X(5).                                     SRCREC00
020400     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
020500     05  ST-DATE     PC 99/99/99.                                 SRCREC00
020600     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
020700     05  ST-REASON   PC X(40).                                    SRCREC00
020800     05  FILLER      SZ 43    VA SPACE.                           SRCREC00
020900 01  REASON-DATE.                                                 SRCREC00
021000     05  FILLER  PC X(12) VA "DATE THERE  ".                      SRCREC00
021100     05  RD-DATE     PC 99/99/99.                                 SRCREC00
021200     05  FILLER      SZ 20    VA SPACE.                           SRCREC00
021300 01  REASON-REUSED.                                               SRCREC00
021400     05  FILLER  PC X(21) VA "REEL WRITTEN AGAIN - ".             SRCREC00
021500     05  RR-FILE     PC X(8).                                     SRCREC00
021600     05  FILLER  PC X(1)  VA SPACE.                               SRCREC00
021700     05  RR-DATE     PC 99/99/99.                                 SRCREC00
021800     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
021900 01  UNINDEX-HEAD    SZ 132.                                      SRCREC00
022000     05  FILLER  PC X(40) VA                                      SRCREC00
022100         "2  VOLCAT SOLT REELS WITH NO SOLTINDX EN".              SRCREC00
022200     05  FILLER  PC X(4)  VA "TRY ".                              SRCREC00
022300     05  FILLER      SZ 88    VA SPACE.                           SRCREC00
022400 01  UNINDEX-COL-LINE SZ 132.                                     SRCREC00
022500     05  FILLER  PC X(28) VA "  REEL    RACK   WRITTEN    ".      SRCREC00
022600     05  FILLER      SZ 104   VA SPACE.                           SRCREC00
022700 01  UNINDEX-LINE    SZ 132.                                      SRCREC00
022800     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
022900     05  UL-SERIAL   PC X(6).                                     SRCREC00
023000     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
023100     05  UL-RACK     PC X(5).                                     SRCREC00
023200     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
023300     05  UL-DATE     PC 99/99/99.                                 SRCREC00
023400     05  FILLER      SZ 107   VA SPACE.                           SRCREC00
023500 01  NOBACK-HEAD     SZ 132.                                      SRCREC00
023600     05  FILLER  PC X(40) VA                                      SRCREC00
023700         "3  SRCLIB MEMBERS NOT BACKED UP TO A SOL".              SRCREC00
023800     05  FILLER  PC X(7)  VA "T REEL ".                           SRCREC00
023900     05  FILLER      SZ 85    VA SPACE.                           SRCREC00
024000 01  NOBACK-COL-LINE SZ 132.                                      SRCREC00
024100     05  FILLER  PC X(40) VA                                      SRCREC00
024200         "  MEMBER                LATEST    GENS  ".              SRCREC00
024300     05  FILLER  PC X(30) VA "NEWEST HELD REEL              ".    SRCREC00
024400     05  FILLER      SZ 62    VA SPACE.                           SRCREC00
024500 01  NOBACK-LINE     SZ 132.                                      SRCREC00
024600     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
024700     05  NB-MEMBER   PC X(20).                                    SRCREC00
024800     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
024900     05  NB-DATE     PC 99/99/99.                                 SRCREC00
025000     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
025100     05  NB-GENS     PC ZZZ9.                                     SRCREC00
025200     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
025300     05  NB-REEL     PC X(30).                                    SRCREC00
025400     05  FILLER      SZ 62    VA SPACE.                           SRCREC00
025500 01  REEL-TEXT.                                                   SRCREC00
025600     05  RX-SERIAL   PC X(6).                                     SRCREC00
025700     05  FILLER  PC X(1)  VA SPACE.                               SRCREC00
025800     05  RX-DATE     PC 99/99/99.                                 SRCREC00
025900     05  FILLER      SZ 15    VA SPACE.                           SRCREC00
026000 01  NODISK-HEAD     SZ 132.                                      SRCREC00
026100     05  FILLER  PC X(40) VA                                      SRCREC00
026200         "4  SOLTINDX PROGRAMS WITH NO SRCLIB MEMB".              SRCREC00
026300     05  FILLER  PC X(3)  VA "ER ".                               SRCREC00
026400     05  FILLER      SZ 89    VA SPACE.                           SRCREC00
026500 01  NODISK-COL-LINE SZ 132.                                      SRCREC00
026600     05  FILLER  PC X(40) VA                                      SRCREC00
026700         "  PROGRAM                ENTRIES  NEWEST".              SRCREC00
026800     05  FILLER  PC X(12) VA " REEL       ".                      SRCREC00
026900     05  FILLER      SZ 80    VA SPACE.                           SRCREC00
027000 01  NODISK-LINE     SZ 132.                                      SRCREC00
027100     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
027200     05  ND-PROGRAM  PC X(20).                                    SRCREC00
027300     05  FILLER      SZ 3     VA SPACE.                           SRCREC00
027400     05  ND-ENTRIES  PC ZZZ9.                                     SRCREC00
027500     05  FILLER      SZ 4     VA SPACE.                           SRCREC00
027600     05  ND-SERIAL   PC X(6).                                     SRCREC00
027700     05  FILLER      SZ 1     VA SPACE.                           SRCREC00
027800     05  ND-DATE     PC 99/99/99.                                 SRCREC00
027900     05  FILLER      SZ 84    VA SPACE.                           SRCREC00
028000 01  NONE-LINE       SZ 132.                                      SRCREC00
028100     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
028200     05  FILLER  PC X(4)  VA "NONE".                              SRCREC00
028300     05  FILLER      SZ 126   VA SPACE.                           SRCREC00
028400 01  FULL-LINE       SZ 132.                                      SRCREC00
028500     05  FILLER      SZ 2     VA SPACE.                           SRCREC00
028600     05  FL-TEXT     PC X(60).                                    SRCREC00
028700     05  FILLER      SZ 70    VA SPACE.                           SRCREC00
028800 01  BLANK-LINE      SZ 132   VA SPACE.                           SRCREC00
028900 PROCEDURE DIVISION.                                              SRCREC00
029000 000-MAIN.                                                        SRCREC00
029100     PERFORM 100-LOAD-VOLCAT THRU 100X.                           SRCREC00
029200     PERFORM 150-OWNER VARYING VX FROM 1 BY 1                     SRCREC00
029300         UNTIL VX IS GREATER THAN VE-CNT.                         SRCREC00
029400     PERFORM 200-LOAD-INDEX THRU 200X.                            SRCREC00
029500     IF SE-CNT = 0                                                SRCREC00
029600         DISPLAY "SOLTINDX EMPTY OR NOT PRESENT - NOTHING "       SRCREC00
029700             "TO CHECK"                                           SRCREC00
029800         STOP RUN.                                                SRCREC00
029900     PERFORM 300-LOAD-LIBRARY THRU 300X.                          SRCREC00
030000     OPEN OUTPUT REPORT-FILE.                                     SRCREC00
030100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SRCREC00
030200     PERFORM 400-INDEX-CHECK THRU 400X.                           SRCREC00
030300     PERFORM 500-UNINDEXED THRU 500X.                             SRCREC00
030400     PERFORM 600-NOT-BACKED THRU 600X.                            SRCREC00
030500     PERFORM 700-NOT-ON-DISK THRU 700X.                           SRCREC00
030600     PERFORM 800-COUNTS THRU 800X.                                SRCREC00
030700     CLOSE REPORT-FILE.                                           SRCREC00
030800     DISPLAY "SRCRECON - MEMBERS NOT BACKED UP " NOBACK-COUNT.    SRCREC00
030900     DISPLAY "SRCRECON - PROGRAMS NOT ON DISK " NODISK-COUNT.     SRCREC00
031000     STOP RUN.                                                    SRCREC00
031100 100-LOAD-VOLCAT.                                                 SRCREC00
031200     OPEN INPUT VOL-CATALOG.                                      SRCREC00
031300     IF VOL-STATUS NOT = "00"                                     SRCREC00
031400         DISPLAY "VOLCAT NOT PRESENT - NO REEL IS MATCHED"        SRCREC00
031500         GO TO 100X.                                              SRCREC00
031600 110-VOLCAT-READ.                                                 SRCREC00
031700     READ VOL-CATALOG AT END GO TO 120-VOLCAT-DONE.               SRCREC00
031800     IF VE-CNT = 1000                                             SRCREC00
031900         MOVE 1 TO VE-FULL-SW                                     SRCREC00
032000         DISPLAY "OVER 1000 VOLCAT ENTRIES - REST NOT MATCHED"    SRCREC00
032100         GO TO 120-VOLCAT-DONE.                                   SRCREC00
032200     ADD 1 TO VE-CNT.                                             SRCREC00
032300     MOVE VC-SERIAL TO VE-SERIAL (VE-CNT).                        SRCREC00
032400     MOVE VC-FILE-ID TO VE-FILE (VE-CNT).                         SRCREC00
032500     MOVE VC-DATE TO VE-DATE (VE-CNT).                            SRCREC00
032600     MOVE VC-POOL TO VE-POOL (VE-CNT).                            SRCREC00
032700     MOVE VC-RACK TO VE-RACK (VE-CNT).                            SRCREC00
032800     MOVE SPACE TO VE-INDEXED (VE-CNT).                           SRCREC00
032900     GO TO 110-VOLCAT-READ.                                       SRCREC00
033000 120-VOLCAT-DONE.                                                 SRCREC00
033100     CLOSE VOL-CATALOG.                                           SRCREC00
033200 100X.   EXIT.                                                    SRCREC00
033300 150-OWNER.                                                       SRCREC00
033400     NOTE  VE-OWNER IS THE LATEST ENTRY FOR THE SAME SERIAL - THE SRCREC00
033500         ENTRY ITSELF WHEN THE REEL HAS NOT BEEN WRITTEN SINCE.   SRCREC00
033600     MOVE VX TO VE-OWNER (VX).                                    SRCREC00
033700     COMPUTE VY-FROM = VX + 1.                                    SRCREC00
033800     PERFORM 155-LATER VARYING VY FROM VY-FROM BY 1               SRCREC00
033900         UNTIL VY IS GREATER THAN VE-CNT.                         SRCREC00
034000 155-LATER.                                                       SRCREC00
034100     IF VE-SERIAL (VY) = VE-SERIAL (VX) MOVE VY TO VE-OWNER (VX). SRCREC00
034200 200-LOAD-INDEX.                                                  SRCREC00
034300     OPEN INPUT SOLT-INDEX.                                       SRCREC00
034400     IF SLT-FILE-STATUS NOT = "00" GO TO 200X.                    SRCREC00
034500 210-INDEX-READ.                                                  SRCREC00
034600     READ SOLT-INDEX AT END GO TO 220-INDEX-DONE.                 SRCREC00
034700     IF SI-PROGRAM-ID = SPACES GO TO 210-INDEX-READ.              SRCREC00
034800     IF SE-CNT = 1000                                             SRCREC00
034900         MOVE 1 TO SE-FULL-SW                                     SRCREC00
035000         DISPLAY "OVER 1000 SOLTINDX ENTRIES - REST NOT CHECKED"  SRCREC00
035100         GO TO 220-INDEX-DONE.                                    SRCREC00
035200     PERFORM 230-FIND-PROGRAM THRU 230X.                          SRCREC00
035300     IF HIT-IX = 0 GO TO 210-INDEX-READ.                          SRCREC00
035400     ADD 1 TO SE-CNT.                                             SRCREC00
035500     MOVE HIT-IX TO SE-PROG-IX (SE-CNT).                          SRCREC00
035600     MOVE SI-REEL-SERIAL TO SE-SERIAL (SE-CNT).                   SRCREC00
035700     MOVE SI-RACK-LOC TO SE-RACK (SE-CNT).                        SRCREC00
035800     MOVE 0 TO SE-DATE (SE-CNT) SE-DAYNO (SE-CNT).                SRCREC00
035900     IF SI-DATE NUMERIC                                           SRCREC00
036000         MOVE SI-DATE TO SE-DATE (SE-CNT) DATE-WORK               SRCREC00
036100         COMPUTE SE-DAYNO (SE-CNT) = DW-YY * 372 + DW-MM * 31     SRCREC00
036200             + DW-DD.                                             SRCREC00
036300     ADD 1 TO SP-ENTRIES (HIT-IX).                                SRCREC00
036400     IF SE-DAYNO (SE-CNT) NOT LESS THAN SP-ANY-DAYNO (HIT-IX)     SRCREC00
036500         MOVE SE-DAYNO (SE-CNT) TO SP-ANY-DAYNO (HIT-IX)          SRCREC00
036600         MOVE SE-DATE (SE-CNT) TO SP-ANY-DATE (HIT-IX)            SRCREC00
036700         MOVE SE-SERIAL (SE-CNT) TO SP-ANY-SERIAL (HIT-IX).       SRCREC00
036800     GO TO 210-INDEX-READ.                                        SRCREC00
036900 220-INDEX-DONE.                                                  SRCREC00
037000     CLOSE SOLT-INDEX.                                            SRCREC00
037100     IF SP-FULL-SW = 1                                            SRCREC00
037200         DISPLAY "OVER 500 SOLTINDX PROGRAMS - REST NOT CHECKED". SRCREC00
037300 200X.   EXIT.                                                    SRCREC00
037400 230-FIND-PROGRAM.                                                SRCREC00
037500     NOTE  HIT-IX IS THE PROGRAMS ENTRY IN SP-TABLE, ADDED HERE   SRCREC00
037600         THE FIRST TIME IT IS SEEN - ZERO WHEN THE TABLE IS FULL. SRCREC00
037700     MOVE 0 TO HIT-IX.                                            SRCREC00
037800     PERFORM 235-PROGRAM-SCAN VARYING PX FROM 1 BY 1              SRCREC00
037900         UNTIL PX IS GREATER THAN SP-CNT.                         SRCREC00
038000     IF HIT-IX IS GREATER THAN 0 GO TO 230X.                      SRCREC00
038100     IF SP-CNT = 500                                              SRCREC00
038200         MOVE 1 TO SP-FULL-SW                                     SRCREC00
038300         GO TO 230X.                                              SRCREC00
038400     ADD 1 TO SP-CNT.                                             SRCREC00
038500     MOVE SP-CNT TO HIT-IX.                                       SRCREC00
038600     MOVE SI-PROGRAM-ID TO SP-PROGRAM (SP-CNT).                   SRCREC00
038700     MOVE 0 TO SP-ENTRIES (SP-CNT) SP-ANY-DAYNO (SP-CNT)          SRCREC00
038800         SP-ANY-DATE (SP-CNT) SP-HELD-DAYNO (SP-CNT)              SRCREC00
038900         SP-HELD-DATE (SP-CNT).                                   SRCREC00
039000     MOVE SPACES TO SP-ANY-SERIAL (SP-CNT)                        SRCREC00
039100         SP-HELD-SERIAL (SP-CNT).                                 SRCREC00
039200     MOVE "N" TO SP-MEMBER-SW (SP-CNT).                           SRCREC00
039300 230X.   EXIT.                                                    SRCREC00
039400 235-PROGRAM-SCAN.                                                SRCREC00
039500     IF SP-PROGRAM (PX) = SI-PROGRAM-ID MOVE PX TO HIT-IX.        SRCREC00
039600 300-LOAD-LIBRARY.                                                SRCREC00
039700     NOTE  A RE-CHECKED-IN MEMBER IS APPENDED AS A NEW GENERATION,SRCREC00
039800         SO THE LAST HEADER READ FOR A MEMBER IS ITS LATEST.      SRCREC00
039900     OPEN INPUT SRC-LIBRARY.                                      SRCREC00
040000     IF LIB-FILE-STATUS NOT = "00"                                SRCREC00
040100         DISPLAY "SRCLIB NOT PRESENT - NO MEMBERS ON DISK"        SRCREC00
040200         GO TO 300X.                                              SRCREC00
040300 310-LIBRARY-READ.                                                SRCREC00
040400     READ SRC-LIBRARY AT END GO TO 320-LIBRARY-DONE.              SRCREC00
040500     IF LB-TAG NOT = "*MEMBER " GO TO 310-LIBRARY-READ.           SRCREC00
040600     MOVE 0 TO HIT-IX.                                            SRCREC00
040700     PERFORM 330-MEMBER-SCAN VARYING MX FROM 1 BY 1               SRCREC00
040800         UNTIL MX IS GREATER THAN MB-CNT.                         SRCREC00
040900     IF HIT-IX = 0                                                SRCREC00
041000         IF MB-CNT = 500                                          SRCREC00
041100             MOVE 1 TO MB-FULL-SW                                 SRCREC00
041200             GO TO 310-LIBRARY-READ                               SRCREC00
041300         ELSE                                                     SRCREC00
041400             ADD 1 TO MB-CNT                                      SRCREC00
041500             MOVE MB-CNT TO HIT-IX                                SRCREC00
041600             MOVE LB-MEMBER TO MB-MEMBER (HIT-IX)                 SRCREC00
041700             MOVE 0 TO MB-GENS (HIT-IX).                          SRCREC00
041800     ADD 1 TO MB-GENS (HIT-IX).                                   SRCREC00
041900     MOVE 0 TO MB-DATE (HIT-IX) MB-DAYNO (HIT-IX).                SRCREC00
042000     IF LB-DATE NUMERIC                                           SRCREC00
042100         MOVE LB-DATE TO MB-DATE (HIT-IX) DATE-WORK               SRCREC00
042200         COMPUTE MB-DAYNO (HIT-IX) = DW-YY * 372 + DW-MM * 31     SRCREC00
042300             + DW-DD.                                             SRCREC00
042400     GO TO 310-LIBRARY-READ.                                      SRCREC00
042500 320-LIBRARY-DONE.                                                SRCREC00
042600     CLOSE SRC-LIBRARY.                                           SRCREC00
042700     IF MB-FULL-SW = 1                                            SRCREC00
042800         DISPLAY "OVER 500 SRCLIB MEMBERS - REST NOT CHECKED".    SRCREC00
042900 300X.   EXIT.                                                    SRCREC00
043000 330-MEMBER-SCAN.                                                 SRCREC00
043100     IF MB-MEMBER (MX) = LB-MEMBER MOVE MX TO HIT-IX.             SRCREC00
043200 400-INDEX-CHECK.                                                 SRCREC00
043300     NOTE  EACH SOLTINDX ENTRY IS MATCHED TO THE LATEST VOLCAT    SRCREC00
043400         ENTRY FOR ITS REEL. ONE THAT STILL HOLDS THE SOLT FILE OFSRCREC00
043500         THE SAME DATE IS A BACKUP FOR ITS PROGRAM - ANY OTHER    SRCREC00
043600         OUTCOME IS LISTED.                                       SRCREC00
043700     WRITE REPORT-REC FROM STALE-HEAD.                            SRCREC00
043800     WRITE REPORT-REC FROM STALE-COL-LINE.                        SRCREC00
043900     PERFORM 410-INDEX-ONE THRU 410X VARYING SX FROM 1 BY 1       SRCREC00
044000         UNTIL SX IS GREATER THAN SE-CNT.                         SRCREC00
044100     IF STALE-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.          SRCREC00
044200     WRITE REPORT-REC FROM BLANK-LINE.                            SRCREC00
044300 400X.   EXIT.                                                    SRCREC00
044400 410-INDEX-ONE.                                                   SRCREC00
044500     ADD 1 TO INDEX-COUNT.                                        SRCREC00
044600     MOVE SE-PROG-IX (SX) TO PX.                                  SRCREC00
044700     MOVE SPACES TO ST-REASON.                                    SRCREC00
044800     MOVE SE-SERIAL (SX) TO WORK-SERIAL.                          SRCREC00
044900     IF WORK-SERIAL = SPACES                                      SRCREC00
045000         MOVE "NO REEL SERIAL ON THE INDEX ENTRY" TO ST-REASON    SRCREC00
045100         GO TO 420-INDEX-STALE.                                   SRCREC00
045200     PERFORM 450-FIND-REEL THRU 450X.                             SRCREC00
045300     IF HIT-IX = 0                                                SRCREC00
045400         MOVE "REEL NOT IN VOLCAT" TO ST-REASON                   SRCREC00
045500         GO TO 420-INDEX-STALE.                                   SRCREC00
045600     IF VE-FILE (HIT-IX) NOT = "SOLT    "                         SRCREC00
045700         MOVE VE-FILE (HIT-IX) TO RR-FILE                         SRCREC00
045800         MOVE VE-DATE (HIT-IX) TO RR-DATE                         SRCREC00
045900         MOVE REASON-REUSED TO ST-REASON                          SRCREC00
046000         GO TO 420-INDEX-STALE.                                   SRCREC00
046100     IF VE-POOL (HIT-IX) = "P"                                    SRCREC00
046200         MOVE "REEL RETURNED TO THE SCRATCH POOL" TO ST-REASON    SRCREC00
046300         GO TO 420-INDEX-STALE.                                   SRCREC00
046400     IF VE-DATE (HIT-IX) NOT = SE-DATE (SX)                       SRCREC00
046500         MOVE VE-DATE (HIT-IX) TO RD-DATE                         SRCREC00
046600         MOVE REASON-DATE TO ST-REASON                            SRCREC00
046700         GO TO 420-INDEX-STALE.                                   SRCREC00
046800     ADD 1 TO HELD-COUNT.                                         SRCREC00
046900     MOVE "Y" TO VE-INDEXED (HIT-IX).                             SRCREC00
047000     IF SE-DAYNO (SX) NOT LESS THAN SP-HELD-DAYNO (PX)            SRCREC00
047100         MOVE SE-DAYNO (SX) TO SP-HELD-DAYNO (PX)                 SRCREC00
047200         MOVE SE-DATE (SX) TO SP-HELD-DATE (PX)                   SRCREC00
047300         MOVE WORK-SERIAL TO SP-HELD-SERIAL (PX).                 SRCREC00
047400     GO TO 410X.                                                  SRCREC00
047500 420-INDEX-STALE.                                                 SRCREC00
047600     ADD 1 TO STALE-COUNT.                                        SRCREC00
047700     MOVE SP-PROGRAM (PX) TO ST-PROGRAM.                          SRCREC00
047800     MOVE WORK-SERIAL TO ST-SERIAL.                               SRCREC00
047900     MOVE SE-RACK (SX) TO ST-RACK.                                SRCREC00
048000     MOVE SE-DATE (SX) TO ST-DATE.                                SRCREC00
048100     WRITE REPORT-REC FROM STALE-LINE.                            SRCREC00
048200 410X.   EXIT.                                                    SRCREC00
048300 450-FIND-REEL.                                                   SRCREC00
048400     NOTE  HIT-IX IS THE LATEST VOLCAT ENTRY FOR WORK-SERIAL, OR  SRCREC00
048500         ZERO WHEN THE REEL HAS NEVER BEEN CATALOGUED.            SRCREC00
048600     MOVE 0 TO HIT-IX.                                            SRCREC00
048700     PERFORM 455-REEL-SCAN VARYING VX FROM 1 BY 1                 SRCREC00
048800         UNTIL VX IS GREATER THAN VE-CNT.                         SRCREC00
048900 450X.   EXIT.                                                    SRCREC00
049000 455-REEL-SCAN.                                                   SRCREC00
049100     IF VE-SERIAL (VX) = WORK-SERIAL AND VE-OWNER (VX) = VX       SRCREC00
049200         MOVE VX TO HIT-IX.                                       SRCREC00
049300 500-UNINDEXED.                                                   SRCREC00
049400     WRITE REPORT-REC FROM UNINDEX-HEAD.                          SRCREC00
049500     WRITE REPORT-REC FROM UNINDEX-COL-LINE.                      SRCREC00
049600     PERFORM 510-UNINDEXED-ONE VARYING VX FROM 1 BY 1             SRCREC00
049700         UNTIL VX IS GREATER THAN VE-CNT.                         SRCREC00
049800     IF UNINDEX-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.        SRCREC00
049900     WRITE REPORT-REC FROM BLANK-LINE.                            SRCREC00
050000 500X.   EXIT.                                                    SRCREC00
050100 510-UNINDEXED-ONE.                                               SRCREC00
050200     IF VE-OWNER (VX) = VX AND VE-FILE (VX) = "SOLT    "          SRCREC00
050300         AND VE-POOL (VX) NOT = "P" AND VE-INDEXED (VX) NOT = "Y" SRCREC00
050400         ADD 1 TO UNINDEX-COUNT                                   SRCREC00
050500         MOVE VE-SERIAL (VX) TO UL-SERIAL                         SRCREC00
050600         MOVE VE-RACK (VX) TO UL-RACK                             SRCREC00
050700         MOVE VE-DATE (VX) TO UL-DATE                             SRCREC00
050800         WRITE REPORT-REC FROM UNINDEX-LINE.                      SRCREC00
050900 600-NOT-BACKED.                                                  SRCREC00
051000     WRITE REPORT-REC FROM NOBACK-HEAD.                           SRCREC00
051100     WRITE REPORT-REC FROM NOBACK-COL-LINE.                       SRCREC00
051200     PERFORM 610-MEMBER-ONE THRU 610X VARYING MX FROM 1 BY 1      SRCREC00
051300         UNTIL MX IS GREATER THAN MB-CNT.                         SRCREC00
051400     IF NOBACK-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.         SRCREC00
051500     WRITE REPORT-REC FROM BLANK-LINE.                            SRCREC00
051600 600X.   EXIT.                                                    SRCREC00
051700 610-MEMBER-ONE.                                                  SRCREC00
051800     MOVE 0 TO HIT-IX.                                            SRCREC00
051900     PERFORM 615-MEMBER-PROGRAM VARYING PX FROM 1 BY 1            SRCREC00
052000         UNTIL PX IS GREATER THAN SP-CNT.                         SRCREC00
052100     MOVE SPACES TO NB-REEL.                                      SRCREC00
052200     IF HIT-IX = 0                                                SRCREC00
052300         MOVE "NO SOLTINDX ENTRY" TO NB-REEL                      SRCREC00
052400         GO TO 620-MEMBER-LIST.                                   SRCREC00
052500     MOVE "Y" TO SP-MEMBER-SW (HIT-IX).                           SRCREC00
052600     IF SP-HELD-SERIAL (HIT-IX) = SPACES                          SRCREC00
052700         MOVE "NO REEL STILL HELD" TO NB-REEL                     SRCREC00
052800         GO TO 620-MEMBER-LIST.                                   SRCREC00
052900     IF SP-HELD-DAYNO (HIT-IX) NOT LESS THAN MB-DAYNO (MX)        SRCREC00
053000         GO TO 610X.                                              SRCREC00
053100     MOVE SP-HELD-SERIAL (HIT-IX) TO RX-SERIAL.                   SRCREC00
053200     MOVE SP-HELD-DATE (HIT-IX) TO RX-DATE.                       SRCREC00
053300     MOVE REEL-TEXT TO NB-REEL.                                   SRCREC00
053400 620-MEMBER-LIST.                                                 SRCREC00
053500     ADD 1 TO NOBACK-COUNT.                                       SRCREC00
053600     MOVE MB-MEMBER (MX) TO NB-MEMBER.                            SRCREC00
053700     MOVE MB-DATE (MX) TO NB-DATE.                                SRCREC00
053800     MOVE MB-GENS (MX) TO NB-GENS.                                SRCREC00
053900     WRITE REPORT-REC FROM NOBACK-LINE.                           SRCREC00
054000 610X.   EXIT.                                                    SRCREC00
054100 615-MEMBER-PROGRAM.                                              SRCREC00
054200     IF SP-PROGRAM (PX) = MB-MEMBER (MX) MOVE PX TO HIT-IX.       SRCREC00
054300 700-NOT-ON-DISK.                                                 SRCREC00
054400     WRITE REPORT-REC FROM NODISK-HEAD.                           SRCREC00
054500     WRITE REPORT-REC FROM NODISK-COL-LINE.                       SRCREC00
054600     PERFORM 710-PROGRAM-ONE VARYING PX FROM 1 BY 1               SRCREC00
054700         UNTIL PX IS GREATER THAN SP-CNT.                         SRCREC00
054800     IF NODISK-COUNT = 0 WRITE REPORT-REC FROM NONE-LINE.         SRCREC00
054900     WRITE REPORT-REC FROM BLANK-LINE.                            SRCREC00
055000 700X.   EXIT.                                                    SRCREC00
055100 710-PROGRAM-ONE.                                                 SRCREC00
055200     IF SP-MEMBER-SW (PX) = "N"                                   SRCREC00
055300         ADD 1 TO NODISK-COUNT                                    SRCREC00
055400         MOVE SP-PROGRAM (PX) TO ND-PROGRAM                       SRCREC00
055500         MOVE SP-ENTRIES (PX) TO ND-ENTRIES                       SRCREC00
055600         MOVE SP-ANY-SERIAL (PX) TO ND-SERIAL                     SRCREC00
055700         MOVE SP-ANY-DATE (PX) TO ND-DATE                         SRCREC00
055800         WRITE REPORT-REC FROM NODISK-LINE.                       SRCREC00
055900 800-COUNTS.                                                      SRCREC00
056000     MOVE "VOLCAT ENTRIES READ                     " TO CL-LABEL. SRCREC00
056100     MOVE VE-CNT TO CL-VALUE.                                     SRCREC00
056200     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
056300     MOVE "SOLTINDX ENTRIES READ                   " TO CL-LABEL. SRCREC00
056400     MOVE INDEX-COUNT TO CL-VALUE.                                SRCREC00
056500     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
056600     MOVE "SOLTINDX PROGRAMS                       " TO CL-LABEL. SRCREC00
056700     MOVE SP-CNT TO CL-VALUE.                                     SRCREC00
056800     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
056900     MOVE "SRCLIB MEMBERS                          " TO CL-LABEL. SRCREC00
057000     MOVE MB-CNT TO CL-VALUE.                                     SRCREC00
057100     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
057200     MOVE "INDEX ENTRIES ON A REEL STILL HELD      " TO CL-LABEL. SRCREC00
057300     MOVE HELD-COUNT TO CL-VALUE.                                 SRCREC00
057400     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
057500     MOVE "1  INDEX ENTRIES NOT MATCHED IN VOLCAT  " TO CL-LABEL. SRCREC00
057600     MOVE STALE-COUNT TO CL-VALUE.                                SRCREC00
057700     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
057800     MOVE "2  SOLT REELS WITH NO INDEX ENTRY       " TO CL-LABEL. SRCREC00
057900     MOVE UNINDEX-COUNT TO CL-VALUE.                              SRCREC00
058000     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
058100     MOVE "3  MEMBERS NOT BACKED UP TO TAPE        " TO CL-LABEL. SRCREC00
058200     MOVE NOBACK-COUNT TO CL-VALUE.                               SRCREC00
058300     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
058400     MOVE "4  PROGRAMS NEVER BROUGHT ONTO DISK     " TO CL-LABEL. SRCREC00
058500     MOVE NODISK-COUNT TO CL-VALUE.                               SRCREC00
058600     WRITE REPORT-REC FROM COUNT-LINE.                            SRCREC00
058700     MOVE SPACES TO FL-TEXT.                                      SRCREC00
058800     IF VE-FULL-SW = 1                                            SRCREC00
058900         MOVE "VOLCAT TABLE FULL - LATER ENTRIES NOT MATCHED"     SRCREC00
059000             TO FL-TEXT                                           SRCREC00
059100         WRITE REPORT-REC FROM FULL-LINE.                         SRCREC00
059200     IF SE-FULL-SW = 1 OR SP-FULL-SW = 1                          SRCREC00
059300         MOVE "SOLTINDX TABLE FULL - LATER ENTRIES NOT CHECKED"   SRCREC00
059400             TO FL-TEXT                                           SRCREC00
059500         WRITE REPORT-REC FROM FULL-LINE.                         SRCREC00
059600     IF MB-FULL-SW = 1                                            SRCREC00
059700         MOVE "SRCLIB TABLE FULL - LATER MEMBERS NOT CHECKED"     SRCREC00
059800             TO FL-TEXT                                           SRCREC00
059900         WRITE REPORT-REC FROM FULL-LINE.                         SRCREC00
060000 800X.   EXIT.                                                    SRCREC00
060100 END-OF-JOB.                                                      SRCREC00
