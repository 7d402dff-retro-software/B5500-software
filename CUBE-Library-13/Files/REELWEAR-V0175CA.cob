000100REELWEAR    000175CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  VOLCAT SAYS WHEN EACH REEL WAS WRITTEN AND HOW LONG IT IS TO BE       00
000900  SAVED, BUT NOT HOW HARD IT HAS BEEN WORKED. THIS RUN TAKES THE        00
001000  TAPE FILE OPENS CHRISLOG HAS ADDED TO THE LINEAGE FILE SINCE THE      00
001100  LAST RUN - REEL, MULTI-FILE AND FILE IDS AND ERROR COUNT - AND        00
001200  MATCHES EACH TO A VOLCAT SERIAL, ADDING A MOUNT, THE ERRORS AND       00
001300  THE MOUNT DATE TO THE REELS WEAR FIELDS IN VOLCAT (COLS 45-62) -      00
001400     MOUNTS         (COLS 45-49)                                        00
001500     LAST MOUNTED   (COLS 51-56, MMDDYY LIKE THE WRITTEN DATE)          00
001600     ERRORS         (COLS 58-62)                                        00
001700  VOLLIST SHOWS THEM AND FLAGS REELS DUE FOR RETIREMENT.                00
001800                                                                        00
001900  THE LOG CARRIES ONLY A THREE CHARACTER REEL NUMBER. IT MATCHES        00
002000  A SERIAL ENDING IN THOSE THREE CHARACTERS, OR A SERIAL OF THOSE       00
002100  THREE CHARACTERS ALONE. WHERE MORE THAN ONE REEL MATCHES, THE         00
002200  ONE CATALOGUED UNDER THE OPENS MULTI-FILE OR FILE ID IS TAKEN,        00
002300  ELSE THE LAST MATCHING. A SERIAL CATALOGUED MORE THAN ONCE (THE       00
002400  REEL WRITTEN AGAIN) KEEPS ITS WEAR ON ITS LATEST ENTRY - WEAR         00
002500  FOUND ON AN EARLIER ENTRY IS MOVED UP TO IT.                          00
002600                                                                        00
002700  THE RUN LISTS THE TAPE OPENS WHOSE REEL IS NOT IN VOLCAT AT ALL,      00
002800  AND THE MOUNTS OF REELS ALREADY PAST THEIR SAVE FACTOR. A REEL        00
002900  WRITTEN AGAIN IS CATALOGUED AGAIN, SO A MOUNT AFTER THE LATEST        00
003000  ENTRY HAS EXPIRED IS A REEL STILL BEING READ AFTER ITS DATA WAS       00
003100  GIVEN UP (OR WRITTEN WITHOUT BEING CATALOGUED).                       00
003200                                                                        00
003300  THE NUMBER OF LINEAGE RECORDS ALREADY APPLIED IS KEPT IN THE          00
003400  WEARCTL FILE SO NO OPEN IS COUNTED TWICE. IF LINEAGE IS FOUND         00
003500  SHORTER THAN THAT IT HAS BEEN STARTED AGAIN AND IS APPLIED FROM       00
003600  ITS FIRST RECORD. VOLCAT DAY NUMBERS ARE THE YY*372 + MM*31 + DD      00
003700  OF VOLLIST.                                                           00
003800                                                                        00
003900                                                                        00
004000 IDENTIFICATION DIVISION.                                         REELWR00
004100 PROGRAM-ID. TAPE REEL WEAR UPDATE "REELWEAR".                    REELWR00
004200 DATE-COMPILED.                                                   REELWR00
004300 REMARKS. ADDS THE TAPE MOUNTS AND ERRORS IN THE LINEAGE FILE TO  REELWR00
004400     THE REEL WEAR FIELDS OF THE VOLCAT TAPE VOLUME CATALOG AND   REELWR00
004500     LISTS REELS NOT CATALOGUED AND EXPIRED REELS STILL MOUNTED.  REELWR00
004600 ENVIRONMENT DIVISION.                                            REELWR00
004700 CONFIGURATION SECTION.                                           REELWR00
004800 SOURCE-COMPUTER. B-5500.                                         REELWR00
004900 OBJECT-COMPUTER. B-5500.                                         REELWR00
005000 INPUT-OUTPUT SECTION.                                            REELWR00
005100 FILE-CONTROL.                                                    REELWR00
005200     SELECT VOL-CATALOG ASSIGN TO DISK                            REELWR00
005300         FILE STATUS IS VOL-STATUS.                               REELWR00
005400     SELECT LINEAGE-FILE ASSIGN TO DISK                           REELWR00
005500         FILE STATUS IS LIN-FILE-STATUS.                          REELWR00
005600     SELECT WEAR-CTL ASSIGN TO DISK                               REELWR00
005700         FILE STATUS IS CTL-STATUS.                               REELWR00
005800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   REELWR00
005900 DATA DIVISION.                                                   REELWR00
006000 FILE SECTION.                                                    REELWR00
006100 MD  VOL-CATALOG                                                  REELWR00
006200     ACCESS SEQUENTIAL                                            REELWR00
006300     BLOCK CONTAINS 1 RECORDS                                     REELWR00
006400     VALUE OF ID "VOLCAT"                                         REELWR00
006500     DATA RECORD VC-REC.                                          REELWR00
006600 01  VC-REC          SZ 80.                                       REELWR00
006700     05  VC-SERIAL       PC X(6).                                 REELWR00
006800     05  FILLER          SZ 1.                                    REELWR00
006900     05  VC-FILE-ID      PC X(8).                                 REELWR00
007000     05  FILLER          SZ 1.                                    REELWR00
007100     05  VC-PROGRAM      PC X(8).                                 REELWR00
007200     05  FILLER          SZ 1.                                    REELWR00
007300     05  VC-DATE         PC 9(6).                                 REELWR00
007400     05  FILLER          SZ 1.                                    REELWR00
007500     05  VC-SAVE         PC 9(3).                                 REELWR00
007600     05  FILLER          SZ 1.                                    REELWR00
007700     05  VC-USER         PC X(7).                                 REELWR00
007800     05  FILLER          SZ 1.                                    REELWR00
007900     05  VC-MOUNTS       PC 9(5).                                 REELWR00
008000     05  FILLER          SZ 1.                                    REELWR00
008100     05  VC-LAST-MOUNT   PC 9(6).                                 REELWR00
008200     05  FILLER          SZ 1.                                    REELWR00
008300     05  VC-ERRORS       PC 9(5).                                 REELWR00
008310     05  FILLER          SZ 1.                                    REELWR00
008320     05  VC-POOL         PC X.                                    REELWR00
008330     05  FILLER          SZ 1.                                    REELWR00
008340     05  VC-RACK         PC X(5).                                 REELWR00
008350     05  FILLER          SZ 10.                                   REELWR00
008500 MD  LINEAGE-FILE                                                 REELWR00
008600     ACCESS SEQUENTIAL                                            REELWR00
008700     BLOCK CONTAINS 1 RECORDS                                     REELWR00
008800     VALUE OF ID "LINEAGE"                                        REELWR00
008900     DATA RECORD LINEAGE-REC.                                     REELWR00
009000 01  LINEAGE-REC     SZ 60.                                       REELWR00
009100     05  LN-DATE         PC 9(5).                                 REELWR00
009200     05  LN-TIME         PC 9(4).                                 REELWR00
009300     05  LN-RUN-SEQ      PC 999.                                  REELWR00
009400     05  LN-PROG         PC X(6).                                 REELWR00
009500     05  LN-MFID         PC X(7).                                 REELWR00
009600     05  LN-FID          PC X(7).                                 REELWR00
009700     05  LN-REEL         PC X(3).                                 REELWR00
009800     05  LN-CREATION     PC X(5).                                 REELWR00
009900     05  LN-UNIT.                                                 REELWR00
010000         10  LN-UNIT-TYPE    PC X(2).                             REELWR00
010100         10  FILLER          PC X.                                REELWR00
010200     05  LN-ERRORS       PC 9(4).                                 REELWR00
010300     05  FILLER          SZ 13.                                   REELWR00
010400 MD  WEAR-CTL                                                     REELWR00
010500     ACCESS SEQUENTIAL                                            REELWR00
010600     BLOCK CONTAINS 1 RECORDS                                     REELWR00
010700     VALUE OF ID "WEARCTL"                                        REELWR00
010800     DATA RECORD WC-REC.                                          REELWR00
010900 01  WC-REC          SZ 30.                                       REELWR00
011000     05  WC-APPLIED      PC 9(8).                                 REELWR00
011100     05  WC-DATE         PC 9(6).                                 REELWR00
011200     05  FILLER          SZ 16.                                   REELWR00
011300 FD  REPORT-FILE                                                  REELWR00
011400         VALUE OF ID "REELWEAR"                                   REELWR00
011500         DATA RECORD REPORT-REC.                                  REELWR00
011600 01  REPORT-REC      SZ 132.                                      REELWR00
011700 WORKING-STORAGE SECTION.                                         REELWR00
011800 77  VOL-STATUS      VA SPACE        PC X(2).                     REELWR00
011900 77  LIN-FILE-STATUS VA SPACE        PC X(2).                     REELWR00
012000 77  CTL-STATUS      VA SPACE        PC X(2).                     REELWR00
012100 77  VE-CNT          VA 0    CMP-1   PC 9(4).                     REELWR00
012200 77  VX                      CMP-1   PC 9(4).                     REELWR00
012300 77  VY                      CMP-1   PC 9(4).                     REELWR00
012400 77  VY-FROM                 CMP-1   PC 9(4).                     REELWR00
012500 77  HIT-IX                  CMP-1   PC 9(4).                     REELWR00
012600 77  OWN-IX                  CMP-1   PC 9(4).                     REELWR00
012700 77  UX                      CMP-1   PC 999.                      REELWR00
012800 77  UNK-HIT                 CMP-1   PC 999.                      REELWR00
012900 77  UNK-CNT         VA 0    CMP-1   PC 999.                      REELWR00
013000 77  EXP-CNT         VA 0    CMP-1   PC 999.                      REELWR00
013100 77  MATCH-FILE-SW   VA 0    CMP-1   PC 9.                        REELWR00
013200 77  LINEAGE-SW      VA 0    CMP-1   PC 9.                        REELWR00
013300 77  TODAY-DAYNO             CMP-1   PC 9(8).                     REELWR00
013400 77  MOUNT-DAYNO             CMP-1   PC 9(8).                     REELWR00
013500 77  MOUNT-DATE              CMP-1   PC 9(6).                     REELWR00
013600 77  APPLIED-BEFORE  VA 0    CMP-1   PC 9(8).                     REELWR00
013700 77  LIN-COUNT       VA 0    CMP-1   PC 9(8).                     REELWR00
013800 77  TAPE-COUNT      VA 0    CMP-1   PC 9(6).                     REELWR00
013900 77  MATCH-COUNT     VA 0    CMP-1   PC 9(6).                     REELWR00
014000 77  UNCAT-COUNT     VA 0    CMP-1   PC 9(6).                     REELWR00
014100 77  EXPIRED-COUNT   VA 0    CMP-1   PC 9(6).                     REELWR00
014200 77  CARRY-COUNT     VA 0    CMP-1   PC 9(4).                     REELWR00
014300 77  UPDATE-COUNT    VA 0    CMP-1   PC 9(4).                     REELWR00
014400 77  JUL-YY          CMP-1   PC 99.                               REELWR00
014500 77  JUL-DOY         CMP-1   PC 999.                              REELWR00
014600 77  JUL-MM          CMP-1   PC 99.                               REELWR00
014700 77  JUL-DD          CMP-1   PC 999.                              REELWR00
014800 77  JX              CMP-1   PC 99.                               REELWR00
014900 77  LEAP-ADD        CMP-1   PC 9.                                REELWR00
015000 01  DATE-WORK.                                                   REELWR00
015100     05  DW-MM               PC 99.                               REELWR00
015200     05  DW-DD               PC 99.                               REELWR00
015300     05  DW-YY               PC 99.                               REELWR00
015400 01  CUM-DAYS-SET.                                                REELWR00
015500     05  FILLER  PC X(18) VA "000031059090120151".                REELWR00
015600     05  FILLER  PC X(18) VA "181212243273304334".                REELWR00
015700 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         REELWR00
015800     05  CUM-DAYS    OC 12   PC 999.                              REELWR00
015900 01  VE-TABLE.                                                    REELWR00
016000     05  VE-ENT  OC 1000.                                         REELWR00
016100         10  VE-SERIAL       PC X(6).                             REELWR00
016200         10  VE-SER-PARTS REDEFINES VE-SERIAL.                    REELWR00
016300             15  VE-SER-HEAD     PC X(3).                         REELWR00
016400             15  VE-SER-TAIL     PC X(3).                         REELWR00
016500         10  VE-FILE         PC X(8).                             REELWR00
016600         10  VE-DATE         PC 9(6).                             REELWR00
016700         10  VE-SAVE         PC 9(3).                             REELWR00
016800         10  VE-EXP    CMP   PC 9(8).                             REELWR00
016900         10  VE-MOUNTS CMP   PC 9(5).                             REELWR00
017000         10  VE-ERRORS CMP   PC 9(5).                             REELWR00
017100         10  VE-LAST         PC 9(6).                             REELWR00
017200         10  VE-LAST-DAYNO CMP PC 9(8).                           REELWR00
017300         10  VE-OWNER  CMP   PC 9(4).                             REELWR00
017400         10  VE-CHANGED      PC X.                                REELWR00
017500 01  UNK-TABLE.                                                   REELWR00
017600     05  UNK-ENT OC 100.                                          REELWR00
017700         10  UK-REEL         PC X(3).                             REELWR00
017800         10  UK-MFID         PC X(7).                             REELWR00
017900         10  UK-FID          PC X(7).                             REELWR00
018000         10  UK-MOUNTS CMP   PC 9(5).                             REELWR00
018100         10  UK-FIRST        PC 9(5).                             REELWR00
018200         10  UK-LAST         PC 9(5).                             REELWR00
018300 01  EXP-TABLE.                                                   REELWR00
018400     05  EXP-ENT OC 100.                                          REELWR00
018500         10  EX-SERIAL       PC X(6).                             REELWR00
018600         10  EX-FILE         PC X(8).                             REELWR00
018700         10  EX-WRITTEN      PC 9(6).                             REELWR00
018800         10  EX-SAVE         PC 9(3).                             REELWR00
018900         10  EX-MOUNTED      PC 9(5).                             REELWR00
019000         10  EX-PROG         PC X(6).                             REELWR00
019100         10  EX-SEQ          PC 999.                              REELWR00
019200         10  EX-FID          PC X(7).                             REELWR00
019300 01  TITLE-LINE      SZ 132.                                      REELWR00
019400     05  FILLER  PC X(40) VA                                      REELWR00
019500         "TAPE REEL WEAR UPDATE FROM LINEAGE      ".              REELWR00
019600     05  FILLER      SZ 92    VA SPACE.                           REELWR00
019700 01  COUNT-LINE      SZ 132.                                      REELWR00
019800     05  CL-LABEL    PC X(36).                                    REELWR00
019900     05  CL-VALUE    PC ZZZZZZZ9.                                 REELWR00
020000     05  FILLER      SZ 88    VA SPACE.                           REELWR00
020100 01  UNK-HEAD        SZ 132.                                      REELWR00
020200     05  FILLER  PC X(40) VA                                      REELWR00
020300         "TAPE REELS MOUNTED BUT NOT IN VOLCAT    ".              REELWR00
020400     05  FILLER      SZ 92    VA SPACE.                           REELWR00
020500 01  UNK-COL-LINE    SZ 132.                                      REELWR00
020600     05  FILLER  PC X(40) VA                                      REELWR00
020700         "  REEL  MFID     FILE ID  MOUNTS  FIRST ".              REELWR00
020800     05  FILLER  PC X(6)  VA " LAST ".                            REELWR00
020900     05  FILLER      SZ 86    VA SPACE.                           REELWR00
021000 01  UNK-LINE        SZ 132.                                      REELWR00
021100     05  FILLER      SZ 2     VA SPACE.                           REELWR00
021200     05  UL-REEL     PC X(3).                                     REELWR00
021300     05  FILLER      SZ 3     VA SPACE.                           REELWR00
021400     05  UL-MFID     PC X(7).                                     REELWR00
021500     05  FILLER      SZ 2     VA SPACE.                           REELWR00
021600     05  UL-FID      PC X(7).                                     REELWR00
021700     05  FILLER      SZ 3     VA SPACE.                           REELWR00
021800     05  UL-MOUNTS   PC ZZZZ9.                                    REELWR00
021900     05  FILLER      SZ 2     VA SPACE.                           REELWR00
022000     05  UL-FIRST    PC 9(5).                                     REELWR00
022100     05  FILLER      SZ 2     VA SPACE.                           REELWR00
022200     05  UL-LAST     PC 9(5).                                     REELWR00
022300     05  FILLER      SZ 86    VA SPACE.                           REELWR00
022400 01  EXP-HEAD        SZ 132.                                      REELWR00
022500     05  FILLER  PC X(40) VA                                      REELWR00
022600         "EXPIRED REELS STILL BEING MOUNTED       ".              REELWR00
022700     05  FILLER      SZ 92    VA SPACE.                           REELWR00
022800 01  EXP-COL-LINE    SZ 132.                                      REELWR00
022900     05  FILLER  PC X(34) VA "  SERIAL  FILE ID   WRITTEN   SAVE".REELWR00
023000     05  FILLER  PC X(29) VA " MOUNT  PROGRAM  RUN  FILE ID".     REELWR00
023100     05  FILLER      SZ 69    VA SPACE.                           REELWR00
023200 01  EXP-LINE        SZ 132.                                      REELWR00
023300     05  FILLER      SZ 2     VA SPACE.                           REELWR00
023400     05  XL-SERIAL   PC X(6).                                     REELWR00
023500     05  FILLER      SZ 2     VA SPACE.                           REELWR00
023600     05  XL-FILE     PC X(8).                                     REELWR00
023700     05  FILLER      SZ 2     VA SPACE.                           REELWR00
023800     05  XL-WRITTEN  PC 99/99/99.                                 REELWR00
023900     05  FILLER      SZ 2     VA SPACE.                           REELWR00
024000     05  XL-SAVE     PC ZZ9.                                      REELWR00
024100     05  FILLER      SZ 2     VA SPACE.                           REELWR00
024200     05  XL-MOUNTED  PC 9(5).                                     REELWR00
024300     05  FILLER      SZ 2     VA SPACE.                           REELWR00
024400     05  XL-PROG     PC X(6).                                     REELWR00
024500     05  FILLER      SZ 3     VA SPACE.                           REELWR00
024600     05  XL-SEQ      PC ZZ9.                                      REELWR00
024700     05  FILLER      SZ 2     VA SPACE.                           REELWR00
024800     05  XL-FID      PC X(7).                                     REELWR00
024900     05  FILLER      SZ 69    VA SPACE.                           REELWR00
025000 01  NONE-LINE       SZ 132.                                      REELWR00
025100     05  FILLER      SZ 2     VA SPACE.                           REELWR00
025200     05  FILLER  PC X(4)  VA "NONE".                              REELWR00
025300     05  FILLER      SZ 126   VA SPACE.                           REELWR00
025400 01  MORE-LINE       SZ 132.                                      REELWR00
025500     05  FILLER  PC X(40) VA                                      REELWR00
025600         "  MORE THAN 100 - THE REST NOT LISTED   ".              REELWR00
025700     05  FILLER      SZ 92    VA SPACE.                           REELWR00
025800 01  BLANK-LINE      SZ 132   VA SPACE.                           REELWR00
025900 PROCEDURE DIVISION.                                              REELWR00
026000 000-MAIN.                                                        REELWR00
026100     MOVE TODAYS-DATE TO DATE-WORK.                               REELWR00
026200     COMPUTE TODAY-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.      REELWR00
026300     PERFORM 100-LOAD THRU 100X.                                  REELWR00
026400     IF VE-CNT = 0                                                REELWR00
026500         DISPLAY "VOLCAT EMPTY OR NOT PRESENT - NOTHING UPDATED"  REELWR00
026600         STOP RUN.                                                REELWR00
026700     PERFORM 150-OWNER VARYING VX FROM 1 BY 1                     REELWR00
026800         UNTIL VX IS GREATER THAN VE-CNT.                         REELWR00
026900     PERFORM 160-CARRY VARYING VX FROM 1 BY 1                     REELWR00
027000         UNTIL VX IS GREATER THAN VE-CNT.                         REELWR00
027100     PERFORM 200-CONTROL THRU 200X.                               REELWR00
027200     PERFORM 300-APPLY THRU 300X.                                 REELWR00
027300     PERFORM 500-REWRITE THRU 500X.                               REELWR00
027400     IF LINEAGE-SW = 1 PERFORM 600-CONTROL-SAVE.                  REELWR00
027500     PERFORM 700-REPORT THRU 700X.                                REELWR00
027600     DISPLAY "REELWEAR - TAPE MOUNTS APPLIED " MATCH-COUNT.       REELWR00
027700     STOP RUN.                                                    REELWR00
027800 100-LOAD.                                                        REELWR00
027900     OPEN INPUT VOL-CATALOG.                                      REELWR00
028000     IF VOL-STATUS NOT = "00" GO TO 100X.                         REELWR00
028100 110-READ.                                                        REELWR00
028200     READ VOL-CATALOG AT END GO TO 120-LOADED.                    REELWR00
028300     IF VE-CNT = 1000                                             REELWR00
028400         DISPLAY "OVER 1000 CATALOG ENTRIES - REST NOT UPDATED"   REELWR00
028500         GO TO 120-LOADED.                                        REELWR00
028600     ADD 1 TO VE-CNT.                                             REELWR00
028700     MOVE VC-SERIAL TO VE-SERIAL (VE-CNT).                        REELWR00
028800     MOVE VC-FILE-ID TO VE-FILE (VE-CNT).                         REELWR00
028900     MOVE VC-DATE TO VE-DATE (VE-CNT).                            REELWR00
029000     MOVE VC-SAVE TO VE-SAVE (VE-CNT).                            REELWR00
029100     MOVE VC-DATE TO DATE-WORK.                                   REELWR00
029200     COMPUTE VE-EXP (VE-CNT) = DW-YY * 372 + DW-MM * 31           REELWR00
029300         + DW-DD + VC-SAVE.                                       REELWR00
029400     MOVE 0 TO VE-MOUNTS (VE-CNT) VE-ERRORS (VE-CNT)              REELWR00
029500         VE-LAST (VE-CNT) VE-LAST-DAYNO (VE-CNT).                 REELWR00
029600     IF VC-MOUNTS NUMERIC MOVE VC-MOUNTS TO VE-MOUNTS (VE-CNT).   REELWR00
029700     IF VC-ERRORS NUMERIC MOVE VC-ERRORS TO VE-ERRORS (VE-CNT).   REELWR00
029800     IF VC-LAST-MOUNT NUMERIC AND VC-LAST-MOUNT NOT = 0           REELWR00
029900         MOVE VC-LAST-MOUNT TO VE-LAST (VE-CNT) DATE-WORK         REELWR00
030000         COMPUTE VE-LAST-DAYNO (VE-CNT) = DW-YY * 372             REELWR00
030100             + DW-MM * 31 + DW-DD.                                REELWR00
030200     MOVE SPACE TO VE-CHANGED (VE-CNT).                           REELWR00
030300     GO TO 110-READ.                                              REELWR00
030400 120-LOADED.                                                      REELWR00
030500     CLOSE VOL-CATALOG.                                           REELWR00
030600 100X.   EXIT.                                                    REELWR00
030700 150-OWNER.                                                       REELWR00
030800     NOTE  VE-OWNER IS THE LATEST ENTRY FOR THE SAME SERIAL - THE REELWR00
030900         ENTRY ITSELF WHEN THE REEL HAS NOT BEEN WRITTEN SINCE.   REELWR00
031000     MOVE VX TO VE-OWNER (VX).                                    REELWR00
031100     COMPUTE VY-FROM = VX + 1.                                    REELWR00
031200     PERFORM 155-LATER VARYING VY FROM VY-FROM BY 1               REELWR00
031300         UNTIL VY IS GREATER THAN VE-CNT.                         REELWR00
031400 155-LATER.                                                       REELWR00
031500     IF VE-SERIAL (VY) = VE-SERIAL (VX) MOVE VY TO VE-OWNER (VX). REELWR00
031600 160-CARRY.                                                       REELWR00
031700     MOVE VE-OWNER (VX) TO OWN-IX.                                REELWR00
031800     IF OWN-IX NOT = VX                                           REELWR00
031900         IF VE-MOUNTS (VX) IS GREATER THAN 0                      REELWR00
032000             OR VE-ERRORS (VX) IS GREATER THAN 0                  REELWR00
032100             ADD VE-MOUNTS (VX) TO VE-MOUNTS (OWN-IX)             REELWR00
032200             ADD VE-ERRORS (VX) TO VE-ERRORS (OWN-IX)             REELWR00
032300             PERFORM 165-CARRY-LAST                               REELWR00
032400             MOVE 0 TO VE-MOUNTS (VX) VE-ERRORS (VX)              REELWR00
032500                 VE-LAST (VX) VE-LAST-DAYNO (VX)                  REELWR00
032600             MOVE "Y" TO VE-CHANGED (VX) VE-CHANGED (OWN-IX)      REELWR00
032700             ADD 1 TO CARRY-COUNT.                                REELWR00
032800 165-CARRY-LAST.                                                  REELWR00
032900     IF VE-LAST-DAYNO (VX) IS GREATER THAN VE-LAST-DAYNO (OWN-IX) REELWR00
033000         MOVE VE-LAST (VX) TO VE-LAST (OWN-IX)                    REELWR00
033100         MOVE VE-LAST-DAYNO (VX) TO VE-LAST-DAYNO (OWN-IX).       REELWR00
033200 200-CONTROL.                                                     REELWR00
033300     OPEN INPUT WEAR-CTL.                                         REELWR00
033400     IF CTL-STATUS NOT = "00" GO TO 200X.                         REELWR00
033500     READ WEAR-CTL AT END GO TO 210-CONTROL-CLOSE.                REELWR00
033600     IF WC-APPLIED NUMERIC MOVE WC-APPLIED TO APPLIED-BEFORE.     REELWR00
033700 210-CONTROL-CLOSE.                                               REELWR00
033800     CLOSE WEAR-CTL.                                              REELWR00
033900 200X.   EXIT.                                                    REELWR00
034000 300-APPLY.                                                       REELWR00
034100     OPEN INPUT LINEAGE-FILE.                                     REELWR00
034200     IF LIN-FILE-STATUS NOT = "00"                                REELWR00
034300         DISPLAY "LINEAGE NOT PRESENT - NO TAPE MOUNTS TO APPLY"  REELWR00
034400         GO TO 300X.                                              REELWR00
034500     MOVE 1 TO LINEAGE-SW.                                        REELWR00
034600 310-LINEAGE-READ.                                                REELWR00
034700     READ LINEAGE-FILE AT END GO TO 390-LINEAGE-END.              REELWR00
034800     ADD 1 TO LIN-COUNT.                                          REELWR00
034900     IF LIN-COUNT NOT GREATER THAN APPLIED-BEFORE                 REELWR00
035000         GO TO 310-LINEAGE-READ.                                  REELWR00
035100     IF LN-UNIT-TYPE NOT = "MT" GO TO 310-LINEAGE-READ.           REELWR00
035200     IF LN-DATE NOT NUMERIC GO TO 310-LINEAGE-READ.               REELWR00
035300     IF LN-REEL = SPACES GO TO 310-LINEAGE-READ.                  REELWR00
035400     IF LN-ERRORS NOT NUMERIC MOVE 0 TO LN-ERRORS.                REELWR00
035500     IF LN-RUN-SEQ NOT NUMERIC MOVE 0 TO LN-RUN-SEQ.              REELWR00
035600     ADD 1 TO TAPE-COUNT.                                         REELWR00
035700     PERFORM 400-MATCH THRU 400X.                                 REELWR00
035800     GO TO 310-LINEAGE-READ.                                      REELWR00
035900 390-LINEAGE-END.                                                 REELWR00
036000     CLOSE LINEAGE-FILE.                                          REELWR00
036100     IF LIN-COUNT IS LESS THAN APPLIED-BEFORE                     REELWR00
036200         DISPLAY "LINEAGE SHORTER THAN AT THE LAST RUN - "        REELWR00
036300             "APPLIED FROM ITS START"                             REELWR00
036400         MOVE 0 TO APPLIED-BEFORE LIN-COUNT                       REELWR00
036500         GO TO 300-APPLY.                                         REELWR00
036600 300X.   EXIT.                                                    REELWR00
036700 400-MATCH.                                                       REELWR00
036800     NOTE  FIRST LOOKS FOR THE REEL UNDER THE OPENS OWN FILE ID,  REELWR00
036900         THEN FOR THE REEL ALONE. ONLY THE LATEST ENTRY OF EACH   REELWR00
037000         SERIAL IS LOOKED AT.                                     REELWR00
037100     PERFORM 800-JULIAN-DATE.                                     REELWR00
037200     MOVE 0 TO HIT-IX.                                            REELWR00
037300     MOVE 1 TO MATCH-FILE-SW.                                     REELWR00
037400     PERFORM 410-SCAN VARYING VX FROM 1 BY 1                      REELWR00
037500         UNTIL VX IS GREATER THAN VE-CNT.                         REELWR00
037600     IF HIT-IX = 0                                                REELWR00
037700         MOVE 0 TO MATCH-FILE-SW                                  REELWR00
037800         PERFORM 410-SCAN VARYING VX FROM 1 BY 1                  REELWR00
037900             UNTIL VX IS GREATER THAN VE-CNT.                     REELWR00
038000     IF HIT-IX = 0                                                REELWR00
038100         PERFORM 420-UNCATALOGUED THRU 420X                       REELWR00
038200         GO TO 400X.                                              REELWR00
038300     ADD 1 TO MATCH-COUNT.                                        REELWR00
038400     ADD 1 TO VE-MOUNTS (HIT-IX).                                 REELWR00
038500     ADD LN-ERRORS TO VE-ERRORS (HIT-IX).                         REELWR00
038600     IF MOUNT-DAYNO NOT LESS THAN VE-LAST-DAYNO (HIT-IX)          REELWR00
038700         MOVE MOUNT-DATE TO VE-LAST (HIT-IX)                      REELWR00
038800         MOVE MOUNT-DAYNO TO VE-LAST-DAYNO (HIT-IX).              REELWR00
038900     MOVE "Y" TO VE-CHANGED (HIT-IX).                             REELWR00
039000     IF MOUNT-DAYNO IS GREATER THAN VE-EXP (HIT-IX)               REELWR00
039100         PERFORM 430-EXPIRED.                                     REELWR00
039200 400X.   EXIT.                                                    REELWR00
039300 410-SCAN.                                                        REELWR00
039400     IF VE-OWNER (VX) = VX                                        REELWR00
039500         IF VE-SER-TAIL (VX) = LN-REEL                            REELWR00
039600             OR VE-SER-HEAD (VX) = LN-REEL                        REELWR00
039700                 AND VE-SER-TAIL (VX) = SPACES                    REELWR00
039800             PERFORM 415-FILE-CHECK.                              REELWR00
039900 415-FILE-CHECK.                                                  REELWR00
040000     IF MATCH-FILE-SW = 0                                         REELWR00
040100         MOVE VX TO HIT-IX                                        REELWR00
040200     ELSE IF VE-FILE (VX) = LN-MFID OR VE-FILE (VX) = LN-FID      REELWR00
040300         MOVE VX TO HIT-IX.                                       REELWR00
040400 420-UNCATALOGUED.                                                REELWR00
040500     ADD 1 TO UNCAT-COUNT.                                        REELWR00
040600     MOVE 0 TO UNK-HIT.                                           REELWR00
040700     PERFORM 425-UNK-SCAN VARYING UX FROM 1 BY 1                  REELWR00
040800         UNTIL UX IS GREATER THAN UNK-CNT.                        REELWR00
040900     IF UNK-HIT IS GREATER THAN 0                                 REELWR00
041000         ADD 1 TO UK-MOUNTS (UNK-HIT)                             REELWR00
041100         MOVE LN-DATE TO UK-LAST (UNK-HIT)                        REELWR00
041200         GO TO 420X.                                              REELWR00
041300     IF UNK-CNT = 100 GO TO 420X.                                 REELWR00
041400     ADD 1 TO UNK-CNT.                                            REELWR00
041500     MOVE LN-REEL TO UK-REEL (UNK-CNT).                           REELWR00
041600     MOVE LN-MFID TO UK-MFID (UNK-CNT).                           REELWR00
041700     MOVE LN-FID TO UK-FID (UNK-CNT).                             REELWR00
041800     MOVE 1 TO UK-MOUNTS (UNK-CNT).                               REELWR00
041900     MOVE LN-DATE TO UK-FIRST (UNK-CNT) UK-LAST (UNK-CNT).        REELWR00
042000 420X.   EXIT.                                                    REELWR00
042100 425-UNK-SCAN.                                                    REELWR00
042200     IF UK-REEL (UX) = LN-REEL AND UK-MFID (UX) = LN-MFID         REELWR00
042300         AND UK-FID (UX) = LN-FID                                 REELWR00
042400         MOVE UX TO UNK-HIT.                                      REELWR00
042500 430-EXPIRED.                                                     REELWR00
042600     ADD 1 TO EXPIRED-COUNT.                                      REELWR00
042700     IF EXP-CNT IS LESS THAN 100                                  REELWR00
042800         ADD 1 TO EXP-CNT                                         REELWR00
042900         MOVE VE-SERIAL (HIT-IX) TO EX-SERIAL (EXP-CNT)           REELWR00
043000         MOVE VE-FILE (HIT-IX) TO EX-FILE (EXP-CNT)               REELWR00
043100         MOVE VE-DATE (HIT-IX) TO EX-WRITTEN (EXP-CNT)            REELWR00
043200         MOVE VE-SAVE (HIT-IX) TO EX-SAVE (EXP-CNT)               REELWR00
043300         MOVE LN-DATE TO EX-MOUNTED (EXP-CNT)                     REELWR00
043400         MOVE LN-PROG TO EX-PROG (EXP-CNT)                        REELWR00
043500         MOVE LN-RUN-SEQ TO EX-SEQ (EXP-CNT)                      REELWR00
043600         MOVE LN-FID TO EX-FID (EXP-CNT).                         REELWR00
043700 500-REWRITE.                                                     REELWR00
043800     NOTE  VOLCAT IS READ AGAIN IN THE SAME ORDER AND EACH ENTRY  REELWR00
043900         WHOSE WEAR HAS CHANGED IS REWRITTEN IN PLACE.            REELWR00
044000     MOVE 0 TO VX.                                                REELWR00
044100     OPEN I-O VOL-CATALOG.                                        REELWR00
044200     IF VOL-STATUS NOT = "00"                                     REELWR00
044300         DISPLAY "VOLCAT NOT OPEN FOR UPDATE - WEAR NOT SAVED"    REELWR00
044400         GO TO 500X.                                              REELWR00
044500 510-REWRITE-READ.                                                REELWR00
044600     READ VOL-CATALOG AT END GO TO 590-REWRITE-END.               REELWR00
044700     ADD 1 TO VX.                                                 REELWR00
044800     IF VX IS GREATER THAN VE-CNT GO TO 590-REWRITE-END.          REELWR00
044900     IF VE-CHANGED (VX) NOT = "Y" GO TO 510-REWRITE-READ.         REELWR00
045000     MOVE VE-MOUNTS (VX) TO VC-MOUNTS.                            REELWR00
045100     MOVE VE-LAST (VX) TO VC-LAST-MOUNT.                          REELWR00
045200     MOVE VE-ERRORS (VX) TO VC-ERRORS.                            REELWR00
045300     REWRITE VC-REC.                                              REELWR00
045400     ADD 1 TO UPDATE-COUNT.                                       REELWR00
045500     GO TO 510-REWRITE-READ.                                      REELWR00
045600 590-REWRITE-END.                                                 REELWR00
045700     CLOSE VOL-CATALOG.                                           REELWR00
045800 500X.   EXIT.                                                    REELWR00
045900 600-CONTROL-SAVE.                                                REELWR00
046000     OPEN OUTPUT WEAR-CTL.                                        REELWR00
046100     MOVE SPACES TO WC-REC.                                       REELWR00
046200     MOVE LIN-COUNT TO WC-APPLIED.                                REELWR00
046300     MOVE TODAYS-DATE TO WC-DATE.                                 REELWR00
046400     WRITE WC-REC.                                                REELWR00
046500     CLOSE WEAR-CTL.                                              REELWR00
046600 700-REPORT.                                                      REELWR00
046700     OPEN OUTPUT REPORT-FILE.                                     REELWR00
046800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   REELWR00
046900     MOVE "LINEAGE RECORDS APPLIED BEFORE      " TO CL-LABEL.     REELWR00
047000     MOVE APPLIED-BEFORE TO CL-VALUE.                             REELWR00
047100     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
047200     MOVE "LINEAGE RECORDS NOW                 " TO CL-LABEL.     REELWR00
047300     MOVE LIN-COUNT TO CL-VALUE.                                  REELWR00
047400     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
047500     MOVE "NEW TAPE OPENS                      " TO CL-LABEL.     REELWR00
047600     MOVE TAPE-COUNT TO CL-VALUE.                                 REELWR00
047700     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
047800     MOVE "MATCHED TO VOLCAT REELS             " TO CL-LABEL.     REELWR00
047900     MOVE MATCH-COUNT TO CL-VALUE.                                REELWR00
048000     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
048100     MOVE "REELS NOT IN VOLCAT                 " TO CL-LABEL.     REELWR00
048200     MOVE UNCAT-COUNT TO CL-VALUE.                                REELWR00
048300     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
048400     MOVE "MOUNTS OF EXPIRED REELS             " TO CL-LABEL.     REELWR00
048500     MOVE EXPIRED-COUNT TO CL-VALUE.                              REELWR00
048600     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
048700     MOVE "WEAR MOVED TO A LATER ENTRY         " TO CL-LABEL.     REELWR00
048800     MOVE CARRY-COUNT TO CL-VALUE.                                REELWR00
048900     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
049000     MOVE "VOLCAT ENTRIES REWRITTEN            " TO CL-LABEL.     REELWR00
049100     MOVE UPDATE-COUNT TO CL-VALUE.                               REELWR00
049200     WRITE REPORT-REC FROM COUNT-LINE.                            REELWR00
049300     WRITE REPORT-REC FROM BLANK-LINE.                            REELWR00
049400     WRITE REPORT-REC FROM UNK-HEAD.                              REELWR00
049500     WRITE REPORT-REC FROM UNK-COL-LINE.                          REELWR00
049600     IF UNK-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.              REELWR00
049700     PERFORM 710-UNK-PUT VARYING UX FROM 1 BY 1                   REELWR00
049800         UNTIL UX IS GREATER THAN UNK-CNT.                        REELWR00
049900     IF UNK-CNT = 100 WRITE REPORT-REC FROM MORE-LINE.            REELWR00
050000     WRITE REPORT-REC FROM BLANK-LINE.                            REELWR00
050100     WRITE REPORT-REC FROM EXP-HEAD.                              REELWR00
050200     WRITE REPORT-REC FROM EXP-COL-LINE.                          REELWR00
050300     IF EXP-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.              REELWR00
050400     PERFORM 720-EXP-PUT VARYING UX FROM 1 BY 1                   REELWR00
050500         UNTIL UX IS GREATER THAN EXP-CNT.                        REELWR00
050600     IF EXPIRED-COUNT IS GREATER THAN 100                         REELWR00
050700         WRITE REPORT-REC FROM MORE-LINE.                         REELWR00
050800     CLOSE REPORT-FILE.                                           REELWR00
050900 700X.   EXIT.                                                    REELWR00
051000 710-UNK-PUT.                                                     REELWR00
051100     MOVE UK-REEL (UX) TO UL-REEL.                                REELWR00
051200     MOVE UK-MFID (UX) TO UL-MFID.                                REELWR00
051300     MOVE UK-FID (UX) TO UL-FID.                                  REELWR00
051400     MOVE UK-MOUNTS (UX) TO UL-MOUNTS.                            REELWR00
051500     MOVE UK-FIRST (UX) TO UL-FIRST.                              REELWR00
051600     MOVE UK-LAST (UX) TO UL-LAST.                                REELWR00
051700     WRITE REPORT-REC FROM UNK-LINE.                              REELWR00
051800 720-EXP-PUT.                                                     REELWR00
051900     MOVE EX-SERIAL (UX) TO XL-SERIAL.                            REELWR00
052000     MOVE EX-FILE (UX) TO XL-FILE.                                REELWR00
052100     MOVE EX-WRITTEN (UX) TO XL-WRITTEN.                          REELWR00
052200     MOVE EX-SAVE (UX) TO XL-SAVE.                                REELWR00
052300     MOVE EX-MOUNTED (UX) TO XL-MOUNTED.                          REELWR00
052400     MOVE EX-PROG (UX) TO XL-PROG.                                REELWR00
052500     MOVE EX-SEQ (UX) TO XL-SEQ.                                  REELWR00
052600     MOVE EX-FID (UX) TO XL-FID.                                  REELWR00
052700     WRITE REPORT-REC FROM EXP-LINE.                              REELWR00
052800 800-JULIAN-DATE.                                                 REELWR00
052900     NOTE  LINEAGE DATES ARE YYDDD - TURNED HERE INTO THE MMDDYY  REELWR00
053000         OF VOLCAT AND ITS DAY NUMBER.                            REELWR00
053100     COMPUTE JUL-YY = LN-DATE DIV 1000.                           REELWR00
053200     COMPUTE JUL-DOY = LN-DATE MOD 1000.                          REELWR00
053300     MOVE 1 TO JUL-MM.                                            REELWR00
053400     PERFORM 810-JULIAN-MONTH VARYING JX FROM 2 BY 1              REELWR00
053500         UNTIL JX IS GREATER THAN 12.                             REELWR00
053600     COMPUTE JUL-DD = JUL-DOY - CUM-DAYS (JUL-MM).                REELWR00
053700     IF JUL-MM IS GREATER THAN 2 AND JUL-YY MOD 4 = 0             REELWR00
053800         SUBTRACT 1 FROM JUL-DD.                                  REELWR00
053900     COMPUTE MOUNT-DATE = JUL-MM * 10000 + JUL-DD * 100 + JUL-YY. REELWR00
054000     COMPUTE MOUNT-DAYNO = JUL-YY * 372 + JUL-MM * 31 + JUL-DD.   REELWR00
054100 810-JULIAN-MONTH.                                                REELWR00
054200     MOVE 0 TO LEAP-ADD.                                          REELWR00
054300     IF JX IS GREATER THAN 2 AND JUL-YY MOD 4 = 0                 REELWR00
054400         MOVE 1 TO LEAP-ADD.                                      REELWR00
054500     IF JUL-DOY IS GREATER THAN CUM-DAYS (JX) + LEAP-ADD          REELWR00
054600         MOVE JX TO JUL-MM.                                       REELWR00
054700 END-OF-JOB.                                                      REELWR00
