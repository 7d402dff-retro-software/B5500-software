000100RUNHIST     000189CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400          PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES            00
000500     NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.      00
000600*********************************************************************** 00
000700                                                                        00
000800   CHRISLOG ANSWERS QUESTIONS ABOUT ONE DAYS LOG, AND A WEEK            00
000900   ARCHIVED BY LOGARCH HAD TO BE RESTORED AND RELISTED WHOLE            00
001000   BEFORE ANYONE COULD SEE HOW A PROGRAM BEHAVED OVER A LONGER          00
001100   SPAN. THIS PROGRAM READS ONE OR MORE MOUNTED LOGARCH REELS IN        00
001200   SEQUENCE AND PRINTS EVERY RUN OF ONE PROGRAM, ONE USER NUMBER        00
001300   OR ONE APPLICATION AREA, IN LOG ORDER, AS A RUN HISTORY -            00
001400   THE DAY, START AND STOP TIMES, ELAPSED TIME, RESULT, PROGRAM,        00
001500   USER NUMBER, APPLICATION AREA AND CONTROL CARD OF EACH RUN.          00
001600   THE HISTORY ENDS WITH THE REELS, DAYS AND RUNS READ, THE             00
001700   NUMBER OF RUNS SELECTED, THEIR AVERAGE AND WORST ELAPSED TIME        00
001800   (THE WORST WITH ITS PROGRAM, DAY AND START TIME) AND THE             00
001900   NUMBER OF THEM THAT ABORTED.                                         00
002000                                                                        00
002100   REPLIES AT START-UP -                                                00
002200      THE NUMBER OF LOGARCH REELS TO READ (ONE DIGIT),                  00
002300      P, U OR A TO SELECT BY PROGRAM, USER NUMBER OR APPLICATION        00
002400         AREA, THEN THE PROGRAM (THE NAME TOKEN OF THE CONTROL          00
002500         CARD THAT CHRISLOG KEEPS ITS NORMS UNDER, UP TO SIX            00
002600         CHARACTERS), THE SEVEN-CHARACTER USER NUMBER (CARD COLS        00
002700         65-71) OR THE APPLICATION AREA (CARD COLS 42-57),              00
002800      Y TO WRITE THE SELECTED RUNS TO THE DISK FILE RUNSEL, AND         00
002810      Y TO FOLD THEM INTO THE PROGNORM NORMS.                           00
002900   AFTER EACH REEL THE OPERATOR IS TOLD TO MOUNT THE NEXT ONE AND       00
003000   REPLY GO. MOUNT THE REELS OLDEST WEEK FIRST - A REEL WHOSE           00
003100   WEEK STARTS BEFORE THE WEEK OF THE REEL BEFORE IT IS FLAGGED         00
003200   ON THE HISTORY AND THE SPO, AND A REEL WITHOUT THE LOGARC            00
003300   HEADER IS SKIPPED.                                                   00
003400                                                                        00
003500   RUNS ARE TAKEN FROM EACH DAY THE WAY THE CHRISLOG LISTING PASS       00
003600   TAKES THEM FROM LOGHOLD. AN ABORTED RUN IS ONE WHOSE FINISH          00
003700   WORD IS NOT EOJ, SYNTAX OR DS-ED. TIMES ARE PRINTED AS               00
003800   MINUTES:SECONDS AND THE START AND STOP TIMES ON THE 24-HOUR          00
003900   CLOCK.                                                               00
004000                                                                        00
004100   RUNSEL IS WRITTEN IN LOGHOLD FORMAT - THE FIRST DAYS OPENING         00
004200   RECORD, EACH SELECTED RUN WITH ITS FILE RECORDS, AND A CLOSING       00
004300   CODE-4 RECORD - AS A RECORD OF THE RUNS SELECTED. IT IS NOT          00
004400   TO BE READ BY CHRISLOG, WHICH WOULD POST THOSE RUNS TO BILLING       00
004500   AND ITS OTHER FILES A SECOND TIME. A Y TO THE NORMS REPLY            00
004600   FOLDS EACH SELECTED RUN INTO PROGNORM HERE, UNDER THE PROGRAM        00
004700   TOKEN AND WITH THE RUNNING AVERAGE CHRISLOG KEEPS - A PROGRAM        00
004710   NOT YET ON PROGNORM IS ADDED WHILE FEWER THAN 100 ARE HELD. A        00
004720   RUN WITHOUT A PROGNORM FILE FOLDS NOTHING.                           00
004800   THE HISTORY GOES TO THE PRINTER BACKUP FILE RUNLIST, ONE OF THE      00
004900   BKPRINT KNOWN FILES.                                                 00
005000                                                                        00
005100                                                                        00
005200 IDENTIFICATION DIVISION.                                         RUNHIS00
005300 PROGRAM-ID. PROGRAM RUN HISTORY "RUNHIST".                       RUNHIS00
005400 DATE-COMPILED.                                                   RUNHIS00
005500 REMARKS. PRINTS THE RUN HISTORY OF ONE PROGRAM, USER NUMBER OR   RUNHIS00
005600     APPLICATION AREA ACROSS ARCHIVED LOGARCH WEEKS, WITH RUN     RUNHIS00
005700     COUNT, AVERAGE AND WORST ELAPSED TIME AND ABORT COUNT.       RUNHIS00
005800 ENVIRONMENT DIVISION.                                            RUNHIS00
005900 CONFIGURATION SECTION.                                           RUNHIS00
006000 SOURCE-COMPUTER. B-5500.                                         RUNHIS00
006100 OBJECT-COMPUTER. B-5500.                                         RUNHIS00
006200 INPUT-OUTPUT SECTION.                                            RUNHIS00
006300 FILE-CONTROL.                                                    RUNHIS00
006400     SELECT ARCH-TAPE   ASSIGN TO TAPE.                           RUNHIS00
006500     SELECT RUN-SEL     ASSIGN TO DISK.                           RUNHIS00
006600     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RUNHIS00
006700     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RUNHIS00
006800     SELECT AUTH-FILE ASSIGN TO DISK                              RUNHIS00
006900         FILE STATUS IS AUTH-FILE-STATUS.                         RUNHIS00
007000     SELECT OPER-FILE ASSIGN TO DISK                              RUNHIS00
007100         FILE STATUS IS OPER-FILE-STATUS.                         RUNHIS00
007110     SELECT PROG-NORMS ASSIGN TO DISK                             RUNHIS00
007120         FILE STATUS IS NORM-FILE-STATUS.                         RUNHIS00
007200 DATA DIVISION.                                                   RUNHIS00
007300 FILE SECTION.                                                    RUNHIS00
007400 MD  OPER-FILE                                                    RUNHIS00
007500     ACCESS SEQUENTIAL                                            RUNHIS00
007600     BLOCK CONTAINS 1 RECORDS                                     RUNHIS00
007700     VALUE OF ID "OPROSTER"                                       RUNHIS00
007800     DATA RECORD OPER-REC.                                        RUNHIS00
007900 01  OPER-REC        SZ 80.                                       RUNHIS00
008000     05  OR-CODE         PC X(3).                                 RUNHIS00
008100     05  FILLER          SZ 1.                                    RUNHIS00
008200     05  OR-NAME         PC X(20).                                RUNHIS00
008300     05  FILLER          SZ 1.                                    RUNHIS00
008400     05  OR-STATUS       PC X.                                    RUNHIS00
008500     05  FILLER          SZ 54.                                   RUNHIS00
008600 FD  ARCH-TAPE                                                    RUNHIS00
008700         LABEL RECORD STANDARD                                    RUNHIS00
008800         VALUE OF ID "LOGARCH"                                    RUNHIS00
008900         DATA RECORD ARCHREC.                                     RUNHIS00
009000 01  ARCHREC         SZ 40.                                       RUNHIS00
009100     05  ARCH-TAG                PC X(6).                         RUNHIS00
009200     05  FILLER                  SZ 1.                            RUNHIS00
009300     05  ARCH-DATE               PC 9(6).                         RUNHIS00
009400     05  FILLER                  SZ 1.                            RUNHIS00
009500     05  ARCH-DATE-2             PC 9(6).                         RUNHIS00
009600     05  FILLER                  SZ 20.                           RUNHIS00
009700 MD  RUN-SEL                                                      RUNHIS00
009800         FILE CONTAINS 10 | 1200 RECORDS                          RUNHIS00
009900         ACCESS SEQUENTIAL                                        RUNHIS00
010000         BLOCK 30 RECORDS                                         RUNHIS00
010100         VALUE OF ID "RUNSEL"   SAVE-FACTOR 030                   RUNHIS00
010200         DATA RECORD SEL-REC.                                     RUNHIS00
010300 01  SEL-REC         SZ 40.                                       RUNHIS00
010400 FD  REPORT-FILE                                                  RUNHIS00
010500         VALUE OF ID "RUNLIST"                                    RUNHIS00
010600         DATA RECORD REPORT-REC.                                  RUNHIS00
010700 01  REPORT-REC      SZ 132.                                      RUNHIS00
010710 MD  PROG-NORMS                                                   RUNHIS00
010720     ACCESS SEQUENTIAL                                            RUNHIS00
010730     BLOCK CONTAINS 1 RECORDS                                     RUNHIS00
010740     VALUE OF ID "PROGNORM"                                       RUNHIS00
010750     DATA RECORD NORM-REC.                                        RUNHIS00
010760 01  NORM-REC        SZ 80.                                       RUNHIS00
010770     05  PN-PROG         PC X(6).                                 RUNHIS00
010780     05  FILLER          SZ 1.                                    RUNHIS00
010790     05  PN-COUNT        PC 9(6).                                 RUNHIS00
010792     05  FILLER          SZ 1.                                    RUNHIS00
010794     05  PN-AVG          PC 9(8).                                 RUNHIS00
010796     05  FILLER          SZ 58.                                   RUNHIS00
010800 MD  AUTH-FILE                                                    RUNHIS00
010900     ACCESS SEQUENTIAL                                            RUNHIS00
011000     BLOCK CONTAINS 1 RECORDS                                     RUNHIS00
011100     VALUE OF ID "RUNAUTH"                                        RUNHIS00
011200     DATA RECORD AUTH-REC.                                        RUNHIS00
011300 01  AUTH-REC        SZ 80.                                       RUNHIS00
011400     05  RA-RUN-ID       PC X(7).                                 RUNHIS00
011500     05  FILLER          SZ 1.                                    RUNHIS00
011600     05  RA-PROGRAM      PC X(8).                                 RUNHIS00
011700     05  FILLER          SZ 1.                                    RUNHIS00
011800     05  RA-EXPIRES      PC 9(6).                                 RUNHIS00
011900     05  FILLER          SZ 57.                                   RUNHIS00
012000 MD  AUDIT-TRAIL                                                  RUNHIS00
012100         ACCESS RANDOM                                            RUNHIS00
012200         ACTUAL KEY IS AU-KEY                                     RUNHIS00
012300         BLOCK CONTAINS 1 RECORDS                                 RUNHIS00
012400         VALUE OF ID "AUDITTRL"                                   RUNHIS00
012500         DATA RECORD AUDIT-REC.                                   RUNHIS00
012600 01  AUDIT-REC       SZ 44.                                       RUNHIS00
012700     05  AU-PROGRAM          PC X(8) VA "RUNHIST ".               RUNHIS00
012800     05  AU-DATE             PC 9(6).                             RUNHIS00
012900     05  AU-TIME             PC 9(4).                             RUNHIS00
013000     05  AU-EVENT            PC X(8).                             RUNHIS00
013100     05  AU-RESULT           PC X(8).                             RUNHIS00
013200     05  AU-RUN-ID           PC X(7).                             RUNHIS00
013300     05  AU-OPERATOR         PC X(3).                             RUNHIS00
013400 01  AUDIT-CTL.                                                   RUNHIS00
013500     05  AC-NEXT-SLOT        PC 9(8).                             RUNHIS00
013600     05  AC-HASH             PC 9(9).                             RUNHIS00
013700     05  FILLER              SZ 27.                               RUNHIS00
013800 WORKING-STORAGE SECTION.                                         RUNHIS00
013900 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        RUNHIS00
014000 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     RUNHIS00
014100 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     RUNHIS00
014200 77  OPERATOR-CODE   VA SPACE        PC X(3).                     RUNHIS00
014300 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        RUNHIS00
014400 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        RUNHIS00
014500 77  AUTH-TODAY      CMP-1   PC 9(6).                             RUNHIS00
014600 77  AUTH-DATE-IN            PC 9(6).                             RUNHIS00
014700 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             RUNHIS00
014800 77  AU-HH           CMP-1   PC 99.                               RUNHIS00
014900 77  AU-MM           CMP-1   PC 99.                               RUNHIS00
015000 77  AU-KEY          CMP-1   PC 9(8).                             RUNHIS00
015100 77  AU-NEXT         CMP-1   PC 9(8).                             RUNHIS00
015200 01  AU-SAVE-REC             SZ 44.                               RUNHIS00
015300 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     RUNHIS00
015400 77  AU-REC-SUM              CMP-1   PC 9(6).                     RUNHIS00
015500 77  AU-CX                   CMP-1   PC 99.                       RUNHIS00
015600 77  AU-TX                   CMP-1   PC 99.                       RUNHIS00
015700 77  AU-CODE                 CMP-1   PC 99.                       RUNHIS00
015800 01  AU-HASH-REC.                                                 RUNHIS00
015900     05  AU-HC       OC 44   PC X.                                RUNHIS00
016000 01  AU-CHAR-SET.                                                 RUNHIS00
016100     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          RUNHIS00
016200     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          RUNHIS00
016300 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           RUNHIS00
016400     05  AU-CHAR     OC 48   PC X.                                RUNHIS00
016500 77  RUN-ID-ENTRY            PC X(7).                             RUNHIS00
016600 77  REEL-COUNT              CMP-1   PC 9.                        RUNHIS00
016700 77  REEL-IX                 CMP-1   PC 99.                       RUNHIS00
016800 77  GO-REPLY                        PC X(2).                     RUNHIS00
016900 77  SEL-TYPE                        PC X.                        RUNHIS00
017000 77  SAVE-REPLY                      PC X.                        RUNHIS00
017100 77  SAVE-SW         VA 0    CMP-1   PC 9.                        RUNHIS00
017200 77  REEL-END-SW     VA 0    CMP-1   PC 9.                        RUNHIS00
017300 77  DAY-END-SW      VA 0    CMP-1   PC 9.                        RUNHIS00
017400 77  HDR-PENDING-SW  VA 0    CMP-1   PC 9.                        RUNHIS00
017500 77  RUN-HIT-SW      VA 0    CMP-1   PC 9.                        RUNHIS00
017600 77  CONT-SW         VA 0    CMP-1   PC 9.                        RUNHIS00
017700 77  SEL-WRITTEN     VA 0    CMP-1   PC 9(8).                     RUNHIS00
017800 77  FILE-LEFT               CMP-1   PC 9(8).                     RUNHIS00
017900 77  DAY-DATE        VA 0            PC 9(6).                     RUNHIS00
018000 77  WEEK-YMD                CMP-1   PC 9(6).                     RUNHIS00
018100 77  LAST-WEEK-YMD   VA 0    CMP-1   PC 9(6).                     RUNHIS00
018200 77  REELS-READ      VA 0    CMP-1   PC 9.                        RUNHIS00
018300 77  REELS-BAD       VA 0    CMP-1   PC 9.                        RUNHIS00
018400 77  DAYS-READ       VA 0    CMP-1   PC 9(4).                     RUNHIS00
018500 77  RUNS-READ       VA 0    CMP-1   PC 9(6).                     RUNHIS00
018600 77  RUN-COUNT       VA 0    CMP-1   PC 9(6).                     RUNHIS00
018700 77  ABORT-COUNT     VA 0    CMP-1   PC 9(6).                     RUNHIS00
018800 77  RUN-ELAPSED             CMP-1   PC 9(8).                     RUNHIS00
018900 77  TOTAL-ELAPSED   VA 0    CMP-1   PC 9(10).                    RUNHIS00
019000 77  AVG-ELAPSED             CMP-1   PC 9(8).                     RUNHIS00
019100 77  WORST-ELAPSED   VA 0    CMP-1   PC 9(8).                     RUNHIS00
019200 77  WORST-PROG      VA SPACES       PC X(6).                     RUNHIS00
019300 77  WORST-DATE      VA 0            PC 9(6).                     RUNHIS00
019400 77  WORST-START     VA 0    CMP-1   PC 9(8).                     RUNHIS00
019500 77  24-HOUR-CONSTANT VA 5184000 CMP-1 PC 9(8).                   RUNHIS00
019600 77  TIME-WORK               CMP-1   PC 9(8).                     RUNHIS00
019700 77  TM-HH                   CMP-1   PC 99.                       RUNHIS00
019800 77  TM-MM                   CMP-1   PC 99.                       RUNHIS00
019900 77  TM-MIN                  CMP-1   PC 9(5).                     RUNHIS00
020000 77  TM-SEC                  CMP-1   PC 99.                       RUNHIS00
020100 77  RESULT-WORK                     PC X(6).                     RUNHIS00
020200 77  RPK-IX                  CMP-1   PC 99.                       RUNHIS00
020300 77  RPK-SCAN                CMP-1   PC 99.                       RUNHIS00
020400 77  RPK-START               CMP-1   PC 99.                       RUNHIS00
020500 77  LINE-CNT        VA 99   CMP-1   PC 99.                       RUNHIS00
020600 77  PAGE-NO         VA 0    CMP-1   PC 9(4).                     RUNHIS00
020610 77  NORM-FILE-STATUS VA SPACE       PC X(2).                     RUNHIS00
020620 77  NORM-REPLY                      PC X.                        RUNHIS00
020630 77  NORM-SW         VA 0    CMP-1   PC 9.                        RUNHIS00
020640 77  NORM-FOLDED     VA 0    CMP-1   PC 9(6).                     RUNHIS00
020650 77  NORM-KEY                        PC X(6).                     RUNHIS00
020660 77  NM-CNT          VA 0    CMP-1   PC 999.                      RUNHIS00
020670 77  NM-IX                   CMP-1   PC 999.                      RUNHIS00
020680 77  NM-HIT                  CMP-1   PC 999.                      RUNHIS00
020690 01  NORM-TABLE.                                                  RUNHIS00
020692     05  NM-ENTRY        OC 100.                                  RUNHIS00
020694         10  NM-PROG             PC X(6).                         RUNHIS00
020696         10  NM-COUNT    CMP     PC 9(6).                         RUNHIS00
020697         10  NM-AVG      CMP     PC 9(8).                         RUNHIS00
020698         10  NM-WRITTEN          PC X.                            RUNHIS00
020700 01  SEL-ENTRY.                                                   RUNHIS00
020800     05  SEL-AREA            PC X(16).                            RUNHIS00
020900 01  SEL-PROG-R REDEFINES SEL-ENTRY.                              RUNHIS00
021000     05  SEL-PROG            PC X(6).                             RUNHIS00
021100     05  FILLER              SZ 10.                               RUNHIS00
021200 01  SEL-USER-R REDEFINES SEL-ENTRY.                              RUNHIS00
021300     05  SEL-USER            PC X(7).                             RUNHIS00
021400     05  FILLER              SZ 9.                                RUNHIS00
021500 01  RUN-PROG-KEY.                                                RUNHIS00
021600     05  RPK-CH      OC 6    PC X.                                RUNHIS00
021700 01  LOG-IN-WORK.                                                 RUNHIS00
021800     05  LW-CTL              PC 9(8).                             RUNHIS00
021900     05  FILLER              SZ 32.                               RUNHIS00
022000 01  A-RECORD-HOLDING        SZ 160.                              RUNHIS00
022100     02  RECORD-HOLDING.                                          RUNHIS00
022200         05  CODE-3          CMP     PC 9(8).                     RUNHIS00
022300         05  CTL-CARD-CONT           PC X(72).                    RUNHIS00
022400         05  72-COLS REDEFINES CTL-CARD-CONT.                     RUNHIS00
022500             10  CARD-COL    OC 72   PC X.                        RUNHIS00
022600         05  CARD-FIELDS REDEFINES CTL-CARD-CONT.                 RUNHIS00
022700             10  FILLER              SZ 41.                       RUNHIS00
022800             10  CARD-AREA           PC X(16).                    RUNHIS00
022900             10  FILLER              SZ 7.                        RUNHIS00
023000             10  CARD-USER           PC X(7).                     RUNHIS00
023100             10  FILLER              SZ 1.                        RUNHIS00
023200         05  GP-CODE         CMP     PC 9(8).                     RUNHIS00
023300         05  HOLD-FILES      CMP     PC 9(8).                     RUNHIS00
023400         05  HOLD-PROCESS    CMP     PC 9(8).                     RUNHIS00
023500         05  HOLD-I-O        CMP     PC 9(8).                     RUNHIS00
023600         05  HOLD-PRORATE    CMP     PC 9(8).                     RUNHIS00
023700         05  FILLER                  SZ 3.                        RUNHIS00
023800         05  HOLD-JULIAN             PC 9(5).                     RUNHIS00
023900         05  HOLD-START      CMP     PC 9(8).                     RUNHIS00
024000         05  HOLD-STOP       CMP     PC 9(8).                     RUNHIS00
024100         05  HOLD-FINISH     CMP     PC 9(8).                     RUNHIS00
024200         05  FILLER                  SZ 8.                        RUNHIS00
024300     02  REC40EC REDEFINES RECORD-HOLDING  OC 4.                  RUNHIS00
024400         05  SUB-REC                 SZ 40.                       RUNHIS00
024500 01  TITLE-LINE      SZ 132.                                      RUNHIS00
024600     05  FILLER  PC X(22) VA "PROGRAM RUN HISTORY - ".            RUNHIS00
024700     05  FILLER  PC X(12) VA "SELECTED BY ".                      RUNHIS00
024800     05  TL-BY           PC X(16).                                RUNHIS00
024900     05  FILLER          SZ 1     VA SPACE.                       RUNHIS00
025000     05  TL-KEY          PC X(16).                                RUNHIS00
025100     05  FILLER          SZ 10    VA SPACE.                       RUNHIS00
025200     05  FILLER  PC X(5)  VA "PAGE ".                             RUNHIS00
025300     05  TL-PAGE         PC ZZZ9.                                 RUNHIS00
025400     05  FILLER          SZ 46    VA SPACE.                       RUNHIS00
025500 01  COL-LINE        SZ 132.                                      RUNHIS00
025600     05  FILLER  PC X(40) VA                                      RUNHIS00
025700         "  DATE  START   STOP   ELAPSED  RESULT  ".              RUNHIS00
025800     05  FILLER  PC X(35) VA                                      RUNHIS00
025900         "PROG    USER     APPLICATION AREA  ".                   RUNHIS00
026000     05  FILLER  PC X(12) VA "CONTROL CARD".                      RUNHIS00
026100     05  FILLER          SZ 45    VA SPACE.                       RUNHIS00
026200 01  DETAIL-LINE     SZ 132.                                      RUNHIS00
026300     05  DL-DATE         PC 9(6).                                 RUNHIS00
026400     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
026500     05  DL-START-HH     PC 99.                                   RUNHIS00
026600     05  FILLER  PC X     VA ":".                                 RUNHIS00
026700     05  DL-START-MM     PC 99.                                   RUNHIS00
026800     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
026900     05  DL-STOP-HH      PC 99.                                   RUNHIS00
027000     05  FILLER  PC X     VA ":".                                 RUNHIS00
027100     05  DL-STOP-MM      PC 99.                                   RUNHIS00
027200     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
027300     05  DL-EL-MIN       PC ZZZZ9.                                RUNHIS00
027400     05  FILLER  PC X     VA ":".                                 RUNHIS00
027500     05  DL-EL-SEC       PC 99.                                   RUNHIS00
027600     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
027700     05  DL-RESULT       PC X(6).                                 RUNHIS00
027800     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
027900     05  DL-PROG         PC X(6).                                 RUNHIS00
028000     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
028100     05  DL-USER         PC X(7).                                 RUNHIS00
028200     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
028300     05  DL-AREA         PC X(16).                                RUNHIS00
028400     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
028500     05  DL-CARD         PC X(57).                                RUNHIS00
028600 01  REEL-LINE       SZ 132.                                      RUNHIS00
028700     05  FILLER  PC X(5)  VA "REEL ".                             RUNHIS00
028800     05  RL-REEL         PC 9.                                    RUNHIS00
028900     05  FILLER  PC X(7)  VA "  WEEK ".                           RUNHIS00
029000     05  RL-FROM         PC 9(6).                                 RUNHIS00
029100     05  FILLER  PC X(6)  VA " THRU ".                            RUNHIS00
029200     05  RL-THRU         PC 9(6).                                 RUNHIS00
029300     05  FILLER          SZ 2     VA SPACE.                       RUNHIS00
029400     05  RL-NOTE         PC X(50).                                RUNHIS00
029500     05  FILLER          SZ 49    VA SPACE.                       RUNHIS00
029600 01  COUNT-LINE      SZ 132.                                      RUNHIS00
029700     05  CL-LABEL        PC X(26).                                RUNHIS00
029800     05  CL-COUNT        PC ZZZZZ9.                               RUNHIS00
029900     05  FILLER          SZ 100   VA SPACE.                       RUNHIS00
030000 01  AVG-LINE        SZ 132.                                      RUNHIS00
030100     05  FILLER  PC X(26) VA "AVERAGE ELAPSED (MIN:SEC) ".        RUNHIS00
030200     05  AL-MIN          PC ZZZZ9.                                RUNHIS00
030300     05  FILLER  PC X     VA ":".                                 RUNHIS00
030400     05  AL-SEC          PC 99.                                   RUNHIS00
030500     05  FILLER          SZ 98    VA SPACE.                       RUNHIS00
030600 01  WORST-LINE      SZ 132.                                      RUNHIS00
030700     05  FILLER  PC X(26) VA "WORST ELAPSED (MIN:SEC)   ".        RUNHIS00
030800     05  WL-MIN          PC ZZZZ9.                                RUNHIS00
030900     05  FILLER  PC X     VA ":".                                 RUNHIS00
031000     05  WL-SEC          PC 99.                                   RUNHIS00
031100     05  FILLER  PC X(10) VA "  PROGRAM ".                        RUNHIS00
031200     05  WL-PROG         PC X(6).                                 RUNHIS00
031300     05  FILLER  PC X(4)  VA " ON ".                              RUNHIS00
031400     05  WL-DATE         PC 9(6).                                 RUNHIS00
031500     05  FILLER  PC X(9)  VA " STARTED ".                         RUNHIS00
031600     05  WL-HH           PC 99.                                   RUNHIS00
031700     05  FILLER  PC X     VA ":".                                 RUNHIS00
031800     05  WL-MM           PC 99.                                   RUNHIS00
031900     05  FILLER          SZ 58    VA SPACE.                       RUNHIS00
032000 01  NONE-LINE       SZ 132.                                      RUNHIS00
032100     05  FILLER  PC X(29) VA "NO RUNS MATCHED THE SELECTION".     RUNHIS00
032200     05  FILLER          SZ 103   VA SPACE.                       RUNHIS00
032300 01  SEL-LINE        SZ 132.                                      RUNHIS00
032400     05  FILLER  PC X(41) VA                                      RUNHIS00
032500         "SELECTED RUNS WRITTEN TO RUNSEL - RECORDS".             RUNHIS00
032600     05  FILLER          SZ 1     VA SPACE.                       RUNHIS00
032700     05  SL-COUNT        PC ZZZZZZZ9.                             RUNHIS00
032800     05  FILLER          SZ 82    VA SPACE.                       RUNHIS00
032900 01  BLANK-LINE      SZ 132   VA SPACE.                           RUNHIS00
033000 PROCEDURE DIVISION.                                              RUNHIS00
033100 100-BEGIN.                                                       RUNHIS00
033200     ACCEPT RUN-ID-ENTRY.                                         RUNHIS00
033300     PERFORM AUDIT-START.                                         RUNHIS00
033400 110-ASK-REELS.                                                   RUNHIS00
033500     DISPLAY "RUNHIST - HOW MANY LOGARCH REELS (ONE DIGIT)".      RUNHIS00
033600     ACCEPT REEL-COUNT.                                           RUNHIS00
033700     IF REEL-COUNT = 0                                            RUNHIS00
033800         DISPLAY "AT LEAST ONE REEL IS NEEDED"                    RUNHIS00
033900         GO TO 110-ASK-REELS.                                     RUNHIS00
034000 120-ASK-SELECT.                                                  RUNHIS00
034100     DISPLAY "SELECT RUNS BY P (PROGRAM), U (USER NUMBER) OR".    RUNHIS00
034200     DISPLAY "A (APPLICATION AREA)".                              RUNHIS00
034300     ACCEPT SEL-TYPE.                                             RUNHIS00
034400     MOVE SPACES TO SEL-ENTRY.                                    RUNHIS00
034500     IF SEL-TYPE = "P"                                            RUNHIS00
034600         MOVE "PROGRAM" TO TL-BY                                  RUNHIS00
034700         DISPLAY "ENTER PROGRAM NAME (UP TO 6 CHARACTERS)"        RUNHIS00
034800         ACCEPT SEL-PROG                                          RUNHIS00
034900         GO TO 125-KEY-CHECK.                                     RUNHIS00
035000     IF SEL-TYPE = "U"                                            RUNHIS00
035100         MOVE "USER NUMBER" TO TL-BY                              RUNHIS00
035200         DISPLAY "ENTER USER NUMBER (7 CHARACTERS)"               RUNHIS00
035300         ACCEPT SEL-USER                                          RUNHIS00
035400         GO TO 125-KEY-CHECK.                                     RUNHIS00
035500     IF SEL-TYPE = "A"                                            RUNHIS00
035600         MOVE "APPLICATION AREA" TO TL-BY                         RUNHIS00
035700         DISPLAY "ENTER APPLICATION AREA (UP TO 16 CHARACTERS)"   RUNHIS00
035800         ACCEPT SEL-AREA                                          RUNHIS00
035900         GO TO 125-KEY-CHECK.                                     RUNHIS00
036000     DISPLAY "INVALID SELECTION - MUST BE P, U OR A".             RUNHIS00
036100     GO TO 120-ASK-SELECT.                                        RUNHIS00
036200 125-KEY-CHECK.                                                   RUNHIS00
036300     IF SEL-ENTRY = SPACES                                        RUNHIS00
036400         DISPLAY "A BLANK SELECTION MATCHES NOTHING"              RUNHIS00
036500         GO TO 120-ASK-SELECT.                                    RUNHIS00
036600     MOVE SEL-AREA TO TL-KEY.                                     RUNHIS00
036700 130-ASK-SAVE.                                                    RUNHIS00
036800     DISPLAY "WRITE SELECTED RUNS TO RUNSEL (Y/N)".               RUNHIS00
037000     ACCEPT SAVE-REPLY.                                           RUNHIS00
037100     IF SAVE-REPLY = "Y"                                          RUNHIS00
037200         MOVE 1 TO SAVE-SW                                        RUNHIS00
037300         OPEN OUTPUT RUN-SEL.                                     RUNHIS00
037310 135-ASK-NORMS.                                                   RUNHIS00
037320     DISPLAY "FOLD SELECTED RUNS INTO THE PROGNORM NORMS (Y/N)".  RUNHIS00
037330     ACCEPT NORM-REPLY.                                           RUNHIS00
037340     IF NORM-REPLY = "Y"                                          RUNHIS00
037350         MOVE 1 TO NORM-SW                                        RUNHIS00
037360         PERFORM 770-LOAD-NORMS THRU 770X.                        RUNHIS00
037400     OPEN OUTPUT REPORT-FILE.                                     RUNHIS00
037500     MOVE 0 TO REEL-IX.                                           RUNHIS00
037600 200-NEXT-REEL.                                                   RUNHIS00
037700     ADD 1 TO REEL-IX.                                            RUNHIS00
037800     IF REEL-IX IS GREATER THAN REEL-COUNT GO TO 700-SUMMARY.     RUNHIS00
037900     IF REEL-IX IS GREATER THAN 1                                 RUNHIS00
038000         DISPLAY "MOUNT NEXT LOGARCH REEL AND REPLY GO"           RUNHIS00
038100         ACCEPT GO-REPLY.                                         RUNHIS00
038200     MOVE 0 TO REEL-END-SW.                                       RUNHIS00
038300     MOVE 0 TO HDR-PENDING-SW.                                    RUNHIS00
038400     MOVE REEL-IX TO RL-REEL.                                     RUNHIS00
038500     MOVE SPACES TO RL-NOTE.                                      RUNHIS00
038600     OPEN INPUT ARCH-TAPE.                                        RUNHIS00
038700     READ ARCH-TAPE AT END GO TO 280-BAD-REEL.                    RUNHIS00
038800     IF ARCH-TAG NOT = "LOGARC" GO TO 280-BAD-REEL.               RUNHIS00
038900     ADD 1 TO REELS-READ.                                         RUNHIS00
039000     MOVE ARCH-DATE TO RL-FROM.                                   RUNHIS00
039100     MOVE ARCH-DATE-2 TO RL-THRU.                                 RUNHIS00
039200     COMPUTE WEEK-YMD = ARCH-DATE MOD 100 * 10000                 RUNHIS00
039300         + ARCH-DATE DIV 100.                                     RUNHIS00
039400     IF WEEK-YMD IS LESS THAN LAST-WEEK-YMD                       RUNHIS00
039500         MOVE "STARTS BEFORE THE REEL BEFORE IT - OUT OF ORDER"   RUNHIS00
039600             TO RL-NOTE                                           RUNHIS00
039700         DISPLAY "REEL OUT OF WEEK ORDER - CHECK THE MOUNTS".     RUNHIS00
039800     MOVE WEEK-YMD TO LAST-WEEK-YMD.                              RUNHIS00
039900     PERFORM 600-REEL-PRINT THRU 600X.                            RUNHIS00
040000 210-NEXT-DAY.                                                    RUNHIS00
040100     IF REEL-END-SW = 1 GO TO 290-REEL-DONE.                      RUNHIS00
040200     IF HDR-PENDING-SW = 1                                        RUNHIS00
040300         MOVE 0 TO HDR-PENDING-SW                                 RUNHIS00
040400         GO TO 220-DAY-START.                                     RUNHIS00
040500     READ ARCH-TAPE AT END GO TO 290-REEL-DONE.                   RUNHIS00
040600     IF ARCH-TAG NOT = "DAYHDR" GO TO 210-NEXT-DAY.               RUNHIS00
040700 220-DAY-START.                                                   RUNHIS00
040800     NOTE  A DAYHDR RECORD OPENS EACH DAY ON THE REEL. THE FIRST  RUNHIS00
040900         LOGHOLD RECORD AFTER IT OPENS THE DAYS DUMP AND IS PASSEDRUNHIS00
041000         OVER, AS IN THE CHRISLOG LISTING PASS - RUNSEL KEEPS THE RUNHIS00
041100         FIRST ONE SEEN AS ITS OWN OPENING RECORD.                RUNHIS00
041200     MOVE ARCH-DATE TO DAY-DATE.                                  RUNHIS00
041300     ADD 1 TO DAYS-READ.                                          RUNHIS00
041400     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
041500     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
041600     IF SAVE-SW = 1 AND SEL-WRITTEN = 0                           RUNHIS00
041700         MOVE LOG-IN-WORK TO SEL-REC                              RUNHIS00
041800         PERFORM 450-SEL-PUT.                                     RUNHIS00
041900 230-RUN-FIRST.                                                   RUNHIS00
042000     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
042100     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
042200     MOVE LOG-IN-WORK TO SUB-REC (1).                             RUNHIS00
042300     MOVE 0 TO CONT-SW.                                           RUNHIS00
042400 232-RUN-REST.                                                    RUNHIS00
042500     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
042600     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
042700     MOVE LOG-IN-WORK TO SUB-REC (2).                             RUNHIS00
042800     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
042900     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
043000     MOVE LOG-IN-WORK TO SUB-REC (3).                             RUNHIS00
043100 234-RUN-LAST.                                                    RUNHIS00
043200     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
043300     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
043400     MOVE LOG-IN-WORK TO SUB-REC (4).                             RUNHIS00
043500     PERFORM 500-ONE-RUN THRU 500X.                               RUNHIS00
043600     MOVE HOLD-FILES TO FILE-LEFT.                                RUNHIS00
043700 236-FILE-SKIP.                                                   RUNHIS00
043800     IF FILE-LEFT = 0 GO TO 238-RUN-NEXT.                         RUNHIS00
043900     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
044000     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
044100     IF RUN-HIT-SW = 1 AND SAVE-SW = 1                            RUNHIS00
044200         MOVE LOG-IN-WORK TO SEL-REC                              RUNHIS00
044300         PERFORM 450-SEL-PUT.                                     RUNHIS00
044400     SUBTRACT 1 FROM FILE-LEFT.                                   RUNHIS00
044500     GO TO 236-FILE-SKIP.                                         RUNHIS00
044600 238-RUN-NEXT.                                                    RUNHIS00
044700     NOTE  AS IN THE CHRISLOG LISTING PASS, A RECORD AFTER THE    RUNHIS00
044800         FILE RECORDS THAT IS NOT A CODE-3 RECORD DOES NOT OPEN A RUNHIS00
044900         NEW RUN - IT AND THE RECORD AFTER IT CARRY THE WORDS OF ARUNHIS00
045000         FOLLOW-ON RUN UNDER THE SAME CONTROL CARD.               RUNHIS00
045100     PERFORM 400-GET-LOG THRU 400X.                               RUNHIS00
045200     IF DAY-END-SW = 1 GO TO 210-NEXT-DAY.                        RUNHIS00
045300     IF LW-CTL = 3                                                RUNHIS00
045400         MOVE LOG-IN-WORK TO SUB-REC (1)                          RUNHIS00
045500         MOVE 0 TO CONT-SW                                        RUNHIS00
045600         GO TO 232-RUN-REST.                                      RUNHIS00
045700     MOVE LOG-IN-WORK TO SUB-REC (3).                             RUNHIS00
045800     MOVE 1 TO CONT-SW.                                           RUNHIS00
045900     GO TO 234-RUN-LAST.                                          RUNHIS00
046000 280-BAD-REEL.                                                    RUNHIS00
046100     ADD 1 TO REELS-BAD.                                          RUNHIS00
046200     MOVE 0 TO RL-FROM.                                           RUNHIS00
046300     MOVE 0 TO RL-THRU.                                           RUNHIS00
046400     MOVE "NOT A LOGARCH ARCHIVE TAPE - SKIPPED" TO RL-NOTE.      RUNHIS00
046500     DISPLAY "NOT A LOGARCH ARCHIVE TAPE - REEL SKIPPED".         RUNHIS00
046600     PERFORM 600-REEL-PRINT THRU 600X.                            RUNHIS00
046700 290-REEL-DONE.                                                   RUNHIS00
046800     CLOSE ARCH-TAPE.                                             RUNHIS00
046900     GO TO 200-NEXT-REEL.                                         RUNHIS00
047000 400-GET-LOG.                                                     RUNHIS00
047100     NOTE  EVERY READ INSIDE A DAY COMES THROUGH HERE. THE DAYS   RUNHIS00
047200         CLOSING CODE-4 RECORD ENDS THE DAY, AS DO THE END OF THE RUNHIS00
047300         REEL AND THE NEXT DAYHDR (A DAY ARCHIVED WITHOUT ITS     RUNHIS00
047400         CODE-4) - A DAYHDR MET HERE IS HELD FOR 210-NEXT-DAY.    RUNHIS00
047500     MOVE 0 TO DAY-END-SW.                                        RUNHIS00
047600     READ ARCH-TAPE AT END                                        RUNHIS00
047700         MOVE 1 TO DAY-END-SW                                     RUNHIS00
047800         MOVE 1 TO REEL-END-SW                                    RUNHIS00
047900         GO TO 400X.                                              RUNHIS00
048000     IF ARCH-TAG = "DAYHDR"                                       RUNHIS00
048100         MOVE 1 TO DAY-END-SW                                     RUNHIS00
048200         MOVE 1 TO HDR-PENDING-SW                                 RUNHIS00
048300         GO TO 400X.                                              RUNHIS00
048400     MOVE ARCHREC TO LOG-IN-WORK.                                 RUNHIS00
048500     IF LW-CTL = 4 MOVE 1 TO DAY-END-SW.                          RUNHIS00
048600 400X.   EXIT.                                                    RUNHIS00
048700 450-SEL-PUT.                                                     RUNHIS00
048800     WRITE SEL-REC INVALID KEY DISPLAY "RUNSEL FULL".             RUNHIS00
048900     ADD 1 TO SEL-WRITTEN.                                        RUNHIS00
049000 500-ONE-RUN.                                                     RUNHIS00
049100     NOTE  TESTS ONE RUN AGAINST THE SELECTION. A SELECTED RUN    RUNHIS00
049200         IS PRINTED AND ADDED TO THE TOTALS - ITS ELAPSED TIME IS RUNHIS00
049300         THE STOP TIME LESS THE START TIME IN CLOCK UNITS OF 1/60 RUNHIS00
049400         SECOND, A DAY LATER WHEN IT RAN PAST MIDNIGHT - AND ITS  RUNHIS00
049500         RECORDS GO TO RUNSEL WHEN RUNSEL WAS ASKED FOR - AND IT  RUNHIS00
049510         IS FOLDED INTO PROGNORM WHEN THE NORMS WERE.             RUNHIS00
049600     MOVE 0 TO RUN-HIT-SW.                                        RUNHIS00
049700     ADD 1 TO RUNS-READ.                                          RUNHIS00
049800     PERFORM 520-PICK-PROG THRU 520X.                             RUNHIS00
049900     IF SEL-TYPE = "P" AND RUN-PROG-KEY NOT = SEL-PROG            RUNHIS00
050000         GO TO 500X.                                              RUNHIS00
050100     IF SEL-TYPE = "U" AND CARD-USER NOT = SEL-USER               RUNHIS00
050200         GO TO 500X.                                              RUNHIS00
050300     IF SEL-TYPE = "A" AND CARD-AREA NOT = SEL-AREA               RUNHIS00
050400         GO TO 500X.                                              RUNHIS00
050500     MOVE 1 TO RUN-HIT-SW.                                        RUNHIS00
050600     ADD 1 TO RUN-COUNT.                                          RUNHIS00
050700     MOVE HOLD-STOP TO RUN-ELAPSED.                               RUNHIS00
050800     IF HOLD-START IS GREATER THAN HOLD-STOP                      RUNHIS00
050900         ADD 24-HOUR-CONSTANT TO RUN-ELAPSED.                     RUNHIS00
051000     SUBTRACT HOLD-START FROM RUN-ELAPSED.                        RUNHIS00
051100     ADD RUN-ELAPSED TO TOTAL-ELAPSED.                            RUNHIS00
051200     IF HOLD-FINISH = 0 MOVE "EOJ" TO RESULT-WORK                 RUNHIS00
051300     ELSE IF HOLD-FINISH = 1 MOVE "SYNTAX" TO RESULT-WORK         RUNHIS00
051400     ELSE IF HOLD-FINISH = 2 MOVE "DS-ED" TO RESULT-WORK          RUNHIS00
051500     ELSE MOVE "ABORT" TO RESULT-WORK                             RUNHIS00
051600         ADD 1 TO ABORT-COUNT.                                    RUNHIS00
051700     IF GP-CODE = 5 MOVE "PRNPBT" TO RESULT-WORK.                 RUNHIS00
051800     IF RUN-ELAPSED IS GREATER THAN WORST-ELAPSED                 RUNHIS00
051900         MOVE RUN-ELAPSED TO WORST-ELAPSED                        RUNHIS00
052000         MOVE RUN-PROG-KEY TO WORST-PROG                          RUNHIS00
052100         MOVE DAY-DATE TO WORST-DATE                              RUNHIS00
052200         MOVE HOLD-START TO WORST-START.                          RUNHIS00
052300     PERFORM 540-DETAIL THRU 540X.                                RUNHIS00
052310     IF NORM-SW = 1 PERFORM 530-NORM-FOLD THRU 530X.              RUNHIS00
052400     IF SAVE-SW = 0 GO TO 500X.                                   RUNHIS00
052500     IF CONT-SW = 0                                               RUNHIS00
052600         MOVE SUB-REC (1) TO SEL-REC                              RUNHIS00
052700         PERFORM 450-SEL-PUT                                      RUNHIS00
052800         MOVE SUB-REC (2) TO SEL-REC                              RUNHIS00
052900         PERFORM 450-SEL-PUT.                                     RUNHIS00
053000     MOVE SUB-REC (3) TO SEL-REC.                                 RUNHIS00
053100     PERFORM 450-SEL-PUT.                                         RUNHIS00
053200     MOVE SUB-REC (4) TO SEL-REC.                                 RUNHIS00
053300     PERFORM 450-SEL-PUT.                                         RUNHIS00
053400 500X.   EXIT.                                                    RUNHIS00
053500 520-PICK-PROG.                                                   RUNHIS00
053600     NOTE  ISOLATES THE PROGRAM-NAME TOKEN OF THE CONTROL CARD    RUNHIS00
053700         THE WAY CHRISLOG DOES FOR PROGNORM - THE SIX CHARACTERS  RUNHIS00
053800         FOLLOWING THE FIRST SLASH (OR FROM COLUMN 12 WHEN NO     RUNHIS00
053900         SLASH IS PRESENT), STOPPING AT A SPACE OR SEMICOLON.     RUNHIS00
054000     MOVE SPACES TO RUN-PROG-KEY.                                 RUNHIS00
054100     MOVE 12 TO RPK-START.                                        RUNHIS00
054200     MOVE 12 TO RPK-SCAN.                                         RUNHIS00
054300 522-SLASH-LOOP.                                                  RUNHIS00
054400     IF RPK-SCAN IS GREATER THAN 30 GO TO 524-COPY.               RUNHIS00
054500     IF CARD-COL (RPK-SCAN) = "/"                                 RUNHIS00
054600         COMPUTE RPK-START = RPK-SCAN + 1                         RUNHIS00
054700         GO TO 524-COPY.                                          RUNHIS00
054800     ADD 1 TO RPK-SCAN.                                           RUNHIS00
054900     GO TO 522-SLASH-LOOP.                                        RUNHIS00
055000 524-COPY.                                                        RUNHIS00
055100     MOVE 0 TO RPK-IX.                                            RUNHIS00
055200 526-COPY-LOOP.                                                   RUNHIS00
055300     ADD 1 TO RPK-IX.                                             RUNHIS00
055400     IF RPK-IX IS GREATER THAN 6 GO TO 520X.                      RUNHIS00
055500     COMPUTE RPK-SCAN = RPK-START + RPK-IX - 1.                   RUNHIS00
055600     IF RPK-SCAN IS GREATER THAN 72 GO TO 520X.                   RUNHIS00
055700     IF CARD-COL (RPK-SCAN) = SPACE OR ";" GO TO 520X.            RUNHIS00
055800     MOVE CARD-COL (RPK-SCAN) TO RPK-CH (RPK-IX).                 RUNHIS00
055900     GO TO 526-COPY-LOOP.                                         RUNHIS00
056000 520X.   EXIT.                                                    RUNHIS00
056004 530-NORM-FOLD.                                                   RUNHIS00
056008     NOTE  FOLDS THE RUN INTO THE PROGNORM AVERAGE OF ITS         RUNHIS00
056012         PROGRAM THE WAY CHRISLOG DOES - A RUNNING AVERAGE OF     RUNHIS00
056016         ELAPSED TIME IN CLOCK UNITS OF 1/60 SECOND.              RUNHIS00
056020     IF RUN-PROG-KEY = SPACES GO TO 530X.                         RUNHIS00
056024     MOVE RUN-PROG-KEY TO NORM-KEY.                               RUNHIS00
056028     MOVE 0 TO NM-HIT.                                            RUNHIS00
056032     PERFORM 535-FIND-NORM VARYING NM-IX FROM 1 BY 1              RUNHIS00
056036         UNTIL NM-IX IS GREATER THAN NM-CNT OR NM-HIT NOT = 0.    RUNHIS00
056040     IF NM-HIT = 0 AND NM-CNT IS LESS THAN 100                    RUNHIS00
056044         ADD 1 TO NM-CNT                                          RUNHIS00
056048         MOVE NM-CNT TO NM-HIT                                    RUNHIS00
056052         MOVE NORM-KEY TO NM-PROG (NM-HIT)                        RUNHIS00
056056         MOVE 0 TO NM-COUNT (NM-HIT)                              RUNHIS00
056060         MOVE 0 TO NM-AVG (NM-HIT)                                RUNHIS00
056064         MOVE SPACE TO NM-WRITTEN (NM-HIT).                       RUNHIS00
056068     IF NM-HIT = 0 GO TO 530X.                                    RUNHIS00
056072     COMPUTE NM-AVG (NM-HIT) ROUNDED =                            RUNHIS00
056076         (NM-AVG (NM-HIT) * NM-COUNT (NM-HIT) + RUN-ELAPSED)      RUNHIS00
056080         / (NM-COUNT (NM-HIT) + 1).                               RUNHIS00
056084     ADD 1 TO NM-COUNT (NM-HIT).                                  RUNHIS00
056088     ADD 1 TO NORM-FOLDED.                                        RUNHIS00
056092 530X.   EXIT.                                                    RUNHIS00
056094 535-FIND-NORM.                                                   RUNHIS00
056096     IF NM-PROG (NM-IX) = NORM-KEY MOVE NM-IX TO NM-HIT.          RUNHIS00
056100 540-DETAIL.                                                      RUNHIS00
056200     IF LINE-CNT IS GREATER THAN 54                               RUNHIS00
056300         PERFORM 610-HEADING THRU 610X.                           RUNHIS00
056400     MOVE DAY-DATE TO DL-DATE.                                    RUNHIS00
056500     MOVE HOLD-START TO TIME-WORK.                                RUNHIS00
056600     PERFORM 560-CLOCK.                                           RUNHIS00
056700     MOVE TM-HH TO DL-START-HH.                                   RUNHIS00
056800     MOVE TM-MM TO DL-START-MM.                                   RUNHIS00
056900     MOVE HOLD-STOP TO TIME-WORK.                                 RUNHIS00
057000     PERFORM 560-CLOCK.                                           RUNHIS00
057100     MOVE TM-HH TO DL-STOP-HH.                                    RUNHIS00
057200     MOVE TM-MM TO DL-STOP-MM.                                    RUNHIS00
057300     MOVE RUN-ELAPSED TO TIME-WORK.                               RUNHIS00
057400     PERFORM 570-MIN-SEC.                                         RUNHIS00
057500     MOVE TM-MIN TO DL-EL-MIN.                                    RUNHIS00
057600     MOVE TM-SEC TO DL-EL-SEC.                                    RUNHIS00
057700     MOVE RESULT-WORK TO DL-RESULT.                               RUNHIS00
057800     MOVE RUN-PROG-KEY TO DL-PROG.                                RUNHIS00
057900     MOVE CARD-USER TO DL-USER.                                   RUNHIS00
058000     MOVE CARD-AREA TO DL-AREA.                                   RUNHIS00
058100     MOVE CTL-CARD-CONT TO DL-CARD.                               RUNHIS00
058200     WRITE REPORT-REC FROM DETAIL-LINE.                           RUNHIS00
058300     ADD 1 TO LINE-CNT.                                           RUNHIS00
058400 540X.   EXIT.                                                    RUNHIS00
058500 560-CLOCK.                                                       RUNHIS00
058600     COMPUTE TM-HH = TIME-WORK DIV 216000.                        RUNHIS00
058700     COMPUTE TM-MM = TIME-WORK MOD 216000 DIV 3600.               RUNHIS00
058800 570-MIN-SEC.                                                     RUNHIS00
058900     COMPUTE TM-MIN = TIME-WORK DIV 3600.                         RUNHIS00
059000     COMPUTE TM-SEC = TIME-WORK MOD 3600 DIV 60.                  RUNHIS00
059100 600-REEL-PRINT.                                                  RUNHIS00
059200     IF LINE-CNT IS GREATER THAN 54                               RUNHIS00
059300         PERFORM 610-HEADING THRU 610X.                           RUNHIS00
059400     WRITE REPORT-REC FROM REEL-LINE.                             RUNHIS00
059500     ADD 1 TO LINE-CNT.                                           RUNHIS00
059600 600X.   EXIT.                                                    RUNHIS00
059700 610-HEADING.                                                     RUNHIS00
059800     ADD 1 TO PAGE-NO.                                            RUNHIS00
059900     MOVE PAGE-NO TO TL-PAGE.                                     RUNHIS00
060000     IF PAGE-NO IS GREATER THAN 1                                 RUNHIS00
060100         MOVE SPACES TO REPORT-REC                                RUNHIS00
060200         WRITE REPORT-REC BEFORE ADVANCING CHANNEL 1.             RUNHIS00
060300     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   RUNHIS00
060400     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     RUNHIS00
060500     MOVE 4 TO LINE-CNT.                                          RUNHIS00
060600 610X.   EXIT.                                                    RUNHIS00
060700 700-SUMMARY.                                                     RUNHIS00
060800     IF PAGE-NO = 0 OR LINE-CNT IS GREATER THAN 46                RUNHIS00
060900         PERFORM 610-HEADING THRU 610X.                           RUNHIS00
061000     WRITE REPORT-REC FROM BLANK-LINE.                            RUNHIS00
061100     MOVE "REELS READ" TO CL-LABEL.                               RUNHIS00
061200     MOVE REELS-READ TO CL-COUNT.                                 RUNHIS00
061300     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
061400     IF REELS-BAD IS GREATER THAN 0                               RUNHIS00
061500         MOVE "REELS SKIPPED" TO CL-LABEL                         RUNHIS00
061600         MOVE REELS-BAD TO CL-COUNT                               RUNHIS00
061700         WRITE REPORT-REC FROM COUNT-LINE.                        RUNHIS00
061800     MOVE "DAYS READ" TO CL-LABEL.                                RUNHIS00
061900     MOVE DAYS-READ TO CL-COUNT.                                  RUNHIS00
062000     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
062100     MOVE "RUNS READ" TO CL-LABEL.                                RUNHIS00
062200     MOVE RUNS-READ TO CL-COUNT.                                  RUNHIS00
062300     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
062400     MOVE "RUNS SELECTED" TO CL-LABEL.                            RUNHIS00
062500     MOVE RUN-COUNT TO CL-COUNT.                                  RUNHIS00
062600     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
062700     IF RUN-COUNT = 0                                             RUNHIS00
062800         WRITE REPORT-REC FROM NONE-LINE                          RUNHIS00
062900         GO TO 750-FINISH.                                        RUNHIS00
063000     COMPUTE AVG-ELAPSED ROUNDED = TOTAL-ELAPSED / RUN-COUNT.     RUNHIS00
063100     MOVE AVG-ELAPSED TO TIME-WORK.                               RUNHIS00
063200     PERFORM 570-MIN-SEC.                                         RUNHIS00
063300     MOVE TM-MIN TO AL-MIN.                                       RUNHIS00
063400     MOVE TM-SEC TO AL-SEC.                                       RUNHIS00
063500     WRITE REPORT-REC FROM AVG-LINE.                              RUNHIS00
063600     MOVE WORST-ELAPSED TO TIME-WORK.                             RUNHIS00
063700     PERFORM 570-MIN-SEC.                                         RUNHIS00
063800     MOVE TM-MIN TO WL-MIN.                                       RUNHIS00
063900     MOVE TM-SEC TO WL-SEC.                                       RUNHIS00
064000     MOVE WORST-PROG TO WL-PROG.                                  RUNHIS00
064100     MOVE WORST-DATE TO WL-DATE.                                  RUNHIS00
064200     MOVE WORST-START TO TIME-WORK.                               RUNHIS00
064300     PERFORM 560-CLOCK.                                           RUNHIS00
064400     MOVE TM-HH TO WL-HH.                                         RUNHIS00
064500     MOVE TM-MM TO WL-MM.                                         RUNHIS00
064600     WRITE REPORT-REC FROM WORST-LINE.                            RUNHIS00
064700     MOVE "ABORTED RUNS" TO CL-LABEL.                             RUNHIS00
064800     MOVE ABORT-COUNT TO CL-COUNT.                                RUNHIS00
064900     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
065000 750-FINISH.                                                      RUNHIS00
065100     IF SAVE-SW = 1 PERFORM 760-SEL-CLOSE THRU 760X.              RUNHIS00
065110     IF NORM-SW = 1 PERFORM 780-SAVE-NORMS THRU 780X.             RUNHIS00
065200     CLOSE REPORT-FILE.                                           RUNHIS00
065300     DISPLAY "RUNHIST - RUNS SELECTED " RUN-COUNT.                RUNHIS00
065400     MOVE "OK      " TO AU-RESULT.                                RUNHIS00
065500     PERFORM AUDIT-END.                                           RUNHIS00
065600     STOP RUN.                                                    RUNHIS00
065700 760-SEL-CLOSE.                                                   RUNHIS00
065800     NOTE  RUNSEL ALWAYS GETS AN OPENING RECORD, EVEN WHEN NO DAY RUNHIS00
065900         WAS READ, AND ENDS WITH THE CODE-4 RECORD THE CHRISLOG   RUNHIS00
066000         LISTING PASS STOPS AT.                                   RUNHIS00
066100     IF SEL-WRITTEN = 0                                           RUNHIS00
066200         MOVE SPACES TO SEL-REC                                   RUNHIS00
066300         PERFORM 450-SEL-PUT.                                     RUNHIS00
066400     MOVE "00000004" TO SEL-REC.                                  RUNHIS00
066500     PERFORM 450-SEL-PUT.                                         RUNHIS00
066600     CLOSE RUN-SEL.                                               RUNHIS00
066700     MOVE SEL-WRITTEN TO SL-COUNT.                                RUNHIS00
066800     WRITE REPORT-REC FROM BLANK-LINE.                            RUNHIS00
066900     WRITE REPORT-REC FROM SEL-LINE.                              RUNHIS00
067000     DISPLAY "RUNSEL WRITTEN - RECORDS " SEL-WRITTEN.             RUNHIS00
067200 760X.   EXIT.                                                    RUNHIS00
067202 770-LOAD-NORMS.                                                  RUNHIS00
067204     OPEN INPUT PROG-NORMS.                                       RUNHIS00
067206     IF NORM-FILE-STATUS NOT = "00"                               RUNHIS00
067208         DISPLAY "NO PROGNORM FILE - NORMS WILL NOT BE FOLDED"    RUNHIS00
067210         MOVE 0 TO NORM-SW                                        RUNHIS00
067212         GO TO 770X.                                              RUNHIS00
067214 772-NORM-READ.                                                   RUNHIS00
067216     READ PROG-NORMS AT END GO TO 774-NORM-DONE.                  RUNHIS00
067218     IF NM-CNT = 100 GO TO 772-NORM-READ.                         RUNHIS00
067220     ADD 1 TO NM-CNT.                                             RUNHIS00
067222     MOVE PN-PROG TO NM-PROG (NM-CNT).                            RUNHIS00
067224     MOVE PN-COUNT TO NM-COUNT (NM-CNT).                          RUNHIS00
067226     MOVE PN-AVG TO NM-AVG (NM-CNT).                              RUNHIS00
067228     MOVE SPACE TO NM-WRITTEN (NM-CNT).                           RUNHIS00
067230     GO TO 772-NORM-READ.                                         RUNHIS00
067232 774-NORM-DONE.                                                   RUNHIS00
067234     CLOSE PROG-NORMS.                                            RUNHIS00
067236 770X.   EXIT.                                                    RUNHIS00
067238 780-SAVE-NORMS.                                                  RUNHIS00
067240     NOTE  REWRITES THE NORMS OF PROGRAMS ALREADY ON PROGNORM AND RUNHIS00
067242         ADDS THE NEW ONES AT THE END, AS CHRISLOG DOES.          RUNHIS00
067244     IF NORM-FOLDED = 0 GO TO 788-NORM-COUNT.                     RUNHIS00
067246     OPEN I-O PROG-NORMS.                                         RUNHIS00
067248 782-NORM-READ.                                                   RUNHIS00
067250     READ PROG-NORMS AT END GO TO 784-NORM-NEW.                   RUNHIS00
067252     MOVE PN-PROG TO NORM-KEY.                                    RUNHIS00
067254     MOVE 0 TO NM-HIT.                                            RUNHIS00
067256     PERFORM 535-FIND-NORM VARYING NM-IX FROM 1 BY 1              RUNHIS00
067258         UNTIL NM-IX IS GREATER THAN NM-CNT OR NM-HIT NOT = 0.    RUNHIS00
067260     IF NM-HIT NOT = 0                                            RUNHIS00
067262         MOVE NM-COUNT (NM-HIT) TO PN-COUNT                       RUNHIS00
067264         MOVE NM-AVG (NM-HIT) TO PN-AVG                           RUNHIS00
067266         MOVE "Y" TO NM-WRITTEN (NM-HIT)                          RUNHIS00
067268         REWRITE NORM-REC.                                        RUNHIS00
067270     GO TO 782-NORM-READ.                                         RUNHIS00
067272 784-NORM-NEW.                                                    RUNHIS00
067274     PERFORM 790-WRITE-NORM THRU 790X VARYING NM-IX FROM 1 BY 1   RUNHIS00
067276         UNTIL NM-IX IS GREATER THAN NM-CNT.                      RUNHIS00
067278     CLOSE PROG-NORMS.                                            RUNHIS00
067280 788-NORM-COUNT.                                                  RUNHIS00
067282     MOVE "RUNS FOLDED INTO PROGNORM" TO CL-LABEL.                RUNHIS00
067284     MOVE NORM-FOLDED TO CL-COUNT.                                RUNHIS00
067286     WRITE REPORT-REC FROM COUNT-LINE.                            RUNHIS00
067288     DISPLAY "PROGNORM UPDATED - RUNS FOLDED " NORM-FOLDED.       RUNHIS00
067290 780X.   EXIT.                                                    RUNHIS00
067292 790-WRITE-NORM.                                                  RUNHIS00
067294     IF NM-WRITTEN (NM-IX) = "Y" GO TO 790X.                      RUNHIS00
067295     MOVE SPACES TO NORM-REC.                                     RUNHIS00
067296     MOVE NM-PROG (NM-IX) TO PN-PROG.                             RUNHIS00
067297     MOVE NM-COUNT (NM-IX) TO PN-COUNT.                           RUNHIS00
067298     MOVE NM-AVG (NM-IX) TO PN-AVG.                               RUNHIS00
067299     WRITE NORM-REC.                                              RUNHIS00
067300 790X.   EXIT.                                                    RUNHIS00
067350 AUDIT-START.                                                     RUNHIS00
067400     PERFORM OPER-SIGNON THRU OPER-X.                             RUNHIS00
067500     MOVE TODAYS-DATE TO AU-DATE.                                 RUNHIS00
067600     MOVE "START   " TO AU-EVENT.                                 RUNHIS00
067700     MOVE SPACES TO AU-RESULT.                                    RUNHIS00
067800     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RUNHIS00
067900 AUDIT-END.                                                       RUNHIS00
068000     MOVE TODAYS-DATE TO AU-DATE.                                 RUNHIS00
068100     MOVE "END     " TO AU-EVENT.                                 RUNHIS00
068200     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RUNHIS00
068300 AUDIT-WRITE.                                                     RUNHIS00
068400     COMPUTE AU-TIME-HOLD = DATA (1).                             RUNHIS00
068500     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     RUNHIS00
068600     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            RUNHIS00
068700     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       RUNHIS00
068800     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              RUNHIS00
068900     OPEN I-O AUDIT-TRAIL.                                        RUNHIS00
069000     MOVE AUDIT-REC TO AU-SAVE-REC.                               RUNHIS00
069100     MOVE 1 TO AU-KEY.                                            RUNHIS00
069200     READ AUDIT-TRAIL INVALID KEY                                 RUNHIS00
069300         MOVE 2 TO AC-NEXT-SLOT.                                  RUNHIS00
069400     IF AC-NEXT-SLOT NOT NUMERIC                                  RUNHIS00
069500         MOVE 2 TO AC-NEXT-SLOT.                                  RUNHIS00
069600     IF AC-NEXT-SLOT IS LESS THAN 2                               RUNHIS00
069700         MOVE 2 TO AC-NEXT-SLOT.                                  RUNHIS00
069800     MOVE AC-NEXT-SLOT TO AU-NEXT.                                RUNHIS00
069900 AUDIT-SKIP.                                                      RUNHIS00
070000     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          RUNHIS00
070100         TOOK IT SINCE THE CONTROL RECORD WAS READ -              RUNHIS00
070200         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          RUNHIS00
070300         OVERWRITING EACH OTHERS EVENTS.                          RUNHIS00
070400     MOVE AU-NEXT TO AU-KEY.                                      RUNHIS00
070500     READ AUDIT-TRAIL INVALID KEY                                 RUNHIS00
070600         GO TO AUDIT-FREE.                                        RUNHIS00
070700     IF AUDIT-REC = SPACES GO TO AUDIT-FREE.                      RUNHIS00
070800     ADD 1 TO AU-NEXT.                                            RUNHIS00
070900     GO TO AUDIT-SKIP.                                            RUNHIS00
071000 AUDIT-FREE.                                                      RUNHIS00
071100     MOVE 1 TO AU-KEY.                                            RUNHIS00
071200     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       RUNHIS00
071300     MOVE 0 TO AU-HASH.                                           RUNHIS00
071400     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  RUNHIS00
071500     MOVE AU-NEXT TO AU-KEY.                                      RUNHIS00
071600     MOVE AU-SAVE-REC TO AUDIT-REC.                               RUNHIS00
071700     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        RUNHIS00
071800 AUDIT-PUT.                                                       RUNHIS00
071900     WRITE AUDIT-REC INVALID KEY                                  RUNHIS00
072000         DISPLAY "AUDIT TRAIL FULL".                              RUNHIS00
072100     ADD 1 TO AU-NEXT.                                            RUNHIS00
072200     MOVE 1 TO AU-KEY.                                            RUNHIS00
072300     MOVE SPACES TO AUDIT-REC.                                    RUNHIS00
072400     MOVE AU-NEXT TO AC-NEXT-SLOT.                                RUNHIS00
072500     MOVE AU-HASH TO AC-HASH.                                     RUNHIS00
072600     WRITE AUDIT-REC INVALID KEY                                  RUNHIS00
072700         DISPLAY "AUDIT CONTROL ERROR".                           RUNHIS00
072800     MOVE AU-SAVE-REC TO AUDIT-REC.                               RUNHIS00
072900     CLOSE AUDIT-TRAIL.                                           RUNHIS00
073000 AUDIT-HASH.                                                      RUNHIS00
073100     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        RUNHIS00
073200         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     RUNHIS00
073300         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     RUNHIS00
073400         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         RUNHIS00
073500         REMOVED AFTER IT WAS WRITTEN.                            RUNHIS00
073600     MOVE AUDIT-REC TO AU-HASH-REC.                               RUNHIS00
073700     MOVE 0 TO AU-REC-SUM.                                        RUNHIS00
073800     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            RUNHIS00
073900         UNTIL AU-CX IS GREATER THAN 44.                          RUNHIS00
074000     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       RUNHIS00
074100         MOD 999999937.                                           RUNHIS00
074200     GO TO AUDIT-HASH-X.                                          RUNHIS00
074300 AUDIT-HASH-CHAR.                                                 RUNHIS00
074400     MOVE 49 TO AU-CODE.                                          RUNHIS00
074500     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            RUNHIS00
074600         UNTIL AU-TX IS GREATER THAN 48.                          RUNHIS00
074700     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           RUNHIS00
074800 AUDIT-HASH-LOOK.                                                 RUNHIS00
074900     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    RUNHIS00
075000 AUDIT-HASH-X.                                                    RUNHIS00
075100     EXIT.                                                        RUNHIS00
075200 AUTH-CHECK.                                                      RUNHIS00
075300     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         RUNHIS00
075400         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           RUNHIS00
075500         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            RUNHIS00
075600         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          RUNHIS00
075700         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        RUNHIS00
075800         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            RUNHIS00
075900     MOVE 0 TO AUTH-OK-SW.                                        RUNHIS00
076000     OPEN INPUT AUTH-FILE.                                        RUNHIS00
076100     IF AUTH-FILE-STATUS NOT = "00"                               RUNHIS00
076200         MOVE 1 TO AUTH-OK-SW                                     RUNHIS00
076300         GO TO AUTH-X.                                            RUNHIS00
076400 AUTH-READ.                                                       RUNHIS00
076500     READ AUTH-FILE AT END GO TO AUTH-DONE.                       RUNHIS00
076600     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             RUNHIS00
076700     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        RUNHIS00
076800     GO TO AUTH-READ.                                             RUNHIS00
076900 AUTH-DONE.                                                       RUNHIS00
077000     CLOSE AUTH-FILE.                                             RUNHIS00
077100     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              RUNHIS00
077200     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               RUNHIS00
077300     MOVE TODAYS-DATE TO AU-DATE.                                 RUNHIS00
077400     MOVE "AUTHFAIL" TO AU-EVENT.                                 RUNHIS00
077500     MOVE "REFUSED " TO AU-RESULT.                                RUNHIS00
077600     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RUNHIS00
077700     STOP RUN.                                                    RUNHIS00
077800 AUTH-X.                                                          RUNHIS00
077900     EXIT.                                                        RUNHIS00
078000 AUTH-GRANT.                                                      RUNHIS00
078100     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          RUNHIS00
078200         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         RUNHIS00
078300         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            RUNHIS00
078400         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                RUNHIS00
078500     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            RUNHIS00
078600     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            RUNHIS00
078700         + AUTH-DATE-IN DIV 100.                                  RUNHIS00
078800     IF RA-EXPIRES NUMERIC                                        RUNHIS00
078900         IF RA-EXPIRES NOT = 0                                    RUNHIS00
079000             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                RUNHIS00
079100                 GO TO AUTH-GRANT-X.                              RUNHIS00
079200     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             RUNHIS00
079300     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             RUNHIS00
079400 AUTH-GRANT-X.                                                    RUNHIS00
079500     EXIT.                                                        RUNHIS00
079600 OPER-SIGNON.                                                     RUNHIS00
079700     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      RUNHIS00
079800         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       RUNHIS00
079900         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          RUNHIS00
080000         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       RUNHIS00
080100         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           RUNHIS00
080200         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         RUNHIS00
080300         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                RUNHIS00
080400     MOVE 0 TO OPER-TRIES.                                        RUNHIS00
080500 OPER-ASK.                                                        RUNHIS00
080600     ADD 1 TO OPER-TRIES.                                         RUNHIS00
080700     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            RUNHIS00
080800     ACCEPT OPERATOR-CODE.                                        RUNHIS00
080900     MOVE OPERATOR-CODE TO AU-OPERATOR.                           RUNHIS00
081000     MOVE 0 TO OPER-OK-SW.                                        RUNHIS00
081100     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   RUNHIS00
081200     OPEN INPUT OPER-FILE.                                        RUNHIS00
081300     IF OPER-FILE-STATUS NOT = "00"                               RUNHIS00
081400         MOVE 1 TO OPER-OK-SW                                     RUNHIS00
081500         GO TO OPER-DONE.                                         RUNHIS00
081600 OPER-READ.                                                       RUNHIS00
081700     READ OPER-FILE AT END                                        RUNHIS00
081800         CLOSE OPER-FILE                                          RUNHIS00
081900         GO TO OPER-DONE.                                         RUNHIS00
082000     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              RUNHIS00
082100     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 RUNHIS00
082200     GO TO OPER-READ.                                             RUNHIS00
082300 OPER-DONE.                                                       RUNHIS00
082400     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           RUNHIS00
082500     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           RUNHIS00
082600     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 RUNHIS00
082700     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             RUNHIS00
082800     MOVE TODAYS-DATE TO AU-DATE.                                 RUNHIS00
082900     MOVE "SIGNFAIL" TO AU-EVENT.                                 RUNHIS00
083000     MOVE "REFUSED " TO AU-RESULT.                                RUNHIS00
083100     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RUNHIS00
083200     STOP RUN.                                                    RUNHIS00
083300 OPER-AUTH.                                                       RUNHIS00
083400     PERFORM AUTH-CHECK THRU AUTH-X.                              RUNHIS00
083500 OPER-X.                                                          RUNHIS00
083600     EXIT.                                                        RUNHIS00
083700 END-OF-JOB.                                                      RUNHIS00
