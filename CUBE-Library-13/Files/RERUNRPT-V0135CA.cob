001800                                                                        00
001900  RERUNMTD RECORD - COLS 1-2 MONTH, COL 4 KIND (P = PROGRAM,            00
002000  C = RERUN CODE), COLS 6-11 THE KEY, COLS 13-18 THE COUNT.             00
002010  THE FIRST RUN OF A NEW MONTH STARTS THE COUNTS OVER. WITH A           00
002020  FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) THE COUNTS ARE CARRIED       00
002030  ACROSS THE FISCAL PERIOD INSTEAD - COLS 1-2 HOLD THE PERIOD           00
002040  NUMBER AND THE FIRST RUN OF A NEW PERIOD STARTS THEM OVER. A          00
002050  DAY IN NO PERIOD FALLS BACK TO THE CALENDAR MONTH.                    00
002200                                                                        00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         RERUNR00
002600 DATE-COMPILED.                                                   RERUNR00
002700 REMARKS. READS RERUNLOG, COUNTS RERUN CANDIDATES BY PROGRAM      RERUNR00
002800     AND BY RERUN CODE, CARRIES THE COUNTS ACROSS THE MONTH IN    RERUNR00
002810     RERUNMTD AND PRINTS BOTH BREAKDOWNS IN DESCENDING ORDER. THE RERUNR00
002820     MONTH IS THE FISCAL PERIOD WHEN FISCCAL IS PRESENT.          RERUNR00
003000 ENVIRONMENT DIVISION.                                            RERUNR00
003100 CONFIGURATION SECTION.                                           RERUNR00
003200 SOURCE-COMPUTER. B-5500.                                         RERUNR00
003500 FILE-CONTROL.                                                    RERUNR00
003600     SELECT RERUN-FILE  ASSIGN TO DISK.                           RERUNR00
003700     SELECT RERUN-MTD   ASSIGN TO DISK.                           RERUNR00
003710     SELECT FISC-CAL    ASSIGN TO DISK                            RERUNR00
003720         FILE STATUS IS FISC-FILE-STATUS.                         RERUNR00
003800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RERUNR00
003900 DATA DIVISION.                                                   RERUNR00
004000 FILE SECTION.                                                    RERUNR00
006500     05  FILLER          SZ 1.                                    RERUNR00
006600     05  RM-COUNT        PC 9(6).                                 RERUNR00
006700     05  FILLER          SZ 62.                                   RERUNR00
006701 MD  FISC-CAL                                                     RERUNR00
006702         ACCESS SEQUENTIAL                                        RERUNR00
006703         BLOCK CONTAINS 1 RECORDS                                 RERUNR00
006704         VALUE OF ID "FISCCAL"                                    RERUNR00
006705         DATA RECORD FISC-REC.                                    RERUNR00
006706 01  FISC-REC        SZ 80.                                       RERUNR00
006707     05  FC-TYPE         PC X.                                    RERUNR00
006708     05  FILLER          SZ 1.                                    RERUNR00
006709     05  FC-YEAR         PC 99.                                   RERUNR00
006710     05  FILLER          SZ 1.                                    RERUNR00
006711     05  FC-PERIOD       PC 99.                                   RERUNR00
006712     05  FILLER          SZ 1.                                    RERUNR00
006713     05  FC-START        PC 9(6).                                 RERUNR00
006714     05  FILLER          SZ 1.                                    RERUNR00
006715     05  FC-END          PC 9(6).                                 RERUNR00
006716     05  FILLER          SZ 59.                                   RERUNR00
006800 FD  REPORT-FILE                                                  RERUNR00
006900         VALUE OF ID "RERUNRPT"                                   RERUNR00
007000         DATA RECORD REPORT-REC.                                  RERUNR00
008400 77  RC-START                CMP-1   PC 99.                       RERUNR00
008500 77  RC-IX                   CMP-1   PC 99.                       RERUNR00
008600 77  RERUN-CODE-WORK         PC X.                                RERUNR00
008610 77  FISC-FILE-STATUS VA SPACE      PC X(2).                      RERUNR00
008620 77  TODAY-YMD               CMP-1   PC 9(6).                     RERUNR00
008630 77  MTD-PERIOD              PC 99.                               RERUNR00
008700 01  TODAY-X.                                                     RERUNR00
008800     05  TD-MM           PC 99.                                   RERUNR00
008900     05  TD-DD           PC 99.                                   RERUNR00
010300         10  CT-COUNT  CMP   PC 9(6).                             RERUNR00
010400         10  CT-DONE         PC X.                                RERUNR00
010500 01  TITLE-LINE      SZ 132.                                      RERUNR00
010600     05  FILLER  PC X(25) VA "RERUN CAUSE ANALYSIS     ".         RERUNR00
010700     05  TI-WORD     PC X(7)  VA " MONTH ".                       RERUNR00
010800     05  TI-MONTH    PC 99.                                       RERUNR00
010900     05  FILLER      SZ 98    VA SPACE.                           RERUNR00
011000 01  PROG-HEAD       SZ 132.                                      RERUNR00
013500 PROCEDURE DIVISION.                                              RERUNR00
013600 100-BEGIN.                                                       RERUNR00
013700     MOVE TODAYS-DATE TO TODAY-X.                                 RERUNR00
013710     PERFORM 105-FISCAL-PERIOD THRU 105X.                         RERUNR00
013800     PERFORM 110-LOAD-MTD THRU 110X.                              RERUNR00
013900     OPEN INPUT RERUN-FILE.                                       RERUNR00
014000 120-READ-RERUN.                                                  RERUNR00
015600     OPEN INPUT RERUN-MTD.                                        RERUNR00
015700 112-LOAD-READ.                                                   RERUNR00
015800     READ RERUN-MTD AT END GO TO 114-LOAD-DONE.                   RERUNR00
015900     IF RM-MONTH NOT = MTD-PERIOD GO TO 112-LOAD-READ.            RERUNR00
016000     IF RM-KIND = "P" AND PT-CNT IS LESS THAN 100                 RERUNR00
016100         ADD 1 TO PT-CNT                                          RERUNR00
016200         MOVE RM-KEY TO PT-PROG (PT-CNT)                          RERUNR00
017100 114-LOAD-DONE.                                                   RERUNR00
017200     CLOSE RERUN-MTD.                                             RERUNR00
017300 110X.   EXIT.                                                    RERUNR00
017301 105-FISCAL-PERIOD.                                               RERUNR00
017302     NOTE  THE COUNTS RUN FOR THE CALENDAR MONTH, OR WITH A FISCALRERUNR00
017303         CALENDAR IN FISCCAL FOR THE FISCAL PERIOD TODAY FALLS IN.RERUNR00
017304     MOVE TD-MM TO MTD-PERIOD.                                    RERUNR00
017305     COMPUTE TODAY-YMD = TD-YY * 10000 + TD-MM * 100 + TD-DD.     RERUNR00
017306     OPEN INPUT FISC-CAL.                                         RERUNR00
017307     IF FISC-FILE-STATUS NOT = "00" GO TO 105X.                   RERUNR00
017308 107-FISC-READ.                                                   RERUNR00
017309     READ FISC-CAL AT END GO TO 109-FISC-DONE.                    RERUNR00
017310     IF FC-TYPE NOT = "P" GO TO 107-FISC-READ.                    RERUNR00
017311     IF FC-START IS GREATER THAN TODAY-YMD GO TO 107-FISC-READ.   RERUNR00
017312     IF FC-END IS LESS THAN TODAY-YMD GO TO 107-FISC-READ.        RERUNR00
017313     MOVE FC-PERIOD TO MTD-PERIOD.                                RERUNR00
017314     MOVE "PERIOD " TO TI-WORD.                                   RERUNR00
017315 109-FISC-DONE.                                                   RERUNR00
017316     CLOSE FISC-CAL.                                              RERUNR00
017317 105X.   EXIT.                                                    RERUNR00
017400 150-SAVE-MTD.                                                    RERUNR00
017500     OPEN OUTPUT RERUN-MTD.                                       RERUNR00
017600     PERFORM 160-PUT-PROG THRU 160X VARYING PT-IX FROM 1          RERUNR00
018100 150X.   EXIT.                                                    RERUNR00
018200 160-PUT-PROG.                                                    RERUNR00
018300     MOVE SPACES TO MTD-REC.                                      RERUNR00
018400     MOVE MTD-PERIOD TO RM-MONTH.                                 RERUNR00
018500     MOVE "P" TO RM-KIND.                                         RERUNR00
018600     MOVE PT-PROG (PT-IX) TO RM-KEY.                              RERUNR00
018700     MOVE PT-COUNT (PT-IX) TO RM-COUNT.                           RERUNR00
018900 160X.   EXIT.                                                    RERUNR00
019000 170-PUT-CODE.                                                    RERUNR00
019100     MOVE SPACES TO MTD-REC.                                      RERUNR00
019200     MOVE MTD-PERIOD TO RM-MONTH.                                 RERUNR00
019300     MOVE "C" TO RM-KIND.                                         RERUNR00
019400     MOVE CT-CODE (CT-IX) TO RM-KEY.                              RERUNR00
019500     MOVE CT-COUNT (CT-IX) TO RM-COUNT.                           RERUNR00
025700         MOVE CT-IX TO CT-HIT.                                    RERUNR00
025800 300-REPORT.                                                      RERUNR00
025900     OPEN OUTPUT REPORT-FILE.                                     RERUNR00
026000     MOVE MTD-PERIOD TO TI-MONTH.                                 RERUNR00
026100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   RERUNR00
026200     WRITE REPORT-REC FROM PROG-HEAD BEFORE ADVANCING 2 LINES.    RERUNR00
026300     PERFORM 310-PROG-MAX THRU 310X PT-CNT TIMES.                 RERUNR00
