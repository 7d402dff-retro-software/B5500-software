000100STRMPROJ    000169CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  OPSCTL TELLS THE OPERATOR WHICH JOB MAY BE RELEASED NEXT, BUT         00
000900  NOT WHETHER THE NIGHT STREAM WILL BE DONE BEFORE THE ONLINE DAY       00
001000  STARTS. THIS PROGRAM PROJECTS IT - EACH JOB ON THE NIGHTS             00
001100  JOBDEPS DECK IS GIVEN THE AVERAGE AND WORST RUN MINUTES AUDRPT        00
001200  KEEPS ON JOBDURS, AND WORKING DOWN THE PREDECESSOR CHAINS EACH        00
001300  JOB GETS AN EXPECTED START, AN EXPECTED FINISH AND A WORST-CASE       00
001400  FINISH. THE CHAIN OF JOBS ENDING IN THE LATEST EXPECTED FINISH        00
001500  IS THE CRITICAL PATH AND IS MARKED AND LISTED IN RUN ORDER.           00
001600  EACH FINISH IS HELD AGAINST THE DEADLINE FILE DEADLNS -               00
001700     *** PROJECTED TO MISS   THE EXPECTED FINISH IS LATE,               00
001800     AT RISK                 ONLY THE WORST-CASE FINISH IS LATE.        00
001900  REPLIES -                                                             00
002000     P PROJECTS THE WHOLE NIGHT FROM THE STREAM START TIME GIVEN        00
002100        IN THE SECOND REPLY (BLANK FOR NOW),                            00
002200     R REPROJECTS DURING THE NIGHT FROM WHAT HAS HAPPENED SO FAR -      00
002300        THE AUDIT TRAIL IS READ FOR THE START AND END EVENTS OF         00
002400        THE NIGHT SINCE THE STREAM START (WHICH MUST BE GIVEN), A       00
002500        JOB THAT ENDED KEEPS ITS ACTUAL TIMES, A JOB STILL RUNNING      00
002600        IS PROJECTED FROM ITS ACTUAL START, AND NOTHING ELSE CAN        00
002700        START BEFORE NOW. AN ABORTED JOB IS PROJECTED AS RERUN.         00
002800  EVERY JOB PROJECTED TO MISS IS ALSO NAMED ON THE CONSOLE.             00
002900                                                                        00
003000  DEADLNS RECORD (A CARD-IMAGE FILE KEPT LIKE OPROSTER) -               00
003100     COLS 1-8    JOB                                                    00
003200     COLS 10-13  MUST BE FINISHED BY, HHMM ON THE 24 HOUR CLOCK         00
003300  TIMES ARE TAKEN AS MINUTES AFTER THE STREAM START, SO A DEADLINE      00
003400  OF 0600 FOR A STREAM STARTED AT 2200 FALLS THE NEXT MORNING. A        00
003500  JOB WITH NO JOBDURS FIGURES IS PROJECTED AT NO MINUTES AND SAID       00
003600  SO. A JOB WAITING ON A DEPENDENCY CYCLE CANNOT BE PROJECTED AND       00
003700  IS LISTED AS SUCH. THE IN-CORE TABLE HOLDS 60 JOBS.                   00
003800                                                                        00
003900                                                                        00
004000 IDENTIFICATION DIVISION.                                         STRMPR00
004100 PROGRAM-ID. NIGHT STREAM PROJECTION "STRMPROJ".                  STRMPR00
004200 DATE-COMPILED.                                                   STRMPR00
004300 REMARKS. PROJECTS THE CRITICAL PATH AND EXPECTED AND WORST-CASE  STRMPR00
004400     FINISH OF EACH JOB ON THE JOBDEPS DECK FROM THE JOBDURS RUN  STRMPR00
004500     MINUTES, AGAINST THE DEADLNS FILE, AT THE START OF THE NIGHT STRMPR00
004600     OR AGAIN DURING IT FROM THE AUDIT TRAIL.                     STRMPR00
004700 ENVIRONMENT DIVISION.                                            STRMPR00
004800 CONFIGURATION SECTION.                                           STRMPR00
004900 SOURCE-COMPUTER. B-5500.                                         STRMPR00
005000 OBJECT-COMPUTER. B-5500.                                         STRMPR00
005100 INPUT-OUTPUT SECTION.                                            STRMPR00
005200 FILE-CONTROL.                                                    STRMPR00
005300     SELECT JOB-CARDS   ASSIGN TO CARD-READER.                    STRMPR00
005400     SELECT DUR-FILE ASSIGN TO DISK                               STRMPR00
005500         FILE STATUS IS DUR-FILE-STATUS.                          STRMPR00
005600     SELECT DEAD-FILE ASSIGN TO DISK                              STRMPR00
005700         FILE STATUS IS DEAD-FILE-STATUS.                         STRMPR00
005800     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           STRMPR00
005900     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   STRMPR00
006000 DATA DIVISION.                                                   STRMPR00
006100 FILE SECTION.                                                    STRMPR00
006200 FD  JOB-CARDS                                                    STRMPR00
006300         LABEL RECORD STANDARD                                    STRMPR00
006400         VALUE OF ID "JOBDEPS"                                    STRMPR00
006500         DATA RECORD JOB-CARD.                                    STRMPR00
006600 01  JOB-CARD        SZ 80.                                       STRMPR00
006700     05  JC-JOB          PC X(8).                                 STRMPR00
006800     05  FILLER          SZ 1.                                    STRMPR00
006900     05  JC-PRED-1       PC X(8).                                 STRMPR00
007000     05  FILLER          SZ 1.                                    STRMPR00
007100     05  JC-PRED-2       PC X(8).                                 STRMPR00
007200     05  FILLER          SZ 1.                                    STRMPR00
007300     05  JC-PRED-3       PC X(8).                                 STRMPR00
007400     05  FILLER          SZ 45.                                   STRMPR00
007500 MD  DUR-FILE                                                     STRMPR00
007600         ACCESS SEQUENTIAL                                        STRMPR00
007700         BLOCK CONTAINS 1 RECORDS                                 STRMPR00
007800         VALUE OF ID "JOBDURS"                                    STRMPR00
007900         DATA RECORD DUR-REC.                                     STRMPR00
008000 01  DUR-REC         SZ 30.                                       STRMPR00
008100     05  JD-PROG         PC X(8).                                 STRMPR00
008200     05  JD-PAIRS        PC 9(5).                                 STRMPR00
008300     05  JD-AVG          PC 9(5).                                 STRMPR00
008400     05  JD-WORST        PC 9(5).                                 STRMPR00
008500     05  JD-DATE         PC 9(6).                                 STRMPR00
008600     05  FILLER          SZ 1.                                    STRMPR00
008700 MD  DEAD-FILE                                                    STRMPR00
008800         ACCESS SEQUENTIAL                                        STRMPR00
008900         BLOCK CONTAINS 1 RECORDS                                 STRMPR00
009000         VALUE OF ID "DEADLNS"                                    STRMPR00
009100         DATA RECORD DEAD-REC.                                    STRMPR00
009200 01  DEAD-REC        SZ 80.                                       STRMPR00
009300     05  DD-JOB          PC X(8).                                 STRMPR00
009400     05  FILLER          SZ 1.                                    STRMPR00
009500     05  DD-TIME         PC 9(4).                                 STRMPR00
009600     05  FILLER          SZ 67.                                   STRMPR00
009700 MD  AUDIT-TRAIL                                                  STRMPR00
009800         ACCESS SEQUENTIAL                                        STRMPR00
009900         BLOCK CONTAINS 1 RECORDS                                 STRMPR00
010000         VALUE OF ID "AUDITTRL"                                   STRMPR00
010100         DATA RECORD AUDIT-REC.                                   STRMPR00
010200 01  AUDIT-REC       SZ 44.                                       STRMPR00
010300     05  AU-PROGRAM      PC X(8).                                 STRMPR00
010400     05  AU-DATE         PC 9(6).                                 STRMPR00
010500     05  AU-TIME         PC 9(4).                                 STRMPR00
010600     05  AU-EVENT        PC X(8).                                 STRMPR00
010700     05  AU-RESULT       PC X(8).                                 STRMPR00
010800     05  AU-RUN-ID       PC X(7).                                 STRMPR00
010900     05  AU-OPERATOR     PC X(3).                                 STRMPR00
011000 FD  REPORT-FILE                                                  STRMPR00
011100         VALUE OF ID "STRMPROJ"                                   STRMPR00
011200         DATA RECORD REPORT-REC.                                  STRMPR00
011300 01  REPORT-REC      SZ 132.                                      STRMPR00
011400 WORKING-STORAGE SECTION.                                         STRMPR00
011500 77  DUR-FILE-STATUS VA SPACE        PC X(2).                     STRMPR00
011600 77  DEAD-FILE-STATUS VA SPACE       PC X(2).                     STRMPR00
011700 77  RUN-MODE                PC X.                                STRMPR00
011800 77  TIME-HOLD       CMP-1   PC 9(8).                             STRMPR00
011900 77  NOW-HHMM        CMP-1   PC 9(4).                             STRMPR00
012000 77  START-MIN       CMP-1   PC 9(4).                             STRMPR00
012100 77  NOW-OFS         VA 0    CMP-1   PC 9(5).                     STRMPR00
012200 77  TM-HHMM         CMP-1   PC 9(4).                             STRMPR00
012300 77  TM-OFS          CMP-1   PC 9(5).                             STRMPR00
012400 77  TM-WORK         CMP-1   PC 9(5).                             STRMPR00
012500 77  SCHED-DATE-IN           PC 9(6).                             STRMPR00
012600 77  NIGHT-MDY       CMP-1   PC 9(6).                             STRMPR00
012700 77  MORN-MDY        CMP-1   PC 9(6).                             STRMPR00
012800 77  JB-CNT          VA 0    CMP-1   PC 99.                       STRMPR00
012900 77  JX              CMP-1   PC 99.                               STRMPR00
013000 77  KX              CMP-1   PC 99.                               STRMPR00
013100 77  HIT             CMP-1   PC 99.                               STRMPR00
013200 77  PX              CMP-1   PC 9.                                STRMPR00
013300 77  FROM-IX         CMP-1   PC 99.                               STRMPR00
013400 77  LAST-IX         VA 0    CMP-1   PC 99.                       STRMPR00
013500 77  CP-CNT          VA 0    CMP-1   PC 99.                       STRMPR00
013600 77  CPX             CMP-1   PC 99.                               STRMPR00
013700 77  READY-SW        CMP-1   PC 9.                                STRMPR00
013800 77  MOVED-SW        CMP-1   PC 9.                                STRMPR00
013900 77  EXP-START       CMP-1   PC 9(5).                             STRMPR00
014000 77  WST-START       CMP-1   PC 9(5).                             STRMPR00
014100 77  LAST-EF         VA 0    CMP-1   PC 9(5).                     STRMPR00
014200 77  LAST-WF         VA 0    CMP-1   PC 9(5).                     STRMPR00
014300 77  MISS-CNT        VA 0    CMP-1   PC 999.                      STRMPR00
014400 77  RISK-CNT        VA 0    CMP-1   PC 999.                      STRMPR00
014500 77  LATE-CNT        VA 0    CMP-1   PC 999.                      STRMPR00
014600 77  NOHIST-CNT      VA 0    CMP-1   PC 999.                      STRMPR00
014700 77  CYCLE-CNT       VA 0    CMP-1   PC 999.                      STRMPR00
014800 77  MONTH-END       CMP-1   PC 99.                               STRMPR00
014900 01  START-WORK.                                                  STRMPR00
015000     05  START-HHMM          PC 9(4).                             STRMPR00
015100 01  START-WORK-X REDEFINES START-WORK.                           STRMPR00
015200     05  START-IN            PC X(4).                             STRMPR00
015300 01  DAY-WORK.                                                    STRMPR00
015400     05  DN-DATE             PC 9(6).                             STRMPR00
015500 01  DAY-PARTS REDEFINES DAY-WORK.                                STRMPR00
015600     05  DN-YY               PC 99.                               STRMPR00
015700     05  DN-MM               PC 99.                               STRMPR00
015800     05  DN-DD               PC 99.                               STRMPR00
015900 01  MONTH-DAYS-SET.                                              STRMPR00
016000     05  FILLER  PC X(24) VA "312831303130313130313031".          STRMPR00
016100 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     STRMPR00
016200     05  MD-DAYS     OC 12   PC 99.                               STRMPR00
016300 01  JOB-TABLE.                                                   STRMPR00
016400     05  JB-ENTRY  OC 60.                                         STRMPR00
016500         10  JB-NAME         PC X(8).                             STRMPR00
016600         10  JB-PRED   OC 3  PC X(8).                             STRMPR00
016700         10  JB-PIX    OC 3  CMP   PC 99.                         STRMPR00
016800         10  JB-AVG    CMP   PC 9(5).                             STRMPR00
016900         10  JB-WORST  CMP   PC 9(5).                             STRMPR00
017000         10  JB-HIST         PC X.                                STRMPR00
017100         10  JB-STATE        PC X.                                STRMPR00
017200         10  JB-ACT-START CMP PC 9(5).                            STRMPR00
017300         10  JB-ACT-END CMP  PC 9(5).                             STRMPR00
017400         10  JB-ES     CMP   PC 9(5).                             STRMPR00
017500         10  JB-EF     CMP   PC 9(5).                             STRMPR00
017600         10  JB-WF     CMP   PC 9(5).                             STRMPR00
017700         10  JB-FROM   CMP   PC 99.                               STRMPR00
017800         10  JB-DONE         PC X.                                STRMPR00
017900         10  JB-CRIT         PC X.                                STRMPR00
018000         10  JB-HAS-DEAD     PC X.                                STRMPR00
018100         10  JB-DEAD   CMP   PC 9(4).                             STRMPR00
018200         10  JB-DEAD-OFS CMP PC 9(5).                             STRMPR00
018300 01  CP-TABLE.                                                    STRMPR00
018400     05  CP-IX     OC 60  CMP   PC 99.                            STRMPR00
018500 01  TITLE-LINE      SZ 132.                                      STRMPR00
018600     05  FILLER  PC X(24) VA "NIGHT STREAM PROJECTION ".          STRMPR00
018700     05  FILLER  PC X(14) VA " STREAM START ".                    STRMPR00
018800     05  TL-START    PC 9(4).                                     STRMPR00
018900     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
019000     05  TL-MODE     PC X(16).                                    STRMPR00
019100     05  TL-NOW      PC X(4).                                     STRMPR00
019200     05  FILLER      SZ 68    VA SPACE.                           STRMPR00
019300 01  COL-LINE        SZ 132.                                      STRMPR00
019400     05  FILLER  PC X(40) VA                                      STRMPR00
019500         "JOB       STATUS   AVMIN  WSMIN  START  ".              STRMPR00
019600     05  FILLER  PC X(40) VA                                      STRMPR00
019700         "FINISH  WORST DEADLN CP  NOTE           ".              STRMPR00
019800     05  FILLER      SZ 52    VA SPACE.                           STRMPR00
019900 01  DETAIL-LINE     SZ 132.                                      STRMPR00
020000     05  DL-JOB      PC X(8).                                     STRMPR00
020100     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
020200     05  DL-STATUS   PC X(7).                                     STRMPR00
020300     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
020400     05  DL-AVG      PC ZZZZ9.                                    STRMPR00
020500     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
020600     05  DL-WORST    PC ZZZZ9.                                    STRMPR00
020700     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
020800     05  DL-START    PC 9(4).                                     STRMPR00
020900     05  FILLER      SZ 3     VA SPACE.                           STRMPR00
021000     05  DL-FINISH   PC 9(4).                                     STRMPR00
021100     05  FILLER      SZ 3     VA SPACE.                           STRMPR00
021200     05  DL-WST-END  PC 9(4).                                     STRMPR00
021300     05  FILLER      SZ 3     VA SPACE.                           STRMPR00
021400     05  DL-DEAD     PC 9(4).                                     STRMPR00
021500     05  FILLER      SZ 3     VA SPACE.                           STRMPR00
021600     05  DL-CRIT     PC X.                                        STRMPR00
021700     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
021800     05  DL-NOTE     PC X(34).                                    STRMPR00
021900     05  FILLER      SZ 34    VA SPACE.                           STRMPR00
022000 01  PATH-HEAD       SZ 132.                                      STRMPR00
022100     05  FILLER  PC X(40) VA                                      STRMPR00
022200         "CRITICAL PATH IN RUN ORDER -            ".              STRMPR00
022300     05  FILLER      SZ 92    VA SPACE.                           STRMPR00
022400 01  PATH-LINE       SZ 132.                                      STRMPR00
022500     05  FILLER      SZ 2     VA SPACE.                           STRMPR00
022600     05  PL-JOB      PC X(8).                                     STRMPR00
022700     05  FILLER  PC X(12) VA "  STARTS AT ".                      STRMPR00
022800     05  PL-START    PC 9(4).                                     STRMPR00
022900     05  FILLER  PC X(12) VA "  FINISH AT ".                      STRMPR00
023000     05  PL-FINISH   PC 9(4).                                     STRMPR00
023100     05  FILLER      SZ 90    VA SPACE.                           STRMPR00
023200 01  TIME-LINE       SZ 132.                                      STRMPR00
023300     05  TX-TEXT     PC X(30).                                    STRMPR00
023400     05  TX-TIME     PC 9(4).                                     STRMPR00
023500     05  FILLER      SZ 98    VA SPACE.                           STRMPR00
023600 01  COUNT-LINE      SZ 132.                                      STRMPR00
023700     05  CL-TEXT     PC X(30).                                    STRMPR00
023800     05  CL-COUNT    PC ZZZ9.                                     STRMPR00
023900     05  FILLER      SZ 98    VA SPACE.                           STRMPR00
024000 01  MSG-LINE        SZ 132.                                      STRMPR00
024100     05  ML-TEXT     PC X(40).                                    STRMPR00
024200     05  ML-NAME     PC X(8).                                     STRMPR00
024300     05  FILLER      SZ 84    VA SPACE.                           STRMPR00
024400 01  BLANK-LINE      SZ 132   VA SPACE.                           STRMPR00
024500 PROCEDURE DIVISION.                                              STRMPR00
024600 100-BEGIN.                                                       STRMPR00
024700     COMPUTE TIME-HOLD = DATA (1).                                STRMPR00
024800     COMPUTE NOW-HHMM = TIME-HOLD DIV 216000 * 100                STRMPR00
024900         + TIME-HOLD MOD 216000 DIV 3600.                         STRMPR00
025000     DISPLAY "REPLY P (PLAN) OR R (REPROJECT FROM NIGHT SO FAR)". STRMPR00
025100     ACCEPT RUN-MODE.                                             STRMPR00
025200     IF RUN-MODE NOT = "P" AND RUN-MODE NOT = "R"                 STRMPR00
025300         DISPLAY "REPLY NOT P OR R - RUN ENDED"                   STRMPR00
025400         STOP RUN.                                                STRMPR00
025500     DISPLAY "STREAM START HHMM (BLANK = NOW - P ONLY)".          STRMPR00
025600     ACCEPT START-IN.                                             STRMPR00
025700     IF START-IN = SPACES AND RUN-MODE = "P"                      STRMPR00
025800         MOVE NOW-HHMM TO START-HHMM.                             STRMPR00
025900     IF START-IN NOT NUMERIC                                      STRMPR00
026000         DISPLAY "STREAM START NOT A VALID HHMM - RUN ENDED"      STRMPR00
026100         STOP RUN.                                                STRMPR00
026200     IF START-HHMM DIV 100 IS GREATER THAN 23                     STRMPR00
026300         OR START-HHMM MOD 100 IS GREATER THAN 59                 STRMPR00
026400         DISPLAY "STREAM START NOT A VALID HHMM - RUN ENDED"      STRMPR00
026500         STOP RUN.                                                STRMPR00
026600     COMPUTE START-MIN = START-HHMM DIV 100 * 60                  STRMPR00
026700         + START-HHMM MOD 100.                                    STRMPR00
026800     OPEN OUTPUT REPORT-FILE.                                     STRMPR00
026900     MOVE START-HHMM TO TL-START.                                 STRMPR00
027000     MOVE "PLANNED         " TO TL-MODE.                          STRMPR00
027100     MOVE SPACES TO TL-NOW.                                       STRMPR00
027200     IF RUN-MODE = "R"                                            STRMPR00
027300         MOVE "REPROJECTED AT  " TO TL-MODE                       STRMPR00
027400         MOVE NOW-HHMM TO TM-HHMM                                 STRMPR00
027500         MOVE TM-HHMM TO TL-NOW                                   STRMPR00
027600         PERFORM 750-OFFSET                                       STRMPR00
027700         MOVE TM-OFS TO NOW-OFS.                                  STRMPR00
027800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   STRMPR00
027900     PERFORM 200-LOAD-JOBS THRU 200X.                             STRMPR00
028000     PERFORM 250-LOAD-DURS THRU 250X.                             STRMPR00
028100     PERFORM 300-LOAD-DEADLINES THRU 300X.                        STRMPR00
028200     IF RUN-MODE = "R" PERFORM 400-SCAN-TRAIL THRU 400X.          STRMPR00
028300     PERFORM 500-PROJECT THRU 500X.                               STRMPR00
028400     PERFORM 600-REPORT THRU 600X.                                STRMPR00
028500     CLOSE REPORT-FILE.                                           STRMPR00
028600     STOP RUN.                                                    STRMPR00
028700 200-LOAD-JOBS.                                                   STRMPR00
028800     OPEN INPUT JOB-CARDS.                                        STRMPR00
028900 210-READ-CARD.                                                   STRMPR00
029000     READ JOB-CARDS AT END GO TO 220-CARDS-DONE.                  STRMPR00
029100     IF JC-JOB = SPACES GO TO 210-READ-CARD.                      STRMPR00
029200     IF JB-CNT = 60                                               STRMPR00
029300         DISPLAY "MORE THAN 60 JOBS - EXTRA CARDS IGNORED"        STRMPR00
029400         GO TO 210-READ-CARD.                                     STRMPR00
029500     ADD 1 TO JB-CNT.                                             STRMPR00
029600     MOVE JC-JOB TO JB-NAME (JB-CNT).                             STRMPR00
029700     MOVE JC-PRED-1 TO JB-PRED (JB-CNT, 1).                       STRMPR00
029800     MOVE JC-PRED-2 TO JB-PRED (JB-CNT, 2).                       STRMPR00
029900     MOVE JC-PRED-3 TO JB-PRED (JB-CNT, 3).                       STRMPR00
030000     MOVE 0 TO JB-AVG (JB-CNT).                                   STRMPR00
030100     MOVE 0 TO JB-WORST (JB-CNT).                                 STRMPR00
030200     MOVE "N" TO JB-HIST (JB-CNT).                                STRMPR00
030300     MOVE "W" TO JB-STATE (JB-CNT).                               STRMPR00
030400     MOVE 0 TO JB-FROM (JB-CNT).                                  STRMPR00
030500     MOVE "N" TO JB-DONE (JB-CNT).                                STRMPR00
030600     MOVE SPACE TO JB-CRIT (JB-CNT).                              STRMPR00
030700     MOVE "N" TO JB-HAS-DEAD (JB-CNT).                            STRMPR00
030800     GO TO 210-READ-CARD.                                         STRMPR00
030900 220-CARDS-DONE.                                                  STRMPR00
031000     CLOSE JOB-CARDS.                                             STRMPR00
031100     IF JB-CNT = 0                                                STRMPR00
031200         DISPLAY "NO JOB CARDS - NOTHING TO PROJECT"              STRMPR00
031300         CLOSE REPORT-FILE                                        STRMPR00
031400         STOP RUN.                                                STRMPR00
031500     PERFORM 230-LINK-ONE THRU 230X VARYING JX FROM 1 BY 1        STRMPR00
031600         UNTIL JX IS GREATER THAN JB-CNT.                         STRMPR00
031700 200X.   EXIT.                                                    STRMPR00
031800 230-LINK-ONE.                                                    STRMPR00
031900     NOTE  JB-PIX POINTS EACH PREDECESSOR AT ITS OWN JOB ENTRY.   STRMPR00
032000         A PREDECESSOR NOT ON THE DECK IS LEFT AT 0 AND DOES NOT  STRMPR00
032100         HOLD THE JOB BACK IN THE PROJECTION.                     STRMPR00
032200     MOVE 1 TO PX.                                                STRMPR00
032300 235-LINK-PRED.                                                   STRMPR00
032400     MOVE 0 TO HIT.                                               STRMPR00
032500     IF JB-PRED (JX, PX) NOT = SPACES                             STRMPR00
032600         PERFORM 240-FIND-PRED VARYING KX FROM 1 BY 1             STRMPR00
032700             UNTIL KX IS GREATER THAN JB-CNT                      STRMPR00
032800             OR HIT IS GREATER THAN 0.                            STRMPR00
032900     MOVE HIT TO JB-PIX (JX, PX).                                 STRMPR00
033000     IF PX IS LESS THAN 3                                         STRMPR00
033100         ADD 1 TO PX                                              STRMPR00
033200         GO TO 235-LINK-PRED.                                     STRMPR00
033300 230X.   EXIT.                                                    STRMPR00
033400 240-FIND-PRED.                                                   STRMPR00
033500     IF JB-NAME (KX) = JB-PRED (JX, PX) MOVE KX TO HIT.           STRMPR00
033600 250-LOAD-DURS.                                                   STRMPR00
033700     OPEN INPUT DUR-FILE.                                         STRMPR00
033800     IF DUR-FILE-STATUS NOT = "00"                                STRMPR00
033900         DISPLAY "STRMPROJ - NO JOBDURS FILE - RUN AUDRPT"        STRMPR00
034000         GO TO 250X.                                              STRMPR00
034100 260-DUR-READ.                                                    STRMPR00
034200     READ DUR-FILE AT END GO TO 270-DUR-DONE.                     STRMPR00
034300     MOVE 0 TO HIT.                                               STRMPR00
034400     PERFORM 280-FIND-JOB VARYING KX FROM 1 BY 1                  STRMPR00
034500         UNTIL KX IS GREATER THAN JB-CNT                          STRMPR00
034600         OR HIT IS GREATER THAN 0.                                STRMPR00
034700     IF HIT = 0 GO TO 260-DUR-READ.                               STRMPR00
034800     MOVE JD-AVG TO JB-AVG (HIT).                                 STRMPR00
034900     MOVE JD-WORST TO JB-WORST (HIT).                             STRMPR00
035000     MOVE "Y" TO JB-HIST (HIT).                                   STRMPR00
035100     GO TO 260-DUR-READ.                                          STRMPR00
035200 270-DUR-DONE.                                                    STRMPR00
035300     CLOSE DUR-FILE.                                              STRMPR00
035400 250X.   EXIT.                                                    STRMPR00
035500 280-FIND-JOB.                                                    STRMPR00
035600     IF JB-NAME (KX) = JD-PROG MOVE KX TO HIT.                    STRMPR00
035700 300-LOAD-DEADLINES.                                              STRMPR00
035800     OPEN INPUT DEAD-FILE.                                        STRMPR00
035900     IF DEAD-FILE-STATUS NOT = "00"                               STRMPR00
036000         MOVE "NO DEADLNS FILE - NO DEADLINES HELD   " TO ML-TEXT STRMPR00
036100         MOVE SPACES TO ML-NAME                                   STRMPR00
036200         WRITE REPORT-REC FROM MSG-LINE                           STRMPR00
036300         GO TO 300X.                                              STRMPR00
036400 310-DEAD-READ.                                                   STRMPR00
036500     READ DEAD-FILE AT END GO TO 320-DEAD-DONE.                   STRMPR00
036600     IF DD-JOB = SPACES GO TO 310-DEAD-READ.                      STRMPR00
036700     MOVE DD-JOB TO ML-NAME.                                      STRMPR00
036800     IF DD-TIME NOT NUMERIC                                       STRMPR00
036900         MOVE "DEADLINE NOT A VALID HHMM - IGNORED  " TO ML-TEXT  STRMPR00
037000         WRITE REPORT-REC FROM MSG-LINE                           STRMPR00
037100         GO TO 310-DEAD-READ.                                     STRMPR00
037200     IF DD-TIME DIV 100 IS GREATER THAN 23                        STRMPR00
037300         OR DD-TIME MOD 100 IS GREATER THAN 59                    STRMPR00
037400         MOVE "DEADLINE NOT A VALID HHMM - IGNORED  " TO ML-TEXT  STRMPR00
037500         WRITE REPORT-REC FROM MSG-LINE                           STRMPR00
037600         GO TO 310-DEAD-READ.                                     STRMPR00
037700     MOVE 0 TO HIT.                                               STRMPR00
037800     PERFORM 330-FIND-DEAD VARYING KX FROM 1 BY 1                 STRMPR00
037900         UNTIL KX IS GREATER THAN JB-CNT                          STRMPR00
038000         OR HIT IS GREATER THAN 0.                                STRMPR00
038100     IF HIT = 0                                                   STRMPR00
038200         MOVE "DEADLINE FOR A JOB NOT ON JOBDEPS    " TO ML-TEXT  STRMPR00
038300         WRITE REPORT-REC FROM MSG-LINE                           STRMPR00
038400         GO TO 310-DEAD-READ.                                     STRMPR00
038500     MOVE "Y" TO JB-HAS-DEAD (HIT).                               STRMPR00
038600     MOVE DD-TIME TO JB-DEAD (HIT).                               STRMPR00
038700     MOVE DD-TIME TO TM-HHMM.                                     STRMPR00
038800     PERFORM 750-OFFSET.                                          STRMPR00
038900     MOVE TM-OFS TO JB-DEAD-OFS (HIT).                            STRMPR00
039000     GO TO 310-DEAD-READ.                                         STRMPR00
039100 320-DEAD-DONE.                                                   STRMPR00
039200     CLOSE DEAD-FILE.                                             STRMPR00
039300 300X.   EXIT.                                                    STRMPR00
039400 330-FIND-DEAD.                                                   STRMPR00
039500     IF JB-NAME (KX) = DD-JOB MOVE KX TO HIT.                     STRMPR00
039600 400-SCAN-TRAIL.                                                  STRMPR00
039700     NOTE  THE NIGHT RUNS FROM THE STREAM START ON THE NIGHT DATE STRMPR00
039800         TO THE SAME TIME THE MORNING AFTER. WHEN IT IS NOW       STRMPR00
039900         EARLIER THAN THE STREAM START THE STREAM STARTED         STRMPR00
040000         YESTERDAY. THE LAST EVENT SEEN FOR A JOB WINS.           STRMPR00
040100     MOVE TODAYS-DATE TO SCHED-DATE-IN.                           STRMPR00
040200     COMPUTE DN-DATE = SCHED-DATE-IN MOD 100 * 10000              STRMPR00
040300         + SCHED-DATE-IN DIV 100.                                 STRMPR00
040400     IF NOW-HHMM IS LESS THAN START-HHMM                          STRMPR00
040500         PERFORM 815-PREV-DAY THRU 815X.                          STRMPR00
040600     COMPUTE NIGHT-MDY = DN-MM * 10000 + DN-DD * 100 + DN-YY.     STRMPR00
040700     PERFORM 810-NEXT-DAY.                                        STRMPR00
040800     COMPUTE MORN-MDY = DN-MM * 10000 + DN-DD * 100 + DN-YY.      STRMPR00
040900     OPEN INPUT AUDIT-TRAIL.                                      STRMPR00
041000 410-TRAIL-READ.                                                  STRMPR00
041100     READ AUDIT-TRAIL AT END GO TO 430-TRAIL-DONE.                STRMPR00
041200     IF AU-EVENT NOT = "START   " AND AU-EVENT NOT = "END     "   STRMPR00
041300         GO TO 410-TRAIL-READ.                                    STRMPR00
041400     IF AU-DATE = NIGHT-MDY AND AU-TIME NOT LESS THAN START-HHMM  STRMPR00
041500         GO TO 420-TRAIL-EVENT.                                   STRMPR00
041600     IF AU-DATE = MORN-MDY AND AU-TIME IS LESS THAN START-HHMM    STRMPR00
041700         GO TO 420-TRAIL-EVENT.                                   STRMPR00
041800     GO TO 410-TRAIL-READ.                                        STRMPR00
041900 420-TRAIL-EVENT.                                                 STRMPR00
042000     MOVE 0 TO HIT.                                               STRMPR00
042100     PERFORM 440-FIND-PROG VARYING KX FROM 1 BY 1                 STRMPR00
042200         UNTIL KX IS GREATER THAN JB-CNT                          STRMPR00
042300         OR HIT IS GREATER THAN 0.                                STRMPR00
042400     IF HIT = 0 GO TO 410-TRAIL-READ.                             STRMPR00
042500     MOVE AU-TIME TO TM-HHMM.                                     STRMPR00
042600     PERFORM 750-OFFSET.                                          STRMPR00
042700     IF AU-EVENT = "START   "                                     STRMPR00
042800         MOVE "S" TO JB-STATE (HIT)                               STRMPR00
042900         MOVE TM-OFS TO JB-ACT-START (HIT)                        STRMPR00
043000         GO TO 410-TRAIL-READ.                                    STRMPR00
043100     MOVE TM-OFS TO JB-ACT-END (HIT).                             STRMPR00
043200     IF AU-RESULT = "ABORT   "                                    STRMPR00
043300         MOVE "A" TO JB-STATE (HIT)                               STRMPR00
043400     ELSE                                                         STRMPR00
043500         MOVE "O" TO JB-STATE (HIT).                              STRMPR00
043600     GO TO 410-TRAIL-READ.                                        STRMPR00
043700 430-TRAIL-DONE.                                                  STRMPR00
043800     CLOSE AUDIT-TRAIL.                                           STRMPR00
043900 400X.   EXIT.                                                    STRMPR00
044000 440-FIND-PROG.                                                   STRMPR00
044100     IF JB-NAME (KX) = AU-PROGRAM MOVE KX TO HIT.                 STRMPR00
044200 500-PROJECT.                                                     STRMPR00
044300     NOTE  A JOB IS PROJECTED ONCE ALL ITS PREDECESSORS ON THE    STRMPR00
044400         DECK ARE - PASSES ARE MADE UNTIL ONE PROJECTS NOTHING    STRMPR00
044500         MORE, AND WHAT IS LEFT WAITS ON A DEPENDENCY CYCLE.      STRMPR00
044600     MOVE 1 TO MOVED-SW.                                          STRMPR00
044700     PERFORM 510-PASS THRU 510X UNTIL MOVED-SW = 0.               STRMPR00
044800     IF LAST-IX = 0 GO TO 500X.                                   STRMPR00
044900     MOVE LAST-IX TO KX.                                          STRMPR00
045000     PERFORM 560-TRACE UNTIL KX = 0.                              STRMPR00
045100 500X.   EXIT.                                                    STRMPR00
045200 510-PASS.                                                        STRMPR00
045300     MOVE 0 TO MOVED-SW.                                          STRMPR00
045400     PERFORM 520-JOB-ONE THRU 520X VARYING JX FROM 1 BY 1         STRMPR00
045500         UNTIL JX IS GREATER THAN JB-CNT.                         STRMPR00
045600 510X.   EXIT.                                                    STRMPR00
045700 520-JOB-ONE.                                                     STRMPR00
045800     IF JB-DONE (JX) = "Y" GO TO 520X.                            STRMPR00
045900     MOVE NOW-OFS TO EXP-START.                                   STRMPR00
046000     MOVE NOW-OFS TO WST-START.                                   STRMPR00
046100     MOVE 0 TO FROM-IX.                                           STRMPR00
046200     MOVE 1 TO READY-SW.                                          STRMPR00
046300     PERFORM 530-PRED-ONE THRU 530X VARYING PX FROM 1 BY 1        STRMPR00
046400         UNTIL PX IS GREATER THAN 3.                              STRMPR00
046500     IF READY-SW = 0 GO TO 520X.                                  STRMPR00
046600     MOVE "Y" TO JB-DONE (JX).                                    STRMPR00
046700     MOVE 1 TO MOVED-SW.                                          STRMPR00
046800     MOVE FROM-IX TO JB-FROM (JX).                                STRMPR00
046900     IF JB-STATE (JX) = "O"                                       STRMPR00
047000         MOVE JB-ACT-START (JX) TO JB-ES (JX)                     STRMPR00
047100         MOVE JB-ACT-END (JX) TO JB-EF (JX)                       STRMPR00
047200         MOVE JB-ACT-END (JX) TO JB-WF (JX)                       STRMPR00
047300         GO TO 525-LATEST.                                        STRMPR00
047400     IF JB-STATE (JX) = "S"                                       STRMPR00
047500         MOVE JB-ACT-START (JX) TO JB-ES (JX)                     STRMPR00
047600         COMPUTE JB-EF (JX) = JB-ACT-START (JX) + JB-AVG (JX)     STRMPR00
047700         COMPUTE JB-WF (JX) = JB-ACT-START (JX) + JB-WORST (JX)   STRMPR00
047800         IF JB-EF (JX) IS LESS THAN NOW-OFS                       STRMPR00
047900             MOVE NOW-OFS TO JB-EF (JX).                          STRMPR00
048000     IF JB-STATE (JX) = "S"                                       STRMPR00
048100         IF JB-WF (JX) IS LESS THAN JB-EF (JX)                    STRMPR00
048200             MOVE JB-EF (JX) TO JB-WF (JX).                       STRMPR00
048300     IF JB-STATE (JX) = "S" GO TO 525-LATEST.                     STRMPR00
048400     MOVE EXP-START TO JB-ES (JX).                                STRMPR00
048500     COMPUTE JB-EF (JX) = EXP-START + JB-AVG (JX).                STRMPR00
048600     COMPUTE JB-WF (JX) = WST-START + JB-WORST (JX).              STRMPR00
048700 525-LATEST.                                                      STRMPR00
048800     IF JB-EF (JX) IS GREATER THAN LAST-EF OR LAST-IX = 0         STRMPR00
048900         MOVE JB-EF (JX) TO LAST-EF                               STRMPR00
049000         MOVE JX TO LAST-IX.                                      STRMPR00
049100     IF JB-WF (JX) IS GREATER THAN LAST-WF                        STRMPR00
049200         MOVE JB-WF (JX) TO LAST-WF.                              STRMPR00
049300 520X.   EXIT.                                                    STRMPR00
049400 530-PRED-ONE.                                                    STRMPR00
049500     MOVE JB-PIX (JX, PX) TO KX.                                  STRMPR00
049600     IF KX = 0 GO TO 530X.                                        STRMPR00
049700     IF JB-DONE (KX) NOT = "Y"                                    STRMPR00
049800         MOVE 0 TO READY-SW                                       STRMPR00
049900         GO TO 530X.                                              STRMPR00
050000     IF JB-EF (KX) IS GREATER THAN EXP-START                      STRMPR00
050100         MOVE JB-EF (KX) TO EXP-START                             STRMPR00
050200         MOVE KX TO FROM-IX.                                      STRMPR00
050300     IF JB-WF (KX) IS GREATER THAN WST-START                      STRMPR00
050400         MOVE JB-WF (KX) TO WST-START.                            STRMPR00
050500 530X.   EXIT.                                                    STRMPR00
050600 560-TRACE.                                                       STRMPR00
050700     MOVE "*" TO JB-CRIT (KX).                                    STRMPR00
050800     ADD 1 TO CP-CNT.                                             STRMPR00
050900     MOVE KX TO CP-IX (CP-CNT).                                   STRMPR00
051000     MOVE JB-FROM (KX) TO KX.                                     STRMPR00
051100 600-REPORT.                                                      STRMPR00
051200     WRITE REPORT-REC FROM BLANK-LINE.                            STRMPR00
051300     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     STRMPR00
051400     PERFORM 610-JOB-LINE THRU 610X VARYING JX FROM 1 BY 1        STRMPR00
051500         UNTIL JX IS GREATER THAN JB-CNT.                         STRMPR00
051600     WRITE REPORT-REC FROM BLANK-LINE.                            STRMPR00
051700     WRITE REPORT-REC FROM PATH-HEAD.                             STRMPR00
051800     PERFORM 650-PATH-LINE VARYING CPX FROM CP-CNT BY -1          STRMPR00
051900         UNTIL CPX IS LESS THAN 1.                                STRMPR00
052000     WRITE REPORT-REC FROM BLANK-LINE.                            STRMPR00
052100     MOVE "STREAM EXPECTED TO END AT" TO TX-TEXT.                 STRMPR00
052200     MOVE LAST-EF TO TM-OFS.                                      STRMPR00
052300     PERFORM 760-CLOCK.                                           STRMPR00
052400     MOVE TM-HHMM TO TX-TIME.                                     STRMPR00
052500     WRITE REPORT-REC FROM TIME-LINE.                             STRMPR00
052600     MOVE "WORST CASE END AT" TO TX-TEXT.                         STRMPR00
052700     MOVE LAST-WF TO TM-OFS.                                      STRMPR00
052800     PERFORM 760-CLOCK.                                           STRMPR00
052900     MOVE TM-HHMM TO TX-TIME.                                     STRMPR00
053000     WRITE REPORT-REC FROM TIME-LINE.                             STRMPR00
053100     MOVE "JOBS PROJECTED TO MISS" TO CL-TEXT.                    STRMPR00
053200     MOVE MISS-CNT TO CL-COUNT.                                   STRMPR00
053300     WRITE REPORT-REC FROM COUNT-LINE.                            STRMPR00
053400     MOVE "JOBS AT RISK IN WORST CASE" TO CL-TEXT.                STRMPR00
053500     MOVE RISK-CNT TO CL-COUNT.                                   STRMPR00
053600     WRITE REPORT-REC FROM COUNT-LINE.                            STRMPR00
053700     MOVE "JOBS ALREADY PAST DEADLINE" TO CL-TEXT.                STRMPR00
053800     MOVE LATE-CNT TO CL-COUNT.                                   STRMPR00
053900     WRITE REPORT-REC FROM COUNT-LINE.                            STRMPR00
054000     MOVE "JOBS WITH NO RUN HISTORY" TO CL-TEXT.                  STRMPR00
054100     MOVE NOHIST-CNT TO CL-COUNT.                                 STRMPR00
054200     WRITE REPORT-REC FROM COUNT-LINE.                            STRMPR00
054300     MOVE "JOBS NOT PROJECTED - CYCLE" TO CL-TEXT.                STRMPR00
054400     MOVE CYCLE-CNT TO CL-COUNT.                                  STRMPR00
054500     WRITE REPORT-REC FROM COUNT-LINE.                            STRMPR00
054600     DISPLAY "STRMPROJ - JOBS PROJECTED TO MISS " MISS-CNT.       STRMPR00
054700 600X.   EXIT.                                                    STRMPR00
054800 610-JOB-LINE.                                                    STRMPR00
054900     MOVE SPACES TO DETAIL-LINE.                                  STRMPR00
055000     MOVE JB-NAME (JX) TO DL-JOB.                                 STRMPR00
055100     MOVE "WAITING" TO DL-STATUS.                                 STRMPR00
055200     IF JB-STATE (JX) = "S" MOVE "RUNNING" TO DL-STATUS.          STRMPR00
055300     IF JB-STATE (JX) = "O" MOVE "ENDED  " TO DL-STATUS.          STRMPR00
055400     IF JB-STATE (JX) = "A" MOVE "ABORTED" TO DL-STATUS.          STRMPR00
055500     MOVE JB-AVG (JX) TO DL-AVG.                                  STRMPR00
055600     MOVE JB-WORST (JX) TO DL-WORST.                              STRMPR00
055700     IF JB-HAS-DEAD (JX) = "Y" MOVE JB-DEAD (JX) TO DL-DEAD.      STRMPR00
055800     IF JB-HIST (JX) NOT = "Y"                                    STRMPR00
055900         ADD 1 TO NOHIST-CNT                                      STRMPR00
056000         MOVE "NO RUN HISTORY ON JOBDURS" TO DL-NOTE.             STRMPR00
056100     IF JB-DONE (JX) NOT = "Y"                                    STRMPR00
056200         ADD 1 TO CYCLE-CNT                                       STRMPR00
056300         MOVE "NOT PROJECTED - DEPENDENCY CYCLE" TO DL-NOTE       STRMPR00
056400         GO TO 620-JOB-PUT.                                       STRMPR00
056500     MOVE JB-CRIT (JX) TO DL-CRIT.                                STRMPR00
056600     MOVE JB-ES (JX) TO TM-OFS.                                   STRMPR00
056700     PERFORM 760-CLOCK.                                           STRMPR00
056800     MOVE TM-HHMM TO DL-START.                                    STRMPR00
056900     MOVE JB-EF (JX) TO TM-OFS.                                   STRMPR00
057000     PERFORM 760-CLOCK.                                           STRMPR00
057100     MOVE TM-HHMM TO DL-FINISH.                                   STRMPR00
057200     MOVE JB-WF (JX) TO TM-OFS.                                   STRMPR00
057300     PERFORM 760-CLOCK.                                           STRMPR00
057400     MOVE TM-HHMM TO DL-WST-END.                                  STRMPR00
057500     IF JB-HAS-DEAD (JX) NOT = "Y" GO TO 620-JOB-PUT.             STRMPR00
057600     IF JB-STATE (JX) = "O"                                       STRMPR00
057700         IF JB-EF (JX) IS GREATER THAN JB-DEAD-OFS (JX)           STRMPR00
057800             ADD 1 TO LATE-CNT                                    STRMPR00
057900             MOVE "ENDED AFTER ITS DEADLINE" TO DL-NOTE           STRMPR00
058000             GO TO 620-JOB-PUT                                    STRMPR00
058100         ELSE GO TO 620-JOB-PUT.                                  STRMPR00
058200     IF JB-EF (JX) IS GREATER THAN JB-DEAD-OFS (JX)               STRMPR00
058300         ADD 1 TO MISS-CNT                                        STRMPR00
058400         MOVE "*** PROJECTED TO MISS DEADLINE" TO DL-NOTE         STRMPR00
058500         DISPLAY "PROJECTED TO MISS DEADLINE - " JB-NAME (JX)     STRMPR00
058600         GO TO 620-JOB-PUT.                                       STRMPR00
058700     IF JB-WF (JX) IS GREATER THAN JB-DEAD-OFS (JX)               STRMPR00
058800         ADD 1 TO RISK-CNT                                        STRMPR00
058900         MOVE "AT RISK IN THE WORST CASE" TO DL-NOTE.             STRMPR00
059000 620-JOB-PUT.                                                     STRMPR00
059100     WRITE REPORT-REC FROM DETAIL-LINE.                           STRMPR00
059200 610X.   EXIT.                                                    STRMPR00
059300 650-PATH-LINE.                                                   STRMPR00
059400     MOVE CP-IX (CPX) TO KX.                                      STRMPR00
059500     MOVE JB-NAME (KX) TO PL-JOB.                                 STRMPR00
059600     MOVE JB-ES (KX) TO TM-OFS.                                   STRMPR00
059700     PERFORM 760-CLOCK.                                           STRMPR00
059800     MOVE TM-HHMM TO PL-START.                                    STRMPR00
059900     MOVE JB-EF (KX) TO TM-OFS.                                   STRMPR00
060000     PERFORM 760-CLOCK.                                           STRMPR00
060100     MOVE TM-HHMM TO PL-FINISH.                                   STRMPR00
060200     WRITE REPORT-REC FROM PATH-LINE.                             STRMPR00
060300 750-OFFSET.                                                      STRMPR00
060400     NOTE  TM-OFS IS THE CLOCK TIME TM-HHMM AS MINUTES AFTER THE  STRMPR00
060500         STREAM START, WITHIN THE 24 HOURS THAT FOLLOW IT.        STRMPR00
060600     COMPUTE TM-WORK = TM-HHMM DIV 100 * 60 + TM-HHMM MOD 100     STRMPR00
060700         + 1440 - START-MIN.                                      STRMPR00
060800     COMPUTE TM-OFS = TM-WORK MOD 1440.                           STRMPR00
060900 760-CLOCK.                                                       STRMPR00
061000     NOTE  TM-HHMM IS THE CLOCK TIME TM-OFS MINUTES AFTER THE     STRMPR00
061100         STREAM START.                                            STRMPR00
061200     COMPUTE TM-WORK = (START-MIN + TM-OFS) MOD 1440.             STRMPR00
061300     COMPUTE TM-HHMM = TM-WORK DIV 60 * 100 + TM-WORK MOD 60.     STRMPR00
061400 810-NEXT-DAY.                                                    STRMPR00
061500     ADD 1 TO DN-DD.                                              STRMPR00
061600     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           STRMPR00
061700     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       STRMPR00
061800     IF DN-DD IS GREATER THAN MONTH-END                           STRMPR00
061900         MOVE 1 TO DN-DD                                          STRMPR00
062000         ADD 1 TO DN-MM.                                          STRMPR00
062100     IF DN-MM IS GREATER THAN 12                                  STRMPR00
062200         MOVE 1 TO DN-MM                                          STRMPR00
062300         IF DN-YY = 99 MOVE 0 TO DN-YY                            STRMPR00
062400         ELSE ADD 1 TO DN-YY.                                     STRMPR00
062500 815-PREV-DAY.                                                    STRMPR00
062600     IF DN-DD IS GREATER THAN 1                                   STRMPR00
062700         SUBTRACT 1 FROM DN-DD                                    STRMPR00
062800         GO TO 815X.                                              STRMPR00
062900     IF DN-MM = 1                                                 STRMPR00
063000         MOVE 12 TO DN-MM                                         STRMPR00
063100         IF DN-YY = 0 MOVE 99 TO DN-YY                            STRMPR00
063200         ELSE SUBTRACT 1 FROM DN-YY                               STRMPR00
063300     ELSE SUBTRACT 1 FROM DN-MM.                                  STRMPR00
063400     MOVE MD-DAYS (DN-MM) TO DN-DD.                               STRMPR00
063500     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO DN-DD.           STRMPR00
063600 815X.   EXIT.                                                    STRMPR00
063700 END-OF-JOB.                                                      STRMPR00
