000100DEPCHK      000170CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  A JOBDEPS CARD NAMING A MISSPELT PREDECESSOR, OR TWO JOBS EACH        00
000900  WAITING ON THE OTHER, LEAVES OPSCTL WAITING ALL NIGHT WITH NO         00
001000  EXPLANATION, AND WHEN A JOB ABORTS THE OPERATOR HAD TO WORK OUT       00
001100  BY HAND WHICH LATER JOBS IT SPOILS. THIS PROGRAM READS THE DECK       00
001200  IN ONE OF TWO WAYS -                                                  00
001300     REPLY V VALIDATES IT. EVERY CARD IS LISTED WITH WHAT IS            00
001400        WRONG WITH IT -                                                 00
001500           A JOB OR PREDECESSOR NAME THAT IS NEITHER ON RUNAUTH         00
001600              NOR ONE OF THE LIBRARY UTILITIES (THE NAME EACH           00
001700              CARRIES IN AU-PROGRAM, AS AUTHMNT KNOWS THEM),            00
001800           A PREDECESSOR WITH NO CARD OF ITS OWN ON THE DECK,           00
001900           A SECOND CARD FOR THE SAME JOB,                              00
002000           A JOB ON A DEPENDENCY CYCLE, AND                             00
002100           A JOB UNREACHABLE FROM ANY START JOB (ONE WITH NO            00
002200              PREDECESSORS) - IT WAITS ON A CYCLE OR ON A               00
002300              PREDECESSOR WITH NO CARD, SO OPSCTL NEVER RELEASES        00
002400              IT.                                                       00
002500        THE ERROR COUNT IS ALSO DISPLAYED ON THE SPO.                   00
002600     REPLY I, WITH THE NAME OF A FAILED JOB AS THE SECOND REPLY,        00
002700        LISTS EVERY JOB THAT DEPENDS ON IT, DIRECTLY OR THROUGH         00
002800        OTHER JOBS, IN THE ORDER THEY MUST BE RERUN ONCE IT IS          00
002900        FIXED - THE FAILED JOB FIRST, THEN NO JOB BEFORE ALL ITS        00
003000        PREDECESSORS AMONG THEM.                                        00
003100  THE UTILITY LIST BELOW IS KEPT IN STEP WITH THE ONE IN AUTHMNT.       00
003200  THE IN-CORE TABLES HOLD 60 JOBS AND 200 RUNAUTH GRANTS.               00
003300                                                                        00
003400                                                                        00
003500 IDENTIFICATION DIVISION.                                         DEPCHK00
003600 PROGRAM-ID. JOB DEPENDENCY CHECK "DEPCHK".                       DEPCHK00
003700 DATE-COMPILED.                                                   DEPCHK00
003800 REMARKS. VALIDATES THE JOBDEPS DECK FOR UNKNOWN NAMES, MISSING   DEPCHK00
003900     PREDECESSOR CARDS, CYCLES AND UNREACHABLE JOBS, OR LISTS THE DEPCHK00
004000     JOBS DOWNSTREAM OF A FAILED JOB IN THEIR RERUN ORDER.        DEPCHK00
004100 ENVIRONMENT DIVISION.                                            DEPCHK00
004200 CONFIGURATION SECTION.                                           DEPCHK00
004300 SOURCE-COMPUTER. B-5500.                                         DEPCHK00
004400 OBJECT-COMPUTER. B-5500.                                         DEPCHK00
004500 INPUT-OUTPUT SECTION.                                            DEPCHK00
004600 FILE-CONTROL.                                                    DEPCHK00
004700     SELECT JOB-CARDS   ASSIGN TO CARD-READER.                    DEPCHK00
004800     SELECT AUTH-FILE ASSIGN TO DISK                              DEPCHK00
004900         FILE STATUS IS AUTH-FILE-STATUS.                         DEPCHK00
005000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   DEPCHK00
005100 DATA DIVISION.                                                   DEPCHK00
005200 FILE SECTION.                                                    DEPCHK00
005300 FD  JOB-CARDS                                                    DEPCHK00
005400         LABEL RECORD STANDARD                                    DEPCHK00
005500         VALUE OF ID "JOBDEPS"                                    DEPCHK00
005600         DATA RECORD JOB-CARD.                                    DEPCHK00
005700 01  JOB-CARD        SZ 80.                                       DEPCHK00
005800     05  JC-JOB          PC X(8).                                 DEPCHK00
005900     05  FILLER          SZ 1.                                    DEPCHK00
006000     05  JC-PRED-1       PC X(8).                                 DEPCHK00
006100     05  FILLER          SZ 1.                                    DEPCHK00
006200     05  JC-PRED-2       PC X(8).                                 DEPCHK00
006300     05  FILLER          SZ 1.                                    DEPCHK00
006400     05  JC-PRED-3       PC X(8).                                 DEPCHK00
006500     05  FILLER          SZ 45.                                   DEPCHK00
006600 MD  AUTH-FILE                                                    DEPCHK00
006700         ACCESS SEQUENTIAL                                        DEPCHK00
006800         BLOCK CONTAINS 1 RECORDS                                 DEPCHK00
006900         VALUE OF ID "RUNAUTH"                                    DEPCHK00
007000         DATA RECORD AUTH-REC.                                    DEPCHK00
007100 01  AUTH-REC        SZ 80.                                       DEPCHK00
007200     05  RA-RUN-ID       PC X(7).                                 DEPCHK00
007300     05  FILLER          SZ 1.                                    DEPCHK00
007400     05  RA-PROGRAM      PC X(8).                                 DEPCHK00
007500     05  FILLER          SZ 1.                                    DEPCHK00
007600     05  RA-EXPIRES      PC 9(6).                                 DEPCHK00
007700     05  FILLER          SZ 57.                                   DEPCHK00
007800 FD  REPORT-FILE                                                  DEPCHK00
007900         VALUE OF ID "DEPCHK"                                     DEPCHK00
008000         DATA RECORD REPORT-REC.                                  DEPCHK00
008100 01  REPORT-REC      SZ 132.                                      DEPCHK00
008200 WORKING-STORAGE SECTION.                                         DEPCHK00
008300 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DEPCHK00
008400 77  RUN-MODE                PC X.                                DEPCHK00
008500 77  FAILED-JOB              PC X(8).                             DEPCHK00
008600 77  JB-CNT          VA 0    CMP-1   PC 99.                       DEPCHK00
008700 77  AG-CNT          VA 0    CMP-1   PC 999.                      DEPCHK00
008800 77  JX              CMP-1   PC 99.                               DEPCHK00
008900 77  KX              CMP-1   PC 99.                               DEPCHK00
009000 77  HIT             CMP-1   PC 99.                               DEPCHK00
009100 77  SEED-IX         CMP-1   PC 99.                               DEPCHK00
009200 77  PIX             CMP-1   PC 99.                               DEPCHK00
009300 77  PX              CMP-1   PC 9.                                DEPCHK00
009400 77  AX              CMP-1   PC 999.                              DEPCHK00
009500 77  STEP-NO         VA 0    CMP-1   PC 99.                       DEPCHK00
009600 77  MOVED-SW        CMP-1   PC 9.                                DEPCHK00
009700 77  READY-SW        CMP-1   PC 9.                                DEPCHK00
009800 77  KNOWN-SW        CMP-1   PC 9.                                DEPCHK00
009900 77  JOB-ERR-SW      CMP-1   PC 9.                                DEPCHK00
010000 77  NAME-WORK               PC X(8).                             DEPCHK00
010100 77  ERR-CNT         VA 0    CMP-1   PC 999.                      DEPCHK00
010200 77  START-CNT       VA 0    CMP-1   PC 999.                      DEPCHK00
010300 77  UNKNOWN-CNT     VA 0    CMP-1   PC 999.                      DEPCHK00
010400 77  NOCARD-CNT      VA 0    CMP-1   PC 999.                      DEPCHK00
010500 77  DUP-CNT         VA 0    CMP-1   PC 999.                      DEPCHK00
010600 77  CYCLE-CNT       VA 0    CMP-1   PC 999.                      DEPCHK00
010700 77  UNREACH-CNT     VA 0    CMP-1   PC 999.                      DEPCHK00
010800 77  DOWN-CNT        VA 0    CMP-1   PC 999.                      DEPCHK00
010900 01  KNOWN-TABLE.                                                 DEPCHK00
011000     05  FILLER  PC X(8)  VA "AUTHMNT ".                          DEPCHK00
011100     05  FILLER  PC X(8)  VA "CBLFLOW ".                          DEPCHK00
011110     05  FILLER  PC X(8)  VA "CHGMNT  ".                          DEPCHK00
011200     05  FILLER  PC X(8)  VA "CHRISLOG".                          DEPCHK00
011300     05  FILLER  PC X(8)  VA "CRDXREF ".                          DEPCHK00
011310     05  FILLER  PC X(8)  VA "CTLSAVE ".                          DEPCHK00
011320     05  FILLER  PC X(8)  VA "CTLVERF ".                          DEPCHK00
011400     05  FILLER  PC X(8)  VA "DETAB65 ".                          DEPCHK00
011401     05  FILLER  PC X(8)  VA "DICTGEN ".                          DEPCHK00
011500     05  FILLER  PC X(8)  VA "DICTMNT ".                          DEPCHK00
011600     05  FILLER  PC X(8)  VA "DIRCTRY ".                          DEPCHK00
011700     05  FILLER  PC X(8)  VA "DIREXTR ".                          DEPCHK00
011800     05  FILLER  PC X(8)  VA "DIRSAVE ".                          DEPCHK00
011900     05  FILLER  PC X(8)  VA "DISKPCH ".                          DEPCHK00
012000     05  FILLER  PC X(8)  VA "DSKXREF ".                          DEPCHK00
012100     05  FILLER  PC X(8)  VA "FISCMNT ".                          DEPCHK00
012110     05  FILLER  PC X(8)  VA "INCIDMNT".                          DEPCHK00
012200     05  FILLER  PC X(8)  VA "INVENTRY".                          DEPCHK00
012300     05  FILLER  PC X(8)  VA "KWIC2   ".                          DEPCHK00
012400     05  FILLER  PC X(8)  VA "LEDGMNT ".                          DEPCHK00
012500     05  FILLER  PC X(8)  VA "LOGARCH ".                          DEPCHK00
012600     05  FILLER  PC X(8)  VA "LOGCLOSE".                          DEPCHK00
012700     05  FILLER  PC X(8)  VA "MAKESOLT".                          DEPCHK00
012710     05  FILLER  PC X(8)  VA "MGTRPT  ".                          DEPCHK00
012800     05  FILLER  PC X(8)  VA "PCHPURGE".                          DEPCHK00
012900     05  FILLER  PC X(8)  VA "PCHSOLT ".                          DEPCHK00
013000     05  FILLER  PC X(8)  VA "RATEMNT ".                          DEPCHK00
013100     05  FILLER  PC X(8)  VA "REPLOT  ".                          DEPCHK00
013200     05  FILLER  PC X(8)  VA "RESCHG  ".                          DEPCHK00
013210     05  FILLER  PC X(8)  VA "RETMNT  ".                          DEPCHK00
013215     05  FILLER  PC X(8)  VA "RPTGEN  ".                          DEPCHK00
013217     05  FILLER  PC X(8)  VA "RUNHIST ".                          DEPCHK00
013220     05  FILLER  PC X(8)  VA "SHIPMNT ".                          DEPCHK00
013300     05  FILLER  PC X(8)  VA "SOLTKWIC".                          DEPCHK00
013400     05  FILLER  PC X(8)  VA "SOLTSCR ".                          DEPCHK00
013500     05  FILLER  PC X(8)  VA "SPACEREC".                          DEPCHK00
013600     05  FILLER  PC X(8)  VA "SRCCOMP ".                          DEPCHK00
013700     05  FILLER  PC X(8)  VA "SRCLIB  ".                          DEPCHK00
013710     05  FILLER  PC X(8)  VA "SVCMNT  ".                          DEPCHK00
013800     05  FILLER  PC X(8)  VA "TAPEPCH ".                          DEPCHK00
013900     05  FILLER  PC X(8)  VA "USERMNT ".                          DEPCHK00
013910     05  FILLER  PC X(8)  VA "VAULTROT".                          DEPCHK00
014000 01  KNOWN-R REDEFINES KNOWN-TABLE.                               DEPCHK00
014100     05  KNOWN-NAME  OC 42  PC X(8).                              DEPCHK00
014200 77  KNOWN-MAX       VA 42   CMP-1   PC 99.                       DEPCHK00
014300 01  GRANT-TABLE.                                                 DEPCHK00
014400     05  AG-PROGRAM  OC 200  PC X(8).                             DEPCHK00
014500 01  JOB-TABLE.                                                   DEPCHK00
014600     05  JB-ENTRY  OC 60.                                         DEPCHK00
014700         10  JB-NAME         PC X(8).                             DEPCHK00
014800         10  JB-PRED   OC 3  PC X(8).                             DEPCHK00
014900         10  JB-PIX    OC 3  CMP   PC 99.                         DEPCHK00
015000         10  JB-DUP          PC X.                                DEPCHK00
015100         10  JB-RUN          PC X.                                DEPCHK00
015200         10  JB-CYCLE        PC X.                                DEPCHK00
015300         10  JB-MARK         PC X.                                DEPCHK00
015400         10  JB-PLACED       PC X.                                DEPCHK00
015500 01  TITLE-LINE      SZ 132.                                      DEPCHK00
015600     05  FILLER  PC X(16) VA "JOBDEPS DECK -  ".                  DEPCHK00
015700     05  TL-MODE     PC X(28).                                    DEPCHK00
015800     05  TL-JOB      PC X(8).                                     DEPCHK00
015900     05  FILLER      SZ 80    VA SPACE.                           DEPCHK00
016000 01  COL-LINE        SZ 132.                                      DEPCHK00
016100     05  TC-STEP     PC X(6).                                     DEPCHK00
016200     05  FILLER  PC X(40) VA                                      DEPCHK00
016300         "JOB       PREDECESSORS                  ".              DEPCHK00
016400     05  FILLER      SZ 86    VA SPACE.                           DEPCHK00
016500 01  DETAIL-LINE     SZ 132.                                      DEPCHK00
016600     05  DL-STEP     PC ZZZ9.                                     DEPCHK00
016700     05  FILLER      SZ 2     VA SPACE.                           DEPCHK00
016800     05  DL-JOB      PC X(8).                                     DEPCHK00
016900     05  FILLER      SZ 2     VA SPACE.                           DEPCHK00
017000     05  DL-PRED-SET OC 3.                                        DEPCHK00
017100         10  DL-PRED         PC X(8).                             DEPCHK00
017200         10  FILLER          PC X.                                DEPCHK00
017300     05  FILLER      SZ 2     VA SPACE.                           DEPCHK00
017400     05  DL-NOTE     PC X(30).                                    DEPCHK00
017500     05  FILLER      SZ 57    VA SPACE.                           DEPCHK00
017600 01  FIND-LINE       SZ 132.                                      DEPCHK00
017700     05  FILLER      SZ 16    VA SPACE.                           DEPCHK00
017800     05  FILLER  PC X(4)  VA "*** ".                              DEPCHK00
017900     05  FL-TEXT     PC X(44).                                    DEPCHK00
018000     05  FL-NAME     PC X(8).                                     DEPCHK00
018100     05  FILLER      SZ 60    VA SPACE.                           DEPCHK00
018200 01  COUNT-LINE      SZ 132.                                      DEPCHK00
018300     05  CL-TEXT     PC X(36).                                    DEPCHK00
018400     05  CL-COUNT    PC ZZZ9.                                     DEPCHK00
018500     05  FILLER      SZ 92    VA SPACE.                           DEPCHK00
018600 01  MSG-LINE        SZ 132.                                      DEPCHK00
018700     05  ML-TEXT     PC X(60).                                    DEPCHK00
018800     05  FILLER      SZ 72    VA SPACE.                           DEPCHK00
018900 01  BLANK-LINE      SZ 132   VA SPACE.                           DEPCHK00
019000 PROCEDURE DIVISION.                                              DEPCHK00
019100 100-BEGIN.                                                       DEPCHK00
019200     DISPLAY "REPLY V (VALIDATE) OR I (IMPACT OF A FAILED JOB)".  DEPCHK00
019300     ACCEPT RUN-MODE.                                             DEPCHK00
019400     IF RUN-MODE NOT = "V" AND RUN-MODE NOT = "I"                 DEPCHK00
019500         DISPLAY "REPLY NOT V OR I - RUN ENDED"                   DEPCHK00
019600         STOP RUN.                                                DEPCHK00
019700     MOVE SPACES TO FAILED-JOB.                                   DEPCHK00
019800     IF RUN-MODE = "I"                                            DEPCHK00
019900         DISPLAY "NAME OF THE FAILED JOB"                         DEPCHK00
020000         ACCEPT FAILED-JOB.                                       DEPCHK00
020100     PERFORM 200-LOAD-JOBS THRU 200X.                             DEPCHK00
020200     OPEN OUTPUT REPORT-FILE.                                     DEPCHK00
020300     MOVE "VALIDATION                  " TO TL-MODE.              DEPCHK00
020400     MOVE SPACES TO TL-JOB.                                       DEPCHK00
020500     IF RUN-MODE = "I"                                            DEPCHK00
020600         MOVE "JOBS TO RERUN AFTER FAILURE " TO TL-MODE           DEPCHK00
020700         MOVE FAILED-JOB TO TL-JOB.                               DEPCHK00
020800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   DEPCHK00
020900     MOVE SPACES TO TC-STEP.                                      DEPCHK00
021000     IF RUN-MODE = "I" MOVE "STEP  " TO TC-STEP.                  DEPCHK00
021100     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     DEPCHK00
021200     IF RUN-MODE = "V" PERFORM 300-VALIDATE THRU 300X             DEPCHK00
021300     ELSE PERFORM 500-IMPACT THRU 500X.                           DEPCHK00
021400     CLOSE REPORT-FILE.                                           DEPCHK00
021500     STOP RUN.                                                    DEPCHK00
021600 200-LOAD-JOBS.                                                   DEPCHK00
021700     OPEN INPUT JOB-CARDS.                                        DEPCHK00
021800 210-READ-CARD.                                                   DEPCHK00
021900     READ JOB-CARDS AT END GO TO 220-CARDS-DONE.                  DEPCHK00
022000     IF JC-JOB = SPACES GO TO 210-READ-CARD.                      DEPCHK00
022100     IF JB-CNT = 60                                               DEPCHK00
022200         DISPLAY "MORE THAN 60 JOBS - EXTRA CARDS IGNORED"        DEPCHK00
022300         GO TO 210-READ-CARD.                                     DEPCHK00
022400     ADD 1 TO JB-CNT.                                             DEPCHK00
022500     MOVE JC-JOB TO JB-NAME (JB-CNT).                             DEPCHK00
022600     MOVE JC-PRED-1 TO JB-PRED (JB-CNT, 1).                       DEPCHK00
022700     MOVE JC-PRED-2 TO JB-PRED (JB-CNT, 2).                       DEPCHK00
022800     MOVE JC-PRED-3 TO JB-PRED (JB-CNT, 3).                       DEPCHK00
022900     MOVE "N" TO JB-DUP (JB-CNT).                                 DEPCHK00
023000     MOVE "N" TO JB-RUN (JB-CNT).                                 DEPCHK00
023100     MOVE "N" TO JB-CYCLE (JB-CNT).                               DEPCHK00
023200     MOVE "N" TO JB-MARK (JB-CNT).                                DEPCHK00
023300     MOVE "N" TO JB-PLACED (JB-CNT).                              DEPCHK00
023400     GO TO 210-READ-CARD.                                         DEPCHK00
023500 220-CARDS-DONE.                                                  DEPCHK00
023600     CLOSE JOB-CARDS.                                             DEPCHK00
023700     IF JB-CNT = 0                                                DEPCHK00
023800         DISPLAY "NO JOB CARDS - NOTHING TO CHECK"                DEPCHK00
023900         STOP RUN.                                                DEPCHK00
024000     PERFORM 230-LINK-ONE THRU 230X VARYING JX FROM 1 BY 1        DEPCHK00
024100         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
024200 200X.   EXIT.                                                    DEPCHK00
024300 230-LINK-ONE.                                                    DEPCHK00
024400     NOTE  JB-PIX POINTS EACH PREDECESSOR AT THE FIRST CARD FOR   DEPCHK00
024500         IT, OR IS 0 WHEN IT HAS NO CARD. A LATER CARD FOR A JOB  DEPCHK00
024600         ALREADY SEEN IS MARKED AS A DUPLICATE.                   DEPCHK00
024700     MOVE 0 TO HIT.                                               DEPCHK00
024800     PERFORM 245-FIND-NAME VARYING KX FROM 1 BY 1                 DEPCHK00
024900         UNTIL KX IS NOT LESS THAN JX                             DEPCHK00
025000         OR HIT IS GREATER THAN 0.                                DEPCHK00
025100     IF HIT IS GREATER THAN 0 MOVE "Y" TO JB-DUP (JX).            DEPCHK00
025200     MOVE 1 TO PX.                                                DEPCHK00
025300 235-LINK-PRED.                                                   DEPCHK00
025400     MOVE 0 TO HIT.                                               DEPCHK00
025500     MOVE JB-PRED (JX, PX) TO NAME-WORK.                          DEPCHK00
025600     IF NAME-WORK NOT = SPACES                                    DEPCHK00
025700         PERFORM 240-FIND-PRED VARYING KX FROM 1 BY 1             DEPCHK00
025800             UNTIL KX IS GREATER THAN JB-CNT                      DEPCHK00
025900             OR HIT IS GREATER THAN 0.                            DEPCHK00
026000     MOVE HIT TO JB-PIX (JX, PX).                                 DEPCHK00
026100     IF PX IS LESS THAN 3                                         DEPCHK00
026200         ADD 1 TO PX                                              DEPCHK00
026300         GO TO 235-LINK-PRED.                                     DEPCHK00
026400 230X.   EXIT.                                                    DEPCHK00
026500 240-FIND-PRED.                                                   DEPCHK00
026600     IF JB-NAME (KX) = NAME-WORK MOVE KX TO HIT.                  DEPCHK00
026700 245-FIND-NAME.                                                   DEPCHK00
026800     IF JB-NAME (KX) = JB-NAME (JX) MOVE KX TO HIT.               DEPCHK00
026900 250-LOAD-AUTH.                                                   DEPCHK00
027000     OPEN INPUT AUTH-FILE.                                        DEPCHK00
027100     IF AUTH-FILE-STATUS NOT = "00"                               DEPCHK00
027200         MOVE "NO RUNAUTH FILE - ONLY THE UTILITY LIST IS KNOWN"  DEPCHK00
027300             TO ML-TEXT                                           DEPCHK00
027400         WRITE REPORT-REC FROM MSG-LINE                           DEPCHK00
027500         GO TO 250X.                                              DEPCHK00
027600 260-AUTH-READ.                                                   DEPCHK00
027700     READ AUTH-FILE AT END GO TO 270-AUTH-DONE.                   DEPCHK00
027800     IF RA-PROGRAM = SPACES OR RA-PROGRAM = "*ALL    "            DEPCHK00
027900         GO TO 260-AUTH-READ.                                     DEPCHK00
028000     IF AG-CNT = 200 GO TO 270-AUTH-DONE.                         DEPCHK00
028100     ADD 1 TO AG-CNT.                                             DEPCHK00
028200     MOVE RA-PROGRAM TO AG-PROGRAM (AG-CNT).                      DEPCHK00
028300     GO TO 260-AUTH-READ.                                         DEPCHK00
028400 270-AUTH-DONE.                                                   DEPCHK00
028500     CLOSE AUTH-FILE.                                             DEPCHK00
028600 250X.   EXIT.                                                    DEPCHK00
028700 300-VALIDATE.                                                    DEPCHK00
028800     NOTE  A JOB CAN BE RELEASED WHEN EVERY PREDECESSOR HAS A     DEPCHK00
028900         CARD AND CAN ITSELF BE RELEASED - PASSES ARE MADE FROM   DEPCHK00
029000         THE START JOBS UNTIL ONE RELEASES NOTHING MORE. A JOB    DEPCHK00
029100         LEFT OVER IS ON A CYCLE WHEN IT IS DOWNSTREAM OF         DEPCHK00
029200         ITSELF, AND OTHERWISE IS UNREACHABLE.                    DEPCHK00
029300     PERFORM 250-LOAD-AUTH THRU 250X.                             DEPCHK00
029400     MOVE 1 TO MOVED-SW.                                          DEPCHK00
029500     PERFORM 310-RUN-PASS THRU 310X UNTIL MOVED-SW = 0.           DEPCHK00
029600     PERFORM 330-CYCLE-ONE THRU 330X VARYING JX FROM 1 BY 1       DEPCHK00
029700         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
029800     PERFORM 400-LIST-ONE THRU 400X VARYING JX FROM 1 BY 1        DEPCHK00
029900         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
030000     WRITE REPORT-REC FROM BLANK-LINE.                            DEPCHK00
030100     MOVE "JOB CARDS READ" TO CL-TEXT.                            DEPCHK00
030200     MOVE JB-CNT TO CL-COUNT.                                     DEPCHK00
030300     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
030400     MOVE "START JOBS (NO PREDECESSORS)" TO CL-TEXT.              DEPCHK00
030500     MOVE START-CNT TO CL-COUNT.                                  DEPCHK00
030600     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
030700     MOVE "UNKNOWN PROGRAM NAMES" TO CL-TEXT.                     DEPCHK00
030800     MOVE UNKNOWN-CNT TO CL-COUNT.                                DEPCHK00
030900     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
031000     MOVE "PREDECESSORS WITH NO CARD" TO CL-TEXT.                 DEPCHK00
031100     MOVE NOCARD-CNT TO CL-COUNT.                                 DEPCHK00
031200     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
031300     MOVE "DUPLICATE CARDS" TO CL-TEXT.                           DEPCHK00
031400     MOVE DUP-CNT TO CL-COUNT.                                    DEPCHK00
031500     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
031600     MOVE "JOBS ON A DEPENDENCY CYCLE" TO CL-TEXT.                DEPCHK00
031700     MOVE CYCLE-CNT TO CL-COUNT.                                  DEPCHK00
031800     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
031900     MOVE "JOBS UNREACHABLE FROM A START JOB" TO CL-TEXT.         DEPCHK00
032000     MOVE UNREACH-CNT TO CL-COUNT.                                DEPCHK00
032100     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
032200     MOVE "CARDS IN ERROR" TO CL-TEXT.                            DEPCHK00
032300     MOVE ERR-CNT TO CL-COUNT.                                    DEPCHK00
032400     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
032500     IF ERR-CNT = 0                                               DEPCHK00
032600         DISPLAY "DEPCHK - JOBDEPS IS CLEAN"                      DEPCHK00
032700     ELSE                                                         DEPCHK00
032800         DISPLAY "DEPCHK - JOBDEPS CARDS IN ERROR " ERR-CNT.      DEPCHK00
032900 300X.   EXIT.                                                    DEPCHK00
033000 310-RUN-PASS.                                                    DEPCHK00
033100     MOVE 0 TO MOVED-SW.                                          DEPCHK00
033200     PERFORM 320-RUN-ONE THRU 320X VARYING JX FROM 1 BY 1         DEPCHK00
033300         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
033400 310X.   EXIT.                                                    DEPCHK00
033500 320-RUN-ONE.                                                     DEPCHK00
033600     IF JB-RUN (JX) = "Y" GO TO 320X.                             DEPCHK00
033700     MOVE 1 TO READY-SW.                                          DEPCHK00
033800     PERFORM 325-RUN-PRED THRU 325X VARYING PX FROM 1 BY 1        DEPCHK00
033900         UNTIL PX IS GREATER THAN 3.                              DEPCHK00
034000     IF READY-SW = 0 GO TO 320X.                                  DEPCHK00
034100     MOVE "Y" TO JB-RUN (JX).                                     DEPCHK00
034200     MOVE 1 TO MOVED-SW.                                          DEPCHK00
034300 320X.   EXIT.                                                    DEPCHK00
034400 325-RUN-PRED.                                                    DEPCHK00
034500     IF JB-PRED (JX, PX) = SPACES GO TO 325X.                     DEPCHK00
034600     MOVE JB-PIX (JX, PX) TO PIX.                                 DEPCHK00
034700     IF PIX = 0                                                   DEPCHK00
034800         MOVE 0 TO READY-SW                                       DEPCHK00
034900         GO TO 325X.                                              DEPCHK00
035000     IF JB-RUN (PIX) NOT = "Y" MOVE 0 TO READY-SW.                DEPCHK00
035100 325X.   EXIT.                                                    DEPCHK00
035200 330-CYCLE-ONE.                                                   DEPCHK00
035300     IF JB-RUN (JX) = "Y" GO TO 330X.                             DEPCHK00
035400     MOVE JX TO SEED-IX.                                          DEPCHK00
035500     PERFORM 800-DOWNSTREAM THRU 800X.                            DEPCHK00
035600     IF JB-MARK (JX) = "Y" MOVE "Y" TO JB-CYCLE (JX).             DEPCHK00
035700 330X.   EXIT.                                                    DEPCHK00
035800 400-LIST-ONE.                                                    DEPCHK00
035900     MOVE SPACES TO DETAIL-LINE.                                  DEPCHK00
036000     MOVE JB-NAME (JX) TO DL-JOB.                                 DEPCHK00
036100     MOVE JB-PRED (JX, 1) TO DL-PRED (1).                         DEPCHK00
036200     MOVE JB-PRED (JX, 2) TO DL-PRED (2).                         DEPCHK00
036300     MOVE JB-PRED (JX, 3) TO DL-PRED (3).                         DEPCHK00
036400     IF JB-PRED (JX, 1) = SPACES AND JB-PRED (JX, 2) = SPACES     DEPCHK00
036500         AND JB-PRED (JX, 3) = SPACES                             DEPCHK00
036600         ADD 1 TO START-CNT                                       DEPCHK00
036700         MOVE "START JOB" TO DL-NOTE.                             DEPCHK00
036800     WRITE REPORT-REC FROM DETAIL-LINE.                           DEPCHK00
036900     MOVE 0 TO JOB-ERR-SW.                                        DEPCHK00
037000     MOVE JB-NAME (JX) TO NAME-WORK.                              DEPCHK00
037100     PERFORM 700-CHECK-KNOWN THRU 700X.                           DEPCHK00
037200     IF KNOWN-SW = 0                                              DEPCHK00
037300         ADD 1 TO UNKNOWN-CNT                                     DEPCHK00
037400         MOVE "PROGRAM NOT ON RUNAUTH OR THE UTILITY LIST"        DEPCHK00
037500             TO FL-TEXT                                           DEPCHK00
037600         MOVE JB-NAME (JX) TO FL-NAME                             DEPCHK00
037700         PERFORM 710-FINDING.                                     DEPCHK00
037800     PERFORM 410-PRED-CHECK THRU 410X VARYING PX FROM 1 BY 1      DEPCHK00
037900         UNTIL PX IS GREATER THAN 3.                              DEPCHK00
038000     IF JB-DUP (JX) = "Y"                                         DEPCHK00
038100         ADD 1 TO DUP-CNT                                         DEPCHK00
038200         MOVE "SECOND CARD FOR THIS JOB" TO FL-TEXT               DEPCHK00
038300         MOVE JB-NAME (JX) TO FL-NAME                             DEPCHK00
038400         PERFORM 710-FINDING.                                     DEPCHK00
038500     IF JB-CYCLE (JX) = "Y"                                       DEPCHK00
038600         ADD 1 TO CYCLE-CNT                                       DEPCHK00
038700         MOVE "ON A DEPENDENCY CYCLE - NEVER RELEASED" TO FL-TEXT DEPCHK00
038800         MOVE SPACES TO FL-NAME                                   DEPCHK00
038900         PERFORM 710-FINDING.                                     DEPCHK00
039000     IF JB-RUN (JX) NOT = "Y" AND JB-CYCLE (JX) NOT = "Y"         DEPCHK00
039100         ADD 1 TO UNREACH-CNT                                     DEPCHK00
039200         MOVE "UNREACHABLE FROM ANY START JOB" TO FL-TEXT         DEPCHK00
039300         MOVE SPACES TO FL-NAME                                   DEPCHK00
039400         PERFORM 710-FINDING.                                     DEPCHK00
039500     IF JOB-ERR-SW = 1 ADD 1 TO ERR-CNT.                          DEPCHK00
039600 400X.   EXIT.                                                    DEPCHK00
039700 410-PRED-CHECK.                                                  DEPCHK00
039800     MOVE JB-PRED (JX, PX) TO NAME-WORK.                          DEPCHK00
039900     IF NAME-WORK = SPACES GO TO 410X.                            DEPCHK00
040000     IF JB-PIX (JX, PX) IS GREATER THAN 0 GO TO 410X.             DEPCHK00
040100     MOVE NAME-WORK TO FL-NAME.                                   DEPCHK00
040200     PERFORM 700-CHECK-KNOWN THRU 700X.                           DEPCHK00
040300     IF KNOWN-SW = 0                                              DEPCHK00
040400         ADD 1 TO UNKNOWN-CNT                                     DEPCHK00
040500         MOVE "PREDECESSOR NOT ON RUNAUTH OR UTILITY LIST"        DEPCHK00
040600             TO FL-TEXT                                           DEPCHK00
040700     ELSE                                                         DEPCHK00
040800         ADD 1 TO NOCARD-CNT                                      DEPCHK00
040900         MOVE "PREDECESSOR HAS NO CARD ON THE DECK" TO FL-TEXT.   DEPCHK00
041000     PERFORM 710-FINDING.                                         DEPCHK00
041100 410X.   EXIT.                                                    DEPCHK00
041200 500-IMPACT.                                                      DEPCHK00
041300     NOTE  THE JOBS DOWNSTREAM OF THE FAILED JOB ARE MARKED, THEN DEPCHK00
041400         PLACED IN RERUN ORDER - A MARKED JOB IS PLACED ONCE EACH DEPCHK00
041500         OF ITS PREDECESSORS THAT IS ALSO BEING RERUN HAS BEEN.   DEPCHK00
041600     MOVE 0 TO HIT.                                               DEPCHK00
041700     MOVE FAILED-JOB TO NAME-WORK.                                DEPCHK00
041800     PERFORM 240-FIND-PRED VARYING KX FROM 1 BY 1                 DEPCHK00
041900         UNTIL KX IS GREATER THAN JB-CNT                          DEPCHK00
042000         OR HIT IS GREATER THAN 0.                                DEPCHK00
042100     IF HIT = 0                                                   DEPCHK00
042200         MOVE "THE FAILED JOB HAS NO CARD ON THE JOBDEPS DECK"    DEPCHK00
042300             TO ML-TEXT                                           DEPCHK00
042400         WRITE REPORT-REC FROM MSG-LINE                           DEPCHK00
042500         DISPLAY "DEPCHK - " FAILED-JOB " NOT ON JOBDEPS"         DEPCHK00
042600         GO TO 500X.                                              DEPCHK00
042700     MOVE HIT TO SEED-IX.                                         DEPCHK00
042800     PERFORM 800-DOWNSTREAM THRU 800X.                            DEPCHK00
042900     MOVE SEED-IX TO JX.                                          DEPCHK00
043000     PERFORM 540-PLACE.                                           DEPCHK00
043100     MOVE 1 TO MOVED-SW.                                          DEPCHK00
043200     PERFORM 510-ORDER-PASS THRU 510X UNTIL MOVED-SW = 0.         DEPCHK00
043300     PERFORM 550-LEFT-ONE THRU 550X VARYING JX FROM 1 BY 1        DEPCHK00
043400         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
043500     WRITE REPORT-REC FROM BLANK-LINE.                            DEPCHK00
043600     MOVE "JOBS DOWNSTREAM OF THE FAILED JOB" TO CL-TEXT.         DEPCHK00
043700     MOVE DOWN-CNT TO CL-COUNT.                                   DEPCHK00
043800     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
043900     MOVE "OF THEM ON A CYCLE - NOT ORDERED" TO CL-TEXT.          DEPCHK00
044000     MOVE CYCLE-CNT TO CL-COUNT.                                  DEPCHK00
044100     WRITE REPORT-REC FROM COUNT-LINE.                            DEPCHK00
044200     DISPLAY "DEPCHK - JOBS TO RERUN AFTER " FAILED-JOB " "       DEPCHK00
044300         DOWN-CNT.                                                DEPCHK00
044400 500X.   EXIT.                                                    DEPCHK00
044500 510-ORDER-PASS.                                                  DEPCHK00
044600     MOVE 0 TO MOVED-SW.                                          DEPCHK00
044700     PERFORM 520-ORDER-ONE THRU 520X VARYING JX FROM 1 BY 1       DEPCHK00
044800         UNTIL JX IS GREATER THAN JB-CNT.                         DEPCHK00
044900 510X.   EXIT.                                                    DEPCHK00
045000 520-ORDER-ONE.                                                   DEPCHK00
045100     IF JB-MARK (JX) NOT = "Y" OR JB-PLACED (JX) = "Y"            DEPCHK00
045200         GO TO 520X.                                              DEPCHK00
045300     MOVE 1 TO READY-SW.                                          DEPCHK00
045400     PERFORM 530-ORDER-PRED THRU 530X VARYING PX FROM 1 BY 1      DEPCHK00
045500         UNTIL PX IS GREATER THAN 3.                              DEPCHK00
045600     IF READY-SW = 0 GO TO 520X.                                  DEPCHK00
045700     PERFORM 540-PLACE.                                           DEPCHK00
045800     ADD 1 TO DOWN-CNT.                                           DEPCHK00
045900     MOVE 1 TO MOVED-SW.                                          DEPCHK00
046000 520X.   EXIT.                                                    DEPCHK00
046100 530-ORDER-PRED.                                                  DEPCHK00
046200     MOVE JB-PIX (JX, PX) TO PIX.                                 DEPCHK00
046300     IF PIX = 0 GO TO 530X.                                       DEPCHK00
046400     IF JB-MARK (PIX) NOT = "Y" AND PIX NOT = SEED-IX             DEPCHK00
046500         GO TO 530X.                                              DEPCHK00
046600     IF JB-PLACED (PIX) NOT = "Y" MOVE 0 TO READY-SW.             DEPCHK00
046700 530X.   EXIT.                                                    DEPCHK00
046800 540-PLACE.                                                       DEPCHK00
046900     MOVE "Y" TO JB-PLACED (JX).                                  DEPCHK00
047000     ADD 1 TO STEP-NO.                                            DEPCHK00
047100     MOVE SPACES TO DETAIL-LINE.                                  DEPCHK00
047200     MOVE STEP-NO TO DL-STEP.                                     DEPCHK00
047300     MOVE JB-NAME (JX) TO DL-JOB.                                 DEPCHK00
047400     MOVE JB-PRED (JX, 1) TO DL-PRED (1).                         DEPCHK00
047500     MOVE JB-PRED (JX, 2) TO DL-PRED (2).                         DEPCHK00
047600     MOVE JB-PRED (JX, 3) TO DL-PRED (3).                         DEPCHK00
047700     IF JX = SEED-IX MOVE "FAILED JOB - RERUN FIRST" TO DL-NOTE.  DEPCHK00
047800     WRITE REPORT-REC FROM DETAIL-LINE.                           DEPCHK00
047900 550-LEFT-ONE.                                                    DEPCHK00
048000     IF JB-MARK (JX) NOT = "Y" OR JB-PLACED (JX) = "Y"            DEPCHK00
048100         GO TO 550X.                                              DEPCHK00
048200     ADD 1 TO DOWN-CNT.                                           DEPCHK00
048300     ADD 1 TO CYCLE-CNT.                                          DEPCHK00
048400     MOVE SPACES TO DETAIL-LINE.                                  DEPCHK00
048500     MOVE JB-NAME (JX) TO DL-JOB.                                 DEPCHK00
048600     MOVE JB-PRED (JX, 1) TO DL-PRED (1).                         DEPCHK00
048700     MOVE JB-PRED (JX, 2) TO DL-PRED (2).                         DEPCHK00
048800     MOVE JB-PRED (JX, 3) TO DL-PRED (3).                         DEPCHK00
048900     MOVE "ON A CYCLE - CANNOT BE ORDERED" TO DL-NOTE.            DEPCHK00
049000     WRITE REPORT-REC FROM DETAIL-LINE.                           DEPCHK00
049100 550X.   EXIT.                                                    DEPCHK00
049200 700-CHECK-KNOWN.                                                 DEPCHK00
049300     NOTE  KNOWN-SW IS 1 WHEN NAME-WORK IS ONE OF THE LIBRARY     DEPCHK00
049400         UTILITIES OR IS GRANTED ON RUNAUTH.                      DEPCHK00
049500     MOVE 0 TO KNOWN-SW.                                          DEPCHK00
049600     PERFORM 720-KNOWN-ONE VARYING KX FROM 1 BY 1                 DEPCHK00
049700         UNTIL KX IS GREATER THAN KNOWN-MAX.                      DEPCHK00
049800     IF KNOWN-SW = 1 GO TO 700X.                                  DEPCHK00
049900     PERFORM 730-GRANT-ONE VARYING AX FROM 1 BY 1                 DEPCHK00
050000         UNTIL AX IS GREATER THAN AG-CNT.                         DEPCHK00
050100 700X.   EXIT.                                                    DEPCHK00
050200 710-FINDING.                                                     DEPCHK00
050300     MOVE 1 TO JOB-ERR-SW.                                        DEPCHK00
050400     WRITE REPORT-REC FROM FIND-LINE.                             DEPCHK00
050500 720-KNOWN-ONE.                                                   DEPCHK00
050600     IF KNOWN-NAME (KX) = NAME-WORK MOVE 1 TO KNOWN-SW.           DEPCHK00
050700 730-GRANT-ONE.                                                   DEPCHK00
050800     IF AG-PROGRAM (AX) = NAME-WORK MOVE 1 TO KNOWN-SW.           DEPCHK00
050900 800-DOWNSTREAM.                                                  DEPCHK00
051000     NOTE  MARKS EVERY JOB THAT WAITS ON THE JOB AT SEED-IX,      DEPCHK00
051100         DIRECTLY OR BY WAY OF OTHER JOBS. THE SEED ITSELF IS     DEPCHK00
051200         MARKED ONLY WHEN IT IS DOWNSTREAM OF ITSELF.             DEPCHK00
051300     PERFORM 805-UNMARK VARYING KX FROM 1 BY 1                    DEPCHK00
051400         UNTIL KX IS GREATER THAN JB-CNT.                         DEPCHK00
051500     MOVE 1 TO MOVED-SW.                                          DEPCHK00
051600     PERFORM 810-MARK-PASS THRU 810X UNTIL MOVED-SW = 0.          DEPCHK00
051700 800X.   EXIT.                                                    DEPCHK00
051800 805-UNMARK.                                                      DEPCHK00
051900     MOVE "N" TO JB-MARK (KX).                                    DEPCHK00
052000 810-MARK-PASS.                                                   DEPCHK00
052100     MOVE 0 TO MOVED-SW.                                          DEPCHK00
052200     PERFORM 820-MARK-ONE THRU 820X VARYING KX FROM 1 BY 1        DEPCHK00
052300         UNTIL KX IS GREATER THAN JB-CNT.                         DEPCHK00
052400 810X.   EXIT.                                                    DEPCHK00
052500 820-MARK-ONE.                                                    DEPCHK00
052600     IF JB-MARK (KX) = "Y" GO TO 820X.                            DEPCHK00
052700     MOVE 0 TO HIT.                                               DEPCHK00
052800     PERFORM 830-MARK-PRED THRU 830X VARYING PX FROM 1 BY 1       DEPCHK00
052900         UNTIL PX IS GREATER THAN 3.                              DEPCHK00
053000     IF HIT = 0 GO TO 820X.                                       DEPCHK00
053100     MOVE "Y" TO JB-MARK (KX).                                    DEPCHK00
053200     MOVE 1 TO MOVED-SW.                                          DEPCHK00
053300 820X.   EXIT.                                                    DEPCHK00
053400 830-MARK-PRED.                                                   DEPCHK00
053500     MOVE JB-PIX (KX, PX) TO PIX.                                 DEPCHK00
053600     IF PIX = 0 GO TO 830X.                                       DEPCHK00
053700     IF PIX = SEED-IX MOVE 1 TO HIT.                              DEPCHK00
053800     IF JB-MARK (PIX) = "Y" MOVE 1 TO HIT.                        DEPCHK00
053900 830X.   EXIT.                                                    DEPCHK00
054000 END-OF-JOB.                                                      DEPCHK00
