000100OPERRPT     000159CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  EVERY UTILITY NOW SIGNS THE OPERATOR ON AGAINST THE OPROSTER          00
000900  ROSTER AT START-UP AND CARRIES THE THREE-CHARACTER OPERATOR           00
001000  CODE ON EVERY AUDIT EVENT IT WRITES. THIS PROGRAM IS THE              00
001100  SHIFT SUPERVISORS OPERATOR ACTIVITY REPORT - IT READS ONE OR          00
001200  MORE AUDTAPE REELS AND/OR THE LIVE AUDITTRL EXACTLY AS AUDHIST        00
001300  DOES AND PRINTS ONE LINE PER OPERATOR CODE SEEN IN THE PERIOD         00
001400  ASKED FOR, COUNTING -                                                 00
001500     RUNS STARTED (START EVENTS),                                       00
001600     RUNS ABORTED (END EVENTS WITH AN ABORT RESULT),                    00
001700     REQUEUE RUNS (RESULT REQUEUED, AS AUDHIST COUNTS THEM),            00
001800     SCRATCH CONFIRMATIONS (SCRATCH EVENTS FROM SOLTSCR),               00
001900     RESTORES PERFORMED (RESULT RESTORED FROM DIRSAVE),                 00
002000     FAILED SIGN-ONS (SIGNFAIL EVENTS, UNDER THE CODE KEYED),           00
002100  WITH THE OPERATORS NAME FROM OPROSTER AND A LINE OF TOTALS.           00
002200  EVENTS WRITTEN BEFORE THE SIGN-ON WAS INTRODUCED CARRY NO             00
002300  CODE AND ARE COUNTED TOGETHER ON THEIR OWN LINE. A CODE NOT           00
002400  ON THE ROSTER IS MARKED SO - USUALLY A MISTYPED SIGN-ON.              00
002500                                                                        00
002600  FOUR REPLIES AT START-UP - THE NUMBER OF AUDTAPE REELS TO             00
002700  READ (ONE DIGIT, 0 FOR NONE), Y TO CONCATENATE THE LIVE               00
002800  AUDITTRL AFTER THE REELS, AND THE FIRST AND LAST DATES OF THE         00
002900  PERIOD (MMDDYY, 000000 FOR NO LIMIT). AFTER EACH REEL THE             00
003000  OPERATOR IS TOLD TO MOUNT THE NEXT ONE AND REPLY GO. EACH             00
003100  REELS AUDARCH HEADER RECORD IS SKIPPED AUTOMATICALLY.                 00
003200                                                                        00
003300  THE IN-CORE TABLE HOLDS 100 OPERATOR CODES - A TABLE THAT             00
003400  FILLS IS REPORTED ON THE CONSOLE AND ON THE LISTING.                  00
003500                                                                        00
003600                                                                        00
003700 IDENTIFICATION DIVISION.                                         OPERRP00
003800 PROGRAM-ID. OPERATOR ACTIVITY REPORT "OPERRPT".                  OPERRP00
003900 DATE-COMPILED.                                                   OPERRP00
004000 REMARKS. COUNTS RUNS STARTED, ABORTS, REQUEUES, SCRATCH          OPERRP00
004100     CONFIRMATIONS, RESTORES AND FAILED SIGN-ONS PER OPERATOR     OPERRP00
004200     CODE ON THE LIVE TRAIL AND ON ARCHIVED AUDTAPE REELS.        OPERRP00
004300 ENVIRONMENT DIVISION.                                            OPERRP00
004400 CONFIGURATION SECTION.                                           OPERRP00
004500 SOURCE-COMPUTER. B-5500.                                         OPERRP00
004600 OBJECT-COMPUTER. B-5500.                                         OPERRP00
004700 INPUT-OUTPUT SECTION.                                            OPERRP00
004800 FILE-CONTROL.                                                    OPERRP00
004900     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           OPERRP00
005000     SELECT ARCH-TAPE   ASSIGN TO TAPE.                           OPERRP00
005100     SELECT OPER-FILE ASSIGN TO DISK                              OPERRP00
005200         FILE STATUS IS OPER-FILE-STATUS.                         OPERRP00
005300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   OPERRP00
005400 DATA DIVISION.                                                   OPERRP00
005500 FILE SECTION.                                                    OPERRP00
005600 MD  AUDIT-TRAIL                                                  OPERRP00
005700         ACCESS SEQUENTIAL                                        OPERRP00
005800         BLOCK CONTAINS 1 RECORDS                                 OPERRP00
005900         VALUE OF ID "AUDITTRL"                                   OPERRP00
006000         DATA RECORD AUDIT-REC.                                   OPERRP00
006100 01  AUDIT-REC       SZ 44.                                       OPERRP00
006200     05  AL-PROGRAM      PC X(8).                                 OPERRP00
006300     05  AL-DATE         PC 9(6).                                 OPERRP00
006400     05  AL-TIME         PC 9(4).                                 OPERRP00
006500     05  AL-EVENT        PC X(8).                                 OPERRP00
006600     05  AL-RESULT       PC X(8).                                 OPERRP00
006700     05  AL-RUN-ID       PC X(7).                                 OPERRP00
006800     05  AL-OPERATOR     PC X(3).                                 OPERRP00
006900 FD  ARCH-TAPE                                                    OPERRP00
007000         LABEL RECORD STANDARD                                    OPERRP00
007100         VALUE OF ID "AUDTAPE"                                    OPERRP00
007200         DATA RECORD ARCHREC.                                     OPERRP00
007300 01  ARCHREC         SZ 44.                                       OPERRP00
007400     05  AR-PROGRAM      PC X(8).                                 OPERRP00
007500     05  AR-DATE         PC 9(6).                                 OPERRP00
007600     05  AR-TIME         PC 9(4).                                 OPERRP00
007700     05  AR-EVENT        PC X(8).                                 OPERRP00
007800     05  AR-RESULT       PC X(8).                                 OPERRP00
007900     05  AR-RUN-ID       PC X(7).                                 OPERRP00
008000     05  AR-OPERATOR     PC X(3).                                 OPERRP00
008100 MD  OPER-FILE                                                    OPERRP00
008200         ACCESS SEQUENTIAL                                        OPERRP00
008300         BLOCK CONTAINS 1 RECORDS                                 OPERRP00
008400         VALUE OF ID "OPROSTER"                                   OPERRP00
008500         DATA RECORD OPER-REC.                                    OPERRP00
008600 01  OPER-REC        SZ 80.                                       OPERRP00
008700     05  OR-CODE         PC X(3).                                 OPERRP00
008800     05  FILLER          SZ 1.                                    OPERRP00
008900     05  OR-NAME         PC X(20).                                OPERRP00
009000     05  FILLER          SZ 1.                                    OPERRP00
009100     05  OR-STATUS       PC X.                                    OPERRP00
009200     05  FILLER          SZ 54.                                   OPERRP00
009300 FD  REPORT-FILE                                                  OPERRP00
009400         VALUE OF ID "OPERRPT"                                    OPERRP00
009500         DATA RECORD REPORT-REC.                                  OPERRP00
009600 01  REPORT-REC      SZ 132.                                      OPERRP00
009700 WORKING-STORAGE SECTION.                                         OPERRP00
009800 77  REEL-COUNT              CMP-1   PC 9.                        OPERRP00
009900 77  REEL-IX                 CMP-1   PC 9.                        OPERRP00
010000 77  LIVE-REPLY                      PC X.                        OPERRP00
010100 77  GO-REPLY                        PC X(2).                     OPERRP00
010200 77  FROM-DATE       VA 0            PC 9(6).                     OPERRP00
010300 77  THRU-DATE       VA 0            PC 9(6).                     OPERRP00
010400 77  FROM-DAYNO      VA 0    CMP-1   PC 9(6).                     OPERRP00
010500 77  THRU-DAYNO      VA 0    CMP-1   PC 9(6).                     OPERRP00
010600 77  EV-DAYNO                CMP-1   PC 9(6).                     OPERRP00
010700 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     OPERRP00
010800 77  ROSTER-SW       VA 0    CMP-1   PC 9.                        OPERRP00
010900 01  AUDIT-WORK.                                                  OPERRP00
011000     05  AW-PROGRAM      PC X(8).                                 OPERRP00
011100     05  AW-DATE         PC 9(6).                                 OPERRP00
011200     05  AW-TIME         PC 9(4).                                 OPERRP00
011300     05  AW-EVENT        PC X(8).                                 OPERRP00
011400     05  AW-RESULT       PC X(8).                                 OPERRP00
011500     05  AW-RUN-ID       PC X(7).                                 OPERRP00
011600     05  AW-OPERATOR     PC X(3).                                 OPERRP00
011700 01  ADX.                                                         OPERRP00
011800     05  AX-MM           PC 99.                                   OPERRP00
011900     05  AX-DD           PC 99.                                   OPERRP00
012000     05  AX-YY           PC 99.                                   OPERRP00
012100 77  OP-CNT          VA 0    CMP-1   PC 999.                      OPERRP00
012200 77  OP-IX                   CMP-1   PC 999.                      OPERRP00
012300 77  OP-HIT                  CMP-1   PC 999.                      OPERRP00
012400 77  OP-FULL-SW      VA 0    CMP-1   PC 9.                        OPERRP00
012500 77  EVENTS-READ     VA 0    CMP-1   PC 9(6).                     OPERRP00
012600 77  EVENTS-PERIOD   VA 0    CMP-1   PC 9(6).                     OPERRP00
012700 01  OPERATOR-TABLE.                                              OPERRP00
012800     05  OP-ENTRY  OC 100.                                        OPERRP00
012900         10  OP-CODE         PC X(3).                             OPERRP00
013000         10  OP-NAME         PC X(20).                            OPERRP00
013100         10  OP-STARTS  CMP  PC 9(5).                             OPERRP00
013200         10  OP-ABORTS  CMP  PC 9(5).                             OPERRP00
013300         10  OP-REQUE   CMP  PC 9(5).                             OPERRP00
013400         10  OP-SCRATCH CMP  PC 9(5).                             OPERRP00
013500         10  OP-RESTORE CMP  PC 9(5).                             OPERRP00
013600         10  OP-SIGNFAIL CMP PC 9(5).                             OPERRP00
013700 01  ALL-COUNTS.                                                  OPERRP00
013800     05  AC-STARTS  CMP  VA 0    PC 9(6).                         OPERRP00
013900     05  AC-ABORTS  CMP  VA 0    PC 9(6).                         OPERRP00
014000     05  AC-REQUE   CMP  VA 0    PC 9(6).                         OPERRP00
014100     05  AC-SCRATCH CMP  VA 0    PC 9(6).                         OPERRP00
014200     05  AC-RESTORE CMP  VA 0    PC 9(6).                         OPERRP00
014300     05  AC-SIGNFAIL CMP VA 0    PC 9(6).                         OPERRP00
014400 01  TITLE-LINE      SZ 132.                                      OPERRP00
014500     05  FILLER  PC X(24) VA "OPERATOR ACTIVITY REPORT".          OPERRP00
014600     05  FILLER  PC X(10) VA "   PERIOD ".                        OPERRP00
014700     05  TL-FROM     PC 9(6).                                     OPERRP00
014800     05  FILLER  PC X(6)  VA " THRU ".                            OPERRP00
014900     05  TL-THRU     PC 9(6).                                     OPERRP00
015000     05  FILLER      SZ 80    VA SPACE.                           OPERRP00
015100 01  COL-LINE        SZ 132.                                      OPERRP00
015200     05  FILLER  PC X(27) VA "OPR  NAME                  ".       OPERRP00
015300     05  FILLER  PC X(30) VA "    STARTS    ABORTS  REQUEUES".    OPERRP00
015400     05  FILLER  PC X(30) VA " SCRATCHES  RESTORES SIGNFAILS".    OPERRP00
015500     05  FILLER      SZ 45    VA SPACE.                           OPERRP00
015600 01  DETAIL-LINE     SZ 132.                                      OPERRP00
015700     05  DL-CODE     PC X(3).                                     OPERRP00
015800     05  FILLER      SZ 2     VA SPACE.                           OPERRP00
015900     05  DL-NAME     PC X(20).                                    OPERRP00
016000     05  FILLER      SZ 2     VA SPACE.                           OPERRP00
016100     05  DL-COUNTS.                                               OPERRP00
016200         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
016300         10  DL-STARTS   PC ZZZZ9.                                OPERRP00
016400         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
016500         10  DL-ABORTS   PC ZZZZ9.                                OPERRP00
016600         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
016700         10  DL-REQUE    PC ZZZZ9.                                OPERRP00
016800         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
016900         10  DL-SCRATCH  PC ZZZZ9.                                OPERRP00
017000         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
017100         10  DL-RESTORE  PC ZZZZ9.                                OPERRP00
017200         10  FILLER      SZ 5     VA SPACE.                       OPERRP00
017300         10  DL-SIGNFAIL PC ZZZZ9.                                OPERRP00
017400     05  FILLER      SZ 45    VA SPACE.                           OPERRP00
017500 01  NONE-LINE       SZ 132.                                      OPERRP00
017600     05  FILLER  PC X(40) VA                                      OPERRP00
017700         "  NONE - NO OPERATOR ACTIVITY IN THE PER".              OPERRP00
017800     05  FILLER  PC X(3)  VA "IOD".                               OPERRP00
017900     05  FILLER      SZ 89    VA SPACE.                           OPERRP00
018000 01  TOTAL-LINE      SZ 132.                                      OPERRP00
018100     05  FILLER  PC X(17) VA "TRAIL EVENTS READ".                 OPERRP00
018200     05  TT-READ     PC ZZZZZZ9.                                  OPERRP00
018300     05  FILLER  PC X(20) VA "   EVENTS IN PERIOD ".              OPERRP00
018400     05  TT-PERIOD   PC ZZZZZZ9.                                  OPERRP00
018500     05  FILLER      SZ 81    VA SPACE.                           OPERRP00
018600 01  FULL-LINE       SZ 132.                                      OPERRP00
018700     05  FILLER  PC X(40) VA                                      OPERRP00
018800         "*** OPERATOR TABLE FILLED - COUNTS BELOW".              OPERRP00
018900     05  FILLER  PC X(22) VA " ARE INCOMPLETE    ***".            OPERRP00
019000     05  FILLER      SZ 70    VA SPACE.                           OPERRP00
019100 01  BLANK-LINE      SZ 132   VA SPACE.                           OPERRP00
019200 PROCEDURE DIVISION.                                              OPERRP00
019300 100-BEGIN.                                                       OPERRP00
019400     DISPLAY "HOW MANY AUDTAPE REELS (ONE DIGIT, 0 = NONE)".      OPERRP00
019500     ACCEPT REEL-COUNT.                                           OPERRP00
019600     DISPLAY "CONCATENATE LIVE AUDITTRL AFTER REELS (Y/N)".       OPERRP00
019700     ACCEPT LIVE-REPLY.                                           OPERRP00
019800     DISPLAY "FIRST DATE OF PERIOD MMDDYY (000000 = NO LIMIT)".   OPERRP00
019900     ACCEPT FROM-DATE.                                            OPERRP00
020000     DISPLAY "LAST DATE OF PERIOD MMDDYY (000000 = NO LIMIT)".    OPERRP00
020100     ACCEPT THRU-DATE.                                            OPERRP00
020200     IF FROM-DATE NOT NUMERIC MOVE 0 TO FROM-DATE.                OPERRP00
020300     IF THRU-DATE NOT NUMERIC MOVE 0 TO THRU-DATE.                OPERRP00
020400     MOVE FROM-DATE TO ADX.                                       OPERRP00
020500     COMPUTE FROM-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.       OPERRP00
020600     MOVE THRU-DATE TO ADX.                                       OPERRP00
020700     COMPUTE THRU-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.       OPERRP00
020800     IF REEL-COUNT = 0 GO TO 150-LIVE-PART.                       OPERRP00
020900     MOVE 0 TO REEL-IX.                                           OPERRP00
021000 105-NEXT-REEL.                                                   OPERRP00
021100     ADD 1 TO REEL-IX.                                            OPERRP00
021200     IF REEL-IX IS GREATER THAN REEL-COUNT                        OPERRP00
021300         GO TO 150-LIVE-PART.                                     OPERRP00
021400     IF REEL-IX IS GREATER THAN 1                                 OPERRP00
021500         DISPLAY "MOUNT NEXT AUDTAPE REEL AND REPLY GO"           OPERRP00
021600         ACCEPT GO-REPLY.                                         OPERRP00
021700     OPEN INPUT ARCH-TAPE.                                        OPERRP00
021800 110-REEL-READ.                                                   OPERRP00
021900     READ ARCH-TAPE AT END GO TO 120-REEL-DONE.                   OPERRP00
022000     IF AR-PROGRAM = "AUDARCH " AND AR-EVENT = SPACES             OPERRP00
022100         GO TO 110-REEL-READ.                                     OPERRP00
022200     MOVE ARCHREC TO AUDIT-WORK.                                  OPERRP00
022300     PERFORM 190-ONE-EVENT THRU 190X.                             OPERRP00
022400     GO TO 110-REEL-READ.                                         OPERRP00
022500 120-REEL-DONE.                                                   OPERRP00
022600     CLOSE ARCH-TAPE.                                             OPERRP00
022700     GO TO 105-NEXT-REEL.                                         OPERRP00
022800 150-LIVE-PART.                                                   OPERRP00
022900     IF LIVE-REPLY NOT = "Y" GO TO 250-NAMES.                     OPERRP00
023000     OPEN INPUT AUDIT-TRAIL.                                      OPERRP00
023100 160-LIVE-READ.                                                   OPERRP00
023200     READ AUDIT-TRAIL AT END GO TO 170-LIVE-DONE.                 OPERRP00
023300     IF AL-PROGRAM IS NUMERIC GO TO 160-LIVE-READ.                OPERRP00
023400     IF AL-PROGRAM = SPACES GO TO 160-LIVE-READ.                  OPERRP00
023500     MOVE AUDIT-REC TO AUDIT-WORK.                                OPERRP00
023600     PERFORM 190-ONE-EVENT THRU 190X.                             OPERRP00
023700     GO TO 160-LIVE-READ.                                         OPERRP00
023800 170-LIVE-DONE.                                                   OPERRP00
023900     CLOSE AUDIT-TRAIL.                                           OPERRP00
024000     GO TO 250-NAMES.                                             OPERRP00
024100 190-ONE-EVENT.                                                   OPERRP00
024200     ADD 1 TO EVENTS-READ.                                        OPERRP00
024300     IF AW-DATE NOT NUMERIC GO TO 190X.                           OPERRP00
024400     MOVE AW-DATE TO ADX.                                         OPERRP00
024500     COMPUTE EV-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.         OPERRP00
024600     IF FROM-DATE NOT = 0                                         OPERRP00
024700         IF EV-DAYNO IS LESS THAN FROM-DAYNO GO TO 190X.          OPERRP00
024800     IF THRU-DATE NOT = 0                                         OPERRP00
024900         IF EV-DAYNO IS GREATER THAN THRU-DAYNO GO TO 190X.       OPERRP00
025000     ADD 1 TO EVENTS-PERIOD.                                      OPERRP00
025100     PERFORM 200-OPERATOR THRU 200X.                              OPERRP00
025200     IF OP-HIT = 0 GO TO 190X.                                    OPERRP00
025300     IF AW-EVENT = "START   "                                     OPERRP00
025400         ADD 1 TO OP-STARTS (OP-HIT)  ADD 1 TO AC-STARTS.         OPERRP00
025500     IF AW-EVENT = "END     " AND AW-RESULT = "ABORT   "          OPERRP00
025600         ADD 1 TO OP-ABORTS (OP-HIT)  ADD 1 TO AC-ABORTS.         OPERRP00
025700     IF AW-RESULT = "REQUEUED"                                    OPERRP00
025800         ADD 1 TO OP-REQUE (OP-HIT)  ADD 1 TO AC-REQUE.           OPERRP00
025900     IF AW-EVENT = "SCRATCH "                                     OPERRP00
026000         ADD 1 TO OP-SCRATCH (OP-HIT)  ADD 1 TO AC-SCRATCH.       OPERRP00
026100     IF AW-RESULT = "RESTORED"                                    OPERRP00
026200         ADD 1 TO OP-RESTORE (OP-HIT)  ADD 1 TO AC-RESTORE.       OPERRP00
026300     IF AW-EVENT = "SIGNFAIL"                                     OPERRP00
026400         ADD 1 TO OP-SIGNFAIL (OP-HIT)  ADD 1 TO AC-SIGNFAIL.     OPERRP00
026500 190X.   EXIT.                                                    OPERRP00
026600 200-OPERATOR.                                                    OPERRP00
026700     NOTE  FINDS OR ADDS THE OPERATOR CODES ENTRY. EVENTS FROM    OPERRP00
026800         BEFORE THE SIGN-ON CARRY A BLANK CODE AND SHARE ONE.     OPERRP00
026900     MOVE 0 TO OP-HIT.                                            OPERRP00
027000     PERFORM 210-OPERATOR-SCAN VARYING OP-IX FROM 1 BY 1          OPERRP00
027100         UNTIL OP-IX IS GREATER THAN OP-CNT                       OPERRP00
027200         OR OP-HIT IS GREATER THAN 0.                             OPERRP00
027300     IF OP-HIT IS GREATER THAN 0 GO TO 200X.                      OPERRP00
027400     IF OP-CNT = 100                                              OPERRP00
027500         IF OP-FULL-SW = 0                                        OPERRP00
027600             MOVE 1 TO OP-FULL-SW                                 OPERRP00
027700             DISPLAY "OPERRPT - OPERATOR TABLE FULL -"            OPERRP00
027800             DISPLAY "PER-OPERATOR COUNTS ARE INCOMPLETE"         OPERRP00
027900             GO TO 200X                                           OPERRP00
028000         ELSE GO TO 200X.                                         OPERRP00
028100     ADD 1 TO OP-CNT.                                             OPERRP00
028200     MOVE OP-CNT TO OP-HIT.                                       OPERRP00
028300     MOVE AW-OPERATOR TO OP-CODE (OP-HIT).                        OPERRP00
028400     MOVE SPACES TO OP-NAME (OP-HIT).                             OPERRP00
028500     MOVE 0 TO OP-STARTS (OP-HIT).                                OPERRP00
028600     MOVE 0 TO OP-ABORTS (OP-HIT).                                OPERRP00
028700     MOVE 0 TO OP-REQUE (OP-HIT).                                 OPERRP00
028800     MOVE 0 TO OP-SCRATCH (OP-HIT).                               OPERRP00
028900     MOVE 0 TO OP-RESTORE (OP-HIT).                               OPERRP00
029000     MOVE 0 TO OP-SIGNFAIL (OP-HIT).                              OPERRP00
029100 200X.   EXIT.                                                    OPERRP00
029200 210-OPERATOR-SCAN.                                               OPERRP00
029300     IF OP-CODE (OP-IX) = AW-OPERATOR                             OPERRP00
029400         MOVE OP-IX TO OP-HIT.                                    OPERRP00
029500 250-NAMES.                                                       OPERRP00
029600     NOTE  PICKS UP EACH CODES NAME FROM THE OPROSTER ROSTER. A   OPERRP00
029700         MISSING ROSTER LEAVES THE NAMES BLANK.                   OPERRP00
029800     OPEN INPUT OPER-FILE.                                        OPERRP00
029900     IF OPER-FILE-STATUS NOT = "00" GO TO 300-REPORT.             OPERRP00
030000     MOVE 1 TO ROSTER-SW.                                         OPERRP00
030100 260-ROSTER-READ.                                                 OPERRP00
030200     READ OPER-FILE AT END GO TO 270-ROSTER-DONE.                 OPERRP00
030300     PERFORM 280-NAME-SCAN VARYING OP-IX FROM 1 BY 1              OPERRP00
030400         UNTIL OP-IX IS GREATER THAN OP-CNT.                      OPERRP00
030500     GO TO 260-ROSTER-READ.                                       OPERRP00
030600 270-ROSTER-DONE.                                                 OPERRP00
030700     CLOSE OPER-FILE.                                             OPERRP00
030800     GO TO 300-REPORT.                                            OPERRP00
030900 280-NAME-SCAN.                                                   OPERRP00
031000     IF OP-CODE (OP-IX) = OR-CODE                                 OPERRP00
031100         MOVE OR-NAME TO OP-NAME (OP-IX).                         OPERRP00
031200 300-REPORT.                                                      OPERRP00
031300     OPEN OUTPUT REPORT-FILE.                                     OPERRP00
031400     MOVE FROM-DATE TO TL-FROM.                                   OPERRP00
031500     MOVE THRU-DATE TO TL-THRU.                                   OPERRP00
031600     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   OPERRP00
031700     IF OP-FULL-SW = 1                                            OPERRP00
031800         WRITE REPORT-REC FROM FULL-LINE BEFORE ADVANCING 2 LINES.OPERRP00
031900     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     OPERRP00
032000     IF OP-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.               OPERRP00
032100     PERFORM 310-OPERATOR-ONE THRU 310X VARYING OP-IX FROM 1      OPERRP00
032200         BY 1 UNTIL OP-IX IS GREATER THAN OP-CNT.                 OPERRP00
032300     WRITE REPORT-REC FROM BLANK-LINE.                            OPERRP00
032400     MOVE SPACES TO DL-CODE.                                      OPERRP00
032500     MOVE "ALL OPERATORS       " TO DL-NAME.                      OPERRP00
032600     MOVE AC-STARTS TO DL-STARTS.                                 OPERRP00
032700     MOVE AC-ABORTS TO DL-ABORTS.                                 OPERRP00
032800     MOVE AC-REQUE TO DL-REQUE.                                   OPERRP00
032900     MOVE AC-SCRATCH TO DL-SCRATCH.                               OPERRP00
033000     MOVE AC-RESTORE TO DL-RESTORE.                               OPERRP00
033100     MOVE AC-SIGNFAIL TO DL-SIGNFAIL.                             OPERRP00
033200     WRITE REPORT-REC FROM DETAIL-LINE BEFORE ADVANCING 2 LINES.  OPERRP00
033300     MOVE EVENTS-READ TO TT-READ.                                 OPERRP00
033400     MOVE EVENTS-PERIOD TO TT-PERIOD.                             OPERRP00
033500     WRITE REPORT-REC FROM TOTAL-LINE.                            OPERRP00
033600     CLOSE REPORT-FILE.                                           OPERRP00
033700     DISPLAY "OPERRPT - OPERATOR CODES LISTED " OP-CNT.           OPERRP00
033800     STOP RUN.                                                    OPERRP00
033900 310-OPERATOR-ONE.                                                OPERRP00
034000     MOVE OP-CODE (OP-IX) TO DL-CODE.                             OPERRP00
034100     MOVE OP-NAME (OP-IX) TO DL-NAME.                             OPERRP00
034200     IF OP-CODE (OP-IX) = SPACES                                  OPERRP00
034300         MOVE "(NO OPERATOR CODE)  " TO DL-NAME                   OPERRP00
034400     ELSE IF ROSTER-SW = 1 AND OP-NAME (OP-IX) = SPACES           OPERRP00
034500         MOVE "*** NOT ON ROSTER **" TO DL-NAME.                  OPERRP00
034600     MOVE OP-STARTS (OP-IX) TO DL-STARTS.                         OPERRP00
034700     MOVE OP-ABORTS (OP-IX) TO DL-ABORTS.                         OPERRP00
034800     MOVE OP-REQUE (OP-IX) TO DL-REQUE.                           OPERRP00
034900     MOVE OP-SCRATCH (OP-IX) TO DL-SCRATCH.                       OPERRP00
035000     MOVE OP-RESTORE (OP-IX) TO DL-RESTORE.                       OPERRP00
035100     MOVE OP-SIGNFAIL (OP-IX) TO DL-SIGNFAIL.                     OPERRP00
035200     WRITE REPORT-REC FROM DETAIL-LINE.                           OPERRP00
035300 310X.   EXIT.                                                    OPERRP00
035400 END-OF-JOB.                                                      OPERRP00
