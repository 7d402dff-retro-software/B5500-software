000100AUTHRPT     000158CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  WHEN AUTH-CHECK REFUSES A RUN IT WRITES AN AUTHFAIL / REFUSED         00
000900  EVENT TO THE SHARED AUDIT TRAIL AND STOPS, BUT AUDRPT ONLY            00
001000  FLAGS ABORT AND REQUEUED RESULTS, SO A REFUSAL WENT UNSEEN            00
001100  UNLESS SOMEBODY WAS AT THE CONSOLE. THIS PROGRAM IS THE               00
001200  SECURITY EXCEPTION REPORT - IT READS ONE OR MORE AUDTAPE              00
001300  REELS AND/OR THE LIVE AUDITTRL EXACTLY AS AUDHIST DOES AND            00
001400  LISTS EVERY AUTHFAIL EVENT IN THE PERIOD ASKED FOR -                  00
001500     EACH REFUSAL WITH ITS PROGRAM, RUN IDENTIFIER, DATE AND            00
001600        TIME, IN TRAIL ORDER,                                           00
001700     A RUN IDENTIFIER REFUSED MORE THAN ONCE IN THE PERIOD IS           00
001800        MARKED REPEATED ON EVERY ONE OF ITS LINES AND LISTED            00
001900        AGAIN BELOW WITH ITS ATTEMPT COUNT AND FIRST AND LAST           00
002000        ATTEMPT,                                                        00
002100     A COUNT OF REFUSALS PER PROGRAM AND A GRAND TOTAL.                 00
002200  A PERIOD WITH NO REFUSALS STILL PRINTS A REPORT SAYING SO,            00
002300  SINCE THE MONTHLY COPY IS KEPT AS EVIDENCE THAT THE RUNAUTH           00
002400  CONTROL IS IN FORCE.                                                  00
002500                                                                        00
002600  FOUR REPLIES AT START-UP - THE NUMBER OF AUDTAPE REELS TO             00
002700  READ (ONE DIGIT, 0 FOR NONE), Y TO CONCATENATE THE LIVE               00
002800  AUDITTRL AFTER THE REELS, AND THE FIRST AND LAST DATES OF THE         00
002900  PERIOD (MMDDYY, 000000 FOR NO LIMIT). AFTER EACH REEL THE             00
003000  OPERATOR IS TOLD TO MOUNT THE NEXT ONE AND REPLY GO. EACH             00
003100  REELS AUDARCH HEADER RECORD IS SKIPPED AUTOMATICALLY.                 00
003200                                                                        00
003300  THE IN-CORE TABLES HOLD 500 REFUSALS, 200 RUN IDENTIFIERS AND         00
003400  60 PROGRAMS - A TABLE THAT FILLS IS REPORTED ON THE CONSOLE           00
003500  AND ON THE LISTING.                                                   00
003600                                                                        00
003700                                                                        00
003800 IDENTIFICATION DIVISION.                                         AUTHRP00
003900 PROGRAM-ID. REFUSED RUN REPORT "AUTHRPT".                        AUTHRP00
004000 DATE-COMPILED.                                                   AUTHRP00
004100 REMARKS. LISTS EVERY AUTHFAIL EVENT ON THE LIVE TRAIL AND ON     AUTHRP00
004200     ARCHIVED AUDTAPE REELS FOR A PERIOD, MARKS REPEATED          AUTHRP00
004300     ATTEMPTS BY ONE RUN IDENTIFIER AND COUNTS REFUSALS PER       AUTHRP00
004400     PROGRAM.                                                     AUTHRP00
004500 ENVIRONMENT DIVISION.                                            AUTHRP00
004600 CONFIGURATION SECTION.                                           AUTHRP00
004700 SOURCE-COMPUTER. B-5500.                                         AUTHRP00
004800 OBJECT-COMPUTER. B-5500.                                         AUTHRP00
004900 INPUT-OUTPUT SECTION.                                            AUTHRP00
005000 FILE-CONTROL.                                                    AUTHRP00
005100     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           AUTHRP00
005200     SELECT ARCH-TAPE   ASSIGN TO TAPE.                           AUTHRP00
005300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   AUTHRP00
005400 DATA DIVISION.                                                   AUTHRP00
005500 FILE SECTION.                                                    AUTHRP00
005600 MD  AUDIT-TRAIL                                                  AUTHRP00
005700         ACCESS SEQUENTIAL                                        AUTHRP00
005800         BLOCK CONTAINS 1 RECORDS                                 AUTHRP00
005900         VALUE OF ID "AUDITTRL"                                   AUTHRP00
006000         DATA RECORD AUDIT-REC.                                   AUTHRP00
006100 01  AUDIT-REC       SZ 44.                                       AUTHRP00
006200     05  AL-PROGRAM      PC X(8).                                 AUTHRP00
006300     05  AL-DATE         PC 9(6).                                 AUTHRP00
006400     05  AL-TIME         PC 9(4).                                 AUTHRP00
006500     05  AL-EVENT        PC X(8).                                 AUTHRP00
006600     05  AL-RESULT       PC X(8).                                 AUTHRP00
006700     05  AL-RUN-ID       PC X(7).                                 AUTHRP00
006710     05  AL-OPERATOR     PC X(3).                                 AUTHRP00
006800 FD  ARCH-TAPE                                                    AUTHRP00
006900         LABEL RECORD STANDARD                                    AUTHRP00
007000         VALUE OF ID "AUDTAPE"                                    AUTHRP00
007100         DATA RECORD ARCHREC.                                     AUTHRP00
007200 01  ARCHREC         SZ 44.                                       AUTHRP00
007300     05  AR-PROGRAM      PC X(8).                                 AUTHRP00
007400     05  AR-DATE         PC 9(6).                                 AUTHRP00
007500     05  AR-TIME         PC 9(4).                                 AUTHRP00
007600     05  AR-EVENT        PC X(8).                                 AUTHRP00
007700     05  AR-RESULT       PC X(8).                                 AUTHRP00
007800     05  AR-RUN-ID       PC X(7).                                 AUTHRP00
007810     05  AR-OPERATOR     PC X(3).                                 AUTHRP00
007900 FD  REPORT-FILE                                                  AUTHRP00
008000         VALUE OF ID "AUTHRPT"                                    AUTHRP00
008100         DATA RECORD REPORT-REC.                                  AUTHRP00
008200 01  REPORT-REC      SZ 132.                                      AUTHRP00
008300 WORKING-STORAGE SECTION.                                         AUTHRP00
008400 77  REEL-COUNT              CMP-1   PC 9.                        AUTHRP00
008500 77  REEL-IX                 CMP-1   PC 9.                        AUTHRP00
008600 77  LIVE-REPLY                      PC X.                        AUTHRP00
008700 77  GO-REPLY                        PC X(2).                     AUTHRP00
008800 77  FROM-DATE       VA 0            PC 9(6).                     AUTHRP00
008900 77  THRU-DATE       VA 0            PC 9(6).                     AUTHRP00
009000 77  FROM-DAYNO      VA 0    CMP-1   PC 9(6).                     AUTHRP00
009100 77  THRU-DAYNO      VA 0    CMP-1   PC 9(6).                     AUTHRP00
009200 77  EV-DAYNO                CMP-1   PC 9(6).                     AUTHRP00
009300 01  AUDIT-WORK.                                                  AUTHRP00
009400     05  AW-PROGRAM      PC X(8).                                 AUTHRP00
009500     05  AW-DATE         PC 9(6).                                 AUTHRP00
009600     05  AW-TIME         PC 9(4).                                 AUTHRP00
009700     05  AW-EVENT        PC X(8).                                 AUTHRP00
009800     05  AW-RESULT       PC X(8).                                 AUTHRP00
009900     05  AW-RUN-ID       PC X(7).                                 AUTHRP00
009910     05  AW-OPERATOR     PC X(3).                                 AUTHRP00
010000 01  ADX.                                                         AUTHRP00
010100     05  AX-MM           PC 99.                                   AUTHRP00
010200     05  AX-DD           PC 99.                                   AUTHRP00
010300     05  AX-YY           PC 99.                                   AUTHRP00
010400 77  RF-CNT          VA 0    CMP-1   PC 999.                      AUTHRP00
010500 77  RF-IX                   CMP-1   PC 999.                      AUTHRP00
010600 77  RI-CNT          VA 0    CMP-1   PC 999.                      AUTHRP00
010700 77  RI-IX                   CMP-1   PC 999.                      AUTHRP00
010800 77  RI-HIT                  CMP-1   PC 999.                      AUTHRP00
010900 77  PG-CNT          VA 0    CMP-1   PC 99.                       AUTHRP00
011000 77  PG-IX                   CMP-1   PC 99.                       AUTHRP00
011100 77  PG-HIT                  CMP-1   PC 99.                       AUTHRP00
011200 77  RF-FULL-SW      VA 0    CMP-1   PC 9.                        AUTHRP00
011300 77  RI-FULL-SW      VA 0    CMP-1   PC 9.                        AUTHRP00
011400 77  PG-FULL-SW      VA 0    CMP-1   PC 9.                        AUTHRP00
011500 77  REPEAT-CNT      VA 0    CMP-1   PC 999.                      AUTHRP00
011600 77  TOTAL-FAILS     VA 0    CMP-1   PC 9(6).                     AUTHRP00
011700 77  EVENTS-READ     VA 0    CMP-1   PC 9(6).                     AUTHRP00
011800 01  REFUSAL-TABLE.                                               AUTHRP00
011900     05  RF-ENTRY  OC 500.                                        AUTHRP00
012000         10  RF-PROG         PC X(8).                             AUTHRP00
012100         10  RF-DATE         PC 9(6).                             AUTHRP00
012200         10  RF-TIME         PC 9(4).                             AUTHRP00
012300         10  RF-RUN          PC X(7).                             AUTHRP00
012400         10  RF-RI     CMP   PC 999.                              AUTHRP00
012500 01  RUN-ID-TABLE.                                                AUTHRP00
012600     05  RI-ENTRY  OC 200.                                        AUTHRP00
012700         10  RI-RUN          PC X(7).                             AUTHRP00
012800         10  RI-COUNT  CMP   PC 9(5).                             AUTHRP00
012900         10  RI-FIRST-DATE   PC 9(6).                             AUTHRP00
013000         10  RI-FIRST-TIME   PC 9(4).                             AUTHRP00
013100         10  RI-LAST-DATE    PC 9(6).                             AUTHRP00
013200         10  RI-LAST-TIME    PC 9(4).                             AUTHRP00
013300         10  RI-LAST-PROG    PC X(8).                             AUTHRP00
013400 01  PROGRAM-TABLE.                                               AUTHRP00
013500     05  PG-ENTRY  OC 60.                                         AUTHRP00
013600         10  PG-PROG         PC X(8).                             AUTHRP00
013700         10  PG-COUNT  CMP   PC 9(5).                             AUTHRP00
013800 01  TITLE-LINE      SZ 132.                                      AUTHRP00
013900     05  FILLER  PC X(34) VA "SECURITY EXCEPTIONS - REFUSED RUNS".AUTHRP00
014000     05  FILLER  PC X(10) VA "   PERIOD ".                        AUTHRP00
014100     05  TL-FROM     PC 9(6).                                     AUTHRP00
014200     05  FILLER  PC X(6)  VA " THRU ".                            AUTHRP00
014300     05  TL-THRU     PC 9(6).                                     AUTHRP00
014400     05  FILLER      SZ 70    VA SPACE.                           AUTHRP00
014500 01  COL-LINE        SZ 132.                                      AUTHRP00
014600     05  FILLER  PC X(26) VA "DATE    TIME  PROGRAM   RU".        AUTHRP00
014700     05  FILLER  PC X(18) VA "N ID              ".                AUTHRP00
014800     05  FILLER      SZ 88    VA SPACE.                           AUTHRP00
014900 01  DETAIL-LINE     SZ 132.                                      AUTHRP00
015000     05  DL-DATE     PC 9(6).                                     AUTHRP00
015100     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
015200     05  DL-TIME     PC 9(4).                                     AUTHRP00
015300     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
015400     05  DL-PROG     PC X(8).                                     AUTHRP00
015500     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
015600     05  DL-RUN      PC X(7).                                     AUTHRP00
015700     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
015800     05  DL-FLAG     PC X(24).                                    AUTHRP00
015900     05  FILLER      SZ 75    VA SPACE.                           AUTHRP00
016000 01  NONE-LINE       SZ 132.                                      AUTHRP00
016100     05  FILLER  PC X(40) VA                                      AUTHRP00
016200         "  NONE - NO RUN WAS REFUSED IN THE PERIO".              AUTHRP00
016300     05  FILLER  PC X(1)  VA "D".                                 AUTHRP00
016400     05  FILLER      SZ 91    VA SPACE.                           AUTHRP00
016500 01  REPEAT-HEAD     SZ 132.                                      AUTHRP00
016600     05  FILLER  PC X(38) VA                                      AUTHRP00
016700         "RUN IDENTIFIERS REFUSED MORE THAN ONCE".                AUTHRP00
016800     05  FILLER      SZ 94    VA SPACE.                           AUTHRP00
016900 01  REPEAT-COLS     SZ 132.                                      AUTHRP00
017000     05  FILLER  PC X(26) VA "  RUN ID   ATTEMPTS  FIRST".        AUTHRP00
017100     05  FILLER  PC X(26) VA "         LAST         LAST".        AUTHRP00
017200     05  FILLER  PC X(8)  VA " PROGRAM".                          AUTHRP00
017300     05  FILLER      SZ 72    VA SPACE.                           AUTHRP00
017400 01  REPEAT-LINE     SZ 132.                                      AUTHRP00
017500     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
017600     05  RL-RUN      PC X(7).                                     AUTHRP00
017700     05  FILLER      SZ 3     VA SPACE.                           AUTHRP00
017800     05  RL-COUNT    PC ZZZZ9.                                    AUTHRP00
017900     05  FILLER      SZ 3     VA SPACE.                           AUTHRP00
018000     05  RL-FIRST-DATE PC 9(6).                                   AUTHRP00
018100     05  FILLER      SZ 1     VA SPACE.                           AUTHRP00
018200     05  RL-FIRST-TIME PC 9(4).                                   AUTHRP00
018300     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
018400     05  RL-LAST-DATE PC 9(6).                                    AUTHRP00
018500     05  FILLER      SZ 1     VA SPACE.                           AUTHRP00
018600     05  RL-LAST-TIME PC 9(4).                                    AUTHRP00
018700     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
018800     05  RL-LAST-PROG PC X(8).                                    AUTHRP00
018900     05  FILLER      SZ 78    VA SPACE.                           AUTHRP00
019000 01  REPEAT-NONE     SZ 132.                                      AUTHRP00
019100     05  FILLER  PC X(38) VA                                      AUTHRP00
019200         "  NONE - NO RUN ID WAS REFUSED TWICE  ".                AUTHRP00
019300     05  FILLER      SZ 94    VA SPACE.                           AUTHRP00
019400 01  PROG-HEAD       SZ 132.                                      AUTHRP00
019500     05  FILLER  PC X(30) VA "REFUSALS BY PROGRAM           ".    AUTHRP00
019600     05  FILLER      SZ 102   VA SPACE.                           AUTHRP00
019700 01  PROG-LINE       SZ 132.                                      AUTHRP00
019800     05  FILLER      SZ 2     VA SPACE.                           AUTHRP00
019900     05  PL-PROG     PC X(8).                                     AUTHRP00
020000     05  FILLER      SZ 4     VA SPACE.                           AUTHRP00
020100     05  PL-COUNT    PC ZZZZ9.                                    AUTHRP00
020200     05  FILLER      SZ 113   VA SPACE.                           AUTHRP00
020300 01  TOTAL-LINE      SZ 132.                                      AUTHRP00
020400     05  FILLER  PC X(16) VA "TOTAL REFUSALS  ".                  AUTHRP00
020500     05  TT-COUNT    PC ZZZZZ9.                                   AUTHRP00
020600     05  FILLER  PC X(20) VA "   TRAIL EVENTS READ".              AUTHRP00
020700     05  TT-READ     PC ZZZZZZ9.                                  AUTHRP00
020800     05  FILLER      SZ 83    VA SPACE.                           AUTHRP00
020900 01  FULL-LINE       SZ 132.                                      AUTHRP00
021000     05  FILLER  PC X(40) VA                                      AUTHRP00
021100         "*** A TABLE FILLED - COUNTS BELOW ARE IN".              AUTHRP00
021200     05  FILLER  PC X(14) VA "COMPLETE   ***".                    AUTHRP00
021300     05  FILLER      SZ 78    VA SPACE.                           AUTHRP00
021400 01  BLANK-LINE      SZ 132   VA SPACE.                           AUTHRP00
021500 PROCEDURE DIVISION.                                              AUTHRP00
021600 100-BEGIN.                                                       AUTHRP00
021700     DISPLAY "HOW MANY AUDTAPE REELS (ONE DIGIT, 0 = NONE)".      AUTHRP00
021800     ACCEPT REEL-COUNT.                                           AUTHRP00
021900     DISPLAY "CONCATENATE LIVE AUDITTRL AFTER REELS (Y/N)".       AUTHRP00
022000     ACCEPT LIVE-REPLY.                                           AUTHRP00
022100     DISPLAY "FIRST DATE OF PERIOD MMDDYY (000000 = NO LIMIT)".   AUTHRP00
022200     ACCEPT FROM-DATE.                                            AUTHRP00
022300     DISPLAY "LAST DATE OF PERIOD MMDDYY (000000 = NO LIMIT)".    AUTHRP00
022400     ACCEPT THRU-DATE.                                            AUTHRP00
022500     IF FROM-DATE NOT NUMERIC MOVE 0 TO FROM-DATE.                AUTHRP00
022600     IF THRU-DATE NOT NUMERIC MOVE 0 TO THRU-DATE.                AUTHRP00
022700     MOVE FROM-DATE TO ADX.                                       AUTHRP00
022800     COMPUTE FROM-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.       AUTHRP00
022900     MOVE THRU-DATE TO ADX.                                       AUTHRP00
023000     COMPUTE THRU-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.       AUTHRP00
023100     IF REEL-COUNT = 0 GO TO 150-LIVE-PART.                       AUTHRP00
023200     MOVE 0 TO REEL-IX.                                           AUTHRP00
023300 105-NEXT-REEL.                                                   AUTHRP00
023400     ADD 1 TO REEL-IX.                                            AUTHRP00
023500     IF REEL-IX IS GREATER THAN REEL-COUNT                        AUTHRP00
023600         GO TO 150-LIVE-PART.                                     AUTHRP00
023700     IF REEL-IX IS GREATER THAN 1                                 AUTHRP00
023800         DISPLAY "MOUNT NEXT AUDTAPE REEL AND REPLY GO"           AUTHRP00
023900         ACCEPT GO-REPLY.                                         AUTHRP00
024000     OPEN INPUT ARCH-TAPE.                                        AUTHRP00
024100 110-REEL-READ.                                                   AUTHRP00
024200     READ ARCH-TAPE AT END GO TO 120-REEL-DONE.                   AUTHRP00
024300     IF AR-PROGRAM = "AUDARCH " AND AR-EVENT = SPACES             AUTHRP00
024400         GO TO 110-REEL-READ.                                     AUTHRP00
024500     MOVE ARCHREC TO AUDIT-WORK.                                  AUTHRP00
024600     PERFORM 190-ONE-EVENT THRU 190X.                             AUTHRP00
024700     GO TO 110-REEL-READ.                                         AUTHRP00
024800 120-REEL-DONE.                                                   AUTHRP00
024900     CLOSE ARCH-TAPE.                                             AUTHRP00
025000     GO TO 105-NEXT-REEL.                                         AUTHRP00
025100 150-LIVE-PART.                                                   AUTHRP00
025200     IF LIVE-REPLY NOT = "Y" GO TO 300-REPORT.                    AUTHRP00
025300     OPEN INPUT AUDIT-TRAIL.                                      AUTHRP00
025400 160-LIVE-READ.                                                   AUTHRP00
025500     READ AUDIT-TRAIL AT END GO TO 170-LIVE-DONE.                 AUTHRP00
025600     IF AL-PROGRAM IS NUMERIC GO TO 160-LIVE-READ.                AUTHRP00
025700     IF AL-PROGRAM = SPACES GO TO 160-LIVE-READ.                  AUTHRP00
025800     MOVE AUDIT-REC TO AUDIT-WORK.                                AUTHRP00
025900     PERFORM 190-ONE-EVENT THRU 190X.                             AUTHRP00
026000     GO TO 160-LIVE-READ.                                         AUTHRP00
026100 170-LIVE-DONE.                                                   AUTHRP00
026200     CLOSE AUDIT-TRAIL.                                           AUTHRP00
026300     GO TO 300-REPORT.                                            AUTHRP00
026400 190-ONE-EVENT.                                                   AUTHRP00
026500     ADD 1 TO EVENTS-READ.                                        AUTHRP00
026600     IF AW-EVENT NOT = "AUTHFAIL" GO TO 190X.                     AUTHRP00
026700     IF AW-DATE NOT NUMERIC GO TO 190X.                           AUTHRP00
026800     MOVE AW-DATE TO ADX.                                         AUTHRP00
026900     COMPUTE EV-DAYNO = AX-YY * 372 + AX-MM * 31 + AX-DD.         AUTHRP00
027000     IF FROM-DATE NOT = 0                                         AUTHRP00
027100         IF EV-DAYNO IS LESS THAN FROM-DAYNO GO TO 190X.          AUTHRP00
027200     IF THRU-DATE NOT = 0                                         AUTHRP00
027300         IF EV-DAYNO IS GREATER THAN THRU-DAYNO GO TO 190X.       AUTHRP00
027400     ADD 1 TO TOTAL-FAILS.                                        AUTHRP00
027500     PERFORM 200-RUN-ID THRU 200X.                                AUTHRP00
027600     PERFORM 220-PROGRAM THRU 220X.                               AUTHRP00
027700     IF RF-CNT = 500                                              AUTHRP00
027800         IF RF-FULL-SW = 0                                        AUTHRP00
027900             MOVE 1 TO RF-FULL-SW                                 AUTHRP00
028000             DISPLAY "AUTHRPT - REFUSAL TABLE FULL -"             AUTHRP00
028100             DISPLAY "DETAIL LISTING IS INCOMPLETE"               AUTHRP00
028200             GO TO 190X                                           AUTHRP00
028300         ELSE GO TO 190X.                                         AUTHRP00
028400     ADD 1 TO RF-CNT.                                             AUTHRP00
028500     MOVE AW-PROGRAM TO RF-PROG (RF-CNT).                         AUTHRP00
028600     MOVE AW-DATE TO RF-DATE (RF-CNT).                            AUTHRP00
028700     MOVE AW-TIME TO RF-TIME (RF-CNT).                            AUTHRP00
028800     MOVE AW-RUN-ID TO RF-RUN (RF-CNT).                           AUTHRP00
028900     MOVE RI-HIT TO RF-RI (RF-CNT).                               AUTHRP00
029000 190X.   EXIT.                                                    AUTHRP00
029100 200-RUN-ID.                                                      AUTHRP00
029200     NOTE  FINDS OR ADDS THE RUN IDENTIFIERS ENTRY AND COUNTS     AUTHRP00
029300         THE ATTEMPT, KEEPING THE FIRST AND LATEST ATTEMPT.       AUTHRP00
029400     MOVE 0 TO RI-HIT.                                            AUTHRP00
029500     PERFORM 210-RUN-ID-SCAN VARYING RI-IX FROM 1 BY 1            AUTHRP00
029600         UNTIL RI-IX IS GREATER THAN RI-CNT                       AUTHRP00
029700         OR RI-HIT IS GREATER THAN 0.                             AUTHRP00
029800     IF RI-HIT IS GREATER THAN 0 GO TO 205-RUN-ID-COUNT.          AUTHRP00
029900     IF RI-CNT = 200                                              AUTHRP00
030000         IF RI-FULL-SW = 0                                        AUTHRP00
030100             MOVE 1 TO RI-FULL-SW                                 AUTHRP00
030200             DISPLAY "AUTHRPT - RUN ID TABLE FULL -"              AUTHRP00
030300             DISPLAY "REPEAT COUNTS ARE INCOMPLETE"               AUTHRP00
030400             GO TO 200X                                           AUTHRP00
030500         ELSE GO TO 200X.                                         AUTHRP00
030600     ADD 1 TO RI-CNT.                                             AUTHRP00
030700     MOVE RI-CNT TO RI-HIT.                                       AUTHRP00
030800     MOVE AW-RUN-ID TO RI-RUN (RI-HIT).                           AUTHRP00
030900     MOVE 0 TO RI-COUNT (RI-HIT).                                 AUTHRP00
031000     MOVE AW-DATE TO RI-FIRST-DATE (RI-HIT).                      AUTHRP00
031100     MOVE AW-TIME TO RI-FIRST-TIME (RI-HIT).                      AUTHRP00
031200 205-RUN-ID-COUNT.                                                AUTHRP00
031300     ADD 1 TO RI-COUNT (RI-HIT).                                  AUTHRP00
031400     MOVE AW-DATE TO RI-LAST-DATE (RI-HIT).                       AUTHRP00
031500     MOVE AW-TIME TO RI-LAST-TIME (RI-HIT).                       AUTHRP00
031600     MOVE AW-PROGRAM TO RI-LAST-PROG (RI-HIT).                    AUTHRP00
031700 200X.   EXIT.                                                    AUTHRP00
031800 210-RUN-ID-SCAN.                                                 AUTHRP00
031900     IF RI-RUN (RI-IX) = AW-RUN-ID                                AUTHRP00
032000         MOVE RI-IX TO RI-HIT.                                    AUTHRP00
032100 220-PROGRAM.                                                     AUTHRP00
032200     MOVE 0 TO PG-HIT.                                            AUTHRP00
032300     PERFORM 230-PROGRAM-SCAN VARYING PG-IX FROM 1 BY 1           AUTHRP00
032400         UNTIL PG-IX IS GREATER THAN PG-CNT                       AUTHRP00
032500         OR PG-HIT IS GREATER THAN 0.                             AUTHRP00
032600     IF PG-HIT IS GREATER THAN 0 GO TO 225-PROGRAM-COUNT.         AUTHRP00
032700     IF PG-CNT = 60                                               AUTHRP00
032800         IF PG-FULL-SW = 0                                        AUTHRP00
032900             MOVE 1 TO PG-FULL-SW                                 AUTHRP00
033000             DISPLAY "AUTHRPT - PROGRAM TABLE FULL -"             AUTHRP00
033100             DISPLAY "PER-PROGRAM COUNTS ARE INCOMPLETE"          AUTHRP00
033200             GO TO 220X                                           AUTHRP00
033300         ELSE GO TO 220X.                                         AUTHRP00
033400     ADD 1 TO PG-CNT.                                             AUTHRP00
033500     MOVE PG-CNT TO PG-HIT.                                       AUTHRP00
033600     MOVE AW-PROGRAM TO PG-PROG (PG-HIT).                         AUTHRP00
033700     MOVE 0 TO PG-COUNT (PG-HIT).                                 AUTHRP00
033800 225-PROGRAM-COUNT.                                               AUTHRP00
033900     ADD 1 TO PG-COUNT (PG-HIT).                                  AUTHRP00
034000 220X.   EXIT.                                                    AUTHRP00
034100 230-PROGRAM-SCAN.                                                AUTHRP00
034200     IF PG-PROG (PG-IX) = AW-PROGRAM                              AUTHRP00
034300         MOVE PG-IX TO PG-HIT.                                    AUTHRP00
034400 300-REPORT.                                                      AUTHRP00
034500     OPEN OUTPUT REPORT-FILE.                                     AUTHRP00
034600     MOVE FROM-DATE TO TL-FROM.                                   AUTHRP00
034700     MOVE THRU-DATE TO TL-THRU.                                   AUTHRP00
034800     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   AUTHRP00
034900     IF RF-FULL-SW = 1 OR RI-FULL-SW = 1 OR PG-FULL-SW = 1        AUTHRP00
035000         WRITE REPORT-REC FROM FULL-LINE BEFORE ADVANCING 2 LINES.AUTHRP00
035100     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     AUTHRP00
035200     IF RF-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.               AUTHRP00
035300     PERFORM 310-REFUSAL-ONE THRU 310X VARYING RF-IX FROM 1       AUTHRP00
035400         BY 1 UNTIL RF-IX IS GREATER THAN RF-CNT.                 AUTHRP00
035500     WRITE REPORT-REC FROM BLANK-LINE.                            AUTHRP00
035600     WRITE REPORT-REC FROM REPEAT-HEAD.                           AUTHRP00
035700     WRITE REPORT-REC FROM REPEAT-COLS.                           AUTHRP00
035800     PERFORM 320-REPEAT-ONE THRU 320X VARYING RI-IX FROM 1        AUTHRP00
035900         BY 1 UNTIL RI-IX IS GREATER THAN RI-CNT.                 AUTHRP00
036000     IF REPEAT-CNT = 0 WRITE REPORT-REC FROM REPEAT-NONE.         AUTHRP00
036100     WRITE REPORT-REC FROM BLANK-LINE.                            AUTHRP00
036200     WRITE REPORT-REC FROM PROG-HEAD.                             AUTHRP00
036300     PERFORM 330-PROGRAM-ONE THRU 330X VARYING PG-IX FROM 1       AUTHRP00
036400         BY 1 UNTIL PG-IX IS GREATER THAN PG-CNT.                 AUTHRP00
036500     WRITE REPORT-REC FROM BLANK-LINE.                            AUTHRP00
036600     MOVE TOTAL-FAILS TO TT-COUNT.                                AUTHRP00
036700     MOVE EVENTS-READ TO TT-READ.                                 AUTHRP00
036800     WRITE REPORT-REC FROM TOTAL-LINE.                            AUTHRP00
036900     CLOSE REPORT-FILE.                                           AUTHRP00
037000     DISPLAY "AUTHRPT - REFUSALS IN PERIOD " TOTAL-FAILS.         AUTHRP00
037100     STOP RUN.                                                    AUTHRP00
037200 310-REFUSAL-ONE.                                                 AUTHRP00
037300     MOVE RF-DATE (RF-IX) TO DL-DATE.                             AUTHRP00
037400     MOVE RF-TIME (RF-IX) TO DL-TIME.                             AUTHRP00
037500     MOVE RF-PROG (RF-IX) TO DL-PROG.                             AUTHRP00
037600     MOVE RF-RUN (RF-IX) TO DL-RUN.                               AUTHRP00
037700     MOVE SPACES TO DL-FLAG.                                      AUTHRP00
037800     MOVE RF-RI (RF-IX) TO RI-HIT.                                AUTHRP00
037900     IF RI-HIT IS GREATER THAN 0                                  AUTHRP00
038000         IF RI-COUNT (RI-HIT) IS GREATER THAN 1                   AUTHRP00
038100             MOVE "*** REPEATED ATTEMPT ***" TO DL-FLAG.          AUTHRP00
038200     WRITE REPORT-REC FROM DETAIL-LINE.                           AUTHRP00
038300 310X.   EXIT.                                                    AUTHRP00
038400 320-REPEAT-ONE.                                                  AUTHRP00
038500     IF RI-COUNT (RI-IX) IS LESS THAN 2 GO TO 320X.               AUTHRP00
038600     ADD 1 TO REPEAT-CNT.                                         AUTHRP00
038700     MOVE RI-RUN (RI-IX) TO RL-RUN.                               AUTHRP00
038800     MOVE RI-COUNT (RI-IX) TO RL-COUNT.                           AUTHRP00
038900     MOVE RI-FIRST-DATE (RI-IX) TO RL-FIRST-DATE.                 AUTHRP00
039000     MOVE RI-FIRST-TIME (RI-IX) TO RL-FIRST-TIME.                 AUTHRP00
039100     MOVE RI-LAST-DATE (RI-IX) TO RL-LAST-DATE.                   AUTHRP00
039200     MOVE RI-LAST-TIME (RI-IX) TO RL-LAST-TIME.                   AUTHRP00
039300     MOVE RI-LAST-PROG (RI-IX) TO RL-LAST-PROG.                   AUTHRP00
039400     WRITE REPORT-REC FROM REPEAT-LINE.                           AUTHRP00
039500 320X.   EXIT.                                                    AUTHRP00
039600 330-PROGRAM-ONE.                                                 AUTHRP00
039700     MOVE PG-PROG (PG-IX) TO PL-PROG.                             AUTHRP00
039800     MOVE PG-COUNT (PG-IX) TO PL-COUNT.                           AUTHRP00
039900     WRITE REPORT-REC FROM PROG-LINE.                             AUTHRP00
040000 330X.   EXIT.                                                    AUTHRP00
040100 END-OF-JOB.                                                      AUTHRP00
