000100USERMNT     000163CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  BILLING KNEW A USER ONLY AS THE SEVEN-CHARACTER NUMBER CHRISLOG       00
000900  FINDS ON THE CONTROL CARD - STATEMENTS WENT OUT WITH NO               00
001000  DEPARTMENT OR ADDRESS, AND RUNS UNDER A RETIRED NUMBER WERE           00
001100  CHARGED TO NOBODY. THE USERMSTR FILE NOW CARRIES ONE RECORD           00
001200  PER USER NUMBER -                                                     00
001300     COLS 1-7      USER NUMBER                                          00
001400     COLS 9-28     DEPARTMENT NAME                                      00
001500     COLS 30-49    RESPONSIBLE PERSON                                   00
001600     COLS 51-56    COST CENTER                                          00
001700     COL  58       STATUS - A ACTIVE, C CLOSED                          00
001800     COLS 60-65    DATE OPENED OR CLOSED, YYMMDD                        00
001900     COLS 71-160   STATEMENT MAILING ADDRESS, THREE LINES OF 30         00
002000  BILLSTMT HEADS EACH STATEMENT FROM IT, CHRISLOG LISTS RUNS            00
002100  MADE UNDER AN UNKNOWN OR CLOSED NUMBER, AND DIRCTRY PRINTS THE        00
002200  DEPARTMENT BESIDE EACH USER IN ITS DISK USAGE SUMMARY.                00
002300                                                                        00
002400  THIS PROGRAM APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO            00
002500  USERMSTR, FROM THE CARD FILE USERTRAN (REPLY C AT THE FIRST           00
002600  ACCEPT) OR FROM THE CONSOLE (REPLY K) -                               00
002700     CARD COL 1       A, C OR D                                         00
002800     CARD COLS 3-9    THE USER NUMBER                                   00
002900   ADD -                                                                00
003000     CARD COLS 11-30  DEPARTMENT NAME                                   00
003100     CARD COLS 31-50  RESPONSIBLE PERSON                                00
003200     CARD COLS 51-56  COST CENTER                                       00
003300   CHANGE - ONE FIELD PER CARD                                          00
003400     CARD COLS 11-12  FIELD - DP DEPARTMENT, RP PERSON, CC COST         00
003500                      CENTER, A1 A2 A3 ADDRESS LINES, ST STATUS         00
003600     CARD COLS 14-43  THE NEW VALUE (A OR C FOR STATUS)                 00
003700  A NEW USER IS ADDED ACTIVE AND DATED TODAY, AND ITS ADDRESS           00
003800  FOLLOWS ON CHANGE CARDS. DEPARTMENT AND COST CENTER MAY NOT BE        00
003900  BLANK. CLOSING A USER (ST C) STAMPS THE CLOSING DATE - A              00
004000  CLOSED NUMBER STAYS ON FILE SO ITS RUNS ARE STILL RECOGNISED,         00
004100  AND ONLY A CLOSED USER MAY BE DELETED. CONSOLE ENTRY ASKS FOR         00
004200  THE SAME FIELDS AND A REPLY OF E AT THE ACTION PROMPT ENDS            00
004300  ENTRY.                                                                00
004400                                                                        00
004500  EVERY ACCEPTED CHANGE IS PRINTED WITH ITS OLD AND NEW VALUE           00
004600  AND LOGGED TO THE SHARED AUDIT TRAIL, AND THE RUN ENDS WITH A         00
004700  FULL LISTING OF USERMSTR, ADDRESSES INCLUDED, FLAGGING ANY            00
004800  ACTIVE USER WITH NO STATEMENT ADDRESS. USERMSTR IS REWRITTEN          00
004900  IN USER NUMBER ORDER. THE IN-CORE TABLE HOLDS 200 USERS - A           00
005000  USERMSTR PAST 200 IS REPORTED AND LEFT UNTOUCHED.                     00
005100                                                                        00
005200                                                                        00
005300 IDENTIFICATION DIVISION.                                         USERMN00
005400 PROGRAM-ID. USER MASTER MAINTENANCE "USERMNT".                   USERMN00
005500 DATE-COMPILED.                                                   USERMN00
005600 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE USER USERMN00
005700     MASTER FILE USERMSTR WITH VALIDATION, A CHANGE LISTING, A    USERMN00
005800     FULL LISTING OF THE FILE AND AN AUDIT TRAIL ENTRY PER        USERMN00
005900     CHANGE.                                                      USERMN00
006000 ENVIRONMENT DIVISION.                                            USERMN00
006100 CONFIGURATION SECTION.                                           USERMN00
006200 SOURCE-COMPUTER. B-5500.                                         USERMN00
006300 OBJECT-COMPUTER. B-5500.                                         USERMN00
006400 INPUT-OUTPUT SECTION.                                            USERMN00
006500 FILE-CONTROL.                                                    USERMN00
006600     SELECT AUTH-FILE ASSIGN TO DISK                              USERMN00
006700         FILE STATUS IS AUTH-FILE-STATUS.                         USERMN00
006800     SELECT OPER-FILE ASSIGN TO DISK                              USERMN00
006900         FILE STATUS IS OPER-FILE-STATUS.                         USERMN00
007000     SELECT USER-MSTR ASSIGN TO DISK                              USERMN00
007100         FILE STATUS IS USER-MSTR-STATUS.                         USERMN00
007200     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    USERMN00
007300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   USERMN00
007400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           USERMN00
007500 DATA DIVISION.                                                   USERMN00
007600 FILE SECTION.                                                    USERMN00
007700 MD  AUTH-FILE                                                    USERMN00
007800     ACCESS SEQUENTIAL                                            USERMN00
007900     BLOCK CONTAINS 1 RECORDS                                     USERMN00
008000     VALUE OF ID "RUNAUTH"                                        USERMN00
008100     DATA RECORD AUTH-REC.                                        USERMN00
008200 01  AUTH-REC        SZ 80.                                       USERMN00
008300     05  RA-RUN-ID       PC X(7).                                 USERMN00
008400     05  FILLER          SZ 1.                                    USERMN00
008500     05  RA-PROGRAM      PC X(8).                                 USERMN00
008600     05  FILLER          SZ 1.                                    USERMN00
008700     05  RA-EXPIRES      PC 9(6).                                 USERMN00
008800     05  FILLER          SZ 57.                                   USERMN00
008900 MD  OPER-FILE                                                    USERMN00
009000     ACCESS SEQUENTIAL                                            USERMN00
009100     BLOCK CONTAINS 1 RECORDS                                     USERMN00
009200     VALUE OF ID "OPROSTER"                                       USERMN00
009300     DATA RECORD OPER-REC.                                        USERMN00
009400 01  OPER-REC        SZ 80.                                       USERMN00
009500     05  OR-CODE         PC X(3).                                 USERMN00
009600     05  FILLER          SZ 1.                                    USERMN00
009700     05  OR-NAME         PC X(20).                                USERMN00
009800     05  FILLER          SZ 1.                                    USERMN00
009900     05  OR-STATUS       PC X.                                    USERMN00
010000     05  FILLER          SZ 54.                                   USERMN00
010100 MD  AUDIT-TRAIL                                                  USERMN00
010200     ACCESS MODE IS RANDOM                                        USERMN00
010300     ACTUAL KEY IS AU-KEY                                         USERMN00
010400     RECORD CONTAINS 44 CHARACTERS                                USERMN00
010500     LABEL RECORD IS STANDARD                                     USERMN00
010600     VALUE OF ID IS "AUDITTRL"                                    USERMN00
010700     DATA RECORD IS AUDIT-REC.                                    USERMN00
010800 01  AUDIT-REC       SZ 44.                                       USERMN00
010900     05  AU-PROGRAM      PC X(8)  VA "USERMNT ".                  USERMN00
011000     05  AU-DATE         PC 9(6).                                 USERMN00
011100     05  AU-TIME         PC 9(4).                                 USERMN00
011200     05  AU-EVENT        PC X(8).                                 USERMN00
011300     05  AU-RESULT       PC X(8).                                 USERMN00
011400     05  AU-RUN-ID       PC X(7).                                 USERMN00
011500     05  AU-OPERATOR     PC X(3).                                 USERMN00
011600 01  AUDIT-CTL.                                                   USERMN00
011700     05  AC-NEXT-SLOT    PC 9(8).                                 USERMN00
011800     05  AC-HASH         PC 9(9).                                 USERMN00
011900     05  FILLER          SZ 27.                                   USERMN00
012000 MD  USER-MSTR                                                    USERMN00
012100     ACCESS SEQUENTIAL                                            USERMN00
012200     BLOCK CONTAINS 1 RECORDS                                     USERMN00
012300     VALUE OF ID "USERMSTR"                                       USERMN00
012400     DATA RECORD USER-REC.                                        USERMN00
012500 01  USER-REC        SZ 160.                                      USERMN00
012600     05  UM-USER         PC X(7).                                 USERMN00
012700     05  FILLER          SZ 1.                                    USERMN00
012800     05  UM-DEPT         PC X(20).                                USERMN00
012900     05  FILLER          SZ 1.                                    USERMN00
013000     05  UM-PERSON       PC X(20).                                USERMN00
013100     05  FILLER          SZ 1.                                    USERMN00
013200     05  UM-COST-CTR     PC X(6).                                 USERMN00
013300     05  FILLER          SZ 1.                                    USERMN00
013400     05  UM-STATUS       PC X.                                    USERMN00
013500     05  FILLER          SZ 1.                                    USERMN00
013600     05  UM-STAT-DATE    PC 9(6).                                 USERMN00
013700     05  FILLER          SZ 5.                                    USERMN00
013800     05  UM-ADDR-LINE    OC 3    PC X(30).                        USERMN00
013900 FD  TRANS-CARDS                                                  USERMN00
014000         LABEL RECORD STANDARD                                    USERMN00
014100         VALUE OF ID "USERTRAN"                                   USERMN00
014200         DATA RECORD TRANS-REC.                                   USERMN00
014300 01  TRANS-REC       SZ 80.                                       USERMN00
014400     05  TR-ACTION           PC X.                                USERMN00
014500     05  FILLER              SZ 1.                                USERMN00
014600     05  TR-USER             PC X(7).                             USERMN00
014700     05  FILLER              SZ 1.                                USERMN00
014800     05  TR-DATA             PC X(70).                            USERMN00
014900 FD  REPORT-FILE                                                  USERMN00
015000         VALUE OF ID "USERLIST"                                   USERMN00
015100         DATA RECORD REPORT-REC.                                  USERMN00
015200 01  REPORT-REC      SZ 132.                                      USERMN00
015300 WORKING-STORAGE SECTION.                                         USERMN00
015400 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        USERMN00
015500 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     USERMN00
015600 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     USERMN00
015700 77  OPERATOR-CODE   VA SPACE        PC X(3).                     USERMN00
015800 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        USERMN00
015900 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        USERMN00
016000 77  AUTH-TODAY      CMP-1   PC 9(6).                             USERMN00
016100 77  AUTH-DATE-IN            PC 9(6).                             USERMN00
016200 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             USERMN00
016300 77  AU-HH           CMP-1   PC 99.                               USERMN00
016400 77  AU-MM           CMP-1   PC 99.                               USERMN00
016500 77  AU-KEY          CMP-1   PC 9(8).                             USERMN00
016600 77  AU-NEXT         CMP-1   PC 9(8).                             USERMN00
016700 01  AU-SAVE-REC             SZ 44.                               USERMN00
016800 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     USERMN00
016900 77  AU-REC-SUM              CMP-1   PC 9(6).                     USERMN00
017000 77  AU-CX                   CMP-1   PC 99.                       USERMN00
017100 77  AU-TX                   CMP-1   PC 99.                       USERMN00
017200 77  AU-CODE                 CMP-1   PC 99.                       USERMN00
017300 01  AU-HASH-REC.                                                 USERMN00
017400     05  AU-HC       OC 44   PC X.                                USERMN00
017500 01  AU-CHAR-SET.                                                 USERMN00
017600     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          USERMN00
017700     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          USERMN00
017800 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           USERMN00
017900     05  AU-CHAR     OC 48   PC X.                                USERMN00
018000 77  RUN-ID-ENTRY            PC X(7).                             USERMN00
018100 77  USER-MSTR-STATUS VA SPACE       PC X(2).                     USERMN00
018200 77  TRANS-SOURCE            PC X.                                USERMN00
018300 77  WK-ACTION               PC X.                                USERMN00
018400 77  WK-USER                 PC X(7).                             USERMN00
018500 77  USER-TODAY      CMP-1   PC 9(6).                             USERMN00
018600 77  USER-DATE-IN            PC 9(6).                             USERMN00
018700 77  UT-CNT          VA 0    CMP-1   PC 999.                      USERMN00
018800 77  UX              CMP-1   PC 999.                              USERMN00
018900 77  UY              CMP-1   PC 999.                              USERMN00
019000 77  UPOS            CMP-1   PC 999.                              USERMN00
019100 77  UHIT            CMP-1   PC 999.                              USERMN00
019200 77  AX              CMP-1   PC 9.                                USERMN00
019300 77  FILE-CNT        CMP-1   PC 999.                              USERMN00
019400 77  ACTIVE-CNT      CMP-1   PC 999.                              USERMN00
019500 77  NOADDR-CNT      CMP-1   PC 999.                              USERMN00
019600 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      USERMN00
019700 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        USERMN00
019800 77  OLD-VALUE               PC X(30).                            USERMN00
019900 01  WK-DATA.                                                     USERMN00
020000     05  WK-DEPT             PC X(20).                            USERMN00
020100     05  WK-PERSON           PC X(20).                            USERMN00
020200     05  WK-COST-CTR         PC X(6).                             USERMN00
020300     05  FILLER              SZ 24.                               USERMN00
020400 01  WK-CHANGE REDEFINES WK-DATA.                                 USERMN00
020500     05  WK-FIELD            PC X(2).                             USERMN00
020600     05  FILLER              SZ 1.                                USERMN00
020700     05  WK-VALUE            PC X(30).                            USERMN00
020800     05  FILLER              SZ 37.                               USERMN00
020900 01  DATE-WORK.                                                   USERMN00
021000     05  DW-DATE             PC 9(6).                             USERMN00
021100 01  DATE-WORK-X REDEFINES DATE-WORK.                             USERMN00
021200     05  DW-DATE-X           PC X(6).                             USERMN00
021300 01  USER-TABLE.                                                  USERMN00
021400     02 USER-ENTRY OC 200.                                        USERMN00
021500         03 UT-USER          PC X(7).                             USERMN00
021600         03 UT-DEPT          PC X(20).                            USERMN00
021700         03 UT-PERSON        PC X(20).                            USERMN00
021800         03 UT-COST-CTR      PC X(6).                             USERMN00
021900         03 UT-STATUS        PC X.                                USERMN00
022000         03 UT-STAT-DATE     PC 9(6).                             USERMN00
022100         03 UT-ADDR          OC 3    PC X(30).                    USERMN00
022200         03 UT-GONE          PC X.                                USERMN00
022300 01  LIST-HEAD       SZ 132.                                      USERMN00
022400     05  LH-LABEL    PC X(32).                                    USERMN00
022500     05  FILLER      SZ 100   VA SPACE.                           USERMN00
022600 01  COLUMN-HEAD     SZ 132.                                      USERMN00
022700     05  FILLER      PC X(33) VA                                  USERMN00
022800         "  USER     DEPARTMENT            ".                     USERMN00
022900     05  FILLER      PC X(40) VA                                  USERMN00
023000         "RESPONSIBLE PERSON    COST    STATUS    ".              USERMN00
023100     05  FILLER      SZ 59    VA SPACE.                           USERMN00
023200 01  LIST-LINE       SZ 132.                                      USERMN00
023300     05  FILLER      SZ 2     VA SPACE.                           USERMN00
023400     05  LL-USER     PC X(7).                                     USERMN00
023500     05  FILLER      SZ 2     VA SPACE.                           USERMN00
023600     05  LL-DEPT     PC X(20).                                    USERMN00
023700     05  FILLER      SZ 2     VA SPACE.                           USERMN00
023800     05  LL-PERSON   PC X(20).                                    USERMN00
023900     05  FILLER      SZ 2     VA SPACE.                           USERMN00
024000     05  LL-COST-CTR PC X(6).                                     USERMN00
024100     05  FILLER      SZ 2     VA SPACE.                           USERMN00
024200     05  LL-STATUS   PC X(6).                                     USERMN00
024300     05  FILLER      SZ 1     VA SPACE.                           USERMN00
024400     05  LL-DATE     PC X(6).                                     USERMN00
024500     05  FILLER      SZ 2     VA SPACE.                           USERMN00
024600     05  LL-FLAG     PC X(20).                                    USERMN00
024700     05  FILLER      SZ 34    VA SPACE.                           USERMN00
024800 01  ADDR-LINE       SZ 132.                                      USERMN00
024900     05  FILLER      SZ 11    VA SPACE.                           USERMN00
025000     05  AL-ADDR     PC X(30).                                    USERMN00
025100     05  FILLER      SZ 91    VA SPACE.                           USERMN00
025200 01  COUNT-LINE      SZ 132.                                      USERMN00
025300     05  FILLER      PC X(16) VA "USERS ON FILE   ".              USERMN00
025400     05  CT-USERS    PC ZZ9.                                      USERMN00
025500     05  FILLER      PC X(16) VA "   ACTIVE       ".              USERMN00
025600     05  CT-ACTIVE   PC ZZ9.                                      USERMN00
025700     05  FILLER      PC X(16) VA "   NO ADDRESS   ".              USERMN00
025800     05  CT-NOADDR   PC ZZ9.                                      USERMN00
025900     05  FILLER      SZ 75    VA SPACE.                           USERMN00
026000 01  CHANGE-LINE     SZ 132.                                      USERMN00
026100     05  CL-ACTION   PC X(8).                                     USERMN00
026200     05  FILLER      SZ 2     VA SPACE.                           USERMN00
026300     05  CL-USER     PC X(7).                                     USERMN00
026400     05  FILLER      SZ 2     VA SPACE.                           USERMN00
026500     05  CL-FIELD    PC X(12).                                    USERMN00
026600     05  FILLER      PC X(6)  VA " WAS  ".                        USERMN00
026700     05  CL-OLD      PC X(30).                                    USERMN00
026800     05  FILLER      PC X(6)  VA " NOW  ".                        USERMN00
026900     05  CL-NEW      PC X(30).                                    USERMN00
027000     05  FILLER      SZ 29    VA SPACE.                           USERMN00
027100 01  FIELD-NAMES.                                                 USERMN00
027200     05  FILLER  PC X(14) VA "DPDEPARTMENT  ".                    USERMN00
027300     05  FILLER  PC X(14) VA "RPPERSON      ".                    USERMN00
027400     05  FILLER  PC X(14) VA "CCCOST CENTER ".                    USERMN00
027500     05  FILLER  PC X(14) VA "A1ADDRESS 1   ".                    USERMN00
027600     05  FILLER  PC X(14) VA "A2ADDRESS 2   ".                    USERMN00
027700     05  FILLER  PC X(14) VA "A3ADDRESS 3   ".                    USERMN00
027800     05  FILLER  PC X(14) VA "STSTATUS      ".                    USERMN00
027900 01  FIELD-NAME-R REDEFINES FIELD-NAMES.                          USERMN00
028000     05  FN-ENTRY    OC 7.                                        USERMN00
028100         10  FN-CODE     PC X(2).                                 USERMN00
028200         10  FN-NAME     PC X(12).                                USERMN00
028300 77  FX              CMP-1   PC 9.                                USERMN00
028400 77  FHIT            CMP-1   PC 9.                                USERMN00
028500 01  REJECT-LINE     SZ 132.                                      USERMN00
028600     05  FILLER  PC X(11) VA "REJECTED - ".                       USERMN00
028700     05  RJ-REASON   PC X(24).                                    USERMN00
028800     05  RJ-USER     PC X(7).                                     USERMN00
028900     05  FILLER      SZ 1     VA SPACE.                           USERMN00
029000     05  RJ-FIELD    PC X(2).                                     USERMN00
029100     05  FILLER      SZ 87    VA SPACE.                           USERMN00
029200 01  BLANK-LINE      SZ 132   VA SPACE.                           USERMN00
029300 PROCEDURE DIVISION.                                              USERMN00
029400 100-BEGIN.                                                       USERMN00
029500     ACCEPT RUN-ID-ENTRY.                                         USERMN00
029600     PERFORM 950-AUDIT-START.                                     USERMN00
029700     MOVE TODAYS-DATE TO USER-DATE-IN.                            USERMN00
029800     COMPUTE USER-TODAY = USER-DATE-IN MOD 100 * 10000            USERMN00
029900         + USER-DATE-IN DIV 100.                                  USERMN00
030000     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        USERMN00
030100     ACCEPT TRANS-SOURCE.                                         USERMN00
030200     OPEN OUTPUT REPORT-FILE.                                     USERMN00
030300     PERFORM 200-LOAD-USERS THRU 200X.                            USERMN00
030400     MOVE "USERMSTR CHANGES                " TO LH-LABEL.         USERMN00
030500     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    USERMN00
030600     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  USERMN00
030700 150-CONSOLE-TRANS.                                               USERMN00
030800     DISPLAY "ENTER ACTION - A, C, D OR E (END)".                 USERMN00
030900     ACCEPT WK-ACTION.                                            USERMN00
031000     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        USERMN00
031100     DISPLAY "ENTER USER NUMBER (7 CHARACTERS)".                  USERMN00
031200     ACCEPT WK-USER.                                              USERMN00
031300     MOVE SPACES TO WK-DATA.                                      USERMN00
031400     IF WK-ACTION = "A" GO TO 152-CONSOLE-ADD.                    USERMN00
031500     IF WK-ACTION NOT = "C" GO TO 155-CONSOLE-APPLY.              USERMN00
031600     DISPLAY "ENTER FIELD - DP, RP, CC, A1, A2, A3 OR ST".        USERMN00
031700     ACCEPT WK-FIELD.                                             USERMN00
031800     DISPLAY "ENTER NEW VALUE (30 CHARACTERS, A OR C FOR ST)".    USERMN00
031900     ACCEPT WK-VALUE.                                             USERMN00
032000     GO TO 155-CONSOLE-APPLY.                                     USERMN00
032100 152-CONSOLE-ADD.                                                 USERMN00
032200     DISPLAY "ENTER DEPARTMENT NAME (20 CHARACTERS)".             USERMN00
032300     ACCEPT WK-DEPT.                                              USERMN00
032400     DISPLAY "ENTER RESPONSIBLE PERSON (20 CHARACTERS)".          USERMN00
032500     ACCEPT WK-PERSON.                                            USERMN00
032600     DISPLAY "ENTER COST CENTER (6 CHARACTERS)".                  USERMN00
032700     ACCEPT WK-COST-CTR.                                          USERMN00
032800 155-CONSOLE-APPLY.                                               USERMN00
032900     PERFORM 600-APPLY-ONE THRU 600X.                             USERMN00
033000     GO TO 150-CONSOLE-TRANS.                                     USERMN00
033100 400-CARD-TRANS.                                                  USERMN00
033200     OPEN INPUT TRANS-CARDS.                                      USERMN00
033300 410-READ-TRANS.                                                  USERMN00
033400     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                USERMN00
033500     MOVE TR-ACTION TO WK-ACTION.                                 USERMN00
033600     MOVE TR-USER TO WK-USER.                                     USERMN00
033700     MOVE TR-DATA TO WK-DATA.                                     USERMN00
033800     PERFORM 600-APPLY-ONE THRU 600X.                             USERMN00
033900     GO TO 410-READ-TRANS.                                        USERMN00
034000 420-TRANS-DONE.                                                  USERMN00
034100     CLOSE TRANS-CARDS.                                           USERMN00
034200 500-WRAP-UP.                                                     USERMN00
034300     IF CHANGE-CNT = 0                                            USERMN00
034400         MOVE "NO CHANGES APPLIED              " TO LH-LABEL      USERMN00
034500         WRITE REPORT-REC FROM LIST-HEAD.                         USERMN00
034600     MOVE "USERMSTR AFTER MAINTENANCE      " TO LH-LABEL.         USERMN00
034700     PERFORM 300-LIST-USERS THRU 300X.                            USERMN00
034800     PERFORM 700-REWRITE-USERS THRU 700X.                         USERMN00
034900     CLOSE REPORT-FILE.                                           USERMN00
035000     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       USERMN00
035100     MOVE "OK      " TO AU-RESULT.                                USERMN00
035200     PERFORM 955-AUDIT-END.                                       USERMN00
035300     STOP RUN.                                                    USERMN00
035400 200-LOAD-USERS.                                                  USERMN00
035500     OPEN INPUT USER-MSTR.                                        USERMN00
035600     IF USER-MSTR-STATUS NOT = "00"                               USERMN00
035700         DISPLAY "USERMSTR NOT PRESENT - STARTING AN EMPTY FILE"  USERMN00
035800         GO TO 200X.                                              USERMN00
035900 210-LOAD-READ.                                                   USERMN00
036000     READ USER-MSTR AT END GO TO 220-LOAD-DONE.                   USERMN00
036100     IF UT-CNT = 200                                              USERMN00
036200         MOVE 1 TO LOAD-OVER-SW                                   USERMN00
036300         DISPLAY "USERMSTR OVER 200 USERS - RUN WILL"             USERMN00
036400         DISPLAY "NOT REWRITE USERMSTR"                           USERMN00
036500         GO TO 220-LOAD-DONE.                                     USERMN00
036600     MOVE UM-USER TO WK-USER.                                     USERMN00
036700     PERFORM 250-INSERT-USER THRU 250X.                           USERMN00
036800     MOVE UM-DEPT TO UT-DEPT (UPOS).                              USERMN00
036900     MOVE UM-PERSON TO UT-PERSON (UPOS).                          USERMN00
037000     MOVE UM-COST-CTR TO UT-COST-CTR (UPOS).                      USERMN00
037100     MOVE UM-STATUS TO UT-STATUS (UPOS).                          USERMN00
037200     MOVE 0 TO UT-STAT-DATE (UPOS).                               USERMN00
037300     IF UM-STAT-DATE NUMERIC                                      USERMN00
037400         MOVE UM-STAT-DATE TO UT-STAT-DATE (UPOS).                USERMN00
037500     MOVE UM-ADDR-LINE (1) TO UT-ADDR (UPOS, 1).                  USERMN00
037600     MOVE UM-ADDR-LINE (2) TO UT-ADDR (UPOS, 2).                  USERMN00
037700     MOVE UM-ADDR-LINE (3) TO UT-ADDR (UPOS, 3).                  USERMN00
037800     GO TO 210-LOAD-READ.                                         USERMN00
037900 220-LOAD-DONE.                                                   USERMN00
038000     CLOSE USER-MSTR.                                             USERMN00
038100 200X.   EXIT.                                                    USERMN00
038200 250-INSERT-USER.                                                 USERMN00
038300     NOTE  MAKES ROOM FOR WK-USER IN USER NUMBER ORDER AND        USERMN00
038400         LEAVES UPOS POINTING AT THE NEW, CLEARED ENTRY.          USERMN00
038500     MOVE 0 TO UPOS.                                              USERMN00
038600     PERFORM 255-FIND-PLACE VARYING UX FROM 1 BY 1                USERMN00
038700         UNTIL UX IS GREATER THAN UT-CNT                          USERMN00
038800         OR UPOS IS GREATER THAN 0.                               USERMN00
038900     IF UPOS = 0 COMPUTE UPOS = UT-CNT + 1.                       USERMN00
039000     PERFORM 258-SHIFT-ONE VARYING UX FROM UT-CNT BY -1           USERMN00
039100         UNTIL UX IS LESS THAN UPOS.                              USERMN00
039200     ADD 1 TO UT-CNT.                                             USERMN00
039300     MOVE SPACES TO USER-ENTRY (UPOS).                            USERMN00
039400     MOVE WK-USER TO UT-USER (UPOS).                              USERMN00
039500     MOVE 0 TO UT-STAT-DATE (UPOS).                               USERMN00
039600 250X.   EXIT.                                                    USERMN00
039700 255-FIND-PLACE.                                                  USERMN00
039800     IF UT-USER (UX) IS GREATER THAN WK-USER MOVE UX TO UPOS.     USERMN00
039900 258-SHIFT-ONE.                                                   USERMN00
040000     COMPUTE UY = UX + 1.                                         USERMN00
040100     MOVE USER-ENTRY (UX) TO USER-ENTRY (UY).                     USERMN00
040200 300-LIST-USERS.                                                  USERMN00
040300     MOVE 0 TO FILE-CNT.                                          USERMN00
040400     MOVE 0 TO ACTIVE-CNT.                                        USERMN00
040500     MOVE 0 TO NOADDR-CNT.                                        USERMN00
040600     WRITE REPORT-REC FROM BLANK-LINE.                            USERMN00
040700     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    USERMN00
040800     WRITE REPORT-REC FROM COLUMN-HEAD.                           USERMN00
040900     PERFORM 310-LIST-ONE THRU 310X VARYING UX FROM 1 BY 1        USERMN00
041000         UNTIL UX IS GREATER THAN UT-CNT.                         USERMN00
041100     MOVE FILE-CNT TO CT-USERS.                                   USERMN00
041200     MOVE ACTIVE-CNT TO CT-ACTIVE.                                USERMN00
041300     MOVE NOADDR-CNT TO CT-NOADDR.                                USERMN00
041400     WRITE REPORT-REC FROM BLANK-LINE.                            USERMN00
041500     WRITE REPORT-REC FROM COUNT-LINE.                            USERMN00
041600 300X.   EXIT.                                                    USERMN00
041700 310-LIST-ONE.                                                    USERMN00
041800     IF UT-GONE (UX) = "Y" GO TO 310X.                            USERMN00
041900     ADD 1 TO FILE-CNT.                                           USERMN00
042000     WRITE REPORT-REC FROM BLANK-LINE.                            USERMN00
042100     MOVE UT-USER (UX) TO LL-USER.                                USERMN00
042200     MOVE UT-DEPT (UX) TO LL-DEPT.                                USERMN00
042300     MOVE UT-PERSON (UX) TO LL-PERSON.                            USERMN00
042400     MOVE UT-COST-CTR (UX) TO LL-COST-CTR.                        USERMN00
042500     MOVE UT-STAT-DATE (UX) TO DW-DATE.                           USERMN00
042600     MOVE DW-DATE-X TO LL-DATE.                                   USERMN00
042700     MOVE SPACES TO LL-FLAG.                                      USERMN00
042800     IF UT-STATUS (UX) = "C"                                      USERMN00
042900         MOVE "CLOSED" TO LL-STATUS                               USERMN00
043000         GO TO 315-PUT-LINE.                                      USERMN00
043100     MOVE "ACTIVE" TO LL-STATUS.                                  USERMN00
043200     ADD 1 TO ACTIVE-CNT.                                         USERMN00
043300     IF UT-ADDR (UX, 1) = SPACES                                  USERMN00
043400         MOVE "*** NO ADDRESS ***  " TO LL-FLAG                   USERMN00
043500         ADD 1 TO NOADDR-CNT.                                     USERMN00
043600 315-PUT-LINE.                                                    USERMN00
043700     WRITE REPORT-REC FROM LIST-LINE.                             USERMN00
043800     PERFORM 320-LIST-ADDR THRU 320X VARYING AX FROM 1 BY 1       USERMN00
043900         UNTIL AX IS GREATER THAN 3.                              USERMN00
044000 310X.   EXIT.                                                    USERMN00
044100 320-LIST-ADDR.                                                   USERMN00
044200     IF UT-ADDR (UX, AX) = SPACES GO TO 320X.                     USERMN00
044300     MOVE UT-ADDR (UX, AX) TO AL-ADDR.                            USERMN00
044400     WRITE REPORT-REC FROM ADDR-LINE.                             USERMN00
044500 320X.   EXIT.                                                    USERMN00
044600 600-APPLY-ONE.                                                   USERMN00
044700     MOVE SPACES TO RJ-REASON.                                    USERMN00
044800     MOVE SPACES TO RJ-FIELD.                                     USERMN00
044900     MOVE 0 TO UHIT.                                              USERMN00
045000     PERFORM 610-FIND-USER VARYING UX FROM 1 BY 1                 USERMN00
045100         UNTIL UX IS GREATER THAN UT-CNT                          USERMN00
045200         OR UHIT IS GREATER THAN 0.                               USERMN00
045300     IF WK-ACTION = "A" GO TO 620-ADD.                            USERMN00
045400     IF WK-ACTION = "C" GO TO 630-CHANGE.                         USERMN00
045500     IF WK-ACTION = "D" GO TO 640-DELETE.                         USERMN00
045600     MOVE "INVALID ACTION CODE     " TO RJ-REASON.                USERMN00
045700     GO TO 690-REJECT.                                            USERMN00
045800 620-ADD.                                                         USERMN00
045900     IF WK-USER = SPACES                                          USERMN00
046000         MOVE "USER NUMBER MISSING     " TO RJ-REASON             USERMN00
046100         GO TO 690-REJECT.                                        USERMN00
046200     IF UHIT IS GREATER THAN 0                                    USERMN00
046300         MOVE "USER ALREADY ON FILE    " TO RJ-REASON             USERMN00
046400         GO TO 690-REJECT.                                        USERMN00
046500     IF WK-DEPT = SPACES                                          USERMN00
046600         MOVE "DEPARTMENT MISSING      " TO RJ-REASON             USERMN00
046700         GO TO 690-REJECT.                                        USERMN00
046800     IF WK-COST-CTR = SPACES                                      USERMN00
046900         MOVE "COST CENTER MISSING     " TO RJ-REASON             USERMN00
047000         GO TO 690-REJECT.                                        USERMN00
047100     IF UT-CNT = 200                                              USERMN00
047200         MOVE "USERMSTR TABLE FULL     " TO RJ-REASON             USERMN00
047300         GO TO 690-REJECT.                                        USERMN00
047400     PERFORM 250-INSERT-USER THRU 250X.                           USERMN00
047500     MOVE WK-DEPT TO UT-DEPT (UPOS).                              USERMN00
047600     MOVE WK-PERSON TO UT-PERSON (UPOS).                          USERMN00
047700     MOVE WK-COST-CTR TO UT-COST-CTR (UPOS).                      USERMN00
047800     MOVE "A" TO UT-STATUS (UPOS).                                USERMN00
047900     MOVE USER-TODAY TO UT-STAT-DATE (UPOS).                      USERMN00
048000     MOVE "ADDED   " TO CL-ACTION.                                USERMN00
048100     MOVE "DEPARTMENT  " TO CL-FIELD.                             USERMN00
048200     MOVE SPACES TO CL-OLD.                                       USERMN00
048300     MOVE WK-DEPT TO CL-NEW.                                      USERMN00
048400     MOVE "ADD     " TO AU-EVENT.                                 USERMN00
048500     GO TO 680-LOG-CHANGE.                                        USERMN00
048600 630-CHANGE.                                                      USERMN00
048700     IF UHIT = 0                                                  USERMN00
048800         MOVE "USER NOT ON FILE        " TO RJ-REASON             USERMN00
048900         GO TO 690-REJECT.                                        USERMN00
049000     MOVE WK-FIELD TO RJ-FIELD.                                   USERMN00
049100     MOVE 0 TO FHIT.                                              USERMN00
049200     PERFORM 615-FIND-FIELD VARYING FX FROM 1 BY 1                USERMN00
049300         UNTIL FX IS GREATER THAN 7.                              USERMN00
049400     IF FHIT = 0                                                  USERMN00
049500         MOVE "INVALID FIELD CODE      " TO RJ-REASON             USERMN00
049600         GO TO 690-REJECT.                                        USERMN00
049700     MOVE FN-NAME (FHIT) TO CL-FIELD.                             USERMN00
049800     MOVE "CHANGE  " TO AU-EVENT.                                 USERMN00
049900     MOVE "CHANGED " TO CL-ACTION.                                USERMN00
050000     MOVE WK-VALUE TO CL-NEW.                                     USERMN00
050100     IF WK-FIELD = "ST" GO TO 650-STATUS.                         USERMN00
050200     IF WK-VALUE = SPACES                                         USERMN00
050300         IF WK-FIELD = "DP" OR WK-FIELD = "CC"                    USERMN00
050400             MOVE "FIELD MAY NOT BE BLANK  " TO RJ-REASON         USERMN00
050500             GO TO 690-REJECT.                                    USERMN00
050600     IF WK-FIELD = "DP"                                           USERMN00
050700         MOVE UT-DEPT (UHIT) TO CL-OLD                            USERMN00
050800         MOVE WK-VALUE TO UT-DEPT (UHIT).                         USERMN00
050900     IF WK-FIELD = "RP"                                           USERMN00
051000         MOVE UT-PERSON (UHIT) TO CL-OLD                          USERMN00
051100         MOVE WK-VALUE TO UT-PERSON (UHIT).                       USERMN00
051200     IF WK-FIELD = "CC"                                           USERMN00
051300         MOVE UT-COST-CTR (UHIT) TO CL-OLD                        USERMN00
051400         MOVE WK-VALUE TO UT-COST-CTR (UHIT).                     USERMN00
051500     IF WK-FIELD = "A1"                                           USERMN00
051600         MOVE UT-ADDR (UHIT, 1) TO CL-OLD                         USERMN00
051700         MOVE WK-VALUE TO UT-ADDR (UHIT, 1).                      USERMN00
051800     IF WK-FIELD = "A2"                                           USERMN00
051900         MOVE UT-ADDR (UHIT, 2) TO CL-OLD                         USERMN00
052000         MOVE WK-VALUE TO UT-ADDR (UHIT, 2).                      USERMN00
052100     IF WK-FIELD = "A3"                                           USERMN00
052200         MOVE UT-ADDR (UHIT, 3) TO CL-OLD                         USERMN00
052300         MOVE WK-VALUE TO UT-ADDR (UHIT, 3).                      USERMN00
052400     GO TO 680-LOG-CHANGE.                                        USERMN00
052500 640-DELETE.                                                      USERMN00
052600     IF UHIT = 0                                                  USERMN00
052700         MOVE "USER NOT ON FILE        " TO RJ-REASON             USERMN00
052800         GO TO 690-REJECT.                                        USERMN00
052900     IF UT-STATUS (UHIT) NOT = "C"                                USERMN00
053000         MOVE "CLOSE BEFORE DELETE     " TO RJ-REASON             USERMN00
053100         GO TO 690-REJECT.                                        USERMN00
053200     MOVE "Y" TO UT-GONE (UHIT).                                  USERMN00
053300     MOVE "DELETED " TO CL-ACTION.                                USERMN00
053400     MOVE "DEPARTMENT  " TO CL-FIELD.                             USERMN00
053500     MOVE UT-DEPT (UHIT) TO CL-OLD.                               USERMN00
053600     MOVE SPACES TO CL-NEW.                                       USERMN00
053700     MOVE "DELETE  " TO AU-EVENT.                                 USERMN00
053800     GO TO 680-LOG-CHANGE.                                        USERMN00
053900 650-STATUS.                                                      USERMN00
054000     NOTE  CLOSING OR REOPENING A USER STAMPS TODAYS DATE AND     USERMN00
054100         IS LOGGED AS ITS OWN AUDIT EVENT.                        USERMN00
054200     IF WK-VALUE NOT = "A" AND WK-VALUE NOT = "C"                 USERMN00
054300         MOVE "STATUS MUST BE A OR C   " TO RJ-REASON             USERMN00
054400         GO TO 690-REJECT.                                        USERMN00
054500     IF WK-VALUE = UT-STATUS (UHIT)                               USERMN00
054600         MOVE "STATUS ALREADY SET      " TO RJ-REASON             USERMN00
054700         GO TO 690-REJECT.                                        USERMN00
054800     MOVE UT-STATUS (UHIT) TO CL-OLD.                             USERMN00
054900     MOVE WK-VALUE TO UT-STATUS (UHIT).                           USERMN00
055000     MOVE USER-TODAY TO UT-STAT-DATE (UHIT).                      USERMN00
055100     MOVE "REOPEN  " TO AU-EVENT.                                 USERMN00
055200     IF WK-VALUE = "C" MOVE "CLOSE   " TO AU-EVENT.               USERMN00
055300 680-LOG-CHANGE.                                                  USERMN00
055400     ADD 1 TO CHANGE-CNT.                                         USERMN00
055500     MOVE WK-USER TO CL-USER.                                     USERMN00
055600     WRITE REPORT-REC FROM CHANGE-LINE.                           USERMN00
055700     MOVE TODAYS-DATE TO AU-DATE.                                 USERMN00
055800     MOVE WK-USER TO AU-RESULT.                                   USERMN00
055900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  USERMN00
056000     GO TO 600X.                                                  USERMN00
056100 690-REJECT.                                                      USERMN00
056200     MOVE WK-USER TO RJ-USER.                                     USERMN00
056300     WRITE REPORT-REC FROM REJECT-LINE.                           USERMN00
056400     DISPLAY "REJECTED - " RJ-REASON.                             USERMN00
056500 600X.   EXIT.                                                    USERMN00
056600 610-FIND-USER.                                                   USERMN00
056700     IF UT-GONE (UX) NOT = "Y"                                    USERMN00
056800         IF UT-USER (UX) = WK-USER MOVE UX TO UHIT.               USERMN00
056900 615-FIND-FIELD.                                                  USERMN00
057000     IF FN-CODE (FX) = WK-FIELD MOVE FX TO FHIT.                  USERMN00
057100 700-REWRITE-USERS.                                               USERMN00
057200     IF LOAD-OVER-SW = 1                                          USERMN00
057300         DISPLAY "USERMSTR LEFT UNCHANGED"                        USERMN00
057400         GO TO 700X.                                              USERMN00
057500     OPEN OUTPUT USER-MSTR.                                       USERMN00
057600     PERFORM 710-PUT-ONE THRU 710X VARYING UX FROM 1 BY 1         USERMN00
057700         UNTIL UX IS GREATER THAN UT-CNT.                         USERMN00
057800     CLOSE USER-MSTR.                                             USERMN00
057900 700X.   EXIT.                                                    USERMN00
058000 710-PUT-ONE.                                                     USERMN00
058100     IF UT-GONE (UX) = "Y" GO TO 710X.                            USERMN00
058200     MOVE SPACES TO USER-REC.                                     USERMN00
058300     MOVE UT-USER (UX) TO UM-USER.                                USERMN00
058400     MOVE UT-DEPT (UX) TO UM-DEPT.                                USERMN00
058500     MOVE UT-PERSON (UX) TO UM-PERSON.                            USERMN00
058600     MOVE UT-COST-CTR (UX) TO UM-COST-CTR.                        USERMN00
058700     MOVE UT-STATUS (UX) TO UM-STATUS.                            USERMN00
058800     MOVE UT-STAT-DATE (UX) TO UM-STAT-DATE.                      USERMN00
058900     MOVE UT-ADDR (UX, 1) TO UM-ADDR-LINE (1).                    USERMN00
059000     MOVE UT-ADDR (UX, 2) TO UM-ADDR-LINE (2).                    USERMN00
059100     MOVE UT-ADDR (UX, 3) TO UM-ADDR-LINE (3).                    USERMN00
059200     WRITE USER-REC.                                              USERMN00
059300 710X.   EXIT.                                                    USERMN00
059400 950-AUDIT-START.                                                 USERMN00
059500     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     USERMN00
059600     MOVE TODAYS-DATE TO AU-DATE.                                 USERMN00
059700     MOVE "START   " TO AU-EVENT.                                 USERMN00
059800     MOVE SPACES TO AU-RESULT.                                    USERMN00
059900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  USERMN00
060000 955-AUDIT-END.                                                   USERMN00
060100     MOVE TODAYS-DATE TO AU-DATE.                                 USERMN00
060200     MOVE "END     " TO AU-EVENT.                                 USERMN00
060300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  USERMN00
060400 970-AUDIT-WRITE.                                                 USERMN00
060500     COMPUTE AU-TIME-HOLD = DATA (1).                             USERMN00
060600     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     USERMN00
060700     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            USERMN00
060800     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       USERMN00
060900     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              USERMN00
061000     OPEN I-O AUDIT-TRAIL.                                        USERMN00
061100     MOVE AUDIT-REC TO AU-SAVE-REC.                               USERMN00
061200     MOVE 1 TO AU-KEY.                                            USERMN00
061300     READ AUDIT-TRAIL INVALID KEY                                 USERMN00
061400         MOVE 2 TO AC-NEXT-SLOT.                                  USERMN00
061500     IF AC-NEXT-SLOT NOT NUMERIC                                  USERMN00
061600         MOVE 2 TO AC-NEXT-SLOT.                                  USERMN00
061700     IF AC-NEXT-SLOT IS LESS THAN 2                               USERMN00
061800         MOVE 2 TO AC-NEXT-SLOT.                                  USERMN00
061900     MOVE AC-NEXT-SLOT TO AU-NEXT.                                USERMN00
062000 980-AUDIT-SKIP.                                                  USERMN00
062100     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          USERMN00
062200         TOOK IT SINCE THE CONTROL RECORD WAS READ -              USERMN00
062300         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          USERMN00
062400         OVERWRITING EACH OTHERS EVENTS.                          USERMN00
062500     MOVE AU-NEXT TO AU-KEY.                                      USERMN00
062600     READ AUDIT-TRAIL INVALID KEY                                 USERMN00
062700         GO TO 985-AUDIT-FREE.                                    USERMN00
062800     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  USERMN00
062900     ADD 1 TO AU-NEXT.                                            USERMN00
063000     GO TO 980-AUDIT-SKIP.                                        USERMN00
063100 985-AUDIT-FREE.                                                  USERMN00
063200     MOVE 1 TO AU-KEY.                                            USERMN00
063300     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       USERMN00
063400     MOVE 0 TO AU-HASH.                                           USERMN00
063500     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  USERMN00
063600     MOVE AU-NEXT TO AU-KEY.                                      USERMN00
063700     MOVE AU-SAVE-REC TO AUDIT-REC.                               USERMN00
063800     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                USERMN00
063900 990-AUDIT-PUT.                                                   USERMN00
064000     WRITE AUDIT-REC INVALID KEY                                  USERMN00
064100         DISPLAY "AUDIT TRAIL FULL".                              USERMN00
064200     ADD 1 TO AU-NEXT.                                            USERMN00
064300     MOVE 1 TO AU-KEY.                                            USERMN00
064400     MOVE SPACES TO AUDIT-REC.                                    USERMN00
064500     MOVE AU-NEXT TO AC-NEXT-SLOT.                                USERMN00
064600     MOVE AU-HASH TO AC-HASH.                                     USERMN00
064700     WRITE AUDIT-REC INVALID KEY                                  USERMN00
064800         DISPLAY "AUDIT CONTROL ERROR".                           USERMN00
064900     MOVE AU-SAVE-REC TO AUDIT-REC.                               USERMN00
065000     CLOSE AUDIT-TRAIL.                                           USERMN00
065100 991-AUDIT-HASH.                                                  USERMN00
065200     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        USERMN00
065300         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     USERMN00
065400         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     USERMN00
065500         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         USERMN00
065600         REMOVED AFTER IT WAS WRITTEN.                            USERMN00
065700     MOVE AUDIT-REC TO AU-HASH-REC.                               USERMN00
065800     MOVE 0 TO AU-REC-SUM.                                        USERMN00
065900     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        USERMN00
066000         UNTIL AU-CX IS GREATER THAN 44.                          USERMN00
066100     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       USERMN00
066200         MOD 999999937.                                           USERMN00
066300     GO TO 994-AUDIT-HASH-X.                                      USERMN00
066400 992-AUDIT-HASH-CHAR.                                             USERMN00
066500     MOVE 49 TO AU-CODE.                                          USERMN00
066600     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        USERMN00
066700         UNTIL AU-TX IS GREATER THAN 48.                          USERMN00
066800     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           USERMN00
066900 993-AUDIT-HASH-LOOK.                                             USERMN00
067000     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    USERMN00
067100 994-AUDIT-HASH-X.                                                USERMN00
067200     EXIT.                                                        USERMN00
067300 940-AUTH-CHECK.                                                  USERMN00
067400     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         USERMN00
067500         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           USERMN00
067600         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            USERMN00
067700         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          USERMN00
067800         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        USERMN00
067900         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            USERMN00
068000     MOVE 0 TO AUTH-OK-SW.                                        USERMN00
068100     OPEN INPUT AUTH-FILE.                                        USERMN00
068200     IF AUTH-FILE-STATUS NOT = "00"                               USERMN00
068300         MOVE 1 TO AUTH-OK-SW                                     USERMN00
068400         GO TO 945-AUTH-X.                                        USERMN00
068500 941-AUTH-READ.                                                   USERMN00
068600     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   USERMN00
068700     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         USERMN00
068800     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                USERMN00
068900     GO TO 941-AUTH-READ.                                         USERMN00
069000 943-AUTH-DONE.                                                   USERMN00
069100     CLOSE AUTH-FILE.                                             USERMN00
069200     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          USERMN00
069300     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               USERMN00
069400     MOVE TODAYS-DATE TO AU-DATE.                                 USERMN00
069500     MOVE "AUTHFAIL" TO AU-EVENT.                                 USERMN00
069600     MOVE "REFUSED " TO AU-RESULT.                                USERMN00
069700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  USERMN00
069800     STOP RUN.                                                    USERMN00
069900 945-AUTH-X.                                                      USERMN00
070000     EXIT.                                                        USERMN00
070100 946-AUTH-GRANT.                                                  USERMN00
070200     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          USERMN00
070300         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         USERMN00
070400         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            USERMN00
070500         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                USERMN00
070600     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            USERMN00
070700     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            USERMN00
070800         + AUTH-DATE-IN DIV 100.                                  USERMN00
070900     IF RA-EXPIRES NUMERIC                                        USERMN00
071000         IF RA-EXPIRES NOT = 0                                    USERMN00
071100             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                USERMN00
071200                 GO TO 947-AUTH-GRANT-X.                          USERMN00
071300     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             USERMN00
071400     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             USERMN00
071500 947-AUTH-GRANT-X.                                                USERMN00
071600     EXIT.                                                        USERMN00
071700 930-OPER-SIGNON.                                                 USERMN00
071800     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      USERMN00
071900         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       USERMN00
072000         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          USERMN00
072100         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       USERMN00
072200         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           USERMN00
072300         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         USERMN00
072400         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                USERMN00
072500     MOVE 0 TO OPER-TRIES.                                        USERMN00
072600 931-OPER-ASK.                                                    USERMN00
072700     ADD 1 TO OPER-TRIES.                                         USERMN00
072800     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            USERMN00
072900     ACCEPT OPERATOR-CODE.                                        USERMN00
073000     MOVE OPERATOR-CODE TO AU-OPERATOR.                           USERMN00
073100     MOVE 0 TO OPER-OK-SW.                                        USERMN00
073200     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               USERMN00
073300     OPEN INPUT OPER-FILE.                                        USERMN00
073400     IF OPER-FILE-STATUS NOT = "00"                               USERMN00
073500         MOVE 1 TO OPER-OK-SW                                     USERMN00
073600         GO TO 933-OPER-DONE.                                     USERMN00
073700 932-OPER-READ.                                                   USERMN00
073800     READ OPER-FILE AT END                                        USERMN00
073900         CLOSE OPER-FILE                                          USERMN00
074000         GO TO 933-OPER-DONE.                                     USERMN00
074100     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          USERMN00
074200     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 USERMN00
074300     GO TO 932-OPER-READ.                                         USERMN00
074400 933-OPER-DONE.                                                   USERMN00
074500     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       USERMN00
074600     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           USERMN00
074700     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             USERMN00
074800     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             USERMN00
074900     MOVE TODAYS-DATE TO AU-DATE.                                 USERMN00
075000     MOVE "SIGNFAIL" TO AU-EVENT.                                 USERMN00
075100     MOVE "REFUSED " TO AU-RESULT.                                USERMN00
075200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  USERMN00
075300     STOP RUN.                                                    USERMN00
075400 934-OPER-AUTH.                                                   USERMN00
075500     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      USERMN00
075600 935-OPER-X.                                                      USERMN00
075700     EXIT.                                                        USERMN00
075800 END-OF-JOB.                                                      USERMN00
