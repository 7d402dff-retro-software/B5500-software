000100RATEMNT     000162CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  CHRISLOGS CHARGEBACK SECTION AND BILLSTMT BOTH PRICE A USERS          00
000900  TIME FROM THE RATECARD FILE, BUT NOTHING IN THE LIBRARY WROTE         00
001000  IT - RATE CHANGES WERE PUNCHED BY HAND AND ONE MISPUNCHED RATE        00
001100  BILLED A DEPARTMENT WRONG FOR A WHOLE MONTH. THIS PROGRAM             00
001200  APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO RATECARD WITH THE       00
001300  SAME CARE AUTHMNT GIVES RUNAUTH -                                     00
001400     A RATE RECORD IS ONE USER NUMBER, ONE EFFECTIVE DATE, A DAY        00
001500        RATE AND AN OPTIONAL OFF-SHIFT RATE, AND FOR EACH USER          00
001600        THE RECORD WITH THE LATEST EFFECTIVE DATE NOT IN THE            00
001700        FUTURE IS THE RATE IN FORCE, AS CHRISLOG AND BILLSTMT           00
001800        BOTH READ IT,                                                   00
001900     TWO RECORDS FOR ONE USER MAY NOT SHARE AN EFFECTIVE DATE,          00
002000        AND A NEW RATE MAY NOT BE DATED BEFORE TODAY OR BEHIND          00
002100        THE RATE ALREADY IN FORCE - SUCH A RATE OVERLAPS A              00
002200        PERIOD ALREADY BILLED AND WOULD NEVER BE PICKED UP. A           00
002300        WRONG RATE IN FORCE IS CORRECTED BY A CHANGE,                   00
002400     THE DAY RATE MUST BE NUMERIC AND NOT ZERO, AND THE OFF-            00
002500        SHIFT RATE, WHEN GIVEN, MAY NOT BE HIGHER THAN THE DAY          00
002600        RATE (BLANK OR ZERO BILLS OFF-SHIFT TIME AT THE DAY             00
002700        RATE, AS BEFORE),                                               00
002800     CHANGE AND DELETE MUST NAME AN EXISTING USER AND DATE,             00
002900     A FULL BEFORE AND AFTER RATE SCHEDULE IS PRINTED, SHOWING          00
003000        FOR EACH RECORD WHETHER IT IS IN FORCE, SUPERSEDED OR           00
003100        STILL TO COME, AND                                              00
003200     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
003300                                                                        00
003400  THE LISTING ENDS WITH THE FUTURE RATES - EVERY RATE TAKING            00
003500  EFFECT IN THE COMING MONTH BESIDE THE RATE IT REPLACES - SO           00
003600  ACCOUNTING CAN SIGN THE CHANGES OFF BEFORE THEY BILL. THE             00
003700  MONTH DEFAULTS TO NEXT MONTH AND MAY BE KEYED AS YYMM.                00
003800                                                                        00
003900  TRANSACTIONS COME FROM THE CARD FILE RATETRAN (REPLY C AT THE         00
004000  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
004100     CARD COL 1       A, C OR D                                         00
004200     CARD COLS 3-9    THE USER NUMBER                                   00
004300     CARD COLS 11-16  DAY RATE, TWO DECIMALS IMPLIED                    00
004400     CARD COLS 18-23  EFFECTIVE DATE YYMMDD, BLANK FOR ALWAYS           00
004500     CARD COLS 25-30  OFF-SHIFT RATE, BLANK FOR THE DAY RATE            00
004510     CARD COL 32      RATE CLASS - BLANK OR M TIME, D DISK,             00
004520                      C CARDS OR T TAPE                                 00
004600  COLS 3-32 ARE THE RATECARD RECORD ITSELF SHIFTED TWO COLUMNS.         00
004700  A CHANGE REPLACES BOTH RATES OF THE RECORD NAMED BY USER AND          00
004800  DATE - A NEW EFFECTIVE DATE IS A DELETE AND AN ADD. CONSOLE           00
004900  ENTRY ASKS FOR THE SAME FIELDS AND A REPLY OF E AT THE ACTION         00
005000  PROMPT ENDS ENTRY. A RATE RECORD ALREADY ON FILE WITH A BAD           00
005100  RATE OR A SHARED DATE IS FLAGGED IN THE BEFORE SCHEDULE.              00
005200                                                                        00
005300  RATECARD IS REWRITTEN IN USER, CLASS AND DATE ORDER. THE IN-CORE      00
005400  TABLE HOLDS 300 RECORDS - A RATECARD PAST 300 IS REPORTED AND         00
005500  LEFT UNTOUCHED.                                                       00
005600                                                                        00
005610  RESCHG PRICES DISK, CARDS AND TAPE FROM RATECARD AS WELL, SO A        00
005620  RECORD CARRIES A RATE CLASS IN COL 30 (CARD COL 32) - BLANK OR M      00
005630  FOR MACHINE TIME AS BEFORE, D PER THOUSAND SEGMENT-DAYS OF DISK,      00
005640  C PER THOUSAND CARDS PUNCHED AND T PER REEL HELD FOR A MONTH.         00
005650  THE KEY IS USER, CLASS AND DATE, AND EACH USER AND CLASS HAS ITS      00
005660  OWN RATE IN FORCE. USER *ALL IS THE RATE FOR ANY USER WITHOUT         00
005670  ONE OF THEIR OWN AND IS TAKEN FOR D, C AND T ONLY. OFF-SHIFT          00
005680  RATES APPLY TO MACHINE TIME ONLY. THE SCHEDULES SHOW MACHINE          00
005690  TIME AS CLASS M.                                                      00
005700                                                                        00
005800 IDENTIFICATION DIVISION.                                         RATEMN00
005900 PROGRAM-ID. RATE CARD MAINTENANCE "RATEMNT".                     RATEMN00
006000 DATE-COMPILED.                                                   RATEMN00
006100 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE      RATEMN00
006200     CHARGEBACK RATE FILE RATECARD WITH RATE AND EFFECTIVE DATE   RATEMN00
006300     VALIDATION, BEFORE AND AFTER RATE SCHEDULES, A FUTURE RATES  RATEMN00
006400     LISTING AND AN AUDIT TRAIL ENTRY PER CHANGE.                 RATEMN00
006500 ENVIRONMENT DIVISION.                                            RATEMN00
006600 CONFIGURATION SECTION.                                           RATEMN00
006700 SOURCE-COMPUTER. B-5500.                                         RATEMN00
006800 OBJECT-COMPUTER. B-5500.                                         RATEMN00
006900 INPUT-OUTPUT SECTION.                                            RATEMN00
007000 FILE-CONTROL.                                                    RATEMN00
007100     SELECT AUTH-FILE ASSIGN TO DISK                              RATEMN00
007200         FILE STATUS IS AUTH-FILE-STATUS.                         RATEMN00
007300     SELECT OPER-FILE ASSIGN TO DISK                              RATEMN00
007400         FILE STATUS IS OPER-FILE-STATUS.                         RATEMN00
007500     SELECT RATE-CARD ASSIGN TO DISK                              RATEMN00
007600         FILE STATUS IS RATE-FILE-STATUS.                         RATEMN00
007700     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    RATEMN00
007800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RATEMN00
007900     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RATEMN00
008000 DATA DIVISION.                                                   RATEMN00
008100 FILE SECTION.                                                    RATEMN00
008200 MD  AUTH-FILE                                                    RATEMN00
008300     ACCESS SEQUENTIAL                                            RATEMN00
008400     BLOCK CONTAINS 1 RECORDS                                     RATEMN00
008500     VALUE OF ID "RUNAUTH"                                        RATEMN00
008600     DATA RECORD AUTH-REC.                                        RATEMN00
008700 01  AUTH-REC        SZ 80.                                       RATEMN00
008800     05  RA-RUN-ID       PC X(7).                                 RATEMN00
008900     05  FILLER          SZ 1.                                    RATEMN00
009000     05  RA-PROGRAM      PC X(8).                                 RATEMN00
009100     05  FILLER          SZ 1.                                    RATEMN00
009200     05  RA-EXPIRES      PC 9(6).                                 RATEMN00
009300     05  FILLER          SZ 57.                                   RATEMN00
009400 MD  OPER-FILE                                                    RATEMN00
009500     ACCESS SEQUENTIAL                                            RATEMN00
009600     BLOCK CONTAINS 1 RECORDS                                     RATEMN00
009700     VALUE OF ID "OPROSTER"                                       RATEMN00
009800     DATA RECORD OPER-REC.                                        RATEMN00
009900 01  OPER-REC        SZ 80.                                       RATEMN00
010000     05  OR-CODE         PC X(3).                                 RATEMN00
010100     05  FILLER          SZ 1.                                    RATEMN00
010200     05  OR-NAME         PC X(20).                                RATEMN00
010300     05  FILLER          SZ 1.                                    RATEMN00
010400     05  OR-STATUS       PC X.                                    RATEMN00
010500     05  FILLER          SZ 54.                                   RATEMN00
010600 MD  AUDIT-TRAIL                                                  RATEMN00
010700     ACCESS MODE IS RANDOM                                        RATEMN00
010800     ACTUAL KEY IS AU-KEY                                         RATEMN00
010900     RECORD CONTAINS 44 CHARACTERS                                RATEMN00
011000     LABEL RECORD IS STANDARD                                     RATEMN00
011100     VALUE OF ID IS "AUDITTRL"                                    RATEMN00
011200     DATA RECORD IS AUDIT-REC.                                    RATEMN00
011300 01  AUDIT-REC       SZ 44.                                       RATEMN00
011400     05  AU-PROGRAM      PC X(8)  VA "RATEMNT ".                  RATEMN00
011500     05  AU-DATE         PC 9(6).                                 RATEMN00
011600     05  AU-TIME         PC 9(4).                                 RATEMN00
011700     05  AU-EVENT        PC X(8).                                 RATEMN00
011800     05  AU-RESULT       PC X(8).                                 RATEMN00
011900     05  AU-RUN-ID       PC X(7).                                 RATEMN00
012000     05  AU-OPERATOR     PC X(3).                                 RATEMN00
012100 01  AUDIT-CTL.                                                   RATEMN00
012200     05  AC-NEXT-SLOT    PC 9(8).                                 RATEMN00
012300     05  AC-HASH         PC 9(9).                                 RATEMN00
012400     05  FILLER          SZ 27.                                   RATEMN00
012500 MD  RATE-CARD                                                    RATEMN00
012600     ACCESS SEQUENTIAL                                            RATEMN00
012700     BLOCK CONTAINS 1 RECORDS                                     RATEMN00
012800     VALUE OF ID "RATECARD"                                       RATEMN00
012900     DATA RECORD RATE-REC.                                        RATEMN00
013000 01  RATE-REC        SZ 80.                                       RATEMN00
013100     05  RC-USER         PC X(7).                                 RATEMN00
013200     05  FILLER          SZ 1.                                    RATEMN00
013300     05  RC-RATE         PC 9(4)V99.                              RATEMN00
013400     05  FILLER          SZ 1.                                    RATEMN00
013500     05  RC-EFF-DATE     PC 9(6).                                 RATEMN00
013600     05  FILLER          SZ 1.                                    RATEMN00
013700     05  RC-OFF-RATE     PC 9(4)V99.                              RATEMN00
013710     05  FILLER          SZ 1.                                    RATEMN00
013720     05  RC-CLASS        PC X.                                    RATEMN00
013730     05  FILLER          SZ 50.                                   RATEMN00
013900 FD  TRANS-CARDS                                                  RATEMN00
014000         LABEL RECORD STANDARD                                    RATEMN00
014100         VALUE OF ID "RATETRAN"                                   RATEMN00
014200         DATA RECORD TRANS-REC.                                   RATEMN00
014300 01  TRANS-REC       SZ 80.                                       RATEMN00
014400     05  TR-ACTION           PC X.                                RATEMN00
014500     05  FILLER              SZ 1.                                RATEMN00
014600     05  TR-USER             PC X(7).                             RATEMN00
014700     05  FILLER              SZ 1.                                RATEMN00
014800     05  TR-RATE             PC X(6).                             RATEMN00
014900     05  FILLER              SZ 1.                                RATEMN00
015000     05  TR-EFF-DATE         PC X(6).                             RATEMN00
015100     05  FILLER              SZ 1.                                RATEMN00
015200     05  TR-OFF-RATE         PC X(6).                             RATEMN00
015210     05  FILLER              SZ 1.                                RATEMN00
015220     05  TR-CLASS            PC X.                                RATEMN00
015230     05  FILLER              SZ 48.                               RATEMN00
015400 FD  REPORT-FILE                                                  RATEMN00
015500         VALUE OF ID "RATELIST"                                   RATEMN00
015600         DATA RECORD REPORT-REC.                                  RATEMN00
015700 01  REPORT-REC      SZ 132.                                      RATEMN00
015800 WORKING-STORAGE SECTION.                                         RATEMN00
015900 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        RATEMN00
016000 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     RATEMN00
016100 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     RATEMN00
016200 77  OPERATOR-CODE   VA SPACE        PC X(3).                     RATEMN00
016300 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        RATEMN00
016400 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        RATEMN00
016500 77  AUTH-TODAY      CMP-1   PC 9(6).                             RATEMN00
016600 77  AUTH-DATE-IN            PC 9(6).                             RATEMN00
016700 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             RATEMN00
016800 77  AU-HH           CMP-1   PC 99.                               RATEMN00
016900 77  AU-MM           CMP-1   PC 99.                               RATEMN00
017000 77  AU-KEY          CMP-1   PC 9(8).                             RATEMN00
017100 77  AU-NEXT         CMP-1   PC 9(8).                             RATEMN00
017200 01  AU-SAVE-REC             SZ 44.                               RATEMN00
017300 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     RATEMN00
017400 77  AU-REC-SUM              CMP-1   PC 9(6).                     RATEMN00
017500 77  AU-CX                   CMP-1   PC 99.                       RATEMN00
017600 77  AU-TX                   CMP-1   PC 99.                       RATEMN00
017700 77  AU-CODE                 CMP-1   PC 99.                       RATEMN00
017800 01  AU-HASH-REC.                                                 RATEMN00
017900     05  AU-HC       OC 44   PC X.                                RATEMN00
018000 01  AU-CHAR-SET.                                                 RATEMN00
018100     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          RATEMN00
018200     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          RATEMN00
018300 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           RATEMN00
018400     05  AU-CHAR     OC 48   PC X.                                RATEMN00
018500 77  RUN-ID-ENTRY            PC X(7).                             RATEMN00
018600 77  RATE-FILE-STATUS VA SPACE       PC X(2).                     RATEMN00
018700 77  TRANS-SOURCE            PC X.                                RATEMN00
018800 77  WK-ACTION               PC X.                                RATEMN00
018900 77  WK-USER                 PC X(7).                             RATEMN00
018910 77  WK-CLASS                PC X.                                RATEMN00
019000 77  WK-RATE                 PC X(6).                             RATEMN00
019100 77  WK-EFF-DATE             PC X(6).                             RATEMN00
019200 77  WK-OFF-RATE             PC X(6).                             RATEMN00
019300 77  MONTH-REPLY             PC X(4).                             RATEMN00
019400 77  RATE-TODAY      CMP-1   PC 9(6).                             RATEMN00
019500 77  RATE-DATE-IN            PC 9(6).                             RATEMN00
019600 77  RT-CNT          VA 0    CMP-1   PC 999.                      RATEMN00
019700 77  RX              CMP-1   PC 999.                              RATEMN00
019800 77  RY              CMP-1   PC 999.                              RATEMN00
019900 77  RPOS            CMP-1   PC 999.                              RATEMN00
020000 77  RHIT            CMP-1   PC 999.                              RATEMN00
020100 77  FHIT            CMP-1   PC 999.                              RATEMN00
020200 77  FORCE-IX        CMP-1   PC 999.                              RATEMN00
020300 77  FORCE-EFF       CMP-1   PC 9(6).                             RATEMN00
020400 77  EFF-YYMM        CMP-1   PC 9(4).                             RATEMN00
020500 77  FILE-CNT        CMP-1   PC 999.                              RATEMN00
020600 77  FUTURE-CNT      CMP-1   PC 999.                              RATEMN00
020700 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      RATEMN00
020800 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        RATEMN00
020900 77  NEW-DAY                 PC 9(4)V99.                          RATEMN00
021000 77  NEW-OFF                 PC 9(4)V99.                          RATEMN00
021100 77  NEW-EFF                 PC 9(6).                             RATEMN00
021200 77  PREV-USER               PC X(7).                             RATEMN00
021210 77  PREV-CLASS              PC X.                                RATEMN00
021300 77  PREV-EFF                PC 9(6).                             RATEMN00
021400 01  EFF-WORK.                                                    RATEMN00
021500     05  EW-DATE             PC 9(6).                             RATEMN00
021600 01  EFF-PARTS REDEFINES EFF-WORK.                                RATEMN00
021700     05  EW-YY               PC 99.                               RATEMN00
021800     05  EW-MM               PC 99.                               RATEMN00
021900     05  EW-DD               PC 99.                               RATEMN00
022000 01  RATE-WORK.                                                   RATEMN00
022100     05  RW-RATE             PC 9(4)V99.                          RATEMN00
022200 01  RATE-WORK-X REDEFINES RATE-WORK.                             RATEMN00
022300     05  RW-RATE-X           PC X(6).                             RATEMN00
022400 01  MONTH-WORK.                                                  RATEMN00
022500     05  MW-YY               PC 99.                               RATEMN00
022600     05  MW-MM               PC 99.                               RATEMN00
022700 01  MONTH-WORK-X REDEFINES MONTH-WORK.                           RATEMN00
022800     05  MW-YYMM             PC 9(4).                             RATEMN00
022900 01  RATE-TABLE.                                                  RATEMN00
023000     02 RATE-ENTRY OC 300.                                        RATEMN00
023100         03 RT-USER          PC X(7).                             RATEMN00
023110         03 RT-CLASS         PC X.                                RATEMN00
023200         03 RT-EFF           PC 9(6).                             RATEMN00
023300         03 RT-DAY           PC 9(4)V99.                          RATEMN00
023400         03 RT-OFF           PC 9(4)V99.                          RATEMN00
023500         03 RT-GONE          PC X.                                RATEMN00
023600         03 RT-STAT          PC X(10).                            RATEMN00
023700         03 RT-DONE          PC X(7).                             RATEMN00
023800 01  LIST-HEAD       SZ 132.                                      RATEMN00
023900     05  LH-LABEL    PC X(32).                                    RATEMN00
024000     05  FILLER      SZ 100   VA SPACE.                           RATEMN00
024100 01  COLUMN-HEAD     SZ 132.                                      RATEMN00
024200     05  FILLER      PC X(34) VA                                  RATEMN00
024300         "  USER     CL EFFECTIVE DAY RATE  ".                    RATEMN00
024400     05  FILLER      PC X(33) VA                                  RATEMN00
024500         "OFF RATE   STATUS        THIS RUN".                     RATEMN00
024600     05  FILLER      SZ 65    VA SPACE.                           RATEMN00
024700 01  LIST-LINE       SZ 132.                                      RATEMN00
024800     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
024900     05  LL-USER     PC X(7).                                     RATEMN00
024910     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
024920     05  LL-CLASS    PC X.                                        RATEMN00
025000     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
025100     05  LL-EFF      PC X(6).                                     RATEMN00
025200     05  FILLER      SZ 5     VA SPACE.                           RATEMN00
025300     05  LL-DAY      PC ZZZ9.99.                                  RATEMN00
025400     05  FILLER      SZ 3     VA SPACE.                           RATEMN00
025500     05  LL-OFF      PC ZZZ9.99.                                  RATEMN00
025600     05  LL-OFF-X REDEFINES LL-OFF PC X(7).                       RATEMN00
025700     05  FILLER      SZ 3     VA SPACE.                           RATEMN00
025800     05  LL-STAT     PC X(10).                                    RATEMN00
025900     05  FILLER      SZ 4     VA SPACE.                           RATEMN00
026000     05  LL-DONE     PC X(7).                                     RATEMN00
026100     05  FILLER      SZ 66    VA SPACE.                           RATEMN00
026200 01  COUNT-LINE      SZ 132.                                      RATEMN00
026300     05  FILLER      PC X(16) VA "RATES ON FILE   ".              RATEMN00
026400     05  CT-RATES    PC ZZ9.                                      RATEMN00
026500     05  FILLER      PC X(16) VA "   STILL TO COME".              RATEMN00
026600     05  CT-FUTURE   PC ZZZ9.                                     RATEMN00
026700     05  FILLER      SZ 93    VA SPACE.                           RATEMN00
026800 01  FUTURE-HEAD     SZ 132.                                      RATEMN00
026900     05  FILLER      PC X(31) VA                                  RATEMN00
027000         "RATES TAKING EFFECT IN MONTH   ".                       RATEMN00
027100     05  FH-MM       PC 99.                                       RATEMN00
027200     05  FILLER      PC X     VA "/".                             RATEMN00
027300     05  FH-YY       PC 99.                                       RATEMN00
027400     05  FILLER      SZ 96    VA SPACE.                           RATEMN00
027500 01  FUTURE-COLS     SZ 132.                                      RATEMN00
027600     05  FILLER      PC X(42) VA                                  RATEMN00
027700         "  USER     CL EFFECTIVE  NEW DAY   NEW OFF".            RATEMN00
027800     05  FILLER      PC X(30) VA                                  RATEMN00
027900         "   NOW DAY   NOW OFF     SINCE".                        RATEMN00
028000     05  FILLER      SZ 60    VA SPACE.                           RATEMN00
028100 01  FUTURE-LINE     SZ 132.                                      RATEMN00
028200     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
028300     05  FL-USER     PC X(7).                                     RATEMN00
028310     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
028320     05  FL-CLASS    PC X.                                        RATEMN00
028400     05  FILLER      SZ 2     VA SPACE.                           RATEMN00
028500     05  FL-EFF      PC X(6).                                     RATEMN00
028600     05  FILLER      SZ 5     VA SPACE.                           RATEMN00
028700     05  FL-DAY      PC ZZZ9.99.                                  RATEMN00
028800     05  FILLER      SZ 3     VA SPACE.                           RATEMN00
028900     05  FL-OFF      PC ZZZ9.99.                                  RATEMN00
029000     05  FL-OFF-X REDEFINES FL-OFF PC X(7).                       RATEMN00
029100     05  FILLER      SZ 3     VA SPACE.                           RATEMN00
029200     05  FL-NOW-DAY  PC ZZZ9.99.                                  RATEMN00
029300     05  FL-NOW-DAY-X REDEFINES FL-NOW-DAY PC X(7).               RATEMN00
029400     05  FILLER      SZ 3     VA SPACE.                           RATEMN00
029500     05  FL-NOW-OFF  PC ZZZ9.99.                                  RATEMN00
029600     05  FL-NOW-OFF-X REDEFINES FL-NOW-OFF PC X(7).               RATEMN00
029700     05  FILLER      SZ 4     VA SPACE.                           RATEMN00
029800     05  FL-NOW-EFF  PC X(6).                                     RATEMN00
029900     05  FILLER      SZ 60    VA SPACE.                           RATEMN00
030000 01  NONE-LINE       SZ 132.                                      RATEMN00
030100     05  FILLER      PC X(40) VA                                  RATEMN00
030200         "  NO RATE CHANGES TAKE EFFECT THAT MONTH".              RATEMN00
030300     05  FILLER      SZ 92    VA SPACE.                           RATEMN00
030400 01  REJECT-LINE     SZ 132.                                      RATEMN00
030500     05  FILLER  PC X(11) VA "REJECTED - ".                       RATEMN00
030600     05  RJ-REASON   PC X(26).                                    RATEMN00
030700     05  RJ-USER     PC X(7).                                     RATEMN00
030710     05  FILLER      SZ 1     VA SPACE.                           RATEMN00
030720     05  RJ-CLASS    PC X.                                        RATEMN00
030800     05  FILLER      SZ 1     VA SPACE.                           RATEMN00
030900     05  RJ-EFF      PC X(6).                                     RATEMN00
031000     05  FILLER      SZ 79    VA SPACE.                           RATEMN00
031100 01  BLANK-LINE      SZ 132   VA SPACE.                           RATEMN00
031200 PROCEDURE DIVISION.                                              RATEMN00
031300 100-BEGIN.                                                       RATEMN00
031400     ACCEPT RUN-ID-ENTRY.                                         RATEMN00
031500     PERFORM 950-AUDIT-START.                                     RATEMN00
031600     MOVE TODAYS-DATE TO RATE-DATE-IN.                            RATEMN00
031700     COMPUTE RATE-TODAY = RATE-DATE-IN MOD 100 * 10000            RATEMN00
031800         + RATE-DATE-IN DIV 100.                                  RATEMN00
031900     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        RATEMN00
032000     ACCEPT TRANS-SOURCE.                                         RATEMN00
032100     DISPLAY "FUTURE RATES FOR MONTH YYMM (BLANK FOR NEXT MONTH)".RATEMN00
032200     ACCEPT MONTH-REPLY.                                          RATEMN00
032300     PERFORM 160-SET-MONTH THRU 160X.                             RATEMN00
032400     OPEN OUTPUT REPORT-FILE.                                     RATEMN00
032500     PERFORM 200-LOAD-RATES THRU 200X.                            RATEMN00
032600     MOVE "RATECARD BEFORE MAINTENANCE     " TO LH-LABEL.         RATEMN00
032700     PERFORM 300-LIST-RATES THRU 300X.                            RATEMN00
032800     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  RATEMN00
032900 150-CONSOLE-TRANS.                                               RATEMN00
033000     DISPLAY "ENTER ACTION - A, C, D OR E (END)".                 RATEMN00
033100     ACCEPT WK-ACTION.                                            RATEMN00
033200     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        RATEMN00
033300     DISPLAY "ENTER USER NUMBER (7 CHARACTERS)".                  RATEMN00
033400     ACCEPT WK-USER.                                              RATEMN00
033410     DISPLAY "ENTER CLASS - BLANK TIME, D DISK, C CARDS, T TAPE". RATEMN00
033420     ACCEPT WK-CLASS.                                             RATEMN00
033500     DISPLAY "ENTER EFFECTIVE DATE YYMMDD (BLANK FOR ALWAYS)".    RATEMN00
033600     ACCEPT WK-EFF-DATE.                                          RATEMN00
033700     MOVE SPACES TO WK-RATE.                                      RATEMN00
033800     MOVE SPACES TO WK-OFF-RATE.                                  RATEMN00
033900     IF WK-ACTION = "D" GO TO 155-CONSOLE-APPLY.                  RATEMN00
034000     DISPLAY "ENTER DAY RATE - 6 DIGITS, 001250 IS 12.50".        RATEMN00
034100     ACCEPT WK-RATE.                                              RATEMN00
034110     IF WK-CLASS NOT = SPACE AND WK-CLASS NOT = "M"               RATEMN00
034120         GO TO 155-CONSOLE-APPLY.                                 RATEMN00
034200     DISPLAY "ENTER OFF-SHIFT RATE (BLANK FOR THE DAY RATE)".     RATEMN00
034300     ACCEPT WK-OFF-RATE.                                          RATEMN00
034400 155-CONSOLE-APPLY.                                               RATEMN00
034500     PERFORM 600-APPLY-ONE THRU 600X.                             RATEMN00
034600     GO TO 150-CONSOLE-TRANS.                                     RATEMN00
034700 160-SET-MONTH.                                                   RATEMN00
034800     NOTE  THE FUTURE RATES MONTH IS THE ONE AFTER TODAY UNLESS   RATEMN00
034900         A YYMM WAS KEYED.                                        RATEMN00
035000     IF MONTH-REPLY NUMERIC                                       RATEMN00
035100         MOVE MONTH-REPLY TO MONTH-WORK                           RATEMN00
035200         IF MW-MM IS GREATER THAN 0 AND MW-MM IS LESS THAN 13     RATEMN00
035300             GO TO 160X.                                          RATEMN00
035400     MOVE RATE-TODAY TO EFF-WORK.                                 RATEMN00
035500     MOVE EW-YY TO MW-YY.                                         RATEMN00
035600     MOVE EW-MM TO MW-MM.                                         RATEMN00
035700     ADD 1 TO MW-MM.                                              RATEMN00
035800     IF MW-MM IS GREATER THAN 12                                  RATEMN00
035900         MOVE 1 TO MW-MM                                          RATEMN00
036000         ADD 1 TO MW-YY.                                          RATEMN00
036100 160X.   EXIT.                                                    RATEMN00
036200 400-CARD-TRANS.                                                  RATEMN00
036300     OPEN INPUT TRANS-CARDS.                                      RATEMN00
036400 410-READ-TRANS.                                                  RATEMN00
036500     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                RATEMN00
036600     MOVE TR-ACTION TO WK-ACTION.                                 RATEMN00
036700     MOVE TR-USER TO WK-USER.                                     RATEMN00
036710     MOVE TR-CLASS TO WK-CLASS.                                   RATEMN00
036800     MOVE TR-RATE TO WK-RATE.                                     RATEMN00
036900     MOVE TR-EFF-DATE TO WK-EFF-DATE.                             RATEMN00
037000     MOVE TR-OFF-RATE TO WK-OFF-RATE.                             RATEMN00
037100     PERFORM 600-APPLY-ONE THRU 600X.                             RATEMN00
037200     GO TO 410-READ-TRANS.                                        RATEMN00
037300 420-TRANS-DONE.                                                  RATEMN00
037400     CLOSE TRANS-CARDS.                                           RATEMN00
037500 500-WRAP-UP.                                                     RATEMN00
037600     MOVE "RATECARD AFTER MAINTENANCE      " TO LH-LABEL.         RATEMN00
037700     PERFORM 300-LIST-RATES THRU 300X.                            RATEMN00
037800     PERFORM 350-FUTURE-RATES THRU 350X.                          RATEMN00
037900     PERFORM 700-REWRITE-RATES THRU 700X.                         RATEMN00
038000     CLOSE REPORT-FILE.                                           RATEMN00
038100     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       RATEMN00
038200     MOVE "OK      " TO AU-RESULT.                                RATEMN00
038300     PERFORM 955-AUDIT-END.                                       RATEMN00
038400     STOP RUN.                                                    RATEMN00
038500 200-LOAD-RATES.                                                  RATEMN00
038600     OPEN INPUT RATE-CARD.                                        RATEMN00
038700     IF RATE-FILE-STATUS NOT = "00"                               RATEMN00
038800         DISPLAY "RATECARD NOT PRESENT - STARTING AN EMPTY FILE"  RATEMN00
038900         GO TO 200X.                                              RATEMN00
039000 210-LOAD-READ.                                                   RATEMN00
039100     READ RATE-CARD AT END GO TO 220-LOAD-DONE.                   RATEMN00
039200     IF RT-CNT = 300                                              RATEMN00
039300         MOVE 1 TO LOAD-OVER-SW                                   RATEMN00
039400         DISPLAY "RATECARD OVER 300 RECORDS - RUN WILL"           RATEMN00
039500         DISPLAY "NOT REWRITE RATECARD"                           RATEMN00
039600         GO TO 220-LOAD-DONE.                                     RATEMN00
039700     MOVE RC-USER TO WK-USER.                                     RATEMN00
039710     MOVE RC-CLASS TO WK-CLASS.                                   RATEMN00
039720     IF WK-CLASS = "M" MOVE SPACE TO WK-CLASS.                    RATEMN00
039800     MOVE RC-EFF-DATE TO EW-DATE.                                 RATEMN00
039900     IF RC-EFF-DATE NOT NUMERIC MOVE 0 TO EW-DATE.                RATEMN00
040000     MOVE EW-DATE TO NEW-EFF.                                     RATEMN00
040100     MOVE 0 TO NEW-DAY.                                           RATEMN00
040200     MOVE 0 TO NEW-OFF.                                           RATEMN00
040300     IF RC-RATE NUMERIC MOVE RC-RATE TO NEW-DAY.                  RATEMN00
040400     IF RC-OFF-RATE NUMERIC MOVE RC-OFF-RATE TO NEW-OFF.          RATEMN00
040500     PERFORM 250-INSERT-RATE THRU 250X.                           RATEMN00
040600     GO TO 210-LOAD-READ.                                         RATEMN00
040700 220-LOAD-DONE.                                                   RATEMN00
040800     CLOSE RATE-CARD.                                             RATEMN00
040900 200X.   EXIT.                                                    RATEMN00
041000 250-INSERT-RATE.                                                 RATEMN00
041100     NOTE  PUTS WK-USER, WK-CLASS, NEW-EFF, NEW-DAY AND NEW-OFF   RATEMN00
041200         INTO THE TABLE IN USER, CLASS AND EFFECTIVE DATE ORDER,  RATEMN00
041300         SHIFTING THE ENTRIES BEHIND IT DOWN ONE PLACE.           RATEMN00
041400     MOVE 0 TO RPOS.                                              RATEMN00
041500     PERFORM 255-FIND-PLACE VARYING RX FROM 1 BY 1                RATEMN00
041600         UNTIL RX IS GREATER THAN RT-CNT                          RATEMN00
041700         OR RPOS IS GREATER THAN 0.                               RATEMN00
041800     IF RPOS = 0 COMPUTE RPOS = RT-CNT + 1.                       RATEMN00
041900     PERFORM 258-SHIFT-ONE VARYING RX FROM RT-CNT BY -1           RATEMN00
042000         UNTIL RX IS LESS THAN RPOS.                              RATEMN00
042100     ADD 1 TO RT-CNT.                                             RATEMN00
042200     MOVE WK-USER TO RT-USER (RPOS).                              RATEMN00
042210     MOVE WK-CLASS TO RT-CLASS (RPOS).                            RATEMN00
042300     MOVE NEW-EFF TO RT-EFF (RPOS).                               RATEMN00
042400     MOVE NEW-DAY TO RT-DAY (RPOS).                               RATEMN00
042500     MOVE NEW-OFF TO RT-OFF (RPOS).                               RATEMN00
042600     MOVE SPACE TO RT-GONE (RPOS).                                RATEMN00
042700     MOVE SPACES TO RT-DONE (RPOS).                               RATEMN00
042800 250X.   EXIT.                                                    RATEMN00
042900 255-FIND-PLACE.                                                  RATEMN00
043000     IF RT-USER (RX) IS GREATER THAN WK-USER MOVE RX TO RPOS.     RATEMN00
043010     IF RT-USER (RX) = WK-USER                                    RATEMN00
043020         IF RT-CLASS (RX) IS GREATER THAN WK-CLASS                RATEMN00
043030             MOVE RX TO RPOS.                                     RATEMN00
043040     IF RT-USER (RX) = WK-USER AND RT-CLASS (RX) = WK-CLASS       RATEMN00
043200         IF RT-EFF (RX) IS GREATER THAN NEW-EFF MOVE RX TO RPOS.  RATEMN00
043300 258-SHIFT-ONE.                                                   RATEMN00
043400     COMPUTE RY = RX + 1.                                         RATEMN00
043500     MOVE RATE-ENTRY (RX) TO RATE-ENTRY (RY).                     RATEMN00
043600 300-LIST-RATES.                                                  RATEMN00
043700     PERFORM 320-MARK-STATUS THRU 320X.                           RATEMN00
043800     MOVE 0 TO FILE-CNT.                                          RATEMN00
043900     MOVE 0 TO FUTURE-CNT.                                        RATEMN00
044000     MOVE SPACES TO PREV-USER.                                    RATEMN00
044010     MOVE SPACE TO PREV-CLASS.                                    RATEMN00
044100     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    RATEMN00
044200     WRITE REPORT-REC FROM COLUMN-HEAD.                           RATEMN00
044300     PERFORM 310-LIST-ONE THRU 310X VARYING RX FROM 1 BY 1        RATEMN00
044400         UNTIL RX IS GREATER THAN RT-CNT.                         RATEMN00
044500     MOVE FILE-CNT TO CT-RATES.                                   RATEMN00
044600     MOVE FUTURE-CNT TO CT-FUTURE.                                RATEMN00
044700     WRITE REPORT-REC FROM BLANK-LINE.                            RATEMN00
044800     WRITE REPORT-REC FROM COUNT-LINE.                            RATEMN00
044900     WRITE REPORT-REC FROM BLANK-LINE.                            RATEMN00
045000 300X.   EXIT.                                                    RATEMN00
045100 310-LIST-ONE.                                                    RATEMN00
045200     IF RT-GONE (RX) = "Y" GO TO 310X.                            RATEMN00
045300     ADD 1 TO FILE-CNT.                                           RATEMN00
045400     MOVE RT-USER (RX) TO LL-USER.                                RATEMN00
045410     MOVE RT-CLASS (RX) TO LL-CLASS.                              RATEMN00
045420     IF RT-CLASS (RX) = SPACE MOVE "M" TO LL-CLASS.               RATEMN00
045500     MOVE RT-EFF (RX) TO EW-DATE.                                 RATEMN00
045600     MOVE EFF-WORK TO LL-EFF.                                     RATEMN00
045700     IF RT-EFF (RX) = 0 MOVE "ALWAYS" TO LL-EFF.                  RATEMN00
045800     MOVE RT-DAY (RX) TO LL-DAY.                                  RATEMN00
045900     MOVE RT-OFF (RX) TO LL-OFF.                                  RATEMN00
046000     IF RT-OFF (RX) = 0 MOVE "    DAY" TO LL-OFF-X.               RATEMN00
046100     MOVE RT-STAT (RX) TO LL-STAT.                                RATEMN00
046200     IF RT-STAT (RX) = "TO COME   " ADD 1 TO FUTURE-CNT.          RATEMN00
046300     IF RT-DAY (RX) = 0 MOVE "NO RATE   " TO LL-STAT.             RATEMN00
046400     IF RT-OFF (RX) IS GREATER THAN RT-DAY (RX)                   RATEMN00
046500         MOVE "OFF > DAY " TO LL-STAT.                            RATEMN00
046510     IF RT-USER (RX) = PREV-USER AND RT-CLASS (RX) = PREV-CLASS   RATEMN00
046520         AND RT-EFF (RX) = PREV-EFF                               RATEMN00
046700         MOVE "SAME DATE " TO LL-STAT.                            RATEMN00
046800     MOVE RT-DONE (RX) TO LL-DONE.                                RATEMN00
046900     MOVE RT-USER (RX) TO PREV-USER.                              RATEMN00
046910     MOVE RT-CLASS (RX) TO PREV-CLASS.                            RATEMN00
047000     MOVE RT-EFF (RX) TO PREV-EFF.                                RATEMN00
047100     WRITE REPORT-REC FROM LIST-LINE.                             RATEMN00
047200 310X.   EXIT.                                                    RATEMN00
047300 320-MARK-STATUS.                                                 RATEMN00
047400     NOTE  WALKS THE TABLE IN USER AND DATE ORDER - EACH RATE     RATEMN00
047500         DATED AFTER TODAY IS STILL TO COME, AND OF THE REST      RATEMN00
047600         THE LAST FOR EACH USER AND CLASS IS IN FORCE AND THE     RATEMN00
047700         EARLIER ONES ARE SUPERSEDED, THE RULE CHRISLOG, BILLSTMT RATEMN00
047800         AND RESCHG APPLY WHEN THEY LOAD THE FILE.                RATEMN00
047900     MOVE 0 TO FORCE-IX.                                          RATEMN00
048000     MOVE SPACES TO PREV-USER.                                    RATEMN00
048010     MOVE SPACE TO PREV-CLASS.                                    RATEMN00
048100     PERFORM 325-MARK-ONE THRU 325X VARYING RX FROM 1 BY 1        RATEMN00
048200         UNTIL RX IS GREATER THAN RT-CNT.                         RATEMN00
048300 320X.   EXIT.                                                    RATEMN00
048400 325-MARK-ONE.                                                    RATEMN00
048500     IF RT-GONE (RX) = "Y" GO TO 325X.                            RATEMN00
048510     IF RT-USER (RX) NOT = PREV-USER                              RATEMN00
048520         OR RT-CLASS (RX) NOT = PREV-CLASS                        RATEMN00
048700         MOVE 0 TO FORCE-IX                                       RATEMN00
048710         MOVE RT-USER (RX) TO PREV-USER                           RATEMN00
048720         MOVE RT-CLASS (RX) TO PREV-CLASS.                        RATEMN00
048900     IF RT-EFF (RX) IS GREATER THAN RATE-TODAY                    RATEMN00
049000         MOVE "TO COME   " TO RT-STAT (RX)                        RATEMN00
049100         GO TO 325X.                                              RATEMN00
049200     IF FORCE-IX IS GREATER THAN 0                                RATEMN00
049300         MOVE "SUPERSEDED" TO RT-STAT (FORCE-IX).                 RATEMN00
049400     MOVE "IN FORCE  " TO RT-STAT (RX).                           RATEMN00
049500     MOVE RX TO FORCE-IX.                                         RATEMN00
049600 325X.   EXIT.                                                    RATEMN00
049700 350-FUTURE-RATES.                                                RATEMN00
049800     NOTE  LISTS EVERY RATE DATED IN THE CHOSEN MONTH BESIDE THE  RATEMN00
049900         RATE NOW IN FORCE FOR THE SAME USER AND CLASS, FOR       RATEMN00
050000         ACCOUNTING TO SIGN OFF BEFORE THE NEW RATE BILLS.        RATEMN00
050100     MOVE MW-MM TO FH-MM.                                         RATEMN00
050200     MOVE MW-YY TO FH-YY.                                         RATEMN00
050300     WRITE REPORT-REC FROM FUTURE-HEAD BEFORE ADVANCING 2 LINES.  RATEMN00
050400     WRITE REPORT-REC FROM FUTURE-COLS.                           RATEMN00
050500     MOVE 0 TO FUTURE-CNT.                                        RATEMN00
050600     PERFORM 360-FUTURE-ONE THRU 360X VARYING RX FROM 1 BY 1      RATEMN00
050700         UNTIL RX IS GREATER THAN RT-CNT.                         RATEMN00
050800     IF FUTURE-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.           RATEMN00
050900     WRITE REPORT-REC FROM BLANK-LINE.                            RATEMN00
051000 350X.   EXIT.                                                    RATEMN00
051100 360-FUTURE-ONE.                                                  RATEMN00
051200     IF RT-GONE (RX) = "Y" GO TO 360X.                            RATEMN00
051300     COMPUTE EFF-YYMM = RT-EFF (RX) DIV 100.                      RATEMN00
051400     IF EFF-YYMM NOT = MW-YYMM GO TO 360X.                        RATEMN00
051500     ADD 1 TO FUTURE-CNT.                                         RATEMN00
051600     MOVE RT-USER (RX) TO FL-USER.                                RATEMN00
051610     MOVE RT-CLASS (RX) TO FL-CLASS.                              RATEMN00
051620     IF RT-CLASS (RX) = SPACE MOVE "M" TO FL-CLASS.               RATEMN00
051700     MOVE RT-EFF (RX) TO EW-DATE.                                 RATEMN00
051800     MOVE EFF-WORK TO FL-EFF.                                     RATEMN00
051900     MOVE RT-DAY (RX) TO FL-DAY.                                  RATEMN00
052000     MOVE RT-OFF (RX) TO FL-OFF.                                  RATEMN00
052100     IF RT-OFF (RX) = 0 MOVE "    DAY" TO FL-OFF-X.               RATEMN00
052200     MOVE 0 TO FHIT.                                              RATEMN00
052300     PERFORM 365-FIND-FORCE VARYING RY FROM 1 BY 1                RATEMN00
052400         UNTIL RY IS GREATER THAN RT-CNT                          RATEMN00
052500         OR FHIT IS GREATER THAN 0.                               RATEMN00
052600     IF FHIT = 0                                                  RATEMN00
052700         MOVE "   NONE" TO FL-NOW-DAY-X                           RATEMN00
052800         MOVE SPACES TO FL-NOW-OFF-X                              RATEMN00
052900         MOVE SPACES TO FL-NOW-EFF                                RATEMN00
053000         GO TO 368-FUTURE-PUT.                                    RATEMN00
053100     MOVE RT-DAY (FHIT) TO FL-NOW-DAY.                            RATEMN00
053200     MOVE RT-OFF (FHIT) TO FL-NOW-OFF.                            RATEMN00
053300     IF RT-OFF (FHIT) = 0 MOVE "    DAY" TO FL-NOW-OFF-X.         RATEMN00
053400     MOVE RT-EFF (FHIT) TO EW-DATE.                               RATEMN00
053500     MOVE EFF-WORK TO FL-NOW-EFF.                                 RATEMN00
053600     IF RT-EFF (FHIT) = 0 MOVE "ALWAYS" TO FL-NOW-EFF.            RATEMN00
053700 368-FUTURE-PUT.                                                  RATEMN00
053800     WRITE REPORT-REC FROM FUTURE-LINE.                           RATEMN00
053900 360X.   EXIT.                                                    RATEMN00
054000 365-FIND-FORCE.                                                  RATEMN00
054100     IF RT-GONE (RY) NOT = "Y"                                    RATEMN00
054110         IF RT-USER (RY) = RT-USER (RX)                           RATEMN00
054120             AND RT-CLASS (RY) = RT-CLASS (RX)                    RATEMN00
054300             IF RT-STAT (RY) = "IN FORCE  " MOVE RY TO FHIT.      RATEMN00
054400 600-APPLY-ONE.                                                   RATEMN00
054500     MOVE SPACES TO RJ-REASON.                                    RATEMN00
054510     IF WK-CLASS = "M" MOVE SPACE TO WK-CLASS.                    RATEMN00
054520     IF WK-CLASS NOT = SPACE AND WK-CLASS NOT = "D"               RATEMN00
054530         AND WK-CLASS NOT = "C" AND WK-CLASS NOT = "T"            RATEMN00
054540         MOVE "INVALID RATE CLASS        " TO RJ-REASON           RATEMN00
054550         GO TO 690-REJECT.                                        RATEMN00
054600     MOVE 0 TO NEW-EFF.                                           RATEMN00
054700     IF WK-EFF-DATE = SPACES GO TO 605-FIND.                      RATEMN00
054800     IF WK-EFF-DATE NOT NUMERIC                                   RATEMN00
054900         MOVE "INVALID EFFECTIVE DATE    " TO RJ-REASON           RATEMN00
055000         GO TO 690-REJECT.                                        RATEMN00
055100     MOVE WK-EFF-DATE TO EFF-WORK.                                RATEMN00
055200     MOVE EW-DATE TO NEW-EFF.                                     RATEMN00
055300 605-FIND.                                                        RATEMN00
055400     MOVE 0 TO RHIT.                                              RATEMN00
055500     MOVE 0 TO FORCE-EFF.                                         RATEMN00
055600     PERFORM 610-FIND-RATE VARYING RX FROM 1 BY 1                 RATEMN00
055700         UNTIL RX IS GREATER THAN RT-CNT.                         RATEMN00
055800     IF WK-ACTION = "A" GO TO 620-ADD.                            RATEMN00
055900     IF WK-ACTION = "C" GO TO 630-CHANGE.                         RATEMN00
056000     IF WK-ACTION = "D" GO TO 640-DELETE.                         RATEMN00
056100     MOVE "INVALID ACTION CODE       " TO RJ-REASON.              RATEMN00
056200     GO TO 690-REJECT.                                            RATEMN00
056300 620-ADD.                                                         RATEMN00
056400     IF WK-USER = SPACES                                          RATEMN00
056500         MOVE "USER NUMBER MISSING       " TO RJ-REASON           RATEMN00
056600         GO TO 690-REJECT.                                        RATEMN00
056610     IF WK-USER = "*ALL   " AND WK-CLASS = SPACE                  RATEMN00
056620         MOVE "*ALL ONLY FOR D, C OR T   " TO RJ-REASON           RATEMN00
056630         GO TO 690-REJECT.                                        RATEMN00
056700     IF RHIT IS GREATER THAN 0                                    RATEMN00
056800         MOVE "OVERLAPS - DATE ON FILE   " TO RJ-REASON           RATEMN00
056900         GO TO 690-REJECT.                                        RATEMN00
057000     IF WK-EFF-DATE NOT = SPACES                                  RATEMN00
057100         IF EW-MM IS LESS THAN 1 OR EW-MM IS GREATER THAN 12      RATEMN00
057200             OR EW-DD IS LESS THAN 1 OR EW-DD IS GREATER THAN 31  RATEMN00
057300             MOVE "INVALID EFFECTIVE DATE    " TO RJ-REASON       RATEMN00
057400             GO TO 690-REJECT.                                    RATEMN00
057500     IF WK-EFF-DATE NOT = SPACES                                  RATEMN00
057600         IF NEW-EFF IS LESS THAN RATE-TODAY                       RATEMN00
057700             MOVE "EFFECTIVE DATE IS PAST    " TO RJ-REASON       RATEMN00
057800             GO TO 690-REJECT.                                    RATEMN00
057900     IF NEW-EFF IS LESS THAN FORCE-EFF                            RATEMN00
058000         MOVE "OVERLAPS - BEHIND IN FORCE" TO RJ-REASON           RATEMN00
058100         GO TO 690-REJECT.                                        RATEMN00
058200     PERFORM 650-EDIT-RATES THRU 650X.                            RATEMN00
058300     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  RATEMN00
058400     IF RT-CNT = 300                                              RATEMN00
058500         MOVE "RATECARD TABLE FULL       " TO RJ-REASON           RATEMN00
058600         GO TO 690-REJECT.                                        RATEMN00
058700     PERFORM 250-INSERT-RATE THRU 250X.                           RATEMN00
058800     MOVE "ADDED  " TO RT-DONE (RPOS).                            RATEMN00
058900     MOVE "ADD     " TO AU-EVENT.                                 RATEMN00
059000     GO TO 680-LOG-CHANGE.                                        RATEMN00
059100 630-CHANGE.                                                      RATEMN00
059200     IF RHIT = 0                                                  RATEMN00
059300         MOVE "RATE NOT ON FILE          " TO RJ-REASON           RATEMN00
059400         GO TO 690-REJECT.                                        RATEMN00
059500     PERFORM 650-EDIT-RATES THRU 650X.                            RATEMN00
059600     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  RATEMN00
059700     MOVE NEW-DAY TO RT-DAY (RHIT).                               RATEMN00
059800     MOVE NEW-OFF TO RT-OFF (RHIT).                               RATEMN00
059900     MOVE "CHANGED" TO RT-DONE (RHIT).                            RATEMN00
060000     MOVE "CHANGE  " TO AU-EVENT.                                 RATEMN00
060100     GO TO 680-LOG-CHANGE.                                        RATEMN00
060200 640-DELETE.                                                      RATEMN00
060300     IF RHIT = 0                                                  RATEMN00
060400         MOVE "RATE NOT ON FILE          " TO RJ-REASON           RATEMN00
060500         GO TO 690-REJECT.                                        RATEMN00
060600     MOVE "Y" TO RT-GONE (RHIT).                                  RATEMN00
060700     MOVE "DELETE  " TO AU-EVENT.                                 RATEMN00
060800     GO TO 680-LOG-CHANGE.                                        RATEMN00
060900 680-LOG-CHANGE.                                                  RATEMN00
061000     ADD 1 TO CHANGE-CNT.                                         RATEMN00
061100     MOVE TODAYS-DATE TO AU-DATE.                                 RATEMN00
061200     MOVE WK-USER TO AU-RESULT.                                   RATEMN00
061300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RATEMN00
061400     GO TO 600X.                                                  RATEMN00
061500 690-REJECT.                                                      RATEMN00
061600     MOVE WK-USER TO RJ-USER.                                     RATEMN00
061610     MOVE WK-CLASS TO RJ-CLASS.                                   RATEMN00
061700     MOVE WK-EFF-DATE TO RJ-EFF.                                  RATEMN00
061800     WRITE REPORT-REC FROM REJECT-LINE.                           RATEMN00
061900     DISPLAY "REJECTED - " RJ-REASON.                             RATEMN00
062000 600X.   EXIT.                                                    RATEMN00
062100 610-FIND-RATE.                                                   RATEMN00
062200     NOTE  FINDS THE RECORD FOR THIS USER, CLASS AND DATE, AND    RATEMN00
062300         THE DATE OF THE RATE NOW IN FORCE FOR THEM.              RATEMN00
062400     IF RT-GONE (RX) = "Y" GO TO 615-FIND-X.                      RATEMN00
062500     IF RT-USER (RX) NOT = WK-USER GO TO 615-FIND-X.              RATEMN00
062510     IF RT-CLASS (RX) NOT = WK-CLASS GO TO 615-FIND-X.            RATEMN00
062600     IF RT-EFF (RX) = NEW-EFF MOVE RX TO RHIT.                    RATEMN00
062700     IF RT-EFF (RX) IS GREATER THAN RATE-TODAY GO TO 615-FIND-X.  RATEMN00
062800     IF RT-EFF (RX) IS GREATER THAN FORCE-EFF                     RATEMN00
062900         MOVE RT-EFF (RX) TO FORCE-EFF.                           RATEMN00
063000 615-FIND-X.                                                      RATEMN00
063100     EXIT.                                                        RATEMN00
063200 650-EDIT-RATES.                                                  RATEMN00
063300     NOTE  THE DAY RATE MUST BE SIX DIGITS AND NOT ZERO. THE      RATEMN00
063400         OFF-SHIFT RATE MAY BE BLANK OR ZERO (OFF-SHIFT TIME      RATEMN00
063500         BILLS AT THE DAY RATE) BUT MAY NOT EXCEED THE DAY        RATEMN00
063600         RATE. OFF-SHIFT RATES ARE FOR MACHINE TIME ONLY.         RATEMN00
063700     MOVE SPACES TO RJ-REASON.                                    RATEMN00
063800     IF WK-RATE NOT NUMERIC                                       RATEMN00
063900         MOVE "DAY RATE NOT NUMERIC      " TO RJ-REASON           RATEMN00
064000         GO TO 650X.                                              RATEMN00
064100     MOVE WK-RATE TO RW-RATE-X.                                   RATEMN00
064200     MOVE RW-RATE TO NEW-DAY.                                     RATEMN00
064300     IF NEW-DAY = 0                                               RATEMN00
064400         MOVE "DAY RATE IS ZERO          " TO RJ-REASON           RATEMN00
064500         GO TO 650X.                                              RATEMN00
064600     MOVE 0 TO NEW-OFF.                                           RATEMN00
064700     IF WK-OFF-RATE = SPACES GO TO 650X.                          RATEMN00
064800     IF WK-OFF-RATE NOT NUMERIC                                   RATEMN00
064900         MOVE "OFF-SHIFT RATE NOT NUMERIC" TO RJ-REASON           RATEMN00
065000         GO TO 650X.                                              RATEMN00
065100     MOVE WK-OFF-RATE TO RW-RATE-X.                               RATEMN00
065200     MOVE RW-RATE TO NEW-OFF.                                     RATEMN00
065210     IF WK-CLASS NOT = SPACE AND NEW-OFF NOT = 0                  RATEMN00
065220         MOVE "OFF-SHIFT RATE TIME ONLY  " TO RJ-REASON           RATEMN00
065230         GO TO 650X.                                              RATEMN00
065300     IF NEW-OFF IS GREATER THAN NEW-DAY                           RATEMN00
065400         MOVE "OFF-SHIFT RATE ABOVE DAY  " TO RJ-REASON.          RATEMN00
065500 650X.   EXIT.                                                    RATEMN00
065600 700-REWRITE-RATES.                                               RATEMN00
065700     IF LOAD-OVER-SW = 1                                          RATEMN00
065800         DISPLAY "RATECARD LEFT UNCHANGED"                        RATEMN00
065900         GO TO 700X.                                              RATEMN00
066000     OPEN OUTPUT RATE-CARD.                                       RATEMN00
066100     PERFORM 710-PUT-ONE THRU 710X VARYING RX FROM 1 BY 1         RATEMN00
066200         UNTIL RX IS GREATER THAN RT-CNT.                         RATEMN00
066300     CLOSE RATE-CARD.                                             RATEMN00
066400 700X.   EXIT.                                                    RATEMN00
066500 710-PUT-ONE.                                                     RATEMN00
066600     IF RT-GONE (RX) = "Y" GO TO 710X.                            RATEMN00
066700     MOVE SPACES TO RATE-REC.                                     RATEMN00
066800     MOVE RT-USER (RX) TO RC-USER.                                RATEMN00
066810     MOVE RT-CLASS (RX) TO RC-CLASS.                              RATEMN00
066900     MOVE RT-DAY (RX) TO RC-RATE.                                 RATEMN00
067000     MOVE RT-EFF (RX) TO RC-EFF-DATE.                             RATEMN00
067100     MOVE RT-OFF (RX) TO RC-OFF-RATE.                             RATEMN00
067200     WRITE RATE-REC.                                              RATEMN00
067300 710X.   EXIT.                                                    RATEMN00
067400 950-AUDIT-START.                                                 RATEMN00
067500     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     RATEMN00
067600     MOVE TODAYS-DATE TO AU-DATE.                                 RATEMN00
067700     MOVE "START   " TO AU-EVENT.                                 RATEMN00
067800     MOVE SPACES TO AU-RESULT.                                    RATEMN00
067900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RATEMN00
068000 955-AUDIT-END.                                                   RATEMN00
068100     MOVE TODAYS-DATE TO AU-DATE.                                 RATEMN00
068200     MOVE "END     " TO AU-EVENT.                                 RATEMN00
068300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RATEMN00
068400 970-AUDIT-WRITE.                                                 RATEMN00
068500     COMPUTE AU-TIME-HOLD = DATA (1).                             RATEMN00
068600     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     RATEMN00
068700     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            RATEMN00
068800     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       RATEMN00
068900     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              RATEMN00
069000     OPEN I-O AUDIT-TRAIL.                                        RATEMN00
069100     MOVE AUDIT-REC TO AU-SAVE-REC.                               RATEMN00
069200     MOVE 1 TO AU-KEY.                                            RATEMN00
069300     READ AUDIT-TRAIL INVALID KEY                                 RATEMN00
069400         MOVE 2 TO AC-NEXT-SLOT.                                  RATEMN00
069500     IF AC-NEXT-SLOT NOT NUMERIC                                  RATEMN00
069600         MOVE 2 TO AC-NEXT-SLOT.                                  RATEMN00
069700     IF AC-NEXT-SLOT IS LESS THAN 2                               RATEMN00
069800         MOVE 2 TO AC-NEXT-SLOT.                                  RATEMN00
069900     MOVE AC-NEXT-SLOT TO AU-NEXT.                                RATEMN00
070000 980-AUDIT-SKIP.                                                  RATEMN00
070100     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          RATEMN00
070200         TOOK IT SINCE THE CONTROL RECORD WAS READ -              RATEMN00
070300         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          RATEMN00
070400         OVERWRITING EACH OTHERS EVENTS.                          RATEMN00
070500     MOVE AU-NEXT TO AU-KEY.                                      RATEMN00
070600     READ AUDIT-TRAIL INVALID KEY                                 RATEMN00
070700         GO TO 985-AUDIT-FREE.                                    RATEMN00
070800     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  RATEMN00
070900     ADD 1 TO AU-NEXT.                                            RATEMN00
071000     GO TO 980-AUDIT-SKIP.                                        RATEMN00
071100 985-AUDIT-FREE.                                                  RATEMN00
071200     MOVE 1 TO AU-KEY.                                            RATEMN00
071300     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       RATEMN00
071400     MOVE 0 TO AU-HASH.                                           RATEMN00
071500     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  RATEMN00
071600     MOVE AU-NEXT TO AU-KEY.                                      RATEMN00
071700     MOVE AU-SAVE-REC TO AUDIT-REC.                               RATEMN00
071800     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                RATEMN00
071900 990-AUDIT-PUT.                                                   RATEMN00
072000     WRITE AUDIT-REC INVALID KEY                                  RATEMN00
072100         DISPLAY "AUDIT TRAIL FULL".                              RATEMN00
072200     ADD 1 TO AU-NEXT.                                            RATEMN00
072300     MOVE 1 TO AU-KEY.                                            RATEMN00
072400     MOVE SPACES TO AUDIT-REC.                                    RATEMN00
072500     MOVE AU-NEXT TO AC-NEXT-SLOT.                                RATEMN00
072600     MOVE AU-HASH TO AC-HASH.                                     RATEMN00
072700     WRITE AUDIT-REC INVALID KEY                                  RATEMN00
072800         DISPLAY "AUDIT CONTROL ERROR".                           RATEMN00
072900     MOVE AU-SAVE-REC TO AUDIT-REC.                               RATEMN00
073000     CLOSE AUDIT-TRAIL.                                           RATEMN00
073100 991-AUDIT-HASH.                                                  RATEMN00
073200     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        RATEMN00
073300         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     RATEMN00
073400         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     RATEMN00
073500         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         RATEMN00
073600         REMOVED AFTER IT WAS WRITTEN.                            RATEMN00
073700     MOVE AUDIT-REC TO AU-HASH-REC.                               RATEMN00
073800     MOVE 0 TO AU-REC-SUM.                                        RATEMN00
073900     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        RATEMN00
074000         UNTIL AU-CX IS GREATER THAN 44.                          RATEMN00
074100     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       RATEMN00
074200         MOD 999999937.                                           RATEMN00
074300     GO TO 994-AUDIT-HASH-X.                                      RATEMN00
074400 992-AUDIT-HASH-CHAR.                                             RATEMN00
074500     MOVE 49 TO AU-CODE.                                          RATEMN00
074600     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        RATEMN00
074700         UNTIL AU-TX IS GREATER THAN 48.                          RATEMN00
074800     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           RATEMN00
074900 993-AUDIT-HASH-LOOK.                                             RATEMN00
075000     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    RATEMN00
075100 994-AUDIT-HASH-X.                                                RATEMN00
075200     EXIT.                                                        RATEMN00
075300 940-AUTH-CHECK.                                                  RATEMN00
075400     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         RATEMN00
075500         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           RATEMN00
075600         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            RATEMN00
075700         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          RATEMN00
075800         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        RATEMN00
075900         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            RATEMN00
076000     MOVE 0 TO AUTH-OK-SW.                                        RATEMN00
076100     OPEN INPUT AUTH-FILE.                                        RATEMN00
076200     IF AUTH-FILE-STATUS NOT = "00"                               RATEMN00
076300         MOVE 1 TO AUTH-OK-SW                                     RATEMN00
076400         GO TO 945-AUTH-X.                                        RATEMN00
076500 941-AUTH-READ.                                                   RATEMN00
076600     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   RATEMN00
076700     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         RATEMN00
076800     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                RATEMN00
076900     GO TO 941-AUTH-READ.                                         RATEMN00
077000 943-AUTH-DONE.                                                   RATEMN00
077100     CLOSE AUTH-FILE.                                             RATEMN00
077200     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          RATEMN00
077300     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               RATEMN00
077400     MOVE TODAYS-DATE TO AU-DATE.                                 RATEMN00
077500     MOVE "AUTHFAIL" TO AU-EVENT.                                 RATEMN00
077600     MOVE "REFUSED " TO AU-RESULT.                                RATEMN00
077700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RATEMN00
077800     STOP RUN.                                                    RATEMN00
077900 945-AUTH-X.                                                      RATEMN00
078000     EXIT.                                                        RATEMN00
078100 946-AUTH-GRANT.                                                  RATEMN00
078200     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          RATEMN00
078300         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         RATEMN00
078400         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            RATEMN00
078500         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                RATEMN00
078600     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            RATEMN00
078700     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            RATEMN00
078800         + AUTH-DATE-IN DIV 100.                                  RATEMN00
078900     IF RA-EXPIRES NUMERIC                                        RATEMN00
079000         IF RA-EXPIRES NOT = 0                                    RATEMN00
079100             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                RATEMN00
079200                 GO TO 947-AUTH-GRANT-X.                          RATEMN00
079300     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             RATEMN00
079400     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             RATEMN00
079500 947-AUTH-GRANT-X.                                                RATEMN00
079600     EXIT.                                                        RATEMN00
079700 930-OPER-SIGNON.                                                 RATEMN00
079800     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      RATEMN00
079900         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       RATEMN00
080000         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          RATEMN00
080100         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       RATEMN00
080200         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           RATEMN00
080300         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         RATEMN00
080400         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                RATEMN00
080500     MOVE 0 TO OPER-TRIES.                                        RATEMN00
080600 931-OPER-ASK.                                                    RATEMN00
080700     ADD 1 TO OPER-TRIES.                                         RATEMN00
080800     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            RATEMN00
080900     ACCEPT OPERATOR-CODE.                                        RATEMN00
081000     MOVE OPERATOR-CODE TO AU-OPERATOR.                           RATEMN00
081100     MOVE 0 TO OPER-OK-SW.                                        RATEMN00
081200     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               RATEMN00
081300     OPEN INPUT OPER-FILE.                                        RATEMN00
081400     IF OPER-FILE-STATUS NOT = "00"                               RATEMN00
081500         MOVE 1 TO OPER-OK-SW                                     RATEMN00
081600         GO TO 933-OPER-DONE.                                     RATEMN00
081700 932-OPER-READ.                                                   RATEMN00
081800     READ OPER-FILE AT END                                        RATEMN00
081900         CLOSE OPER-FILE                                          RATEMN00
082000         GO TO 933-OPER-DONE.                                     RATEMN00
082100     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          RATEMN00
082200     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 RATEMN00
082300     GO TO 932-OPER-READ.                                         RATEMN00
082400 933-OPER-DONE.                                                   RATEMN00
082500     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       RATEMN00
082600     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           RATEMN00
082700     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             RATEMN00
082800     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             RATEMN00
082900     MOVE TODAYS-DATE TO AU-DATE.                                 RATEMN00
083000     MOVE "SIGNFAIL" TO AU-EVENT.                                 RATEMN00
083100     MOVE "REFUSED " TO AU-RESULT.                                RATEMN00
083200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RATEMN00
083300     STOP RUN.                                                    RATEMN00
083400 934-OPER-AUTH.                                                   RATEMN00
083500     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      RATEMN00
083600 935-OPER-X.                                                      RATEMN00
083700     EXIT.                                                        RATEMN00
083800 END-OF-JOB.                                                      RATEMN00
