000100SVCMNT      000172CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  CHRISLOGS DEVTREND HISTORY AND ITS DEGRADATION ALERTS TELL US         00
000900  WHEN A UNIT IS GETTING WORSE, BUT WHEN THE CUSTOMER ENGINEER          00
001000  SERVICED IT THERE WAS NO RECORD OF THE VISIT AND NO WAY TO            00
001100  SHOW THE REPAIR HELD. THE SERVICE LOG FILE SVCLOG NOW HOLDS           00
001200  ONE RECORD PER VISIT AND THIS PROGRAM MAINTAINS IT -                  00
001300     A VISIT RECORD IS A DEVICE NAME, THE DATE OF THE VISIT, THE        00
001400        CUSTOMER ENGINEERS NAME, THE WORK PERFORMED AND THE             00
001500        PARTS REPLACED,                                                 00
001600     THE DEVICE MUST BE ONE OF THE 31 UNITS IN THE CHRISLOG             00
001700        DEVICE TABLE, SO THE VISIT LINES UP WITH THE COUNTS             00
001800        CHRISLOG KEEPS FOR THAT UNIT IN DEVHIST,                        00
001900     THE DATE MUST BE A REAL YYMMDD DATE NOT AFTER TODAY, AND           00
002000        ONE UNIT MAY NOT HAVE TWO VISITS ON ONE DATE,                   00
002100     THE ENGINEERS NAME AND THE WORK PERFORMED MUST BE GIVEN -          00
002200        PARTS MAY BE LEFT BLANK WHEN NONE WERE REPLACED,                00
002300     CHANGE AND DELETE MUST NAME AN EXISTING DEVICE AND DATE,           00
002400     A FULL BEFORE AND AFTER LISTING IS PRINTED IN DEVICE AND           00
002500        DATE ORDER, SHOWING FOR EACH VISIT THE DAYS SINCE THE           00
002600        LAST VISIT TO THE SAME UNIT. A VISIT WITHIN 30 DAYS OF          00
002700        THE LAST ONE IS A REPEAT FAILURE AND IS MARKED FOR              00
002800        ESCALATION WITH THE FIELD OFFICE, AND                           00
002900     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
003000                                                                        00
003100  SVCRPT READS SVCLOG WITH CHRISLOGS DEVHIST FILE TO COMPARE            00
003200  EACH UNITS ERRORS PER OPEN BEFORE AND AFTER EACH VISIT.               00
003300                                                                        00
003400  TRANSACTIONS COME FROM THE CARD FILE SVCTRAN (REPLY C AT THE          00
003500  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
003600     CARD COL 1       A, C OR D                                         00
003700     CARD COLS 3-5    THE DEVICE NAME, E.G. MTC OR DKA                  00
003800     CARD COLS 7-12   DATE OF THE VISIT YYMMDD                          00
003900     CARD COLS 14-29  CUSTOMER ENGINEERS NAME                           00
004000     CARD COLS 31-60  WORK PERFORMED                                    00
004100     CARD COLS 62-79  PARTS REPLACED                                    00
004200  COLS 3-79 ARE THE SVCLOG RECORD ITSELF SHIFTED TWO COLUMNS.           00
004300  A CHANGE REPLACES THE NAME, WORK AND PARTS OF THE VISIT NAMED         00
004400  BY DEVICE AND DATE - A WRONG DATE IS A DELETE AND AN ADD.             00
004500  CONSOLE ENTRY ASKS FOR THE SAME FIELDS AND A REPLY OF E AT THE        00
004600  ACTION PROMPT ENDS ENTRY.                                             00
004700                                                                        00
004800  SVCLOG IS REWRITTEN IN DEVICE AND DATE ORDER. THE IN-CORE             00
004900  TABLE HOLDS 500 VISITS - A SVCLOG PAST 500 IS REPORTED AND            00
005000  LEFT UNTOUCHED.                                                       00
005100                                                                        00
005200                                                                        00
005300 IDENTIFICATION DIVISION.                                         SVCMNT00
005400 PROGRAM-ID. SERVICE LOG MAINTENANCE "SVCMNT".                    SVCMNT00
005500 DATE-COMPILED.                                                   SVCMNT00
005600 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE      SVCMNT00
005700     CUSTOMER ENGINEER SERVICE LOG SVCLOG WITH DEVICE AND DATE    SVCMNT00
005800     VALIDATION, BEFORE AND AFTER LISTINGS MARKING REPEAT         SVCMNT00
005900     VISITS WITHIN 30 DAYS, AND AN AUDIT TRAIL ENTRY PER CHANGE.  SVCMNT00
006000 ENVIRONMENT DIVISION.                                            SVCMNT00
006100 CONFIGURATION SECTION.                                           SVCMNT00
006200 SOURCE-COMPUTER. B-5500.                                         SVCMNT00
006300 OBJECT-COMPUTER. B-5500.                                         SVCMNT00
006400 INPUT-OUTPUT SECTION.                                            SVCMNT00
006500 FILE-CONTROL.                                                    SVCMNT00
006600     SELECT AUTH-FILE ASSIGN TO DISK                              SVCMNT00
006700         FILE STATUS IS AUTH-FILE-STATUS.                         SVCMNT00
006800     SELECT OPER-FILE ASSIGN TO DISK                              SVCMNT00
006900         FILE STATUS IS OPER-FILE-STATUS.                         SVCMNT00
007000     SELECT SVC-LOG ASSIGN TO DISK                                SVCMNT00
007100         FILE STATUS IS SVC-FILE-STATUS.                          SVCMNT00
007200     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    SVCMNT00
007300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SVCMNT00
007400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SVCMNT00
007500 DATA DIVISION.                                                   SVCMNT00
007600 FILE SECTION.                                                    SVCMNT00
007700 MD  AUTH-FILE                                                    SVCMNT00
007800     ACCESS SEQUENTIAL                                            SVCMNT00
007900     BLOCK CONTAINS 1 RECORDS                                     SVCMNT00
008000     VALUE OF ID "RUNAUTH"                                        SVCMNT00
008100     DATA RECORD AUTH-REC.                                        SVCMNT00
008200 01  AUTH-REC        SZ 80.                                       SVCMNT00
008300     05  RA-RUN-ID       PC X(7).                                 SVCMNT00
008400     05  FILLER          SZ 1.                                    SVCMNT00
008500     05  RA-PROGRAM      PC X(8).                                 SVCMNT00
008600     05  FILLER          SZ 1.                                    SVCMNT00
008700     05  RA-EXPIRES      PC 9(6).                                 SVCMNT00
008800     05  FILLER          SZ 57.                                   SVCMNT00
008900 MD  OPER-FILE                                                    SVCMNT00
009000     ACCESS SEQUENTIAL                                            SVCMNT00
009100     BLOCK CONTAINS 1 RECORDS                                     SVCMNT00
009200     VALUE OF ID "OPROSTER"                                       SVCMNT00
009300     DATA RECORD OPER-REC.                                        SVCMNT00
009400 01  OPER-REC        SZ 80.                                       SVCMNT00
009500     05  OR-CODE         PC X(3).                                 SVCMNT00
009600     05  FILLER          SZ 1.                                    SVCMNT00
009700     05  OR-NAME         PC X(20).                                SVCMNT00
009800     05  FILLER          SZ 1.                                    SVCMNT00
009900     05  OR-STATUS       PC X.                                    SVCMNT00
010000     05  FILLER          SZ 54.                                   SVCMNT00
010100 MD  AUDIT-TRAIL                                                  SVCMNT00
010200     ACCESS MODE IS RANDOM                                        SVCMNT00
010300     ACTUAL KEY IS AU-KEY                                         SVCMNT00
010400     RECORD CONTAINS 44 CHARACTERS                                SVCMNT00
010500     LABEL RECORD IS STANDARD                                     SVCMNT00
010600     VALUE OF ID IS "AUDITTRL"                                    SVCMNT00
010700     DATA RECORD IS AUDIT-REC.                                    SVCMNT00
010800 01  AUDIT-REC       SZ 44.                                       SVCMNT00
010900     05  AU-PROGRAM      PC X(8)  VA "SVCMNT  ".                  SVCMNT00
011000     05  AU-DATE         PC 9(6).                                 SVCMNT00
011100     05  AU-TIME         PC 9(4).                                 SVCMNT00
011200     05  AU-EVENT        PC X(8).                                 SVCMNT00
011300     05  AU-RESULT       PC X(8).                                 SVCMNT00
011400     05  AU-RUN-ID       PC X(7).                                 SVCMNT00
011500     05  AU-OPERATOR     PC X(3).                                 SVCMNT00
011600 01  AUDIT-CTL.                                                   SVCMNT00
011700     05  AC-NEXT-SLOT    PC 9(8).                                 SVCMNT00
011800     05  AC-HASH         PC 9(9).                                 SVCMNT00
011900     05  FILLER          SZ 27.                                   SVCMNT00
012000 MD  SVC-LOG                                                      SVCMNT00
012100     ACCESS SEQUENTIAL                                            SVCMNT00
012200     BLOCK CONTAINS 1 RECORDS                                     SVCMNT00
012300     VALUE OF ID "SVCLOG"                                         SVCMNT00
012400     DATA RECORD SVC-REC.                                         SVCMNT00
012500 01  SVC-REC         SZ 80.                                       SVCMNT00
012600     05  SV-DEVICE       PC X(3).                                 SVCMNT00
012700     05  FILLER          SZ 1.                                    SVCMNT00
012800     05  SV-DATE         PC 9(6).                                 SVCMNT00
012900     05  FILLER          SZ 1.                                    SVCMNT00
013000     05  SV-CE           PC X(16).                                SVCMNT00
013100     05  FILLER          SZ 1.                                    SVCMNT00
013200     05  SV-WORK         PC X(30).                                SVCMNT00
013300     05  FILLER          SZ 1.                                    SVCMNT00
013400     05  SV-PARTS        PC X(18).                                SVCMNT00
013500     05  FILLER          SZ 3.                                    SVCMNT00
013600 FD  TRANS-CARDS                                                  SVCMNT00
013700         LABEL RECORD STANDARD                                    SVCMNT00
013800         VALUE OF ID "SVCTRAN"                                    SVCMNT00
013900         DATA RECORD TRANS-REC.                                   SVCMNT00
014000 01  TRANS-REC       SZ 80.                                       SVCMNT00
014100     05  TR-ACTION           PC X.                                SVCMNT00
014200     05  FILLER              SZ 1.                                SVCMNT00
014300     05  TR-DEVICE           PC X(3).                             SVCMNT00
014400     05  FILLER              SZ 1.                                SVCMNT00
014500     05  TR-DATE             PC X(6).                             SVCMNT00
014600     05  FILLER              SZ 1.                                SVCMNT00
014700     05  TR-CE               PC X(16).                            SVCMNT00
014800     05  FILLER              SZ 1.                                SVCMNT00
014900     05  TR-WORK             PC X(30).                            SVCMNT00
015000     05  FILLER              SZ 1.                                SVCMNT00
015100     05  TR-PARTS            PC X(18).                            SVCMNT00
015200     05  FILLER              SZ 1.                                SVCMNT00
015300 FD  REPORT-FILE                                                  SVCMNT00
015400         VALUE OF ID "SVCLIST"                                    SVCMNT00
015500         DATA RECORD REPORT-REC.                                  SVCMNT00
015600 01  REPORT-REC      SZ 132.                                      SVCMNT00
015700 WORKING-STORAGE SECTION.                                         SVCMNT00
015800 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SVCMNT00
015900 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SVCMNT00
016000 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SVCMNT00
016100 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SVCMNT00
016200 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SVCMNT00
016300 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SVCMNT00
016400 77  AUTH-TODAY      CMP-1   PC 9(6).                             SVCMNT00
016500 77  AUTH-DATE-IN            PC 9(6).                             SVCMNT00
016600 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SVCMNT00
016700 77  AU-HH           CMP-1   PC 99.                               SVCMNT00
016800 77  AU-MM           CMP-1   PC 99.                               SVCMNT00
016900 77  AU-KEY          CMP-1   PC 9(8).                             SVCMNT00
017000 77  AU-NEXT         CMP-1   PC 9(8).                             SVCMNT00
017100 01  AU-SAVE-REC             SZ 44.                               SVCMNT00
017200 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SVCMNT00
017300 77  AU-REC-SUM              CMP-1   PC 9(6).                     SVCMNT00
017400 77  AU-CX                   CMP-1   PC 99.                       SVCMNT00
017500 77  AU-TX                   CMP-1   PC 99.                       SVCMNT00
017600 77  AU-CODE                 CMP-1   PC 99.                       SVCMNT00
017700 01  AU-HASH-REC.                                                 SVCMNT00
017800     05  AU-HC       OC 44   PC X.                                SVCMNT00
017900 01  AU-CHAR-SET.                                                 SVCMNT00
018000     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SVCMNT00
018100     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SVCMNT00
018200 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SVCMNT00
018300     05  AU-CHAR     OC 48   PC X.                                SVCMNT00
018400 77  RUN-ID-ENTRY            PC X(7).                             SVCMNT00
018500 77  SVC-FILE-STATUS VA SPACE        PC X(2).                     SVCMNT00
018600 77  TRANS-SOURCE            PC X.                                SVCMNT00
018700 77  WK-ACTION               PC X.                                SVCMNT00
018800 77  WK-DEVICE               PC X(3).                             SVCMNT00
018900 77  WK-DATE                 PC X(6).                             SVCMNT00
019000 77  WK-CE                   PC X(16).                            SVCMNT00
019100 77  WK-WORK                 PC X(30).                            SVCMNT00
019200 77  WK-PARTS                PC X(18).                            SVCMNT00
019300 77  SVC-TODAY       CMP-1   PC 9(6).                             SVCMNT00
019400 77  SVC-DATE-IN             PC 9(6).                             SVCMNT00
019500 77  DATE-IN-X               PC X(6).                             SVCMNT00
019600 77  DATE-OK-SW      VA 0    CMP-1   PC 9.                        SVCMNT00
019700 77  MONTH-END       CMP-1   PC 99.                               SVCMNT00
019800 77  DAY-NO          CMP-1   PC 9(6).                             SVCMNT00
019900 77  PREV-DAY-NO     CMP-1   PC 9(6).                             SVCMNT00
020000 77  DAYS-SINCE      CMP-1   PC 9(6).                             SVCMNT00
020100 77  SV-CNT          VA 0    CMP-1   PC 999.                      SVCMNT00
020200 77  SX              CMP-1   PC 999.                              SVCMNT00
020300 77  SY              CMP-1   PC 999.                              SVCMNT00
020400 77  SPOS            CMP-1   PC 999.                              SVCMNT00
020500 77  SHIT            CMP-1   PC 999.                              SVCMNT00
020600 77  DX              CMP-1   PC 99.                               SVCMNT00
020700 77  DEV-HIT         CMP-1   PC 99.                               SVCMNT00
020800 77  FILE-CNT        CMP-1   PC 999.                              SVCMNT00
020900 77  REPEAT-CNT      CMP-1   PC 999.                              SVCMNT00
021000 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      SVCMNT00
021100 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        SVCMNT00
021200 77  NEW-DATE                PC 9(6).                             SVCMNT00
021300 77  PREV-DEVICE             PC X(3).                             SVCMNT00
021400 01  DAY-WORK.                                                    SVCMNT00
021500     05  DN-DATE             PC 9(6).                             SVCMNT00
021600 01  DAY-PARTS REDEFINES DAY-WORK.                                SVCMNT00
021700     05  DN-YY               PC 99.                               SVCMNT00
021800     05  DN-MM               PC 99.                               SVCMNT00
021900     05  DN-DD               PC 99.                               SVCMNT00
022000 01  DAY-WORK-X REDEFINES DAY-WORK.                               SVCMNT00
022100     05  DN-DATE-X           PC X(6).                             SVCMNT00
022200 01  DATE-EDIT.                                                   SVCMNT00
022300     05  DE-MM               PC 99.                               SVCMNT00
022400     05  FILLER              PC X     VA "/".                     SVCMNT00
022500     05  DE-DD               PC 99.                               SVCMNT00
022600     05  FILLER              PC X     VA "/".                     SVCMNT00
022700     05  DE-YY               PC 99.                               SVCMNT00
022800 01  MONTH-DAYS-SET.                                              SVCMNT00
022900     05  FILLER  PC X(24) VA "312831303130313130313031".          SVCMNT00
023000 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     SVCMNT00
023100     05  MD-DAYS     OC 12   PC 99.                               SVCMNT00
023200 01  CUM-DAYS-SET.                                                SVCMNT00
023300     05  FILLER  PC X(18) VA "000031059090120151".                SVCMNT00
023400     05  FILLER  PC X(18) VA "181212243273304334".                SVCMNT00
023500 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         SVCMNT00
023600     05  CUM-DAYS    OC 12   PC 999.                              SVCMNT00
023700 01  DEVICE-SET.                                                  SVCMNT00
023800     05  FILLER  PC X(48) VA                                      SVCMNT00
023900         "MTAMTBMTCMTDMTEMTFMTHMTJMTKMTLMTMMTNMTPMTRMTSMTT".      SVCMNT00
024000     05  FILLER  PC X(45) VA                                      SVCMNT00
024100         "DRADRBDKADKBLPALPBCPACRACRBSPOPPAPRAPPBPRBDCA".         SVCMNT00
024200 01  DEVICE-TBL REDEFINES DEVICE-SET.                             SVCMNT00
024300     05  DEVICE-NAME OC 31   PC X(3).                             SVCMNT00
024400 01  RESULT-WORK.                                                 SVCMNT00
024500     05  RS-DEVICE           PC X(3).                             SVCMNT00
024600     05  FILLER              PC X     VA "/".                     SVCMNT00
024700     05  RS-MMDD             PC 9(4).                             SVCMNT00
024800 01  SVC-TABLE.                                                   SVCMNT00
024900     02 SVC-ENTRY OC 500.                                         SVCMNT00
025000         03 ST-DEVICE        PC X(3).                             SVCMNT00
025100         03 ST-DATE          PC 9(6).                             SVCMNT00
025200         03 ST-CE            PC X(16).                            SVCMNT00
025300         03 ST-WORK          PC X(30).                            SVCMNT00
025400         03 ST-PARTS         PC X(18).                            SVCMNT00
025500         03 ST-GONE          PC X.                                SVCMNT00
025600         03 ST-DONE          PC X(7).                             SVCMNT00
025700 01  LIST-HEAD       SZ 132.                                      SVCMNT00
025800     05  LH-LABEL    PC X(32).                                    SVCMNT00
025900     05  FILLER      SZ 100   VA SPACE.                           SVCMNT00
026000 01  COLUMN-HEAD     SZ 132.                                      SVCMNT00
026100     05  FILLER      PC X(35) VA                                  SVCMNT00
026200         "  DEV  DATE      CE NAME           ".                   SVCMNT00
026300     05  FILLER      PC X(32) VA                                  SVCMNT00
026400         "WORK PERFORMED                  ".                      SVCMNT00
026500     05  FILLER      PC X(34) VA                                  SVCMNT00
026600         "PARTS REPLACED      DAYS  NOTE    ".                    SVCMNT00
026700     05  FILLER      PC X(19) VA                                  SVCMNT00
026800         "           THIS RUN".                                   SVCMNT00
026900     05  FILLER      SZ 12    VA SPACE.                           SVCMNT00
027000 01  LIST-LINE       SZ 132.                                      SVCMNT00
027100     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
027200     05  LL-DEVICE   PC X(3).                                     SVCMNT00
027300     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
027400     05  LL-DATE     PC X(8).                                     SVCMNT00
027500     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
027600     05  LL-CE       PC X(16).                                    SVCMNT00
027700     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
027800     05  LL-WORK     PC X(30).                                    SVCMNT00
027900     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
028000     05  LL-PARTS    PC X(18).                                    SVCMNT00
028100     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
028200     05  LL-DAYS     PC ZZZ9.                                     SVCMNT00
028300     05  LL-DAYS-X REDEFINES LL-DAYS PC X(4).                     SVCMNT00
028400     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
028500     05  LL-NOTE     PC X(17).                                    SVCMNT00
028600     05  FILLER      SZ 2     VA SPACE.                           SVCMNT00
028700     05  LL-DONE     PC X(7).                                     SVCMNT00
028800     05  FILLER      SZ 12    VA SPACE.                           SVCMNT00
028900 01  COUNT-LINE      SZ 132.                                      SVCMNT00
029000     05  FILLER      PC X(16) VA "VISITS ON FILE  ".              SVCMNT00
029100     05  CT-VISITS   PC ZZ9.                                      SVCMNT00
029200     05  FILLER      PC X(24) VA "   REPEATS IN 30 DAYS   ".      SVCMNT00
029300     05  CT-REPEATS  PC ZZ9.                                      SVCMNT00
029400     05  FILLER      SZ 86    VA SPACE.                           SVCMNT00
029500 01  REJECT-LINE     SZ 132.                                      SVCMNT00
029600     05  FILLER  PC X(11) VA "REJECTED - ".                       SVCMNT00
029700     05  RJ-REASON   PC X(26).                                    SVCMNT00
029800     05  RJ-DEVICE   PC X(3).                                     SVCMNT00
029900     05  FILLER      SZ 1     VA SPACE.                           SVCMNT00
030000     05  RJ-DATE     PC X(6).                                     SVCMNT00
030100     05  FILLER      SZ 85    VA SPACE.                           SVCMNT00
030200 01  BLANK-LINE      SZ 132   VA SPACE.                           SVCMNT00
030300 PROCEDURE DIVISION.                                              SVCMNT00
030400 100-BEGIN.                                                       SVCMNT00
030500     ACCEPT RUN-ID-ENTRY.                                         SVCMNT00
030600     PERFORM 950-AUDIT-START.                                     SVCMNT00
030700     MOVE TODAYS-DATE TO SVC-DATE-IN.                             SVCMNT00
030800     COMPUTE SVC-TODAY = SVC-DATE-IN MOD 100 * 10000              SVCMNT00
030900         + SVC-DATE-IN DIV 100.                                   SVCMNT00
031000     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        SVCMNT00
031100     ACCEPT TRANS-SOURCE.                                         SVCMNT00
031200     OPEN OUTPUT REPORT-FILE.                                     SVCMNT00
031300     PERFORM 200-LOAD-VISITS THRU 200X.                           SVCMNT00
031400     MOVE "SVCLOG BEFORE MAINTENANCE       " TO LH-LABEL.         SVCMNT00
031500     PERFORM 300-LIST-VISITS THRU 300X.                           SVCMNT00
031600     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  SVCMNT00
031700 150-CONSOLE-TRANS.                                               SVCMNT00
031800     DISPLAY "ENTER ACTION - A, C, D OR E (END)".                 SVCMNT00
031900     ACCEPT WK-ACTION.                                            SVCMNT00
032000     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        SVCMNT00
032100     DISPLAY "ENTER DEVICE NAME, E.G. MTC".                       SVCMNT00
032200     ACCEPT WK-DEVICE.                                            SVCMNT00
032300     DISPLAY "ENTER DATE OF THE VISIT YYMMDD".                    SVCMNT00
032400     ACCEPT WK-DATE.                                              SVCMNT00
032500     MOVE SPACES TO WK-CE.                                        SVCMNT00
032600     MOVE SPACES TO WK-WORK.                                      SVCMNT00
032700     MOVE SPACES TO WK-PARTS.                                     SVCMNT00
032800     IF WK-ACTION = "D" GO TO 155-CONSOLE-APPLY.                  SVCMNT00
032900     DISPLAY "ENTER CUSTOMER ENGINEER NAME (16 CHARACTERS)".      SVCMNT00
033000     ACCEPT WK-CE.                                                SVCMNT00
033100     DISPLAY "ENTER WORK PERFORMED (30 CHARACTERS)".              SVCMNT00
033200     ACCEPT WK-WORK.                                              SVCMNT00
033300     DISPLAY "ENTER PARTS REPLACED (BLANK FOR NONE)".             SVCMNT00
033400     ACCEPT WK-PARTS.                                             SVCMNT00
033500 155-CONSOLE-APPLY.                                               SVCMNT00
033600     PERFORM 600-APPLY-ONE THRU 600X.                             SVCMNT00
033700     GO TO 150-CONSOLE-TRANS.                                     SVCMNT00
033800 400-CARD-TRANS.                                                  SVCMNT00
033900     OPEN INPUT TRANS-CARDS.                                      SVCMNT00
034000 410-READ-TRANS.                                                  SVCMNT00
034100     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                SVCMNT00
034200     MOVE TR-ACTION TO WK-ACTION.                                 SVCMNT00
034300     MOVE TR-DEVICE TO WK-DEVICE.                                 SVCMNT00
034400     MOVE TR-DATE TO WK-DATE.                                     SVCMNT00
034500     MOVE TR-CE TO WK-CE.                                         SVCMNT00
034600     MOVE TR-WORK TO WK-WORK.                                     SVCMNT00
034700     MOVE TR-PARTS TO WK-PARTS.                                   SVCMNT00
034800     PERFORM 600-APPLY-ONE THRU 600X.                             SVCMNT00
034900     GO TO 410-READ-TRANS.                                        SVCMNT00
035000 420-TRANS-DONE.                                                  SVCMNT00
035100     CLOSE TRANS-CARDS.                                           SVCMNT00
035200 500-WRAP-UP.                                                     SVCMNT00
035300     MOVE "SVCLOG AFTER MAINTENANCE        " TO LH-LABEL.         SVCMNT00
035400     PERFORM 300-LIST-VISITS THRU 300X.                           SVCMNT00
035500     PERFORM 700-REWRITE-VISITS THRU 700X.                        SVCMNT00
035600     CLOSE REPORT-FILE.                                           SVCMNT00
035700     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       SVCMNT00
035800     MOVE "OK      " TO AU-RESULT.                                SVCMNT00
035900     PERFORM 955-AUDIT-END.                                       SVCMNT00
036000     STOP RUN.                                                    SVCMNT00
036100 200-LOAD-VISITS.                                                 SVCMNT00
036200     OPEN INPUT SVC-LOG.                                          SVCMNT00
036300     IF SVC-FILE-STATUS NOT = "00"                                SVCMNT00
036400         DISPLAY "SVCLOG NOT PRESENT - STARTING AN EMPTY FILE"    SVCMNT00
036500         GO TO 200X.                                              SVCMNT00
036600 210-LOAD-READ.                                                   SVCMNT00
036700     READ SVC-LOG AT END GO TO 220-LOAD-DONE.                     SVCMNT00
036800     IF SV-CNT = 500                                              SVCMNT00
036900         MOVE 1 TO LOAD-OVER-SW                                   SVCMNT00
037000         DISPLAY "SVCLOG OVER 500 RECORDS - RUN WILL"             SVCMNT00
037100         DISPLAY "NOT REWRITE SVCLOG"                             SVCMNT00
037200         GO TO 220-LOAD-DONE.                                     SVCMNT00
037300     MOVE SV-DEVICE TO WK-DEVICE.                                 SVCMNT00
037400     MOVE 0 TO NEW-DATE.                                          SVCMNT00
037500     IF SV-DATE NUMERIC MOVE SV-DATE TO NEW-DATE.                 SVCMNT00
037600     MOVE SV-CE TO WK-CE.                                         SVCMNT00
037700     MOVE SV-WORK TO WK-WORK.                                     SVCMNT00
037800     MOVE SV-PARTS TO WK-PARTS.                                   SVCMNT00
037900     PERFORM 250-INSERT-VISIT THRU 250X.                          SVCMNT00
038000     GO TO 210-LOAD-READ.                                         SVCMNT00
038100 220-LOAD-DONE.                                                   SVCMNT00
038200     CLOSE SVC-LOG.                                               SVCMNT00
038300 200X.   EXIT.                                                    SVCMNT00
038400 250-INSERT-VISIT.                                                SVCMNT00
038500     NOTE  PUTS THE VISIT IN THE WK- FIELDS AND NEW-DATE INTO     SVCMNT00
038600         THE TABLE IN DEVICE AND DATE ORDER, SHIFTING THE         SVCMNT00
038700         ENTRIES BEHIND IT DOWN ONE PLACE.                        SVCMNT00
038800     MOVE 0 TO SPOS.                                              SVCMNT00
038900     PERFORM 255-FIND-PLACE VARYING SX FROM 1 BY 1                SVCMNT00
039000         UNTIL SX IS GREATER THAN SV-CNT                          SVCMNT00
039100         OR SPOS IS GREATER THAN 0.                               SVCMNT00
039200     IF SPOS = 0 COMPUTE SPOS = SV-CNT + 1.                       SVCMNT00
039300     PERFORM 258-SHIFT-ONE VARYING SX FROM SV-CNT BY -1           SVCMNT00
039400         UNTIL SX IS LESS THAN SPOS.                              SVCMNT00
039500     ADD 1 TO SV-CNT.                                             SVCMNT00
039600     MOVE WK-DEVICE TO ST-DEVICE (SPOS).                          SVCMNT00
039700     MOVE NEW-DATE TO ST-DATE (SPOS).                             SVCMNT00
039800     MOVE WK-CE TO ST-CE (SPOS).                                  SVCMNT00
039900     MOVE WK-WORK TO ST-WORK (SPOS).                              SVCMNT00
040000     MOVE WK-PARTS TO ST-PARTS (SPOS).                            SVCMNT00
040100     MOVE SPACE TO ST-GONE (SPOS).                                SVCMNT00
040200     MOVE SPACES TO ST-DONE (SPOS).                               SVCMNT00
040300 250X.   EXIT.                                                    SVCMNT00
040400 255-FIND-PLACE.                                                  SVCMNT00
040500     IF ST-DEVICE (SX) IS GREATER THAN WK-DEVICE MOVE SX TO SPOS. SVCMNT00
040600     IF ST-DEVICE (SX) = WK-DEVICE                                SVCMNT00
040700         IF ST-DATE (SX) IS GREATER THAN NEW-DATE MOVE SX TO SPOS.SVCMNT00
040800 258-SHIFT-ONE.                                                   SVCMNT00
040900     COMPUTE SY = SX + 1.                                         SVCMNT00
041000     MOVE SVC-ENTRY (SX) TO SVC-ENTRY (SY).                       SVCMNT00
041100 300-LIST-VISITS.                                                 SVCMNT00
041200     MOVE 0 TO FILE-CNT.                                          SVCMNT00
041300     MOVE 0 TO REPEAT-CNT.                                        SVCMNT00
041400     MOVE SPACES TO PREV-DEVICE.                                  SVCMNT00
041500     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    SVCMNT00
041600     WRITE REPORT-REC FROM COLUMN-HEAD.                           SVCMNT00
041700     PERFORM 310-LIST-ONE THRU 310X VARYING SX FROM 1 BY 1        SVCMNT00
041800         UNTIL SX IS GREATER THAN SV-CNT.                         SVCMNT00
041900     MOVE FILE-CNT TO CT-VISITS.                                  SVCMNT00
042000     MOVE REPEAT-CNT TO CT-REPEATS.                               SVCMNT00
042100     WRITE REPORT-REC FROM BLANK-LINE.                            SVCMNT00
042200     WRITE REPORT-REC FROM COUNT-LINE.                            SVCMNT00
042300     WRITE REPORT-REC FROM BLANK-LINE.                            SVCMNT00
042400 300X.   EXIT.                                                    SVCMNT00
042500 310-LIST-ONE.                                                    SVCMNT00
042600     NOTE  THE TABLE IS IN DEVICE AND DATE ORDER, SO THE LAST     SVCMNT00
042700         VISIT TO THE SAME UNIT IS THE ONE LISTED JUST BEFORE.    SVCMNT00
042800     IF ST-GONE (SX) = "Y" GO TO 310X.                            SVCMNT00
042900     ADD 1 TO FILE-CNT.                                           SVCMNT00
043000     MOVE ST-DEVICE (SX) TO LL-DEVICE.                            SVCMNT00
043100     MOVE ST-DATE (SX) TO DN-DATE.                                SVCMNT00
043200     PERFORM 830-EDIT-DATE.                                       SVCMNT00
043300     MOVE DATE-EDIT TO LL-DATE.                                   SVCMNT00
043400     MOVE ST-CE (SX) TO LL-CE.                                    SVCMNT00
043500     MOVE ST-WORK (SX) TO LL-WORK.                                SVCMNT00
043600     MOVE ST-PARTS (SX) TO LL-PARTS.                              SVCMNT00
043700     MOVE SPACES TO LL-DAYS-X.                                    SVCMNT00
043800     MOVE SPACES TO LL-NOTE.                                      SVCMNT00
043900     MOVE ST-DONE (SX) TO LL-DONE.                                SVCMNT00
044000     MOVE ST-DEVICE (SX) TO WK-DEVICE.                            SVCMNT00
044100     PERFORM 660-FIND-DEVICE.                                     SVCMNT00
044200     IF DEV-HIT = 0 MOVE "UNKNOWN DEVICE   " TO LL-NOTE.          SVCMNT00
044300     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          SVCMNT00
044400         MOVE "INVALID DATE     " TO LL-NOTE                      SVCMNT00
044500         MOVE SPACES TO PREV-DEVICE                               SVCMNT00
044600         GO TO 318-LIST-WRITE.                                    SVCMNT00
044700     PERFORM 800-DAY-NUMBER.                                      SVCMNT00
044800     IF ST-DEVICE (SX) NOT = PREV-DEVICE GO TO 315-LIST-PUT.      SVCMNT00
044900     COMPUTE DAYS-SINCE = DAY-NO - PREV-DAY-NO.                   SVCMNT00
045000     MOVE DAYS-SINCE TO LL-DAYS.                                  SVCMNT00
045100     IF DAYS-SINCE IS GREATER THAN 30 GO TO 315-LIST-PUT.         SVCMNT00
045200     MOVE "REPEAT - ESCALATE" TO LL-NOTE.                         SVCMNT00
045300     ADD 1 TO REPEAT-CNT.                                         SVCMNT00
045400 315-LIST-PUT.                                                    SVCMNT00
045500     MOVE ST-DEVICE (SX) TO PREV-DEVICE.                          SVCMNT00
045600     MOVE DAY-NO TO PREV-DAY-NO.                                  SVCMNT00
045700 318-LIST-WRITE.                                                  SVCMNT00
045800     WRITE REPORT-REC FROM LIST-LINE.                             SVCMNT00
045900 310X.   EXIT.                                                    SVCMNT00
046000 600-APPLY-ONE.                                                   SVCMNT00
046100     MOVE SPACES TO RJ-REASON.                                    SVCMNT00
046200     PERFORM 660-FIND-DEVICE.                                     SVCMNT00
046300     IF DEV-HIT = 0                                               SVCMNT00
046400         MOVE "DEVICE NOT IN CHRISLOG    " TO RJ-REASON           SVCMNT00
046500         GO TO 690-REJECT.                                        SVCMNT00
046600     MOVE WK-DATE TO DATE-IN-X.                                   SVCMNT00
046700     PERFORM 820-CHECK-DATE THRU 820X.                            SVCMNT00
046800     IF DATE-OK-SW = 0                                            SVCMNT00
046900         MOVE "INVALID VISIT DATE        " TO RJ-REASON           SVCMNT00
047000         GO TO 690-REJECT.                                        SVCMNT00
047100     MOVE DN-DATE TO NEW-DATE.                                    SVCMNT00
047200     MOVE 0 TO SHIT.                                              SVCMNT00
047300     PERFORM 610-FIND-VISIT VARYING SX FROM 1 BY 1                SVCMNT00
047400         UNTIL SX IS GREATER THAN SV-CNT.                         SVCMNT00
047500     IF WK-ACTION = "A" GO TO 620-ADD.                            SVCMNT00
047600     IF WK-ACTION = "C" GO TO 630-CHANGE.                         SVCMNT00
047700     IF WK-ACTION = "D" GO TO 640-DELETE.                         SVCMNT00
047800     MOVE "INVALID ACTION CODE       " TO RJ-REASON.              SVCMNT00
047900     GO TO 690-REJECT.                                            SVCMNT00
048000 620-ADD.                                                         SVCMNT00
048100     IF SHIT IS GREATER THAN 0                                    SVCMNT00
048200         MOVE "VISIT ALREADY ON FILE     " TO RJ-REASON           SVCMNT00
048300         GO TO 690-REJECT.                                        SVCMNT00
048400     IF NEW-DATE IS GREATER THAN SVC-TODAY                        SVCMNT00
048500         MOVE "VISIT DATE IS IN FUTURE   " TO RJ-REASON           SVCMNT00
048600         GO TO 690-REJECT.                                        SVCMNT00
048700     PERFORM 650-EDIT-VISIT THRU 650X.                            SVCMNT00
048800     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  SVCMNT00
048900     IF SV-CNT = 500                                              SVCMNT00
049000         MOVE "SVCLOG TABLE FULL         " TO RJ-REASON           SVCMNT00
049100         GO TO 690-REJECT.                                        SVCMNT00
049200     PERFORM 250-INSERT-VISIT THRU 250X.                          SVCMNT00
049300     MOVE "ADDED  " TO ST-DONE (SPOS).                            SVCMNT00
049400     MOVE "ADD     " TO AU-EVENT.                                 SVCMNT00
049500     GO TO 680-LOG-CHANGE.                                        SVCMNT00
049600 630-CHANGE.                                                      SVCMNT00
049700     IF SHIT = 0                                                  SVCMNT00
049800         MOVE "VISIT NOT ON FILE         " TO RJ-REASON           SVCMNT00
049900         GO TO 690-REJECT.                                        SVCMNT00
050000     PERFORM 650-EDIT-VISIT THRU 650X.                            SVCMNT00
050100     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  SVCMNT00
050200     MOVE WK-CE TO ST-CE (SHIT).                                  SVCMNT00
050300     MOVE WK-WORK TO ST-WORK (SHIT).                              SVCMNT00
050400     MOVE WK-PARTS TO ST-PARTS (SHIT).                            SVCMNT00
050500     MOVE "CHANGED" TO ST-DONE (SHIT).                            SVCMNT00
050600     MOVE "CHANGE  " TO AU-EVENT.                                 SVCMNT00
050700     GO TO 680-LOG-CHANGE.                                        SVCMNT00
050800 640-DELETE.                                                      SVCMNT00
050900     IF SHIT = 0                                                  SVCMNT00
051000         MOVE "VISIT NOT ON FILE         " TO RJ-REASON           SVCMNT00
051100         GO TO 690-REJECT.                                        SVCMNT00
051200     MOVE "Y" TO ST-GONE (SHIT).                                  SVCMNT00
051300     MOVE "DELETE  " TO AU-EVENT.                                 SVCMNT00
051400     GO TO 680-LOG-CHANGE.                                        SVCMNT00
051500 680-LOG-CHANGE.                                                  SVCMNT00
051600     ADD 1 TO CHANGE-CNT.                                         SVCMNT00
051700     MOVE TODAYS-DATE TO AU-DATE.                                 SVCMNT00
051800     MOVE WK-DEVICE TO RS-DEVICE.                                 SVCMNT00
051900     COMPUTE RS-MMDD = NEW-DATE MOD 10000.                        SVCMNT00
052000     MOVE RESULT-WORK TO AU-RESULT.                               SVCMNT00
052100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SVCMNT00
052200     GO TO 600X.                                                  SVCMNT00
052300 690-REJECT.                                                      SVCMNT00
052400     MOVE WK-DEVICE TO RJ-DEVICE.                                 SVCMNT00
052500     MOVE WK-DATE TO RJ-DATE.                                     SVCMNT00
052600     WRITE REPORT-REC FROM REJECT-LINE.                           SVCMNT00
052700     DISPLAY "REJECTED - " RJ-REASON.                             SVCMNT00
052800 600X.   EXIT.                                                    SVCMNT00
052900 610-FIND-VISIT.                                                  SVCMNT00
053000     IF ST-GONE (SX) NOT = "Y"                                    SVCMNT00
053100         IF ST-DEVICE (SX) = WK-DEVICE                            SVCMNT00
053200             IF ST-DATE (SX) = NEW-DATE MOVE SX TO SHIT.          SVCMNT00
053300 650-EDIT-VISIT.                                                  SVCMNT00
053400     NOTE  THE ENGINEERS NAME AND THE WORK PERFORMED ARE BOTH     SVCMNT00
053500         NEEDED FOR THE FIELD OFFICE. PARTS MAY BE BLANK.         SVCMNT00
053600     MOVE SPACES TO RJ-REASON.                                    SVCMNT00
053700     IF WK-CE = SPACES                                            SVCMNT00
053800         MOVE "ENGINEER NAME MISSING     " TO RJ-REASON           SVCMNT00
053900         GO TO 650X.                                              SVCMNT00
054000     IF WK-WORK = SPACES                                          SVCMNT00
054100         MOVE "WORK PERFORMED MISSING    " TO RJ-REASON.          SVCMNT00
054200 650X.   EXIT.                                                    SVCMNT00
054300 660-FIND-DEVICE.                                                 SVCMNT00
054400     NOTE  DEV-HIT IS THE PLACE OF WK-DEVICE IN THE CHRISLOG      SVCMNT00
054500         DEVICE TABLE, OR 0 WHEN IT IS NOT ONE OF THE 31 UNITS.   SVCMNT00
054600     MOVE 0 TO DEV-HIT.                                           SVCMNT00
054700     PERFORM 665-MATCH-DEVICE VARYING DX FROM 1 BY 1              SVCMNT00
054800         UNTIL DX IS GREATER THAN 31 OR DEV-HIT IS GREATER THAN 0.SVCMNT00
054900 665-MATCH-DEVICE.                                                SVCMNT00
055000     IF DEVICE-NAME (DX) = WK-DEVICE MOVE DX TO DEV-HIT.          SVCMNT00
055100 700-REWRITE-VISITS.                                              SVCMNT00
055200     IF LOAD-OVER-SW = 1                                          SVCMNT00
055300         DISPLAY "SVCLOG LEFT UNCHANGED"                          SVCMNT00
055400         GO TO 700X.                                              SVCMNT00
055500     OPEN OUTPUT SVC-LOG.                                         SVCMNT00
055600     PERFORM 710-PUT-ONE THRU 710X VARYING SX FROM 1 BY 1         SVCMNT00
055700         UNTIL SX IS GREATER THAN SV-CNT.                         SVCMNT00
055800     CLOSE SVC-LOG.                                               SVCMNT00
055900 700X.   EXIT.                                                    SVCMNT00
056000 710-PUT-ONE.                                                     SVCMNT00
056100     IF ST-GONE (SX) = "Y" GO TO 710X.                            SVCMNT00
056200     MOVE SPACES TO SVC-REC.                                      SVCMNT00
056300     MOVE ST-DEVICE (SX) TO SV-DEVICE.                            SVCMNT00
056400     MOVE ST-DATE (SX) TO SV-DATE.                                SVCMNT00
056500     MOVE ST-CE (SX) TO SV-CE.                                    SVCMNT00
056600     MOVE ST-WORK (SX) TO SV-WORK.                                SVCMNT00
056700     MOVE ST-PARTS (SX) TO SV-PARTS.                              SVCMNT00
056800     WRITE SVC-REC.                                               SVCMNT00
056900 710X.   EXIT.                                                    SVCMNT00
057000 800-DAY-NUMBER.                                                  SVCMNT00
057100     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     SVCMNT00
057200         CENTURY TO DN-DATE, COUNTING EVERY YEAR DIVISIBLE BY 4   SVCMNT00
057300         AS A LEAP YEAR.                                          SVCMNT00
057400     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             SVCMNT00
057500         + CUM-DAYS (DN-MM) + DN-DD.                              SVCMNT00
057600     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               SVCMNT00
057700         ADD 1 TO DAY-NO.                                         SVCMNT00
057800 820-CHECK-DATE.                                                  SVCMNT00
057900     NOTE  DATE-OK-SW IS 1 WHEN DATE-IN-X IS A REAL YYMMDD DATE,  SVCMNT00
058000         WHICH IS LEFT IN DN-DATE.                                SVCMNT00
058100     MOVE 0 TO DATE-OK-SW.                                        SVCMNT00
058200     IF DATE-IN-X NOT NUMERIC GO TO 820X.                         SVCMNT00
058300     MOVE DATE-IN-X TO DN-DATE-X.                                 SVCMNT00
058400     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          SVCMNT00
058500         GO TO 820X.                                              SVCMNT00
058600     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           SVCMNT00
058700     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       SVCMNT00
058800     IF DN-DD IS LESS THAN 1 OR DN-DD IS GREATER THAN MONTH-END   SVCMNT00
058900         GO TO 820X.                                              SVCMNT00
059000     MOVE 1 TO DATE-OK-SW.                                        SVCMNT00
059100 820X.   EXIT.                                                    SVCMNT00
059200 830-EDIT-DATE.                                                   SVCMNT00
059300     MOVE DN-MM TO DE-MM.                                         SVCMNT00
059400     MOVE DN-DD TO DE-DD.                                         SVCMNT00
059500     MOVE DN-YY TO DE-YY.                                         SVCMNT00
059600 950-AUDIT-START.                                                 SVCMNT00
059700     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     SVCMNT00
059800     MOVE TODAYS-DATE TO AU-DATE.                                 SVCMNT00
059900     MOVE "START   " TO AU-EVENT.                                 SVCMNT00
060000     MOVE SPACES TO AU-RESULT.                                    SVCMNT00
060100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SVCMNT00
060200 955-AUDIT-END.                                                   SVCMNT00
060300     MOVE TODAYS-DATE TO AU-DATE.                                 SVCMNT00
060400     MOVE "END     " TO AU-EVENT.                                 SVCMNT00
060500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SVCMNT00
060600 970-AUDIT-WRITE.                                                 SVCMNT00
060700     COMPUTE AU-TIME-HOLD = DATA (1).                             SVCMNT00
060800     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     SVCMNT00
060900     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            SVCMNT00
061000     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       SVCMNT00
061100     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              SVCMNT00
061200     OPEN I-O AUDIT-TRAIL.                                        SVCMNT00
061300     MOVE AUDIT-REC TO AU-SAVE-REC.                               SVCMNT00
061400     MOVE 1 TO AU-KEY.                                            SVCMNT00
061500     READ AUDIT-TRAIL INVALID KEY                                 SVCMNT00
061600         MOVE 2 TO AC-NEXT-SLOT.                                  SVCMNT00
061700     IF AC-NEXT-SLOT NOT NUMERIC                                  SVCMNT00
061800         MOVE 2 TO AC-NEXT-SLOT.                                  SVCMNT00
061900     IF AC-NEXT-SLOT IS LESS THAN 2                               SVCMNT00
062000         MOVE 2 TO AC-NEXT-SLOT.                                  SVCMNT00
062100     MOVE AC-NEXT-SLOT TO AU-NEXT.                                SVCMNT00
062200 980-AUDIT-SKIP.                                                  SVCMNT00
062300     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          SVCMNT00
062400         TOOK IT SINCE THE CONTROL RECORD WAS READ -              SVCMNT00
062500         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          SVCMNT00
062600         OVERWRITING EACH OTHERS EVENTS.                          SVCMNT00
062700     MOVE AU-NEXT TO AU-KEY.                                      SVCMNT00
062800     READ AUDIT-TRAIL INVALID KEY                                 SVCMNT00
062900         GO TO 985-AUDIT-FREE.                                    SVCMNT00
063000     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  SVCMNT00
063100     ADD 1 TO AU-NEXT.                                            SVCMNT00
063200     GO TO 980-AUDIT-SKIP.                                        SVCMNT00
063300 985-AUDIT-FREE.                                                  SVCMNT00
063400     MOVE 1 TO AU-KEY.                                            SVCMNT00
063500     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SVCMNT00
063600     MOVE 0 TO AU-HASH.                                           SVCMNT00
063700     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SVCMNT00
063800     MOVE AU-NEXT TO AU-KEY.                                      SVCMNT00
063900     MOVE AU-SAVE-REC TO AUDIT-REC.                               SVCMNT00
064000     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                SVCMNT00
064100 990-AUDIT-PUT.                                                   SVCMNT00
064200     WRITE AUDIT-REC INVALID KEY                                  SVCMNT00
064300         DISPLAY "AUDIT TRAIL FULL".                              SVCMNT00
064400     ADD 1 TO AU-NEXT.                                            SVCMNT00
064500     MOVE 1 TO AU-KEY.                                            SVCMNT00
064600     MOVE SPACES TO AUDIT-REC.                                    SVCMNT00
064700     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SVCMNT00
064800     MOVE AU-HASH TO AC-HASH.                                     SVCMNT00
064900     WRITE AUDIT-REC INVALID KEY                                  SVCMNT00
065000         DISPLAY "AUDIT CONTROL ERROR".                           SVCMNT00
065100     MOVE AU-SAVE-REC TO AUDIT-REC.                               SVCMNT00
065200     CLOSE AUDIT-TRAIL.                                           SVCMNT00
065300 991-AUDIT-HASH.                                                  SVCMNT00
065400     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SVCMNT00
065500         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SVCMNT00
065600         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SVCMNT00
065700         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SVCMNT00
065800         REMOVED AFTER IT WAS WRITTEN.                            SVCMNT00
065900     MOVE AUDIT-REC TO AU-HASH-REC.                               SVCMNT00
066000     MOVE 0 TO AU-REC-SUM.                                        SVCMNT00
066100     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        SVCMNT00
066200         UNTIL AU-CX IS GREATER THAN 44.                          SVCMNT00
066300     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SVCMNT00
066400         MOD 999999937.                                           SVCMNT00
066500     GO TO 994-AUDIT-HASH-X.                                      SVCMNT00
066600 992-AUDIT-HASH-CHAR.                                             SVCMNT00
066700     MOVE 49 TO AU-CODE.                                          SVCMNT00
066800     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        SVCMNT00
066900         UNTIL AU-TX IS GREATER THAN 48.                          SVCMNT00
067000     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SVCMNT00
067100 993-AUDIT-HASH-LOOK.                                             SVCMNT00
067200     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SVCMNT00
067300 994-AUDIT-HASH-X.                                                SVCMNT00
067400     EXIT.                                                        SVCMNT00
067500 940-AUTH-CHECK.                                                  SVCMNT00
067600     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SVCMNT00
067700         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SVCMNT00
067800         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            SVCMNT00
067900         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          SVCMNT00
068000         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        SVCMNT00
068100         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            SVCMNT00
068200     MOVE 0 TO AUTH-OK-SW.                                        SVCMNT00
068300     OPEN INPUT AUTH-FILE.                                        SVCMNT00
068400     IF AUTH-FILE-STATUS NOT = "00"                               SVCMNT00
068500         MOVE 1 TO AUTH-OK-SW                                     SVCMNT00
068600         GO TO 945-AUTH-X.                                        SVCMNT00
068700 941-AUTH-READ.                                                   SVCMNT00
068800     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   SVCMNT00
068900     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         SVCMNT00
069000     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                SVCMNT00
069100     GO TO 941-AUTH-READ.                                         SVCMNT00
069200 943-AUTH-DONE.                                                   SVCMNT00
069300     CLOSE AUTH-FILE.                                             SVCMNT00
069400     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          SVCMNT00
069500     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               SVCMNT00
069600     MOVE TODAYS-DATE TO AU-DATE.                                 SVCMNT00
069700     MOVE "AUTHFAIL" TO AU-EVENT.                                 SVCMNT00
069800     MOVE "REFUSED " TO AU-RESULT.                                SVCMNT00
069900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SVCMNT00
070000     STOP RUN.                                                    SVCMNT00
070100 945-AUTH-X.                                                      SVCMNT00
070200     EXIT.                                                        SVCMNT00
070300 946-AUTH-GRANT.                                                  SVCMNT00
070400     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SVCMNT00
070500         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SVCMNT00
070600         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SVCMNT00
070700         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SVCMNT00
070800     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SVCMNT00
070900     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SVCMNT00
071000         + AUTH-DATE-IN DIV 100.                                  SVCMNT00
071100     IF RA-EXPIRES NUMERIC                                        SVCMNT00
071200         IF RA-EXPIRES NOT = 0                                    SVCMNT00
071300             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SVCMNT00
071400                 GO TO 947-AUTH-GRANT-X.                          SVCMNT00
071500     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SVCMNT00
071600     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SVCMNT00
071700 947-AUTH-GRANT-X.                                                SVCMNT00
071800     EXIT.                                                        SVCMNT00
071900 930-OPER-SIGNON.                                                 SVCMNT00
072000     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SVCMNT00
072100         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SVCMNT00
072200         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SVCMNT00
072300         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SVCMNT00
072400         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SVCMNT00
072500         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SVCMNT00
072600         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SVCMNT00
072700     MOVE 0 TO OPER-TRIES.                                        SVCMNT00
072800 931-OPER-ASK.                                                    SVCMNT00
072900     ADD 1 TO OPER-TRIES.                                         SVCMNT00
073000     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SVCMNT00
073100     ACCEPT OPERATOR-CODE.                                        SVCMNT00
073200     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SVCMNT00
073300     MOVE 0 TO OPER-OK-SW.                                        SVCMNT00
073400     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               SVCMNT00
073500     OPEN INPUT OPER-FILE.                                        SVCMNT00
073600     IF OPER-FILE-STATUS NOT = "00"                               SVCMNT00
073700         MOVE 1 TO OPER-OK-SW                                     SVCMNT00
073800         GO TO 933-OPER-DONE.                                     SVCMNT00
073900 932-OPER-READ.                                                   SVCMNT00
074000     READ OPER-FILE AT END                                        SVCMNT00
074100         CLOSE OPER-FILE                                          SVCMNT00
074200         GO TO 933-OPER-DONE.                                     SVCMNT00
074300     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          SVCMNT00
074400     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SVCMNT00
074500     GO TO 932-OPER-READ.                                         SVCMNT00
074600 933-OPER-DONE.                                                   SVCMNT00
074700     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       SVCMNT00
074800     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SVCMNT00
074900     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             SVCMNT00
075000     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SVCMNT00
075100     MOVE TODAYS-DATE TO AU-DATE.                                 SVCMNT00
075200     MOVE "SIGNFAIL" TO AU-EVENT.                                 SVCMNT00
075300     MOVE "REFUSED " TO AU-RESULT.                                SVCMNT00
075400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SVCMNT00
075500     STOP RUN.                                                    SVCMNT00
075600 934-OPER-AUTH.                                                   SVCMNT00
075700     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      SVCMNT00
075800 935-OPER-X.                                                      SVCMNT00
075900     EXIT.                                                        SVCMNT00
076000 END-OF-JOB.                                                      SVCMNT00
