000100FISCMNT     000167CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  LOGCLOSE CLOSED "THE MONTH" WHENEVER IT WAS RUN AND BILLSTMT AND      00
000900  RERUNRPT WORKED IN CALENDAR MONTHS, BUT THE COMPANY CLOSES ON A       00
001000  4-4-5 FISCAL CALENDAR AND STATEMENTS HAD TO BE RE-CUT TO MATCH.       00
001100  THE FISCAL CALENDAR FILE FISCCAL NOW SAYS WHERE EACH PERIOD           00
001200  STARTS AND ENDS, AND THIS PROGRAM MAINTAINS IT -                      00
001300     A PERIOD RECORD IS A FISCAL YEAR, A PERIOD NUMBER, A START         00
001400        AND AN END DATE, THE QUARTER THE PERIOD BELONGS TO AND          00
001500        QUARTER-END AND YEAR-END FLAGS. LOGCLOSE MARKS A PERIOD         00
001600        CLOSED WITH THE DATE AND RUN IDENTIFIER OF THE CLOSE AND        00
001700        WILL NOT CLOSE IT AGAIN,                                        00
001800     A HOLIDAY RECORD IS A SHOP HOLIDAY - A DATE AND A                  00
001900        DESCRIPTION. IT IS NOT A WORKING DAY, AND THE FISCAL YEAR       00
002000        AND PERIOD IT FALLS IN ARE FILLED IN HERE,                      00
002100     A PERIOD MAY NOT OVERLAP ANOTHER, MUST END ON OR AFTER ITS         00
002200        START, MUST BELONG TO QUARTER 1 TO 4 AND MAY ONLY BE A          00
002300        YEAR END WHEN IT IS ALSO A QUARTER END,                         00
002400     A CLOSED PERIOD MAY NOT BE CHANGED OR DELETED - ACCOUNTING         00
002500        REOPENS IT FIRST, AND THE REOPEN IS AUDITED LIKE ANY            00
002600        OTHER CHANGE,                                                   00
002700     ONE TRANSACTION GENERATES A WHOLE 4-4-5 YEAR FROM ITS FIRST        00
002800        DAY - TWELVE PERIODS OF 4, 4 AND 5 WEEKS, PERIODS 3, 6, 9       00
002900        AND 12 ENDING THE QUARTERS AND PERIOD 12 THE YEAR. IN A         00
003000        53-WEEK YEAR THE EXTRA WEEK IS ADDED BY CHANGING THE END        00
003100        DATE OF PERIOD 12,                                              00
003200     A FULL BEFORE AND AFTER LISTING IS PRINTED, EACH PERIOD            00
003300        WITH ITS DAYS, ITS WORKING DAYS (MONDAY TO FRIDAY LESS          00
003400        HOLIDAYS), WHETHER IT IS CLOSED, CURRENT, STILL TO COME         00
003500        OR ENDED AND NOT YET CLOSED, AND A CHECK OF ITS DATES           00
003600        AGAINST THE PERIOD BEFORE IT - A GAP, AN OVERLAP OR A           00
003700        BREAK IN THE PERIOD NUMBERS IS FLAGGED, AND                     00
003800     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
003900                                                                        00
004000  WITH NO FISCCAL THE PROGRAMS THAT READ IT GO ON WORKING IN            00
004100  CALENDAR MONTHS. PUT THE CALENDAR IN PLACE RIGHT AFTER A              00
004200  LOGCLOSE, BEFORE THE FIRST CHRISLOG RUN OF THE NEW PERIOD.            00
004300                                                                        00
004400  TRANSACTIONS COME FROM THE CARD FILE FISCTRAN (REPLY C AT THE         00
004500  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
004600     CARD COL 1       A ADD, C CHANGE, D DELETE, G GENERATE A           00
004700                      4-4-5 YEAR OR R REOPEN A CLOSED PERIOD            00
004800     CARD COL 3       P PERIOD OR H HOLIDAY                             00
004900     CARD COLS 5-6    FISCAL YEAR                                       00
005000     CARD COLS 8-9    PERIOD NUMBER                                     00
005100     CARD COLS 11-16  START DATE YYMMDD - THE HOLIDAY DATE, OR THE      00
005200                      FIRST DAY OF THE YEAR TO GENERATE                 00
005300     CARD COLS 18-23  END DATE YYMMDD                                   00
005400     CARD COL 25      QUARTER 1 TO 4                                    00
005500     CARD COL 27      Y WHEN THE PERIOD ENDS A QUARTER                  00
005600     CARD COL 28      Y WHEN THE PERIOD ENDS THE FISCAL YEAR            00
005700     CARD COLS 45-74  DESCRIPTION                                       00
005800  A PERIOD IS NAMED BY YEAR AND PERIOD NUMBER AND A HOLIDAY BY          00
005900  ITS DATE. A CHANGE REPLACES EVERY FIELD OF THE PERIOD, OR THE         00
006000  DESCRIPTION OF THE HOLIDAY. CONSOLE ENTRY ASKS FOR THE SAME           00
006100  FIELDS AND A REPLY OF E AT THE ACTION PROMPT ENDS ENTRY.              00
006200                                                                        00
006300  FISCCAL RECORD -                                                      00
006400     COL 1       P OR H                                                 00
006500     COLS 3-4    FISCAL YEAR                                            00
006600     COLS 6-7    PERIOD NUMBER                                          00
006700     COLS 9-14   START DATE YYMMDD (THE DATE OF A HOLIDAY)              00
006800     COLS 16-21  END DATE YYMMDD                                        00
006900     COL 23      QUARTER                                                00
007000     COL 25      Y AT A QUARTER END                                     00
007100     COL 26      Y AT THE FISCAL YEAR END                               00
007200     COLS 28-33  DATE CLOSED YYMMDD, ZERO WHILE OPEN                    00
007300     COLS 35-41  RUN IDENTIFIER OF THE CLOSE                            00
007400     COLS 43-72  DESCRIPTION                                            00
007500  FISCCAL IS REWRITTEN IN DATE ORDER, EACH HOLIDAY AFTER THE            00
007600  PERIOD IT FALLS IN. THE IN-CORE TABLE HOLDS 200 RECORDS - A           00
007700  FISCCAL PAST 200 IS REPORTED AND LEFT UNTOUCHED.                      00
007800                                                                        00
007900                                                                        00
008000 IDENTIFICATION DIVISION.                                         FISCMN00
008100 PROGRAM-ID. FISCAL CALENDAR MAINTENANCE "FISCMNT".               FISCMN00
008200 DATE-COMPILED.                                                   FISCMN00
008300 REMARKS. APPLIES ADD, CHANGE, DELETE, GENERATE AND REOPEN        FISCMN00
008400     TRANSACTIONS TO THE FISCAL CALENDAR FILE FISCCAL WITH DATE,  FISCMN00
008500     OVERLAP AND CLOSED PERIOD VALIDATION, BEFORE AND AFTER       FISCMN00
008600     CALENDAR LISTINGS AND AN AUDIT TRAIL ENTRY PER CHANGE.       FISCMN00
008700 ENVIRONMENT DIVISION.                                            FISCMN00
008800 CONFIGURATION SECTION.                                           FISCMN00
008900 SOURCE-COMPUTER. B-5500.                                         FISCMN00
009000 OBJECT-COMPUTER. B-5500.                                         FISCMN00
009100 INPUT-OUTPUT SECTION.                                            FISCMN00
009200 FILE-CONTROL.                                                    FISCMN00
009300     SELECT AUTH-FILE ASSIGN TO DISK                              FISCMN00
009400         FILE STATUS IS AUTH-FILE-STATUS.                         FISCMN00
009500     SELECT OPER-FILE ASSIGN TO DISK                              FISCMN00
009600         FILE STATUS IS OPER-FILE-STATUS.                         FISCMN00
009700     SELECT FISC-CAL ASSIGN TO DISK                               FISCMN00
009800         FILE STATUS IS FISC-FILE-STATUS.                         FISCMN00
009900     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    FISCMN00
010000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   FISCMN00
010100     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           FISCMN00
010200 DATA DIVISION.                                                   FISCMN00
010300 FILE SECTION.                                                    FISCMN00
010400 MD  AUTH-FILE                                                    FISCMN00
010500     ACCESS SEQUENTIAL                                            FISCMN00
010600     BLOCK CONTAINS 1 RECORDS                                     FISCMN00
010700     VALUE OF ID "RUNAUTH"                                        FISCMN00
010800     DATA RECORD AUTH-REC.                                        FISCMN00
010900 01  AUTH-REC        SZ 80.                                       FISCMN00
011000     05  RA-RUN-ID       PC X(7).                                 FISCMN00
011100     05  FILLER          SZ 1.                                    FISCMN00
011200     05  RA-PROGRAM      PC X(8).                                 FISCMN00
011300     05  FILLER          SZ 1.                                    FISCMN00
011400     05  RA-EXPIRES      PC 9(6).                                 FISCMN00
011500     05  FILLER          SZ 57.                                   FISCMN00
011600 MD  OPER-FILE                                                    FISCMN00
011700     ACCESS SEQUENTIAL                                            FISCMN00
011800     BLOCK CONTAINS 1 RECORDS                                     FISCMN00
011900     VALUE OF ID "OPROSTER"                                       FISCMN00
012000     DATA RECORD OPER-REC.                                        FISCMN00
012100 01  OPER-REC        SZ 80.                                       FISCMN00
012200     05  OR-CODE         PC X(3).                                 FISCMN00
012300     05  FILLER          SZ 1.                                    FISCMN00
012400     05  OR-NAME         PC X(20).                                FISCMN00
012500     05  FILLER          SZ 1.                                    FISCMN00
012600     05  OR-STATUS       PC X.                                    FISCMN00
012700     05  FILLER          SZ 54.                                   FISCMN00
012800 MD  AUDIT-TRAIL                                                  FISCMN00
012900     ACCESS MODE IS RANDOM                                        FISCMN00
013000     ACTUAL KEY IS AU-KEY                                         FISCMN00
013100     RECORD CONTAINS 44 CHARACTERS                                FISCMN00
013200     LABEL RECORD IS STANDARD                                     FISCMN00
013300     VALUE OF ID IS "AUDITTRL"                                    FISCMN00
013400     DATA RECORD IS AUDIT-REC.                                    FISCMN00
013500 01  AUDIT-REC       SZ 44.                                       FISCMN00
013600     05  AU-PROGRAM      PC X(8)  VA "FISCMNT ".                  FISCMN00
013700     05  AU-DATE         PC 9(6).                                 FISCMN00
013800     05  AU-TIME         PC 9(4).                                 FISCMN00
013900     05  AU-EVENT        PC X(8).                                 FISCMN00
014000     05  AU-RESULT       PC X(8).                                 FISCMN00
014100     05  AU-RUN-ID       PC X(7).                                 FISCMN00
014200     05  AU-OPERATOR     PC X(3).                                 FISCMN00
014300 01  AUDIT-CTL.                                                   FISCMN00
014400     05  AC-NEXT-SLOT    PC 9(8).                                 FISCMN00
014500     05  AC-HASH         PC 9(9).                                 FISCMN00
014600     05  FILLER          SZ 27.                                   FISCMN00
014700 MD  FISC-CAL                                                     FISCMN00
014800     ACCESS SEQUENTIAL                                            FISCMN00
014900     BLOCK CONTAINS 1 RECORDS                                     FISCMN00
015000     VALUE OF ID "FISCCAL"                                        FISCMN00
015100     DATA RECORD FISC-REC.                                        FISCMN00
015200 01  FISC-REC        SZ 80.                                       FISCMN00
015300     05  FC-TYPE         PC X.                                    FISCMN00
015400     05  FILLER          SZ 1.                                    FISCMN00
015500     05  FC-YEAR         PC 99.                                   FISCMN00
015600     05  FILLER          SZ 1.                                    FISCMN00
015700     05  FC-PERIOD       PC 99.                                   FISCMN00
015800     05  FILLER          SZ 1.                                    FISCMN00
015900     05  FC-START        PC 9(6).                                 FISCMN00
016000     05  FILLER          SZ 1.                                    FISCMN00
016100     05  FC-END          PC 9(6).                                 FISCMN00
016200     05  FILLER          SZ 1.                                    FISCMN00
016300     05  FC-QUARTER      PC 9.                                    FISCMN00
016400     05  FILLER          SZ 1.                                    FISCMN00
016500     05  FC-QTR-END      PC X.                                    FISCMN00
016600     05  FC-YEAR-END     PC X.                                    FISCMN00
016700     05  FILLER          SZ 1.                                    FISCMN00
016800     05  FC-CLOSED       PC 9(6).                                 FISCMN00
016900     05  FILLER          SZ 1.                                    FISCMN00
017000     05  FC-CLOSE-RUN    PC X(7).                                 FISCMN00
017100     05  FILLER          SZ 1.                                    FISCMN00
017200     05  FC-DESC         PC X(30).                                FISCMN00
017300     05  FILLER          SZ 8.                                    FISCMN00
017400 FD  TRANS-CARDS                                                  FISCMN00
017500         LABEL RECORD STANDARD                                    FISCMN00
017600         VALUE OF ID "FISCTRAN"                                   FISCMN00
017700         DATA RECORD TRANS-REC.                                   FISCMN00
017800 01  TRANS-REC       SZ 80.                                       FISCMN00
017900     05  TR-ACTION           PC X.                                FISCMN00
018000     05  FILLER              SZ 1.                                FISCMN00
018100     05  TR-TYPE             PC X.                                FISCMN00
018200     05  FILLER              SZ 1.                                FISCMN00
018300     05  TR-YEAR             PC X(2).                             FISCMN00
018400     05  FILLER              SZ 1.                                FISCMN00
018500     05  TR-PERIOD           PC X(2).                             FISCMN00
018600     05  FILLER              SZ 1.                                FISCMN00
018700     05  TR-START            PC X(6).                             FISCMN00
018800     05  FILLER              SZ 1.                                FISCMN00
018900     05  TR-END              PC X(6).                             FISCMN00
019000     05  FILLER              SZ 1.                                FISCMN00
019100     05  TR-QUARTER          PC X.                                FISCMN00
019200     05  FILLER              SZ 1.                                FISCMN00
019300     05  TR-QTR-END          PC X.                                FISCMN00
019400     05  TR-YEAR-END         PC X.                                FISCMN00
019500     05  FILLER              SZ 16.                               FISCMN00
019600     05  TR-DESC             PC X(30).                            FISCMN00
019700     05  FILLER              SZ 6.                                FISCMN00
019800 FD  REPORT-FILE                                                  FISCMN00
019900         VALUE OF ID "FISCLIST"                                   FISCMN00
020000         DATA RECORD REPORT-REC.                                  FISCMN00
020100 01  REPORT-REC      SZ 132.                                      FISCMN00
020200 WORKING-STORAGE SECTION.                                         FISCMN00
020300 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        FISCMN00
020400 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     FISCMN00
020500 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     FISCMN00
020600 77  OPERATOR-CODE   VA SPACE        PC X(3).                     FISCMN00
020700 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        FISCMN00
020800 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        FISCMN00
020900 77  AUTH-TODAY      CMP-1   PC 9(6).                             FISCMN00
021000 77  AUTH-DATE-IN            PC 9(6).                             FISCMN00
021100 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             FISCMN00
021200 77  AU-HH           CMP-1   PC 99.                               FISCMN00
021300 77  AU-MM           CMP-1   PC 99.                               FISCMN00
021400 77  AU-KEY          CMP-1   PC 9(8).                             FISCMN00
021500 77  AU-NEXT         CMP-1   PC 9(8).                             FISCMN00
021600 01  AU-SAVE-REC             SZ 44.                               FISCMN00
021700 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     FISCMN00
021800 77  AU-REC-SUM              CMP-1   PC 9(6).                     FISCMN00
021900 77  AU-CX                   CMP-1   PC 99.                       FISCMN00
022000 77  AU-TX                   CMP-1   PC 99.                       FISCMN00
022100 77  AU-CODE                 CMP-1   PC 99.                       FISCMN00
022200 01  AU-HASH-REC.                                                 FISCMN00
022300     05  AU-HC       OC 44   PC X.                                FISCMN00
022400 01  AU-CHAR-SET.                                                 FISCMN00
022500     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          FISCMN00
022600     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          FISCMN00
022700 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           FISCMN00
022800     05  AU-CHAR     OC 48   PC X.                                FISCMN00
022900 77  RUN-ID-ENTRY            PC X(7).                             FISCMN00
023000 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     FISCMN00
023100 77  TRANS-SOURCE            PC X.                                FISCMN00
023200 77  WK-ACTION               PC X.                                FISCMN00
023300 77  WK-TYPE                 PC X.                                FISCMN00
023400 77  WK-YEAR                 PC X(2).                             FISCMN00
023500 77  WK-PERIOD               PC X(2).                             FISCMN00
023600 77  WK-START                PC X(6).                             FISCMN00
023700 77  WK-END                  PC X(6).                             FISCMN00
023800 77  WK-QUARTER              PC X.                                FISCMN00
023900 77  WK-QTR-END              PC X.                                FISCMN00
024000 77  WK-YEAR-END             PC X.                                FISCMN00
024100 77  WK-DESC                 PC X(30).                            FISCMN00
024200 77  DATE-IN-X               PC X(6).                             FISCMN00
024300 77  FISC-TODAY      CMP-1   PC 9(6).                             FISCMN00
024400 77  FISC-DATE-IN            PC 9(6).                             FISCMN00
024500 77  FT-CNT          VA 0    CMP-1   PC 999.                      FISCMN00
024600 77  FX              CMP-1   PC 999.                              FISCMN00
024700 77  FY              CMP-1   PC 999.                              FISCMN00
024800 77  FPOS            CMP-1   PC 999.                              FISCMN00
024900 77  FHIT            CMP-1   PC 999.                              FISCMN00
025000 77  OHIT            CMP-1   PC 999.                              FISCMN00
025100 77  PREV-IX         CMP-1   PC 999.                              FISCMN00
025200 77  NEXT-PERIOD     CMP-1   PC 99.                               FISCMN00
025300 77  GX              CMP-1   PC 99.                               FISCMN00
025400 77  GEN-DAYS        CMP-1   PC 99.                               FISCMN00
025500 77  PERIOD-CNT      CMP-1   PC 999.                              FISCMN00
025600 77  HOLIDAY-CNT     CMP-1   PC 999.                              FISCMN00
025700 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      FISCMN00
025800 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        FISCMN00
025900 77  DATE-OK-SW      VA 0    CMP-1   PC 9.                        FISCMN00
026000 77  MONTH-END       CMP-1   PC 99.                               FISCMN00
026100 77  DAY-NO          CMP-1   PC 9(6).                             FISCMN00
026200 77  DAY-IX          CMP-1   PC 9(6).                             FISCMN00
026300 77  START-NO        CMP-1   PC 9(6).                             FISCMN00
026400 77  END-NO          CMP-1   PC 9(6).                             FISCMN00
026500 77  WEEK-DAY        CMP-1   PC 9.                                FISCMN00
026600 77  WORK-DAYS       CMP-1   PC 999.                              FISCMN00
026700 77  NEW-YEAR                PC 99.                               FISCMN00
026800 77  NEW-PERIOD              PC 99.                               FISCMN00
026900 77  NEW-START               PC 9(6).                             FISCMN00
027000 77  NEW-END                 PC 9(6).                             FISCMN00
027100 77  NEW-QUARTER             PC 9.                                FISCMN00
027200 77  NEW-QTR-END             PC X.                                FISCMN00
027300 77  NEW-YEAR-END            PC X.                                FISCMN00
027400 77  NEW-TYPE                PC X.                                FISCMN00
027500 77  NEW-CLOSED              PC 9(6).                             FISCMN00
027600 77  NEW-RUN                 PC X(7).                             FISCMN00
027700 77  NEW-DESC                PC X(30).                            FISCMN00
027800 01  DAY-WORK.                                                    FISCMN00
027900     05  DN-DATE             PC 9(6).                             FISCMN00
028000 01  DAY-PARTS REDEFINES DAY-WORK.                                FISCMN00
028100     05  DN-YY               PC 99.                               FISCMN00
028200     05  DN-MM               PC 99.                               FISCMN00
028300     05  DN-DD               PC 99.                               FISCMN00
028400 01  DAY-WORK-X REDEFINES DAY-WORK.                               FISCMN00
028500     05  DN-DATE-X           PC X(6).                             FISCMN00
028600 01  NUM-WORK.                                                    FISCMN00
028700     05  NW-NUM              PC 99.                               FISCMN00
028800 01  NUM-WORK-X REDEFINES NUM-WORK.                               FISCMN00
028900     05  NW-NUM-X            PC X(2).                             FISCMN00
029000 01  DATE-EDIT.                                                   FISCMN00
029100     05  DE-MM               PC 99.                               FISCMN00
029200     05  FILLER              PC X     VA "/".                     FISCMN00
029300     05  DE-DD               PC 99.                               FISCMN00
029400     05  FILLER              PC X     VA "/".                     FISCMN00
029500     05  DE-YY               PC 99.                               FISCMN00
029600 01  MONTH-DAYS-SET.                                              FISCMN00
029700     05  FILLER  PC X(24) VA "312831303130313130313031".          FISCMN00
029800 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     FISCMN00
029900     05  MD-DAYS     OC 12   PC 99.                               FISCMN00
030000 01  CUM-DAYS-SET.                                                FISCMN00
030100     05  FILLER  PC X(18) VA "000031059090120151".                FISCMN00
030200     05  FILLER  PC X(18) VA "181212243273304334".                FISCMN00
030300 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         FISCMN00
030400     05  CUM-DAYS    OC 12   PC 999.                              FISCMN00
030500 01  CLOSED-STAT.                                                 FISCMN00
030600     05  FILLER              PC X(7)  VA "CLOSED ".               FISCMN00
030700     05  CS-DATE             PC X(8).                             FISCMN00
030800 01  RESULT-WORK.                                                 FISCMN00
030900     05  RW-TYPE             PC X.                                FISCMN00
031000     05  RW-KEY              PC X(7).                             FISCMN00
031100 01  PERIOD-KEY.                                                  FISCMN00
031200     05  PK-YEAR             PC 99.                               FISCMN00
031300     05  FILLER              PC X     VA "/".                     FISCMN00
031400     05  PK-PERIOD           PC 99.                               FISCMN00
031500     05  FILLER              PC X(2)  VA SPACE.                   FISCMN00
031600 01  GEN-TABLE.                                                   FISCMN00
031700     05  GN-ENTRY  OC 12.                                         FISCMN00
031800         10  GN-START        PC 9(6).                             FISCMN00
031900         10  GN-END          PC 9(6).                             FISCMN00
032000 01  FISC-TABLE.                                                  FISCMN00
032100     02 FT-ENTRY OC 200.                                          FISCMN00
032200         03 FT-TYPE          PC X.                                FISCMN00
032300         03 FT-YEAR          PC 99.                               FISCMN00
032400         03 FT-PERIOD        PC 99.                               FISCMN00
032500         03 FT-START         PC 9(6).                             FISCMN00
032600         03 FT-END           PC 9(6).                             FISCMN00
032700         03 FT-QUARTER       PC 9.                                FISCMN00
032800         03 FT-QTR-END       PC X.                                FISCMN00
032900         03 FT-YEAR-END      PC X.                                FISCMN00
033000         03 FT-CLOSED        PC 9(6).                             FISCMN00
033100         03 FT-RUN           PC X(7).                             FISCMN00
033200         03 FT-DESC          PC X(30).                            FISCMN00
033300         03 FT-GONE          PC X.                                FISCMN00
033400         03 FT-STAT          PC X(15).                            FISCMN00
033500         03 FT-CHECK         PC X(10).                            FISCMN00
033600         03 FT-DONE          PC X(7).                             FISCMN00
033700 01  LIST-HEAD       SZ 132.                                      FISCMN00
033800     05  LH-LABEL    PC X(32).                                    FISCMN00
033900     05  FILLER      SZ 100   VA SPACE.                           FISCMN00
034000 01  COLUMN-HEAD     SZ 132.                                      FISCMN00
034100     05  FILLER      PC X(36) VA                                  FISCMN00
034200         "  TYPE    YEAR PER START     END    ".                  FISCMN00
034300     05  FILLER      PC X(36) VA                                  FISCMN00
034400         "   QTR QE YE DAYS WORK  STATUS      ".                  FISCMN00
034500     05  FILLER      PC X(43) VA                                  FISCMN00
034600         "     CHECK      THIS RUN   DESCRIPTION     ".           FISCMN00
034700     05  FILLER      SZ 17    VA SPACE.                           FISCMN00
034800 01  LIST-LINE       SZ 132.                                      FISCMN00
034900     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
035000     05  LL-TYPE     PC X(7).                                     FISCMN00
035100     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
035200     05  LL-YEAR     PC X(2).                                     FISCMN00
035300     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
035400     05  LL-PERIOD   PC X(2).                                     FISCMN00
035500     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
035600     05  LL-START    PC X(8).                                     FISCMN00
035700     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
035800     05  LL-END      PC X(8).                                     FISCMN00
035900     05  FILLER      SZ 3     VA SPACE.                           FISCMN00
036000     05  LL-QTR      PC X.                                        FISCMN00
036100     05  FILLER      SZ 3     VA SPACE.                           FISCMN00
036200     05  LL-QE       PC X.                                        FISCMN00
036300     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
036400     05  LL-YE       PC X.                                        FISCMN00
036500     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
036600     05  LL-DAYS     PC ZZ9.                                      FISCMN00
036700     05  LL-DAYS-X REDEFINES LL-DAYS PC X(3).                     FISCMN00
036800     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
036900     05  LL-WORK     PC ZZ9.                                      FISCMN00
037000     05  LL-WORK-X REDEFINES LL-WORK PC X(3).                     FISCMN00
037100     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
037200     05  LL-STAT     PC X(15).                                    FISCMN00
037300     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
037400     05  LL-CHECK    PC X(10).                                    FISCMN00
037500     05  FILLER      SZ 2     VA SPACE.                           FISCMN00
037600     05  LL-DONE     PC X(7).                                     FISCMN00
037700     05  FILLER      SZ 3     VA SPACE.                           FISCMN00
037800     05  LL-DESC     PC X(30).                                    FISCMN00
037900     05  FILLER      SZ 3     VA SPACE.                           FISCMN00
038000 01  COUNT-LINE      SZ 132.                                      FISCMN00
038100     05  FILLER      PC X(16) VA "PERIODS ON FILE ".              FISCMN00
038200     05  CT-PERIODS  PC ZZ9.                                      FISCMN00
038300     05  FILLER      PC X(16) VA "   HOLIDAYS     ".              FISCMN00
038400     05  CT-HOLIDAYS PC ZZ9.                                      FISCMN00
038500     05  FILLER      SZ 94    VA SPACE.                           FISCMN00
038600 01  REJECT-LINE     SZ 132.                                      FISCMN00
038700     05  FILLER  PC X(11) VA "REJECTED - ".                       FISCMN00
038800     05  RJ-REASON   PC X(26).                                    FISCMN00
038900     05  RJ-ACTION   PC X.                                        FISCMN00
039000     05  FILLER      SZ 1     VA SPACE.                           FISCMN00
039100     05  RJ-TYPE     PC X.                                        FISCMN00
039200     05  FILLER      SZ 1     VA SPACE.                           FISCMN00
039300     05  RJ-YEAR     PC X(2).                                     FISCMN00
039400     05  FILLER      SZ 1     VA SPACE.                           FISCMN00
039500     05  RJ-PERIOD   PC X(2).                                     FISCMN00
039600     05  FILLER      SZ 1     VA SPACE.                           FISCMN00
039700     05  RJ-START    PC X(6).                                     FISCMN00
039800     05  FILLER      SZ 79    VA SPACE.                           FISCMN00
039900 01  BLANK-LINE      SZ 132   VA SPACE.                           FISCMN00
040000 PROCEDURE DIVISION.                                              FISCMN00
040100 100-BEGIN.                                                       FISCMN00
040200     ACCEPT RUN-ID-ENTRY.                                         FISCMN00
040300     PERFORM 950-AUDIT-START.                                     FISCMN00
040400     MOVE TODAYS-DATE TO FISC-DATE-IN.                            FISCMN00
040500     COMPUTE FISC-TODAY = FISC-DATE-IN MOD 100 * 10000            FISCMN00
040600         + FISC-DATE-IN DIV 100.                                  FISCMN00
040700     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        FISCMN00
040800     ACCEPT TRANS-SOURCE.                                         FISCMN00
040900     OPEN OUTPUT REPORT-FILE.                                     FISCMN00
041000     PERFORM 200-LOAD-CAL THRU 200X.                              FISCMN00
041100     MOVE "FISCCAL BEFORE MAINTENANCE      " TO LH-LABEL.         FISCMN00
041200     PERFORM 300-LIST-CAL THRU 300X.                              FISCMN00
041300     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  FISCMN00
041400 150-CONSOLE-TRANS.                                               FISCMN00
041500     DISPLAY "ENTER ACTION - A, C, D, G, R OR E (END)".           FISCMN00
041600     ACCEPT WK-ACTION.                                            FISCMN00
041700     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        FISCMN00
041800     MOVE SPACES TO WK-TYPE WK-YEAR WK-PERIOD WK-START WK-END     FISCMN00
041900         WK-QUARTER WK-QTR-END WK-YEAR-END WK-DESC.               FISCMN00
042000     IF WK-ACTION = "G" GO TO 152-CONSOLE-GEN.                    FISCMN00
042100     DISPLAY "ENTER TYPE - P (PERIOD) OR H (HOLIDAY)".            FISCMN00
042200     ACCEPT WK-TYPE.                                              FISCMN00
042300     IF WK-TYPE = "H" GO TO 154-CONSOLE-HOL.                      FISCMN00
042400     DISPLAY "ENTER FISCAL YEAR (2 DIGITS)".                      FISCMN00
042500     ACCEPT WK-YEAR.                                              FISCMN00
042600     DISPLAY "ENTER PERIOD NUMBER (2 DIGITS)".                    FISCMN00
042700     ACCEPT WK-PERIOD.                                            FISCMN00
042800     IF WK-ACTION = "D" OR WK-ACTION = "R"                        FISCMN00
042900         GO TO 158-CONSOLE-APPLY.                                 FISCMN00
043000     DISPLAY "ENTER START DATE YYMMDD".                           FISCMN00
043100     ACCEPT WK-START.                                             FISCMN00
043200     DISPLAY "ENTER END DATE YYMMDD".                             FISCMN00
043300     ACCEPT WK-END.                                               FISCMN00
043400     DISPLAY "ENTER QUARTER 1 TO 4".                              FISCMN00
043500     ACCEPT WK-QUARTER.                                           FISCMN00
043600     DISPLAY "QUARTER END - Y OR BLANK".                          FISCMN00
043700     ACCEPT WK-QTR-END.                                           FISCMN00
043800     DISPLAY "FISCAL YEAR END - Y OR BLANK".                      FISCMN00
043900     ACCEPT WK-YEAR-END.                                          FISCMN00
044000     DISPLAY "ENTER DESCRIPTION (30 CHARACTERS)".                 FISCMN00
044100     ACCEPT WK-DESC.                                              FISCMN00
044200     GO TO 158-CONSOLE-APPLY.                                     FISCMN00
044300 152-CONSOLE-GEN.                                                 FISCMN00
044400     MOVE "P" TO WK-TYPE.                                         FISCMN00
044500     DISPLAY "ENTER FISCAL YEAR TO GENERATE (2 DIGITS)".          FISCMN00
044600     ACCEPT WK-YEAR.                                              FISCMN00
044700     DISPLAY "ENTER FIRST DAY OF THE YEAR YYMMDD".                FISCMN00
044800     ACCEPT WK-START.                                             FISCMN00
044900     GO TO 158-CONSOLE-APPLY.                                     FISCMN00
045000 154-CONSOLE-HOL.                                                 FISCMN00
045100     DISPLAY "ENTER HOLIDAY DATE YYMMDD".                         FISCMN00
045200     ACCEPT WK-START.                                             FISCMN00
045300     IF WK-ACTION = "D" GO TO 158-CONSOLE-APPLY.                  FISCMN00
045400     DISPLAY "ENTER DESCRIPTION (30 CHARACTERS)".                 FISCMN00
045500     ACCEPT WK-DESC.                                              FISCMN00
045600 158-CONSOLE-APPLY.                                               FISCMN00
045700     PERFORM 600-APPLY-ONE THRU 600X.                             FISCMN00
045800     GO TO 150-CONSOLE-TRANS.                                     FISCMN00
045900 400-CARD-TRANS.                                                  FISCMN00
046000     OPEN INPUT TRANS-CARDS.                                      FISCMN00
046100 410-READ-TRANS.                                                  FISCMN00
046200     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                FISCMN00
046300     MOVE TR-ACTION TO WK-ACTION.                                 FISCMN00
046400     MOVE TR-TYPE TO WK-TYPE.                                     FISCMN00
046500     MOVE TR-YEAR TO WK-YEAR.                                     FISCMN00
046600     MOVE TR-PERIOD TO WK-PERIOD.                                 FISCMN00
046700     MOVE TR-START TO WK-START.                                   FISCMN00
046800     MOVE TR-END TO WK-END.                                       FISCMN00
046900     MOVE TR-QUARTER TO WK-QUARTER.                               FISCMN00
047000     MOVE TR-QTR-END TO WK-QTR-END.                               FISCMN00
047100     MOVE TR-YEAR-END TO WK-YEAR-END.                             FISCMN00
047200     MOVE TR-DESC TO WK-DESC.                                     FISCMN00
047300     PERFORM 600-APPLY-ONE THRU 600X.                             FISCMN00
047400     GO TO 410-READ-TRANS.                                        FISCMN00
047500 420-TRANS-DONE.                                                  FISCMN00
047600     CLOSE TRANS-CARDS.                                           FISCMN00
047700 500-WRAP-UP.                                                     FISCMN00
047800     MOVE "FISCCAL AFTER MAINTENANCE       " TO LH-LABEL.         FISCMN00
047900     PERFORM 300-LIST-CAL THRU 300X.                              FISCMN00
048000     PERFORM 700-REWRITE-CAL THRU 700X.                           FISCMN00
048100     CLOSE REPORT-FILE.                                           FISCMN00
048200     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       FISCMN00
048300     MOVE "OK      " TO AU-RESULT.                                FISCMN00
048400     PERFORM 955-AUDIT-END.                                       FISCMN00
048500     STOP RUN.                                                    FISCMN00
048600 200-LOAD-CAL.                                                    FISCMN00
048700     OPEN INPUT FISC-CAL.                                         FISCMN00
048800     IF FISC-FILE-STATUS NOT = "00"                               FISCMN00
048900         DISPLAY "FISCCAL NOT PRESENT - STARTING AN EMPTY FILE"   FISCMN00
049000         GO TO 200X.                                              FISCMN00
049100 210-LOAD-READ.                                                   FISCMN00
049200     READ FISC-CAL AT END GO TO 220-LOAD-DONE.                    FISCMN00
049300     IF FT-CNT = 200                                              FISCMN00
049400         MOVE 1 TO LOAD-OVER-SW                                   FISCMN00
049500         DISPLAY "FISCCAL OVER 200 RECORDS - RUN WILL"            FISCMN00
049600         DISPLAY "NOT REWRITE FISCCAL"                            FISCMN00
049700         GO TO 220-LOAD-DONE.                                     FISCMN00
049800     MOVE FC-TYPE TO NEW-TYPE.                                    FISCMN00
049900     MOVE 0 TO NEW-YEAR NEW-PERIOD NEW-START NEW-END NEW-QUARTER  FISCMN00
050000         NEW-CLOSED.                                              FISCMN00
050100     IF FC-YEAR NUMERIC MOVE FC-YEAR TO NEW-YEAR.                 FISCMN00
050200     IF FC-PERIOD NUMERIC MOVE FC-PERIOD TO NEW-PERIOD.           FISCMN00
050300     IF FC-START NUMERIC MOVE FC-START TO NEW-START.              FISCMN00
050400     IF FC-END NUMERIC MOVE FC-END TO NEW-END.                    FISCMN00
050500     IF FC-QUARTER NUMERIC MOVE FC-QUARTER TO NEW-QUARTER.        FISCMN00
050600     IF FC-CLOSED NUMERIC MOVE FC-CLOSED TO NEW-CLOSED.           FISCMN00
050700     MOVE FC-QTR-END TO NEW-QTR-END.                              FISCMN00
050800     MOVE FC-YEAR-END TO NEW-YEAR-END.                            FISCMN00
050900     MOVE FC-CLOSE-RUN TO NEW-RUN.                                FISCMN00
051000     MOVE FC-DESC TO NEW-DESC.                                    FISCMN00
051100     PERFORM 250-INSERT-ENTRY THRU 250X.                          FISCMN00
051200     GO TO 210-LOAD-READ.                                         FISCMN00
051300 220-LOAD-DONE.                                                   FISCMN00
051400     CLOSE FISC-CAL.                                              FISCMN00
051500 200X.   EXIT.                                                    FISCMN00
051600 250-INSERT-ENTRY.                                                FISCMN00
051700     NOTE  PUTS THE NEW- FIELDS INTO THE TABLE IN DATE ORDER, A   FISCMN00
051800         HOLIDAY AFTER A PERIOD STARTING THE SAME DAY, SHIFTING   FISCMN00
051900         THE ENTRIES BEHIND IT DOWN ONE PLACE.                    FISCMN00
052000     MOVE 0 TO FPOS.                                              FISCMN00
052100     PERFORM 255-FIND-PLACE VARYING FX FROM 1 BY 1                FISCMN00
052200         UNTIL FX IS GREATER THAN FT-CNT                          FISCMN00
052300         OR FPOS IS GREATER THAN 0.                               FISCMN00
052400     IF FPOS = 0 COMPUTE FPOS = FT-CNT + 1.                       FISCMN00
052500     PERFORM 258-SHIFT-ONE VARYING FX FROM FT-CNT BY -1           FISCMN00
052600         UNTIL FX IS LESS THAN FPOS.                              FISCMN00
052700     ADD 1 TO FT-CNT.                                             FISCMN00
052800     MOVE NEW-TYPE TO FT-TYPE (FPOS).                             FISCMN00
052900     MOVE NEW-YEAR TO FT-YEAR (FPOS).                             FISCMN00
053000     MOVE NEW-PERIOD TO FT-PERIOD (FPOS).                         FISCMN00
053100     MOVE NEW-START TO FT-START (FPOS).                           FISCMN00
053200     MOVE NEW-END TO FT-END (FPOS).                               FISCMN00
053300     MOVE NEW-QUARTER TO FT-QUARTER (FPOS).                       FISCMN00
053400     MOVE NEW-QTR-END TO FT-QTR-END (FPOS).                       FISCMN00
053500     MOVE NEW-YEAR-END TO FT-YEAR-END (FPOS).                     FISCMN00
053600     MOVE NEW-CLOSED TO FT-CLOSED (FPOS).                         FISCMN00
053700     MOVE NEW-RUN TO FT-RUN (FPOS).                               FISCMN00
053800     MOVE NEW-DESC TO FT-DESC (FPOS).                             FISCMN00
053900     MOVE SPACE TO FT-GONE (FPOS).                                FISCMN00
054000     MOVE SPACES TO FT-DONE (FPOS).                               FISCMN00
054100 250X.   EXIT.                                                    FISCMN00
054200 255-FIND-PLACE.                                                  FISCMN00
054300     IF FT-START (FX) IS GREATER THAN NEW-START MOVE FX TO FPOS.  FISCMN00
054400     IF FT-START (FX) = NEW-START                                 FISCMN00
054500         IF FT-TYPE (FX) = "H" AND NEW-TYPE = "P"                 FISCMN00
054600             MOVE FX TO FPOS.                                     FISCMN00
054700 258-SHIFT-ONE.                                                   FISCMN00
054800     COMPUTE FY = FX + 1.                                         FISCMN00
054900     MOVE FT-ENTRY (FX) TO FT-ENTRY (FY).                         FISCMN00
055000 300-LIST-CAL.                                                    FISCMN00
055100     PERFORM 320-MARK-STATUS THRU 320X.                           FISCMN00
055200     MOVE 0 TO PERIOD-CNT.                                        FISCMN00
055300     MOVE 0 TO HOLIDAY-CNT.                                       FISCMN00
055400     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    FISCMN00
055500     WRITE REPORT-REC FROM COLUMN-HEAD.                           FISCMN00
055600     PERFORM 310-LIST-ONE THRU 310X VARYING FX FROM 1 BY 1        FISCMN00
055700         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
055800     MOVE PERIOD-CNT TO CT-PERIODS.                               FISCMN00
055900     MOVE HOLIDAY-CNT TO CT-HOLIDAYS.                             FISCMN00
056000     WRITE REPORT-REC FROM BLANK-LINE.                            FISCMN00
056100     WRITE REPORT-REC FROM COUNT-LINE.                            FISCMN00
056200     WRITE REPORT-REC FROM BLANK-LINE.                            FISCMN00
056300 300X.   EXIT.                                                    FISCMN00
056400 310-LIST-ONE.                                                    FISCMN00
056500     IF FT-GONE (FX) = "Y" GO TO 310X.                            FISCMN00
056600     MOVE SPACES TO LIST-LINE.                                    FISCMN00
056700     MOVE FT-START (FX) TO DN-DATE.                               FISCMN00
056800     PERFORM 830-EDIT-DATE.                                       FISCMN00
056900     MOVE DATE-EDIT TO LL-START.                                  FISCMN00
057000     MOVE FT-YEAR (FX) TO NW-NUM.                                 FISCMN00
057100     MOVE NW-NUM-X TO LL-YEAR.                                    FISCMN00
057200     MOVE FT-PERIOD (FX) TO NW-NUM.                               FISCMN00
057300     MOVE NW-NUM-X TO LL-PERIOD.                                  FISCMN00
057400     MOVE FT-STAT (FX) TO LL-STAT.                                FISCMN00
057500     MOVE FT-CHECK (FX) TO LL-CHECK.                              FISCMN00
057600     MOVE FT-DONE (FX) TO LL-DONE.                                FISCMN00
057700     MOVE FT-DESC (FX) TO LL-DESC.                                FISCMN00
057800     IF FT-TYPE (FX) = "P" GO TO 315-LIST-PERIOD.                 FISCMN00
057900     ADD 1 TO HOLIDAY-CNT.                                        FISCMN00
058000     MOVE "HOLIDAY" TO LL-TYPE.                                   FISCMN00
058100     IF FT-PERIOD (FX) = 0                                        FISCMN00
058200         MOVE SPACES TO LL-YEAR                                   FISCMN00
058300         MOVE SPACES TO LL-PERIOD.                                FISCMN00
058400     GO TO 318-LIST-PUT.                                          FISCMN00
058500 315-LIST-PERIOD.                                                 FISCMN00
058600     ADD 1 TO PERIOD-CNT.                                         FISCMN00
058700     MOVE "PERIOD " TO LL-TYPE.                                   FISCMN00
058800     MOVE FT-END (FX) TO DN-DATE.                                 FISCMN00
058900     PERFORM 830-EDIT-DATE.                                       FISCMN00
059000     MOVE DATE-EDIT TO LL-END.                                    FISCMN00
059100     MOVE FT-QUARTER (FX) TO LL-QTR.                              FISCMN00
059200     MOVE FT-QTR-END (FX) TO LL-QE.                               FISCMN00
059300     MOVE FT-YEAR-END (FX) TO LL-YE.                              FISCMN00
059400     IF FT-CHECK (FX) = "BAD DATES "                              FISCMN00
059500         MOVE "  ?" TO LL-DAYS-X                                  FISCMN00
059600         MOVE "  ?" TO LL-WORK-X                                  FISCMN00
059700         GO TO 318-LIST-PUT.                                      FISCMN00
059800     PERFORM 850-WORK-DAYS THRU 850X.                             FISCMN00
059900     COMPUTE LL-DAYS = END-NO - START-NO + 1.                     FISCMN00
060000     MOVE WORK-DAYS TO LL-WORK.                                   FISCMN00
060100 318-LIST-PUT.                                                    FISCMN00
060200     WRITE REPORT-REC FROM LIST-LINE.                             FISCMN00
060300 310X.   EXIT.                                                    FISCMN00
060400 320-MARK-STATUS.                                                 FISCMN00
060500     NOTE  WALKS THE TABLE IN DATE ORDER. EACH PERIOD IS CLOSED,  FISCMN00
060600         CURRENT, STILL TO COME OR ENDED AND NOT CLOSED, AND ITS  FISCMN00
060700         START IS CHECKED AGAINST THE DAY AFTER THE END OF THE    FISCMN00
060800         PERIOD BEFORE IT. EACH HOLIDAY TAKES THE YEAR AND        FISCMN00
060900         PERIOD OF THE PERIOD IT FALLS IN.                        FISCMN00
061000     MOVE 0 TO PREV-IX.                                           FISCMN00
061100     PERFORM 325-MARK-ONE THRU 325X VARYING FX FROM 1 BY 1        FISCMN00
061200         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
061300 320X.   EXIT.                                                    FISCMN00
061400 325-MARK-ONE.                                                    FISCMN00
061500     IF FT-GONE (FX) = "Y" GO TO 325X.                            FISCMN00
061600     MOVE SPACES TO FT-CHECK (FX).                                FISCMN00
061700     MOVE SPACES TO FT-STAT (FX).                                 FISCMN00
061800     IF FT-TYPE (FX) = "P" GO TO 327-MARK-PERIOD.                 FISCMN00
061900     MOVE 0 TO FT-YEAR (FX).                                      FISCMN00
062000     MOVE 0 TO FT-PERIOD (FX).                                    FISCMN00
062100     MOVE FT-START (FX) TO DN-DATE.                               FISCMN00
062200     MOVE DN-DATE-X TO DATE-IN-X.                                 FISCMN00
062300     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
062400     IF DATE-OK-SW = 0                                            FISCMN00
062500         MOVE "BAD DATE  " TO FT-CHECK (FX)                       FISCMN00
062600         GO TO 325X.                                              FISCMN00
062700     PERFORM 800-DAY-NUMBER.                                      FISCMN00
062800     COMPUTE WEEK-DAY = DAY-NO MOD 7.                             FISCMN00
062900     IF WEEK-DAY IS LESS THAN 2                                   FISCMN00
063000         MOVE "WEEKEND   " TO FT-CHECK (FX).                      FISCMN00
063100     IF PREV-IX = 0                                               FISCMN00
063200         MOVE "NO PERIOD " TO FT-CHECK (FX)                       FISCMN00
063300         GO TO 325X.                                              FISCMN00
063400     IF FT-START (FX) IS GREATER THAN FT-END (PREV-IX)            FISCMN00
063500         MOVE "NO PERIOD " TO FT-CHECK (FX)                       FISCMN00
063600         GO TO 325X.                                              FISCMN00
063700     MOVE FT-YEAR (PREV-IX) TO FT-YEAR (FX).                      FISCMN00
063800     MOVE FT-PERIOD (PREV-IX) TO FT-PERIOD (FX).                  FISCMN00
063900     GO TO 325X.                                                  FISCMN00
064000 327-MARK-PERIOD.                                                 FISCMN00
064100     MOVE "OPEN           " TO FT-STAT (FX).                      FISCMN00
064200     IF FT-START (FX) IS GREATER THAN FISC-TODAY                  FISCMN00
064300         MOVE "TO COME        " TO FT-STAT (FX).                  FISCMN00
064400     IF FT-END (FX) IS LESS THAN FISC-TODAY                       FISCMN00
064500         MOVE "ENDED - OPEN   " TO FT-STAT (FX).                  FISCMN00
064600     IF FT-START (FX) IS NOT GREATER THAN FISC-TODAY              FISCMN00
064700         AND FT-END (FX) IS NOT LESS THAN FISC-TODAY              FISCMN00
064800         MOVE "CURRENT        " TO FT-STAT (FX).                  FISCMN00
064900     IF FT-CLOSED (FX) IS GREATER THAN 0                          FISCMN00
065000         MOVE FT-CLOSED (FX) TO DN-DATE                           FISCMN00
065100         PERFORM 830-EDIT-DATE                                    FISCMN00
065200         MOVE DATE-EDIT TO CS-DATE                                FISCMN00
065300         MOVE CLOSED-STAT TO FT-STAT (FX).                        FISCMN00
065400     MOVE FT-START (FX) TO DN-DATE.                               FISCMN00
065500     MOVE DN-DATE-X TO DATE-IN-X.                                 FISCMN00
065600     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
065700     IF DATE-OK-SW = 0                                            FISCMN00
065800         MOVE "BAD DATES " TO FT-CHECK (FX)                       FISCMN00
065900         GO TO 329-MARK-NEXT.                                     FISCMN00
066000     MOVE FT-END (FX) TO DN-DATE.                                 FISCMN00
066100     MOVE DN-DATE-X TO DATE-IN-X.                                 FISCMN00
066200     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
066300     IF DATE-OK-SW = 0 OR FT-END (FX) IS LESS THAN FT-START (FX)  FISCMN00
066400         MOVE "BAD DATES " TO FT-CHECK (FX)                       FISCMN00
066500         GO TO 329-MARK-NEXT.                                     FISCMN00
066600     IF FT-YEAR-END (FX) = "Y" AND FT-QTR-END (FX) NOT = "Y"      FISCMN00
066700         MOVE "FLAGS     " TO FT-CHECK (FX).                      FISCMN00
066800     IF PREV-IX = 0 GO TO 329-MARK-NEXT.                          FISCMN00
066900     COMPUTE NEXT-PERIOD = FT-PERIOD (PREV-IX) + 1.               FISCMN00
067000     IF FT-YEAR (FX) = FT-YEAR (PREV-IX)                          FISCMN00
067100         IF FT-PERIOD (FX) NOT = NEXT-PERIOD                      FISCMN00
067200             MOVE "NUMBERING " TO FT-CHECK (FX).                  FISCMN00
067300     IF FT-YEAR (FX) NOT = FT-YEAR (PREV-IX)                      FISCMN00
067400         IF FT-PERIOD (FX) NOT = 1                                FISCMN00
067500             OR FT-YEAR-END (PREV-IX) NOT = "Y"                   FISCMN00
067600             MOVE "NUMBERING " TO FT-CHECK (FX).                  FISCMN00
067700     IF FT-CHECK (PREV-IX) = "BAD DATES " GO TO 329-MARK-NEXT.    FISCMN00
067800     MOVE FT-END (PREV-IX) TO DN-DATE.                            FISCMN00
067900     PERFORM 810-NEXT-DAY.                                        FISCMN00
068000     IF FT-START (FX) IS GREATER THAN DN-DATE                     FISCMN00
068100         MOVE "GAP       " TO FT-CHECK (FX).                      FISCMN00
068200     IF FT-START (FX) IS NOT GREATER THAN FT-END (PREV-IX)        FISCMN00
068300         MOVE "OVERLAP   " TO FT-CHECK (FX).                      FISCMN00
068400 329-MARK-NEXT.                                                   FISCMN00
068500     MOVE FX TO PREV-IX.                                          FISCMN00
068600 325X.   EXIT.                                                    FISCMN00
068700 600-APPLY-ONE.                                                   FISCMN00
068800     MOVE SPACES TO RJ-REASON.                                    FISCMN00
068900     IF WK-ACTION = "G" GO TO 660-GENERATE.                       FISCMN00
069000     IF WK-TYPE = "H" GO TO 640-HOLIDAY.                          FISCMN00
069100     IF WK-TYPE NOT = "P"                                         FISCMN00
069200         MOVE "INVALID TYPE - NOT P OR H " TO RJ-REASON           FISCMN00
069300         GO TO 690-REJECT.                                        FISCMN00
069400     IF WK-YEAR NOT NUMERIC OR WK-PERIOD NOT NUMERIC              FISCMN00
069500         MOVE "INVALID YEAR OR PERIOD    " TO RJ-REASON           FISCMN00
069600         GO TO 690-REJECT.                                        FISCMN00
069700     MOVE WK-YEAR TO NW-NUM-X.                                    FISCMN00
069800     MOVE NW-NUM TO NEW-YEAR.                                     FISCMN00
069900     MOVE WK-PERIOD TO NW-NUM-X.                                  FISCMN00
070000     MOVE NW-NUM TO NEW-PERIOD.                                   FISCMN00
070100     IF NEW-PERIOD IS LESS THAN 1 OR NEW-PERIOD IS GREATER THAN 13FISCMN00
070200         MOVE "PERIOD NOT 1 TO 13        " TO RJ-REASON           FISCMN00
070300         GO TO 690-REJECT.                                        FISCMN00
070400     MOVE 0 TO FHIT.                                              FISCMN00
070500     PERFORM 605-FIND-PERIOD VARYING FX FROM 1 BY 1               FISCMN00
070600         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
070700     IF WK-ACTION = "A" GO TO 610-ADD-PERIOD.                     FISCMN00
070800     IF WK-ACTION = "C" GO TO 620-CHANGE-PERIOD.                  FISCMN00
070900     IF WK-ACTION = "D" GO TO 630-DELETE-PERIOD.                  FISCMN00
071000     IF WK-ACTION = "R" GO TO 635-REOPEN.                         FISCMN00
071100     MOVE "INVALID ACTION CODE       " TO RJ-REASON.              FISCMN00
071200     GO TO 690-REJECT.                                            FISCMN00
071300 610-ADD-PERIOD.                                                  FISCMN00
071400     IF FHIT IS GREATER THAN 0                                    FISCMN00
071500         MOVE "PERIOD ALREADY ON FILE    " TO RJ-REASON           FISCMN00
071600         GO TO 690-REJECT.                                        FISCMN00
071700     PERFORM 650-EDIT-PERIOD THRU 650X.                           FISCMN00
071800     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  FISCMN00
071900     IF FT-CNT = 200                                              FISCMN00
072000         MOVE "FISCCAL TABLE FULL        " TO RJ-REASON           FISCMN00
072100         GO TO 690-REJECT.                                        FISCMN00
072200     PERFORM 250-INSERT-ENTRY THRU 250X.                          FISCMN00
072300     MOVE "ADDED  " TO FT-DONE (FPOS).                            FISCMN00
072400     MOVE "ADD     " TO AU-EVENT.                                 FISCMN00
072500     GO TO 680-LOG-CHANGE.                                        FISCMN00
072600 620-CHANGE-PERIOD.                                               FISCMN00
072700     IF FHIT = 0                                                  FISCMN00
072800         MOVE "PERIOD NOT ON FILE        " TO RJ-REASON           FISCMN00
072900         GO TO 690-REJECT.                                        FISCMN00
073000     IF FT-CLOSED (FHIT) IS GREATER THAN 0                        FISCMN00
073100         MOVE "PERIOD IS CLOSED          " TO RJ-REASON           FISCMN00
073200         GO TO 690-REJECT.                                        FISCMN00
073300     PERFORM 650-EDIT-PERIOD THRU 650X.                           FISCMN00
073400     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  FISCMN00
073500     MOVE "Y" TO FT-GONE (FHIT).                                  FISCMN00
073600     PERFORM 250-INSERT-ENTRY THRU 250X.                          FISCMN00
073700     MOVE "CHANGED" TO FT-DONE (FPOS).                            FISCMN00
073800     MOVE "CHANGE  " TO AU-EVENT.                                 FISCMN00
073900     GO TO 680-LOG-CHANGE.                                        FISCMN00
074000 630-DELETE-PERIOD.                                               FISCMN00
074100     IF FHIT = 0                                                  FISCMN00
074200         MOVE "PERIOD NOT ON FILE        " TO RJ-REASON           FISCMN00
074300         GO TO 690-REJECT.                                        FISCMN00
074400     IF FT-CLOSED (FHIT) IS GREATER THAN 0                        FISCMN00
074500         MOVE "PERIOD IS CLOSED          " TO RJ-REASON           FISCMN00
074600         GO TO 690-REJECT.                                        FISCMN00
074700     MOVE "Y" TO FT-GONE (FHIT).                                  FISCMN00
074800     MOVE "DELETE  " TO AU-EVENT.                                 FISCMN00
074900     GO TO 680-LOG-CHANGE.                                        FISCMN00
075000 635-REOPEN.                                                      FISCMN00
075100     IF FHIT = 0                                                  FISCMN00
075200         MOVE "PERIOD NOT ON FILE        " TO RJ-REASON           FISCMN00
075300         GO TO 690-REJECT.                                        FISCMN00
075400     IF FT-CLOSED (FHIT) = 0                                      FISCMN00
075500         MOVE "PERIOD IS NOT CLOSED      " TO RJ-REASON           FISCMN00
075600         GO TO 690-REJECT.                                        FISCMN00
075700     MOVE 0 TO FT-CLOSED (FHIT).                                  FISCMN00
075800     MOVE SPACES TO FT-RUN (FHIT).                                FISCMN00
075900     MOVE "REOPEN " TO FT-DONE (FHIT).                            FISCMN00
076000     MOVE "REOPEN  " TO AU-EVENT.                                 FISCMN00
076100     GO TO 680-LOG-CHANGE.                                        FISCMN00
076200 640-HOLIDAY.                                                     FISCMN00
076300     MOVE WK-START TO DATE-IN-X.                                  FISCMN00
076400     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
076500     IF DATE-OK-SW = 0                                            FISCMN00
076600         MOVE "INVALID HOLIDAY DATE      " TO RJ-REASON           FISCMN00
076700         GO TO 690-REJECT.                                        FISCMN00
076800     MOVE DN-DATE TO NEW-START.                                   FISCMN00
076900     MOVE 0 TO FHIT.                                              FISCMN00
077000     PERFORM 608-FIND-HOLIDAY VARYING FX FROM 1 BY 1              FISCMN00
077100         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
077200     IF WK-ACTION = "A" GO TO 642-ADD-HOLIDAY.                    FISCMN00
077300     IF WK-ACTION NOT = "C" AND WK-ACTION NOT = "D"               FISCMN00
077400         MOVE "INVALID ACTION CODE       " TO RJ-REASON           FISCMN00
077500         GO TO 690-REJECT.                                        FISCMN00
077600     IF FHIT = 0                                                  FISCMN00
077700         MOVE "HOLIDAY NOT ON FILE       " TO RJ-REASON           FISCMN00
077800         GO TO 690-REJECT.                                        FISCMN00
077900     IF WK-ACTION = "D"                                           FISCMN00
078000         MOVE "Y" TO FT-GONE (FHIT)                               FISCMN00
078100         MOVE "DELETE  " TO AU-EVENT                              FISCMN00
078200         GO TO 680-LOG-CHANGE.                                    FISCMN00
078300     MOVE WK-DESC TO FT-DESC (FHIT).                              FISCMN00
078400     MOVE "CHANGED" TO FT-DONE (FHIT).                            FISCMN00
078500     MOVE "CHANGE  " TO AU-EVENT.                                 FISCMN00
078600     GO TO 680-LOG-CHANGE.                                        FISCMN00
078700 642-ADD-HOLIDAY.                                                 FISCMN00
078800     IF FHIT IS GREATER THAN 0                                    FISCMN00
078900         MOVE "HOLIDAY ALREADY ON FILE   " TO RJ-REASON           FISCMN00
079000         GO TO 690-REJECT.                                        FISCMN00
079100     IF FT-CNT = 200                                              FISCMN00
079200         MOVE "FISCCAL TABLE FULL        " TO RJ-REASON           FISCMN00
079300         GO TO 690-REJECT.                                        FISCMN00
079400     MOVE "H" TO NEW-TYPE.                                        FISCMN00
079500     MOVE 0 TO NEW-YEAR NEW-PERIOD NEW-END NEW-QUARTER NEW-CLOSED.FISCMN00
079600     MOVE SPACES TO NEW-QTR-END NEW-YEAR-END NEW-RUN.             FISCMN00
079700     MOVE WK-DESC TO NEW-DESC.                                    FISCMN00
079800     PERFORM 250-INSERT-ENTRY THRU 250X.                          FISCMN00
079900     MOVE "ADDED  " TO FT-DONE (FPOS).                            FISCMN00
080000     MOVE "ADD     " TO AU-EVENT.                                 FISCMN00
080100     GO TO 680-LOG-CHANGE.                                        FISCMN00
080200 660-GENERATE.                                                    FISCMN00
080300     NOTE  BUILDS THE TWELVE PERIODS OF A 4-4-5 YEAR IN GEN-TABLE FISCMN00
080400         AND ADDS THEM ONLY WHEN NONE OF THEM OVERLAPS A PERIOD   FISCMN00
080500         ALREADY ON FILE.                                         FISCMN00
080600     MOVE "P" TO WK-TYPE.                                         FISCMN00
080700     IF WK-YEAR NOT NUMERIC                                       FISCMN00
080800         MOVE "INVALID YEAR OR PERIOD    " TO RJ-REASON           FISCMN00
080900         GO TO 690-REJECT.                                        FISCMN00
081000     MOVE WK-YEAR TO NW-NUM-X.                                    FISCMN00
081100     MOVE NW-NUM TO NEW-YEAR.                                     FISCMN00
081200     MOVE WK-START TO DATE-IN-X.                                  FISCMN00
081300     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
081400     IF DATE-OK-SW = 0                                            FISCMN00
081500         MOVE "INVALID START DATE        " TO RJ-REASON           FISCMN00
081600         GO TO 690-REJECT.                                        FISCMN00
081700     MOVE 0 TO FHIT.                                              FISCMN00
081800     PERFORM 662-FIND-YEAR VARYING FX FROM 1 BY 1                 FISCMN00
081900         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
082000     IF FHIT IS GREATER THAN 0                                    FISCMN00
082100         MOVE "YEAR ALREADY HAS PERIODS  " TO RJ-REASON           FISCMN00
082200         GO TO 690-REJECT.                                        FISCMN00
082300     IF FT-CNT IS GREATER THAN 188                                FISCMN00
082400         MOVE "FISCCAL TABLE FULL        " TO RJ-REASON           FISCMN00
082500         GO TO 690-REJECT.                                        FISCMN00
082600     PERFORM 665-GEN-ONE VARYING GX FROM 1 BY 1                   FISCMN00
082700         UNTIL GX IS GREATER THAN 12.                             FISCMN00
082800     MOVE 0 TO OHIT.                                              FISCMN00
082900     PERFORM 667-GEN-OVERLAP VARYING GX FROM 1 BY 1               FISCMN00
083000         UNTIL GX IS GREATER THAN 12.                             FISCMN00
083100     IF OHIT IS GREATER THAN 0                                    FISCMN00
083200         MOVE "DATES OVERLAP A PERIOD    " TO RJ-REASON           FISCMN00
083300         GO TO 690-REJECT.                                        FISCMN00
083400     PERFORM 668-GEN-ADD VARYING GX FROM 1 BY 1                   FISCMN00
083500         UNTIL GX IS GREATER THAN 12.                             FISCMN00
083600     MOVE "GENERATE" TO AU-EVENT.                                 FISCMN00
083700     MOVE 0 TO NEW-PERIOD.                                        FISCMN00
083800     GO TO 680-LOG-CHANGE.                                        FISCMN00
083900 680-LOG-CHANGE.                                                  FISCMN00
084000     ADD 1 TO CHANGE-CNT.                                         FISCMN00
084100     MOVE TODAYS-DATE TO AU-DATE.                                 FISCMN00
084200     MOVE WK-TYPE TO RW-TYPE.                                     FISCMN00
084300     MOVE NEW-YEAR TO PK-YEAR.                                    FISCMN00
084400     MOVE NEW-PERIOD TO PK-PERIOD.                                FISCMN00
084500     MOVE PERIOD-KEY TO RW-KEY.                                   FISCMN00
084600     IF WK-TYPE = "H" MOVE WK-START TO RW-KEY.                    FISCMN00
084700     MOVE RESULT-WORK TO AU-RESULT.                               FISCMN00
084800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  FISCMN00
084900     GO TO 600X.                                                  FISCMN00
085000 690-REJECT.                                                      FISCMN00
085100     MOVE WK-ACTION TO RJ-ACTION.                                 FISCMN00
085200     MOVE WK-TYPE TO RJ-TYPE.                                     FISCMN00
085300     MOVE WK-YEAR TO RJ-YEAR.                                     FISCMN00
085400     MOVE WK-PERIOD TO RJ-PERIOD.                                 FISCMN00
085500     MOVE WK-START TO RJ-START.                                   FISCMN00
085600     WRITE REPORT-REC FROM REJECT-LINE.                           FISCMN00
085700     DISPLAY "REJECTED - " RJ-REASON.                             FISCMN00
085800 600X.   EXIT.                                                    FISCMN00
085900 605-FIND-PERIOD.                                                 FISCMN00
086000     IF FT-GONE (FX) NOT = "Y" AND FT-TYPE (FX) = "P"             FISCMN00
086100         IF FT-YEAR (FX) = NEW-YEAR                               FISCMN00
086200             AND FT-PERIOD (FX) = NEW-PERIOD                      FISCMN00
086300             MOVE FX TO FHIT.                                     FISCMN00
086400 608-FIND-HOLIDAY.                                                FISCMN00
086500     IF FT-GONE (FX) NOT = "Y" AND FT-TYPE (FX) = "H"             FISCMN00
086600         IF FT-START (FX) = NEW-START MOVE FX TO FHIT.            FISCMN00
086700 650-EDIT-PERIOD.                                                 FISCMN00
086800     NOTE  BOTH DATES MUST BE REAL DATES, THE END NOT BEFORE THE  FISCMN00
086900         START, THE QUARTER 1 TO 4, THE FLAGS Y OR BLANK WITH A   FISCMN00
087000         YEAR END ALSO A QUARTER END, AND THE DATES MAY NOT       FISCMN00
087100         OVERLAP ANY OTHER PERIOD.                                FISCMN00
087200     MOVE SPACES TO RJ-REASON.                                    FISCMN00
087300     MOVE WK-START TO DATE-IN-X.                                  FISCMN00
087400     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
087500     IF DATE-OK-SW = 0                                            FISCMN00
087600         MOVE "INVALID START DATE        " TO RJ-REASON           FISCMN00
087700         GO TO 650X.                                              FISCMN00
087800     MOVE DN-DATE TO NEW-START.                                   FISCMN00
087900     MOVE WK-END TO DATE-IN-X.                                    FISCMN00
088000     PERFORM 820-CHECK-DATE THRU 820X.                            FISCMN00
088100     IF DATE-OK-SW = 0                                            FISCMN00
088200         MOVE "INVALID END DATE          " TO RJ-REASON           FISCMN00
088300         GO TO 650X.                                              FISCMN00
088400     MOVE DN-DATE TO NEW-END.                                     FISCMN00
088500     IF NEW-END IS LESS THAN NEW-START                            FISCMN00
088600         MOVE "END DATE BEFORE START     " TO RJ-REASON           FISCMN00
088700         GO TO 650X.                                              FISCMN00
088800     IF WK-QUARTER NOT NUMERIC                                    FISCMN00
088900         MOVE "QUARTER NOT 1 TO 4        " TO RJ-REASON           FISCMN00
089000         GO TO 650X.                                              FISCMN00
089100     MOVE WK-QUARTER TO NEW-QUARTER.                              FISCMN00
089200     IF NEW-QUARTER IS LESS THAN 1                                FISCMN00
089300         OR NEW-QUARTER IS GREATER THAN 4                         FISCMN00
089400         MOVE "QUARTER NOT 1 TO 4        " TO RJ-REASON           FISCMN00
089500         GO TO 650X.                                              FISCMN00
089600     MOVE SPACE TO NEW-QTR-END.                                   FISCMN00
089700     MOVE SPACE TO NEW-YEAR-END.                                  FISCMN00
089800     IF WK-QTR-END = "Y" MOVE "Y" TO NEW-QTR-END.                 FISCMN00
089900     IF WK-YEAR-END = "Y" MOVE "Y" TO NEW-YEAR-END.               FISCMN00
090000     IF WK-QTR-END NOT = "Y" AND WK-QTR-END NOT = SPACE           FISCMN00
090100         AND WK-QTR-END NOT = "N"                                 FISCMN00
090200         MOVE "QUARTER END NOT Y OR BLANK" TO RJ-REASON           FISCMN00
090300         GO TO 650X.                                              FISCMN00
090400     IF WK-YEAR-END NOT = "Y" AND WK-YEAR-END NOT = SPACE         FISCMN00
090500         AND WK-YEAR-END NOT = "N"                                FISCMN00
090600         MOVE "YEAR END NOT Y OR BLANK   " TO RJ-REASON           FISCMN00
090700         GO TO 650X.                                              FISCMN00
090800     IF NEW-YEAR-END = "Y" AND NEW-QTR-END NOT = "Y"              FISCMN00
090900         MOVE "YEAR END NOT QUARTER END  " TO RJ-REASON           FISCMN00
091000         GO TO 650X.                                              FISCMN00
091100     MOVE 0 TO OHIT.                                              FISCMN00
091200     PERFORM 655-OVERLAP VARYING FX FROM 1 BY 1                   FISCMN00
091300         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
091400     IF OHIT IS GREATER THAN 0                                    FISCMN00
091500         MOVE "DATES OVERLAP A PERIOD    " TO RJ-REASON           FISCMN00
091600         GO TO 650X.                                              FISCMN00
091700     MOVE "P" TO NEW-TYPE.                                        FISCMN00
091800     MOVE 0 TO NEW-CLOSED.                                        FISCMN00
091900     MOVE SPACES TO NEW-RUN.                                      FISCMN00
092000     MOVE WK-DESC TO NEW-DESC.                                    FISCMN00
092100 650X.   EXIT.                                                    FISCMN00
092200 655-OVERLAP.                                                     FISCMN00
092300     IF FT-GONE (FX) NOT = "Y" AND FT-TYPE (FX) = "P"             FISCMN00
092400         AND FX NOT = FHIT                                        FISCMN00
092500         IF NEW-START IS NOT GREATER THAN FT-END (FX)             FISCMN00
092600             AND NEW-END IS NOT LESS THAN FT-START (FX)           FISCMN00
092700             MOVE FX TO OHIT.                                     FISCMN00
092800 662-FIND-YEAR.                                                   FISCMN00
092900     IF FT-GONE (FX) NOT = "Y" AND FT-TYPE (FX) = "P"             FISCMN00
093000         IF FT-YEAR (FX) = NEW-YEAR MOVE FX TO FHIT.              FISCMN00
093100 665-GEN-ONE.                                                     FISCMN00
093200     NOTE  PERIODS 3, 6, 9 AND 12 ARE FIVE WEEKS, THE REST FOUR.  FISCMN00
093300         DN-DATE CARRIES THE START OF EACH PERIOD FORWARD.        FISCMN00
093400     MOVE DN-DATE TO GN-START (GX).                               FISCMN00
093500     MOVE 27 TO GEN-DAYS.                                         FISCMN00
093600     IF GX = 3 OR GX = 6 OR GX = 9 OR GX = 12 MOVE 34 TO GEN-DAYS.FISCMN00
093700     PERFORM 810-NEXT-DAY GEN-DAYS TIMES.                         FISCMN00
093800     MOVE DN-DATE TO GN-END (GX).                                 FISCMN00
093900     PERFORM 810-NEXT-DAY.                                        FISCMN00
094000 667-GEN-OVERLAP.                                                 FISCMN00
094100     MOVE GN-START (GX) TO NEW-START.                             FISCMN00
094200     MOVE GN-END (GX) TO NEW-END.                                 FISCMN00
094300     MOVE 0 TO FHIT.                                              FISCMN00
094400     PERFORM 655-OVERLAP VARYING FX FROM 1 BY 1                   FISCMN00
094500         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
094600 668-GEN-ADD.                                                     FISCMN00
094700     MOVE "P" TO NEW-TYPE.                                        FISCMN00
094800     MOVE GX TO NEW-PERIOD.                                       FISCMN00
094900     MOVE GN-START (GX) TO NEW-START.                             FISCMN00
095000     MOVE GN-END (GX) TO NEW-END.                                 FISCMN00
095100     COMPUTE NEW-QUARTER = (GX + 2) DIV 3.                        FISCMN00
095200     MOVE SPACE TO NEW-QTR-END.                                   FISCMN00
095300     MOVE SPACE TO NEW-YEAR-END.                                  FISCMN00
095400     IF GX = 3 OR GX = 6 OR GX = 9 OR GX = 12                     FISCMN00
095500         MOVE "Y" TO NEW-QTR-END.                                 FISCMN00
095600     IF GX = 12 MOVE "Y" TO NEW-YEAR-END.                         FISCMN00
095700     MOVE 0 TO NEW-CLOSED.                                        FISCMN00
095800     MOVE SPACES TO NEW-RUN.                                      FISCMN00
095900     MOVE SPACES TO NEW-DESC.                                     FISCMN00
096000     PERFORM 250-INSERT-ENTRY THRU 250X.                          FISCMN00
096100     MOVE "ADDED  " TO FT-DONE (FPOS).                            FISCMN00
096200 700-REWRITE-CAL.                                                 FISCMN00
096300     IF LOAD-OVER-SW = 1                                          FISCMN00
096400         DISPLAY "FISCCAL LEFT UNCHANGED"                         FISCMN00
096500         GO TO 700X.                                              FISCMN00
096600     OPEN OUTPUT FISC-CAL.                                        FISCMN00
096700     PERFORM 710-PUT-ONE THRU 710X VARYING FX FROM 1 BY 1         FISCMN00
096800         UNTIL FX IS GREATER THAN FT-CNT.                         FISCMN00
096900     CLOSE FISC-CAL.                                              FISCMN00
097000 700X.   EXIT.                                                    FISCMN00
097100 710-PUT-ONE.                                                     FISCMN00
097200     IF FT-GONE (FX) = "Y" GO TO 710X.                            FISCMN00
097300     MOVE SPACES TO FISC-REC.                                     FISCMN00
097400     MOVE FT-TYPE (FX) TO FC-TYPE.                                FISCMN00
097500     MOVE FT-YEAR (FX) TO FC-YEAR.                                FISCMN00
097600     MOVE FT-PERIOD (FX) TO FC-PERIOD.                            FISCMN00
097700     MOVE FT-START (FX) TO FC-START.                              FISCMN00
097800     MOVE FT-END (FX) TO FC-END.                                  FISCMN00
097900     MOVE FT-QUARTER (FX) TO FC-QUARTER.                          FISCMN00
098000     MOVE FT-QTR-END (FX) TO FC-QTR-END.                          FISCMN00
098100     MOVE FT-YEAR-END (FX) TO FC-YEAR-END.                        FISCMN00
098200     MOVE FT-CLOSED (FX) TO FC-CLOSED.                            FISCMN00
098300     MOVE FT-RUN (FX) TO FC-CLOSE-RUN.                            FISCMN00
098400     MOVE FT-DESC (FX) TO FC-DESC.                                FISCMN00
098500     WRITE FISC-REC.                                              FISCMN00
098600 710X.   EXIT.                                                    FISCMN00
098700 800-DAY-NUMBER.                                                  FISCMN00
098800     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     FISCMN00
098900         CENTURY TO DN-DATE, COUNTING EVERY YEAR DIVISIBLE BY 4   FISCMN00
099000         AS A LEAP YEAR. DAY-NO MOD 7 IS THE DAY OF THE WEEK -    FISCMN00
099100         0 SATURDAY, 1 SUNDAY, 2 MONDAY THROUGH 6 FRIDAY.         FISCMN00
099200     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             FISCMN00
099300         + CUM-DAYS (DN-MM) + DN-DD.                              FISCMN00
099400     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               FISCMN00
099500         ADD 1 TO DAY-NO.                                         FISCMN00
099600 810-NEXT-DAY.                                                    FISCMN00
099700     ADD 1 TO DN-DD.                                              FISCMN00
099800     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           FISCMN00
099900     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       FISCMN00
100000     IF DN-DD IS GREATER THAN MONTH-END                           FISCMN00
100100         MOVE 1 TO DN-DD                                          FISCMN00
100200         ADD 1 TO DN-MM.                                          FISCMN00
100300     IF DN-MM IS GREATER THAN 12                                  FISCMN00
100400         MOVE 1 TO DN-MM                                          FISCMN00
100500         IF DN-YY = 99 MOVE 0 TO DN-YY                            FISCMN00
100600         ELSE ADD 1 TO DN-YY.                                     FISCMN00
100700 820-CHECK-DATE.                                                  FISCMN00
100800     NOTE  DATE-OK-SW IS 1 WHEN DATE-IN-X IS A REAL YYMMDD DATE,  FISCMN00
100900         WHICH IS LEFT IN DN-DATE.                                FISCMN00
101000     MOVE 0 TO DATE-OK-SW.                                        FISCMN00
101100     IF DATE-IN-X NOT NUMERIC GO TO 820X.                         FISCMN00
101200     MOVE DATE-IN-X TO DN-DATE-X.                                 FISCMN00
101300     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          FISCMN00
101400         GO TO 820X.                                              FISCMN00
101500     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           FISCMN00
101600     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       FISCMN00
101700     IF DN-DD IS LESS THAN 1 OR DN-DD IS GREATER THAN MONTH-END   FISCMN00
101800         GO TO 820X.                                              FISCMN00
101900     MOVE 1 TO DATE-OK-SW.                                        FISCMN00
102000 820X.   EXIT.                                                    FISCMN00
102100 830-EDIT-DATE.                                                   FISCMN00
102200     MOVE DN-MM TO DE-MM.                                         FISCMN00
102300     MOVE DN-DD TO DE-DD.                                         FISCMN00
102400     MOVE DN-YY TO DE-YY.                                         FISCMN00
102500 850-WORK-DAYS.                                                   FISCMN00
102600     NOTE  THE WORKING DAYS OF THE PERIOD AT FX ARE ITS MONDAYS   FISCMN00
102700         TO FRIDAYS LESS THE HOLIDAYS FALLING ON THEM.            FISCMN00
102800     MOVE FT-START (FX) TO DN-DATE.                               FISCMN00
102900     PERFORM 800-DAY-NUMBER.                                      FISCMN00
103000     MOVE DAY-NO TO START-NO.                                     FISCMN00
103100     MOVE FT-END (FX) TO DN-DATE.                                 FISCMN00
103200     PERFORM 800-DAY-NUMBER.                                      FISCMN00
103300     MOVE DAY-NO TO END-NO.                                       FISCMN00
103400     MOVE 0 TO WORK-DAYS.                                         FISCMN00
103500     PERFORM 855-COUNT-DAY VARYING DAY-IX FROM START-NO BY 1      FISCMN00
103600         UNTIL DAY-IX IS GREATER THAN END-NO.                     FISCMN00
103700     PERFORM 858-COUNT-HOLIDAY VARYING FY FROM 1 BY 1             FISCMN00
103800         UNTIL FY IS GREATER THAN FT-CNT.                         FISCMN00
103900 850X.   EXIT.                                                    FISCMN00
104000 855-COUNT-DAY.                                                   FISCMN00
104100     COMPUTE WEEK-DAY = DAY-IX MOD 7.                             FISCMN00
104200     IF WEEK-DAY IS GREATER THAN 1 ADD 1 TO WORK-DAYS.            FISCMN00
104300 858-COUNT-HOLIDAY.                                               FISCMN00
104400     IF FT-GONE (FY) NOT = "Y" AND FT-TYPE (FY) = "H"             FISCMN00
104500         AND FT-CHECK (FY) = SPACES                               FISCMN00
104600         IF FT-START (FY) IS NOT LESS THAN FT-START (FX)          FISCMN00
104700             AND FT-START (FY) IS NOT GREATER THAN FT-END (FX)    FISCMN00
104800             AND WORK-DAYS IS GREATER THAN 0                      FISCMN00
104900             SUBTRACT 1 FROM WORK-DAYS.                           FISCMN00
105000 950-AUDIT-START.                                                 FISCMN00
105100     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     FISCMN00
105200     MOVE TODAYS-DATE TO AU-DATE.                                 FISCMN00
105300     MOVE "START   " TO AU-EVENT.                                 FISCMN00
105400     MOVE SPACES TO AU-RESULT.                                    FISCMN00
105500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  FISCMN00
105600 955-AUDIT-END.                                                   FISCMN00
105700     MOVE TODAYS-DATE TO AU-DATE.                                 FISCMN00
105800     MOVE "END     " TO AU-EVENT.                                 FISCMN00
105900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  FISCMN00
106000 970-AUDIT-WRITE.                                                 FISCMN00
106100     COMPUTE AU-TIME-HOLD = DATA (1).                             FISCMN00
106200     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     FISCMN00
106300     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            FISCMN00
106400     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       FISCMN00
106500     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              FISCMN00
106600     OPEN I-O AUDIT-TRAIL.                                        FISCMN00
106700     MOVE AUDIT-REC TO AU-SAVE-REC.                               FISCMN00
106800     MOVE 1 TO AU-KEY.                                            FISCMN00
106900     READ AUDIT-TRAIL INVALID KEY                                 FISCMN00
107000         MOVE 2 TO AC-NEXT-SLOT.                                  FISCMN00
107100     IF AC-NEXT-SLOT NOT NUMERIC                                  FISCMN00
107200         MOVE 2 TO AC-NEXT-SLOT.                                  FISCMN00
107300     IF AC-NEXT-SLOT IS LESS THAN 2                               FISCMN00
107400         MOVE 2 TO AC-NEXT-SLOT.                                  FISCMN00
107500     MOVE AC-NEXT-SLOT TO AU-NEXT.                                FISCMN00
107600 980-AUDIT-SKIP.                                                  FISCMN00
107700     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          FISCMN00
107800         TOOK IT SINCE THE CONTROL RECORD WAS READ -              FISCMN00
107900         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          FISCMN00
108000         OVERWRITING EACH OTHERS EVENTS.                          FISCMN00
108100     MOVE AU-NEXT TO AU-KEY.                                      FISCMN00
108200     READ AUDIT-TRAIL INVALID KEY                                 FISCMN00
108300         GO TO 985-AUDIT-FREE.                                    FISCMN00
108400     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  FISCMN00
108500     ADD 1 TO AU-NEXT.                                            FISCMN00
108600     GO TO 980-AUDIT-SKIP.                                        FISCMN00
108700 985-AUDIT-FREE.                                                  FISCMN00
108800     MOVE 1 TO AU-KEY.                                            FISCMN00
108900     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       FISCMN00
109000     MOVE 0 TO AU-HASH.                                           FISCMN00
109100     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  FISCMN00
109200     MOVE AU-NEXT TO AU-KEY.                                      FISCMN00
109300     MOVE AU-SAVE-REC TO AUDIT-REC.                               FISCMN00
109400     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                FISCMN00
109500 990-AUDIT-PUT.                                                   FISCMN00
109600     WRITE AUDIT-REC INVALID KEY                                  FISCMN00
109700         DISPLAY "AUDIT TRAIL FULL".                              FISCMN00
109800     ADD 1 TO AU-NEXT.                                            FISCMN00
109900     MOVE 1 TO AU-KEY.                                            FISCMN00
110000     MOVE SPACES TO AUDIT-REC.                                    FISCMN00
110100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                FISCMN00
110200     MOVE AU-HASH TO AC-HASH.                                     FISCMN00
110300     WRITE AUDIT-REC INVALID KEY                                  FISCMN00
110400         DISPLAY "AUDIT CONTROL ERROR".                           FISCMN00
110500     MOVE AU-SAVE-REC TO AUDIT-REC.                               FISCMN00
110600     CLOSE AUDIT-TRAIL.                                           FISCMN00
110700 991-AUDIT-HASH.                                                  FISCMN00
110800     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        FISCMN00
110900         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     FISCMN00
111000         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     FISCMN00
111100         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         FISCMN00
111200         REMOVED AFTER IT WAS WRITTEN.                            FISCMN00
111300     MOVE AUDIT-REC TO AU-HASH-REC.                               FISCMN00
111400     MOVE 0 TO AU-REC-SUM.                                        FISCMN00
111500     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        FISCMN00
111600         UNTIL AU-CX IS GREATER THAN 44.                          FISCMN00
111700     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       FISCMN00
111800         MOD 999999937.                                           FISCMN00
111900     GO TO 994-AUDIT-HASH-X.                                      FISCMN00
112000 992-AUDIT-HASH-CHAR.                                             FISCMN00
112100     MOVE 49 TO AU-CODE.                                          FISCMN00
112200     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        FISCMN00
112300         UNTIL AU-TX IS GREATER THAN 48.                          FISCMN00
112400     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           FISCMN00
112500 993-AUDIT-HASH-LOOK.                                             FISCMN00
112600     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    FISCMN00
112700 994-AUDIT-HASH-X.                                                FISCMN00
112800     EXIT.                                                        FISCMN00
112900 940-AUTH-CHECK.                                                  FISCMN00
113000     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         FISCMN00
113100         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           FISCMN00
113200         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            FISCMN00
113300         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          FISCMN00
113400         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        FISCMN00
113500         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            FISCMN00
113600     MOVE 0 TO AUTH-OK-SW.                                        FISCMN00
113700     OPEN INPUT AUTH-FILE.                                        FISCMN00
113800     IF AUTH-FILE-STATUS NOT = "00"                               FISCMN00
113900         MOVE 1 TO AUTH-OK-SW                                     FISCMN00
114000         GO TO 945-AUTH-X.                                        FISCMN00
114100 941-AUTH-READ.                                                   FISCMN00
114200     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   FISCMN00
114300     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         FISCMN00
114400     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                FISCMN00
114500     GO TO 941-AUTH-READ.                                         FISCMN00
114600 943-AUTH-DONE.                                                   FISCMN00
114700     CLOSE AUTH-FILE.                                             FISCMN00
114800     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          FISCMN00
114900     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               FISCMN00
115000     MOVE TODAYS-DATE TO AU-DATE.                                 FISCMN00
115100     MOVE "AUTHFAIL" TO AU-EVENT.                                 FISCMN00
115200     MOVE "REFUSED " TO AU-RESULT.                                FISCMN00
115300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  FISCMN00
115400     STOP RUN.                                                    FISCMN00
115500 945-AUTH-X.                                                      FISCMN00
115600     EXIT.                                                        FISCMN00
115700 946-AUTH-GRANT.                                                  FISCMN00
115800     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          FISCMN00
115900         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         FISCMN00
116000         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            FISCMN00
116100         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                FISCMN00
116200     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            FISCMN00
116300     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            FISCMN00
116400         + AUTH-DATE-IN DIV 100.                                  FISCMN00
116500     IF RA-EXPIRES NUMERIC                                        FISCMN00
116600         IF RA-EXPIRES NOT = 0                                    FISCMN00
116700             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                FISCMN00
116800                 GO TO 947-AUTH-GRANT-X.                          FISCMN00
116900     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             FISCMN00
117000     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             FISCMN00
117100 947-AUTH-GRANT-X.                                                FISCMN00
117200     EXIT.                                                        FISCMN00
117300 930-OPER-SIGNON.                                                 FISCMN00
117400     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      FISCMN00
117500         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       FISCMN00
117600         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          FISCMN00
117700         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       FISCMN00
117800         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           FISCMN00
117900         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         FISCMN00
118000         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                FISCMN00
118100     MOVE 0 TO OPER-TRIES.                                        FISCMN00
118200 931-OPER-ASK.                                                    FISCMN00
118300     ADD 1 TO OPER-TRIES.                                         FISCMN00
118400     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            FISCMN00
118500     ACCEPT OPERATOR-CODE.                                        FISCMN00
118600     MOVE OPERATOR-CODE TO AU-OPERATOR.                           FISCMN00
118700     MOVE 0 TO OPER-OK-SW.                                        FISCMN00
118800     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               FISCMN00
118900     OPEN INPUT OPER-FILE.                                        FISCMN00
119000     IF OPER-FILE-STATUS NOT = "00"                               FISCMN00
119100         MOVE 1 TO OPER-OK-SW                                     FISCMN00
119200         GO TO 933-OPER-DONE.                                     FISCMN00
119300 932-OPER-READ.                                                   FISCMN00
119400     READ OPER-FILE AT END                                        FISCMN00
119500         CLOSE OPER-FILE                                          FISCMN00
119600         GO TO 933-OPER-DONE.                                     FISCMN00
119700     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          FISCMN00
119800     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 FISCMN00
119900     GO TO 932-OPER-READ.                                         FISCMN00
120000 933-OPER-DONE.                                                   FISCMN00
120100     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       FISCMN00
120200     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           FISCMN00
120300     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             FISCMN00
120400     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             FISCMN00
120500     MOVE TODAYS-DATE TO AU-DATE.                                 FISCMN00
120600     MOVE "SIGNFAIL" TO AU-EVENT.                                 FISCMN00
120700     MOVE "REFUSED " TO AU-RESULT.                                FISCMN00
120800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  FISCMN00
120900     STOP RUN.                                                    FISCMN00
121000 934-OPER-AUTH.                                                   FISCMN00
121100     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      FISCMN00
121200 935-OPER-X.                                                      FISCMN00
121300     EXIT.                                                        FISCMN00
121400 END-OF-JOB.                                                      FISCMN00
