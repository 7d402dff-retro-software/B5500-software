000100LEDGMNT     000165CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  BILLSTMT PRINTS WHAT EACH USER OWES FOR THE MONTH, BUT LOGCLOSE       00
000900  THEN CLEARS THE BILLSUMR AMOUNTS AND THE BALANCE IS GONE -            00
001000  DISPUTED CHARGES AND CREDITS FOR RERUNS CAUSED BY OUR OWN             00
001100  EQUIPMENT WERE KEPT ON PAPER. THE RECEIVABLES LEDGER ARLEDGER         00
001200  NOW CARRIES EVERY AMOUNT A USER IS BILLED, CREDITED OR PAYS -         00
001300     LOGCLOSE POSTS EACH BILLSUMR LINE AS A BILLING (TYPE B)            00
001400        BEFORE IT CLEARS THE MONTH,                                     00
001500     THIS PROGRAM POSTS DEBIT ADJUSTMENTS (D), CREDIT                   00
001600        ADJUSTMENTS (K), PAYMENTS (P) AND TRANSFERS RECEIVED            00
001700        FROM OTHER DEPARTMENTS (T),                                     00
001800     BILLSTMT SHOWS THE PRIOR BALANCE, THE ADJUSTMENTS AND              00
001900        PAYMENTS OF THE MONTH AND THE BALANCE DUE, AND                  00
002000     AGEDRPT AGES EVERY BALANCE - CURRENT, 30, 60 AND 90 DAYS           00
002100        AND OVER.                                                       00
002200  ARLEDGER IS NEVER REWRITTEN. A POSTING MADE IN ERROR IS               00
002300  REVERSED BY A POSTING THE OTHER WAY WITH REASON PC, SO THE            00
002400  HISTORY STANDS. EVERY POSTING IS VALIDATED -                          00
002500     THE USER MUST BE ON USERMSTR (ANY USER NUMBER IS TAKEN             00
002600        WHEN THERE IS NO USERMSTR),                                     00
002700     THE AMOUNT MUST BE NUMERIC AND NOT ZERO,                           00
002800     THE DATE MAY NOT BE IN THE FUTURE - ITS YEAR AND MONTH ARE         00
002900        THE BILLING MONTH THE POSTING FALLS IN,                         00
002910        WITH A FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) IT IS           00
002920        THE FISCAL YEAR AND PERIOD CONTAINING THE DATE, AND A           00
002930        DATE IN NO FISCAL PERIOD IS REJECTED,                           00
003000     AN ADJUSTMENT MUST CARRY A REASON CODE FROM THE TABLE              00
003100        BELOW AND THE INITIALS OF THE PERSON WHO APPROVED IT,           00
003200     A PAYMENT OR TRANSFER MUST CARRY THE CHECK OR TRANSFER             00
003300        DOCUMENT NUMBER AS ITS REFERENCE, AND                           00
003400     EVERY POSTING IS LOGGED TO THE SHARED AUDIT TRAIL.                 00
003500  REASON CODES -                                                        00
003600     EQ  RERUN CAUSED BY CENTRE EQUIPMENT                               00
003700     DS  DISPUTED CHARGE                                                00
003800     RT  WRONG RATE BILLED                                              00
003900     PC  POSTING CORRECTION                                             00
004000     OT  OTHER - SEE THE REFERENCE                                      00
004100                                                                        00
004200  TRANSACTIONS COME FROM THE CARD FILE LEDGTRAN (REPLY C AT THE         00
004300  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
004400     CARD COL 1       D, K, P OR T                                      00
004500     CARD COLS 3-9    THE USER NUMBER                                   00
004600     CARD COLS 11-20  AMOUNT, TWO DECIMALS IMPLIED                      00
004700     CARD COLS 22-23  REASON CODE                                       00
004800     CARD COLS 25-27  APPROVER INITIALS                                 00
004900     CARD COLS 29-34  DATE YYMMDD, BLANK FOR TODAY                      00
005000     CARD COLS 36-45  REFERENCE                                         00
005100  CONSOLE ENTRY ASKS FOR THE SAME FIELDS AND A REPLY OF E AT THE        00
005200  TYPE PROMPT ENDS ENTRY. THE LISTING LEDGLIST SHOWS EVERY              00
005300  POSTING AND REJECTION AND ENDS WITH TOTALS BY TYPE.                   00
005400                                                                        00
005500  ARLEDGER RECORD -                                                     00
005600     COLS 1-7    USER NUMBER                                            00
005700     COL 9       B, D, K, P OR T                                        00
005800     COLS 11-16  DATE POSTED YYMMDD                                     00
005900     COLS 18-21  BILLING MONTH YYMM (FISCAL YEAR AND PERIOD)            00
006000     COLS 23-32  AMOUNT, TWO DECIMALS IMPLIED                           00
006100     COLS 34-35  REASON CODE                                            00
006200     COLS 37-39  APPROVER INITIALS                                      00
006300     COLS 41-50  REFERENCE (THE RESOURCE BILLED ON A BILLING)           00
006400     COLS 52-54  OPERATOR CODE                                          00
006500     COLS 56-62  RUN IDENTIFIER                                         00
006600                                                                        00
006700                                                                        00
006800 IDENTIFICATION DIVISION.                                         LEDGMN00
006900 PROGRAM-ID. RECEIVABLES LEDGER MAINTENANCE "LEDGMNT".            LEDGMN00
007000 DATE-COMPILED.                                                   LEDGMN00
007100 REMARKS. POSTS DEBIT AND CREDIT ADJUSTMENTS, PAYMENTS AND        LEDGMN00
007200     TRANSFERS TO THE RECEIVABLES LEDGER ARLEDGER WITH USER,      LEDGMN00
007300     AMOUNT, DATE, REASON AND APPROVER VALIDATION, A POSTING      LEDGMN00
007400     LISTING AND AN AUDIT TRAIL ENTRY PER POSTING.                LEDGMN00
007500 ENVIRONMENT DIVISION.                                            LEDGMN00
007600 CONFIGURATION SECTION.                                           LEDGMN00
007700 SOURCE-COMPUTER. B-5500.                                         LEDGMN00
007800 OBJECT-COMPUTER. B-5500.                                         LEDGMN00
007900 INPUT-OUTPUT SECTION.                                            LEDGMN00
008000 FILE-CONTROL.                                                    LEDGMN00
008100     SELECT AUTH-FILE ASSIGN TO DISK                              LEDGMN00
008200         FILE STATUS IS AUTH-FILE-STATUS.                         LEDGMN00
008300     SELECT OPER-FILE ASSIGN TO DISK                              LEDGMN00
008400         FILE STATUS IS OPER-FILE-STATUS.                         LEDGMN00
008500     SELECT LEDGER-FILE ASSIGN TO DISK                            LEDGMN00
008600         FILE STATUS IS LEDG-FILE-STATUS.                         LEDGMN00
008700     SELECT USER-MSTR ASSIGN TO DISK                              LEDGMN00
008800         FILE STATUS IS USER-MSTR-STATUS.                         LEDGMN00
008810     SELECT FISC-CAL ASSIGN TO DISK                               LEDGMN00
008820         FILE STATUS IS FISC-FILE-STATUS.                         LEDGMN00
008900     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    LEDGMN00
009000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   LEDGMN00
009100     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           LEDGMN00
009200 DATA DIVISION.                                                   LEDGMN00
009300 FILE SECTION.                                                    LEDGMN00
009400 MD  AUTH-FILE                                                    LEDGMN00
009500     ACCESS SEQUENTIAL                                            LEDGMN00
009600     BLOCK CONTAINS 1 RECORDS                                     LEDGMN00
009700     VALUE OF ID "RUNAUTH"                                        LEDGMN00
009800     DATA RECORD AUTH-REC.                                        LEDGMN00
009900 01  AUTH-REC        SZ 80.                                       LEDGMN00
010000     05  RA-RUN-ID       PC X(7).                                 LEDGMN00
010100     05  FILLER          SZ 1.                                    LEDGMN00
010200     05  RA-PROGRAM      PC X(8).                                 LEDGMN00
010300     05  FILLER          SZ 1.                                    LEDGMN00
010400     05  RA-EXPIRES      PC 9(6).                                 LEDGMN00
010500     05  FILLER          SZ 57.                                   LEDGMN00
010600 MD  OPER-FILE                                                    LEDGMN00
010700     ACCESS SEQUENTIAL                                            LEDGMN00
010800     BLOCK CONTAINS 1 RECORDS                                     LEDGMN00
010900     VALUE OF ID "OPROSTER"                                       LEDGMN00
011000     DATA RECORD OPER-REC.                                        LEDGMN00
011100 01  OPER-REC        SZ 80.                                       LEDGMN00
011200     05  OR-CODE         PC X(3).                                 LEDGMN00
011300     05  FILLER          SZ 1.                                    LEDGMN00
011400     05  OR-NAME         PC X(20).                                LEDGMN00
011500     05  FILLER          SZ 1.                                    LEDGMN00
011600     05  OR-STATUS       PC X.                                    LEDGMN00
011700     05  FILLER          SZ 54.                                   LEDGMN00
011800 MD  AUDIT-TRAIL                                                  LEDGMN00
011900     ACCESS MODE IS RANDOM                                        LEDGMN00
012000     ACTUAL KEY IS AU-KEY                                         LEDGMN00
012100     RECORD CONTAINS 44 CHARACTERS                                LEDGMN00
012200     LABEL RECORD IS STANDARD                                     LEDGMN00
012300     VALUE OF ID IS "AUDITTRL"                                    LEDGMN00
012400     DATA RECORD IS AUDIT-REC.                                    LEDGMN00
012500 01  AUDIT-REC       SZ 44.                                       LEDGMN00
012600     05  AU-PROGRAM      PC X(8)  VA "LEDGMNT ".                  LEDGMN00
012700     05  AU-DATE         PC 9(6).                                 LEDGMN00
012800     05  AU-TIME         PC 9(4).                                 LEDGMN00
012900     05  AU-EVENT        PC X(8).                                 LEDGMN00
013000     05  AU-RESULT       PC X(8).                                 LEDGMN00
013100     05  AU-RUN-ID       PC X(7).                                 LEDGMN00
013200     05  AU-OPERATOR     PC X(3).                                 LEDGMN00
013300 01  AUDIT-CTL.                                                   LEDGMN00
013400     05  AC-NEXT-SLOT    PC 9(8).                                 LEDGMN00
013500     05  AC-HASH         PC 9(9).                                 LEDGMN00
013600     05  FILLER          SZ 27.                                   LEDGMN00
013700 MD  LEDGER-FILE                                                  LEDGMN00
013800     ACCESS SEQUENTIAL                                            LEDGMN00
013900     BLOCK CONTAINS 1 RECORDS                                     LEDGMN00
014000     VALUE OF ID "ARLEDGER"                                       LEDGMN00
014100     DATA RECORD LEDG-REC.                                        LEDGMN00
014200 01  LEDG-REC        SZ 80.                                       LEDGMN00
014300     05  AR-USER         PC X(7).                                 LEDGMN00
014400     05  FILLER          SZ 1.                                    LEDGMN00
014500     05  AR-TYPE         PC X.                                    LEDGMN00
014600     05  FILLER          SZ 1.                                    LEDGMN00
014700     05  AR-DATE         PC 9(6).                                 LEDGMN00
014800     05  FILLER          SZ 1.                                    LEDGMN00
014900     05  AR-PERIOD       PC 9(4).                                 LEDGMN00
015000     05  FILLER          SZ 1.                                    LEDGMN00
015100     05  AR-AMOUNT       PC 9(8)V99.                              LEDGMN00
015200     05  FILLER          SZ 1.                                    LEDGMN00
015300     05  AR-REASON       PC X(2).                                 LEDGMN00
015400     05  FILLER          SZ 1.                                    LEDGMN00
015500     05  AR-APPROVER     PC X(3).                                 LEDGMN00
015600     05  FILLER          SZ 1.                                    LEDGMN00
015700     05  AR-REF          PC X(10).                                LEDGMN00
015800     05  FILLER          SZ 1.                                    LEDGMN00
015900     05  AR-OPERATOR     PC X(3).                                 LEDGMN00
016000     05  FILLER          SZ 1.                                    LEDGMN00
016100     05  AR-RUN-ID       PC X(7).                                 LEDGMN00
016200     05  FILLER          SZ 18.                                   LEDGMN00
016300 MD  USER-MSTR                                                    LEDGMN00
016400     ACCESS SEQUENTIAL                                            LEDGMN00
016500     BLOCK CONTAINS 1 RECORDS                                     LEDGMN00
016600     VALUE OF ID "USERMSTR"                                       LEDGMN00
016700     DATA RECORD USER-REC.                                        LEDGMN00
016800 01  USER-REC        SZ 160.                                      LEDGMN00
016900     05  UM-USER         PC X(7).                                 LEDGMN00
017000     05  FILLER          SZ 153.                                  LEDGMN00
017001 MD  FISC-CAL                                                     LEDGMN00
017002     ACCESS SEQUENTIAL                                            LEDGMN00
017003     BLOCK CONTAINS 1 RECORDS                                     LEDGMN00
017004     VALUE OF ID "FISCCAL"                                        LEDGMN00
017005     DATA RECORD FISC-REC.                                        LEDGMN00
017006 01  FISC-REC        SZ 80.                                       LEDGMN00
017007     05  FC-TYPE         PC X.                                    LEDGMN00
017008     05  FILLER          SZ 1.                                    LEDGMN00
017009     05  FC-YEAR         PC 99.                                   LEDGMN00
017010     05  FILLER          SZ 1.                                    LEDGMN00
017011     05  FC-PERIOD       PC 99.                                   LEDGMN00
017012     05  FILLER          SZ 1.                                    LEDGMN00
017013     05  FC-START        PC 9(6).                                 LEDGMN00
017014     05  FILLER          SZ 1.                                    LEDGMN00
017015     05  FC-END          PC 9(6).                                 LEDGMN00
017016     05  FILLER          SZ 59.                                   LEDGMN00
017100 FD  TRANS-CARDS                                                  LEDGMN00
017200         LABEL RECORD STANDARD                                    LEDGMN00
017300         VALUE OF ID "LEDGTRAN"                                   LEDGMN00
017400         DATA RECORD TRANS-REC.                                   LEDGMN00
017500 01  TRANS-REC       SZ 80.                                       LEDGMN00
017600     05  TR-TYPE             PC X.                                LEDGMN00
017700     05  FILLER              SZ 1.                                LEDGMN00
017800     05  TR-USER             PC X(7).                             LEDGMN00
017900     05  FILLER              SZ 1.                                LEDGMN00
018000     05  TR-AMOUNT           PC X(10).                            LEDGMN00
018100     05  FILLER              SZ 1.                                LEDGMN00
018200     05  TR-REASON           PC X(2).                             LEDGMN00
018300     05  FILLER              SZ 1.                                LEDGMN00
018400     05  TR-APPROVER         PC X(3).                             LEDGMN00
018500     05  FILLER              SZ 1.                                LEDGMN00
018600     05  TR-DATE             PC X(6).                             LEDGMN00
018700     05  FILLER              SZ 1.                                LEDGMN00
018800     05  TR-REF              PC X(10).                            LEDGMN00
018900     05  FILLER              SZ 35.                               LEDGMN00
019000 FD  REPORT-FILE                                                  LEDGMN00
019100         VALUE OF ID "LEDGLIST"                                   LEDGMN00
019200         DATA RECORD REPORT-REC.                                  LEDGMN00
019300 01  REPORT-REC      SZ 132.                                      LEDGMN00
019400 WORKING-STORAGE SECTION.                                         LEDGMN00
019500 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        LEDGMN00
019600 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     LEDGMN00
019700 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     LEDGMN00
019800 77  OPERATOR-CODE   VA SPACE        PC X(3).                     LEDGMN00
019900 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        LEDGMN00
020000 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        LEDGMN00
020100 77  AUTH-TODAY      CMP-1   PC 9(6).                             LEDGMN00
020200 77  AUTH-DATE-IN            PC 9(6).                             LEDGMN00
020300 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             LEDGMN00
020400 77  AU-HH           CMP-1   PC 99.                               LEDGMN00
020500 77  AU-MM           CMP-1   PC 99.                               LEDGMN00
020600 77  AU-KEY          CMP-1   PC 9(8).                             LEDGMN00
020700 77  AU-NEXT         CMP-1   PC 9(8).                             LEDGMN00
020800 01  AU-SAVE-REC             SZ 44.                               LEDGMN00
020900 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     LEDGMN00
021000 77  AU-REC-SUM              CMP-1   PC 9(6).                     LEDGMN00
021100 77  AU-CX                   CMP-1   PC 99.                       LEDGMN00
021200 77  AU-TX                   CMP-1   PC 99.                       LEDGMN00
021300 77  AU-CODE                 CMP-1   PC 99.                       LEDGMN00
021400 01  AU-HASH-REC.                                                 LEDGMN00
021500     05  AU-HC       OC 44   PC X.                                LEDGMN00
021600 01  AU-CHAR-SET.                                                 LEDGMN00
021700     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          LEDGMN00
021800     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          LEDGMN00
021900 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           LEDGMN00
022000     05  AU-CHAR     OC 48   PC X.                                LEDGMN00
022100 77  RUN-ID-ENTRY            PC X(7).                             LEDGMN00
022200 77  LEDG-FILE-STATUS VA SPACE       PC X(2).                     LEDGMN00
022300 77  USER-MSTR-STATUS VA SPACE       PC X(2).                     LEDGMN00
022400 77  TRANS-SOURCE            PC X.                                LEDGMN00
022500 77  WK-TYPE                 PC X.                                LEDGMN00
022600 77  WK-USER                 PC X(7).                             LEDGMN00
022700 77  WK-AMOUNT               PC X(10).                            LEDGMN00
022800 77  WK-REASON               PC X(2).                             LEDGMN00
022900 77  WK-APPROVER             PC X(3).                             LEDGMN00
023000 77  WK-DATE                 PC X(6).                             LEDGMN00
023100 77  WK-REF                  PC X(10).                            LEDGMN00
023200 77  LEDG-TODAY      CMP-1   PC 9(6).                             LEDGMN00
023300 77  LEDG-DATE-IN            PC 9(6).                             LEDGMN00
023400 77  NEW-DATE                PC 9(6).                             LEDGMN00
023410 77  NEW-PERIOD      CMP-1   PC 9(4).                             LEDGMN00
023420 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     LEDGMN00
023430 77  FT-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
023440 77  FX              CMP-1   PC 999.                              LEDGMN00
023450 77  FHIT            CMP-1   PC 999.                              LEDGMN00
023500 77  UM-LOADED-SW    VA 0    CMP-1   PC 9.                        LEDGMN00
023600 77  UT-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
023700 77  UX              CMP-1   PC 999.                              LEDGMN00
023800 77  UHIT            CMP-1   PC 999.                              LEDGMN00
023900 77  RX              CMP-1   PC 99.                               LEDGMN00
024000 77  RHIT            CMP-1   PC 99.                               LEDGMN00
024100 77  REASON-MAX      VA 5    CMP-1   PC 99.                       LEDGMN00
024200 77  LEDG-CNT        VA 0    CMP-1   PC 9(6).                     LEDGMN00
024300 77  POST-CNT        VA 0    CMP-1   PC 999.                      LEDGMN00
024400 77  REJECT-CNT      VA 0    CMP-1   PC 999.                      LEDGMN00
024500 77  DR-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
024600 77  CR-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
024700 77  PY-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
024800 77  TF-CNT          VA 0    CMP-1   PC 999.                      LEDGMN00
024900 77  DR-TOTAL        VA 0            PC 9(9)V99.                  LEDGMN00
025000 77  CR-TOTAL        VA 0            PC 9(9)V99.                  LEDGMN00
025100 77  PY-TOTAL        VA 0            PC 9(9)V99.                  LEDGMN00
025200 77  TF-TOTAL        VA 0            PC 9(9)V99.                  LEDGMN00
025300 01  AMOUNT-WORK.                                                 LEDGMN00
025400     05  AW-AMOUNT           PC 9(8)V99.                          LEDGMN00
025500 01  AMOUNT-WORK-X REDEFINES AMOUNT-WORK.                         LEDGMN00
025600     05  AW-AMOUNT-X         PC X(10).                            LEDGMN00
025700 01  DATE-WORK.                                                   LEDGMN00
025800     05  DW-DATE             PC 9(6).                             LEDGMN00
025900 01  DATE-PARTS REDEFINES DATE-WORK.                              LEDGMN00
026000     05  DW-YY               PC 99.                               LEDGMN00
026100     05  DW-MM               PC 99.                               LEDGMN00
026200     05  DW-DD               PC 99.                               LEDGMN00
026210 01  FISC-TABLE.                                                  LEDGMN00
026220     05  FT-ENTRY    OC 200.                                      LEDGMN00
026230         10  FT-KEY          PC 9(4).                             LEDGMN00
026240         10  FT-START        PC 9(6).                             LEDGMN00
026250         10  FT-END          PC 9(6).                             LEDGMN00
026300 01  REASON-TABLE.                                                LEDGMN00
026400     05  FILLER  PC X(26) VA "EQRERUN - CENTRE EQUIPMENT".        LEDGMN00
026500     05  FILLER  PC X(26) VA "DSDISPUTED CHARGE         ".        LEDGMN00
026600     05  FILLER  PC X(26) VA "RTWRONG RATE BILLED       ".        LEDGMN00
026700     05  FILLER  PC X(26) VA "PCPOSTING CORRECTION      ".        LEDGMN00
026800     05  FILLER  PC X(26) VA "OTOTHER - SEE REFERENCE   ".        LEDGMN00
026900 01  REASON-R REDEFINES REASON-TABLE.                             LEDGMN00
027000     05  REASON-ENTRY  OC 5.                                      LEDGMN00
027100         10  RN-CODE         PC X(2).                             LEDGMN00
027200         10  RN-DESC         PC X(24).                            LEDGMN00
027300 01  USER-TABLE.                                                  LEDGMN00
027400     05  UT-USER     OC 200  PC X(7).                             LEDGMN00
027500 01  LIST-HEAD       SZ 132.                                      LEDGMN00
027600     05  FILLER      PC X(32) VA                                  LEDGMN00
027700         "RECEIVABLES LEDGER POSTINGS     ".                      LEDGMN00
027800     05  FILLER      SZ 100   VA SPACE.                           LEDGMN00
027900 01  COLUMN-HEAD     SZ 132.                                      LEDGMN00
028000     05  FILLER      PC X(36) VA                                  LEDGMN00
028100         "  TYPE      USER     DATE    YYMM   ".                  LEDGMN00
028200     05  FILLER      PC X(35) VA                                  LEDGMN00
028300         "      AMOUNT  RS  APR  REFERENCE   ".                   LEDGMN00
028400     05  FILLER      PC X(6)  VA "REASON".                        LEDGMN00
028500     05  FILLER      SZ 55    VA SPACE.                           LEDGMN00
028600 01  LIST-LINE       SZ 132.                                      LEDGMN00
028700     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
028800     05  LL-TYPE     PC X(8).                                     LEDGMN00
028900     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
029000     05  LL-USER     PC X(7).                                     LEDGMN00
029100     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
029200     05  LL-DATE     PC 9(6).                                     LEDGMN00
029300     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
029400     05  LL-PERIOD   PC 9(4).                                     LEDGMN00
029500     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
029600     05  LL-AMOUNT   PC ZZ,ZZZ,ZZ9.99.                            LEDGMN00
029700     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
029800     05  LL-REASON   PC X(2).                                     LEDGMN00
029900     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
030000     05  LL-APPROVER PC X(3).                                     LEDGMN00
030100     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
030200     05  LL-REF      PC X(10).                                    LEDGMN00
030300     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
030400     05  LL-DESC     PC X(24).                                    LEDGMN00
030500     05  FILLER      SZ 37    VA SPACE.                           LEDGMN00
030600 01  TOTAL-LINE      SZ 132.                                      LEDGMN00
030700     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
030800     05  TL-LABEL    PC X(20).                                    LEDGMN00
030900     05  TL-COUNT    PC ZZ9.                                      LEDGMN00
031000     05  FILLER      SZ 2     VA SPACE.                           LEDGMN00
031100     05  TL-AMOUNT   PC ZZZ,ZZZ,ZZ9.99.                           LEDGMN00
031200     05  FILLER      SZ 91    VA SPACE.                           LEDGMN00
031300 01  REJECT-LINE     SZ 132.                                      LEDGMN00
031400     05  FILLER  PC X(11) VA "REJECTED - ".                       LEDGMN00
031500     05  RJ-REASON   PC X(26).                                    LEDGMN00
031600     05  RJ-TYPE     PC X.                                        LEDGMN00
031700     05  FILLER      SZ 1     VA SPACE.                           LEDGMN00
031800     05  RJ-USER     PC X(7).                                     LEDGMN00
031900     05  FILLER      SZ 1     VA SPACE.                           LEDGMN00
032000     05  RJ-AMOUNT   PC X(10).                                    LEDGMN00
032100     05  FILLER      SZ 1     VA SPACE.                           LEDGMN00
032200     05  RJ-REF      PC X(10).                                    LEDGMN00
032300     05  FILLER      SZ 64    VA SPACE.                           LEDGMN00
032400 01  BLANK-LINE      SZ 132   VA SPACE.                           LEDGMN00
032500 PROCEDURE DIVISION.                                              LEDGMN00
032600 100-BEGIN.                                                       LEDGMN00
032700     ACCEPT RUN-ID-ENTRY.                                         LEDGMN00
032800     PERFORM 950-AUDIT-START.                                     LEDGMN00
032900     MOVE TODAYS-DATE TO LEDG-DATE-IN.                            LEDGMN00
033000     COMPUTE LEDG-TODAY = LEDG-DATE-IN MOD 100 * 10000            LEDGMN00
033100         + LEDG-DATE-IN DIV 100.                                  LEDGMN00
033200     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        LEDGMN00
033300     ACCEPT TRANS-SOURCE.                                         LEDGMN00
033400     PERFORM 200-LOAD-USERS THRU 200X.                            LEDGMN00
033500     PERFORM 250-OPEN-LEDGER THRU 250X.                           LEDGMN00
033510     PERFORM 270-LOAD-FISCAL THRU 270X.                           LEDGMN00
033600     OPEN OUTPUT REPORT-FILE.                                     LEDGMN00
033700     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    LEDGMN00
033800     WRITE REPORT-REC FROM COLUMN-HEAD.                           LEDGMN00
033900     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  LEDGMN00
034000 150-CONSOLE-TRANS.                                               LEDGMN00
034100     DISPLAY "ENTER TYPE - D, K, P, T OR E (END)".                LEDGMN00
034200     ACCEPT WK-TYPE.                                              LEDGMN00
034300     IF WK-TYPE = "E" GO TO 500-WRAP-UP.                          LEDGMN00
034400     DISPLAY "ENTER USER NUMBER (7 CHARACTERS)".                  LEDGMN00
034500     ACCEPT WK-USER.                                              LEDGMN00
034600     DISPLAY "ENTER AMOUNT - 10 DIGITS, 0000001250 IS 12.50".     LEDGMN00
034700     ACCEPT WK-AMOUNT.                                            LEDGMN00
034800     DISPLAY "ENTER DATE YYMMDD (BLANK FOR TODAY)".               LEDGMN00
034900     ACCEPT WK-DATE.                                              LEDGMN00
035000     MOVE SPACES TO WK-REASON.                                    LEDGMN00
035100     MOVE SPACES TO WK-APPROVER.                                  LEDGMN00
035200     IF WK-TYPE = "P" OR WK-TYPE = "T" GO TO 155-CONSOLE-REF.     LEDGMN00
035300     DISPLAY "ENTER REASON CODE - EQ, DS, RT, PC OR OT".          LEDGMN00
035400     ACCEPT WK-REASON.                                            LEDGMN00
035500     DISPLAY "ENTER APPROVER INITIALS".                           LEDGMN00
035600     ACCEPT WK-APPROVER.                                          LEDGMN00
035700 155-CONSOLE-REF.                                                 LEDGMN00
035800     DISPLAY "ENTER REFERENCE (10 CHARACTERS)".                   LEDGMN00
035900     ACCEPT WK-REF.                                               LEDGMN00
036000     PERFORM 600-APPLY-ONE THRU 600X.                             LEDGMN00
036100     GO TO 150-CONSOLE-TRANS.                                     LEDGMN00
036200 200-LOAD-USERS.                                                  LEDGMN00
036300     NOTE  LOADS THE USER NUMBERS ON USERMSTR. WITH NO USERMSTR,  LEDGMN00
036400         OR ONE PAST THE TABLE, UM-LOADED-SW IS LEFT 0 AND ANY    LEDGMN00
036500         USER NUMBER IS TAKEN.                                    LEDGMN00
036600     OPEN INPUT USER-MSTR.                                        LEDGMN00
036700     IF USER-MSTR-STATUS NOT = "00"                               LEDGMN00
036800         DISPLAY "USERMSTR NOT PRESENT - USER NUMBERS NOT CHECKED"LEDGMN00
036900         GO TO 200X.                                              LEDGMN00
037000     MOVE 1 TO UM-LOADED-SW.                                      LEDGMN00
037100 210-USER-READ.                                                   LEDGMN00
037200     READ USER-MSTR AT END GO TO 220-USER-DONE.                   LEDGMN00
037300     IF UT-CNT = 200                                              LEDGMN00
037400         MOVE 0 TO UM-LOADED-SW                                   LEDGMN00
037500         DISPLAY "USERMSTR OVER 200 USERS - NUMBERS NOT CHECKED"  LEDGMN00
037600         GO TO 220-USER-DONE.                                     LEDGMN00
037700     ADD 1 TO UT-CNT.                                             LEDGMN00
037800     MOVE UM-USER TO UT-USER (UT-CNT).                            LEDGMN00
037900     GO TO 210-USER-READ.                                         LEDGMN00
038000 220-USER-DONE.                                                   LEDGMN00
038100     CLOSE USER-MSTR.                                             LEDGMN00
038200 200X.   EXIT.                                                    LEDGMN00
038300 250-OPEN-LEDGER.                                                 LEDGMN00
038400     NOTE  POSTINGS GO ON THE END OF ARLEDGER THE WAY TAPEPCH     LEDGMN00
038500         ADDS TO PCHLOG. A MISSING ARLEDGER IS STARTED EMPTY.     LEDGMN00
038600     OPEN I-O LEDGER-FILE.                                        LEDGMN00
038700     IF LEDG-FILE-STATUS NOT = "00"                               LEDGMN00
038800         DISPLAY "ARLEDGER NOT PRESENT - STARTING AN EMPTY FILE"  LEDGMN00
038900         OPEN OUTPUT LEDGER-FILE                                  LEDGMN00
039000         GO TO 250X.                                              LEDGMN00
039100 260-LEDGER-SKIP.                                                 LEDGMN00
039200     READ LEDGER-FILE AT END GO TO 250X.                          LEDGMN00
039300     ADD 1 TO LEDG-CNT.                                           LEDGMN00
039400     GO TO 260-LEDGER-SKIP.                                       LEDGMN00
039500 250X.   EXIT.                                                    LEDGMN00
039501 270-LOAD-FISCAL.                                                 LEDGMN00
039502     NOTE  LOADS THE PERIODS OF THE FISCAL CALENDAR FISCCAL. WITH LEDGMN00
039503         NO FISCCAL, FT-CNT IS LEFT 0 AND POSTINGS ARE CARRIED BY LEDGMN00
039504         CALENDAR MONTH.                                          LEDGMN00
039505     OPEN INPUT FISC-CAL.                                         LEDGMN00
039506     IF FISC-FILE-STATUS NOT = "00" GO TO 270X.                   LEDGMN00
039507 275-FISC-READ.                                                   LEDGMN00
039508     READ FISC-CAL AT END GO TO 278-FISC-DONE.                    LEDGMN00
039509     IF FC-TYPE NOT = "P" GO TO 275-FISC-READ.                    LEDGMN00
039510     IF FT-CNT = 200                                              LEDGMN00
039511         DISPLAY "FISCCAL OVER 200 PERIODS - REST NOT USED"       LEDGMN00
039512         GO TO 278-FISC-DONE.                                     LEDGMN00
039513     ADD 1 TO FT-CNT.                                             LEDGMN00
039514     COMPUTE FT-KEY (FT-CNT) = FC-YEAR * 100 + FC-PERIOD.         LEDGMN00
039515     MOVE FC-START TO FT-START (FT-CNT).                          LEDGMN00
039516     MOVE FC-END TO FT-END (FT-CNT).                              LEDGMN00
039517     GO TO 275-FISC-READ.                                         LEDGMN00
039518 278-FISC-DONE.                                                   LEDGMN00
039519     CLOSE FISC-CAL.                                              LEDGMN00
039520 270X.   EXIT.                                                    LEDGMN00
039600 400-CARD-TRANS.                                                  LEDGMN00
039700     OPEN INPUT TRANS-CARDS.                                      LEDGMN00
039800 410-READ-TRANS.                                                  LEDGMN00
039900     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                LEDGMN00
040000     MOVE TR-TYPE TO WK-TYPE.                                     LEDGMN00
040100     MOVE TR-USER TO WK-USER.                                     LEDGMN00
040200     MOVE TR-AMOUNT TO WK-AMOUNT.                                 LEDGMN00
040300     MOVE TR-REASON TO WK-REASON.                                 LEDGMN00
040400     MOVE TR-APPROVER TO WK-APPROVER.                             LEDGMN00
040500     MOVE TR-DATE TO WK-DATE.                                     LEDGMN00
040600     MOVE TR-REF TO WK-REF.                                       LEDGMN00
040700     PERFORM 600-APPLY-ONE THRU 600X.                             LEDGMN00
040800     GO TO 410-READ-TRANS.                                        LEDGMN00
040900 420-TRANS-DONE.                                                  LEDGMN00
041000     CLOSE TRANS-CARDS.                                           LEDGMN00
041100 500-WRAP-UP.                                                     LEDGMN00
041200     CLOSE LEDGER-FILE.                                           LEDGMN00
041300     WRITE REPORT-REC FROM BLANK-LINE.                            LEDGMN00
041400     MOVE "DEBIT ADJUSTMENTS   " TO TL-LABEL.                     LEDGMN00
041500     MOVE DR-CNT TO TL-COUNT.                                     LEDGMN00
041600     MOVE DR-TOTAL TO TL-AMOUNT.                                  LEDGMN00
041700     WRITE REPORT-REC FROM TOTAL-LINE.                            LEDGMN00
041800     MOVE "CREDIT ADJUSTMENTS  " TO TL-LABEL.                     LEDGMN00
041900     MOVE CR-CNT TO TL-COUNT.                                     LEDGMN00
042000     MOVE CR-TOTAL TO TL-AMOUNT.                                  LEDGMN00
042100     WRITE REPORT-REC FROM TOTAL-LINE.                            LEDGMN00
042200     MOVE "PAYMENTS            " TO TL-LABEL.                     LEDGMN00
042300     MOVE PY-CNT TO TL-COUNT.                                     LEDGMN00
042400     MOVE PY-TOTAL TO TL-AMOUNT.                                  LEDGMN00
042500     WRITE REPORT-REC FROM TOTAL-LINE.                            LEDGMN00
042600     MOVE "TRANSFERS RECEIVED  " TO TL-LABEL.                     LEDGMN00
042700     MOVE TF-CNT TO TL-COUNT.                                     LEDGMN00
042800     MOVE TF-TOTAL TO TL-AMOUNT.                                  LEDGMN00
042900     WRITE REPORT-REC FROM TOTAL-LINE.                            LEDGMN00
043000     MOVE "REJECTED            " TO TL-LABEL.                     LEDGMN00
043100     MOVE REJECT-CNT TO TL-COUNT.                                 LEDGMN00
043200     MOVE 0 TO TL-AMOUNT.                                         LEDGMN00
043300     WRITE REPORT-REC FROM TOTAL-LINE.                            LEDGMN00
043400     CLOSE REPORT-FILE.                                           LEDGMN00
043500     DISPLAY "POSTINGS MADE " POST-CNT.                           LEDGMN00
043600     MOVE "OK      " TO AU-RESULT.                                LEDGMN00
043700     PERFORM 955-AUDIT-END.                                       LEDGMN00
043800     STOP RUN.                                                    LEDGMN00
043900 600-APPLY-ONE.                                                   LEDGMN00
044000     MOVE SPACES TO RJ-REASON.                                    LEDGMN00
044100     MOVE 0 TO RHIT.                                              LEDGMN00
044200     IF WK-TYPE NOT = "D" AND WK-TYPE NOT = "K"                   LEDGMN00
044300         AND WK-TYPE NOT = "P" AND WK-TYPE NOT = "T"              LEDGMN00
044400         MOVE "INVALID TRANSACTION TYPE  " TO RJ-REASON           LEDGMN00
044500         GO TO 690-REJECT.                                        LEDGMN00
044600     IF WK-USER = SPACES                                          LEDGMN00
044700         MOVE "USER NUMBER MISSING       " TO RJ-REASON           LEDGMN00
044800         GO TO 690-REJECT.                                        LEDGMN00
044900     MOVE 0 TO UHIT.                                              LEDGMN00
045000     PERFORM 610-FIND-USER VARYING UX FROM 1 BY 1                 LEDGMN00
045100         UNTIL UX IS GREATER THAN UT-CNT                          LEDGMN00
045200         OR UHIT IS GREATER THAN 0.                               LEDGMN00
045300     IF UM-LOADED-SW = 1 AND UHIT = 0                             LEDGMN00
045400         MOVE "USER NOT ON USERMSTR      " TO RJ-REASON           LEDGMN00
045500         GO TO 690-REJECT.                                        LEDGMN00
045600     IF WK-AMOUNT NOT NUMERIC                                     LEDGMN00
045700         MOVE "AMOUNT NOT NUMERIC        " TO RJ-REASON           LEDGMN00
045800         GO TO 690-REJECT.                                        LEDGMN00
045900     MOVE WK-AMOUNT TO AW-AMOUNT-X.                               LEDGMN00
046000     IF AW-AMOUNT = 0                                             LEDGMN00
046100         MOVE "AMOUNT IS ZERO            " TO RJ-REASON           LEDGMN00
046200         GO TO 690-REJECT.                                        LEDGMN00
046300     MOVE LEDG-TODAY TO NEW-DATE.                                 LEDGMN00
046400     IF WK-DATE = SPACES GO TO 620-CHECK-TYPE.                    LEDGMN00
046500     IF WK-DATE NOT NUMERIC                                       LEDGMN00
046600         MOVE "INVALID DATE              " TO RJ-REASON           LEDGMN00
046700         GO TO 690-REJECT.                                        LEDGMN00
046800     MOVE WK-DATE TO DATE-WORK.                                   LEDGMN00
046900     IF DW-MM IS LESS THAN 1 OR DW-MM IS GREATER THAN 12          LEDGMN00
047000         OR DW-DD IS LESS THAN 1 OR DW-DD IS GREATER THAN 31      LEDGMN00
047100         MOVE "INVALID DATE              " TO RJ-REASON           LEDGMN00
047200         GO TO 690-REJECT.                                        LEDGMN00
047300     MOVE DW-DATE TO NEW-DATE.                                    LEDGMN00
047400     IF NEW-DATE IS GREATER THAN LEDG-TODAY                       LEDGMN00
047500         MOVE "DATE IS IN THE FUTURE     " TO RJ-REASON           LEDGMN00
047600         GO TO 690-REJECT.                                        LEDGMN00
047700 620-CHECK-TYPE.                                                  LEDGMN00
047710     PERFORM 650-FISCAL-PERIOD THRU 650X.                         LEDGMN00
047720     IF NEW-PERIOD = 0                                            LEDGMN00
047730         MOVE "DATE IN NO FISCAL PERIOD  " TO RJ-REASON           LEDGMN00
047740         GO TO 690-REJECT.                                        LEDGMN00
047800     IF WK-TYPE = "P" OR WK-TYPE = "T" GO TO 630-CHECK-REF.       LEDGMN00
047900     PERFORM 615-FIND-REASON VARYING RX FROM 1 BY 1               LEDGMN00
048000         UNTIL RX IS GREATER THAN REASON-MAX                      LEDGMN00
048100         OR RHIT IS GREATER THAN 0.                               LEDGMN00
048200     IF RHIT = 0                                                  LEDGMN00
048300         MOVE "INVALID REASON CODE       " TO RJ-REASON           LEDGMN00
048400         GO TO 690-REJECT.                                        LEDGMN00
048500     IF WK-APPROVER = SPACES                                      LEDGMN00
048600         MOVE "APPROVER INITIALS MISSING " TO RJ-REASON           LEDGMN00
048700         GO TO 690-REJECT.                                        LEDGMN00
048800     GO TO 640-POST.                                              LEDGMN00
048900 630-CHECK-REF.                                                   LEDGMN00
049000     IF WK-REF = SPACES                                           LEDGMN00
049100         MOVE "REFERENCE MISSING         " TO RJ-REASON           LEDGMN00
049200         GO TO 690-REJECT.                                        LEDGMN00
049300 640-POST.                                                        LEDGMN00
049400     MOVE SPACES TO LEDG-REC.                                     LEDGMN00
049500     MOVE WK-USER TO AR-USER.                                     LEDGMN00
049600     MOVE WK-TYPE TO AR-TYPE.                                     LEDGMN00
049700     MOVE NEW-DATE TO AR-DATE.                                    LEDGMN00
049800     MOVE NEW-PERIOD TO AR-PERIOD.                                LEDGMN00
049900     MOVE AW-AMOUNT TO AR-AMOUNT.                                 LEDGMN00
050000     MOVE WK-REASON TO AR-REASON.                                 LEDGMN00
050100     MOVE WK-APPROVER TO AR-APPROVER.                             LEDGMN00
050200     MOVE WK-REF TO AR-REF.                                       LEDGMN00
050300     MOVE OPERATOR-CODE TO AR-OPERATOR.                           LEDGMN00
050400     MOVE RUN-ID-ENTRY TO AR-RUN-ID.                              LEDGMN00
050500     WRITE LEDG-REC.                                              LEDGMN00
050600     ADD 1 TO POST-CNT.                                           LEDGMN00
050700     IF WK-TYPE = "D"                                             LEDGMN00
050800         MOVE "DEBIT   " TO AU-EVENT                              LEDGMN00
050900         ADD 1 TO DR-CNT                                          LEDGMN00
051000         ADD AW-AMOUNT TO DR-TOTAL.                               LEDGMN00
051100     IF WK-TYPE = "K"                                             LEDGMN00
051200         MOVE "CREDIT  " TO AU-EVENT                              LEDGMN00
051300         ADD 1 TO CR-CNT                                          LEDGMN00
051400         ADD AW-AMOUNT TO CR-TOTAL.                               LEDGMN00
051500     IF WK-TYPE = "P"                                             LEDGMN00
051600         MOVE "PAYMENT " TO AU-EVENT                              LEDGMN00
051700         ADD 1 TO PY-CNT                                          LEDGMN00
051800         ADD AW-AMOUNT TO PY-TOTAL.                               LEDGMN00
051900     IF WK-TYPE = "T"                                             LEDGMN00
052000         MOVE "TRANSFER" TO AU-EVENT                              LEDGMN00
052100         ADD 1 TO TF-CNT                                          LEDGMN00
052200         ADD AW-AMOUNT TO TF-TOTAL.                               LEDGMN00
052300     MOVE AU-EVENT TO LL-TYPE.                                    LEDGMN00
052400     MOVE WK-USER TO LL-USER.                                     LEDGMN00
052500     MOVE NEW-DATE TO LL-DATE.                                    LEDGMN00
052600     MOVE AR-PERIOD TO LL-PERIOD.                                 LEDGMN00
052700     MOVE AW-AMOUNT TO LL-AMOUNT.                                 LEDGMN00
052800     MOVE WK-REASON TO LL-REASON.                                 LEDGMN00
052900     MOVE WK-APPROVER TO LL-APPROVER.                             LEDGMN00
053000     MOVE WK-REF TO LL-REF.                                       LEDGMN00
053100     MOVE SPACES TO LL-DESC.                                      LEDGMN00
053200     IF RHIT IS GREATER THAN 0 MOVE RN-DESC (RHIT) TO LL-DESC.    LEDGMN00
053300     WRITE REPORT-REC FROM LIST-LINE.                             LEDGMN00
053400     MOVE TODAYS-DATE TO AU-DATE.                                 LEDGMN00
053500     MOVE WK-USER TO AU-RESULT.                                   LEDGMN00
053600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LEDGMN00
053700     GO TO 600X.                                                  LEDGMN00
053800 690-REJECT.                                                      LEDGMN00
053900     ADD 1 TO REJECT-CNT.                                         LEDGMN00
054000     MOVE WK-TYPE TO RJ-TYPE.                                     LEDGMN00
054100     MOVE WK-USER TO RJ-USER.                                     LEDGMN00
054200     MOVE WK-AMOUNT TO RJ-AMOUNT.                                 LEDGMN00
054300     MOVE WK-REF TO RJ-REF.                                       LEDGMN00
054400     WRITE REPORT-REC FROM REJECT-LINE.                           LEDGMN00
054500     DISPLAY "REJECTED - " RJ-REASON.                             LEDGMN00
054600 600X.   EXIT.                                                    LEDGMN00
054700 610-FIND-USER.                                                   LEDGMN00
054800     IF UT-USER (UX) = WK-USER MOVE UX TO UHIT.                   LEDGMN00
054900 615-FIND-REASON.                                                 LEDGMN00
055000     IF RN-CODE (RX) = WK-REASON MOVE RX TO RHIT.                 LEDGMN00
055001 650-FISCAL-PERIOD.                                               LEDGMN00
055002     NOTE  NEW-PERIOD IS THE BILLING MONTH YYMM OF NEW-DATE, OR   LEDGMN00
055003         UNDER THE FISCAL CALENDAR THE FISCAL YEAR AND PERIOD OF  LEDGMN00
055004         THE PERIOD CONTAINING IT - ZERO WHEN NONE DOES.          LEDGMN00
055005     COMPUTE NEW-PERIOD = NEW-DATE DIV 100.                       LEDGMN00
055006     IF FT-CNT = 0 GO TO 650X.                                    LEDGMN00
055007     MOVE 0 TO FHIT.                                              LEDGMN00
055008     PERFORM 655-MATCH-PERIOD VARYING FX FROM 1 BY 1              LEDGMN00
055009         UNTIL FX IS GREATER THAN FT-CNT                          LEDGMN00
055010         OR FHIT IS GREATER THAN 0.                               LEDGMN00
055011     MOVE 0 TO NEW-PERIOD.                                        LEDGMN00
055012     IF FHIT IS GREATER THAN 0 MOVE FT-KEY (FHIT) TO NEW-PERIOD.  LEDGMN00
055013 650X.   EXIT.                                                    LEDGMN00
055014 655-MATCH-PERIOD.                                                LEDGMN00
055015     IF FT-START (FX) IS NOT GREATER THAN NEW-DATE                LEDGMN00
055016         AND FT-END (FX) IS NOT LESS THAN NEW-DATE                LEDGMN00
055017         MOVE FX TO FHIT.                                         LEDGMN00
055100 950-AUDIT-START.                                                 LEDGMN00
055200     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     LEDGMN00
055300     MOVE TODAYS-DATE TO AU-DATE.                                 LEDGMN00
055400     MOVE "START   " TO AU-EVENT.                                 LEDGMN00
055500     MOVE SPACES TO AU-RESULT.                                    LEDGMN00
055600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LEDGMN00
055700 955-AUDIT-END.                                                   LEDGMN00
055800     MOVE TODAYS-DATE TO AU-DATE.                                 LEDGMN00
055900     MOVE "END     " TO AU-EVENT.                                 LEDGMN00
056000     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LEDGMN00
056100 970-AUDIT-WRITE.                                                 LEDGMN00
056200     COMPUTE AU-TIME-HOLD = DATA (1).                             LEDGMN00
056300     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     LEDGMN00
056400     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            LEDGMN00
056500     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       LEDGMN00
056600     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              LEDGMN00
056700     OPEN I-O AUDIT-TRAIL.                                        LEDGMN00
056800     MOVE AUDIT-REC TO AU-SAVE-REC.                               LEDGMN00
056900     MOVE 1 TO AU-KEY.                                            LEDGMN00
057000     READ AUDIT-TRAIL INVALID KEY                                 LEDGMN00
057100         MOVE 2 TO AC-NEXT-SLOT.                                  LEDGMN00
057200     IF AC-NEXT-SLOT NOT NUMERIC                                  LEDGMN00
057300         MOVE 2 TO AC-NEXT-SLOT.                                  LEDGMN00
057400     IF AC-NEXT-SLOT IS LESS THAN 2                               LEDGMN00
057500         MOVE 2 TO AC-NEXT-SLOT.                                  LEDGMN00
057600     MOVE AC-NEXT-SLOT TO AU-NEXT.                                LEDGMN00
057700 980-AUDIT-SKIP.                                                  LEDGMN00
057800     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          LEDGMN00
057900         TOOK IT SINCE THE CONTROL RECORD WAS READ -              LEDGMN00
058000         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          LEDGMN00
058100         OVERWRITING EACH OTHERS EVENTS.                          LEDGMN00
058200     MOVE AU-NEXT TO AU-KEY.                                      LEDGMN00
058300     READ AUDIT-TRAIL INVALID KEY                                 LEDGMN00
058400         GO TO 985-AUDIT-FREE.                                    LEDGMN00
058500     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  LEDGMN00
058600     ADD 1 TO AU-NEXT.                                            LEDGMN00
058700     GO TO 980-AUDIT-SKIP.                                        LEDGMN00
058800 985-AUDIT-FREE.                                                  LEDGMN00
058900     MOVE 1 TO AU-KEY.                                            LEDGMN00
059000     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       LEDGMN00
059100     MOVE 0 TO AU-HASH.                                           LEDGMN00
059200     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  LEDGMN00
059300     MOVE AU-NEXT TO AU-KEY.                                      LEDGMN00
059400     MOVE AU-SAVE-REC TO AUDIT-REC.                               LEDGMN00
059500     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                LEDGMN00
059600 990-AUDIT-PUT.                                                   LEDGMN00
059700     WRITE AUDIT-REC INVALID KEY                                  LEDGMN00
059800         DISPLAY "AUDIT TRAIL FULL".                              LEDGMN00
059900     ADD 1 TO AU-NEXT.                                            LEDGMN00
060000     MOVE 1 TO AU-KEY.                                            LEDGMN00
060100     MOVE SPACES TO AUDIT-REC.                                    LEDGMN00
060200     MOVE AU-NEXT TO AC-NEXT-SLOT.                                LEDGMN00
060300     MOVE AU-HASH TO AC-HASH.                                     LEDGMN00
060400     WRITE AUDIT-REC INVALID KEY                                  LEDGMN00
060500         DISPLAY "AUDIT CONTROL ERROR".                           LEDGMN00
060600     MOVE AU-SAVE-REC TO AUDIT-REC.                               LEDGMN00
060700     CLOSE AUDIT-TRAIL.                                           LEDGMN00
060800 991-AUDIT-HASH.                                                  LEDGMN00
060900     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        LEDGMN00
061000         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     LEDGMN00
061100         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     LEDGMN00
061200         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         LEDGMN00
061300         REMOVED AFTER IT WAS WRITTEN.                            LEDGMN00
061400     MOVE AUDIT-REC TO AU-HASH-REC.                               LEDGMN00
061500     MOVE 0 TO AU-REC-SUM.                                        LEDGMN00
061600     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        LEDGMN00
061700         UNTIL AU-CX IS GREATER THAN 44.                          LEDGMN00
061800     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       LEDGMN00
061900         MOD 999999937.                                           LEDGMN00
062000     GO TO 994-AUDIT-HASH-X.                                      LEDGMN00
062100 992-AUDIT-HASH-CHAR.                                             LEDGMN00
062200     MOVE 49 TO AU-CODE.                                          LEDGMN00
062300     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        LEDGMN00
062400         UNTIL AU-TX IS GREATER THAN 48.                          LEDGMN00
062500     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           LEDGMN00
062600 993-AUDIT-HASH-LOOK.                                             LEDGMN00
062700     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    LEDGMN00
062800 994-AUDIT-HASH-X.                                                LEDGMN00
062900     EXIT.                                                        LEDGMN00
063000 940-AUTH-CHECK.                                                  LEDGMN00
063100     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         LEDGMN00
063200         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           LEDGMN00
063300         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            LEDGMN00
063400         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          LEDGMN00
063500         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        LEDGMN00
063600         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            LEDGMN00
063700     MOVE 0 TO AUTH-OK-SW.                                        LEDGMN00
063800     OPEN INPUT AUTH-FILE.                                        LEDGMN00
063900     IF AUTH-FILE-STATUS NOT = "00"                               LEDGMN00
064000         MOVE 1 TO AUTH-OK-SW                                     LEDGMN00
064100         GO TO 945-AUTH-X.                                        LEDGMN00
064200 941-AUTH-READ.                                                   LEDGMN00
064300     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   LEDGMN00
064400     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         LEDGMN00
064500     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                LEDGMN00
064600     GO TO 941-AUTH-READ.                                         LEDGMN00
064700 943-AUTH-DONE.                                                   LEDGMN00
064800     CLOSE AUTH-FILE.                                             LEDGMN00
064900     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          LEDGMN00
065000     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               LEDGMN00
065100     MOVE TODAYS-DATE TO AU-DATE.                                 LEDGMN00
065200     MOVE "AUTHFAIL" TO AU-EVENT.                                 LEDGMN00
065300     MOVE "REFUSED " TO AU-RESULT.                                LEDGMN00
065400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LEDGMN00
065500     STOP RUN.                                                    LEDGMN00
065600 945-AUTH-X.                                                      LEDGMN00
065700     EXIT.                                                        LEDGMN00
065800 946-AUTH-GRANT.                                                  LEDGMN00
065900     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          LEDGMN00
066000         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         LEDGMN00
066100         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            LEDGMN00
066200         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                LEDGMN00
066300     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            LEDGMN00
066400     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            LEDGMN00
066500         + AUTH-DATE-IN DIV 100.                                  LEDGMN00
066600     IF RA-EXPIRES NUMERIC                                        LEDGMN00
066700         IF RA-EXPIRES NOT = 0                                    LEDGMN00
066800             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                LEDGMN00
066900                 GO TO 947-AUTH-GRANT-X.                          LEDGMN00
067000     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             LEDGMN00
067100     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             LEDGMN00
067200 947-AUTH-GRANT-X.                                                LEDGMN00
067300     EXIT.                                                        LEDGMN00
067400 930-OPER-SIGNON.                                                 LEDGMN00
067500     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      LEDGMN00
067600         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       LEDGMN00
067700         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          LEDGMN00
067800         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       LEDGMN00
067900         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           LEDGMN00
068000         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         LEDGMN00
068100         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                LEDGMN00
068200     MOVE 0 TO OPER-TRIES.                                        LEDGMN00
068300 931-OPER-ASK.                                                    LEDGMN00
068400     ADD 1 TO OPER-TRIES.                                         LEDGMN00
068500     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            LEDGMN00
068600     ACCEPT OPERATOR-CODE.                                        LEDGMN00
068700     MOVE OPERATOR-CODE TO AU-OPERATOR.                           LEDGMN00
068800     MOVE 0 TO OPER-OK-SW.                                        LEDGMN00
068900     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               LEDGMN00
069000     OPEN INPUT OPER-FILE.                                        LEDGMN00
069100     IF OPER-FILE-STATUS NOT = "00"                               LEDGMN00
069200         MOVE 1 TO OPER-OK-SW                                     LEDGMN00
069300         GO TO 933-OPER-DONE.                                     LEDGMN00
069400 932-OPER-READ.                                                   LEDGMN00
069500     READ OPER-FILE AT END                                        LEDGMN00
069600         CLOSE OPER-FILE                                          LEDGMN00
069700         GO TO 933-OPER-DONE.                                     LEDGMN00
069800     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          LEDGMN00
069900     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 LEDGMN00
070000     GO TO 932-OPER-READ.                                         LEDGMN00
070100 933-OPER-DONE.                                                   LEDGMN00
070200     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       LEDGMN00
070300     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           LEDGMN00
070400     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             LEDGMN00
070500     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             LEDGMN00
070600     MOVE TODAYS-DATE TO AU-DATE.                                 LEDGMN00
070700     MOVE "SIGNFAIL" TO AU-EVENT.                                 LEDGMN00
070800     MOVE "REFUSED " TO AU-RESULT.                                LEDGMN00
070900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LEDGMN00
071000     STOP RUN.                                                    LEDGMN00
071100 934-OPER-AUTH.                                                   LEDGMN00
071200     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      LEDGMN00
071300 935-OPER-X.                                                      LEDGMN00
071400     EXIT.                                                        LEDGMN00
071500 END-OF-JOB.                                                      LEDGMN00
