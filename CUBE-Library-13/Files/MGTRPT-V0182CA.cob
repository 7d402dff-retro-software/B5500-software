000100MGTRPT      000182CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  THE MONTHLY REPORT TO THE DATA PROCESSING MANAGER WAS PUT             00
000900  TOGETHER BY HAND FROM THE LOGCLOSE STATEMENT, RERUNRPT, PCHRPT,       00
001000  THE DIRCTRY TREND PAGE, VOLLIST AND THE BILLSTMT TOTALS. THIS         00
001100  RUN READS THE FILES THOSE REPORTS COME FROM AND PRINTS A TWO          00
001200  PAGE MANAGEMENT SUMMARY FOR THE MONTH LOGCLOSE HAS JUST CLOSED -      00
001300     PAGE 1  OPERATIONS - MACHINE HOURS, RUNS, RUNS ABORTED AND         00
001400             THE ABORT RATE (LOGHIST), RERUNS AND THE RERUN RATE        00
001500             (RERUNMTD), CARDS PUNCHED AND CARD IMAGES SENT TO          00
001600             TAPE (PCHLOG).                                             00
001700     PAGE 2  RESOURCES AND CHARGES - DISK CAPACITY AND DISK             00
001800             AVAILABLE (DIRTREND), REELS IN THE LIBRARY AND AT          00
001900             THE VAULT (VOLCAT), TOTAL BILLED (BILLSUMR AND THE         00
002000             ARLEDGER BILLINGS), UTILITY RUNS AND UTILITY               00
002100             ABORTS (THE SHARED AUDIT TRAIL).                           00
002200  EACH FIGURE IS SHOWN FOR THIS MONTH, LAST MONTH AND THE SAME          00
002300  MONTH LAST YEAR, WITH THE DIRECTION OF CHANGE (UP, DOWN OR            00
002400  SAME) FROM EACH OF THE TWO EARLIER MONTHS TO THIS ONE.                00
002500                                                                        00
002600  THE MONTH IS THE LATEST SLOT LOGCLOSE APPENDED TO LOGHIST.            00
002700  UNDER A FISCAL CALENDAR (FISCCAL) THAT SLOT CARRIES THE PERIOD        00
002800  NUMBER AND THE DATED FIGURES ARE TAKEN BETWEEN THE PERIOD             00
002900  START AND END DATES - OTHERWISE OVER THE CALENDAR MONTH. THE          00
003000  LOGHIST SLOTS ARE REUSED EVERY TWELVE MONTHS, SO THE FIGURES          00
003100  OF EVERY MONTH REPORTED ARE KEPT IN THE HISTORY FILE MGTHIST,         00
003200  ONE RECORD PER MONTH -                                                00
003300     COLS 1-4    YEAR AND MONTH (OR FISCAL PERIOD) YYMM                 00
003400     COLS 6-11   DATE REPORTED MMDDYY                                   00
003500     COLS 13-19  RUN IDENTIFIER                                         00
003600     COLS 21-36  ONE BYTE PER FIGURE, Y WHEN THE FIGURE WAS             00
003700                 AVAILABLE, N WHEN NOT                                  00
003800     COLS 38-229 THE SIXTEEN FIGURES, TWELVE DIGITS EACH WITH           00
003900                 TWO DECIMALS                                           00
004000  LAST MONTH AND LAST YEAR ARE TAKEN FROM MGTHIST. A MONTH              00
004100  REPORTED AGAIN REPLACES ITS RECORD. MGTHIST KEEPS THE LATEST          00
004200  120 MONTHS.                                                           00
004300                                                                        00
004400  RUN ORDER - AFTER LOGCLOSE AND BEFORE THE FIGURES ARE CLEARED.        00
004500  RUN IT BEFORE THE FIRST RERUNRPT OF THE NEW MONTH (WHICH STARTS       00
004600  RERUNMTD OVER), WITHIN 31 DAYS OF THE MONTH END (DIRTREND HOLDS       00
004700  31 DAYS) AND BEFORE AUDARCH TAKES THE MONTHS EVENTS OFF THE           00
004800  AUDIT TRAIL. LOGCLOSE CLEARS BILLSUMR AFTER POSTING IT TO             00
004900  ARLEDGER, SO THE BILLED TOTAL IS THE ARLEDGER BILLINGS FOR THE        00
005000  MONTH PLUS ANY BILLSUMR AMOUNT STILL CARRYING THE MONTH. A            00
005100  FIGURE WHOSE FILE IS MISSING OR ALREADY CLEARED IS PRINTED AS         00
005200  NOT AVAILABLE WITH THE REASON AT THE FOOT OF PAGE 2. DISK             00
005300  CAPACITY IS THE DIRCTRY EU1-EU3 DEFAULTS AS OVERRIDDEN BY THE         00
005400  OPTIONAL EUCFG CARD DECK. THE REEL COUNTS ARE VOLCAT AS IT            00
005500  STANDS ON THE DAY OF THE RUN.                                         00
005600                                                                        00
005700                                                                        00
005800 IDENTIFICATION DIVISION.                                         MGTRPT00
005900 PROGRAM-ID. DATA PROCESSING MANAGEMENT REPORT "MGTRPT".          MGTRPT00
006000 DATE-COMPILED.                                                   MGTRPT00
006100 REMARKS. PRINTS THE MONTHLY MANAGEMENT SUMMARY OF MACHINE USE,   MGTRPT00
006200     ABORTS, RERUNS, CARDS PUNCHED, DISK, TAPE REELS, BILLINGS    MGTRPT00
006300     AND UTILITY ABORTS AGAINST LAST MONTH AND LAST YEAR, AND     MGTRPT00
006400     KEEPS THE MONTHLY FIGURES IN MGTHIST.                        MGTRPT00
006500 ENVIRONMENT DIVISION.                                            MGTRPT00
006600 CONFIGURATION SECTION.                                           MGTRPT00
006700 SOURCE-COMPUTER. B-5500.                                         MGTRPT00
006800 OBJECT-COMPUTER. B-5500.                                         MGTRPT00
006900 INPUT-OUTPUT SECTION.                                            MGTRPT00
007000 FILE-CONTROL.                                                    MGTRPT00
007100     SELECT AUTH-FILE ASSIGN TO DISK                              MGTRPT00
007200         FILE STATUS IS AUTH-FILE-STATUS.                         MGTRPT00
007300     SELECT OPER-FILE ASSIGN TO DISK                              MGTRPT00
007400         FILE STATUS IS OPER-FILE-STATUS.                         MGTRPT00
007500     SELECT LOG-HISTORY ASSIGN TO DISK                            MGTRPT00
007600         FILE STATUS IS HIST-STATUS.                              MGTRPT00
007700     SELECT FISC-CAL ASSIGN TO DISK                               MGTRPT00
007800         FILE STATUS IS FISC-STATUS.                              MGTRPT00
007900     SELECT RERUN-MTD ASSIGN TO DISK                              MGTRPT00
008000         FILE STATUS IS RERUN-STATUS.                             MGTRPT00
008100     SELECT PUNCH-LOG ASSIGN TO DISK                              MGTRPT00
008200         FILE STATUS IS PLOG-STATUS.                              MGTRPT00
008300     SELECT DIR-TREND ASSIGN TO DISK                              MGTRPT00
008400         FILE STATUS IS TREND-STATUS.                             MGTRPT00
008500     SELECT EU-CONFIG ASSIGN TO CARD-READER.                      MGTRPT00
008600     SELECT VOL-CATALOG ASSIGN TO DISK                            MGTRPT00
008700         FILE STATUS IS VOL-STATUS.                               MGTRPT00
008800     SELECT BILL-SUMMARY ASSIGN TO DISK                           MGTRPT00
008900         FILE STATUS IS BILL-STATUS.                              MGTRPT00
009000     SELECT LEDGER-FILE ASSIGN TO DISK                            MGTRPT00
009100         FILE STATUS IS LEDG-STATUS.                              MGTRPT00
009200     SELECT MGT-HISTORY ASSIGN TO DISK                            MGTRPT00
009300         FILE STATUS IS MGT-STATUS.                               MGTRPT00
009400     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   MGTRPT00
009500     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           MGTRPT00
009600 DATA DIVISION.                                                   MGTRPT00
009700 FILE SECTION.                                                    MGTRPT00
009800 MD  AUTH-FILE                                                    MGTRPT00
009900     ACCESS SEQUENTIAL                                            MGTRPT00
010000     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
010100     VALUE OF ID "RUNAUTH"                                        MGTRPT00
010200     DATA RECORD AUTH-REC.                                        MGTRPT00
010300 01  AUTH-REC        SZ 80.                                       MGTRPT00
010400     05  RA-RUN-ID       PC X(7).                                 MGTRPT00
010500     05  FILLER          SZ 1.                                    MGTRPT00
010600     05  RA-PROGRAM      PC X(8).                                 MGTRPT00
010700     05  FILLER          SZ 1.                                    MGTRPT00
010800     05  RA-EXPIRES      PC 9(6).                                 MGTRPT00
010900     05  FILLER          SZ 57.                                   MGTRPT00
011000 MD  OPER-FILE                                                    MGTRPT00
011100     ACCESS SEQUENTIAL                                            MGTRPT00
011200     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
011300     VALUE OF ID "OPROSTER"                                       MGTRPT00
011400     DATA RECORD OPER-REC.                                        MGTRPT00
011500 01  OPER-REC        SZ 80.                                       MGTRPT00
011600     05  OR-CODE         PC X(3).                                 MGTRPT00
011700     05  FILLER          SZ 1.                                    MGTRPT00
011800     05  OR-NAME         PC X(20).                                MGTRPT00
011900     05  FILLER          SZ 1.                                    MGTRPT00
012000     05  OR-STATUS       PC X.                                    MGTRPT00
012100     05  FILLER          SZ 54.                                   MGTRPT00
012200 MD  AUDIT-TRAIL                                                  MGTRPT00
012300     ACCESS MODE IS RANDOM                                        MGTRPT00
012400     ACTUAL KEY IS AU-KEY                                         MGTRPT00
012500     RECORD CONTAINS 44 CHARACTERS                                MGTRPT00
012600     LABEL RECORD IS STANDARD                                     MGTRPT00
012700     VALUE OF ID IS "AUDITTRL"                                    MGTRPT00
012800     DATA RECORD IS AUDIT-REC.                                    MGTRPT00
012900 01  AUDIT-REC       SZ 44.                                       MGTRPT00
013000     05  AU-PROGRAM      PC X(8)  VA "MGTRPT  ".                  MGTRPT00
013100     05  AU-DATE         PC 9(6).                                 MGTRPT00
013200     05  AU-TIME         PC 9(4).                                 MGTRPT00
013300     05  AU-EVENT        PC X(8).                                 MGTRPT00
013400     05  AU-RESULT       PC X(8).                                 MGTRPT00
013500     05  AU-RUN-ID       PC X(7).                                 MGTRPT00
013600     05  AU-OPERATOR     PC X(3).                                 MGTRPT00
013700 01  AUDIT-CTL.                                                   MGTRPT00
013800     05  AC-NEXT-SLOT    PC 9(8).                                 MGTRPT00
013900     05  AC-HASH         PC 9(9).                                 MGTRPT00
014000     05  FILLER          SZ 27.                                   MGTRPT00
014100 MD  LOG-HISTORY                                                  MGTRPT00
014200     ACCESS SEQUENTIAL                                            MGTRPT00
014300     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
014400     VALUE OF ID "LOGHIST"                                        MGTRPT00
014500     DATA RECORD LOG-HIST-REC.                                    MGTRPT00
014600 01  LOG-HIST-REC    SZ 818.                                      MGTRPT00
014700     05  LH-NEXT-SLOT    PC 99.                                   MGTRPT00
014800     05  LH-ENTRY  OC 12.                                         MGTRPT00
014900         10  LH-MONTH    PC 99.                                   MGTRPT00
015000         10  LH-YEAR     PC 99.                                   MGTRPT00
015100         10  LH-ELAPSED  PC 9(8).                                 MGTRPT00
015200         10  LH-PROCESS  PC 9(8).                                 MGTRPT00
015300         10  LH-I-O      PC 9(8).                                 MGTRPT00
015400         10  LH-PRORATE  PC 9(8).                                 MGTRPT00
015500         10  LH-EOJ      PC 9(8).                                 MGTRPT00
015600         10  LH-SYNTAX   PC 9(8).                                 MGTRPT00
015700         10  LH-DS       PC 9(8).                                 MGTRPT00
015800         10  LH-ABORT    PC 9(8).                                 MGTRPT00
015900 MD  FISC-CAL                                                     MGTRPT00
016000     ACCESS SEQUENTIAL                                            MGTRPT00
016100     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
016200     VALUE OF ID "FISCCAL"                                        MGTRPT00
016300     DATA RECORD FISC-REC.                                        MGTRPT00
016400 01  FISC-REC        SZ 80.                                       MGTRPT00
016500     05  FC-TYPE         PC X.                                    MGTRPT00
016600     05  FILLER          SZ 1.                                    MGTRPT00
016700     05  FC-YEAR         PC 99.                                   MGTRPT00
016800     05  FILLER          SZ 1.                                    MGTRPT00
016900     05  FC-PERIOD       PC 99.                                   MGTRPT00
017000     05  FILLER          SZ 1.                                    MGTRPT00
017100     05  FC-START        PC 9(6).                                 MGTRPT00
017200     05  FILLER          SZ 1.                                    MGTRPT00
017300     05  FC-END          PC 9(6).                                 MGTRPT00
017400     05  FILLER          SZ 59.                                   MGTRPT00
017500 MD  RERUN-MTD                                                    MGTRPT00
017600     ACCESS SEQUENTIAL                                            MGTRPT00
017700     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
017800     VALUE OF ID "RERUNMTD"                                       MGTRPT00
017900     DATA RECORD MTD-REC.                                         MGTRPT00
018000 01  MTD-REC         SZ 80.                                       MGTRPT00
018100     05  RM-MONTH        PC 99.                                   MGTRPT00
018200     05  FILLER          SZ 1.                                    MGTRPT00
018300     05  RM-KIND         PC X.                                    MGTRPT00
018400     05  FILLER          SZ 1.                                    MGTRPT00
018500     05  RM-KEY          PC X(6).                                 MGTRPT00
018600     05  FILLER          SZ 1.                                    MGTRPT00
018700     05  RM-COUNT        PC 9(6).                                 MGTRPT00
018800     05  FILLER          SZ 62.                                   MGTRPT00
018900 MD  PUNCH-LOG                                                    MGTRPT00
019000     ACCESS MODE IS SEQUENTIAL                                    MGTRPT00
019100     RECORD CONTAINS 80 CHARACTERS                                MGTRPT00
019200     LABEL RECORD IS STANDARD                                     MGTRPT00
019300     VALUE OF ID IS "PCHLOG"                                      MGTRPT00
019400     DATA RECORD IS LOG-REC.                                      MGTRPT00
019500 01  LOG-REC         SZ 80.                                       MGTRPT00
019600     05  LOG-FILE-ID     PC X(7).                                 MGTRPT00
019700     05  FILLER          SZ 1.                                    MGTRPT00
019800     05  LOG-DATE        PC X(6).                                 MGTRPT00
019900     05  FILLER          SZ 1.                                    MGTRPT00
020000     05  LOG-RUN-ID      PC X(7).                                 MGTRPT00
020100     05  FILLER          SZ 1.                                    MGTRPT00
020200     05  LOG-READ-CNT    PC 9(6).                                 MGTRPT00
020300     05  FILLER          SZ 1.                                    MGTRPT00
020400     05  LOG-PUNCH-CNT   PC 9(6).                                 MGTRPT00
020500     05  FILLER          SZ 1.                                    MGTRPT00
020600     05  LOG-OUTPUT      PC X.                                    MGTRPT00
020700     05  FILLER          SZ 1.                                    MGTRPT00
020800     05  LOG-SERIAL      PC X(6).                                 MGTRPT00
020900     05  FILLER          SZ 35.                                   MGTRPT00
021000 MD  DIR-TREND                                                    MGTRPT00
021100     ACCESS SEQUENTIAL                                            MGTRPT00
021200     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
021300     VALUE OF ID "DIRTREND"                                       MGTRPT00
021400     DATA RECORD DIR-TREND-REC.                                   MGTRPT00
021500 01  DIR-TREND-REC   SZ 653.                                      MGTRPT00
021600     05  TR-NEXT-SLOT    PC 99.                                   MGTRPT00
021700     05  TR-ENTRY  OC 31.                                         MGTRPT00
021800         10  TR-DATE     PC 9(6).                                 MGTRPT00
021900         10  TR-AVAILABLE-SEGMENTS  PC 9(11).                     MGTRPT00
022000         10  TR-TOTAL-FILES  PC 9(4).                             MGTRPT00
022100 FD  EU-CONFIG                                                    MGTRPT00
022200     LABEL RECORD STANDARD                                        MGTRPT00
022300     VALUE OF ID "EUCFG"                                          MGTRPT00
022400     DATA RECORD EU-CONFIG-RECORD.                                MGTRPT00
022500 01  EU-CONFIG-RECORD    SZ 80.                                   MGTRPT00
022600     05  CFG-EU-NO       PC 99.                                   MGTRPT00
022700     05  FILLER          SZ 1.                                    MGTRPT00
022800     05  CFG-CAPACITY    PC 9(8).                                 MGTRPT00
022900     05  FILLER          SZ 69.                                   MGTRPT00
023000 MD  VOL-CATALOG                                                  MGTRPT00
023100     ACCESS SEQUENTIAL                                            MGTRPT00
023200     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
023300     VALUE OF ID "VOLCAT"                                         MGTRPT00
023400     DATA RECORD VC-REC.                                          MGTRPT00
023500 01  VC-REC          SZ 80.                                       MGTRPT00
023600     05  VC-SERIAL       PC X(6).                                 MGTRPT00
023700     05  FILLER          SZ 1.                                    MGTRPT00
023800     05  VC-FILE-ID      PC X(8).                                 MGTRPT00
023900     05  FILLER          SZ 1.                                    MGTRPT00
024000     05  VC-PROGRAM      PC X(8).                                 MGTRPT00
024100     05  FILLER          SZ 1.                                    MGTRPT00
024200     05  VC-DATE         PC 9(6).                                 MGTRPT00
024300     05  FILLER          SZ 1.                                    MGTRPT00
024400     05  VC-SAVE         PC 9(3).                                 MGTRPT00
024500     05  FILLER          SZ 28.                                   MGTRPT00
024600     05  VC-POOL         PC X.                                    MGTRPT00
024700     05  FILLER          SZ 1.                                    MGTRPT00
024800     05  VC-RACK         PC X(5).                                 MGTRPT00
024900     05  FILLER          SZ 1.                                    MGTRPT00
025000     05  VC-LOC          PC X.                                    MGTRPT00
025100     05  FILLER          SZ 1.                                    MGTRPT00
025200     05  VC-CLASS        PC X.                                    MGTRPT00
025300     05  FILLER          SZ 6.                                    MGTRPT00
025400 MD  BILL-SUMMARY                                                 MGTRPT00
025500     ACCESS SEQUENTIAL                                            MGTRPT00
025600     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
025700     VALUE OF ID "BILLSUMR"                                       MGTRPT00
025800     DATA RECORD BILL-REC.                                        MGTRPT00
025900 01  BILL-REC        SZ 80.                                       MGTRPT00
026000     05  BS-MONTH        PC 99.                                   MGTRPT00
026100     05  FILLER          SZ 1.                                    MGTRPT00
026200     05  BS-USER         PC X(7).                                 MGTRPT00
026300     05  FILLER          SZ 1.                                    MGTRPT00
026400     05  BS-AMOUNT       PC 9(8)V99.                              MGTRPT00
026500     05  FILLER          SZ 1.                                    MGTRPT00
026600     05  BS-CLASS        PC X.                                    MGTRPT00
026700     05  FILLER          SZ 57.                                   MGTRPT00
026800 MD  LEDGER-FILE                                                  MGTRPT00
026900     ACCESS SEQUENTIAL                                            MGTRPT00
027000     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
027100     VALUE OF ID "ARLEDGER"                                       MGTRPT00
027200     DATA RECORD LEDG-REC.                                        MGTRPT00
027300 01  LEDG-REC        SZ 80.                                       MGTRPT00
027400     05  AR-USER         PC X(7).                                 MGTRPT00
027500     05  FILLER          SZ 1.                                    MGTRPT00
027600     05  AR-TYPE         PC X.                                    MGTRPT00
027700     05  FILLER          SZ 1.                                    MGTRPT00
027800     05  AR-DATE         PC 9(6).                                 MGTRPT00
027900     05  FILLER          SZ 1.                                    MGTRPT00
028000     05  AR-PERIOD       PC 9(4).                                 MGTRPT00
028100     05  FILLER          SZ 1.                                    MGTRPT00
028200     05  AR-AMOUNT       PC 9(8)V99.                              MGTRPT00
028300     05  FILLER          SZ 48.                                   MGTRPT00
028400 MD  MGT-HISTORY                                                  MGTRPT00
028500     ACCESS SEQUENTIAL                                            MGTRPT00
028600     BLOCK CONTAINS 1 RECORDS                                     MGTRPT00
028700     VALUE OF ID "MGTHIST"                                        MGTRPT00
028800     DATA RECORD MH-REC.                                          MGTRPT00
028900 01  MH-REC          SZ 240.                                      MGTRPT00
029000     05  MH-PERIOD       PC 9(4).                                 MGTRPT00
029100     05  FILLER          SZ 1.                                    MGTRPT00
029200     05  MH-DATE         PC 9(6).                                 MGTRPT00
029300     05  FILLER          SZ 1.                                    MGTRPT00
029400     05  MH-RUN-ID       PC X(7).                                 MGTRPT00
029500     05  FILLER          SZ 1.                                    MGTRPT00
029600     05  MH-HAVE-X OC 16 PC X.                                    MGTRPT00
029700     05  FILLER          SZ 1.                                    MGTRPT00
029800     05  MH-FIG    OC 16 PC 9(10)V99.                             MGTRPT00
029900     05  FILLER          SZ 11.                                   MGTRPT00
030000 FD  REPORT-FILE                                                  MGTRPT00
030100         VALUE OF ID "MGTRPT"                                     MGTRPT00
030200         DATA RECORD REPORT-REC.                                  MGTRPT00
030300 01  REPORT-REC      SZ 132.                                      MGTRPT00
030400 WORKING-STORAGE SECTION.                                         MGTRPT00
030500 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        MGTRPT00
030600 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     MGTRPT00
030700 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     MGTRPT00
030800 77  OPERATOR-CODE   VA SPACE        PC X(3).                     MGTRPT00
030900 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        MGTRPT00
031000 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        MGTRPT00
031100 77  AUTH-TODAY      CMP-1   PC 9(6).                             MGTRPT00
031200 77  AUTH-DATE-IN            PC 9(6).                             MGTRPT00
031300 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             MGTRPT00
031400 77  AU-HH           CMP-1   PC 99.                               MGTRPT00
031500 77  AU-MM           CMP-1   PC 99.                               MGTRPT00
031600 77  AU-KEY          CMP-1   PC 9(8).                             MGTRPT00
031700 77  AU-NEXT         CMP-1   PC 9(8).                             MGTRPT00
031800 01  AU-SAVE-REC             SZ 44.                               MGTRPT00
031900 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     MGTRPT00
032000 77  AU-REC-SUM              CMP-1   PC 9(6).                     MGTRPT00
032100 77  AU-CX                   CMP-1   PC 99.                       MGTRPT00
032200 77  AU-TX                   CMP-1   PC 99.                       MGTRPT00
032300 77  AU-CODE                 CMP-1   PC 99.                       MGTRPT00
032400 01  AU-HASH-REC.                                                 MGTRPT00
032500     05  AU-HC       OC 44   PC X.                                MGTRPT00
032600 01  AU-CHAR-SET.                                                 MGTRPT00
032700     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          MGTRPT00
032800     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          MGTRPT00
032900 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           MGTRPT00
033000     05  AU-CHAR     OC 48   PC X.                                MGTRPT00
033100 77  RUN-ID-ENTRY            PC X(7).                             MGTRPT00
033200 77  HIST-STATUS     VA SPACE        PC X(2).                     MGTRPT00
033300 77  FISC-STATUS     VA SPACE        PC X(2).                     MGTRPT00
033400 77  RERUN-STATUS    VA SPACE        PC X(2).                     MGTRPT00
033500 77  PLOG-STATUS     VA SPACE        PC X(2).                     MGTRPT00
033600 77  TREND-STATUS    VA SPACE        PC X(2).                     MGTRPT00
033700 77  VOL-STATUS      VA SPACE        PC X(2).                     MGTRPT00
033800 77  BILL-STATUS     VA SPACE        PC X(2).                     MGTRPT00
033900 77  LEDG-STATUS     VA SPACE        PC X(2).                     MGTRPT00
034000 77  MGT-STATUS      VA SPACE        PC X(2).                     MGTRPT00
034100 77  LH-SLOT                 CMP-1   PC 99.                       MGTRPT00
034200 77  LH-PREV                 CMP-1   PC 99.                       MGTRPT00
034300 77  CUR-MONTH               CMP-1   PC 99.                       MGTRPT00
034400 77  CUR-YEAR                CMP-1   PC 99.                       MGTRPT00
034500 77  CUR-PERIOD      VA 0            PC 9(4).                     MGTRPT00
034600 77  LAST-PERIOD     VA 0            PC 9(4).                     MGTRPT00
034700 77  YEAR-PERIOD     VA 0            PC 9(4).                     MGTRPT00
034800 77  LOOK-YEAR               CMP-1   PC 99.                       MGTRPT00
034900 77  FROM-YMD        VA 0            PC 9(6).                     MGTRPT00
035000 77  THRU-YMD        VA 0            PC 9(6).                     MGTRPT00
035100 77  DAY-YMD                 CMP-1   PC 9(6).                     MGTRPT00
035200 77  LOG-YMD                         PC 9(6).                     MGTRPT00
035300 77  BEST-YMD        VA 0    CMP-1   PC 9(6).                     MGTRPT00
035400 77  FISC-SW         VA 0    CMP-1   PC 9.                        MGTRPT00
035500 77  OTHER-SW        VA 0    CMP-1   PC 9.                        MGTRPT00
035600 77  FOUND-SW        VA 0    CMP-1   PC 9.                        MGTRPT00
035700 77  BILL-SW         VA 0    CMP-1   PC 9.                        MGTRPT00
035800 77  ABORT-SW        VA 0    CMP-1   PC 9.                        MGTRPT00
035900 77  TX                      CMP-1   PC 99.                       MGTRPT00
036000 77  EX                      CMP-1   PC 99.                       MGTRPT00
036100 77  FX                      CMP-1   PC 99.                       MGTRPT00
036200 77  CX                      CMP-1   PC 9.                        MGTRPT00
036300 77  NX                      CMP-1   PC 9.                        MGTRPT00
036400 77  NOTE-CNT        VA 0    CMP-1   PC 9.                        MGTRPT00
036500 77  VS-CNT          VA 0    CMP-1   PC 9(4).                     MGTRPT00
036600 77  VX                      CMP-1   PC 9(4).                     MGTRPT00
036700 77  VS-HIT                  CMP-1   PC 9(4).                     MGTRPT00
036800 77  MH-CNT          VA 0    CMP-1   PC 999.                      MGTRPT00
036900 77  MX                      CMP-1   PC 999.                      MGTRPT00
037000 77  MY                      CMP-1   PC 999.                      MGTRPT00
037100 77  MH-HIT          VA 0    CMP-1   PC 999.                      MGTRPT00
037200 77  LAST-HIT        VA 0    CMP-1   PC 999.                      MGTRPT00
037300 77  YEAR-HIT        VA 0    CMP-1   PC 999.                      MGTRPT00
037400 77  PAGE-NO         VA 0    CMP-1   PC 9.                        MGTRPT00
037500 77  RUN-TOTAL       VA 0    CMP-1   PC 9(10).                    MGTRPT00
037600 77  ABORT-TOTAL     VA 0    CMP-1   PC 9(10).                    MGTRPT00
037700 77  RERUN-TOTAL     VA 0    CMP-1   PC 9(10).                    MGTRPT00
037800 77  PUNCH-TOTAL     VA 0    CMP-1   PC 9(10).                    MGTRPT00
037900 77  TAPE-TOTAL      VA 0    CMP-1   PC 9(10).                    MGTRPT00
038000 77  CAP-TOTAL       VA 0    CMP-1   PC 9(10).                    MGTRPT00
038100 77  AVAIL-TOTAL     VA 0    CMP-1   PC 9(11).                    MGTRPT00
038200 77  VAULT-TOTAL     VA 0    CMP-1   PC 9(6).                     MGTRPT00
038300 77  UTIL-RUNS       VA 0    CMP-1   PC 9(6).                     MGTRPT00
038400 77  UTIL-ABORTS     VA 0    CMP-1   PC 9(6).                     MGTRPT00
038500 77  BILL-TOTAL      VA 0            PC 9(10)V99.                 MGTRPT00
038600 77  HOURS-WORK                      PC 9(7)V9.                   MGTRPT00
038700 77  RATE-WORK                       PC 9(7)V99.                  MGTRPT00
038800 01  DATE-WORK.                                                   MGTRPT00
038900     05  DW-MM               PC 99.                               MGTRPT00
039000     05  DW-DD               PC 99.                               MGTRPT00
039100     05  DW-YY               PC 99.                               MGTRPT00
039200 01  EU-CAPACITY.                                                 MGTRPT00
039300     05  EU-CAP  OC 20       CMP PC 9(8).                         MGTRPT00
039400 01  FIG-TABLE.                                                   MGTRPT00
039500     05  FG-ENT  OC 16.                                           MGTRPT00
039600         10  FG-COL  OC 3.                                        MGTRPT00
039700             15  FG-VAL              PC 9(10)V99.                 MGTRPT00
039800             15  FG-HAVE             PC X.                        MGTRPT00
039900 01  FIG-KIND-SET.                                                MGTRPT00
040000     05  FILLER  PC X(16) VA "HCCPCPCCCCPCCMCC".                  MGTRPT00
040100 01  FIG-KIND-TBL REDEFINES FIG-KIND-SET.                         MGTRPT00
040200     05  FG-KIND     OC 16   PC X.                                MGTRPT00
040300 01  FIG-LABEL-SET.                                               MGTRPT00
040400     05  FILLER  PC X(30) VA "MACHINE HOURS                 ".    MGTRPT00
040500     05  FILLER  PC X(30) VA "RUNS                          ".    MGTRPT00
040600     05  FILLER  PC X(30) VA "RUNS ABORTED (DS AND ABORT)   ".    MGTRPT00
040700     05  FILLER  PC X(30) VA "ABORT RATE PERCENT            ".    MGTRPT00
040800     05  FILLER  PC X(30) VA "RERUNS                        ".    MGTRPT00
040900     05  FILLER  PC X(30) VA "RERUN RATE PERCENT            ".    MGTRPT00
041000     05  FILLER  PC X(30) VA "CARDS PUNCHED                 ".    MGTRPT00
041100     05  FILLER  PC X(30) VA "CARD IMAGES SENT TO TAPE      ".    MGTRPT00
041200     05  FILLER  PC X(30) VA "DISK CAPACITY SEGMENTS        ".    MGTRPT00
041300     05  FILLER  PC X(30) VA "DISK AVAILABLE SEGMENTS       ".    MGTRPT00
041400     05  FILLER  PC X(30) VA "DISK AVAILABLE PERCENT        ".    MGTRPT00
041500     05  FILLER  PC X(30) VA "REELS IN THE LIBRARY          ".    MGTRPT00
041600     05  FILLER  PC X(30) VA "REELS AT THE VAULT            ".    MGTRPT00
041700     05  FILLER  PC X(30) VA "TOTAL BILLED                  ".    MGTRPT00
041800     05  FILLER  PC X(30) VA "UTILITY RUNS                  ".    MGTRPT00
041900     05  FILLER  PC X(30) VA "UTILITY ABORTS                ".    MGTRPT00
042000 01  FIG-LABEL-TBL REDEFINES FIG-LABEL-SET.                       MGTRPT00
042100     05  FG-LABEL    OC 16   PC X(30).                            MGTRPT00
042200 01  NOTE-TABLE.                                                  MGTRPT00
042300     05  NT-TEXT     OC 8    PC X(60).                            MGTRPT00
042400 01  VS-TABLE.                                                    MGTRPT00
042500     05  VS-ENT  OC 2000.                                         MGTRPT00
042600         10  VS-SERIAL       PC X(6).                             MGTRPT00
042700         10  VS-LOC          PC X.                                MGTRPT00
042800 01  MH-TABLE.                                                    MGTRPT00
042900     05  MT-ENT  OC 121      PC X(240).                           MGTRPT00
043000 01  ED-COUNT-GRP.                                                MGTRPT00
043100     05  ED-COUNT    PC Z,ZZZ,ZZZ,ZZ9.                            MGTRPT00
043200     05  FILLER      PC X(3)  VA SPACE.                           MGTRPT00
043300 01  ED-TENTH-GRP.                                                MGTRPT00
043400     05  ED-TENTH    PC Z,ZZZ,ZZZ,ZZ9.9.                          MGTRPT00
043500     05  FILLER      PC X     VA SPACE.                           MGTRPT00
043600 01  ED-DEC-GRP.                                                  MGTRPT00
043700     05  ED-DEC      PC Z,ZZZ,ZZZ,ZZ9.99.                         MGTRPT00
043800 01  ED-COLUMN               PC X(16).                            MGTRPT00
043900 01  AUDIT-HOLD              SZ 44.                               MGTRPT00
044000 01  TITLE-LINE      SZ 132.                                      MGTRPT00
044100     05  FILLER  PC X(40) VA                                      MGTRPT00
044200         "DATA PROCESSING MANAGEMENT REPORT       ".              MGTRPT00
044300     05  TL-PART     PC X(24).                                    MGTRPT00
044400     05  FILLER  PC X(8)  VA "PRINTED ".                          MGTRPT00
044500     05  TL-DATE     PC 99/99/99.                                 MGTRPT00
044600     05  FILLER  PC X(7)  VA "   PAGE".                           MGTRPT00
044700     05  TL-PAGE     PC ZZ9.                                      MGTRPT00
044800     05  FILLER      SZ 42    VA SPACE.                           MGTRPT00
044900 01  MONTH-LINE      SZ 132.                                      MGTRPT00
045000     05  ML-KIND     PC X(14).                                    MGTRPT00
045100     05  ML-PERIOD   PC 99/99.                                    MGTRPT00
045200     05  FILLER  PC X(8)  VA "   FROM ".                          MGTRPT00
045300     05  ML-FROM     PC 99/99/99.                                 MGTRPT00
045400     05  FILLER  PC X(6)  VA " THRU ".                            MGTRPT00
045500     05  ML-THRU     PC 99/99/99.                                 MGTRPT00
045600     05  FILLER  PC X(8)  VA "   RUN  ".                          MGTRPT00
045700     05  ML-RUN-ID   PC X(7).                                     MGTRPT00
045800     05  FILLER      SZ 68    VA SPACE.                           MGTRPT00
045900 01  COL-LINE-1      SZ 132.                                      MGTRPT00
046000     05  FILLER      SZ 32    VA SPACE.                           MGTRPT00
046100     05  FILLER  PC X(42) VA                                      MGTRPT00
046200         "      THIS MONTH        LAST MONTH  CHANGE".            MGTRPT00
046300     05  FILLER  PC X(24) VA "       LAST YEAR  CHANGE".          MGTRPT00
046400     05  FILLER      SZ 34    VA SPACE.                           MGTRPT00
046500 01  COL-LINE-2      SZ 132.                                      MGTRPT00
046600     05  FILLER      SZ 32    VA SPACE.                           MGTRPT00
046700     05  FILLER  PC X(11) VA SPACE.                               MGTRPT00
046800     05  CL-THIS     PC 99/99.                                    MGTRPT00
046900     05  FILLER  PC X(13) VA SPACE.                               MGTRPT00
047000     05  CL-LAST     PC 99/99.                                    MGTRPT00
047100     05  FILLER  PC X(19) VA SPACE.                               MGTRPT00
047200     05  CL-YEAR     PC 99/99.                                    MGTRPT00
047300     05  FILLER      SZ 42    VA SPACE.                           MGTRPT00
047400 01  FIG-LINE        SZ 132.                                      MGTRPT00
047500     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
047600     05  PL-LABEL    PC X(30).                                    MGTRPT00
047700     05  PL-THIS     PC X(16).                                    MGTRPT00
047800     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
047900     05  PL-LAST     PC X(16).                                    MGTRPT00
048000     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
048100     05  PL-DIR-LAST PC X(4).                                     MGTRPT00
048200     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
048300     05  PL-YEAR     PC X(16).                                    MGTRPT00
048400     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
048500     05  PL-DIR-YEAR PC X(4).                                     MGTRPT00
048600     05  FILLER      SZ 36    VA SPACE.                           MGTRPT00
048700 01  NOTE-HEAD       SZ 132.                                      MGTRPT00
048800     05  FILLER  PC X(40) VA                                      MGTRPT00
048900         "FIGURES NOT AVAILABLE THIS MONTH        ".              MGTRPT00
049000     05  FILLER      SZ 92    VA SPACE.                           MGTRPT00
049100 01  NOTE-LINE       SZ 132.                                      MGTRPT00
049200     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
049300     05  NL-TEXT     PC X(60).                                    MGTRPT00
049400     05  FILLER      SZ 70    VA SPACE.                           MGTRPT00
049500 01  NONE-LINE       SZ 132.                                      MGTRPT00
049600     05  FILLER      SZ 2     VA SPACE.                           MGTRPT00
049700     05  FILLER  PC X(4)  VA "NONE".                              MGTRPT00
049800     05  FILLER      SZ 126   VA SPACE.                           MGTRPT00
049900 01  BLANK-LINE      SZ 132   VA SPACE.                           MGTRPT00
050000 PROCEDURE DIVISION.                                              MGTRPT00
050100 100-BEGIN.                                                       MGTRPT00
050200     ACCEPT RUN-ID-ENTRY.                                         MGTRPT00
050300     PERFORM 950-AUDIT-START.                                     MGTRPT00
050400     MOVE TODAYS-DATE TO TL-DATE.                                 MGTRPT00
050500     PERFORM 200-CLOSED-MONTH THRU 200X.                          MGTRPT00
050600     IF ABORT-SW = 1                                              MGTRPT00
050700         MOVE "ABORT   " TO AU-RESULT                             MGTRPT00
050800         PERFORM 955-AUDIT-END                                    MGTRPT00
050900         STOP RUN.                                                MGTRPT00
051000     PERFORM 220-PERIOD-DATES THRU 220X.                          MGTRPT00
051100     PERFORM 300-RERUNS THRU 300X.                                MGTRPT00
051200     PERFORM 320-PUNCHED THRU 320X.                               MGTRPT00
051300     PERFORM 340-DISK THRU 340X.                                  MGTRPT00
051400     PERFORM 360-REELS THRU 360X.                                 MGTRPT00
051500     PERFORM 380-BILLED THRU 380X.                                MGTRPT00
051600     PERFORM 400-UTILITY THRU 400X.                               MGTRPT00
051700     PERFORM 500-HISTORY THRU 500X.                               MGTRPT00
051800     PERFORM 600-REPORT THRU 600X.                                MGTRPT00
051900     PERFORM 700-HISTORY-SAVE THRU 700X.                          MGTRPT00
052000     DISPLAY "MGTRPT - MONTH " CUR-PERIOD " REPORTED".            MGTRPT00
052100     DISPLAY "FIGURES NOT AVAILABLE " NOTE-CNT.                   MGTRPT00
052200     MOVE "OK      " TO AU-RESULT.                                MGTRPT00
052300     PERFORM 955-AUDIT-END.                                       MGTRPT00
052400     STOP RUN.                                                    MGTRPT00
052500 200-CLOSED-MONTH.                                                MGTRPT00
052600     NOTE  THE MONTH REPORTED IS THE LOGHIST SLOT LOGCLOSE FILLED MGTRPT00
052700         LAST, LAST MONTH THE SLOT BEFORE IT WHEN THERE IS ONE.   MGTRPT00
052800     PERFORM 210-CLEAR-FIG VARYING FX FROM 1 BY 1                 MGTRPT00
052900         UNTIL FX IS GREATER THAN 16.                             MGTRPT00
053000     OPEN INPUT LOG-HISTORY.                                      MGTRPT00
053100     IF HIST-STATUS NOT = "00"                                    MGTRPT00
053200         DISPLAY "LOGHIST NOT PRESENT - RUN LOGCLOSE FIRST"       MGTRPT00
053300         MOVE 1 TO ABORT-SW                                       MGTRPT00
053400         GO TO 200X.                                              MGTRPT00
053500     READ LOG-HISTORY AT END                                      MGTRPT00
053600         DISPLAY "LOGHIST EMPTY - RUN LOGCLOSE FIRST"             MGTRPT00
053700         MOVE 1 TO ABORT-SW                                       MGTRPT00
053800         CLOSE LOG-HISTORY                                        MGTRPT00
053900         GO TO 200X.                                              MGTRPT00
054000     CLOSE LOG-HISTORY.                                           MGTRPT00
054100     MOVE 12 TO LH-SLOT.                                          MGTRPT00
054200     IF LH-NEXT-SLOT NUMERIC                                      MGTRPT00
054300         IF LH-NEXT-SLOT IS GREATER THAN 1                        MGTRPT00
054400             AND LH-NEXT-SLOT IS LESS THAN 13                     MGTRPT00
054500             COMPUTE LH-SLOT = LH-NEXT-SLOT - 1.                  MGTRPT00
054600     IF LH-MONTH (LH-SLOT) NOT NUMERIC                            MGTRPT00
054700         OR LH-MONTH (LH-SLOT) = 0                                MGTRPT00
054800         DISPLAY "NO MONTH CLOSED IN LOGHIST - RUN LOGCLOSE FIRST"MGTRPT00
054900         MOVE 1 TO ABORT-SW                                       MGTRPT00
055000         GO TO 200X.                                              MGTRPT00
055100     MOVE LH-MONTH (LH-SLOT) TO CUR-MONTH.                        MGTRPT00
055200     MOVE LH-YEAR (LH-SLOT) TO CUR-YEAR.                          MGTRPT00
055300     COMPUTE CUR-PERIOD = CUR-YEAR * 100 + CUR-MONTH.             MGTRPT00
055400     MOVE CUR-YEAR TO LOOK-YEAR.                                  MGTRPT00
055500     IF LOOK-YEAR = 0 MOVE 99 TO LOOK-YEAR                        MGTRPT00
055600     ELSE SUBTRACT 1 FROM LOOK-YEAR.                              MGTRPT00
055700     COMPUTE YEAR-PERIOD = LOOK-YEAR * 100 + CUR-MONTH.           MGTRPT00
055800     IF CUR-MONTH = 1                                             MGTRPT00
055900         COMPUTE LAST-PERIOD = LOOK-YEAR * 100 + 12               MGTRPT00
056000     ELSE COMPUTE LAST-PERIOD = CUR-PERIOD - 1.                   MGTRPT00
056100     COMPUTE LH-PREV = LH-SLOT - 1.                               MGTRPT00
056200     IF LH-PREV = 0 MOVE 12 TO LH-PREV.                           MGTRPT00
056300     IF LH-MONTH (LH-PREV) NUMERIC AND LH-MONTH (LH-PREV) NOT = 0 MGTRPT00
056400         COMPUTE LAST-PERIOD = LH-YEAR (LH-PREV) * 100            MGTRPT00
056500             + LH-MONTH (LH-PREV).                                MGTRPT00
056600     COMPUTE HOURS-WORK ROUNDED = LH-ELAPSED (LH-SLOT) / 216000.  MGTRPT00
056700     MOVE HOURS-WORK TO FG-VAL (1, 1).                            MGTRPT00
056800     COMPUTE RUN-TOTAL = LH-EOJ (LH-SLOT) + LH-SYNTAX (LH-SLOT)   MGTRPT00
056900         + LH-DS (LH-SLOT) + LH-ABORT (LH-SLOT).                  MGTRPT00
057000     COMPUTE ABORT-TOTAL = LH-DS (LH-SLOT) + LH-ABORT (LH-SLOT).  MGTRPT00
057100     MOVE RUN-TOTAL TO FG-VAL (2, 1).                             MGTRPT00
057200     MOVE ABORT-TOTAL TO FG-VAL (3, 1).                           MGTRPT00
057300     MOVE 0 TO RATE-WORK.                                         MGTRPT00
057400     IF RUN-TOTAL IS GREATER THAN 0                               MGTRPT00
057500         COMPUTE RATE-WORK ROUNDED =                              MGTRPT00
057600             ABORT-TOTAL * 100 / RUN-TOTAL.                       MGTRPT00
057700     MOVE RATE-WORK TO FG-VAL (4, 1).                             MGTRPT00
057800     MOVE "Y" TO FG-HAVE (1, 1) FG-HAVE (2, 1) FG-HAVE (3, 1)     MGTRPT00
057900         FG-HAVE (4, 1).                                          MGTRPT00
058000 200X.   EXIT.                                                    MGTRPT00
058100 210-CLEAR-FIG.                                                   MGTRPT00
058200     MOVE 0 TO FG-VAL (FX, 1) FG-VAL (FX, 2) FG-VAL (FX, 3).      MGTRPT00
058300     MOVE "N" TO FG-HAVE (FX, 1) FG-HAVE (FX, 2) FG-HAVE (FX, 3). MGTRPT00
058400 220-PERIOD-DATES.                                                MGTRPT00
058500     NOTE  UNDER A FISCAL CALENDAR THE DATED FIGURES ARE TAKEN    MGTRPT00
058600         BETWEEN THE START AND END OF THE PERIOD, OTHERWISE OVER  MGTRPT00
058700         THE CALENDAR MONTH. A PERIOD NOT IN FISCCAL FALLS BACK TOMGTRPT00
058800         THE CALENDAR MONTH OF THE SAME NUMBER.                   MGTRPT00
058900     COMPUTE FROM-YMD = CUR-YEAR * 10000 + CUR-MONTH * 100 + 1.   MGTRPT00
059000     COMPUTE THRU-YMD = FROM-YMD + 30.                            MGTRPT00
059100     OPEN INPUT FISC-CAL.                                         MGTRPT00
059200     IF FISC-STATUS NOT = "00" GO TO 220X.                        MGTRPT00
059300 225-FISC-READ.                                                   MGTRPT00
059400     READ FISC-CAL AT END GO TO 228-FISC-DONE.                    MGTRPT00
059500     IF FC-TYPE NOT = "P" GO TO 225-FISC-READ.                    MGTRPT00
059600     IF FC-YEAR NOT = CUR-YEAR OR FC-PERIOD NOT = CUR-MONTH       MGTRPT00
059700         GO TO 225-FISC-READ.                                     MGTRPT00
059800     IF FC-START NOT NUMERIC OR FC-END NOT NUMERIC                MGTRPT00
059900         GO TO 225-FISC-READ.                                     MGTRPT00
060000     MOVE FC-START TO FROM-YMD.                                   MGTRPT00
060100     MOVE FC-END TO THRU-YMD.                                     MGTRPT00
060200     MOVE 1 TO FISC-SW.                                           MGTRPT00
060300 228-FISC-DONE.                                                   MGTRPT00
060400     CLOSE FISC-CAL.                                              MGTRPT00
060500 220X.   EXIT.                                                    MGTRPT00
060600 300-RERUNS.                                                      MGTRPT00
060700     NOTE  RERUNMTD HOLDS ONLY THE MONTH RERUNRPT IS COUNTING.    MGTRPT00
060800         ONCE IT CARRIES ANOTHER MONTH THE RERUNS OF THIS ONE ARE MGTRPT00
060900         GONE.                                                    MGTRPT00
061000     OPEN INPUT RERUN-MTD.                                        MGTRPT00
061100     IF RERUN-STATUS NOT = "00"                                   MGTRPT00
061200         MOVE "RERUNS - RERUNMTD NOT PRESENT" TO NT-TEXT (8)      MGTRPT00
061300         PERFORM 800-NOTE                                         MGTRPT00
061400         GO TO 300X.                                              MGTRPT00
061500     MOVE 0 TO OTHER-SW FOUND-SW.                                 MGTRPT00
061600 305-RERUN-READ.                                                  MGTRPT00
061700     READ RERUN-MTD AT END GO TO 310-RERUN-DONE.                  MGTRPT00
061800     IF RM-MONTH NOT = CUR-MONTH                                  MGTRPT00
061900         MOVE 1 TO OTHER-SW                                       MGTRPT00
062000         GO TO 305-RERUN-READ.                                    MGTRPT00
062100     MOVE 1 TO FOUND-SW.                                          MGTRPT00
062200     IF RM-KIND = "P" AND RM-COUNT NUMERIC                        MGTRPT00
062300         ADD RM-COUNT TO RERUN-TOTAL.                             MGTRPT00
062400     GO TO 305-RERUN-READ.                                        MGTRPT00
062500 310-RERUN-DONE.                                                  MGTRPT00
062600     CLOSE RERUN-MTD.                                             MGTRPT00
062700     IF FOUND-SW = 0 AND OTHER-SW = 1                             MGTRPT00
062800         MOVE "RERUNS - RERUNMTD ALREADY CARRIES ANOTHER MONTH"   MGTRPT00
062900             TO NT-TEXT (8)                                       MGTRPT00
063000         PERFORM 800-NOTE                                         MGTRPT00
063100         GO TO 300X.                                              MGTRPT00
063200     MOVE RERUN-TOTAL TO FG-VAL (5, 1).                           MGTRPT00
063300     MOVE 0 TO RATE-WORK.                                         MGTRPT00
063400     IF RUN-TOTAL IS GREATER THAN 0                               MGTRPT00
063500         COMPUTE RATE-WORK ROUNDED =                              MGTRPT00
063600             RERUN-TOTAL * 100 / RUN-TOTAL.                       MGTRPT00
063700     MOVE RATE-WORK TO FG-VAL (6, 1).                             MGTRPT00
063800     MOVE "Y" TO FG-HAVE (5, 1) FG-HAVE (6, 1).                   MGTRPT00
063900 300X.   EXIT.                                                    MGTRPT00
064000 320-PUNCHED.                                                     MGTRPT00
064100     NOTE  CARDS PUNCHED ARE THE PCHLOG PUNCH COUNTS DATED IN THE MGTRPT00
064200         MONTH. A DECK DELIVERED AS CARD IMAGES ON TAPE IS COUNTEDMGTRPT00
064300         SEPARATELY.                                              MGTRPT00
064400     OPEN INPUT PUNCH-LOG.                                        MGTRPT00
064500     IF PLOG-STATUS NOT = "00"                                    MGTRPT00
064600         MOVE "CARDS PUNCHED - PCHLOG NOT PRESENT" TO NT-TEXT (8) MGTRPT00
064700         PERFORM 800-NOTE                                         MGTRPT00
064800         GO TO 320X.                                              MGTRPT00
064900 325-LOG-READ.                                                    MGTRPT00
065000     READ PUNCH-LOG AT END GO TO 330-LOG-DONE.                    MGTRPT00
065100     IF LOG-DATE NOT NUMERIC GO TO 325-LOG-READ.                  MGTRPT00
065200     MOVE LOG-DATE TO LOG-YMD.                                    MGTRPT00
065300     IF LOG-YMD IS LESS THAN FROM-YMD GO TO 325-LOG-READ.         MGTRPT00
065400     IF LOG-YMD IS GREATER THAN THRU-YMD GO TO 325-LOG-READ.      MGTRPT00
065500     IF LOG-PUNCH-CNT NOT NUMERIC GO TO 325-LOG-READ.             MGTRPT00
065600     IF LOG-OUTPUT = "T"                                          MGTRPT00
065700         ADD LOG-PUNCH-CNT TO TAPE-TOTAL                          MGTRPT00
065800     ELSE ADD LOG-PUNCH-CNT TO PUNCH-TOTAL.                       MGTRPT00
065900     GO TO 325-LOG-READ.                                          MGTRPT00
066000 330-LOG-DONE.                                                    MGTRPT00
066100     CLOSE PUNCH-LOG.                                             MGTRPT00
066200     MOVE PUNCH-TOTAL TO FG-VAL (7, 1).                           MGTRPT00
066300     MOVE TAPE-TOTAL TO FG-VAL (8, 1).                            MGTRPT00
066400     MOVE "Y" TO FG-HAVE (7, 1) FG-HAVE (8, 1).                   MGTRPT00
066500 320X.   EXIT.                                                    MGTRPT00
066600 340-DISK.                                                        MGTRPT00
066700     NOTE  CAPACITY IS SUMMED OVER THE ELECTRONIC UNITS THE WAY   MGTRPT00
066800         DIRCTRY HOLDS THEM. DISK AVAILABLE IS THE LATEST DIRTRENDMGTRPT00
066900         DAY DATED IN THE MONTH.                                  MGTRPT00
067000     MOVE 0 TO EU-CAP (1).                                        MGTRPT00
067100     PERFORM 348-ZERO-EU VARYING EX FROM 2 BY 1                   MGTRPT00
067200         UNTIL EX IS GREATER THAN 20.                             MGTRPT00
067300     MOVE 80000 TO EU-CAP (1).                                    MGTRPT00
067400     MOVE 400000 TO EU-CAP (2) EU-CAP (3).                        MGTRPT00
067500     OPEN INPUT EU-CONFIG.                                        MGTRPT00
067600 342-CFG-READ.                                                    MGTRPT00
067700     READ EU-CONFIG AT END GO TO 344-CFG-DONE.                    MGTRPT00
067800     IF CFG-EU-NO NUMERIC AND CFG-CAPACITY NUMERIC                MGTRPT00
067900         IF CFG-EU-NO IS GREATER THAN 0                           MGTRPT00
068000             AND CFG-EU-NO IS NOT GREATER THAN 20                 MGTRPT00
068100             MOVE CFG-CAPACITY TO EU-CAP (CFG-EU-NO).             MGTRPT00
068200     GO TO 342-CFG-READ.                                          MGTRPT00
068300 344-CFG-DONE.                                                    MGTRPT00
068400     CLOSE EU-CONFIG.                                             MGTRPT00
068500     PERFORM 349-ADD-EU VARYING EX FROM 1 BY 1                    MGTRPT00
068600         UNTIL EX IS GREATER THAN 20.                             MGTRPT00
068700     MOVE CAP-TOTAL TO FG-VAL (9, 1).                             MGTRPT00
068800     MOVE "Y" TO FG-HAVE (9, 1).                                  MGTRPT00
068900     OPEN INPUT DIR-TREND.                                        MGTRPT00
069000     IF TREND-STATUS NOT = "00"                                   MGTRPT00
069100         MOVE "DISK AVAILABLE - DIRTREND NOT PRESENT"             MGTRPT00
069200             TO NT-TEXT (8)                                       MGTRPT00
069300         PERFORM 800-NOTE                                         MGTRPT00
069400         GO TO 340X.                                              MGTRPT00
069500     MOVE 0 TO FOUND-SW.                                          MGTRPT00
069600     READ DIR-TREND AT END GO TO 346-TREND-DONE.                  MGTRPT00
069700     PERFORM 350-TREND-DAY VARYING TX FROM 1 BY 1                 MGTRPT00
069800         UNTIL TX IS GREATER THAN 31.                             MGTRPT00
069900 346-TREND-DONE.                                                  MGTRPT00
070000     CLOSE DIR-TREND.                                             MGTRPT00
070100     IF FOUND-SW = 0                                              MGTRPT00
070200         MOVE "DISK AVAILABLE - NO DIRTREND DAY IN THE MONTH"     MGTRPT00
070300             TO NT-TEXT (8)                                       MGTRPT00
070400         PERFORM 800-NOTE                                         MGTRPT00
070500         GO TO 340X.                                              MGTRPT00
070600     MOVE AVAIL-TOTAL TO FG-VAL (10, 1).                          MGTRPT00
070700     MOVE 0 TO RATE-WORK.                                         MGTRPT00
070800     IF CAP-TOTAL IS GREATER THAN 0                               MGTRPT00
070900         COMPUTE RATE-WORK ROUNDED =                              MGTRPT00
071000             AVAIL-TOTAL * 100 / CAP-TOTAL.                       MGTRPT00
071100     MOVE RATE-WORK TO FG-VAL (11, 1).                            MGTRPT00
071200     MOVE "Y" TO FG-HAVE (10, 1) FG-HAVE (11, 1).                 MGTRPT00
071300 340X.   EXIT.                                                    MGTRPT00
071400 348-ZERO-EU.                                                     MGTRPT00
071500     MOVE 0 TO EU-CAP (EX).                                       MGTRPT00
071600 349-ADD-EU.                                                      MGTRPT00
071700     ADD EU-CAP (EX) TO CAP-TOTAL.                                MGTRPT00
071800 350-TREND-DAY.                                                   MGTRPT00
071900     IF TR-DATE (TX) NUMERIC AND TR-DATE (TX) NOT = 0             MGTRPT00
072000         MOVE TR-DATE (TX) TO DATE-WORK                           MGTRPT00
072100         COMPUTE DAY-YMD = DW-YY * 10000 + DW-MM * 100 + DW-DD    MGTRPT00
072200         IF DAY-YMD NOT LESS THAN FROM-YMD                        MGTRPT00
072300             AND DAY-YMD NOT GREATER THAN THRU-YMD                MGTRPT00
072400             AND DAY-YMD NOT LESS THAN BEST-YMD                   MGTRPT00
072500             MOVE DAY-YMD TO BEST-YMD                             MGTRPT00
072600             MOVE TR-AVAILABLE-SEGMENTS (TX) TO AVAIL-TOTAL       MGTRPT00
072700             MOVE 1 TO FOUND-SW.                                  MGTRPT00
072800 360-REELS.                                                       MGTRPT00
072900     NOTE  A REEL WRITTEN AGAIN IS CATALOGUED AGAIN, SO REELS ARE MGTRPT00
073000         COUNTED BY SERIAL. THE LOCATION IS THAT OF THE LATEST    MGTRPT00
073100         ENTRY FOR THE SERIAL.                                    MGTRPT00
073200     OPEN INPUT VOL-CATALOG.                                      MGTRPT00
073300     IF VOL-STATUS NOT = "00"                                     MGTRPT00
073400         MOVE "REELS - VOLCAT NOT PRESENT" TO NT-TEXT (8)         MGTRPT00
073500         PERFORM 800-NOTE                                         MGTRPT00
073600         GO TO 360X.                                              MGTRPT00
073700 365-VOL-READ.                                                    MGTRPT00
073800     READ VOL-CATALOG AT END GO TO 370-VOL-DONE.                  MGTRPT00
073900     IF VC-SERIAL = SPACES GO TO 365-VOL-READ.                    MGTRPT00
074000     MOVE 0 TO VS-HIT.                                            MGTRPT00
074100     PERFORM 375-VOL-SCAN VARYING VX FROM 1 BY 1                  MGTRPT00
074200         UNTIL VX IS GREATER THAN VS-CNT                          MGTRPT00
074300             OR VS-HIT IS GREATER THAN 0.                         MGTRPT00
074400     IF VS-HIT IS GREATER THAN 0                                  MGTRPT00
074500         MOVE VC-LOC TO VS-LOC (VS-HIT)                           MGTRPT00
074600         GO TO 365-VOL-READ.                                      MGTRPT00
074700     IF VS-CNT = 2000                                             MGTRPT00
074800         MOVE "REELS - OVER 2000 SERIALS IN VOLCAT" TO NT-TEXT (8)MGTRPT00
074900         PERFORM 800-NOTE                                         MGTRPT00
075000         CLOSE VOL-CATALOG                                        MGTRPT00
075100         GO TO 360X.                                              MGTRPT00
075200     ADD 1 TO VS-CNT.                                             MGTRPT00
075300     MOVE VC-SERIAL TO VS-SERIAL (VS-CNT).                        MGTRPT00
075400     MOVE VC-LOC TO VS-LOC (VS-CNT).                              MGTRPT00
075500     GO TO 365-VOL-READ.                                          MGTRPT00
075600 370-VOL-DONE.                                                    MGTRPT00
075700     CLOSE VOL-CATALOG.                                           MGTRPT00
075800     PERFORM 378-VAULT-COUNT VARYING VX FROM 1 BY 1               MGTRPT00
075900         UNTIL VX IS GREATER THAN VS-CNT.                         MGTRPT00
076000     MOVE VS-CNT TO FG-VAL (12, 1).                               MGTRPT00
076100     MOVE VAULT-TOTAL TO FG-VAL (13, 1).                          MGTRPT00
076200     MOVE "Y" TO FG-HAVE (12, 1) FG-HAVE (13, 1).                 MGTRPT00
076300 360X.   EXIT.                                                    MGTRPT00
076400 375-VOL-SCAN.                                                    MGTRPT00
076500     IF VS-SERIAL (VX) = VC-SERIAL MOVE VX TO VS-HIT.             MGTRPT00
076600 378-VAULT-COUNT.                                                 MGTRPT00
076700     IF VS-LOC (VX) = "V" ADD 1 TO VAULT-TOTAL.                   MGTRPT00
076800 380-BILLED.                                                      MGTRPT00
076900     NOTE  LOGCLOSE POSTS EACH BILLSUMR AMOUNT TO ARLEDGER AS A   MGTRPT00
077000         BILLING FOR THE MONTH BEFORE CLEARING IT, SO THE MONTH ISMGTRPT00
077100         BILLED ON ARLEDGER PLUS WHATEVER BILLSUMR STILL CARRIES  MGTRPT00
077200         FOR IT.                                                  MGTRPT00
077300     MOVE 0 TO BILL-SW.                                           MGTRPT00
077400     OPEN INPUT BILL-SUMMARY.                                     MGTRPT00
077500     IF BILL-STATUS NOT = "00" GO TO 386-LEDGER.                  MGTRPT00
077600     MOVE 1 TO BILL-SW.                                           MGTRPT00
077700 382-BILL-READ.                                                   MGTRPT00
077800     READ BILL-SUMMARY AT END GO TO 384-BILL-DONE.                MGTRPT00
077900     IF BS-MONTH = CUR-MONTH AND BS-AMOUNT NUMERIC                MGTRPT00
078000         ADD BS-AMOUNT TO BILL-TOTAL.                             MGTRPT00
078100     GO TO 382-BILL-READ.                                         MGTRPT00
078200 384-BILL-DONE.                                                   MGTRPT00
078300     CLOSE BILL-SUMMARY.                                          MGTRPT00
078400 386-LEDGER.                                                      MGTRPT00
078500     OPEN INPUT LEDGER-FILE.                                      MGTRPT00
078600     IF LEDG-STATUS NOT = "00" GO TO 390-BILL-SET.                MGTRPT00
078700     MOVE 1 TO BILL-SW.                                           MGTRPT00
078800 388-LEDGER-READ.                                                 MGTRPT00
078900     READ LEDGER-FILE AT END GO TO 389-LEDGER-DONE.               MGTRPT00
079000     IF AR-TYPE = "B" AND AR-PERIOD = CUR-PERIOD                  MGTRPT00
079100         AND AR-AMOUNT NUMERIC                                    MGTRPT00
079200         ADD AR-AMOUNT TO BILL-TOTAL.                             MGTRPT00
079300     GO TO 388-LEDGER-READ.                                       MGTRPT00
079400 389-LEDGER-DONE.                                                 MGTRPT00
079500     CLOSE LEDGER-FILE.                                           MGTRPT00
079600 390-BILL-SET.                                                    MGTRPT00
079700     IF BILL-SW = 0                                               MGTRPT00
079800         MOVE "TOTAL BILLED - NO BILLSUMR OR ARLEDGER"            MGTRPT00
079900             TO NT-TEXT (8)                                       MGTRPT00
080000         PERFORM 800-NOTE                                         MGTRPT00
080100         GO TO 380X.                                              MGTRPT00
080200     MOVE BILL-TOTAL TO FG-VAL (14, 1).                           MGTRPT00
080300     MOVE "Y" TO FG-HAVE (14, 1).                                 MGTRPT00
080400 380X.   EXIT.                                                    MGTRPT00
080500 400-UTILITY.                                                     MGTRPT00
080600     NOTE  EVERY UTILITY RUN WRITES A START EVENT TO THE SHARED   MGTRPT00
080700         AUDIT TRAIL AND ENDS WITH AN ABORT RESULT WHEN IT STOPS  MGTRPT00
080800         SHORT. THE CONTROL RECORD IN THE FIRST SLOT IS SKIPPED.  MGTRPT00
080900     MOVE AUDIT-REC TO AUDIT-HOLD.                                MGTRPT00
081000     OPEN INPUT AUDIT-TRAIL.                                      MGTRPT00
081100     READ AUDIT-TRAIL AT END GO TO 410-AUDIT-DONE.                MGTRPT00
081200 405-AUDIT-READ.                                                  MGTRPT00
081300     READ AUDIT-TRAIL AT END GO TO 410-AUDIT-DONE.                MGTRPT00
081400     IF AUDIT-REC = SPACES GO TO 405-AUDIT-READ.                  MGTRPT00
081500     IF AU-DATE NOT NUMERIC GO TO 405-AUDIT-READ.                 MGTRPT00
081600     MOVE AU-DATE TO DATE-WORK.                                   MGTRPT00
081700     COMPUTE DAY-YMD = DW-YY * 10000 + DW-MM * 100 + DW-DD.       MGTRPT00
081800     IF DAY-YMD IS LESS THAN FROM-YMD GO TO 405-AUDIT-READ.       MGTRPT00
081900     IF DAY-YMD IS GREATER THAN THRU-YMD GO TO 405-AUDIT-READ.    MGTRPT00
082000     IF AU-EVENT = "START   " ADD 1 TO UTIL-RUNS.                 MGTRPT00
082100     IF AU-RESULT = "ABORT   " ADD 1 TO UTIL-ABORTS.              MGTRPT00
082200     GO TO 405-AUDIT-READ.                                        MGTRPT00
082300 410-AUDIT-DONE.                                                  MGTRPT00
082400     CLOSE AUDIT-TRAIL.                                           MGTRPT00
082500     MOVE AUDIT-HOLD TO AUDIT-REC.                                MGTRPT00
082600     MOVE UTIL-RUNS TO FG-VAL (15, 1).                            MGTRPT00
082700     MOVE UTIL-ABORTS TO FG-VAL (16, 1).                          MGTRPT00
082800     MOVE "Y" TO FG-HAVE (15, 1) FG-HAVE (16, 1).                 MGTRPT00
082900 400X.   EXIT.                                                    MGTRPT00
083000 500-HISTORY.                                                     MGTRPT00
083100     NOTE  MGTHIST IS HELD IN CORE. LAST MONTH AND THE SAME MONTH MGTRPT00
083200         LAST YEAR ARE LOOKED UP IN IT AND THIS MONTHS RECORD IS  MGTRPT00
083300         REPLACED OR ADDED FOR 700-HISTORY-SAVE TO WRITE BACK.    MGTRPT00
083400     OPEN INPUT MGT-HISTORY.                                      MGTRPT00
083500     IF MGT-STATUS NOT = "00" GO TO 520-HISTORY-LOOK.             MGTRPT00
083600 510-HISTORY-READ.                                                MGTRPT00
083700     READ MGT-HISTORY AT END GO TO 515-HISTORY-CLOSE.             MGTRPT00
083800     IF MH-PERIOD NOT NUMERIC GO TO 510-HISTORY-READ.             MGTRPT00
083900     IF MH-PERIOD = CUR-PERIOD GO TO 510-HISTORY-READ.            MGTRPT00
084000     ADD 1 TO MH-CNT.                                             MGTRPT00
084100     MOVE MH-REC TO MT-ENT (MH-CNT).                              MGTRPT00
084200     IF MH-PERIOD = LAST-PERIOD MOVE MH-CNT TO LAST-HIT.          MGTRPT00
084300     IF MH-PERIOD = YEAR-PERIOD MOVE MH-CNT TO YEAR-HIT.          MGTRPT00
084400     IF MH-CNT IS LESS THAN 121 GO TO 510-HISTORY-READ.           MGTRPT00
084500     PERFORM 530-HISTORY-DROP THRU 530X.                          MGTRPT00
084600     GO TO 510-HISTORY-READ.                                      MGTRPT00
084700 515-HISTORY-CLOSE.                                               MGTRPT00
084800     CLOSE MGT-HISTORY.                                           MGTRPT00
084900 520-HISTORY-LOOK.                                                MGTRPT00
085000     IF LAST-HIT IS GREATER THAN 0                                MGTRPT00
085100         MOVE 2 TO CX                                             MGTRPT00
085200         MOVE LAST-HIT TO MX                                      MGTRPT00
085300         PERFORM 540-HISTORY-COLUMN THRU 540X.                    MGTRPT00
085400     IF YEAR-HIT IS GREATER THAN 0                                MGTRPT00
085500         MOVE 3 TO CX                                             MGTRPT00
085600         MOVE YEAR-HIT TO MX                                      MGTRPT00
085700         PERFORM 540-HISTORY-COLUMN THRU 540X.                    MGTRPT00
085800     PERFORM 550-HISTORY-PUT THRU 550X.                           MGTRPT00
085900 500X.   EXIT.                                                    MGTRPT00
086000 530-HISTORY-DROP.                                                MGTRPT00
086100     NOTE  MORE THAN 120 MONTHS - THE OLDEST IS DROPPED.          MGTRPT00
086200     PERFORM 535-HISTORY-SHIFT VARYING MX FROM 1 BY 1             MGTRPT00
086300         UNTIL MX IS GREATER THAN 120.                            MGTRPT00
086400     SUBTRACT 1 FROM MH-CNT.                                      MGTRPT00
086500     IF LAST-HIT IS GREATER THAN 0 SUBTRACT 1 FROM LAST-HIT.      MGTRPT00
086600     IF YEAR-HIT IS GREATER THAN 0 SUBTRACT 1 FROM YEAR-HIT.      MGTRPT00
086700 530X.   EXIT.                                                    MGTRPT00
086800 535-HISTORY-SHIFT.                                               MGTRPT00
086900     COMPUTE MY = MX + 1.                                         MGTRPT00
087000     MOVE MT-ENT (MY) TO MT-ENT (MX).                             MGTRPT00
087100 540-HISTORY-COLUMN.                                              MGTRPT00
087200     MOVE MT-ENT (MX) TO MH-REC.                                  MGTRPT00
087300     PERFORM 545-HISTORY-FIG VARYING FX FROM 1 BY 1               MGTRPT00
087400         UNTIL FX IS GREATER THAN 16.                             MGTRPT00
087500 540X.   EXIT.                                                    MGTRPT00
087600 545-HISTORY-FIG.                                                 MGTRPT00
087700     MOVE "N" TO FG-HAVE (FX, CX).                                MGTRPT00
087800     IF MH-FIG (FX) NUMERIC                                       MGTRPT00
087900         MOVE MH-FIG (FX) TO FG-VAL (FX, CX)                      MGTRPT00
088000         MOVE MH-HAVE-X (FX) TO FG-HAVE (FX, CX).                 MGTRPT00
088100 550-HISTORY-PUT.                                                 MGTRPT00
088200     IF MH-CNT = 120 PERFORM 530-HISTORY-DROP THRU 530X.          MGTRPT00
088300     MOVE SPACES TO MH-REC.                                       MGTRPT00
088400     MOVE CUR-PERIOD TO MH-PERIOD.                                MGTRPT00
088500     MOVE TODAYS-DATE TO MH-DATE.                                 MGTRPT00
088600     MOVE RUN-ID-ENTRY TO MH-RUN-ID.                              MGTRPT00
088700     PERFORM 555-HISTORY-SET VARYING FX FROM 1 BY 1               MGTRPT00
088800         UNTIL FX IS GREATER THAN 16.                             MGTRPT00
088900     ADD 1 TO MH-CNT.                                             MGTRPT00
089000     MOVE MH-REC TO MT-ENT (MH-CNT).                              MGTRPT00
089100 550X.   EXIT.                                                    MGTRPT00
089200 555-HISTORY-SET.                                                 MGTRPT00
089300     MOVE FG-VAL (FX, 1) TO MH-FIG (FX).                          MGTRPT00
089400     MOVE FG-HAVE (FX, 1) TO MH-HAVE-X (FX).                      MGTRPT00
089500 600-REPORT.                                                      MGTRPT00
089600     OPEN OUTPUT REPORT-FILE.                                     MGTRPT00
089700     MOVE "OPERATIONS              " TO TL-PART.                  MGTRPT00
089800     PERFORM 610-PAGE-HEAD THRU 610X.                             MGTRPT00
089900     PERFORM 620-FIGURE THRU 620X VARYING FX FROM 1 BY 1          MGTRPT00
090000         UNTIL FX IS GREATER THAN 8.                              MGTRPT00
090100     MOVE "RESOURCES AND CHARGES   " TO TL-PART.                  MGTRPT00
090200     PERFORM 610-PAGE-HEAD THRU 610X.                             MGTRPT00
090300     PERFORM 620-FIGURE THRU 620X VARYING FX FROM 9 BY 1          MGTRPT00
090400         UNTIL FX IS GREATER THAN 16.                             MGTRPT00
090500     WRITE REPORT-REC FROM BLANK-LINE.                            MGTRPT00
090600     WRITE REPORT-REC FROM BLANK-LINE.                            MGTRPT00
090700     WRITE REPORT-REC FROM NOTE-HEAD.                             MGTRPT00
090800     IF NOTE-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             MGTRPT00
090900     PERFORM 690-NOTE-PUT VARYING NX FROM 1 BY 1                  MGTRPT00
091000         UNTIL NX IS GREATER THAN NOTE-CNT.                       MGTRPT00
091100     CLOSE REPORT-FILE.                                           MGTRPT00
091200 600X.   EXIT.                                                    MGTRPT00
091300 610-PAGE-HEAD.                                                   MGTRPT00
091400     ADD 1 TO PAGE-NO.                                            MGTRPT00
091500     MOVE PAGE-NO TO TL-PAGE.                                     MGTRPT00
091600     IF PAGE-NO IS GREATER THAN 1                                 MGTRPT00
091700         MOVE SPACES TO REPORT-REC                                MGTRPT00
091800         WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.          MGTRPT00
091900     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   MGTRPT00
092000     MOVE "MONTH         " TO ML-KIND.                            MGTRPT00
092100     IF FISC-SW = 1 MOVE "FISCAL PERIOD " TO ML-KIND.             MGTRPT00
092200     MOVE CUR-PERIOD TO ML-PERIOD.                                MGTRPT00
092300     MOVE FROM-YMD TO ML-FROM.                                    MGTRPT00
092400     MOVE THRU-YMD TO ML-THRU.                                    MGTRPT00
092500     MOVE RUN-ID-ENTRY TO ML-RUN-ID.                              MGTRPT00
092600     WRITE REPORT-REC FROM MONTH-LINE BEFORE ADVANCING 2 LINES.   MGTRPT00
092700     WRITE REPORT-REC FROM COL-LINE-1.                            MGTRPT00
092800     MOVE CUR-PERIOD TO CL-THIS.                                  MGTRPT00
092900     MOVE LAST-PERIOD TO CL-LAST.                                 MGTRPT00
093000     MOVE YEAR-PERIOD TO CL-YEAR.                                 MGTRPT00
093100     WRITE REPORT-REC FROM COL-LINE-2 BEFORE ADVANCING 2 LINES.   MGTRPT00
093200 610X.   EXIT.                                                    MGTRPT00
093300 620-FIGURE.                                                      MGTRPT00
093400     MOVE FG-LABEL (FX) TO PL-LABEL.                              MGTRPT00
093500     MOVE 1 TO CX.                                                MGTRPT00
093600     PERFORM 640-EDIT THRU 640X.                                  MGTRPT00
093700     MOVE ED-COLUMN TO PL-THIS.                                   MGTRPT00
093800     MOVE 2 TO CX.                                                MGTRPT00
093900     PERFORM 640-EDIT THRU 640X.                                  MGTRPT00
094000     MOVE ED-COLUMN TO PL-LAST.                                   MGTRPT00
094100     PERFORM 660-DIRECTION THRU 660X.                             MGTRPT00
094200     MOVE ED-COLUMN TO PL-DIR-LAST.                               MGTRPT00
094300     MOVE 3 TO CX.                                                MGTRPT00
094400     PERFORM 640-EDIT THRU 640X.                                  MGTRPT00
094500     MOVE ED-COLUMN TO PL-YEAR.                                   MGTRPT00
094600     PERFORM 660-DIRECTION THRU 660X.                             MGTRPT00
094700     MOVE ED-COLUMN TO PL-DIR-YEAR.                               MGTRPT00
094800     WRITE REPORT-REC FROM FIG-LINE.                              MGTRPT00
094900 620X.   EXIT.                                                    MGTRPT00
095000 640-EDIT.                                                        MGTRPT00
095100     NOTE  HOURS PRINT WITH ONE DECIMAL, PERCENTS AND MONEY WITH  MGTRPT00
095200         TWO, COUNTS WITH NONE.                                   MGTRPT00
095300     IF FG-HAVE (FX, CX) NOT = "Y"                                MGTRPT00
095400         MOVE "   NOT AVAILABLE" TO ED-COLUMN                     MGTRPT00
095500         GO TO 640X.                                              MGTRPT00
095600     IF FG-KIND (FX) = "C"                                        MGTRPT00
095700         MOVE FG-VAL (FX, CX) TO ED-COUNT                         MGTRPT00
095800         MOVE ED-COUNT-GRP TO ED-COLUMN                           MGTRPT00
095900         GO TO 640X.                                              MGTRPT00
096000     IF FG-KIND (FX) = "H"                                        MGTRPT00
096100         MOVE FG-VAL (FX, CX) TO ED-TENTH                         MGTRPT00
096200         MOVE ED-TENTH-GRP TO ED-COLUMN                           MGTRPT00
096300         GO TO 640X.                                              MGTRPT00
096400     MOVE FG-VAL (FX, CX) TO ED-DEC.                              MGTRPT00
096500     MOVE ED-DEC-GRP TO ED-COLUMN.                                MGTRPT00
096600 640X.   EXIT.                                                    MGTRPT00
096700 660-DIRECTION.                                                   MGTRPT00
096800     NOTE  THE CHANGE IS FROM THE EARLIER MONTH IN COLUMN CX TO   MGTRPT00
096900         THIS MONTH - LEFT BLANK WHEN EITHER IS NOT AVAILABLE.    MGTRPT00
097000     MOVE SPACES TO ED-COLUMN.                                    MGTRPT00
097100     IF FG-HAVE (FX, 1) NOT = "Y" OR FG-HAVE (FX, CX) NOT = "Y"   MGTRPT00
097200         GO TO 660X.                                              MGTRPT00
097300     IF FG-VAL (FX, 1) IS GREATER THAN FG-VAL (FX, CX)            MGTRPT00
097400         MOVE "UP  " TO ED-COLUMN                                 MGTRPT00
097500         GO TO 660X.                                              MGTRPT00
097600     IF FG-VAL (FX, 1) IS LESS THAN FG-VAL (FX, CX)               MGTRPT00
097700         MOVE "DOWN" TO ED-COLUMN                                 MGTRPT00
097800         GO TO 660X.                                              MGTRPT00
097900     MOVE "SAME" TO ED-COLUMN.                                    MGTRPT00
098000 660X.   EXIT.                                                    MGTRPT00
098100 690-NOTE-PUT.                                                    MGTRPT00
098200     MOVE NT-TEXT (NX) TO NL-TEXT.                                MGTRPT00
098300     WRITE REPORT-REC FROM NOTE-LINE.                             MGTRPT00
098400 700-HISTORY-SAVE.                                                MGTRPT00
098500     OPEN OUTPUT MGT-HISTORY.                                     MGTRPT00
098600     PERFORM 710-HISTORY-WRITE VARYING MX FROM 1 BY 1             MGTRPT00
098700         UNTIL MX IS GREATER THAN MH-CNT.                         MGTRPT00
098800     CLOSE MGT-HISTORY.                                           MGTRPT00
098900 700X.   EXIT.                                                    MGTRPT00
099000 710-HISTORY-WRITE.                                               MGTRPT00
099100     MOVE MT-ENT (MX) TO MH-REC.                                  MGTRPT00
099200     WRITE MH-REC.                                                MGTRPT00
099300 800-NOTE.                                                        MGTRPT00
099400     NOTE  THE REASON A FIGURE IS NOT AVAILABLE IS PASSED IN THE  MGTRPT00
099500         LAST NOTE SLOT AND KEPT FOR THE FOOT OF PAGE 2.          MGTRPT00
099600     IF NOTE-CNT IS LESS THAN 8                                   MGTRPT00
099700         ADD 1 TO NOTE-CNT                                        MGTRPT00
099800         MOVE NT-TEXT (8) TO NT-TEXT (NOTE-CNT).                  MGTRPT00
099900     DISPLAY NT-TEXT (NOTE-CNT).                                  MGTRPT00
100000 950-AUDIT-START.                                                 MGTRPT00
100100     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     MGTRPT00
100200     MOVE TODAYS-DATE TO AU-DATE.                                 MGTRPT00
100300     MOVE "START   " TO AU-EVENT.                                 MGTRPT00
100400     MOVE SPACES TO AU-RESULT.                                    MGTRPT00
100500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  MGTRPT00
100600 955-AUDIT-END.                                                   MGTRPT00
100700     MOVE TODAYS-DATE TO AU-DATE.                                 MGTRPT00
100800     MOVE "END     " TO AU-EVENT.                                 MGTRPT00
100900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  MGTRPT00
101000 970-AUDIT-WRITE.                                                 MGTRPT00
101100     COMPUTE AU-TIME-HOLD = DATA (1).                             MGTRPT00
101200     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     MGTRPT00
101300     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            MGTRPT00
101400     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       MGTRPT00
101500     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              MGTRPT00
101600     OPEN I-O AUDIT-TRAIL.                                        MGTRPT00
101700     MOVE AUDIT-REC TO AU-SAVE-REC.                               MGTRPT00
101800     MOVE 1 TO AU-KEY.                                            MGTRPT00
101900     READ AUDIT-TRAIL INVALID KEY                                 MGTRPT00
102000         MOVE 2 TO AC-NEXT-SLOT.                                  MGTRPT00
102100     IF AC-NEXT-SLOT NOT NUMERIC                                  MGTRPT00
102200         MOVE 2 TO AC-NEXT-SLOT.                                  MGTRPT00
102300     IF AC-NEXT-SLOT IS LESS THAN 2                               MGTRPT00
102400         MOVE 2 TO AC-NEXT-SLOT.                                  MGTRPT00
102500     MOVE AC-NEXT-SLOT TO AU-NEXT.                                MGTRPT00
102600 980-AUDIT-SKIP.                                                  MGTRPT00
102700     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          MGTRPT00
102800         TOOK IT SINCE THE CONTROL RECORD WAS READ -              MGTRPT00
102900         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          MGTRPT00
103000         OVERWRITING EACH OTHERS EVENTS.                          MGTRPT00
103100     MOVE AU-NEXT TO AU-KEY.                                      MGTRPT00
103200     READ AUDIT-TRAIL INVALID KEY                                 MGTRPT00
103300         GO TO 985-AUDIT-FREE.                                    MGTRPT00
103400     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  MGTRPT00
103500     ADD 1 TO AU-NEXT.                                            MGTRPT00
103600     GO TO 980-AUDIT-SKIP.                                        MGTRPT00
103700 985-AUDIT-FREE.                                                  MGTRPT00
103800     MOVE 1 TO AU-KEY.                                            MGTRPT00
103900     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       MGTRPT00
104000     MOVE 0 TO AU-HASH.                                           MGTRPT00
104100     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  MGTRPT00
104200     MOVE AU-NEXT TO AU-KEY.                                      MGTRPT00
104300     MOVE AU-SAVE-REC TO AUDIT-REC.                               MGTRPT00
104400     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                MGTRPT00
104500 990-AUDIT-PUT.                                                   MGTRPT00
104600     WRITE AUDIT-REC INVALID KEY                                  MGTRPT00
104700         DISPLAY "AUDIT TRAIL FULL".                              MGTRPT00
104800     ADD 1 TO AU-NEXT.                                            MGTRPT00
104900     MOVE 1 TO AU-KEY.                                            MGTRPT00
105000     MOVE SPACES TO AUDIT-REC.                                    MGTRPT00
105100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                MGTRPT00
105200     MOVE AU-HASH TO AC-HASH.                                     MGTRPT00
105300     WRITE AUDIT-REC INVALID KEY                                  MGTRPT00
105400         DISPLAY "AUDIT CONTROL ERROR".                           MGTRPT00
105500     MOVE AU-SAVE-REC TO AUDIT-REC.                               MGTRPT00
105600     CLOSE AUDIT-TRAIL.                                           MGTRPT00
105700 991-AUDIT-HASH.                                                  MGTRPT00
105800     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        MGTRPT00
105900         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     MGTRPT00
106000         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     MGTRPT00
106100         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         MGTRPT00
106200         REMOVED AFTER IT WAS WRITTEN.                            MGTRPT00
106300     MOVE AUDIT-REC TO AU-HASH-REC.                               MGTRPT00
106400     MOVE 0 TO AU-REC-SUM.                                        MGTRPT00
106500     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        MGTRPT00
106600         UNTIL AU-CX IS GREATER THAN 44.                          MGTRPT00
106700     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       MGTRPT00
106800         MOD 999999937.                                           MGTRPT00
106900     GO TO 994-AUDIT-HASH-X.                                      MGTRPT00
107000 992-AUDIT-HASH-CHAR.                                             MGTRPT00
107100     MOVE 49 TO AU-CODE.                                          MGTRPT00
107200     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        MGTRPT00
107300         UNTIL AU-TX IS GREATER THAN 48.                          MGTRPT00
107400     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           MGTRPT00
107500 993-AUDIT-HASH-LOOK.                                             MGTRPT00
107600     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    MGTRPT00
107700 994-AUDIT-HASH-X.                                                MGTRPT00
107800     EXIT.                                                        MGTRPT00
107900 940-AUTH-CHECK.                                                  MGTRPT00
108000     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         MGTRPT00
108100         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           MGTRPT00
108200         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            MGTRPT00
108300         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          MGTRPT00
108400         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        MGTRPT00
108500         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            MGTRPT00
108600     MOVE 0 TO AUTH-OK-SW.                                        MGTRPT00
108700     OPEN INPUT AUTH-FILE.                                        MGTRPT00
108800     IF AUTH-FILE-STATUS NOT = "00"                               MGTRPT00
108900         MOVE 1 TO AUTH-OK-SW                                     MGTRPT00
109000         GO TO 945-AUTH-X.                                        MGTRPT00
109100 941-AUTH-READ.                                                   MGTRPT00
109200     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   MGTRPT00
109300     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         MGTRPT00
109400     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                MGTRPT00
109500     GO TO 941-AUTH-READ.                                         MGTRPT00
109600 943-AUTH-DONE.                                                   MGTRPT00
109700     CLOSE AUTH-FILE.                                             MGTRPT00
109800     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          MGTRPT00
109900     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               MGTRPT00
110000     MOVE TODAYS-DATE TO AU-DATE.                                 MGTRPT00
110100     MOVE "AUTHFAIL" TO AU-EVENT.                                 MGTRPT00
110200     MOVE "REFUSED " TO AU-RESULT.                                MGTRPT00
110300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  MGTRPT00
110400     STOP RUN.                                                    MGTRPT00
110500 945-AUTH-X.                                                      MGTRPT00
110600     EXIT.                                                        MGTRPT00
110700 946-AUTH-GRANT.                                                  MGTRPT00
110800     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          MGTRPT00
110900         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         MGTRPT00
111000         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            MGTRPT00
111100         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                MGTRPT00
111200     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            MGTRPT00
111300     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            MGTRPT00
111400         + AUTH-DATE-IN DIV 100.                                  MGTRPT00
111500     IF RA-EXPIRES NUMERIC                                        MGTRPT00
111600         IF RA-EXPIRES NOT = 0                                    MGTRPT00
111700             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                MGTRPT00
111800                 GO TO 947-AUTH-GRANT-X.                          MGTRPT00
111900     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             MGTRPT00
112000     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             MGTRPT00
112100 947-AUTH-GRANT-X.                                                MGTRPT00
112200     EXIT.                                                        MGTRPT00
112300 930-OPER-SIGNON.                                                 MGTRPT00
112400     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      MGTRPT00
112500         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       MGTRPT00
112600         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          MGTRPT00
112700         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       MGTRPT00
112800         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           MGTRPT00
112900         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         MGTRPT00
113000         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                MGTRPT00
113100     MOVE 0 TO OPER-TRIES.                                        MGTRPT00
113200 931-OPER-ASK.                                                    MGTRPT00
113300     ADD 1 TO OPER-TRIES.                                         MGTRPT00
113400     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            MGTRPT00
113500     ACCEPT OPERATOR-CODE.                                        MGTRPT00
113600     MOVE OPERATOR-CODE TO AU-OPERATOR.                           MGTRPT00
113700     MOVE 0 TO OPER-OK-SW.                                        MGTRPT00
113800     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               MGTRPT00
113900     OPEN INPUT OPER-FILE.                                        MGTRPT00
114000     IF OPER-FILE-STATUS NOT = "00"                               MGTRPT00
114100         MOVE 1 TO OPER-OK-SW                                     MGTRPT00
114200         GO TO 933-OPER-DONE.                                     MGTRPT00
114300 932-OPER-READ.                                                   MGTRPT00
114400     READ OPER-FILE AT END                                        MGTRPT00
114500         CLOSE OPER-FILE                                          MGTRPT00
114600         GO TO 933-OPER-DONE.                                     MGTRPT00
114700     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          MGTRPT00
114800     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 MGTRPT00
114900     GO TO 932-OPER-READ.                                         MGTRPT00
115000 933-OPER-DONE.                                                   MGTRPT00
115100     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       MGTRPT00
115200     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           MGTRPT00
115300     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             MGTRPT00
115400     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             MGTRPT00
115500     MOVE TODAYS-DATE TO AU-DATE.                                 MGTRPT00
115600     MOVE "SIGNFAIL" TO AU-EVENT.                                 MGTRPT00
115700     MOVE "REFUSED " TO AU-RESULT.                                MGTRPT00
115800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  MGTRPT00
115900     STOP RUN.                                                    MGTRPT00
116000 934-OPER-AUTH.                                                   MGTRPT00
116100     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      MGTRPT00
116200 935-OPER-X.                                                      MGTRPT00
116300     EXIT.                                                        MGTRPT00
116400 END-OF-JOB.                                                      MGTRPT00
