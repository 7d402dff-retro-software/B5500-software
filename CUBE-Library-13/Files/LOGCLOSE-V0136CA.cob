001400        HISTORY FILE LOGHIST (MODELED ON OPSTREND),                     00
001500     PRINTS A SAME-MONTH-LAST-YEAR COMPARISON FROM THAT HISTORY         00
001600        SO "ARE WE GROWING" FINALLY HAS AN ANSWER,                      00
001610     POSTS EACH BILLSUMR AMOUNT TO THE RECEIVABLES LEDGER               00
001620        ARLEDGER AS A BILLING (SEE LEDGMNT) AND THEN CLEARS THE         00
001630        MONTH-TO-DATE AMOUNTS IN BILLSUMR, AND                          00
001800     ZEROS THE LOGSUMRY TOTALS SO THE NEW MONTH STARTS CLEAN.           00
001900  RUN IT AFTER THE LAST CHRISLOG RUN OF THE MONTH AND BEFORE THE        00
002000  FIRST RUN OF THE NEW ONE. THE OPERATOR IS ASKED TO ACCEPT A           00
002100  SEVEN-CHARACTER RUN IDENTIFIER FOR THE AUDIT TRAIL.                   00
002101                                                                        00
002102  THE MONTHS BILLINGS ARE ALSO JOURNALLED FOR THE GENERAL LEDGER.       00
002103  A JOURNAL DECK IS WRITTEN TO THE DISK FILE GLJRNL - ONE DEBIT         00
002104  CARD PER COST CENTER (FROM USERMSTR) TO THE DATA PROCESSING           00
002105  CHARGE ACCOUNT, ONE OFFSETTING CREDIT CARD TO THE DATA                00
002106  PROCESSING RECOVERY ACCOUNT AND A TRAILER CARD CARRYING THE           00
002107  CARD COUNT AND THE BATCH DEBIT AND CREDIT TOTALS. A USER NOT ON       00
002108  USERMSTR, OR WITH NO COST CENTER, IS CHARGED TO THE SUSPENSE          00
002109  COST CENTER. THE ACCOUNT CODES ARE THE GL- ITEMS IN WORKING-          00
002110  STORAGE. A BALANCING PAGE PROVES THE JOURNAL AGAINST THE              00
002111  BILLSTMT GRAND TOTAL LEFT IN BILLCTL, SO RUN BILLSTMT FIRST.          00
002112  WHEN THEY AGREE THE DECK IS CHANGED TO PUNCHOUT/GLJYYMM AND           00
002113  QUEUED ON PCHQUEUE FOR DISKPUNCH. WHEN THEY DO NOT THE DECK IS        00
002114  HELD AS GLJRNL - ONCE ACCOUNTING HAS CLEARED THE DIFFERENCE THE       00
002115  OPERATOR RELEASES IT WITH THE CHANGE CARD PRINTED ON THE              00
002116  BALANCING PAGE AND REQUESTS IT THROUGH PCHDISP.                       00
002117     JOURNAL CARD - COLS 1-2 JE, 3 D OR C, 5-10 BATCH (DP AND           00
002118        YYMM), 12-17 COST CENTER, 19-22 ACCOUNT, 24-35 AMOUNT           00
002119        (2 DECIMALS), 37-42 DATE, 44-73 DESCRIPTION, 75-80              00
002120        SEQUENCE.                                                       00
002121     TRAILER CARD - COLS 1-3 JET, 5-10 BATCH, 12-17 JOURNAL             00
002122        CARD COUNT, 24-35 DEBIT TOTAL, 37-42 DATE, 44-55 CREDIT         00
002123        TOTAL, 75-80 SEQUENCE.                                          00
002124                                                                        00
002125  WITH A FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) THE CLOSE IS BY       00
002126  FISCAL PERIOD INSTEAD OF CALENDAR MONTH. SUM-MONTH THEN CARRIES       00
002127  THE PERIOD NUMBER AND THE PERIOD CLOSED IS THE LATEST ONE OF          00
002128  THAT NUMBER TO HAVE STARTED BY TODAY -                                00
002129     THE RUN IS REFUSED WHEN THE PERIOD IS ALREADY CLOSED OR HAS        00
002130        NOT YET ENDED, AND A WARNING IS GIVEN FOR ANY EARLIER           00
002131        PERIOD OF THE FISCAL YEAR THAT IS STILL OPEN,                   00
002132     THE STATEMENT SHOWS THE PERIOD DATES AND QUARTER, AND              00
002133        LOGHIST, ARLEDGER AND THE JOURNAL BATCH CARRY THE FISCAL        00
002134        YEAR AND PERIOD (YYPP) WHERE THEY CARRIED THE CALENDAR          00
002135        YEAR AND MONTH,                                                 00
002136     AT A QUARTER OR FISCAL YEAR END A QUARTER-TO-DATE AND              00
002137        YEAR-TO-DATE PAGE FOLLOWS - THE RUN TOTALS FROM THE             00
002138        LOGHIST SLOTS OF THE FISCAL YEAR AND THE BILLINGS FROM          00
002139        ARLEDGER AND THIS CLOSE, AND                                    00
002140     THE PERIOD IS MARKED CLOSED IN FISCCAL WITH THE DATE AND           00
002141        RUN IDENTIFIER OF THE CLOSE.                                    00
002142  WITH NO FISCCAL THE CALENDAR MONTH IS CLOSED AS BEFORE.               00
002143                                                                        00
002144  CHRISLOG CARRIES THE MONTHS SYSTEM AVAILABILITY FIGURES IN            00
002145  AVAILSUM - TIME LOGGED, SCHEDULED MAINTENANCE AND UNSCHEDULED         00
002146  DOWNTIME IN MINUTES AND THE NUMBER OF UNSCHEDULED OUTAGES. THE        00
002147  CLOSE PRINTS THEM WITH THE AVAILABILITY PERCENT AND MEAN TIME         00
002148  BETWEEN OUTAGES UNDER THE LOGSUMRY TOTALS AND CLEARS THEM, OR         00
002149  SAYS THERE ARE NONE WHEN AVAILSUM IS MISSING OR HOLDS ANOTHER         00
002150  MONTH.                                                                00
002200                                                                        00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         LOGCLS00
002600 DATE-COMPILED.                                                   LOGCLS00
002700 REMARKS. CLOSES THE LOGSUMRY MONTH - FINAL STATEMENT, TWELVE     LOGCLS00
002800     MONTH HISTORY APPEND, SAME-MONTH-LAST-YEAR COMPARISON,       LOGCLS00
002801     ARLEDGER BILLING POST, GENERAL LEDGER JOURNAL DECK AND       LOGCLS00
002802     BALANCING PAGE, BILLSUMR MONTH-TO-DATE CLEAR AND LOGSUMRY    LOGCLS00
002812     RESET. WITH A FISCAL CALENDAR CLOSES THE FISCAL PERIOD,      LOGCLS00
002822     PRINTS QUARTER AND YEAR TO DATE TOTALS AT A QUARTER END AND  LOGCLS00
002832     MARKS THE PERIOD CLOSED SO IT IS NEVER CLOSED TWICE.         LOGCLS00
002842     PRINTS AND CLEARS THE AVAILSUM AVAILABILITY FIGURES.         LOGCLS00
003000 ENVIRONMENT DIVISION.                                            LOGCLS00
003100 CONFIGURATION SECTION.                                           LOGCLS00
003200 SOURCE-COMPUTER. B-5500.                                         LOGCLS00
003600     SELECT LOG-SUMMARY  ASSIGN TO DISK.                          LOGCLS00
003700     SELECT LOG-HISTORY  ASSIGN TO DISK.                          LOGCLS00
003800     SELECT BILL-SUMMARY ASSIGN TO DISK.                          LOGCLS00
003810     SELECT LEDGER-FILE  ASSIGN TO DISK                           LOGCLS00
003820         FILE STATUS IS LEDG-FILE-STATUS.                         LOGCLS00
003830     SELECT USER-MSTR    ASSIGN TO DISK                           LOGCLS00
003840         FILE STATUS IS USER-MSTR-STATUS.                         LOGCLS00
003850     SELECT BILL-CONTROL ASSIGN TO DISK                           LOGCLS00
003860         FILE STATUS IS BCTL-FILE-STATUS.                         LOGCLS00
003870     SELECT GL-DECK      ASSIGN TO DISK.                          LOGCLS00
003880     SELECT PUNCH-QUEUE  ASSIGN TO DISK                           LOGCLS00
003890         FILE STATUS IS PCHQ-FILE-STATUS.                         LOGCLS00
003891     SELECT FISC-CAL     ASSIGN TO DISK                           LOGCLS00
003892         FILE STATUS IS FISC-FILE-STATUS.                         LOGCLS00
003893     SELECT AVAIL-SUM ASSIGN TO DISK                              LOGCLS00
003894         FILE STATUS IS AVAIL-SUM-STATUS.                         LOGCLS00
003900     SELECT AUDIT-TRAIL  ASSIGN TO DISK.                          LOGCLS00
003901     SELECT AUTH-FILE ASSIGN TO DISK                              LOGCLS00
003902         FILE STATUS IS AUTH-FILE-STATUS.                         LOGCLS00
003912     SELECT OPER-FILE ASSIGN TO DISK                              LOGCLS00
003922         FILE STATUS IS OPER-FILE-STATUS.                         LOGCLS00
004000     SELECT REPORT-FILE  ASSIGN TO PRINTER DISK.                  LOGCLS00
004100 DATA DIVISION.                                                   LOGCLS00
004200 FILE SECTION.                                                    LOGCLS00
004201 MD  OPER-FILE                                                    LOGCLS00
004202     ACCESS SEQUENTIAL                                            LOGCLS00
004203     BLOCK CONTAINS 1 RECORDS                                     LOGCLS00
004204     VALUE OF ID "OPROSTER"                                       LOGCLS00
004205     DATA RECORD OPER-REC.                                        LOGCLS00
004206 01  OPER-REC        SZ 80.                                       LOGCLS00
004207     05  OR-CODE         PC X(3).                                 LOGCLS00
004208     05  FILLER          SZ 1.                                    LOGCLS00
004209     05  OR-NAME         PC X(20).                                LOGCLS00
004210     05  FILLER          SZ 1.                                    LOGCLS00
004211     05  OR-STATUS       PC X.                                    LOGCLS00
004212     05  FILLER          SZ 54.                                   LOGCLS00
004300 MD  LOG-SUMMARY                                                  LOGCLS00
004400         ACCESS SEQUENTIAL                                        LOGCLS00
004500         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
007400         10  LH-SYNTAX   PC 9(8).                                 LOGCLS00
007500         10  LH-DS       PC 9(8).                                 LOGCLS00
007600         10  LH-ABORT    PC 9(8).                                 LOGCLS00
007610 01  LOG-HIST-STATS  SZ 818.                                      LOGCLS00
007620     05  FILLER          SZ 2.                                    LOGCLS00
007630     05  LS-ENTRY  OC 12.                                         LOGCLS00
007640         10  FILLER      SZ 4.                                    LOGCLS00
007650         10  LS-STAT     OC 8    PC 9(8).                         LOGCLS00
007700 MD  BILL-SUMMARY                                                 LOGCLS00
007800         ACCESS SEQUENTIAL                                        LOGCLS00
007900         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008500     05  BS-USER         PC X(7).                                 LOGCLS00
008600     05  FILLER          SZ 1.                                    LOGCLS00
008700     05  BS-AMOUNT       PC 9(8)V99.                              LOGCLS00
008701     05  FILLER          SZ 1.                                    LOGCLS00
008702     05  BS-CLASS        PC X.                                    LOGCLS00
008703     05  FILLER          SZ 57.                                   LOGCLS00
008704 MD  LEDGER-FILE                                                  LOGCLS00
008705         ACCESS SEQUENTIAL                                        LOGCLS00
008706         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008707         VALUE OF ID "ARLEDGER"                                   LOGCLS00
008708         DATA RECORD LEDG-REC.                                    LOGCLS00
008709 01  LEDG-REC        SZ 80.                                       LOGCLS00
008710     05  AR-USER         PC X(7).                                 LOGCLS00
008711     05  FILLER          SZ 1.                                    LOGCLS00
008712     05  AR-TYPE         PC X.                                    LOGCLS00
008713     05  FILLER          SZ 1.                                    LOGCLS00
008714     05  AR-DATE         PC 9(6).                                 LOGCLS00
008715     05  FILLER          SZ 1.                                    LOGCLS00
008716     05  AR-PERIOD       PC 9(4).                                 LOGCLS00
008717     05  FILLER          SZ 1.                                    LOGCLS00
008718     05  AR-AMOUNT       PC 9(8)V99.                              LOGCLS00
008719     05  FILLER          SZ 1.                                    LOGCLS00
008720     05  AR-REASON       PC X(2).                                 LOGCLS00
008721     05  FILLER          SZ 1.                                    LOGCLS00
008722     05  AR-APPROVER     PC X(3).                                 LOGCLS00
008723     05  FILLER          SZ 1.                                    LOGCLS00
008724     05  AR-REF          PC X(10).                                LOGCLS00
008725     05  FILLER          SZ 1.                                    LOGCLS00
008726     05  AR-OPERATOR     PC X(3).                                 LOGCLS00
008727     05  FILLER          SZ 1.                                    LOGCLS00
008728     05  AR-RUN-ID       PC X(7).                                 LOGCLS00
008729     05  FILLER          SZ 18.                                   LOGCLS00
008730 MD  USER-MSTR                                                    LOGCLS00
008731         ACCESS SEQUENTIAL                                        LOGCLS00
008732         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008733         VALUE OF ID "USERMSTR"                                   LOGCLS00
008734         DATA RECORD USER-REC.                                    LOGCLS00
008735 01  USER-REC        SZ 160.                                      LOGCLS00
008736     05  UM-USER         PC X(7).                                 LOGCLS00
008737     05  FILLER          SZ 1.                                    LOGCLS00
008738     05  UM-DEPT         PC X(20).                                LOGCLS00
008739     05  FILLER          SZ 1.                                    LOGCLS00
008740     05  UM-PERSON       PC X(20).                                LOGCLS00
008741     05  FILLER          SZ 1.                                    LOGCLS00
008742     05  UM-COST-CTR     PC X(6).                                 LOGCLS00
008743     05  FILLER          SZ 104.                                  LOGCLS00
008744 MD  BILL-CONTROL                                                 LOGCLS00
008745         ACCESS SEQUENTIAL                                        LOGCLS00
008746         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008747         VALUE OF ID "BILLCTL"                                    LOGCLS00
008748         DATA RECORD BCTL-REC.                                    LOGCLS00
008749 01  BCTL-REC        SZ 80.                                       LOGCLS00
008750     05  BC-PERIOD       PC 9(4).                                 LOGCLS00
008751     05  FILLER          SZ 1.                                    LOGCLS00
008752     05  BC-COUNT        PC 9(4).                                 LOGCLS00
008753     05  FILLER          SZ 1.                                    LOGCLS00
008754     05  BC-TOTAL        PC 9(10)V99.                             LOGCLS00
008755     05  FILLER          SZ 1.                                    LOGCLS00
008756     05  BC-DATE         PC 9(6).                                 LOGCLS00
008757     05  FILLER          SZ 51.                                   LOGCLS00
008758 MD  GL-DECK                                                      LOGCLS00
008759         ACCESS SEQUENTIAL                                        LOGCLS00
008760         BLOCK CONTAINS 15 RECORDS                                LOGCLS00
008761         VALUE OF ID "GLJRNL"                                     LOGCLS00
008762         DATA RECORD GL-REC.                                      LOGCLS00
008763 01  GL-REC          SZ 80.                                       LOGCLS00
008764 MD  PUNCH-QUEUE                                                  LOGCLS00
008765         ACCESS SEQUENTIAL                                        LOGCLS00
008766         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008767         VALUE OF ID "PCHQUEUE"                                   LOGCLS00
008768         DATA RECORD QUEUE-REC.                                   LOGCLS00
008769 01  QUEUE-REC       SZ 80.                                       LOGCLS00
008770     05  Q-FILE-ID       PC X(7).                                 LOGCLS00
008771     05  FILLER          SZ 1.                                    LOGCLS00
008772     05  Q-MEDIUM        PC X.                                    LOGCLS00
008773     05  FILLER          SZ 1.                                    LOGCLS00
008774     05  Q-PRIORITY      PC 9.                                    LOGCLS00
008775     05  FILLER          SZ 1.                                    LOGCLS00
008776     05  Q-REQ-BY        PC X(7).                                 LOGCLS00
008777     05  FILLER          SZ 1.                                    LOGCLS00
008778     05  Q-STATUS        PC X(8).                                 LOGCLS00
008779     05  FILLER          SZ 1.                                    LOGCLS00
008780     05  Q-DONE-DATE     PC 9(6).                                 LOGCLS00
008781     05  FILLER          SZ 1.                                    LOGCLS00
008782     05  Q-RUN-ID        PC X(7).                                 LOGCLS00
008783     05  FILLER          SZ 1.                                    LOGCLS00
008784     05  Q-REQ-DATE      PC 9(6).                                 LOGCLS00
008785     05  FILLER          SZ 1.                                    LOGCLS00
008786     05  Q-AGE-DATE      PC 9(6).                                 LOGCLS00
008787     05  FILLER          SZ 23.                                   LOGCLS00
008788 MD  FISC-CAL                                                     LOGCLS00
008789         ACCESS SEQUENTIAL                                        LOGCLS00
008790         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008791         VALUE OF ID "FISCCAL"                                    LOGCLS00
008792         DATA RECORD FISC-REC.                                    LOGCLS00
008793 01  FISC-REC        SZ 80.                                       LOGCLS00
008794     05  FC-TYPE         PC X.                                    LOGCLS00
008795     05  FILLER          SZ 1.                                    LOGCLS00
008796     05  FC-YEAR         PC 99.                                   LOGCLS00
008797     05  FILLER          SZ 1.                                    LOGCLS00
008798     05  FC-PERIOD       PC 99.                                   LOGCLS00
008799     05  FILLER          SZ 1.                                    LOGCLS00
008800     05  FC-START        PC 9(6).                                 LOGCLS00
008801     05  FILLER          SZ 1.                                    LOGCLS00
008802     05  FC-END          PC 9(6).                                 LOGCLS00
008803     05  FILLER          SZ 1.                                    LOGCLS00
008804     05  FC-QUARTER      PC 9.                                    LOGCLS00
008805     05  FILLER          SZ 1.                                    LOGCLS00
008806     05  FC-QTR-END      PC X.                                    LOGCLS00
008807     05  FC-YEAR-END     PC X.                                    LOGCLS00
008808     05  FILLER          SZ 1.                                    LOGCLS00
008809     05  FC-CLOSED       PC 9(6).                                 LOGCLS00
008810     05  FILLER          SZ 1.                                    LOGCLS00
008811     05  FC-CLOSE-RUN    PC X(7).                                 LOGCLS00
008812     05  FILLER          SZ 1.                                    LOGCLS00
008813     05  FC-DESC         PC X(30).                                LOGCLS00
008814     05  FILLER          SZ 8.                                    LOGCLS00
008815 MD  AVAIL-SUM                                                    LOGCLS00
008816         ACCESS SEQUENTIAL                                        LOGCLS00
008817         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
008818         VALUE OF ID "AVAILSUM"                                   LOGCLS00
008819         DATA RECORD ASUM-REC.                                    LOGCLS00
008820 01  ASUM-REC        SZ 80.                                       LOGCLS00
008821     05  ASUM-MONTH      PC 99.                                   LOGCLS00
008822     05  ASUM-SPAN       PC 9(8).                                 LOGCLS00
008823     05  ASUM-SCHED      PC 9(8).                                 LOGCLS00
008824     05  ASUM-UNSCHED    PC 9(8).                                 LOGCLS00
008825     05  ASUM-OUTAGES    PC 9(6).                                 LOGCLS00
008826     05  ASUM-GAPS       PC 9(6).                                 LOGCLS00
008827     05  ASUM-LAST-END   PC 9(8).                                 LOGCLS00
008828     05  FILLER          SZ 34.                                   LOGCLS00
008900 MD  AUTH-FILE                                                    LOGCLS00
008901     ACCESS SEQUENTIAL                                            LOGCLS00
008902     BLOCK CONTAINS 1 RECORDS                                     LOGCLS00
008906     05  RA-RUN-ID       PC X(7).                                 LOGCLS00
008907     05  FILLER          SZ 1.                                    LOGCLS00
008908     05  RA-PROGRAM      PC X(8).                                 LOGCLS00
008909     05  FILLER          SZ 1.                                    LOGCLS00
008910     05  RA-EXPIRES      PC 9(6).                                 LOGCLS00
008911     05  FILLER          SZ 57.                                   LOGCLS00
008912 MD  AUDIT-TRAIL                                                  LOGCLS00
009000         ACCESS RANDOM                                            LOGCLS00
009100         ACTUAL KEY IS AU-KEY                                     LOGCLS00
009200         BLOCK CONTAINS 1 RECORDS                                 LOGCLS00
009300         VALUE OF ID "AUDITTRL"                                   LOGCLS00
009400         DATA RECORD AUDIT-REC.                                   LOGCLS00
009500 01  AUDIT-REC       SZ 44.                                       LOGCLS00
009600     05  AU-PROGRAM      PC X(8)  VA "LOGCLOSE".                  LOGCLS00
009700     05  AU-DATE         PC 9(6).                                 LOGCLS00
009800     05  AU-TIME         PC 9(4).                                 LOGCLS00
009900     05  AU-EVENT        PC X(8).                                 LOGCLS00
010000     05  AU-RESULT       PC X(8).                                 LOGCLS00
010100     05  AU-RUN-ID       PC X(7).                                 LOGCLS00
010110     05  AU-OPERATOR     PC X(3).                                 LOGCLS00
010200 01  AUDIT-CTL.                                                   LOGCLS00
010300     05  AC-NEXT-SLOT    PC 9(8).                                 LOGCLS00
010310     05  AC-HASH         PC 9(9).                                 LOGCLS00
010400     05  FILLER          SZ 27.                                   LOGCLS00
010500 FD  REPORT-FILE                                                  LOGCLS00
010600         VALUE OF ID "LOGCLOSE"                                   LOGCLS00
010700         DATA RECORD REPORT-REC.                                  LOGCLS00
010900 WORKING-STORAGE SECTION.                                         LOGCLS00
010901 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        LOGCLS00
010902 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     LOGCLS00
010903 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     LOGCLS00
010904 77  OPERATOR-CODE   VA SPACE        PC X(3).                     LOGCLS00
010905 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        LOGCLS00
010906 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        LOGCLS00
010912 77  AUTH-TODAY      CMP-1   PC 9(6).                             LOGCLS00
010922 77  AUTH-DATE-IN            PC 9(6).                             LOGCLS00
011000 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             LOGCLS00
011100 77  AU-HH           CMP-1   PC 99.                               LOGCLS00
011200 77  AU-MM           CMP-1   PC 99.                               LOGCLS00
011300 77  AU-KEY          CMP-1   PC 9(8).                             LOGCLS00
011400 77  AU-NEXT         CMP-1   PC 9(8).                             LOGCLS00
011500 01  AU-SAVE-REC             SZ 44.                               LOGCLS00
011501 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     LOGCLS00
011502 77  AU-REC-SUM              CMP-1   PC 9(6).                     LOGCLS00
011503 77  AU-CX                   CMP-1   PC 99.                       LOGCLS00
011504 77  AU-TX                   CMP-1   PC 99.                       LOGCLS00
011505 77  AU-CODE                 CMP-1   PC 99.                       LOGCLS00
011506 01  AU-HASH-REC.                                                 LOGCLS00
011507     05  AU-HC       OC 44   PC X.                                LOGCLS00
011508 01  AU-CHAR-SET.                                                 LOGCLS00
011509     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          LOGCLS00
011510     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          LOGCLS00
011511 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           LOGCLS00
011512     05  AU-CHAR     OC 48   PC X.                                LOGCLS00
011600 77  RUN-ID-ENTRY            PC X(7).                             LOGCLS00
011700 77  LH-IX           CMP-1   PC 99.                               LOGCLS00
011800 77  LH-SLOT         CMP-1   PC 99.                               LOGCLS00
012000 77  CLOSE-YEAR      CMP-1   PC 99.                               LOGCLS00
012100 77  LAST-YEAR       CMP-1   PC 99.                               LOGCLS00
012200 77  MIN-WORK        CMP-1   PC 9(8).                             LOGCLS00
012210 77  AVAIL-SUM-STATUS VA SPACE      PC X(2).                      LOGCLS00
012220 77  AV-UP           CMP-1   PC 9(8).                             LOGCLS00
012230 77  AV-PCT                  PC 999V99.                           LOGCLS00
012240 77  AV-MTBF                 PC 9(5)V9.                           LOGCLS00
012300 77  BILL-CLEARED    CMP-1   PC 9(4)  VA 0.                       LOGCLS00
012310 77  PRIOR-FOUND     CMP-1   PC 9     VA 0.                       LOGCLS00
012320 77  PRIOR-ELAPSED   CMP-1   PC 9(8).                             LOGCLS00
012330 77  LEDG-FILE-STATUS VA SPACE      PC X(2).                      LOGCLS00
012340 77  LEDG-POSTED     CMP-1   PC 9(4)  VA 0.                       LOGCLS00
012350 77  LEDG-TOTAL              PC 9(9)V99 VA 0.                     LOGCLS00
012360 77  BILL-YEAR       CMP-1   PC 99.                               LOGCLS00
012361 77  USER-MSTR-STATUS VA SPACE      PC X(2).                      LOGCLS00
012362 77  BCTL-FILE-STATUS VA SPACE      PC X(2).                      LOGCLS00
012363 77  PCHQ-FILE-STATUS VA SPACE      PC X(2).                      LOGCLS00
012364 77  UT-CNT          CMP-1   PC 999   VA 0.                       LOGCLS00
012365 77  UT-IX           CMP-1   PC 999.                              LOGCLS00
012366 77  UT-HIT          CMP-1   PC 999.                              LOGCLS00
012367 77  JC-CNT          CMP-1   PC 999   VA 0.                       LOGCLS00
012368 77  JC-IX           CMP-1   PC 999.                              LOGCLS00
012369 77  JC-HIT          CMP-1   PC 999.                              LOGCLS00
012370 77  JE-COST-CTR             PC X(6).                             LOGCLS00
012371 77  JE-PERIOD               PC 9(4)  VA 0.                       LOGCLS00
012372 77  JE-SEQ          CMP-1   PC 9(6)  VA 0.                       LOGCLS00
012373 77  JE-DEBITS               PC 9(10)V99 VA 0.                    LOGCLS00
012374 77  JE-DIFF                 PC 9(10)V99.                         LOGCLS00
012375 77  BC-FOUND        CMP-1   PC 9     VA 0.                       LOGCLS00
012376 77  BC-TOTAL-HOLD           PC 9(10)V99 VA 0.                    LOGCLS00
012377 77  GL-EXPENSE-OBJ  VA "7410"       PC X(4).                     LOGCLS00
012378 77  GL-RECOVERY-CC  VA "100900"     PC X(6).                     LOGCLS00
012379 77  GL-RECOVERY-OBJ VA "4910"       PC X(4).                     LOGCLS00
012380 77  GL-SUSPENSE-CC  VA "999999"     PC X(6).                     LOGCLS00
012381 77  FISC-FILE-STATUS VA SPACE      PC X(2).                      LOGCLS00
012382 77  FISC-SW         CMP-1   PC 9     VA 0.                       LOGCLS00
012383 77  QTR-END-SW      CMP-1   PC 9     VA 0.                       LOGCLS00
012384 77  FT-CNT          CMP-1   PC 999   VA 0.                       LOGCLS00
012385 77  FT-IX           CMP-1   PC 999.                              LOGCLS00
012386 77  FT-HIT          CMP-1   PC 999   VA 0.                       LOGCLS00
012387 77  CLOSE-PERIOD    CMP-1   PC 99.                               LOGCLS00
012388 77  CLOSE-QUARTER   CMP-1   PC 9.                                LOGCLS00
012389 77  OPEN-BEHIND     CMP-1   PC 999   VA 0.                       LOGCLS00
012390 77  TODAY-YMD       CMP-1   PC 9(6).                             LOGCLS00
012391 77  LOOK-YEAR       CMP-1   PC 99.                               LOGCLS00
012392 77  LOOK-PERIOD     CMP-1   PC 99.                               LOGCLS00
012393 77  LOOK-QUARTER    CMP-1   PC 9.                                LOGCLS00
012394 77  STAT-IX         CMP-1   PC 9.                                LOGCLS00
012400 01  TODAY-X.                                                     LOGCLS00
012500     05  TD-MM           PC 99.                                   LOGCLS00
012600     05  TD-DD           PC 99.                                   LOGCLS00
012700     05  TD-YY           PC 99.                                   LOGCLS00
012701 01  COST-CTR-TABLE.                                              LOGCLS00
012702     05  UT-ENTRY  OC 200.                                        LOGCLS00
012703         10  UT-USER     PC X(7).                                 LOGCLS00
012704         10  UT-COST-CTR PC X(6).                                 LOGCLS00
012705 01  JOURNAL-TABLE.                                               LOGCLS00
012706     05  JC-ENTRY  OC 200.                                        LOGCLS00
012707         10  JC-COST-CTR PC X(6).                                 LOGCLS00
012708         10  JC-AMOUNT   PC 9(10)V99.                             LOGCLS00
012709         10  JC-LINES    PC 9(4).                                 LOGCLS00
012710 01  GL-DECK-ID.                                                  LOGCLS00
012711     05  FILLER          PC X(3)  VA "GLJ".                       LOGCLS00
012712     05  GD-YYMM         PC 9(4).                                 LOGCLS00
012713 01  GL-HEAD         SZ 80.                                       LOGCLS00
012714     05  FILLER  PC X(10) VA "BEGIN-FILE".                        LOGCLS00
012715     05  FILLER      SZ 5     VA SPACE.                           LOGCLS00
012716     05  FILLER  PC X(9)  VA "PUNCHOUT/".                         LOGCLS00
012717     05  GH-ID       PC X(7).                                     LOGCLS00
012718     05  FILLER      SZ 49    VA SPACE.                           LOGCLS00
012719 01  GL-CHANGE-INFO  SZ 48.                                       LOGCLS00
012720     05  FILLER  PC X(18) VA "CC CHANGE 0000000/".                LOGCLS00
012721     05  FILLER  PC X(18) VA "GLJRNL TO PUNCHOU/".                LOGCLS00
012722     05  GC-ID       PC X(7).                                     LOGCLS00
012723     05  FILLER  PC X(5)  VA ";END.".                             LOGCLS00
012724 01  JE-CARD         SZ 80.                                       LOGCLS00
012725     05  FILLER  PC X(2)  VA "JE".                                LOGCLS00
012726     05  JE-TYPE     PC X.                                        LOGCLS00
012727     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012728     05  JE-BATCH.                                                LOGCLS00
012729         10  FILLER  PC X(2)  VA "DP".                            LOGCLS00
012730         10  JE-BATCH-YYMM PC 9(4).                               LOGCLS00
012731     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012732     05  JE-CC       PC X(6).                                     LOGCLS00
012733     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012734     05  JE-OBJ      PC X(4).                                     LOGCLS00
012735     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012736     05  JE-AMOUNT   PC 9(10)V99.                                 LOGCLS00
012737     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012738     05  JE-DATE     PC 9(6).                                     LOGCLS00
012739     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012740     05  JE-DESC     PC X(30).                                    LOGCLS00
012741     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012742     05  JE-SEQ-OUT  PC 9(6).                                     LOGCLS00
012743 01  JT-CARD         SZ 80.                                       LOGCLS00
012744     05  FILLER  PC X(4)  VA "JET ".                              LOGCLS00
012745     05  JT-BATCH    PC X(6).                                     LOGCLS00
012746     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012747     05  JT-COUNT    PC 9(6).                                     LOGCLS00
012748     05  FILLER      SZ 6     VA SPACE.                           LOGCLS00
012749     05  JT-DEBITS   PC 9(10)V99.                                 LOGCLS00
012750     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012751     05  JT-DATE     PC 9(6).                                     LOGCLS00
012752     05  FILLER      SZ 1     VA SPACE.                           LOGCLS00
012753     05  JT-CREDITS  PC 9(10)V99.                                 LOGCLS00
012754     05  FILLER      SZ 19    VA SPACE.                           LOGCLS00
012755     05  JT-SEQ      PC 9(6).                                     LOGCLS00
012756 01  FISC-TABLE.                                                  LOGCLS00
012757     05  FT-ENTRY  OC 200.                                        LOGCLS00
012758         10  FT-YEAR     PC 99.                                   LOGCLS00
012759         10  FT-PERIOD   PC 99.                                   LOGCLS00
012760         10  FT-START    PC 9(6).                                 LOGCLS00
012761         10  FT-END      PC 9(6).                                 LOGCLS00
012762         10  FT-QUARTER  PC 9.                                    LOGCLS00
012763         10  FT-QTR-END  PC X.                                    LOGCLS00
012764         10  FT-YEAR-END PC X.                                    LOGCLS00
012765         10  FT-CLOSED   PC 9(6).                                 LOGCLS00
012766 01  YMD-WORK.                                                    LOGCLS00
012767     05  YW-DATE         PC 9(6).                                 LOGCLS00
012768 01  YMD-PARTS REDEFINES YMD-WORK.                                LOGCLS00
012769     05  YW-YY           PC 99.                                   LOGCLS00
012770     05  YW-MM           PC 99.                                   LOGCLS00
012771     05  YW-DD           PC 99.                                   LOGCLS00
012772 01  DATE-EDIT.                                                   LOGCLS00
012773     05  DE-MM           PC 99.                                   LOGCLS00
012774     05  FILLER      PC X     VA "/".                             LOGCLS00
012775     05  DE-DD           PC 99.                                   LOGCLS00
012776     05  FILLER      PC X     VA "/".                             LOGCLS00
012777     05  DE-YY           PC 99.                                   LOGCLS00
012778 01  PERIOD-TOTALS.                                               LOGCLS00
012779     05  PT-SET  OC 2.                                            LOGCLS00
012780         10  PT-STAT     OC 8    PC 9(10).                        LOGCLS00
012781         10  PT-BILLED   PC 9(10)V99.                             LOGCLS00
012782 01  STAT-NAME-SET.                                               LOGCLS00
012783     05  FILLER  PC X(24) VA "ELAPSED PROCESS I-O     ".          LOGCLS00
012784     05  FILLER  PC X(24) VA "PRORATE EOJ     SYNTAX  ".          LOGCLS00
012785     05  FILLER  PC X(16) VA "DS-ED   ABORT   ".                  LOGCLS00
012786 01  STAT-NAME-TBL REDEFINES STAT-NAME-SET.                       LOGCLS00
012787     05  STAT-NAME   OC 8    PC X(8).                             LOGCLS00
012788 01  CLOSE-RESULT.                                                LOGCLS00
012789     05  CR-YEAR         PC 99.                                   LOGCLS00
012790     05  FILLER      PC X     VA "/".                             LOGCLS00
012791     05  CR-PERIOD       PC 99.                                   LOGCLS00
012792     05  FILLER      PC X(3)  VA SPACE.                           LOGCLS00
012800 01  TITLE-LINE      SZ 132.                                      LOGCLS00
012810     05  TI-KIND     PC X(7)  VA "MONTHLY".                       LOGCLS00
012820     05  FILLER  PC X(19) VA " CLOSE STATEMENT - ".               LOGCLS00
012830     05  TI-WORD     PC X(7)  VA " MONTH ".                       LOGCLS00
013000     05  TI-MONTH    PC 99.                                       LOGCLS00
013100     05  FILLER  PC X(6)  VA " YEAR ".                            LOGCLS00
013200     05  TI-YEAR     PC 99.                                       LOGCLS00
013300     05  FILLER      SZ 89    VA SPACE.                           LOGCLS00
013301 01  PERIOD-LINE     SZ 132.                                      LOGCLS00
013302     05  FILLER  PC X(20) VA "  PERIOD RUNS FROM  ".              LOGCLS00
013303     05  PL-START    PC X(8).                                     LOGCLS00
013304     05  FILLER  PC X(4)  VA " TO ".                              LOGCLS00
013305     05  PL-END      PC X(8).                                     LOGCLS00
013306     05  FILLER  PC X(10) VA "  QUARTER ".                        LOGCLS00
013307     05  PL-QUARTER  PC 9.                                        LOGCLS00
013308     05  PL-NOTE     PC X(20).                                    LOGCLS00
013309     05  FILLER      SZ 61    VA SPACE.                           LOGCLS00
013310 01  BEHIND-LINE     SZ 132.                                      LOGCLS00
013311     05  FILLER  PC X(12) VA "  WARNING - ".                      LOGCLS00
013312     05  BL-COUNT    PC ZZ9.                                      LOGCLS00
013313     05  FILLER  PC X(40) VA                                      LOGCLS00
013314         " EARLIER PERIODS OF THE YEAR NOT CLOSED ".              LOGCLS00
013315     05  FILLER      SZ 77    VA SPACE.                           LOGCLS00
013400 01  STAT-LINE       SZ 132.                                      LOGCLS00
013500     05  SL-LABEL    PC X(20).                                    LOGCLS00
013600     05  SL-VALUE    PC ZZZZZZZ9.                                 LOGCLS00
015800     05  CL-COUNT    PC ZZZ9.                                     LOGCLS00
015900     05  FILLER  PC X(6)  VA " USERS".                            LOGCLS00
016000     05  FILLER      SZ 93    VA SPACE.                           LOGCLS00
016010 01  LEDGER-LINE     SZ 132.                                      LOGCLS00
016020     05  FILLER  PC X(29) VA "ARLEDGER BILLINGS POSTED     ".     LOGCLS00
016030     05  LP-COUNT    PC ZZZ9.                                     LOGCLS00
016040     05  FILLER  PC X(9)  VA "  TOTAL  ".                         LOGCLS00
016050     05  LP-TOTAL    PC ZZZ,ZZZ,ZZ9.99.                           LOGCLS00
016060     05  FILLER      SZ 76    VA SPACE.                           LOGCLS00
016061 01  AVAIL-HEAD      SZ 132.                                      LOGCLS00
016062     05  FILLER  PC X(29) VA "SYSTEM AVAILABILITY (AVAILSUM".     LOGCLS00
016063     05  FILLER  PC X(1)  VA ")".                                 LOGCLS00
016064     05  FILLER      SZ 102   VA SPACE.                           LOGCLS00
016065 01  AVAIL-NONE      SZ 132.                                      LOGCLS00
016066     05  FILLER  PC X(40) VA                                      LOGCLS00
016067         "  NO AVAILSUM FIGURES FOR THIS MONTH    ".              LOGCLS00
016068     05  FILLER      SZ 92    VA SPACE.                           LOGCLS00
016069 01  RATE-LINE       SZ 132.                                      LOGCLS00
016070     05  RL-LABEL    PC X(20).                                    LOGCLS00
016071     05  RL-VALUE    PC ZZZZ9.99.                                 LOGCLS00
016072     05  RL-VALUE-X REDEFINES RL-VALUE PC X(8).                   LOGCLS00
016073     05  RL-UNITS    PC X(8).                                     LOGCLS00
016074     05  FILLER      SZ 96    VA SPACE.                           LOGCLS00
016100 01  CLOSED-LINE     SZ 132.                                      LOGCLS00
016200     05  CD-TEXT     PC X(42) VA                                  LOGCLS00
016300         "MONTH CLOSED - LOGSUMRY TOTALS RESET TO 0 ".            LOGCLS00
016400     05  FILLER      SZ 90    VA SPACE.                           LOGCLS00
016401 01  GL-TITLE        SZ 132.                                      LOGCLS00
016402     05  FILLER  PC X(33) VA "GENERAL LEDGER JOURNAL BALANCING ". LOGCLS00
016403     05  FILLER  PC X(8)  VA "- BATCH ".                          LOGCLS00
016404     05  GT-BATCH    PC X(6).                                     LOGCLS00
016405     05  FILLER      SZ 85    VA SPACE.                           LOGCLS00
016406 01  GL-CC-HEAD      SZ 132.                                      LOGCLS00
016407     05  FILLER  PC X(27) VA "         COST CTR  ACCOUNT ".       LOGCLS00
016408     05  FILLER  PC X(23) VA "          AMOUNT  LINES".           LOGCLS00
016409     05  FILLER      SZ 82    VA SPACE.                           LOGCLS00
016410 01  GL-CC-LINE      SZ 132.                                      LOGCLS00
016411     05  GC-LABEL    PC X(9).                                     LOGCLS00
016412     05  GC-CC       PC X(6).                                     LOGCLS00
016413     05  FILLER      SZ 4     VA SPACE.                           LOGCLS00
016414     05  GC-OBJ      PC X(4).                                     LOGCLS00
016415     05  FILLER      SZ 4     VA SPACE.                           LOGCLS00
016416     05  GC-AMT      PC Z,ZZZ,ZZZ,ZZ9.99.                         LOGCLS00
016417     05  FILLER      SZ 2     VA SPACE.                           LOGCLS00
016418     05  GC-LINES    PC ZZZ9.                                     LOGCLS00
016419     05  FILLER      SZ 83    VA SPACE.                           LOGCLS00
016420 01  GL-TOT-LINE     SZ 132.                                      LOGCLS00
016421     05  GT-LABEL    PC X(27).                                    LOGCLS00
016422     05  GT-AMT      PC Z,ZZZ,ZZZ,ZZ9.99.                         LOGCLS00
016423     05  FILLER      SZ 2     VA SPACE.                           LOGCLS00
016424     05  GT-NOTE     PC X(20).                                    LOGCLS00
016425     05  FILLER      SZ 67    VA SPACE.                           LOGCLS00
016426 01  GL-RESULT-LINE  SZ 132.                                      LOGCLS00
016427     05  GR-TEXT     PC X(47).                                    LOGCLS00
016428     05  GR-ID       PC X(7).                                     LOGCLS00
016429     05  FILLER      SZ 78    VA SPACE.                           LOGCLS00
016430 01  GL-RELEASE-LINE SZ 132.                                      LOGCLS00
016431     05  FILLER  PC X(16) VA "  TO RELEASE -  ".                  LOGCLS00
016432     05  GR-CARD     PC X(48).                                    LOGCLS00
016433     05  FILLER      SZ 68    VA SPACE.                           LOGCLS00
016434 01  QY-TITLE        SZ 132.                                      LOGCLS00
016435     05  FILLER  PC X(33) VA "QUARTER-TO-DATE AND YEAR-TO-DATE ". LOGCLS00
016436     05  FILLER  PC X(10) VA "- QUARTER ".                        LOGCLS00
016437     05  QY-QUARTER  PC 9.                                        LOGCLS00
016438     05  FILLER  PC X(13) VA " FISCAL YEAR ".                     LOGCLS00
016439     05  QY-YEAR     PC 99.                                       LOGCLS00
016440     05  FILLER      SZ 73    VA SPACE.                           LOGCLS00
016441 01  QY-HEAD         SZ 132.                                      LOGCLS00
016442     05  FILLER      SZ 20    VA SPACE.                           LOGCLS00
016443     05  FILLER  PC X(34) VA                                      LOGCLS00
016444         " QUARTER-TO-DATE     YEAR-TO-DATE ".                    LOGCLS00
016445     05  FILLER      SZ 78    VA SPACE.                           LOGCLS00
016446 01  QY-LINE         SZ 132.                                      LOGCLS00
016447     05  QY-LABEL    PC X(20).                                    LOGCLS00
016448     05  FILLER      SZ 3     VA SPACE.                           LOGCLS00
016449     05  QY-QTD      PC Z,ZZZ,ZZZ,ZZ9.                            LOGCLS00
016450     05  FILLER      SZ 4     VA SPACE.                           LOGCLS00
016451     05  QY-YTD      PC Z,ZZZ,ZZZ,ZZ9.                            LOGCLS00
016452     05  QY-UNITS    PC X(8).                                     LOGCLS00
016453     05  FILLER      SZ 71    VA SPACE.                           LOGCLS00
016454 01  QY-MONEY-LINE   SZ 132.                                      LOGCLS00
016455     05  QM-LABEL    PC X(20).                                    LOGCLS00
016456     05  FILLER      SZ 2     VA SPACE.                           LOGCLS00
016457     05  QM-QTD      PC ZZZ,ZZZ,ZZ9.99.                           LOGCLS00
016458     05  FILLER      SZ 3     VA SPACE.                           LOGCLS00
016459     05  QM-YTD      PC ZZZ,ZZZ,ZZ9.99.                           LOGCLS00
016460     05  FILLER      SZ 79    VA SPACE.                           LOGCLS00
016500 01  BLANK-LINE      SZ 132   VA SPACE.                           LOGCLS00
016600 PROCEDURE DIVISION.                                              LOGCLS00
016700 100-BEGIN.                                                       LOGCLS00
017800     MOVE TD-YY TO CLOSE-YEAR.                                    LOGCLS00
017900     IF SUM-MONTH IS GREATER THAN TD-MM                           LOGCLS00
018000         SUBTRACT 1 FROM CLOSE-YEAR.                              LOGCLS00
018010     PERFORM 120-FISCAL-PERIOD THRU 120X.                         LOGCLS00
018100     OPEN OUTPUT REPORT-FILE.                                     LOGCLS00
018200     MOVE SUM-MONTH TO TI-MONTH.                                  LOGCLS00
018300     MOVE CLOSE-YEAR TO TI-YEAR.                                  LOGCLS00
018400     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   LOGCLS00
018410     IF FISC-SW = 1 PERFORM 130-PERIOD-LINES THRU 130X.           LOGCLS00
018500     MOVE "ELAPSED             " TO SL-LABEL.                     LOGCLS00
018600     COMPUTE MIN-WORK = SUM-ELAPSED / 3600.                       LOGCLS00
018700     PERFORM 200-STAT-MIN.                                        LOGCLS00
020600     MOVE "ABORT               " TO SL-LABEL.                     LOGCLS00
020700     MOVE SUM-ABORT TO MIN-WORK.                                  LOGCLS00
020800     PERFORM 210-STAT-RUNS.                                       LOGCLS00
020810     PERFORM 220-AVAILABILITY THRU 220X.                          LOGCLS00
020900     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
021000     PERFORM 300-HISTORY THRU 300X.                               LOGCLS00
021100     PERFORM 400-COMPARE THRU 400X.                               LOGCLS00
021200     PERFORM 500-CLEAR-BILL THRU 500X.                            LOGCLS00
021210     IF QTR-END-SW = 1 PERFORM 700-PERIOD-TOTALS THRU 700X.       LOGCLS00
021300     MOVE ZERO TO SUM-ELAPSED SUM-PROCESS SUM-I-O SUM-PRORATE     LOGCLS00
021400         SUM-EOJ SUM-SYNTAX SUM-DS SUM-ABORT.                     LOGCLS00
021500     REWRITE SUM-REC.                                             LOGCLS00
021600     CLOSE LOG-SUMMARY.                                           LOGCLS00
021700     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
021800     WRITE REPORT-REC FROM CLOSED-LINE.                           LOGCLS00
021810     IF FISC-SW = 1 PERFORM 750-MARK-CLOSED THRU 750X.            LOGCLS00
021900     CLOSE REPORT-FILE.                                           LOGCLS00
022000     MOVE "OK      " TO AU-RESULT.                                LOGCLS00
022100     PERFORM 955-AUDIT-END.                                       LOGCLS00
022200     STOP RUN.                                                    LOGCLS00
022201 120-FISCAL-PERIOD.                                               LOGCLS00
022202     NOTE  WITH A FISCAL CALENDAR IN FISCCAL THE PERIOD CLOSED IS LOGCLS00
022203         THE LATEST PERIOD NUMBERED SUM-MONTH TO HAVE STARTED BY  LOGCLS00
022204         TODAY, AND IT IS REFUSED WHEN ALREADY CLOSED OR NOT YET  LOGCLS00
022205         ENDED. WITH NO FISCCAL THE CALENDAR MONTH IS CLOSED.     LOGCLS00
022206     COMPUTE TODAY-YMD = TD-YY * 10000 + TD-MM * 100 + TD-DD.     LOGCLS00
022207     MOVE SUM-MONTH TO CLOSE-PERIOD.                              LOGCLS00
022208     OPEN INPUT FISC-CAL.                                         LOGCLS00
022209     IF FISC-FILE-STATUS NOT = "00" GO TO 120X.                   LOGCLS00
022210 122-FISC-READ.                                                   LOGCLS00
022211     READ FISC-CAL AT END GO TO 124-FISC-DONE.                    LOGCLS00
022212     IF FC-TYPE NOT = "P" GO TO 122-FISC-READ.                    LOGCLS00
022213     IF FT-CNT = 200                                              LOGCLS00
022214         DISPLAY "FISCCAL OVER 200 PERIODS - REST NOT USED"       LOGCLS00
022215         GO TO 124-FISC-DONE.                                     LOGCLS00
022216     ADD 1 TO FT-CNT.                                             LOGCLS00
022217     MOVE FC-YEAR TO FT-YEAR (FT-CNT).                            LOGCLS00
022218     MOVE FC-PERIOD TO FT-PERIOD (FT-CNT).                        LOGCLS00
022219     MOVE FC-START TO FT-START (FT-CNT).                          LOGCLS00
022220     MOVE FC-END TO FT-END (FT-CNT).                              LOGCLS00
022221     MOVE FC-QUARTER TO FT-QUARTER (FT-CNT).                      LOGCLS00
022222     MOVE FC-QTR-END TO FT-QTR-END (FT-CNT).                      LOGCLS00
022223     MOVE FC-YEAR-END TO FT-YEAR-END (FT-CNT).                    LOGCLS00
022224     MOVE FC-CLOSED TO FT-CLOSED (FT-CNT).                        LOGCLS00
022225     GO TO 122-FISC-READ.                                         LOGCLS00
022226 124-FISC-DONE.                                                   LOGCLS00
022227     CLOSE FISC-CAL.                                              LOGCLS00
022228     IF FT-CNT = 0 GO TO 120X.                                    LOGCLS00
022229     MOVE 1 TO FISC-SW.                                           LOGCLS00
022230     PERFORM 126-FIND-PERIOD VARYING FT-IX FROM 1 BY 1            LOGCLS00
022231         UNTIL FT-IX IS GREATER THAN FT-CNT.                      LOGCLS00
022232     IF FT-HIT = 0                                                LOGCLS00
022233         DISPLAY "PERIOD " CLOSE-PERIOD                           LOGCLS00
022234             " NOT IN FISCCAL - RUN REFUSED"                      LOGCLS00
022235         GO TO 128-REFUSE.                                        LOGCLS00
022236     IF FT-CLOSED (FT-HIT) NOT = 0                                LOGCLS00
022237         DISPLAY "PERIOD " CLOSE-PERIOD " ALREADY CLOSED ON "     LOGCLS00
022238             FT-CLOSED (FT-HIT) " - RUN REFUSED"                  LOGCLS00
022239         GO TO 128-REFUSE.                                        LOGCLS00
022240     IF FT-END (FT-HIT) IS GREATER THAN TODAY-YMD                 LOGCLS00
022241         DISPLAY "PERIOD " CLOSE-PERIOD " DOES NOT END UNTIL "    LOGCLS00
022242             FT-END (FT-HIT) " - RUN REFUSED"                     LOGCLS00
022243         GO TO 128-REFUSE.                                        LOGCLS00
022244     MOVE FT-YEAR (FT-HIT) TO CLOSE-YEAR.                         LOGCLS00
022245     MOVE FT-QUARTER (FT-HIT) TO CLOSE-QUARTER.                   LOGCLS00
022246     IF FT-QTR-END (FT-HIT) = "Y" MOVE 1 TO QTR-END-SW.           LOGCLS00
022247     IF FT-YEAR-END (FT-HIT) = "Y" MOVE 1 TO QTR-END-SW.          LOGCLS00
022248     MOVE ZERO TO PERIOD-TOTALS.                                  LOGCLS00
022249     MOVE "FISCAL " TO TI-KIND.                                   LOGCLS00
022250     MOVE "PERIOD " TO TI-WORD.                                   LOGCLS00
022251     MOVE "PERIOD CLOSED - LOGSUMRY TOTALS RESET TO 0" TO CD-TEXT.LOGCLS00
022252     PERFORM 127-OPEN-BEHIND VARYING FT-IX FROM 1 BY 1            LOGCLS00
022253         UNTIL FT-IX IS NOT LESS THAN FT-HIT.                     LOGCLS00
022254     IF OPEN-BEHIND IS GREATER THAN 0                             LOGCLS00
022255         DISPLAY "WARNING - " OPEN-BEHIND                         LOGCLS00
022256             " EARLIER PERIODS OF THE YEAR NOT CLOSED".           LOGCLS00
022257     GO TO 120X.                                                  LOGCLS00
022258 128-REFUSE.                                                      LOGCLS00
022259     CLOSE LOG-SUMMARY.                                           LOGCLS00
022260     MOVE "REFUSED " TO AU-RESULT.                                LOGCLS00
022261     PERFORM 955-AUDIT-END.                                       LOGCLS00
022262     STOP RUN.                                                    LOGCLS00
022263 120X.   EXIT.                                                    LOGCLS00
022264 126-FIND-PERIOD.                                                 LOGCLS00
022265     IF FT-PERIOD (FT-IX) = CLOSE-PERIOD                          LOGCLS00
022266         IF FT-START (FT-IX) IS NOT GREATER THAN TODAY-YMD        LOGCLS00
022267             MOVE FT-IX TO FT-HIT.                                LOGCLS00
022268 127-OPEN-BEHIND.                                                 LOGCLS00
022269     IF FT-YEAR (FT-IX) = CLOSE-YEAR AND FT-CLOSED (FT-IX) = 0    LOGCLS00
022270         ADD 1 TO OPEN-BEHIND.                                    LOGCLS00
022271 130-PERIOD-LINES.                                                LOGCLS00
022272     MOVE FT-START (FT-HIT) TO YW-DATE.                           LOGCLS00
022273     PERFORM 135-EDIT-DATE.                                       LOGCLS00
022274     MOVE DATE-EDIT TO PL-START.                                  LOGCLS00
022275     MOVE FT-END (FT-HIT) TO YW-DATE.                             LOGCLS00
022276     PERFORM 135-EDIT-DATE.                                       LOGCLS00
022277     MOVE DATE-EDIT TO PL-END.                                    LOGCLS00
022278     MOVE CLOSE-QUARTER TO PL-QUARTER.                            LOGCLS00
022279     MOVE SPACES TO PL-NOTE.                                      LOGCLS00
022280     IF FT-QTR-END (FT-HIT) = "Y"                                 LOGCLS00
022281         MOVE " - QUARTER END" TO PL-NOTE.                        LOGCLS00
022282     IF FT-YEAR-END (FT-HIT) = "Y"                                LOGCLS00
022283         MOVE " - FISCAL YEAR END" TO PL-NOTE.                    LOGCLS00
022284     WRITE REPORT-REC FROM PERIOD-LINE BEFORE ADVANCING 2 LINES.  LOGCLS00
022285     IF OPEN-BEHIND = 0 GO TO 130X.                               LOGCLS00
022286     MOVE OPEN-BEHIND TO BL-COUNT.                                LOGCLS00
022287     WRITE REPORT-REC FROM BEHIND-LINE BEFORE ADVANCING 2 LINES.  LOGCLS00
022288 130X.   EXIT.                                                    LOGCLS00
022289 135-EDIT-DATE.                                                   LOGCLS00
022290     MOVE YW-MM TO DE-MM.                                         LOGCLS00
022291     MOVE YW-DD TO DE-DD.                                         LOGCLS00
022292     MOVE YW-YY TO DE-YY.                                         LOGCLS00
022300 200-STAT-MIN.                                                    LOGCLS00
022400     MOVE MIN-WORK TO SL-VALUE.                                   LOGCLS00
022500     MOVE " MINUTES" TO SL-UNITS.                                 LOGCLS00
022800     MOVE MIN-WORK TO SL-VALUE.                                   LOGCLS00
022900     MOVE " RUNS   " TO SL-UNITS.                                 LOGCLS00
023000     WRITE REPORT-REC FROM STAT-LINE.                             LOGCLS00
023001 220-AVAILABILITY.                                                LOGCLS00
023002     NOTE  PRINTS THE MONTHS AVAILABILITY FIGURES CHRISLOG        LOGCLS00
023003         CARRIES IN AVAILSUM AND CLEARS THEM. THE END OF THE LAST LOGCLS00
023004         RUN LOGGED IS KEPT SO CHRISLOG STILL SEES A GAP ACROSS   LOGCLS00
023005         THE CLOSE.                                               LOGCLS00
023006     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
023007     WRITE REPORT-REC FROM AVAIL-HEAD.                            LOGCLS00
023008     OPEN I-O AVAIL-SUM.                                          LOGCLS00
023009     IF AVAIL-SUM-STATUS NOT = "00"                               LOGCLS00
023010         WRITE REPORT-REC FROM AVAIL-NONE                         LOGCLS00
023011         GO TO 220X.                                              LOGCLS00
023012     READ AVAIL-SUM AT END                                        LOGCLS00
023013         WRITE REPORT-REC FROM AVAIL-NONE                         LOGCLS00
023014         GO TO 225-AVAIL-CLOSE.                                   LOGCLS00
023015     IF ASUM-MONTH NOT = SUM-MONTH                                LOGCLS00
023016         WRITE REPORT-REC FROM AVAIL-NONE                         LOGCLS00
023017         GO TO 225-AVAIL-CLOSE.                                   LOGCLS00
023018     MOVE "LOGGED              " TO SL-LABEL.                     LOGCLS00
023019     COMPUTE MIN-WORK = ASUM-SPAN / 60.                           LOGCLS00
023020     MOVE MIN-WORK TO SL-VALUE.                                   LOGCLS00
023021     MOVE " HOURS  " TO SL-UNITS.                                 LOGCLS00
023022     WRITE REPORT-REC FROM STAT-LINE.                             LOGCLS00
023023     MOVE "SCHEDULED MAINT     " TO SL-LABEL.                     LOGCLS00
023024     MOVE ASUM-SCHED TO MIN-WORK.                                 LOGCLS00
023025     PERFORM 200-STAT-MIN.                                        LOGCLS00
023026     MOVE "UNSCHEDULED DOWN    " TO SL-LABEL.                     LOGCLS00
023027     MOVE ASUM-UNSCHED TO MIN-WORK.                               LOGCLS00
023028     PERFORM 200-STAT-MIN.                                        LOGCLS00
023029     MOVE "UNSCHEDULED OUTAGES " TO SL-LABEL.                     LOGCLS00
023030     MOVE ASUM-OUTAGES TO SL-VALUE.                               LOGCLS00
023031     MOVE SPACES TO SL-UNITS.                                     LOGCLS00
023032     WRITE REPORT-REC FROM STAT-LINE.                             LOGCLS00
023033     MOVE 0 TO AV-UP.                                             LOGCLS00
023034     COMPUTE MIN-WORK = ASUM-SCHED + ASUM-UNSCHED.                LOGCLS00
023035     IF ASUM-SPAN IS GREATER THAN MIN-WORK                        LOGCLS00
023036         COMPUTE AV-UP = ASUM-SPAN - MIN-WORK.                    LOGCLS00
023037     MOVE "AVAILABILITY        " TO RL-LABEL.                     LOGCLS00
023038     MOVE "     N/A" TO RL-VALUE-X.                               LOGCLS00
023039     MOVE " PCT    " TO RL-UNITS.                                 LOGCLS00
023040     IF ASUM-SPAN IS GREATER THAN ASUM-SCHED                      LOGCLS00
023041         COMPUTE AV-PCT ROUNDED =                                 LOGCLS00
023042             AV-UP * 100 / (ASUM-SPAN - ASUM-SCHED)               LOGCLS00
023043         MOVE AV-PCT TO RL-VALUE.                                 LOGCLS00
023044     WRITE REPORT-REC FROM RATE-LINE.                             LOGCLS00
023045     MOVE "MEAN TIME BETWEEN   " TO RL-LABEL.                     LOGCLS00
023046     MOVE "    NONE" TO RL-VALUE-X.                               LOGCLS00
023047     MOVE " HOURS  " TO RL-UNITS.                                 LOGCLS00
023048     IF ASUM-OUTAGES IS GREATER THAN 0                            LOGCLS00
023049         COMPUTE AV-MTBF ROUNDED = AV-UP / ASUM-OUTAGES / 60      LOGCLS00
023050         MOVE AV-MTBF TO RL-VALUE.                                LOGCLS00
023051     WRITE REPORT-REC FROM RATE-LINE.                             LOGCLS00
023052     MOVE ZERO TO ASUM-SPAN ASUM-SCHED ASUM-UNSCHED ASUM-OUTAGES  LOGCLS00
023053         ASUM-GAPS.                                               LOGCLS00
023054     REWRITE ASUM-REC.                                            LOGCLS00
023055 225-AVAIL-CLOSE.                                                 LOGCLS00
023056     CLOSE AVAIL-SUM.                                             LOGCLS00
023057 220X.   EXIT.                                                    LOGCLS00
023100 300-HISTORY.                                                     LOGCLS00
023200     NOTE  APPENDS THE CLOSED MONTH TO THE TWELVE-SLOT            LOGCLS00
023300         WRAPAROUND LOGHIST FILE THE WAY CHRISLOG APPENDS ITS     LOGCLS00
023310         DAILY TOTALS TO OPSTREND. UNDER A FISCAL CALENDAR THE    LOGCLS00
023320         SLOT CARRIES THE PERIOD NUMBER AND FISCAL YEAR.          LOGCLS00
023500     OPEN I-O LOG-HISTORY.                                        LOGCLS00
023600     READ LOG-HISTORY AT END                                      LOGCLS00
023700         MOVE 1 TO LH-NEXT-SLOT                                   LOGCLS00
025300     IF LH-NEXT-SLOT IS GREATER THAN 12                           LOGCLS00
025400         MOVE 1 TO LH-NEXT-SLOT.                                  LOGCLS00
025500     REWRITE LOG-HIST-REC.                                        LOGCLS00
025501     IF QTR-END-SW = 1                                            LOGCLS00
025502         PERFORM 320-SUM-SLOT THRU 320X VARYING LH-IX FROM 1 BY 1 LOGCLS00
025503             UNTIL LH-IX IS GREATER THAN 12.                      LOGCLS00
025510     CLOSE LOG-HISTORY.                                           LOGCLS00
025600 300X.   EXIT.                                                    LOGCLS00
025700 310-CLEAR-SLOT.                                                  LOGCLS00
025900         LH-ELAPSED (LH-IX) LH-PROCESS (LH-IX) LH-I-O (LH-IX)     LOGCLS00
026000         LH-PRORATE (LH-IX) LH-EOJ (LH-IX) LH-SYNTAX (LH-IX)      LOGCLS00
026100         LH-DS (LH-IX) LH-ABORT (LH-IX).                          LOGCLS00
026101 320-SUM-SLOT.                                                    LOGCLS00
026102     NOTE  ADDS A LOGHIST SLOT OF THE FISCAL YEAR BEING CLOSED TO LOGCLS00
026103         THE YEAR-TO-DATE TOTALS, AND TO THE QUARTER-TO-DATE      LOGCLS00
026104         TOTALS WHEN FISCCAL PUTS ITS PERIOD IN THIS QUARTER.     LOGCLS00
026105     IF LH-YEAR (LH-IX) NOT = CLOSE-YEAR GO TO 320X.              LOGCLS00
026106     IF LH-MONTH (LH-IX) = 0 GO TO 320X.                          LOGCLS00
026107     IF LH-MONTH (LH-IX) IS GREATER THAN CLOSE-PERIOD GO TO 320X. LOGCLS00
026108     MOVE CLOSE-YEAR TO LOOK-YEAR.                                LOGCLS00
026109     MOVE LH-MONTH (LH-IX) TO LOOK-PERIOD.                        LOGCLS00
026110     PERFORM 330-FIND-QUARTER THRU 330X.                          LOGCLS00
026111     IF LOOK-QUARTER = 0 GO TO 320X.                              LOGCLS00
026112     PERFORM 325-ADD-STAT VARYING STAT-IX FROM 1 BY 1             LOGCLS00
026113         UNTIL STAT-IX IS GREATER THAN 8.                         LOGCLS00
026114 320X.   EXIT.                                                    LOGCLS00
026115 325-ADD-STAT.                                                    LOGCLS00
026116     ADD LS-STAT (LH-IX, STAT-IX) TO PT-STAT (2, STAT-IX).        LOGCLS00
026117     IF LOOK-QUARTER = CLOSE-QUARTER                              LOGCLS00
026118         ADD LS-STAT (LH-IX, STAT-IX) TO PT-STAT (1, STAT-IX).    LOGCLS00
026119 330-FIND-QUARTER.                                                LOGCLS00
026120     NOTE  LOOK-QUARTER IS THE QUARTER FISCCAL GIVES PERIOD       LOGCLS00
026121         LOOK-PERIOD OF FISCAL YEAR LOOK-YEAR, ZERO IF NONE.      LOGCLS00
026122     MOVE 0 TO LOOK-QUARTER.                                      LOGCLS00
026123     PERFORM 335-MATCH-QUARTER VARYING FT-IX FROM 1 BY 1          LOGCLS00
026124         UNTIL FT-IX IS GREATER THAN FT-CNT.                      LOGCLS00
026125 330X.   EXIT.                                                    LOGCLS00
026126 335-MATCH-QUARTER.                                               LOGCLS00
026127     IF FT-YEAR (FT-IX) = LOOK-YEAR                               LOGCLS00
026128         IF FT-PERIOD (FT-IX) = LOOK-PERIOD                       LOGCLS00
026129             MOVE FT-QUARTER (FT-IX) TO LOOK-QUARTER.             LOGCLS00
026200 400-COMPARE.                                                     LOGCLS00
026300     NOTE  PRINTS ELAPSED MINUTES FOR THE CLOSED MONTH            LOGCLS00
026400         AGAINST THE SAME MONTH OF THE PRIOR YEAR CAPTURED        LOGCLS00
029800             MOVE LH-IX TO LH-HIT.                                LOGCLS00
030000 500-CLEAR-BILL.                                                  LOGCLS00
030100     OPEN I-O BILL-SUMMARY.                                       LOGCLS00
030110     PERFORM 530-OPEN-LEDGER THRU 530X.                           LOGCLS00
030120     PERFORM 550-LOAD-COST-CTRS THRU 550X.                        LOGCLS00
030200 510-CLEAR-READ.                                                  LOGCLS00
030300     READ BILL-SUMMARY AT END GO TO 520-CLEAR-DONE.               LOGCLS00
030310     IF BS-AMOUNT IS GREATER THAN 0                               LOGCLS00
030320         PERFORM 540-POST-LEDGER THRU 540X                        LOGCLS00
030330         PERFORM 560-JOURNAL-ADD THRU 560X.                       LOGCLS00
030400     MOVE ZERO TO BS-AMOUNT.                                      LOGCLS00
030500     REWRITE BILL-REC.                                            LOGCLS00
030600     ADD 1 TO BILL-CLEARED.                                       LOGCLS00
030700     GO TO 510-CLEAR-READ.                                        LOGCLS00
030800 520-CLEAR-DONE.                                                  LOGCLS00
030900     CLOSE BILL-SUMMARY.                                          LOGCLS00
030910     CLOSE LEDGER-FILE.                                           LOGCLS00
031000     MOVE BILL-CLEARED TO CL-COUNT.                               LOGCLS00
031100     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
031200     WRITE REPORT-REC FROM CLEAR-LINE.                            LOGCLS00
031210     MOVE LEDG-POSTED TO LP-COUNT.                                LOGCLS00
031220     MOVE LEDG-TOTAL TO LP-TOTAL.                                 LOGCLS00
031230     WRITE REPORT-REC FROM LEDGER-LINE.                           LOGCLS00
031240     PERFORM 600-GL-JOURNAL THRU 600X.                            LOGCLS00
031300 500X.   EXIT.                                                    LOGCLS00
031301 530-OPEN-LEDGER.                                                 LOGCLS00
031302     NOTE  BILLINGS GO ON THE END OF ARLEDGER THE WAY TAPEPCH     LOGCLS00
031303         ADDS TO PCHLOG. A MISSING ARLEDGER IS STARTED EMPTY.     LOGCLS00
031304     OPEN I-O LEDGER-FILE.                                        LOGCLS00
031305     IF LEDG-FILE-STATUS NOT = "00"                               LOGCLS00
031306         OPEN OUTPUT LEDGER-FILE                                  LOGCLS00
031307         GO TO 530X.                                              LOGCLS00
031308 535-LEDGER-SKIP.                                                 LOGCLS00
031309     READ LEDGER-FILE AT END GO TO 530X.                          LOGCLS00
031310     IF QTR-END-SW = 1 AND AR-TYPE = "B"                          LOGCLS00
031311         PERFORM 538-BILLED-TO-DATE THRU 538X.                    LOGCLS00
031312     GO TO 535-LEDGER-SKIP.                                       LOGCLS00
031313 530X.   EXIT.                                                    LOGCLS00
031314 538-BILLED-TO-DATE.                                              LOGCLS00
031315     NOTE  A BILLING ALREADY ON ARLEDGER FOR A PERIOD OF THE      LOGCLS00
031316         FISCAL YEAR BEING CLOSED COUNTS TOWARD THE YEAR-TO-DATE  LOGCLS00
031317         BILLINGS, AND TOWARD THE QUARTER-TO-DATE WHEN IT FALLS   LOGCLS00
031318         IN THIS QUARTER.                                         LOGCLS00
031319     IF AR-PERIOD NOT NUMERIC GO TO 538X.                         LOGCLS00
031320     COMPUTE LOOK-YEAR = AR-PERIOD DIV 100.                       LOGCLS00
031321     COMPUTE LOOK-PERIOD = AR-PERIOD MOD 100.                     LOGCLS00
031322     IF LOOK-YEAR NOT = CLOSE-YEAR GO TO 538X.                    LOGCLS00
031323     IF LOOK-PERIOD IS GREATER THAN CLOSE-PERIOD GO TO 538X.      LOGCLS00
031324     PERFORM 330-FIND-QUARTER THRU 330X.                          LOGCLS00
031325     IF LOOK-QUARTER = 0 GO TO 538X.                              LOGCLS00
031326     ADD AR-AMOUNT TO PT-BILLED (2).                              LOGCLS00
031327     IF LOOK-QUARTER = CLOSE-QUARTER                              LOGCLS00
031328         ADD AR-AMOUNT TO PT-BILLED (1).                          LOGCLS00
031329 538X.   EXIT.                                                    LOGCLS00
031330 540-POST-LEDGER.                                                 LOGCLS00
031331     NOTE  ONE BILLING PER BILLSUMR LINE, DATED TODAY AND         LOGCLS00
031332         CARRYING THE BILLED MONTH AND THE RESOURCE AS ITS        LOGCLS00
031333         REFERENCE, BEFORE THE LINE IS CLEARED. A RERUN FINDS     LOGCLS00
031334         THE LINES AT ZERO AND POSTS NOTHING TWICE.               LOGCLS00
031335     MOVE TD-YY TO BILL-YEAR.                                     LOGCLS00
031336     IF BS-MONTH IS GREATER THAN TD-MM                            LOGCLS00
031337         IF BILL-YEAR = 0 MOVE 99 TO BILL-YEAR                    LOGCLS00
031338         ELSE SUBTRACT 1 FROM BILL-YEAR.                          LOGCLS00
031339     IF FISC-SW = 1 MOVE CLOSE-YEAR TO BILL-YEAR.                 LOGCLS00
031340     MOVE SPACES TO LEDG-REC.                                     LOGCLS00
031341     MOVE BS-USER TO AR-USER.                                     LOGCLS00
031342     MOVE "B" TO AR-TYPE.                                         LOGCLS00
031343     COMPUTE AR-DATE = TD-YY * 10000 + TD-MM * 100 + TD-DD.       LOGCLS00
031344     COMPUTE AR-PERIOD = BILL-YEAR * 100 + BS-MONTH.              LOGCLS00
031345     MOVE BS-AMOUNT TO AR-AMOUNT.                                 LOGCLS00
031346     MOVE "MACHINE   " TO AR-REF.                                 LOGCLS00
031347     IF BS-CLASS = "D" MOVE "DISK      " TO AR-REF.               LOGCLS00
031348     IF BS-CLASS = "C" MOVE "CARDS     " TO AR-REF.               LOGCLS00
031349     IF BS-CLASS = "T" MOVE "TAPE      " TO AR-REF.               LOGCLS00
031350     MOVE OPERATOR-CODE TO AR-OPERATOR.                           LOGCLS00
031351     MOVE RUN-ID-ENTRY TO AR-RUN-ID.                              LOGCLS00
031352     WRITE LEDG-REC.                                              LOGCLS00
031353     ADD 1 TO LEDG-POSTED.                                        LOGCLS00
031354     ADD BS-AMOUNT TO LEDG-TOTAL.                                 LOGCLS00
031355 540X.   EXIT.                                                    LOGCLS00
031356 550-LOAD-COST-CTRS.                                              LOGCLS00
031357     NOTE  THE COST CENTER OF EACH USER FOR THE JOURNAL COMES     LOGCLS00
031358         FROM USERMSTR. WITH NO USERMSTR EVERY AMOUNT GOES TO     LOGCLS00
031359         THE SUSPENSE COST CENTER.                                LOGCLS00
031360     OPEN INPUT USER-MSTR.                                        LOGCLS00
031361     IF USER-MSTR-STATUS NOT = "00" GO TO 550X.                   LOGCLS00
031362 555-CC-READ.                                                     LOGCLS00
031363     READ USER-MSTR AT END GO TO 558-CC-DONE.                     LOGCLS00
031364     IF UT-CNT = 200                                              LOGCLS00
031365         DISPLAY "USERMSTR OVER 200 USERS - REST TO SUSPENSE"     LOGCLS00
031366         GO TO 558-CC-DONE.                                       LOGCLS00
031367     ADD 1 TO UT-CNT.                                             LOGCLS00
031368     MOVE UM-USER TO UT-USER (UT-CNT).                            LOGCLS00
031369     MOVE UM-COST-CTR TO UT-COST-CTR (UT-CNT).                    LOGCLS00
031370     GO TO 555-CC-READ.                                           LOGCLS00
031371 558-CC-DONE.                                                     LOGCLS00
031372     CLOSE USER-MSTR.                                             LOGCLS00
031373 550X.   EXIT.                                                    LOGCLS00
031374 560-JOURNAL-ADD.                                                 LOGCLS00
031375     NOTE  ADDS THE BILLSUMR AMOUNT JUST POSTED TO THE LEDGER TO  LOGCLS00
031376         ITS USERS COST CENTER IN THE JOURNAL TABLE. THE BATCH    LOGCLS00
031377         TAKES THE BILLED MONTH OF THE FIRST AMOUNT.              LOGCLS00
031378     IF JE-PERIOD = 0 MOVE AR-PERIOD TO JE-PERIOD.                LOGCLS00
031379     MOVE GL-SUSPENSE-CC TO JE-COST-CTR.                          LOGCLS00
031380     MOVE 0 TO UT-HIT.                                            LOGCLS00
031381     PERFORM 565-FIND-USER VARYING UT-IX FROM 1 BY 1              LOGCLS00
031382         UNTIL UT-IX IS GREATER THAN UT-CNT                       LOGCLS00
031383         OR UT-HIT IS GREATER THAN 0.                             LOGCLS00
031384     IF UT-HIT IS GREATER THAN 0                                  LOGCLS00
031385         IF UT-COST-CTR (UT-HIT) NOT = SPACES                     LOGCLS00
031386             MOVE UT-COST-CTR (UT-HIT) TO JE-COST-CTR.            LOGCLS00
031387     MOVE 0 TO JC-HIT.                                            LOGCLS00
031388     PERFORM 568-FIND-CC VARYING JC-IX FROM 1 BY 1                LOGCLS00
031389         UNTIL JC-IX IS GREATER THAN JC-CNT                       LOGCLS00
031390         OR JC-HIT IS GREATER THAN 0.                             LOGCLS00
031391     IF JC-HIT IS GREATER THAN 0 GO TO 562-JC-ADD.                LOGCLS00
031392     IF JC-CNT = 200                                              LOGCLS00
031393         DISPLAY "OVER 200 COST CENTERS - NOT JOURNALLED "        LOGCLS00
031394             BS-USER                                              LOGCLS00
031395         GO TO 560X.                                              LOGCLS00
031396     ADD 1 TO JC-CNT.                                             LOGCLS00
031397     MOVE JC-CNT TO JC-HIT.                                       LOGCLS00
031398     MOVE JE-COST-CTR TO JC-COST-CTR (JC-HIT).                    LOGCLS00
031399     MOVE 0 TO JC-AMOUNT (JC-HIT).                                LOGCLS00
031400     MOVE 0 TO JC-LINES (JC-HIT).                                 LOGCLS00
031401 562-JC-ADD.                                                      LOGCLS00
031402     ADD BS-AMOUNT TO JC-AMOUNT (JC-HIT).                         LOGCLS00
031403     ADD 1 TO JC-LINES (JC-HIT).                                  LOGCLS00
031404     ADD BS-AMOUNT TO JE-DEBITS.                                  LOGCLS00
031405 560X.   EXIT.                                                    LOGCLS00
031406 565-FIND-USER.                                                   LOGCLS00
031407     IF UT-USER (UT-IX) = BS-USER MOVE UT-IX TO UT-HIT.           LOGCLS00
031408 568-FIND-CC.                                                     LOGCLS00
031409     IF JC-COST-CTR (JC-IX) = JE-COST-CTR MOVE JC-IX TO JC-HIT.   LOGCLS00
031410 600-GL-JOURNAL.                                                  LOGCLS00
031411     NOTE  WRITES THE JOURNAL DECK FROM THE JOURNAL TABLE AND     LOGCLS00
031412         PRINTS THE BALANCING PAGE. THE DECK IS RELEASED TO       LOGCLS00
031413         PUNCHOUT ONLY WHEN ITS TOTAL EQUALS THE BILLSTMT GRAND   LOGCLS00
031414         TOTAL FOR THE SAME MONTH - OTHERWISE IT IS HELD. A RERUN LOGCLS00
031415         FINDS BILLSUMR CLEARED AND WRITES NO DECK.               LOGCLS00
031416     IF JC-CNT = 0 GO TO 600X.                                    LOGCLS00
031417     PERFORM 640-READ-BILL-CTL THRU 640X.                         LOGCLS00
031418     MOVE JE-PERIOD TO JE-BATCH-YYMM.                             LOGCLS00
031419     MOVE JE-PERIOD TO GD-YYMM.                                   LOGCLS00
031420     COMPUTE JE-DATE = TD-YY * 10000 + TD-MM * 100 + TD-DD.       LOGCLS00
031421     OPEN OUTPUT GL-DECK.                                         LOGCLS00
031422     MOVE GL-DECK-ID TO GH-ID.                                    LOGCLS00
031423     WRITE GL-REC FROM GL-HEAD.                                   LOGCLS00
031424     MOVE SPACES TO REPORT-REC.                                   LOGCLS00
031425     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              LOGCLS00
031426     MOVE JE-BATCH TO GT-BATCH.                                   LOGCLS00
031427     WRITE REPORT-REC FROM GL-TITLE BEFORE ADVANCING 2 LINES.     LOGCLS00
031428     WRITE REPORT-REC FROM GL-CC-HEAD.                            LOGCLS00
031429     MOVE "D" TO JE-TYPE.                                         LOGCLS00
031430     MOVE GL-EXPENSE-OBJ TO JE-OBJ.                               LOGCLS00
031431     MOVE "DATA PROCESSING CHARGES       " TO JE-DESC.            LOGCLS00
031432     MOVE "  DEBIT  " TO GC-LABEL.                                LOGCLS00
031433     PERFORM 610-DEBIT-CARD VARYING JC-IX FROM 1 BY 1             LOGCLS00
031434         UNTIL JC-IX IS GREATER THAN JC-CNT.                      LOGCLS00
031435     MOVE "C" TO JE-TYPE.                                         LOGCLS00
031436     MOVE GL-RECOVERY-CC TO JE-CC.                                LOGCLS00
031437     MOVE GL-RECOVERY-OBJ TO JE-OBJ.                              LOGCLS00
031438     MOVE JE-DEBITS TO JE-AMOUNT.                                 LOGCLS00
031439     MOVE "DATA PROCESSING RECOVERY      " TO JE-DESC.            LOGCLS00
031440     ADD 1 TO JE-SEQ.                                             LOGCLS00
031441     MOVE JE-SEQ TO JE-SEQ-OUT.                                   LOGCLS00
031442     WRITE GL-REC FROM JE-CARD.                                   LOGCLS00
031443     MOVE "  CREDIT " TO GC-LABEL.                                LOGCLS00
031444     MOVE JE-CC TO GC-CC.                                         LOGCLS00
031445     MOVE JE-OBJ TO GC-OBJ.                                       LOGCLS00
031446     MOVE JE-DEBITS TO GC-AMT.                                    LOGCLS00
031447     MOVE LEDG-POSTED TO GC-LINES.                                LOGCLS00
031448     WRITE REPORT-REC FROM GL-CC-LINE.                            LOGCLS00
031449     MOVE JE-BATCH TO JT-BATCH.                                   LOGCLS00
031450     MOVE JE-SEQ TO JT-COUNT.                                     LOGCLS00
031451     MOVE JE-DEBITS TO JT-DEBITS.                                 LOGCLS00
031452     MOVE JE-AMOUNT TO JT-CREDITS.                                LOGCLS00
031453     MOVE JE-DATE TO JT-DATE.                                     LOGCLS00
031454     ADD 1 TO JE-SEQ.                                             LOGCLS00
031455     MOVE JE-SEQ TO JT-SEQ.                                       LOGCLS00
031456     WRITE GL-REC FROM JT-CARD.                                   LOGCLS00
031457     CLOSE GL-DECK.                                               LOGCLS00
031458     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
031459     MOVE SPACES TO GT-NOTE.                                      LOGCLS00
031460     MOVE "  JOURNAL DEBITS           " TO GT-LABEL.              LOGCLS00
031461     MOVE JE-DEBITS TO GT-AMT.                                    LOGCLS00
031462     WRITE REPORT-REC FROM GL-TOT-LINE.                           LOGCLS00
031463     MOVE "  JOURNAL CREDITS          " TO GT-LABEL.              LOGCLS00
031464     MOVE JE-AMOUNT TO GT-AMT.                                    LOGCLS00
031465     WRITE REPORT-REC FROM GL-TOT-LINE.                           LOGCLS00
031466     MOVE "  BILLSUMR AMOUNTS POSTED  " TO GT-LABEL.              LOGCLS00
031467     MOVE LEDG-TOTAL TO GT-AMT.                                   LOGCLS00
031468     WRITE REPORT-REC FROM GL-TOT-LINE.                           LOGCLS00
031469     MOVE "  BILLSTMT GRAND TOTAL     " TO GT-LABEL.              LOGCLS00
031470     MOVE BC-TOTAL-HOLD TO GT-AMT.                                LOGCLS00
031471     IF BC-FOUND = 0 MOVE "NOT IN BILLCTL" TO GT-NOTE.            LOGCLS00
031472     WRITE REPORT-REC FROM GL-TOT-LINE.                           LOGCLS00
031473     MOVE SPACES TO GT-NOTE.                                      LOGCLS00
031474     IF JE-DEBITS IS LESS THAN BC-TOTAL-HOLD                      LOGCLS00
031475         COMPUTE JE-DIFF = BC-TOTAL-HOLD - JE-DEBITS              LOGCLS00
031476     ELSE COMPUTE JE-DIFF = JE-DEBITS - BC-TOTAL-HOLD.            LOGCLS00
031477     MOVE "  DIFFERENCE               " TO GT-LABEL.              LOGCLS00
031478     MOVE JE-DIFF TO GT-AMT.                                      LOGCLS00
031479     WRITE REPORT-REC FROM GL-TOT-LINE.                           LOGCLS00
031480     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
031481     MOVE GL-DECK-ID TO GR-ID.                                    LOGCLS00
031482     MOVE GL-DECK-ID TO GC-ID.                                    LOGCLS00
031483     MOVE TODAYS-DATE TO AU-DATE.                                 LOGCLS00
031484     MOVE "GLJOURNL" TO AU-EVENT.                                 LOGCLS00
031485     IF BC-FOUND = 1 AND JE-DIFF = 0 GO TO 620-RELEASE.           LOGCLS00
031486     MOVE "JOURNAL OUT OF BALANCE - DECK HELD AS GLJRNL - " TO    LOGCLS00
031487         GR-TEXT.                                                 LOGCLS00
031488     WRITE REPORT-REC FROM GL-RESULT-LINE.                        LOGCLS00
031489     MOVE GL-CHANGE-INFO TO GR-CARD.                              LOGCLS00
031490     WRITE REPORT-REC FROM GL-RELEASE-LINE.                       LOGCLS00
031491     DISPLAY "GL JOURNAL OUT OF BALANCE - DECK " GL-DECK-ID       LOGCLS00
031492         " HELD".                                                 LOGCLS00
031493     MOVE "HELD    " TO AU-RESULT.                                LOGCLS00
031494     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
031495     GO TO 600X.                                                  LOGCLS00
031496 620-RELEASE.                                                     LOGCLS00
031497     PERFORM WITH GL-CHANGE-INFO.                                 LOGCLS00
031498     PERFORM 650-QUEUE-DECK THRU 650X.                            LOGCLS00
031499     MOVE "JOURNAL IN BALANCE - DECK RELEASED AS PUNCHOUT/" TO    LOGCLS00
031500         GR-TEXT.                                                 LOGCLS00
031501     WRITE REPORT-REC FROM GL-RESULT-LINE.                        LOGCLS00
031502     DISPLAY "FILE " GL-DECK-ID " READY FOR PUNCHING".            LOGCLS00
031503     MOVE "RELEASED" TO AU-RESULT.                                LOGCLS00
031504     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
031505 600X.   EXIT.                                                    LOGCLS00
031506 610-DEBIT-CARD.                                                  LOGCLS00
031507     MOVE JC-COST-CTR (JC-IX) TO JE-CC.                           LOGCLS00
031508     MOVE JC-AMOUNT (JC-IX) TO JE-AMOUNT.                         LOGCLS00
031509     ADD 1 TO JE-SEQ.                                             LOGCLS00
031510     MOVE JE-SEQ TO JE-SEQ-OUT.                                   LOGCLS00
031511     WRITE GL-REC FROM JE-CARD.                                   LOGCLS00
031512     MOVE JE-CC TO GC-CC.                                         LOGCLS00
031513     MOVE JE-OBJ TO GC-OBJ.                                       LOGCLS00
031514     MOVE JE-AMOUNT TO GC-AMT.                                    LOGCLS00
031515     MOVE JC-LINES (JC-IX) TO GC-LINES.                           LOGCLS00
031516     WRITE REPORT-REC FROM GL-CC-LINE.                            LOGCLS00
031517 640-READ-BILL-CTL.                                               LOGCLS00
031518     NOTE  BILLCTL HOLDS THE GRAND TOTAL OF THE LAST BILLSTMT RUN LOGCLS00
031519         AND THE MONTH IT BILLED. A TOTAL FOR ANOTHER MONTH DOES  LOGCLS00
031520         NOT COUNT.                                               LOGCLS00
031521     OPEN INPUT BILL-CONTROL.                                     LOGCLS00
031522     IF BCTL-FILE-STATUS NOT = "00" GO TO 640X.                   LOGCLS00
031523     READ BILL-CONTROL AT END GO TO 645-BC-CLOSE.                 LOGCLS00
031524     IF BC-PERIOD = JE-PERIOD                                     LOGCLS00
031525         MOVE 1 TO BC-FOUND                                       LOGCLS00
031526         MOVE BC-TOTAL TO BC-TOTAL-HOLD.                          LOGCLS00
031527 645-BC-CLOSE.                                                    LOGCLS00
031528     CLOSE BILL-CONTROL.                                          LOGCLS00
031529 640X.   EXIT.                                                    LOGCLS00
031530 650-QUEUE-DECK.                                                  LOGCLS00
031531     NOTE  QUEUES THE RELEASED DECK FOR DISKPUNCH THE WAY PCHDISP LOGCLS00
031532         DOES, WITH NO REQUESTER SO RESCHG DOES NOT BILL THE      LOGCLS00
031533         CARDS TO A USER.                                         LOGCLS00
031534     OPEN I-O PUNCH-QUEUE.                                        LOGCLS00
031535     IF PCHQ-FILE-STATUS NOT = "00"                               LOGCLS00
031536         OPEN OUTPUT PUNCH-QUEUE                                  LOGCLS00
031537         GO TO 658-QUEUE-PUT.                                     LOGCLS00
031538 655-QUEUE-SKIP.                                                  LOGCLS00
031539     READ PUNCH-QUEUE AT END GO TO 658-QUEUE-PUT.                 LOGCLS00
031540     GO TO 655-QUEUE-SKIP.                                        LOGCLS00
031541 658-QUEUE-PUT.                                                   LOGCLS00
031542     MOVE SPACES TO QUEUE-REC.                                    LOGCLS00
031543     MOVE GL-DECK-ID TO Q-FILE-ID.                                LOGCLS00
031544     MOVE "D" TO Q-MEDIUM.                                        LOGCLS00
031545     MOVE 5 TO Q-PRIORITY.                                        LOGCLS00
031546     MOVE "PENDING " TO Q-STATUS.                                 LOGCLS00
031547     MOVE 0 TO Q-DONE-DATE.                                       LOGCLS00
031548     ACCEPT Q-REQ-DATE FROM DATE.                                 LOGCLS00
031549     MOVE Q-REQ-DATE TO Q-AGE-DATE.                               LOGCLS00
031550     WRITE QUEUE-REC.                                             LOGCLS00
031551     CLOSE PUNCH-QUEUE.                                           LOGCLS00
031552 650X.   EXIT.                                                    LOGCLS00
031553 700-PERIOD-TOTALS.                                               LOGCLS00
031554     NOTE  AT A QUARTER OR FISCAL YEAR END PRINTS THE QUARTER-TO- LOGCLS00
031555         DATE AND YEAR-TO-DATE RUN TOTALS GATHERED FROM LOGHIST BYLOGCLS00
031556         300-HISTORY AND THE BILLINGS GATHERED FROM ARLEDGER, WITHLOGCLS00
031557         THE BILLINGS OF THIS CLOSE ADDED.                        LOGCLS00
031558     ADD LEDG-TOTAL TO PT-BILLED (1).                             LOGCLS00
031559     ADD LEDG-TOTAL TO PT-BILLED (2).                             LOGCLS00
031560     MOVE SPACES TO REPORT-REC.                                   LOGCLS00
031561     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              LOGCLS00
031562     MOVE CLOSE-QUARTER TO QY-QUARTER.                            LOGCLS00
031563     MOVE CLOSE-YEAR TO QY-YEAR.                                  LOGCLS00
031564     WRITE REPORT-REC FROM QY-TITLE BEFORE ADVANCING 2 LINES.     LOGCLS00
031565     WRITE REPORT-REC FROM QY-HEAD.                               LOGCLS00
031566     PERFORM 710-TOTAL-LINE VARYING STAT-IX FROM 1 BY 1           LOGCLS00
031567         UNTIL STAT-IX IS GREATER THAN 8.                         LOGCLS00
031568     WRITE REPORT-REC FROM BLANK-LINE.                            LOGCLS00
031569     MOVE "BILLINGS            " TO QM-LABEL.                     LOGCLS00
031570     MOVE PT-BILLED (1) TO QM-QTD.                                LOGCLS00
031571     MOVE PT-BILLED (2) TO QM-YTD.                                LOGCLS00
031572     WRITE REPORT-REC FROM QY-MONEY-LINE.                         LOGCLS00
031573 700X.   EXIT.                                                    LOGCLS00
031574 710-TOTAL-LINE.                                                  LOGCLS00
031575     MOVE STAT-NAME (STAT-IX) TO QY-LABEL.                        LOGCLS00
031576     IF STAT-IX IS GREATER THAN 4                                 LOGCLS00
031577         MOVE PT-STAT (1, STAT-IX) TO QY-QTD                      LOGCLS00
031578         MOVE PT-STAT (2, STAT-IX) TO QY-YTD                      LOGCLS00
031579         MOVE " RUNS   " TO QY-UNITS                              LOGCLS00
031580     ELSE                                                         LOGCLS00
031581         COMPUTE MIN-WORK = PT-STAT (1, STAT-IX) / 3600           LOGCLS00
031582         MOVE MIN-WORK TO QY-QTD                                  LOGCLS00
031583         COMPUTE MIN-WORK = PT-STAT (2, STAT-IX) / 3600           LOGCLS00
031584         MOVE MIN-WORK TO QY-YTD                                  LOGCLS00
031585         MOVE " MINUTES" TO QY-UNITS.                             LOGCLS00
031586     WRITE REPORT-REC FROM QY-LINE.                               LOGCLS00
031587 750-MARK-CLOSED.                                                 LOGCLS00
031588     NOTE  MARKS THE PERIOD CLOSED IN FISCCAL WITH TODAYS DATE ANDLOGCLS00
031589         THE RUN IDENTIFIER, SO A SECOND CLOSE IS REFUSED.        LOGCLS00
031590     OPEN I-O FISC-CAL.                                           LOGCLS00
031591     IF FISC-FILE-STATUS NOT = "00" GO TO 750X.                   LOGCLS00
031592 755-MARK-READ.                                                   LOGCLS00
031593     READ FISC-CAL AT END GO TO 758-MARK-DONE.                    LOGCLS00
031594     IF FC-TYPE NOT = "P" GO TO 755-MARK-READ.                    LOGCLS00
031595     IF FC-YEAR NOT = CLOSE-YEAR GO TO 755-MARK-READ.             LOGCLS00
031596     IF FC-PERIOD NOT = CLOSE-PERIOD GO TO 755-MARK-READ.         LOGCLS00
031597     IF FC-START NOT = FT-START (FT-HIT) GO TO 755-MARK-READ.     LOGCLS00
031598     MOVE TODAY-YMD TO FC-CLOSED.                                 LOGCLS00
031599     MOVE RUN-ID-ENTRY TO FC-CLOSE-RUN.                           LOGCLS00
031600     REWRITE FISC-REC.                                            LOGCLS00
031601     MOVE TODAYS-DATE TO AU-DATE.                                 LOGCLS00
031602     MOVE "PERIODCL" TO AU-EVENT.                                 LOGCLS00
031603     MOVE CLOSE-YEAR TO CR-YEAR.                                  LOGCLS00
031604     MOVE CLOSE-PERIOD TO CR-PERIOD.                              LOGCLS00
031605     MOVE CLOSE-RESULT TO AU-RESULT.                              LOGCLS00
031606     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
031607 758-MARK-DONE.                                                   LOGCLS00
031608     CLOSE FISC-CAL.                                              LOGCLS00
031609 750X.   EXIT.                                                    LOGCLS00
031610 950-AUDIT-START.                                                 LOGCLS00
031611     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     LOGCLS00
031612     MOVE TODAYS-DATE TO AU-DATE.                                 LOGCLS00
031613     MOVE "START   " TO AU-EVENT.                                 LOGCLS00
031700     MOVE SPACES TO AU-RESULT.                                    LOGCLS00
031800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
031900 955-AUDIT-END.                                                   LOGCLS00
033909     ADD 1 TO AU-NEXT.                                            LOGCLS00
033910     GO TO 980-AUDIT-SKIP.                                        LOGCLS00
033911 985-AUDIT-FREE.                                                  LOGCLS00
033912     MOVE 1 TO AU-KEY.                                            LOGCLS00
033913     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       LOGCLS00
033914     MOVE 0 TO AU-HASH.                                           LOGCLS00
033915     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  LOGCLS00
033916     MOVE AU-NEXT TO AU-KEY.                                      LOGCLS00
033917     MOVE AU-SAVE-REC TO AUDIT-REC.                               LOGCLS00
033923     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                LOGCLS00
034200 990-AUDIT-PUT.                                                   LOGCLS00
034300     WRITE AUDIT-REC INVALID KEY                                  LOGCLS00
034400         DISPLAY "AUDIT TRAIL FULL".                              LOGCLS00
034600     MOVE 1 TO AU-KEY.                                            LOGCLS00
034700     MOVE SPACES TO AUDIT-REC.                                    LOGCLS00
034800     MOVE AU-NEXT TO AC-NEXT-SLOT.                                LOGCLS00
034810     MOVE AU-HASH TO AC-HASH.                                     LOGCLS00
034900     WRITE AUDIT-REC INVALID KEY                                  LOGCLS00
035000         DISPLAY "AUDIT CONTROL ERROR".                           LOGCLS00
035100     MOVE AU-SAVE-REC TO AUDIT-REC.                               LOGCLS00
035200     CLOSE AUDIT-TRAIL.                                           LOGCLS00
035201 991-AUDIT-HASH.                                                  LOGCLS00
035202     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        LOGCLS00
035203         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     LOGCLS00
035204         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     LOGCLS00
035205         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         LOGCLS00
035206         REMOVED AFTER IT WAS WRITTEN.                            LOGCLS00
035207     MOVE AUDIT-REC TO AU-HASH-REC.                               LOGCLS00
035208     MOVE 0 TO AU-REC-SUM.                                        LOGCLS00
035209     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        LOGCLS00
035210         UNTIL AU-CX IS GREATER THAN 44.                          LOGCLS00
035211     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       LOGCLS00
035212         MOD 999999937.                                           LOGCLS00
035213     GO TO 994-AUDIT-HASH-X.                                      LOGCLS00
035214 992-AUDIT-HASH-CHAR.                                             LOGCLS00
035215     MOVE 49 TO AU-CODE.                                          LOGCLS00
035216     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        LOGCLS00
035217         UNTIL AU-TX IS GREATER THAN 48.                          LOGCLS00
035218     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           LOGCLS00
035219 993-AUDIT-HASH-LOOK.                                             LOGCLS00
035220     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    LOGCLS00
035221 994-AUDIT-HASH-X.                                                LOGCLS00
035222     EXIT.                                                        LOGCLS00
035223 940-AUTH-CHECK.                                                  LOGCLS00
035224     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         LOGCLS00
035225         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           LOGCLS00
035226         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            LOGCLS00
035227         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          LOGCLS00
035228         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        LOGCLS00
035229         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            LOGCLS00
035230     MOVE 0 TO AUTH-OK-SW.                                        LOGCLS00
035231     OPEN INPUT AUTH-FILE.                                        LOGCLS00
035232     IF AUTH-FILE-STATUS NOT = "00"                               LOGCLS00
035233         MOVE 1 TO AUTH-OK-SW                                     LOGCLS00
035234         GO TO 945-AUTH-X.                                        LOGCLS00
035235 941-AUTH-READ.                                                   LOGCLS00
035236     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   LOGCLS00
035237     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         LOGCLS00
035238     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                LOGCLS00
035239     GO TO 941-AUTH-READ.                                         LOGCLS00
035240 943-AUTH-DONE.                                                   LOGCLS00
035241     CLOSE AUTH-FILE.                                             LOGCLS00
035242     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          LOGCLS00
035243     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               LOGCLS00
035244     MOVE TODAYS-DATE TO AU-DATE.                                 LOGCLS00
035245     MOVE "AUTHFAIL" TO AU-EVENT.                                 LOGCLS00
035246     MOVE "REFUSED " TO AU-RESULT.                                LOGCLS00
035247     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
035248     STOP RUN.                                                    LOGCLS00
035249 945-AUTH-X.                                                      LOGCLS00
035250     EXIT.                                                        LOGCLS00
035251 946-AUTH-GRANT.                                                  LOGCLS00
035252     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          LOGCLS00
035253         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         LOGCLS00
035254         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            LOGCLS00
035255         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                LOGCLS00
035256     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            LOGCLS00
035257     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            LOGCLS00
035258         + AUTH-DATE-IN DIV 100.                                  LOGCLS00
035259     IF RA-EXPIRES NUMERIC                                        LOGCLS00
035260         IF RA-EXPIRES NOT = 0                                    LOGCLS00
035261             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                LOGCLS00
035262                 GO TO 947-AUTH-GRANT-X.                          LOGCLS00
035263     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             LOGCLS00
035264     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             LOGCLS00
035265 947-AUTH-GRANT-X.                                                LOGCLS00
035266     EXIT.                                                        LOGCLS00
035267 930-OPER-SIGNON.                                                 LOGCLS00
035268     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      LOGCLS00
035269         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       LOGCLS00
035270         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          LOGCLS00
035271         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       LOGCLS00
035272         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           LOGCLS00
035273         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         LOGCLS00
035274         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                LOGCLS00
035275     MOVE 0 TO OPER-TRIES.                                        LOGCLS00
035276 931-OPER-ASK.                                                    LOGCLS00
035277     ADD 1 TO OPER-TRIES.                                         LOGCLS00
035278     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            LOGCLS00
035279     ACCEPT OPERATOR-CODE.                                        LOGCLS00
035280     MOVE OPERATOR-CODE TO AU-OPERATOR.                           LOGCLS00
035281     MOVE 0 TO OPER-OK-SW.                                        LOGCLS00
035282     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               LOGCLS00
035283     OPEN INPUT OPER-FILE.                                        LOGCLS00
035284     IF OPER-FILE-STATUS NOT = "00"                               LOGCLS00
035285         MOVE 1 TO OPER-OK-SW                                     LOGCLS00
035286         GO TO 933-OPER-DONE.                                     LOGCLS00
035287 932-OPER-READ.                                                   LOGCLS00
035288     READ OPER-FILE AT END                                        LOGCLS00
035289         CLOSE OPER-FILE                                          LOGCLS00
035290         GO TO 933-OPER-DONE.                                     LOGCLS00
035291     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          LOGCLS00
035292     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 LOGCLS00
035293     GO TO 932-OPER-READ.                                         LOGCLS00
035294 933-OPER-DONE.                                                   LOGCLS00
035295     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       LOGCLS00
035296     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           LOGCLS00
035297     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             LOGCLS00
035298     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             LOGCLS00
035299     MOVE TODAYS-DATE TO AU-DATE.                                 LOGCLS00
035300     MOVE "SIGNFAIL" TO AU-EVENT.                                 LOGCLS00
035301     MOVE "REFUSED " TO AU-RESULT.                                LOGCLS00
035302     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  LOGCLS00
035303     STOP RUN.                                                    LOGCLS00
035304 934-OPER-AUTH.                                                   LOGCLS00
035305     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      LOGCLS00
035306 935-OPER-X.                                                      LOGCLS00
035307     EXIT.                                                        LOGCLS00
035308 END-OF-JOB.                                                      LOGCLS00
