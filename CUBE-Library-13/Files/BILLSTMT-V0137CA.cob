001700  THE STATEMENT SHOWS THE DAY RATE IN FORCE AT RUN TIME AND THE         00
001800  CHARGEABLE MINUTES ARE DERIVED FROM THE AMOUNT AT THAT RATE.          00
001900                                                                        00
001910  THE STATEMENT IS HEADED FROM THE USER MASTER FILE USERMSTR -          00
001920  COST CENTER, DEPARTMENT, THE PERSON IT IS FOR THE ATTENTION OF        00
001930  AND THE THREE-LINE MAILING ADDRESS. A USER NUMBER NOT ON              00
001940  USERMSTR, OR ONE WHOSE ACCOUNT HAS BEEN CLOSED, IS FLAGGED ON         00
001950  ITS STATEMENT SO ACCOUNTING CAN FOLLOW IT UP. WITHOUT A               00
001960  USERMSTR THE STATEMENTS PRINT AS BEFORE.                              00
001961  DISK SPACE, PUNCHED CARDS AND TAPE REELS ARE PRICED BY RESCHG         00
001962  AND POSTED TO BILLSUMR AS RESOURCE LINES (A CLASS IN COL 23).         00
001963  EACH PRINTS UNDER ITS OWN HEADING ON THE USERS STATEMENT WITH         00
001964  THE QUANTITY AND RATE RESCHG BILLED, FOLLOWED BY THE STATEMENT        00
001965  TOTAL. A USER WITH RESOURCE CHARGES BUT NO MACHINE TIME STILL         00
001966  GETS A STATEMENT. RUN RESCHG BEFORE THIS PROGRAM.                     00
001970                                                                        00
001971  ACCOUNTS RECEIVABLE - WHEN THE ARLEDGER FILE IS PRESENT EACH          00
001972  STATEMENT ENDS WITH AN ACCOUNT SUMMARY - THE BALANCE BROUGHT          00
001973  FORWARD FROM EARLIER MONTHS, THIS MONTHS CHARGES, THE DEBIT AND       00
001974  CREDIT ADJUSTMENTS AND THE PAYMENTS AND TRANSFERS POSTED BY           00
001975  LEDGMNT FOR THE MONTH, AND THE BALANCE DUE, FOLLOWED BY EACH OF       00
001976  THOSE POSTINGS WITH ITS DATE, REASON CODE AND REFERENCE. A            00
001977  CREDIT BALANCE PRINTS WITH CR. A USER WITH NO CHARGES THIS            00
001978  MONTH BUT A BALANCE OR POSTINGS STILL GETS A STATEMENT. THIS          00
001979  MONTHS CHARGES GO ONTO ARLEDGER IN THE LOGCLOSE RUN THAT              00
001980  FOLLOWS, SO THEY ARE TAKEN FROM BILLSUMR HERE.                        00
001981                                                                        00
001982  THE LAST PAGE OF THE RUN GIVES THE STATEMENT COUNT AND THE            00
001983  GRAND TOTAL OF THE MONTHS CHARGES, WHICH IS ALSO LEFT IN THE          00
001984  CATALOGUED FILE BILLCTL FOR THE LOGCLOSE GENERAL LEDGER               00
001985  JOURNAL TO BALANCE AGAINST.                                           00
001986                                                                        00
001987  WITH A FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) THE BILLING           00
001988  MONTH IS THE FISCAL PERIOD - THE LATEST PERIOD OF THAT NUMBER TO      00
001989  HAVE STARTED BY TODAY. THE STATEMENTS AND THE RUN TOTALS PAGE         00
001990  ARE HEADED WITH THE PERIOD, ITS FISCAL YEAR AND ITS DATES, AND        00
001991  THE ACCOUNT SUMMARY AND BILLCTL USE THE FISCAL YEAR AND PERIOD        00
001992  (YYPP) THAT LOGCLOSE POSTS TO ARLEDGER.                               00
002000                                                                        00
002100 IDENTIFICATION DIVISION.                                         BILSTM00
002200 PROGRAM-ID. USER BILLING STATEMENTS "BILLSTMT".                  BILSTM00
002300 DATE-COMPILED.                                                   BILSTM00
002400 REMARKS. READS BILLSUMR AND RATECARD AND PRINTS ONE BILLING      BILSTM00
002500     STATEMENT PAGE PER USER, HEADED WITH THE DEPARTMENT AND      BILSTM00
002510     MAILING ADDRESS FROM USERMSTR, WITH DISK, CARD AND TAPE      BILSTM00
002520     CHARGES UNDER THEIR OWN HEADINGS, AND AN ACCOUNT SUMMARY     BILSTM00
002530     FROM THE ARLEDGER RECEIVABLES LEDGER, BY CALENDAR MONTH OR   BILSTM00
002540     BY FISCAL PERIOD FROM FISCCAL.                               BILSTM00
002600 ENVIRONMENT DIVISION.                                            BILSTM00
002700 CONFIGURATION SECTION.                                           BILSTM00
002800 SOURCE-COMPUTER. B-5500.                                         BILSTM00
003100 FILE-CONTROL.                                                    BILSTM00
003200     SELECT BILL-SUMMARY ASSIGN TO DISK.                          BILSTM00
003300     SELECT RATE-CARD    ASSIGN TO DISK.                          BILSTM00
003310     SELECT USER-MSTR   ASSIGN TO DISK                            BILSTM00
003320         FILE STATUS IS USER-MSTR-STATUS.                         BILSTM00
003330     SELECT LEDGER-FILE  ASSIGN TO DISK                           BILSTM00
003340         FILE STATUS IS LEDG-FILE-STATUS.                         BILSTM00
003350     SELECT BILL-CONTROL ASSIGN TO DISK.                          BILSTM00
003360     SELECT FISC-CAL     ASSIGN TO DISK                           BILSTM00
003370         FILE STATUS IS FISC-FILE-STATUS.                         BILSTM00
003400     SELECT REPORT-FILE  ASSIGN TO PRINTER DISK.                  BILSTM00
003500 DATA DIVISION.                                                   BILSTM00
003600 FILE SECTION.                                                    BILSTM00
004500     05  BS-USER         PC X(7).                                 BILSTM00
004600     05  FILLER          SZ 1.                                    BILSTM00
004700     05  BS-AMOUNT       PC 9(8)V99.                              BILSTM00
004710     05  FILLER          SZ 1.                                    BILSTM00
004720     05  BS-CLASS        PC X.                                    BILSTM00
004730     05  FILLER          SZ 1.                                    BILSTM00
004740     05  BS-QTY          PC 9(11).                                BILSTM00
004750     05  FILLER          SZ 1.                                    BILSTM00
004760     05  BS-RATE         PC 9(4)V99.                              BILSTM00
004770     05  FILLER          SZ 38.                                   BILSTM00
004900 MD  RATE-CARD                                                    BILSTM00
005000         ACCESS SEQUENTIAL                                        BILSTM00
005100         BLOCK CONTAINS 1 RECORDS                                 BILSTM00
005900     05  RC-EFF-DATE     PC 9(6).                                 BILSTM00
006000     05  FILLER          SZ 1.                                    BILSTM00
006100     05  RC-OFF-RATE     PC 9(4)V99.                              BILSTM00
006110     05  FILLER          SZ 1.                                    BILSTM00
006120     05  RC-CLASS        PC X.                                    BILSTM00
006130     05  FILLER          SZ 50.                                   BILSTM00
006201 MD  USER-MSTR                                                    BILSTM00
006202         ACCESS SEQUENTIAL                                        BILSTM00
006203         BLOCK CONTAINS 1 RECORDS                                 BILSTM00
006204         VALUE OF ID "USERMSTR"                                   BILSTM00
006205         DATA RECORD USER-REC.                                    BILSTM00
006206 01  USER-REC        SZ 160.                                      BILSTM00
006207     05  UM-USER         PC X(7).                                 BILSTM00
006208     05  FILLER          SZ 1.                                    BILSTM00
006209     05  UM-DEPT         PC X(20).                                BILSTM00
006210     05  FILLER          SZ 1.                                    BILSTM00
006211     05  UM-PERSON       PC X(20).                                BILSTM00
006212     05  FILLER          SZ 1.                                    BILSTM00
006213     05  UM-COST-CTR     PC X(6).                                 BILSTM00
006214     05  FILLER          SZ 1.                                    BILSTM00
006215     05  UM-STATUS       PC X.                                    BILSTM00
006216     05  FILLER          SZ 1.                                    BILSTM00
006217     05  UM-STAT-DATE    PC X(6).                                 BILSTM00
006218     05  FILLER          SZ 5.                                    BILSTM00
006219     05  UM-ADDR-LINE    OC 3    PC X(30).                        BILSTM00
006220 MD  LEDGER-FILE                                                  BILSTM00
006221         ACCESS SEQUENTIAL                                        BILSTM00
006222         BLOCK CONTAINS 1 RECORDS                                 BILSTM00
006223         VALUE OF ID "ARLEDGER"                                   BILSTM00
006224         DATA RECORD LEDG-REC.                                    BILSTM00
006225 01  LEDG-REC        SZ 80.                                       BILSTM00
006226     05  AR-USER         PC X(7).                                 BILSTM00
006227     05  FILLER          SZ 1.                                    BILSTM00
006228     05  AR-TYPE         PC X.                                    BILSTM00
006229     05  FILLER          SZ 1.                                    BILSTM00
006230     05  AR-DATE         PC 9(6).                                 BILSTM00
006231     05  FILLER          SZ 1.                                    BILSTM00
006232     05  AR-PERIOD       PC 9(4).                                 BILSTM00
006233     05  FILLER          SZ 1.                                    BILSTM00
006234     05  AR-AMOUNT       PC 9(8)V99.                              BILSTM00
006235     05  FILLER          SZ 1.                                    BILSTM00
006236     05  AR-REASON       PC X(2).                                 BILSTM00
006237     05  FILLER          SZ 1.                                    BILSTM00
006238     05  AR-APPROVER     PC X(3).                                 BILSTM00
006239     05  FILLER          SZ 1.                                    BILSTM00
006240     05  AR-REF          PC X(10).                                BILSTM00
006241     05  FILLER          SZ 30.                                   BILSTM00
006242 MD  BILL-CONTROL                                                 BILSTM00
006243         ACCESS SEQUENTIAL                                        BILSTM00
006244         BLOCK CONTAINS 1 RECORDS                                 BILSTM00
006245         VALUE OF ID "BILLCTL"                                    BILSTM00
006246         DATA RECORD BCTL-REC.                                    BILSTM00
006247 01  BCTL-REC        SZ 80.                                       BILSTM00
006248     05  BC-PERIOD       PC 9(4).                                 BILSTM00
006249     05  FILLER          SZ 1.                                    BILSTM00
006250     05  BC-COUNT        PC 9(4).                                 BILSTM00
006251     05  FILLER          SZ 1.                                    BILSTM00
006252     05  BC-TOTAL        PC 9(10)V99.                             BILSTM00
006253     05  FILLER          SZ 1.                                    BILSTM00
006254     05  BC-DATE         PC 9(6).                                 BILSTM00
006255     05  FILLER          SZ 51.                                   BILSTM00
006256 MD  FISC-CAL                                                     BILSTM00
006257         ACCESS SEQUENTIAL                                        BILSTM00
006258         BLOCK CONTAINS 1 RECORDS                                 BILSTM00
006259         VALUE OF ID "FISCCAL"                                    BILSTM00
006260         DATA RECORD FISC-REC.                                    BILSTM00
006261 01  FISC-REC        SZ 80.                                       BILSTM00
006262     05  FC-TYPE         PC X.                                    BILSTM00
006263     05  FILLER          SZ 1.                                    BILSTM00
006264     05  FC-YEAR         PC 99.                                   BILSTM00
006265     05  FILLER          SZ 1.                                    BILSTM00
006266     05  FC-PERIOD       PC 99.                                   BILSTM00
006267     05  FILLER          SZ 1.                                    BILSTM00
006268     05  FC-START        PC 9(6).                                 BILSTM00
006269     05  FILLER          SZ 1.                                    BILSTM00
006270     05  FC-END          PC 9(6).                                 BILSTM00
006271     05  FILLER          SZ 59.                                   BILSTM00
006300 FD  REPORT-FILE                                                  BILSTM00
006400         VALUE OF ID "BILLSTMT"                                   BILSTM00
006500         DATA RECORD REPORT-REC.                                  BILSTM00
007200 77  RATE-WORK               PC 9(4)V99.                          BILSTM00
007300 77  MIN-WORK        CMP-1   PC 9(8).                             BILSTM00
007400 77  STMT-COUNT      VA 0    CMP-1   PC 9(4).                     BILSTM00
007410 77  USER-MSTR-STATUS VA SPACE      PC X(2).                      BILSTM00
007420 77  UM-LOADED-SW    VA 0    CMP-1   PC 9.                        BILSTM00
007430 77  UT-OVER-SW      VA 0    CMP-1   PC 9.                        BILSTM00
007440 77  UT-CNT          VA 0    CMP-1   PC 999.                      BILSTM00
007450 77  UT-IX                   CMP-1   PC 999.                      BILSTM00
007460 77  UT-HIT                  CMP-1   PC 999.                      BILSTM00
007470 77  AD-IX                   CMP-1   PC 9.                        BILSTM00
007471 77  RS-CNT          VA 0    CMP-1   PC 999.                      BILSTM00
007472 77  RS-IX                   CMP-1   PC 999.                      BILSTM00
007473 77  RS-JX                   CMP-1   PC 999.                      BILSTM00
007474 77  RS-PRINTED              CMP-1   PC 99.                       BILSTM00
007475 77  STMT-USER               PC X(7).                             BILSTM00
007476 77  STMT-MONTH              PC 99.                               BILSTM00
007477 77  STMT-TOTAL              PC 9(8)V99.                          BILSTM00
007478 77  LEDG-FILE-STATUS VA SPACE      PC X(2).                      BILSTM00
007479 77  LG-LOADED-SW    VA 0    CMP-1   PC 9.                        BILSTM00
007480 77  LG-CNT          VA 0    CMP-1   PC 999.                      BILSTM00
007481 77  LG-IX                   CMP-1   PC 999.                      BILSTM00
007482 77  LG-JX                   CMP-1   PC 999.                      BILSTM00
007483 77  LG-HIT                  CMP-1   PC 999.                      BILSTM00
007484 77  LE-CNT          VA 0    CMP-1   PC 999.                      BILSTM00
007485 77  LE-IX                   CMP-1   PC 999.                      BILSTM00
007486 77  BILL-MONTH              PC 99.                               BILSTM00
007487 77  BILL-YEAR               PC 99.                               BILSTM00
007488 77  BILL-PERIOD             PC 9(4).                             BILSTM00
007489 77  DR-SIDE                 PC 9(9)V99.                          BILSTM00
007490 77  CR-SIDE                 PC 9(9)V99.                          BILSTM00
007491 77  BAL-WORK                PC 9(9)V99.                          BILSTM00
007492 77  GRAND-TOTAL     VA 0            PC 9(10)V99.                 BILSTM00
007493 77  FISC-FILE-STATUS VA SPACE      PC X(2).                      BILSTM00
007494 77  FISC-SW         VA 0    CMP-1   PC 9.                        BILSTM00
007495 77  TODAY-YMD               CMP-1   PC 9(6).                     BILSTM00
007496 77  FISC-START              PC 9(6).                             BILSTM00
007497 77  FISC-END                PC 9(6).                             BILSTM00
007500 01  TODAY-X.                                                     BILSTM00
007600     05  TD-MM           PC 99.                                   BILSTM00
007700     05  TD-DD           PC 99.                                   BILSTM00
008000     05  ET-YY           PC 99.                                   BILSTM00
008100     05  ET-MM           PC 99.                                   BILSTM00
008200     05  ET-DD           PC 99.                                   BILSTM00
008201 01  LEDGER-TABLE.                                                BILSTM00
008202     05  LG-ENTRY  OC 300.                                        BILSTM00
008203         10  LG-USER     PC X(7).                                 BILSTM00
008204         10  LG-PRIOR-DR PC 9(9)V99.                              BILSTM00
008205         10  LG-PRIOR-CR PC 9(9)V99.                              BILSTM00
008206         10  LG-ADJ-DR   PC 9(9)V99.                              BILSTM00
008207         10  LG-ADJ-CR   PC 9(9)V99.                              BILSTM00
008208         10  LG-PAID     PC 9(9)V99.                              BILSTM00
008209         10  LG-DONE     PC X.                                    BILSTM00
008210 01  POSTING-TABLE.                                               BILSTM00
008211     05  LE-ENTRY  OC 200.                                        BILSTM00
008212         10  LE-USER     PC X(7).                                 BILSTM00
008213         10  LE-TYPE     PC X.                                    BILSTM00
008214         10  LE-DATE     PC 9(6).                                 BILSTM00
008215         10  LE-REASON   PC X(2).                                 BILSTM00
008216         10  LE-REF      PC X(10).                                BILSTM00
008217         10  LE-AMOUNT   PC 9(8)V99.                              BILSTM00
008218 01  YMD-WORK.                                                    BILSTM00
008219     05  YW-DATE         PC 9(6).                                 BILSTM00
008220 01  YMD-PARTS REDEFINES YMD-WORK.                                BILSTM00
008221     05  YW-YY           PC 99.                                   BILSTM00
008222     05  YW-MM           PC 99.                                   BILSTM00
008223     05  YW-DD           PC 99.                                   BILSTM00
008224 01  DATE-EDIT.                                                   BILSTM00
008225     05  DE-MM           PC 99.                                   BILSTM00
008226     05  FILLER      PC X     VA "/".                             BILSTM00
008227     05  DE-DD           PC 99.                                   BILSTM00
008228     05  FILLER      PC X     VA "/".                             BILSTM00
008229     05  DE-YY           PC 99.                                   BILSTM00
008230 01  RANGE-EDIT.                                                  BILSTM00
008231     05  FILLER      PC X(7)  VA "  FROM ".                       BILSTM00
008232     05  RE-START        PC X(8).                                 BILSTM00
008233     05  FILLER      PC X(4)  VA " TO ".                          BILSTM00
008234     05  RE-END          PC X(8).                                 BILSTM00
008300 01  RATE-TABLE.                                                  BILSTM00
008400     05  RT-ENTRY  OC 50.                                         BILSTM00
008500         10  RT-USER     PC X(7).                                 BILSTM00
008600         10  RT-RATE     PC 9(4)V99.                              BILSTM00
008700         10  RT-EFF      PC 9(6).                                 BILSTM00
008710 01  USER-TABLE.                                                  BILSTM00
008720     05  UT-ENTRY  OC 200.                                        BILSTM00
008730         10  UT-USER     PC X(7).                                 BILSTM00
008740         10  UT-DEPT     PC X(20).                                BILSTM00
008750         10  UT-PERSON   PC X(20).                                BILSTM00
008760         10  UT-COST-CTR PC X(6).                                 BILSTM00
008770         10  UT-STATUS   PC X.                                    BILSTM00
008780         10  UT-STAT-DATE PC X(6).                                BILSTM00
008790         10  UT-ADDR     OC 3    PC X(30).                        BILSTM00
008791 01  RESOURCE-TABLE.                                              BILSTM00
008792     05  RS-ENTRY  OC 300.                                        BILSTM00
008793         10  RS-USER     PC X(7).                                 BILSTM00
008794         10  RS-MONTH    PC 99.                                   BILSTM00
008795         10  RS-CLASS    PC X.                                    BILSTM00
008796         10  RS-QTY      PC 9(11).                                BILSTM00
008797         10  RS-RATE     PC 9(4)V99.                              BILSTM00
008798         10  RS-AMOUNT   PC 9(8)V99.                              BILSTM00
008799         10  RS-DONE     PC X.                                    BILSTM00
008800 01  STMT-HEAD       SZ 132.                                      BILSTM00
008900     05  FILLER  PC X(32) VA "USER BILLING STATEMENT          ".  BILSTM00
009000     05  SH-WORD     PC X(7)  VA " MONTH ".                       BILSTM00
009100     05  SH-MONTH    PC 99.                                       BILSTM00
009200     05  FILLER  PC X(6)  VA " YEAR ".                            BILSTM00
009300     05  SH-YEAR     PC 99.                                       BILSTM00
009310     05  SH-RANGE    PC X(27) VA SPACE.                           BILSTM00
009320     05  FILLER      SZ 56    VA SPACE.                           BILSTM00
009500 01  USER-LINE       SZ 132.                                      BILSTM00
009600     05  FILLER  PC X(14) VA "  USER NUMBER ".                    BILSTM00
009700     05  UL-USER     PC X(7).                                     BILSTM00
009800     05  UL-CC-LABEL PC X(15).                                    BILSTM00
009801     05  UL-COST-CTR PC X(6).                                     BILSTM00
009802     05  FILLER      SZ 90    VA SPACE.                           BILSTM00
009803 01  DEPT-LINE       SZ 132.                                      BILSTM00
009804     05  FILLER  PC X(14) VA "  DEPARTMENT  ".                    BILSTM00
009805     05  DL-DEPT     PC X(20).                                    BILSTM00
009806     05  FILLER      SZ 98    VA SPACE.                           BILSTM00
009807 01  ATTN-LINE       SZ 132.                                      BILSTM00
009808     05  FILLER  PC X(14) VA "  ATTENTION   ".                    BILSTM00
009809     05  AN-PERSON   PC X(20).                                    BILSTM00
009810     05  FILLER      SZ 98    VA SPACE.                           BILSTM00
009811 01  ADDRESS-LINE    SZ 132.                                      BILSTM00
009812     05  FILLER      SZ 14    VA SPACE.                           BILSTM00
009813     05  AD-ADDR     PC X(30).                                    BILSTM00
009814     05  FILLER      SZ 88    VA SPACE.                           BILSTM00
009815 01  NOUSER-LINE     SZ 132.                                      BILSTM00
009816     05  FILLER  PC X(38) VA                                      BILSTM00
009817         "  *** USER NUMBER NOT ON USERMSTR *** ".                BILSTM00
009818     05  FILLER      SZ 94    VA SPACE.                           BILSTM00
009819 01  CLOSED-LINE     SZ 132.                                      BILSTM00
009820     05  FILLER  PC X(21) VA "  *** ACCOUNT CLOSED ".             BILSTM00
009821     05  CD-DATE     PC X(6).                                     BILSTM00
009822     05  FILLER  PC X(4)  VA " ***".                              BILSTM00
009823     05  FILLER      SZ 101   VA SPACE.                           BILSTM00
009900 01  MINUTES-LINE    SZ 132.                                      BILSTM00
010000     05  FILLER  PC X(22) VA "  CHARGEABLE MINUTES  ".            BILSTM00
010100     05  ML-MIN      PC ZZZZZZZ9.                                 BILSTM00
011200     05  FILLER  PC X(42) VA                                      BILSTM00
011300         "  NO RATE ON FILE - MINUTES NOT COMPUTED  ".            BILSTM00
011400     05  FILLER      SZ 90    VA SPACE.                           BILSTM00
011401 01  MACHINE-LINE    SZ 132.                                      BILSTM00
011402     05  FILLER  PC X(22) VA "  MACHINE TIME        ".            BILSTM00
011403     05  FILLER      SZ 110   VA SPACE.                           BILSTM00
011404 01  RES-HEAD-LINE   SZ 132.                                      BILSTM00
011405     05  RH-LABEL    PC X(22).                                    BILSTM00
011406     05  FILLER      SZ 110   VA SPACE.                           BILSTM00
011407 01  RES-QTY-LINE    SZ 132.                                      BILSTM00
011408     05  RQ-LABEL    PC X(22).                                    BILSTM00
011409     05  RQ-QTY      PC ZZ,ZZZ,ZZZ,ZZ9.                           BILSTM00
011410     05  FILLER      SZ 96    VA SPACE.                           BILSTM00
011411 01  RES-RATE-LINE   SZ 132.                                      BILSTM00
011412     05  RR-LABEL    PC X(22).                                    BILSTM00
011413     05  RR-RATE     PC ZZZ9.99.                                  BILSTM00
011414     05  FILLER      SZ 103   VA SPACE.                           BILSTM00
011415 01  RES-AMT-LINE    SZ 132.                                      BILSTM00
011416     05  FILLER  PC X(22) VA "  AMOUNT THIS MONTH   ".            BILSTM00
011417     05  RA-AMT      PC Z,ZZZ,ZZ9.99.                             BILSTM00
011418     05  FILLER      SZ 98    VA SPACE.                           BILSTM00
011419 01  TOTAL-LINE      SZ 132.                                      BILSTM00
011420     05  FILLER  PC X(22) VA "  STATEMENT TOTAL     ".            BILSTM00
011421     05  TL-AMT      PC Z,ZZZ,ZZ9.99.                             BILSTM00
011422     05  FILLER      SZ 98    VA SPACE.                           BILSTM00
011423 01  ACCT-HEAD-LINE  SZ 132.                                      BILSTM00
011424     05  FILLER  PC X(22) VA "  ACCOUNT SUMMARY     ".            BILSTM00
011425     05  FILLER      SZ 110   VA SPACE.                           BILSTM00
011426 01  ACCT-LINE       SZ 132.                                      BILSTM00
011427     05  AC-LABEL    PC X(22).                                    BILSTM00
011428     05  AC-AMT      PC Z,ZZZ,ZZ9.99.                             BILSTM00
011429     05  FILLER      SZ 1     VA SPACE.                           BILSTM00
011430     05  AC-CR       PC X(2).                                     BILSTM00
011431     05  FILLER      SZ 95    VA SPACE.                           BILSTM00
011432 01  POST-HEAD-LINE  SZ 132.                                      BILSTM00
011433     05  FILLER  PC X(22) VA "  POSTINGS THIS MONTH ".            BILSTM00
011434     05  FILLER      SZ 110   VA SPACE.                           BILSTM00
011435 01  POSTING-LINE    SZ 132.                                      BILSTM00
011436     05  FILLER      SZ 4     VA SPACE.                           BILSTM00
011437     05  PL-TYPE     PC X(8).                                     BILSTM00
011438     05  FILLER      SZ 1     VA SPACE.                           BILSTM00
011439     05  PL-DATE     PC 9(6).                                     BILSTM00
011440     05  FILLER      SZ 1     VA SPACE.                           BILSTM00
011441     05  PL-REASON   PC X(2).                                     BILSTM00
011442     05  PL-AMT      PC Z,ZZZ,ZZ9.99.                             BILSTM00
011443     05  FILLER      SZ 1     VA SPACE.                           BILSTM00
011444     05  PL-CR       PC X(2).                                     BILSTM00
011445     05  FILLER      SZ 2     VA SPACE.                           BILSTM00
011446     05  PL-REF      PC X(10).                                    BILSTM00
011447     05  FILLER      SZ 83    VA SPACE.                           BILSTM00
011448 01  RUN-HEAD        SZ 132.                                      BILSTM00
011449     05  FILLER  PC X(32) VA "BILLING RUN TOTALS              ".  BILSTM00
011450     05  RH-WORD     PC X(7)  VA " MONTH ".                       BILSTM00
011451     05  RH-MONTH    PC 99.                                       BILSTM00
011452     05  FILLER  PC X(6)  VA " YEAR ".                            BILSTM00
011453     05  RH-YEAR     PC 99.                                       BILSTM00
011454     05  RH-RANGE    PC X(27) VA SPACE.                           BILSTM00
011455     05  FILLER      SZ 56    VA SPACE.                           BILSTM00
011456 01  RUN-COUNT-LINE  SZ 132.                                      BILSTM00
011457     05  FILLER  PC X(22) VA "  STATEMENTS PRINTED  ".            BILSTM00
011458     05  RN-COUNT    PC ZZZ9.                                     BILSTM00
011459     05  FILLER      SZ 106   VA SPACE.                           BILSTM00
011460 01  RUN-TOTAL-LINE  SZ 132.                                      BILSTM00
011461     05  FILLER  PC X(22) VA "  GRAND TOTAL CHARGES ".            BILSTM00
011462     05  RN-TOTAL    PC Z,ZZZ,ZZZ,ZZ9.99.                         BILSTM00
011463     05  FILLER      SZ 94    VA SPACE.                           BILSTM00
011500 01  BLANK-LINE      SZ 132   VA SPACE.                           BILSTM00
011600 PROCEDURE DIVISION.                                              BILSTM00
011700 100-BEGIN.                                                       BILSTM00
011900     MOVE TD-YY TO ET-YY.  MOVE TD-MM TO ET-MM.                   BILSTM00
012000     MOVE TD-DD TO ET-DD.                                         BILSTM00
012100     PERFORM 200-LOAD-RATES THRU 200X.                            BILSTM00
012110     PERFORM 250-LOAD-USERS THRU 250X.                            BILSTM00
012120     PERFORM 400-LOAD-RESOURCE THRU 400X.                         BILSTM00
012130     PERFORM 500-LOAD-LEDGER THRU 500X.                           BILSTM00
012200     OPEN INPUT BILL-SUMMARY.                                     BILSTM00
012300     OPEN OUTPUT REPORT-FILE.                                     BILSTM00
012400 110-READ-BILL.                                                   BILSTM00
012500     READ BILL-SUMMARY AT END GO TO 190-DONE.                     BILSTM00
012510     IF BS-CLASS NOT = SPACE GO TO 110-READ-BILL.                 BILSTM00
012600     PERFORM 300-ONE-STATEMENT THRU 300X.                         BILSTM00
012700     GO TO 110-READ-BILL.                                         BILSTM00
012800 190-DONE.                                                        BILSTM00
012810     PERFORM 450-RESOURCE-ONLY THRU 450X VARYING RS-IX            BILSTM00
012820         FROM 1 BY 1 UNTIL RS-IX IS GREATER THAN RS-CNT.          BILSTM00
012830     PERFORM 460-LEDGER-ONLY THRU 460X VARYING LG-IX              BILSTM00
012840         FROM 1 BY 1 UNTIL LG-IX IS GREATER THAN LG-CNT.          BILSTM00
012900     CLOSE BILL-SUMMARY.                                          BILSTM00
012910     PERFORM 600-RUN-TOTALS THRU 600X.                            BILSTM00
013000     CLOSE REPORT-FILE.                                           BILSTM00
013100     DISPLAY "STATEMENTS PRINTED " STMT-COUNT.                    BILSTM00
013200     STOP RUN.                                                    BILSTM00
013800     OPEN INPUT RATE-CARD.                                        BILSTM00
013900 210-RATE-READ.                                                   BILSTM00
014000     READ RATE-CARD AT END GO TO 220-RATE-DONE.                   BILSTM00
014010     IF RC-CLASS NOT = SPACE AND RC-CLASS NOT = "M"               BILSTM00
014020         GO TO 210-RATE-READ.                                     BILSTM00
014100     MOVE RC-EFF-DATE TO RT-EFF-WORK.                             BILSTM00
014200     IF RT-EFF-WORK NOT NUMERIC MOVE "000000" TO RT-EFF-WORK.     BILSTM00
014300     IF RT-EFF-WORK IS GREATER THAN EFF-TODAY                     BILSTM00
016300 200X.   EXIT.                                                    BILSTM00
016400 230-FIND-USER.                                                   BILSTM00
016500     IF RT-USER (RT-IX) = RC-USER MOVE RT-IX TO RT-HIT.           BILSTM00
016501 250-LOAD-USERS.                                                  BILSTM00
016502     NOTE  LOADS THE USER MASTER FOR THE STATEMENT HEADINGS. WITH BILSTM00
016503         NO USERMSTR UM-LOADED-SW STAYS 0 AND THE HEADINGS ARE    BILSTM00
016504         LEFT OFF.                                                BILSTM00
016505     OPEN INPUT USER-MSTR.                                        BILSTM00
016506     IF USER-MSTR-STATUS NOT = "00" GO TO 250X.                   BILSTM00
016507     MOVE 1 TO UM-LOADED-SW.                                      BILSTM00
016508 260-USER-READ.                                                   BILSTM00
016509     READ USER-MSTR AT END GO TO 270-USER-DONE.                   BILSTM00
016510     IF UT-CNT = 200                                              BILSTM00
016511         MOVE 1 TO UT-OVER-SW                                     BILSTM00
016512         DISPLAY "USERMSTR OVER 200 USERS - REST NOT USED"        BILSTM00
016513         GO TO 270-USER-DONE.                                     BILSTM00
016514     ADD 1 TO UT-CNT.                                             BILSTM00
016515     MOVE UM-USER TO UT-USER (UT-CNT).                            BILSTM00
016516     MOVE UM-DEPT TO UT-DEPT (UT-CNT).                            BILSTM00
016517     MOVE UM-PERSON TO UT-PERSON (UT-CNT).                        BILSTM00
016518     MOVE UM-COST-CTR TO UT-COST-CTR (UT-CNT).                    BILSTM00
016519     MOVE UM-STATUS TO UT-STATUS (UT-CNT).                        BILSTM00
016520     MOVE UM-STAT-DATE TO UT-STAT-DATE (UT-CNT).                  BILSTM00
016521     MOVE UM-ADDR-LINE (1) TO UT-ADDR (UT-CNT, 1).                BILSTM00
016522     MOVE UM-ADDR-LINE (2) TO UT-ADDR (UT-CNT, 2).                BILSTM00
016523     MOVE UM-ADDR-LINE (3) TO UT-ADDR (UT-CNT, 3).                BILSTM00
016524     GO TO 260-USER-READ.                                         BILSTM00
016525 270-USER-DONE.                                                   BILSTM00
016526     CLOSE USER-MSTR.                                             BILSTM00
016527 250X.   EXIT.                                                    BILSTM00
016528 280-FIND-MSTR.                                                   BILSTM00
016529     IF UT-USER (UT-IX) = STMT-USER MOVE UT-IX TO UT-HIT.         BILSTM00
016600 300-ONE-STATEMENT.                                               BILSTM00
016610     MOVE BS-USER TO STMT-USER.                                   BILSTM00
016620     MOVE BS-MONTH TO STMT-MONTH.                                 BILSTM00
016630 305-STMT-HEAD.                                                   BILSTM00
016640     NOTE  THE STATEMENT HEADING, ALSO PERFORMED ALONE FOR A USER BILSTM00
016650         WITH RESOURCE CHARGES ONLY.                              BILSTM00
016700     MOVE SPACES TO REPORT-REC.                                   BILSTM00
016800     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              BILSTM00
016900     MOVE STMT-MONTH TO SH-MONTH.                                 BILSTM00
017000     MOVE TD-YY TO SH-YEAR.                                       BILSTM00
017100     IF STMT-MONTH IS GREATER THAN TD-MM                          BILSTM00
017200         SUBTRACT 1 FROM SH-YEAR.                                 BILSTM00
017210     IF FISC-SW = 1 MOVE BILL-YEAR TO SH-YEAR.                    BILSTM00
017300     WRITE REPORT-REC FROM STMT-HEAD BEFORE ADVANCING 3 LINES.    BILSTM00
017400     MOVE STMT-USER TO UL-USER.                                   BILSTM00
017410     MOVE SPACES TO UL-CC-LABEL.                                  BILSTM00
017420     MOVE SPACES TO UL-COST-CTR.                                  BILSTM00
017430     MOVE 0 TO UT-HIT.                                            BILSTM00
017440     PERFORM 280-FIND-MSTR VARYING UT-IX FROM 1 BY 1              BILSTM00
017450         UNTIL UT-IX IS GREATER THAN UT-CNT                       BILSTM00
017460         OR UT-HIT IS GREATER THAN 0.                             BILSTM00
017470     IF UT-HIT IS GREATER THAN 0                                  BILSTM00
017480         MOVE "   COST CENTER " TO UL-CC-LABEL                    BILSTM00
017490         MOVE UT-COST-CTR (UT-HIT) TO UL-COST-CTR.                BILSTM00
017500     WRITE REPORT-REC FROM USER-LINE.                             BILSTM00
017510     PERFORM 330-USER-HEADING THRU 330X.                          BILSTM00
017520     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
017530 305X.   EXIT.                                                    BILSTM00
017531 306-MACHINE-TIME.                                                BILSTM00
017540     WRITE REPORT-REC FROM MACHINE-LINE.                          BILSTM00
017600     MOVE 0 TO RATE-WORK.                                         BILSTM00
017700     PERFORM 310-MATCH-RATE VARYING RT-IX FROM 1 BY 1             BILSTM00
017800         UNTIL RT-IX IS GREATER THAN RT-CNT.                      BILSTM00
018700 320-AMOUNT.                                                      BILSTM00
018800     MOVE BS-AMOUNT TO AL-AMT.                                    BILSTM00
018900     WRITE REPORT-REC FROM AMOUNT-LINE.                           BILSTM00
018910     MOVE BS-AMOUNT TO STMT-TOTAL.                                BILSTM00
018920     PERFORM 420-RESOURCE-LINES THRU 420X.                        BILSTM00
019000     PERFORM 470-CLOSE-STATEMENT THRU 470X.                       BILSTM00
019100 300X.   EXIT.                                                    BILSTM00
019200 310-MATCH-RATE.                                                  BILSTM00
019300     IF RT-USER (RT-IX) = STMT-USER                               BILSTM00
019400         MOVE RT-RATE (RT-IX) TO RATE-WORK.                       BILSTM00
019401 330-USER-HEADING.                                                BILSTM00
019402     IF UM-LOADED-SW = 0 GO TO 330X.                              BILSTM00
019403     IF UT-HIT = 0                                                BILSTM00
019404         IF UT-OVER-SW = 0                                        BILSTM00
019405             WRITE REPORT-REC FROM NOUSER-LINE.                   BILSTM00
019406     IF UT-HIT = 0 GO TO 330X.                                    BILSTM00
019407     MOVE UT-DEPT (UT-HIT) TO DL-DEPT.                            BILSTM00
019408     WRITE REPORT-REC FROM DEPT-LINE.                             BILSTM00
019409     IF UT-PERSON (UT-HIT) NOT = SPACES                           BILSTM00
019410         MOVE UT-PERSON (UT-HIT) TO AN-PERSON                     BILSTM00
019411         WRITE REPORT-REC FROM ATTN-LINE.                         BILSTM00
019412     PERFORM 335-ADDRESS-LINE VARYING AD-IX FROM 1 BY 1           BILSTM00
019413         UNTIL AD-IX IS GREATER THAN 3.                           BILSTM00
019414     IF UT-STATUS (UT-HIT) = "C"                                  BILSTM00
019415         MOVE UT-STAT-DATE (UT-HIT) TO CD-DATE                    BILSTM00
019416         WRITE REPORT-REC FROM CLOSED-LINE.                       BILSTM00
019417 330X.   EXIT.                                                    BILSTM00
019418 335-ADDRESS-LINE.                                                BILSTM00
019419     IF UT-ADDR (UT-HIT, AD-IX) NOT = SPACES                      BILSTM00
019420         MOVE UT-ADDR (UT-HIT, AD-IX) TO AD-ADDR                  BILSTM00
019421         WRITE REPORT-REC FROM ADDRESS-LINE.                      BILSTM00
019422 400-LOAD-RESOURCE.                                               BILSTM00
019423     NOTE  LOADS THE RESOURCE LINES OF BILLSUMR WITH AN AMOUNT    BILSTM00
019424         TO BILL. LINES LEFT AT ZERO FROM AN EARLIER MONTH ARE    BILSTM00
019425         PASSED OVER.                                             BILSTM00
019426     OPEN INPUT BILL-SUMMARY.                                     BILSTM00
019427 410-RES-READ.                                                    BILSTM00
019428     READ BILL-SUMMARY AT END GO TO 415-RES-DONE.                 BILSTM00
019429     IF BS-CLASS = SPACE GO TO 410-RES-READ.                      BILSTM00
019430     IF BS-AMOUNT = 0 GO TO 410-RES-READ.                         BILSTM00
019431     IF RS-CNT = 300                                              BILSTM00
019432         DISPLAY "OVER 300 RESOURCE LINES - REST NOT PRINTED"     BILSTM00
019433         GO TO 415-RES-DONE.                                      BILSTM00
019434     ADD 1 TO RS-CNT.                                             BILSTM00
019435     MOVE BS-USER TO RS-USER (RS-CNT).                            BILSTM00
019436     MOVE BS-MONTH TO RS-MONTH (RS-CNT).                          BILSTM00
019437     MOVE BS-CLASS TO RS-CLASS (RS-CNT).                          BILSTM00
019438     MOVE BS-QTY TO RS-QTY (RS-CNT).                              BILSTM00
019439     MOVE BS-RATE TO RS-RATE (RS-CNT).                            BILSTM00
019440     MOVE BS-AMOUNT TO RS-AMOUNT (RS-CNT).                        BILSTM00
019441     MOVE SPACE TO RS-DONE (RS-CNT).                              BILSTM00
019442     GO TO 410-RES-READ.                                          BILSTM00
019443 415-RES-DONE.                                                    BILSTM00
019444     CLOSE BILL-SUMMARY.                                          BILSTM00
019445 400X.   EXIT.                                                    BILSTM00
019446 420-RESOURCE-LINES.                                              BILSTM00
019447     NOTE  PRINTS EVERY RESOURCE LINE FOR STMT-USER UNDER ITS     BILSTM00
019448         OWN HEADING, THEN THE STATEMENT TOTAL.                   BILSTM00
019449     MOVE 0 TO RS-PRINTED.                                        BILSTM00
019450     PERFORM 430-RESOURCE-ONE THRU 430X VARYING RS-JX             BILSTM00
019451         FROM 1 BY 1 UNTIL RS-JX IS GREATER THAN RS-CNT.          BILSTM00
019452     IF RS-PRINTED = 0 GO TO 420X.                                BILSTM00
019453     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
019454     MOVE STMT-TOTAL TO TL-AMT.                                   BILSTM00
019455     WRITE REPORT-REC FROM TOTAL-LINE.                            BILSTM00
019456 420X.   EXIT.                                                    BILSTM00
019457 430-RESOURCE-ONE.                                                BILSTM00
019458     IF RS-DONE (RS-JX) = "Y" GO TO 430X.                         BILSTM00
019459     IF RS-USER (RS-JX) NOT = STMT-USER GO TO 430X.               BILSTM00
019460     MOVE "Y" TO RS-DONE (RS-JX).                                 BILSTM00
019461     ADD 1 TO RS-PRINTED.                                         BILSTM00
019462     MOVE "  OTHER RESOURCES     " TO RH-LABEL.                   BILSTM00
019463     MOVE "  QUANTITY            " TO RQ-LABEL.                   BILSTM00
019464     MOVE "  RATE                " TO RR-LABEL.                   BILSTM00
019465     IF RS-CLASS (RS-JX) = "D"                                    BILSTM00
019466         MOVE "  DISK SPACE          " TO RH-LABEL                BILSTM00
019467         MOVE "  SEGMENT-DAYS        " TO RQ-LABEL                BILSTM00
019468         MOVE "  RATE PER 1000       " TO RR-LABEL.               BILSTM00
019469     IF RS-CLASS (RS-JX) = "C"                                    BILSTM00
019470         MOVE "  PUNCHED CARDS       " TO RH-LABEL                BILSTM00
019471         MOVE "  CARDS PUNCHED       " TO RQ-LABEL                BILSTM00
019472         MOVE "  RATE PER 1000       " TO RR-LABEL.               BILSTM00
019473     IF RS-CLASS (RS-JX) = "T"                                    BILSTM00
019474         MOVE "  TAPE REELS          " TO RH-LABEL                BILSTM00
019475         MOVE "  REELS HELD          " TO RQ-LABEL                BILSTM00
019476         MOVE "  RATE PER REEL       " TO RR-LABEL.               BILSTM00
019477     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
019478     WRITE REPORT-REC FROM RES-HEAD-LINE.                         BILSTM00
019479     MOVE RS-QTY (RS-JX) TO RQ-QTY.                               BILSTM00
019480     WRITE REPORT-REC FROM RES-QTY-LINE.                          BILSTM00
019481     MOVE RS-RATE (RS-JX) TO RR-RATE.                             BILSTM00
019482     WRITE REPORT-REC FROM RES-RATE-LINE.                         BILSTM00
019483     MOVE RS-AMOUNT (RS-JX) TO RA-AMT.                            BILSTM00
019484     WRITE REPORT-REC FROM RES-AMT-LINE.                          BILSTM00
019485     ADD RS-AMOUNT (RS-JX) TO STMT-TOTAL.                         BILSTM00
019486 430X.   EXIT.                                                    BILSTM00
019487 450-RESOURCE-ONLY.                                               BILSTM00
019488     NOTE  A USER LEFT WITH RESOURCE LINES AFTER THE MACHINE      BILSTM00
019489         TIME STATEMENTS HAS NO MACHINE TIME THIS MONTH - ITS     BILSTM00
019490         STATEMENT CARRIES THE RESOURCE CHARGES ALONE.            BILSTM00
019491     IF RS-DONE (RS-IX) = "Y" GO TO 450X.                         BILSTM00
019492     MOVE RS-USER (RS-IX) TO STMT-USER.                           BILSTM00
019493     MOVE RS-MONTH (RS-IX) TO STMT-MONTH.                         BILSTM00
019494     PERFORM 305-STMT-HEAD THRU 305X.                             BILSTM00
019495     MOVE 0 TO STMT-TOTAL.                                        BILSTM00
019496     PERFORM 420-RESOURCE-LINES THRU 420X.                        BILSTM00
019497     PERFORM 470-CLOSE-STATEMENT THRU 470X.                       BILSTM00
019498 450X.   EXIT.                                                    BILSTM00
019499 460-LEDGER-ONLY.                                                 BILSTM00
019500     NOTE  A USER ON ARLEDGER WITH NO CHARGES THIS MONTH GETS A   BILSTM00
019501         STATEMENT OF THE ACCOUNT ALONE WHEN IT CARRIES A BALANCE BILSTM00
019502         OR HAD POSTINGS THIS MONTH.                              BILSTM00
019503     IF LG-DONE (LG-IX) = "Y" GO TO 460X.                         BILSTM00
019504     IF LG-PRIOR-DR (LG-IX) = LG-PRIOR-CR (LG-IX)                 BILSTM00
019505         IF LG-ADJ-DR (LG-IX) = 0 AND LG-ADJ-CR (LG-IX) = 0       BILSTM00
019506             AND LG-PAID (LG-IX) = 0 GO TO 460X.                  BILSTM00
019507     MOVE LG-USER (LG-IX) TO STMT-USER.                           BILSTM00
019508     MOVE BILL-MONTH TO STMT-MONTH.                               BILSTM00
019509     PERFORM 305-STMT-HEAD THRU 305X.                             BILSTM00
019510     MOVE 0 TO STMT-TOTAL.                                        BILSTM00
019511     PERFORM 470-CLOSE-STATEMENT THRU 470X.                       BILSTM00
019512 460X.   EXIT.                                                    BILSTM00
019513 470-CLOSE-STATEMENT.                                             BILSTM00
019514     NOTE  ENDS EVERY STATEMENT. WITH ARLEDGER LOADED THE ACCOUNT BILSTM00
019515         SUMMARY FOLLOWS THE CHARGES.                             BILSTM00
019516     ADD 1 TO STMT-COUNT.  ADD STMT-TOTAL TO GRAND-TOTAL.         BILSTM00
019517     IF LG-LOADED-SW = 0 GO TO 470X.                              BILSTM00
019518     MOVE 0 TO LG-HIT.                                            BILSTM00
019519     PERFORM 474-FIND-LEDGER VARYING LG-JX FROM 1 BY 1            BILSTM00
019520         UNTIL LG-JX IS GREATER THAN LG-CNT                       BILSTM00
019521         OR LG-HIT IS GREATER THAN 0.                             BILSTM00
019522     MOVE 0 TO DR-SIDE.                                           BILSTM00
019523     MOVE 0 TO CR-SIDE.                                           BILSTM00
019524     IF LG-HIT IS GREATER THAN 0                                  BILSTM00
019525         MOVE "Y" TO LG-DONE (LG-HIT)                             BILSTM00
019526         MOVE LG-PRIOR-DR (LG-HIT) TO DR-SIDE                     BILSTM00
019527         MOVE LG-PRIOR-CR (LG-HIT) TO CR-SIDE.                    BILSTM00
019528     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
019529     WRITE REPORT-REC FROM ACCT-HEAD-LINE.                        BILSTM00
019530     MOVE "  PRIOR BALANCE       " TO AC-LABEL.                   BILSTM00
019531     PERFORM 490-BALANCE-LINE THRU 490X.                          BILSTM00
019532     MOVE "  CHARGES THIS MONTH  " TO AC-LABEL.                   BILSTM00
019533     MOVE STMT-TOTAL TO AC-AMT.                                   BILSTM00
019534     MOVE SPACES TO AC-CR.                                        BILSTM00
019535     WRITE REPORT-REC FROM ACCT-LINE.                             BILSTM00
019536     ADD STMT-TOTAL TO DR-SIDE.                                   BILSTM00
019537     IF LG-HIT = 0 GO TO 472-BALANCE-DUE.                         BILSTM00
019538     MOVE "  DEBIT ADJUSTMENTS   " TO AC-LABEL.                   BILSTM00
019539     MOVE LG-ADJ-DR (LG-HIT) TO AC-AMT.                           BILSTM00
019540     WRITE REPORT-REC FROM ACCT-LINE.                             BILSTM00
019541     ADD LG-ADJ-DR (LG-HIT) TO DR-SIDE.                           BILSTM00
019542     MOVE "  CREDIT ADJUSTMENTS  " TO AC-LABEL.                   BILSTM00
019543     MOVE LG-ADJ-CR (LG-HIT) TO AC-AMT.                           BILSTM00
019544     IF LG-ADJ-CR (LG-HIT) IS GREATER THAN 0 MOVE "CR" TO AC-CR.  BILSTM00
019545     WRITE REPORT-REC FROM ACCT-LINE.                             BILSTM00
019546     ADD LG-ADJ-CR (LG-HIT) TO CR-SIDE.                           BILSTM00
019547     MOVE "  PAYMENTS/TRANSFERS  " TO AC-LABEL.                   BILSTM00
019548     MOVE LG-PAID (LG-HIT) TO AC-AMT.                             BILSTM00
019549     MOVE SPACES TO AC-CR.                                        BILSTM00
019550     IF LG-PAID (LG-HIT) IS GREATER THAN 0 MOVE "CR" TO AC-CR.    BILSTM00
019551     WRITE REPORT-REC FROM ACCT-LINE.                             BILSTM00
019552     ADD LG-PAID (LG-HIT) TO CR-SIDE.                             BILSTM00
019553 472-BALANCE-DUE.                                                 BILSTM00
019554     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
019555     MOVE "  BALANCE DUE         " TO AC-LABEL.                   BILSTM00
019556     PERFORM 490-BALANCE-LINE THRU 490X.                          BILSTM00
019557     IF LG-HIT = 0 GO TO 470X.                                    BILSTM00
019558     IF LG-ADJ-DR (LG-HIT) = 0 AND LG-ADJ-CR (LG-HIT) = 0         BILSTM00
019559         AND LG-PAID (LG-HIT) = 0 GO TO 470X.                     BILSTM00
019560     WRITE REPORT-REC FROM BLANK-LINE.                            BILSTM00
019561     WRITE REPORT-REC FROM POST-HEAD-LINE.                        BILSTM00
019562     PERFORM 480-POSTING-LINE THRU 480X VARYING LE-IX             BILSTM00
019563         FROM 1 BY 1 UNTIL LE-IX IS GREATER THAN LE-CNT.          BILSTM00
019564 470X.   EXIT.                                                    BILSTM00
019565 474-FIND-LEDGER.                                                 BILSTM00
019566     IF LG-USER (LG-JX) = STMT-USER MOVE LG-JX TO LG-HIT.         BILSTM00
019567 480-POSTING-LINE.                                                BILSTM00
019568     IF LE-USER (LE-IX) NOT = STMT-USER GO TO 480X.               BILSTM00
019569     MOVE "DEBIT   " TO PL-TYPE.                                  BILSTM00
019570     IF LE-TYPE (LE-IX) = "K" MOVE "CREDIT  " TO PL-TYPE.         BILSTM00
019571     IF LE-TYPE (LE-IX) = "P" MOVE "PAYMENT " TO PL-TYPE.         BILSTM00
019572     IF LE-TYPE (LE-IX) = "T" MOVE "TRANSFER" TO PL-TYPE.         BILSTM00
019573     MOVE LE-DATE (LE-IX) TO PL-DATE.                             BILSTM00
019574     MOVE LE-REASON (LE-IX) TO PL-REASON.                         BILSTM00
019575     MOVE LE-AMOUNT (LE-IX) TO PL-AMT.                            BILSTM00
019576     MOVE "CR" TO PL-CR.                                          BILSTM00
019577     IF LE-TYPE (LE-IX) = "D" MOVE SPACES TO PL-CR.               BILSTM00
019578     MOVE LE-REF (LE-IX) TO PL-REF.                               BILSTM00
019579     WRITE REPORT-REC FROM POSTING-LINE.                          BILSTM00
019580 480X.   EXIT.                                                    BILSTM00
019581 490-BALANCE-LINE.                                                BILSTM00
019582     NOTE  PRINTS DR-SIDE LESS CR-SIDE UNDER AC-LABEL, WITH CR    BILSTM00
019583         WHEN THE CREDITS ARE THE GREATER.                        BILSTM00
019584     MOVE SPACES TO AC-CR.                                        BILSTM00
019585     IF DR-SIDE IS LESS THAN CR-SIDE                              BILSTM00
019586         COMPUTE BAL-WORK = CR-SIDE - DR-SIDE                     BILSTM00
019587         MOVE "CR" TO AC-CR                                       BILSTM00
019588     ELSE COMPUTE BAL-WORK = DR-SIDE - CR-SIDE.                   BILSTM00
019589     MOVE BAL-WORK TO AC-AMT.                                     BILSTM00
019590     WRITE REPORT-REC FROM ACCT-LINE.                             BILSTM00
019591 490X.   EXIT.                                                    BILSTM00
019592 500-LOAD-LEDGER.                                                 BILSTM00
019593     NOTE  LOADS ARLEDGER FOR THE ACCOUNT SUMMARY. POSTINGS FOR   BILSTM00
019594         MONTHS BEFORE THE BILLING MONTH MAKE UP THE PRIOR        BILSTM00
019595         BALANCE. ADJUSTMENTS, PAYMENTS AND TRANSFERS FOR THE     BILSTM00
019596         BILLING MONTH ARE TOTALLED BY USER AND KEPT TO PRINT ONE BILSTM00
019597         BY ONE - PAST 200 OF THEM ONLY THE TOTALS ARE KEPT.      BILSTM00
019598         BILLINGS FOR THE BILLING MONTH ARE PASSED OVER, BEING THEBILSTM00
019599         CHARGES STILL IN BILLSUMR. WITH NO ARLEDGER LG-LOADED-SW BILSTM00
019600         STAYS 0 AND THE SUMMARY IS LEFT OFF.                     BILSTM00
019601     PERFORM 520-BILL-MONTH THRU 520X.                            BILSTM00
019602     OPEN INPUT LEDGER-FILE.                                      BILSTM00
019603     IF LEDG-FILE-STATUS NOT = "00" GO TO 500X.                   BILSTM00
019604     MOVE 1 TO LG-LOADED-SW.                                      BILSTM00
019605 510-LEDG-READ.                                                   BILSTM00
019606     READ LEDGER-FILE AT END GO TO 515-LEDG-DONE.                 BILSTM00
019607     IF AR-PERIOD NOT NUMERIC GO TO 510-LEDG-READ.                BILSTM00
019608     IF AR-AMOUNT NOT NUMERIC GO TO 510-LEDG-READ.                BILSTM00
019609     IF AR-PERIOD IS GREATER THAN BILL-PERIOD                     BILSTM00
019610         GO TO 510-LEDG-READ.                                     BILSTM00
019611     IF AR-PERIOD = BILL-PERIOD                                   BILSTM00
019612         IF AR-TYPE = "B" GO TO 510-LEDG-READ.                    BILSTM00
019613     MOVE AR-USER TO STMT-USER.                                   BILSTM00
019614     MOVE 0 TO LG-HIT.                                            BILSTM00
019615     PERFORM 474-FIND-LEDGER VARYING LG-JX FROM 1 BY 1            BILSTM00
019616         UNTIL LG-JX IS GREATER THAN LG-CNT                       BILSTM00
019617         OR LG-HIT IS GREATER THAN 0.                             BILSTM00
019618     IF LG-HIT IS GREATER THAN 0 GO TO 512-LEDG-POST.             BILSTM00
019619     IF LG-CNT = 300                                              BILSTM00
019620         DISPLAY "ARLEDGER OVER 300 USERS - REST NOT USED"        BILSTM00
019621         GO TO 515-LEDG-DONE.                                     BILSTM00
019622     ADD 1 TO LG-CNT.                                             BILSTM00
019623     MOVE LG-CNT TO LG-HIT.                                       BILSTM00
019624     MOVE AR-USER TO LG-USER (LG-HIT).                            BILSTM00
019625     MOVE 0 TO LG-PRIOR-DR (LG-HIT).                              BILSTM00
019626     MOVE 0 TO LG-PRIOR-CR (LG-HIT).                              BILSTM00
019627     MOVE 0 TO LG-ADJ-DR (LG-HIT).                                BILSTM00
019628     MOVE 0 TO LG-ADJ-CR (LG-HIT).                                BILSTM00
019629     MOVE 0 TO LG-PAID (LG-HIT).                                  BILSTM00
019630     MOVE SPACE TO LG-DONE (LG-HIT).                              BILSTM00
019631 512-LEDG-POST.                                                   BILSTM00
019632     IF AR-PERIOD IS LESS THAN BILL-PERIOD                        BILSTM00
019633         IF AR-TYPE = "B" OR AR-TYPE = "D"                        BILSTM00
019634             ADD AR-AMOUNT TO LG-PRIOR-DR (LG-HIT)                BILSTM00
019635             GO TO 510-LEDG-READ                                  BILSTM00
019636         ELSE ADD AR-AMOUNT TO LG-PRIOR-CR (LG-HIT)               BILSTM00
019637             GO TO 510-LEDG-READ.                                 BILSTM00
019638     IF AR-TYPE = "D" ADD AR-AMOUNT TO LG-ADJ-DR (LG-HIT).        BILSTM00
019639     IF AR-TYPE = "K" ADD AR-AMOUNT TO LG-ADJ-CR (LG-HIT).        BILSTM00
019640     IF AR-TYPE = "P" OR AR-TYPE = "T"                            BILSTM00
019641         ADD AR-AMOUNT TO LG-PAID (LG-HIT).                       BILSTM00
019642     IF LE-CNT = 200 GO TO 510-LEDG-READ.                         BILSTM00
019643     ADD 1 TO LE-CNT.                                             BILSTM00
019644     MOVE AR-USER TO LE-USER (LE-CNT).                            BILSTM00
019645     MOVE AR-TYPE TO LE-TYPE (LE-CNT).                            BILSTM00
019646     MOVE AR-DATE TO LE-DATE (LE-CNT).                            BILSTM00
019647     MOVE AR-REASON TO LE-REASON (LE-CNT).                        BILSTM00
019648     MOVE AR-REF TO LE-REF (LE-CNT).                              BILSTM00
019649     MOVE AR-AMOUNT TO LE-AMOUNT (LE-CNT).                        BILSTM00
019650     GO TO 510-LEDG-READ.                                         BILSTM00
019651 515-LEDG-DONE.                                                   BILSTM00
019652     CLOSE LEDGER-FILE.                                           BILSTM00
019653 500X.   EXIT.                                                    BILSTM00
019654 520-BILL-MONTH.                                                  BILSTM00
019655     NOTE  THE BILLING MONTH IS THE MONTH OF THE FIRST BILLSUMR   BILSTM00
019656         LINE WITH AN AMOUNT, OR THIS MONTH WHEN THERE IS NONE.   BILSTM00
019657         ITS YEAR FOLLOWS THE STATEMENT HEADING RULE. WITH A      BILSTM00
019658         FISCAL CALENDAR IT IS THE FISCAL PERIOD OF THAT NUMBER.  BILSTM00
019659     MOVE TD-MM TO BILL-MONTH.                                    BILSTM00
019660     OPEN INPUT BILL-SUMMARY.                                     BILSTM00
019661 525-MONTH-READ.                                                  BILSTM00
019662     READ BILL-SUMMARY AT END GO TO 528-MONTH-DONE.               BILSTM00
019663     IF BS-AMOUNT = 0 GO TO 525-MONTH-READ.                       BILSTM00
019664     MOVE BS-MONTH TO BILL-MONTH.                                 BILSTM00
019665 528-MONTH-DONE.                                                  BILSTM00
019666     CLOSE BILL-SUMMARY.                                          BILSTM00
019667     MOVE TD-YY TO BILL-YEAR.                                     BILSTM00
019668     IF BILL-MONTH IS GREATER THAN TD-MM                          BILSTM00
019669         IF BILL-YEAR = 0 MOVE 99 TO BILL-YEAR                    BILSTM00
019670         ELSE SUBTRACT 1 FROM BILL-YEAR.                          BILSTM00
019671     PERFORM 530-FISCAL-PERIOD THRU 530X.                         BILSTM00
019672     COMPUTE BILL-PERIOD = BILL-YEAR * 100 + BILL-MONTH.          BILSTM00
019673 520X.   EXIT.                                                    BILSTM00
019674 530-FISCAL-PERIOD.                                               BILSTM00
019675     NOTE  THE FISCAL PERIOD BILLED IS THE LATEST IN FISCCAL OF   BILSTM00
019676         THE BILLING MONTH NUMBER TO HAVE STARTED BY TODAY. ITS   BILSTM00
019677         FISCAL YEAR REPLACES THE CALENDAR YEAR.                  BILSTM00
019678     COMPUTE TODAY-YMD = TD-YY * 10000 + TD-MM * 100 + TD-DD.     BILSTM00
019679     OPEN INPUT FISC-CAL.                                         BILSTM00
019680     IF FISC-FILE-STATUS NOT = "00" GO TO 530X.                   BILSTM00
019681 535-FISC-READ.                                                   BILSTM00
019682     READ FISC-CAL AT END GO TO 538-FISC-DONE.                    BILSTM00
019683     IF FC-TYPE NOT = "P" GO TO 535-FISC-READ.                    BILSTM00
019684     IF FC-PERIOD NOT = BILL-MONTH GO TO 535-FISC-READ.           BILSTM00
019685     IF FC-START IS GREATER THAN TODAY-YMD GO TO 535-FISC-READ.   BILSTM00
019686     MOVE 1 TO FISC-SW.                                           BILSTM00
019687     MOVE FC-YEAR TO BILL-YEAR.                                   BILSTM00
019688     MOVE FC-START TO FISC-START.                                 BILSTM00
019689     MOVE FC-END TO FISC-END.                                     BILSTM00
019690     GO TO 535-FISC-READ.                                         BILSTM00
019691 538-FISC-DONE.                                                   BILSTM00
019692     CLOSE FISC-CAL.                                              BILSTM00
019693     IF FISC-SW = 0                                               BILSTM00
019694         DISPLAY "PERIOD " BILL-MONTH " NOT IN FISCCAL - "        BILSTM00
019695             "CALENDAR MONTH BILLED"                              BILSTM00
019696         GO TO 530X.                                              BILSTM00
019697     MOVE "PERIOD " TO SH-WORD.                                   BILSTM00
019698     MOVE "PERIOD " TO RH-WORD.                                   BILSTM00
019699     MOVE FISC-START TO YW-DATE.                                  BILSTM00
019700     PERFORM 539-EDIT-DATE.                                       BILSTM00
019701     MOVE DATE-EDIT TO RE-START.                                  BILSTM00
019702     MOVE FISC-END TO YW-DATE.                                    BILSTM00
019703     PERFORM 539-EDIT-DATE.                                       BILSTM00
019704     MOVE DATE-EDIT TO RE-END.                                    BILSTM00
019705     MOVE RANGE-EDIT TO SH-RANGE.                                 BILSTM00
019706     MOVE RANGE-EDIT TO RH-RANGE.                                 BILSTM00
019707 530X.   EXIT.                                                    BILSTM00
019708 539-EDIT-DATE.                                                   BILSTM00
019709     MOVE YW-MM TO DE-MM.                                         BILSTM00
019710     MOVE YW-DD TO DE-DD.                                         BILSTM00
019711     MOVE YW-YY TO DE-YY.                                         BILSTM00
019712 600-RUN-TOTALS.                                                  BILSTM00
019713     NOTE  THE GRAND TOTAL OF THE STATEMENT CHARGES GOES ON A PAGEBILSTM00
019714         OF ITS OWN AND INTO BILLCTL WITH THE MONTH BILLED, WHERE BILSTM00
019715         LOGCLOSE BALANCES ITS GENERAL LEDGER JOURNAL AGAINST IT. BILSTM00
019716     MOVE SPACES TO REPORT-REC.                                   BILSTM00
019717     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              BILSTM00
019718     MOVE BILL-MONTH TO RH-MONTH.                                 BILSTM00
019719     MOVE BILL-YEAR TO RH-YEAR.                                   BILSTM00
019720     WRITE REPORT-REC FROM RUN-HEAD BEFORE ADVANCING 3 LINES.     BILSTM00
019721     MOVE STMT-COUNT TO RN-COUNT.                                 BILSTM00
019722     WRITE REPORT-REC FROM RUN-COUNT-LINE.                        BILSTM00
019723     MOVE GRAND-TOTAL TO RN-TOTAL.                                BILSTM00
019724     WRITE REPORT-REC FROM RUN-TOTAL-LINE.                        BILSTM00
019725     OPEN OUTPUT BILL-CONTROL.                                    BILSTM00
019726     MOVE SPACES TO BCTL-REC.                                     BILSTM00
019727     MOVE BILL-PERIOD TO BC-PERIOD.                               BILSTM00
019728     MOVE STMT-COUNT TO BC-COUNT.                                 BILSTM00
019729     MOVE GRAND-TOTAL TO BC-TOTAL.                                BILSTM00
019730     COMPUTE BC-DATE = TD-YY * 10000 + TD-MM * 100 + TD-DD.       BILSTM00
019731     WRITE BCTL-REC.                                              BILSTM00
019732     CLOSE BILL-CONTROL.                                          BILSTM00
019733 600X.   EXIT.                                                    BILSTM00
019734 END-OF-JOB.                                                      BILSTM00
