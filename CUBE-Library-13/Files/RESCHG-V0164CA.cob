000100RESCHG      000164CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  CHRISLOGS CHARGEBACK SECTION BILLS MACHINE TIME ONLY - DISK           00
000900  SPACE, PUNCHED CARDS AND TAPE REELS WERE GIVEN AWAY. THIS             00
001000  PROGRAM PRICES ALL THREE PER USER NUMBER FROM THE RATE CARD           00
001100  AND POSTS THEM TO BILLSUMR AS SEPARATE LINES, WHICH BILLSTMT          00
001200  PRINTS UNDER THEIR OWN HEADINGS -                                     00
001300     DISK SPACE IS BILLED IN SEGMENT-DAYS. EACH RUN TAKES THE           00
001400        DAYS DIREXT SNAPSHOT (COLS 29-37 DECLARED SEGMENTS,             00
001500        COLS 39-45 USER NUMBER) AND ADDS EACH USERS SEGMENTS            00
001600        TIMES THE DAYS SINCE THE LAST SNAPSHOT COUNTED - THE            00
001700        FIRST SNAPSHOT OF A MONTH COUNTS FROM THE FIRST - TO            00
001800        THE RUNNING TOTALS KEPT IN THE CATALOGUED FILE SEGDAYS.         00
001900        A SNAPSHOT ALREADY COUNTED IS NOT COUNTED AGAIN. AT             00
002000        BILLING THE LAST SNAPSHOT IS CARRIED TO MONTH END.              00
002100     PUNCHED CARDS ARE BILLED TO THE REQUESTER - THE PUNCH              00
002200        COUNT OF EVERY PCHLOG ENTRY DATED IN THE MONTH, CHARGED         00
002300        TO THE Q-REQ-BY OF THE FILES PCHQUEUE ENTRY. A FILE             00
002400        WITH NO QUEUE ENTRY IS LISTED AND NOT BILLED.                   00
002410        A DECK DELIVERED ON A CARDOUT REEL (PCHLOG COL 38 = T) IS       00
002420        NOT BILLED AS CARDS - ITS REEL IS BILLED AS A TAPE REEL.        00
002500     TAPE REELS ARE BILLED PER REEL PER MONTH TO THE OWNER IN           00
002600        VOLCAT COLS 37-43 FOR EVERY REEL WHOSE SAVE FACTOR RAN          00
002700        INTO THE MONTH. REELS WITH NO OWNER ARE SHOP REELS AND          00
002800        ARE COUNTED BUT NOT BILLED.                                     00
002900                                                                        00
003000  THE RATES ARE RATE CARD RECORDS WITH A CLASS IN COL 30 -              00
003100  D PER 1000 SEGMENT-DAYS, C PER 1000 CARDS, T PER REEL. A              00
003200  RECORD FOR USER *ALL IS THE RATE FOR EVERY USER WITHOUT ONE           00
003300  OF ITS OWN. THE EFFECTIVE DATE RULE IS CHRISLOGS - THE                00
003400  LATEST EFFECTIVE DATE NOT IN THE FUTURE WINS.                         00
003500                                                                        00
003600  REPLY A AT THE FIRST ACCEPT TO COUNT THE DAYS SNAPSHOT ONLY -         00
003700  RUN IT SO EVERY DAY AFTER DIREXTR. REPLY B AFTER THE LAST             00
003800  CHRISLOG RUN OF THE MONTH TO COUNT THE SNAPSHOT AND BILL THE          00
003900  MONTH, THEN RUN BILLSTMT AND LOGCLOSE AS BEFORE. BILLING              00
004000  REPLACES THE RESOURCE LINES ALREADY IN BILLSUMR, SO A BILLING         00
004100  RUN MAY BE REPEATED UNTIL THE SEGMENT-DAYS ARE CLEARED - ONCE         00
004200  A MONTH IS BILLED ITS SEGMENT-DAYS START AGAIN FROM ZERO AND          00
004300  A LATER SNAPSHOT DATED IN THAT MONTH IS NOT COUNTED.                  00
004400                                                                        00
004500  EACH SNAPSHOT COUNTED AND EACH MONTH BILLED IS LOGGED TO THE          00
004600  SHARED AUDIT TRAIL. THE TABLES HOLD 300 USERS, 300 QUEUE              00
004700  ENTRIES AND 300 CHARGE LINES.                                         00
004710  WITH A FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) EVERY MONTH           00
004720  ABOVE IS THE FISCAL PERIOD - THE FIRST SNAPSHOT OF A PERIOD           00
004730  COUNTS FROM THE DAY IT STARTS, THE LAST IS CARRIED TO THE DAY         00
004740  IT ENDS, CARDS ARE THOSE PUNCHED WITHIN IT AND REELS THOSE            00
004750  HELD INTO IT, AND SEGDAYS AND THE AUDIT TRAIL CARRY ITS               00
004760  FISCAL YEAR AND NUMBER. A SNAPSHOT DATED IN NO PERIOD IS NOT          00
004770  COUNTED, AND NOTHING IS BILLED ON A DAY NO PERIOD COVERS.             00
004800                                                                        00
004900                                                                        00
005000 IDENTIFICATION DIVISION.                                         RESCHG00
005100 PROGRAM-ID. RESOURCE CHARGES "RESCHG".                           RESCHG00
005200 DATE-COMPILED.                                                   RESCHG00
005300 REMARKS. ACCUMULATES SEGMENT-DAYS FROM THE DAILY DIREXT SNAPSHOT RESCHG00
005400     AND AT MONTH END PRICES DISK SPACE, PUNCHED CARDS AND TAPE   RESCHG00
005500     REELS PER USER FROM THE RATE CARD AND POSTS THEM TO BILLSUMR.RESCHG00
005510     MONTH IS THE FISCAL PERIOD WHEN FISCCAL IS PRESENT.          RESCHG00
005600 ENVIRONMENT DIVISION.                                            RESCHG00
005700 CONFIGURATION SECTION.                                           RESCHG00
005800 SOURCE-COMPUTER. B-5500.                                         RESCHG00
005900 OBJECT-COMPUTER. B-5500.                                         RESCHG00
006000 INPUT-OUTPUT SECTION.                                            RESCHG00
006100 FILE-CONTROL.                                                    RESCHG00
006200     SELECT AUTH-FILE ASSIGN TO DISK                              RESCHG00
006300         FILE STATUS IS AUTH-FILE-STATUS.                         RESCHG00
006400     SELECT OPER-FILE ASSIGN TO DISK                              RESCHG00
006500         FILE STATUS IS OPER-FILE-STATUS.                         RESCHG00
006600     SELECT DIR-EXTRACT ASSIGN TO DISK                            RESCHG00
006700         FILE STATUS IS DIREXT-STATUS.                            RESCHG00
006800     SELECT SEG-DAYS ASSIGN TO DISK                               RESCHG00
006900         FILE STATUS IS SEGD-STATUS.                              RESCHG00
007000     SELECT PUNCH-LOG ASSIGN TO DISK                              RESCHG00
007100         FILE STATUS IS PLOG-STATUS.                              RESCHG00
007200     SELECT PUNCH-QUEUE ASSIGN TO DISK                            RESCHG00
007300         FILE STATUS IS PQ-STATUS.                                RESCHG00
007400     SELECT VOL-CATALOG ASSIGN TO DISK                            RESCHG00
007500         FILE STATUS IS VOLCAT-STATUS.                            RESCHG00
007600     SELECT RATE-CARD ASSIGN TO DISK                              RESCHG00
007700         FILE STATUS IS RATE-FILE-STATUS.                         RESCHG00
007800     SELECT BILL-SUMMARY ASSIGN TO DISK                           RESCHG00
007900         FILE STATUS IS BILL-STATUS.                              RESCHG00
007910     SELECT FISC-CAL ASSIGN TO DISK                               RESCHG00
007920         FILE STATUS IS FISC-FILE-STATUS.                         RESCHG00
008000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RESCHG00
008100     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RESCHG00
008200 DATA DIVISION.                                                   RESCHG00
008300 FILE SECTION.                                                    RESCHG00
008400 MD  AUTH-FILE                                                    RESCHG00
008500     ACCESS SEQUENTIAL                                            RESCHG00
008600     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
008700     VALUE OF ID "RUNAUTH"                                        RESCHG00
008800     DATA RECORD AUTH-REC.                                        RESCHG00
008900 01  AUTH-REC        SZ 80.                                       RESCHG00
009000     05  RA-RUN-ID       PC X(7).                                 RESCHG00
009100     05  FILLER          SZ 1.                                    RESCHG00
009200     05  RA-PROGRAM      PC X(8).                                 RESCHG00
009300     05  FILLER          SZ 1.                                    RESCHG00
009400     05  RA-EXPIRES      PC 9(6).                                 RESCHG00
009500     05  FILLER          SZ 57.                                   RESCHG00
009600 MD  OPER-FILE                                                    RESCHG00
009700     ACCESS SEQUENTIAL                                            RESCHG00
009800     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
009900     VALUE OF ID "OPROSTER"                                       RESCHG00
010000     DATA RECORD OPER-REC.                                        RESCHG00
010100 01  OPER-REC        SZ 80.                                       RESCHG00
010200     05  OR-CODE         PC X(3).                                 RESCHG00
010300     05  FILLER          SZ 1.                                    RESCHG00
010400     05  OR-NAME         PC X(20).                                RESCHG00
010500     05  FILLER          SZ 1.                                    RESCHG00
010600     05  OR-STATUS       PC X.                                    RESCHG00
010700     05  FILLER          SZ 54.                                   RESCHG00
010800 MD  AUDIT-TRAIL                                                  RESCHG00
010900     ACCESS MODE IS RANDOM                                        RESCHG00
011000     ACTUAL KEY IS AU-KEY                                         RESCHG00
011100     RECORD CONTAINS 44 CHARACTERS                                RESCHG00
011200     LABEL RECORD IS STANDARD                                     RESCHG00
011300     VALUE OF ID IS "AUDITTRL"                                    RESCHG00
011400     DATA RECORD IS AUDIT-REC.                                    RESCHG00
011500 01  AUDIT-REC       SZ 44.                                       RESCHG00
011600     05  AU-PROGRAM      PC X(8)  VA "RESCHG  ".                  RESCHG00
011700     05  AU-DATE         PC 9(6).                                 RESCHG00
011800     05  AU-TIME         PC 9(4).                                 RESCHG00
011900     05  AU-EVENT        PC X(8).                                 RESCHG00
012000     05  AU-RESULT       PC X(8).                                 RESCHG00
012100     05  AU-RUN-ID       PC X(7).                                 RESCHG00
012200     05  AU-OPERATOR     PC X(3).                                 RESCHG00
012300 01  AUDIT-CTL.                                                   RESCHG00
012400     05  AC-NEXT-SLOT    PC 9(8).                                 RESCHG00
012500     05  AC-HASH         PC 9(9).                                 RESCHG00
012600     05  FILLER          SZ 27.                                   RESCHG00
012700 MD  DIR-EXTRACT                                                  RESCHG00
012800     ACCESS SEQUENTIAL                                            RESCHG00
012900     RECORD CONTAINS 80 CHARACTERS                                RESCHG00
013000     VALUE OF ID "DIREXT"                                         RESCHG00
013100     DATA RECORD DIR-EXT-REC.                                     RESCHG00
013200 01  DIR-EXT-REC     SZ 80.                                       RESCHG00
013300     05  DX-PREFIX       PC X(7).                                 RESCHG00
013400     05  FILLER          SZ 1.                                    RESCHG00
013500     05  DX-SUFFIX       PC X(7).                                 RESCHG00
013600     05  FILLER          SZ 1.                                    RESCHG00
013700     05  DX-CREATION     PC 9(5).                                 RESCHG00
013800     05  FILLER          SZ 1.                                    RESCHG00
013900     05  DX-LAST-ACCESS  PC 9(5).                                 RESCHG00
014000     05  FILLER          SZ 1.                                    RESCHG00
014100     05  DX-SEGS         PC 9(9).                                 RESCHG00
014200     05  FILLER          SZ 1.                                    RESCHG00
014300     05  DX-USER         PC X(7).                                 RESCHG00
014400     05  FILLER          SZ 1.                                    RESCHG00
014500     05  DX-RUN-DATE     PC 9(6).                                 RESCHG00
014600     05  FILLER          SZ 28.                                   RESCHG00
014700 MD  SEG-DAYS                                                     RESCHG00
014800     ACCESS SEQUENTIAL                                            RESCHG00
014900     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
015000     VALUE OF ID "SEGDAYS"                                        RESCHG00
015100     DATA RECORD SEGD-REC.                                        RESCHG00
015200 01  SEGD-REC        SZ 80.                                       RESCHG00
015300     05  SD-USER         PC X(7).                                 RESCHG00
015400     05  FILLER          SZ 1.                                    RESCHG00
015500     05  SD-SEG-DAYS     PC 9(11).                                RESCHG00
015600     05  FILLER          SZ 1.                                    RESCHG00
015700     05  SD-LAST-SEGS    PC 9(9).                                 RESCHG00
015800     05  FILLER          SZ 1.                                    RESCHG00
015900     05  SD-LAST-DATE    PC 9(6).                                 RESCHG00
016000     05  FILLER          SZ 1.                                    RESCHG00
016100     05  SD-MONTH        PC 9(4).                                 RESCHG00
016200     05  FILLER          SZ 1.                                    RESCHG00
016300     05  SD-BILLED       PC 9(4).                                 RESCHG00
016400     05  FILLER          SZ 34.                                   RESCHG00
016500 MD  PUNCH-LOG                                                    RESCHG00
016600     ACCESS MODE IS SEQUENTIAL                                    RESCHG00
016700     RECORD CONTAINS 80 CHARACTERS                                RESCHG00
016800     LABEL RECORD IS STANDARD                                     RESCHG00
016900     VALUE OF ID IS "PCHLOG"                                      RESCHG00
017000     DATA RECORD IS LOG-REC.                                      RESCHG00
017100 01  LOG-REC         SZ 80.                                       RESCHG00
017200     05  LOG-FILE-ID     PC X(7).                                 RESCHG00
017300     05  FILLER          SZ 1.                                    RESCHG00
017400     05  LOG-DATE        PC X(6).                                 RESCHG00
017500     05  FILLER          SZ 1.                                    RESCHG00
017600     05  LOG-RUN-ID      PC X(7).                                 RESCHG00
017700     05  FILLER          SZ 1.                                    RESCHG00
017800     05  LOG-READ-CNT    PC 9(6).                                 RESCHG00
017900     05  FILLER          SZ 1.                                    RESCHG00
018000     05  LOG-PUNCH-CNT   PC 9(6).                                 RESCHG00
018010     05  FILLER          SZ 1.                                    RESCHG00
018020     05  LOG-OUTPUT      PC X.                                    RESCHG00
018030     05  FILLER          SZ 1.                                    RESCHG00
018040     05  LOG-SERIAL      PC X(6).                                 RESCHG00
018050     05  FILLER          SZ 35.                                   RESCHG00
018200 MD  PUNCH-QUEUE                                                  RESCHG00
018300     ACCESS MODE IS SEQUENTIAL                                    RESCHG00
018400     RECORD CONTAINS 80 CHARACTERS                                RESCHG00
018500     LABEL RECORD IS STANDARD                                     RESCHG00
018600     VALUE OF ID IS "PCHQUEUE"                                    RESCHG00
018700     DATA RECORD IS QUEUE-REC.                                    RESCHG00
018800 01  QUEUE-REC       SZ 80.                                       RESCHG00
018900     05  Q-FILE-ID       PC X(7).                                 RESCHG00
019000     05  FILLER          SZ 1.                                    RESCHG00
019100     05  Q-MEDIUM        PC X.                                    RESCHG00
019200     05  FILLER          SZ 1.                                    RESCHG00
019300     05  Q-PRIORITY      PC 9.                                    RESCHG00
019400     05  FILLER          SZ 1.                                    RESCHG00
019500     05  Q-REQ-BY        PC X(7).                                 RESCHG00
019600     05  FILLER          SZ 1.                                    RESCHG00
019700     05  Q-STATUS        PC X(8).                                 RESCHG00
019800     05  FILLER          SZ 1.                                    RESCHG00
019900     05  Q-DONE-DATE     PC 9(6).                                 RESCHG00
020000     05  FILLER          SZ 45.                                   RESCHG00
020100 MD  VOL-CATALOG                                                  RESCHG00
020200     ACCESS SEQUENTIAL                                            RESCHG00
020300     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
020400     VALUE OF ID "VOLCAT"                                         RESCHG00
020500     DATA RECORD VC-REC.                                          RESCHG00
020600 01  VC-REC          SZ 80.                                       RESCHG00
020700     05  VC-SERIAL       PC X(6).                                 RESCHG00
020800     05  FILLER          SZ 1.                                    RESCHG00
020900     05  VC-FILE-ID      PC X(8).                                 RESCHG00
021000     05  FILLER          SZ 1.                                    RESCHG00
021100     05  VC-PROGRAM      PC X(8).                                 RESCHG00
021200     05  FILLER          SZ 1.                                    RESCHG00
021300     05  VC-DATE         PC 9(6).                                 RESCHG00
021400     05  FILLER          SZ 1.                                    RESCHG00
021500     05  VC-SAVE         PC 9(3).                                 RESCHG00
021600     05  FILLER          SZ 1.                                    RESCHG00
021700     05  VC-USER         PC X(7).                                 RESCHG00
021800     05  FILLER          SZ 37.                                   RESCHG00
021900 MD  RATE-CARD                                                    RESCHG00
022000     ACCESS SEQUENTIAL                                            RESCHG00
022100     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
022200     VALUE OF ID "RATECARD"                                       RESCHG00
022300     DATA RECORD RATE-REC.                                        RESCHG00
022400 01  RATE-REC        SZ 80.                                       RESCHG00
022500     05  RC-USER         PC X(7).                                 RESCHG00
022600     05  FILLER          SZ 1.                                    RESCHG00
022700     05  RC-RATE         PC 9(4)V99.                              RESCHG00
022800     05  FILLER          SZ 1.                                    RESCHG00
022900     05  RC-EFF-DATE     PC 9(6).                                 RESCHG00
023000     05  FILLER          SZ 1.                                    RESCHG00
023100     05  RC-OFF-RATE     PC 9(4)V99.                              RESCHG00
023200     05  FILLER          SZ 1.                                    RESCHG00
023300     05  RC-CLASS        PC X.                                    RESCHG00
023400     05  FILLER          SZ 50.                                   RESCHG00
023500 MD  BILL-SUMMARY                                                 RESCHG00
023600     ACCESS SEQUENTIAL                                            RESCHG00
023700     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
023800     VALUE OF ID "BILLSUMR"                                       RESCHG00
023900     DATA RECORD BILL-REC.                                        RESCHG00
024000 01  BILL-REC        SZ 80.                                       RESCHG00
024100     05  BS-MONTH        PC 99.                                   RESCHG00
024200     05  FILLER          SZ 1.                                    RESCHG00
024300     05  BS-USER         PC X(7).                                 RESCHG00
024400     05  FILLER          SZ 1.                                    RESCHG00
024500     05  BS-AMOUNT       PC 9(8)V99.                              RESCHG00
024600     05  FILLER          SZ 1.                                    RESCHG00
024700     05  BS-CLASS        PC X.                                    RESCHG00
024800     05  FILLER          SZ 1.                                    RESCHG00
024900     05  BS-QTY          PC 9(11).                                RESCHG00
025000     05  FILLER          SZ 1.                                    RESCHG00
025100     05  BS-RATE         PC 9(4)V99.                              RESCHG00
025200     05  FILLER          SZ 38.                                   RESCHG00
025201 MD  FISC-CAL                                                     RESCHG00
025202     ACCESS SEQUENTIAL                                            RESCHG00
025203     BLOCK CONTAINS 1 RECORDS                                     RESCHG00
025204     VALUE OF ID "FISCCAL"                                        RESCHG00
025205     DATA RECORD FISC-REC.                                        RESCHG00
025206 01  FISC-REC        SZ 80.                                       RESCHG00
025207     05  FC-TYPE         PC X.                                    RESCHG00
025208     05  FILLER          SZ 1.                                    RESCHG00
025209     05  FC-YEAR         PC 99.                                   RESCHG00
025210     05  FILLER          SZ 1.                                    RESCHG00
025211     05  FC-PERIOD       PC 99.                                   RESCHG00
025212     05  FILLER          SZ 1.                                    RESCHG00
025213     05  FC-START        PC 9(6).                                 RESCHG00
025214     05  FILLER          SZ 1.                                    RESCHG00
025215     05  FC-END          PC 9(6).                                 RESCHG00
025216     05  FILLER          SZ 59.                                   RESCHG00
025300 FD  REPORT-FILE                                                  RESCHG00
025400         VALUE OF ID "RESLIST"                                    RESCHG00
025500         DATA RECORD REPORT-REC.                                  RESCHG00
025600 01  REPORT-REC      SZ 132.                                      RESCHG00
025700 WORKING-STORAGE SECTION.                                         RESCHG00
025800 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        RESCHG00
025900 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     RESCHG00
026000 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     RESCHG00
026100 77  OPERATOR-CODE   VA SPACE        PC X(3).                     RESCHG00
026200 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        RESCHG00
026300 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        RESCHG00
026400 77  AUTH-TODAY      CMP-1   PC 9(6).                             RESCHG00
026500 77  AUTH-DATE-IN            PC 9(6).                             RESCHG00
026600 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             RESCHG00
026700 77  AU-HH           CMP-1   PC 99.                               RESCHG00
026800 77  AU-MM           CMP-1   PC 99.                               RESCHG00
026900 77  AU-KEY          CMP-1   PC 9(8).                             RESCHG00
027000 77  AU-NEXT         CMP-1   PC 9(8).                             RESCHG00
027100 01  AU-SAVE-REC             SZ 44.                               RESCHG00
027200 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     RESCHG00
027300 77  AU-REC-SUM              CMP-1   PC 9(6).                     RESCHG00
027400 77  AU-CX                   CMP-1   PC 99.                       RESCHG00
027500 77  AU-TX                   CMP-1   PC 99.                       RESCHG00
027600 77  AU-CODE                 CMP-1   PC 99.                       RESCHG00
027700 01  AU-HASH-REC.                                                 RESCHG00
027800     05  AU-HC       OC 44   PC X.                                RESCHG00
027900 01  AU-CHAR-SET.                                                 RESCHG00
028000     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          RESCHG00
028100     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          RESCHG00
028200 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           RESCHG00
028300     05  AU-CHAR     OC 48   PC X.                                RESCHG00
028400 77  RUN-ID-ENTRY            PC X(7).                             RESCHG00
028500 77  DIREXT-STATUS   VA SPACE        PC X(2).                     RESCHG00
028600 77  SEGD-STATUS     VA SPACE        PC X(2).                     RESCHG00
028700 77  PLOG-STATUS     VA SPACE        PC X(2).                     RESCHG00
028800 77  PQ-STATUS       VA SPACE        PC X(2).                     RESCHG00
028900 77  VOLCAT-STATUS   VA SPACE        PC X(2).                     RESCHG00
029000 77  RATE-FILE-STATUS VA SPACE       PC X(2).                     RESCHG00
029100 77  BILL-STATUS     VA SPACE        PC X(2).                     RESCHG00
029200 77  RUN-MODE                PC X.                                RESCHG00
029300 77  RES-TODAY       CMP-1   PC 9(6).                             RESCHG00
029400 77  RES-DATE-IN             PC 9(6).                             RESCHG00
029500 77  HOLD-LAST-DATE  VA 0    CMP-1   PC 9(6).                     RESCHG00
029600 77  HOLD-MONTH      VA 0    CMP-1   PC 9(4).                     RESCHG00
029700 77  HOLD-BILLED     VA 0    CMP-1   PC 9(4).                     RESCHG00
029800 77  SNAP-DATE       VA 0    CMP-1   PC 9(6).                     RESCHG00
029900 77  SNAP-YYMM               CMP-1   PC 9(4).                     RESCHG00
030000 77  LOG-YYMM                CMP-1   PC 9(4).                     RESCHG00
030100 77  SNAP-DAYS       VA 0    CMP-1   PC 99.                       RESCHG00
030200 77  TAIL-DAYS       VA 0    CMP-1   PC 99.                       RESCHG00
030300 77  LAST-DD                 CMP-1   PC 99.                       RESCHG00
030400 77  MONTH-END               CMP-1   PC 99.                       RESCHG00
030500 77  BILL-YYMM       VA 0    CMP-1   PC 9(4).                     RESCHG00
030600 77  BILL-START              CMP-1   PC 9(5).                     RESCHG00
030700 77  BILL-END                CMP-1   PC 9(5).                     RESCHG00
030800 77  REEL-START              CMP-1   PC 9(5).                     RESCHG00
030900 77  REEL-END                CMP-1   PC 9(5).                     RESCHG00
031000 77  ST-CNT          VA 0    CMP-1   PC 999.                      RESCHG00
031100 77  SX                      CMP-1   PC 999.                      RESCHG00
031200 77  SHIT                    CMP-1   PC 999.                      RESCHG00
031300 77  QT-CNT          VA 0    CMP-1   PC 999.                      RESCHG00
031400 77  QX                      CMP-1   PC 999.                      RESCHG00
031500 77  QHIT                    CMP-1   PC 999.                      RESCHG00
031600 77  RT-CNT          VA 0    CMP-1   PC 999.                      RESCHG00
031700 77  RX                      CMP-1   PC 999.                      RESCHG00
031800 77  RHIT                    CMP-1   PC 999.                      RESCHG00
031900 77  CH-CNT          VA 0    CMP-1   PC 999.                      RESCHG00
032000 77  CX                      CMP-1   PC 999.                      RESCHG00
032100 77  CHIT                    CMP-1   PC 999.                      RESCHG00
032200 77  SEGD-OVER-SW    VA 0    CMP-1   PC 9.                        RESCHG00
032300 77  COUNTED-SW      VA 0    CMP-1   PC 9.                        RESCHG00
032400 77  NOUSER-SEGS     VA 0    CMP-1   PC 9(9).                     RESCHG00
032500 77  SHOP-REELS      VA 0    CMP-1   PC 999.                      RESCHG00
032600 77  POST-CNT        VA 0    CMP-1   PC 999.                      RESCHG00
032700 77  POST-TOTAL      VA 0            PC 9(8)V99.                  RESCHG00
032800 77  RATE-WORK               PC 9(4)V99.                          RESCHG00
032900 77  RATE-EFF-WORK           PC X(6).                             RESCHG00
033000 77  WK-USER                 PC X(7).                             RESCHG00
033100 77  WK-CLASS                PC X.                                RESCHG00
033200 77  WK-QTY                  CMP-1   PC 9(11).                    RESCHG00
033300 77  PREV-CLASS              PC X.                                RESCHG00
033301 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     RESCHG00
033302 77  FISC-SW         VA 0    CMP-1   PC 9.                        RESCHG00
033303 77  FT-CNT          VA 0    CMP-1   PC 999.                      RESCHG00
033304 77  FX                      CMP-1   PC 999.                      RESCHG00
033305 77  FHIT                    CMP-1   PC 999.                      RESCHG00
033306 77  LOOK-DATE               CMP-1   PC 9(6).                     RESCHG00
033307 77  LOOK-KEY                CMP-1   PC 9(4).                     RESCHG00
033308 77  LOOK-START              CMP-1   PC 9(6).                     RESCHG00
033309 77  LOOK-END                CMP-1   PC 9(6).                     RESCHG00
033310 77  BILL-FROM               CMP-1   PC 9(6).                     RESCHG00
033311 77  BILL-TO                 CMP-1   PC 9(6).                     RESCHG00
033312 77  DAY-NO                  CMP-1   PC 9(6).                     RESCHG00
033313 77  SNAP-DAY-NO             CMP-1   PC 9(6).                     RESCHG00
033400 01  DATE-WORK.                                                   RESCHG00
033500     05  DW-DATE             PC 9(6).                             RESCHG00
033600 01  DATE-PARTS REDEFINES DATE-WORK.                              RESCHG00
033700     05  DW-YY               PC 99.                               RESCHG00
033800     05  DW-MM               PC 99.                               RESCHG00
033900     05  DW-DD               PC 99.                               RESCHG00
034000 01  MDY-WORK.                                                    RESCHG00
034100     05  MW-MM               PC 99.                               RESCHG00
034200     05  MW-DD               PC 99.                               RESCHG00
034300     05  MW-YY               PC 99.                               RESCHG00
034400 01  MONTH-WORK.                                                  RESCHG00
034500     05  BW-YY               PC 99.                               RESCHG00
034600     05  BW-MM               PC 99.                               RESCHG00
034700 01  MONTH-WORK-X REDEFINES MONTH-WORK.                           RESCHG00
034800     05  BW-YYMM             PC 9(4).                             RESCHG00
034900 01  MONTH-DAYS-SET.                                              RESCHG00
035000     05  FILLER  PC X(24) VA "312831303130313130313031".          RESCHG00
035100 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     RESCHG00
035200     05  MD-DAYS     OC 12   PC 99.                               RESCHG00
035201 01  CUM-DAYS-SET.                                                RESCHG00
035202     05  FILLER  PC X(18) VA "000031059090120151".                RESCHG00
035203     05  FILLER  PC X(18) VA "181212243273304334".                RESCHG00
035204 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         RESCHG00
035205     05  CUM-DAYS    OC 12   PC 999.                              RESCHG00
035206 01  DAY-WORK.                                                    RESCHG00
035207     05  DN-DATE             PC 9(6).                             RESCHG00
035208 01  DAY-PARTS REDEFINES DAY-WORK.                                RESCHG00
035209     05  DN-YY               PC 99.                               RESCHG00
035210     05  DN-MM               PC 99.                               RESCHG00
035211     05  DN-DD               PC 99.                               RESCHG00
035212 01  FISC-TABLE.                                                  RESCHG00
035213     02 FT-ENTRY OC 200.                                          RESCHG00
035214         03 FT-KEY           PC 9(4).                             RESCHG00
035215         03 FT-START         PC 9(6).                             RESCHG00
035216         03 FT-END           PC 9(6).                             RESCHG00
035300 01  RESULT-WORK.                                                 RESCHG00
035400     05  RW-YYMM             PC 9(4).                             RESCHG00
035500     05  FILLER      PC X    VA "/".                              RESCHG00
035600     05  RW-LINES            PC 999.                              RESCHG00
035700 01  SEG-TABLE.                                                   RESCHG00
035800     02 ST-ENTRY OC 300.                                          RESCHG00
035900         03 ST-USER          PC X(7).                             RESCHG00
036000         03 ST-SEG-DAYS      PC 9(11).                            RESCHG00
036100         03 ST-LAST-SEGS     PC 9(9).                             RESCHG00
036200         03 ST-RUN-SEGS      PC 9(9).                             RESCHG00
036300 01  QUEUE-TABLE.                                                 RESCHG00
036400     02 QT-ENTRY OC 300.                                          RESCHG00
036500         03 QT-FILE-ID       PC X(7).                             RESCHG00
036600         03 QT-REQ-BY        PC X(7).                             RESCHG00
036700         03 QT-DONE-DATE     PC X(6).                             RESCHG00
036800 01  RATE-TABLE.                                                  RESCHG00
036900     02 RT-ENTRY OC 100.                                          RESCHG00
037000         03 RT-USER          PC X(7).                             RESCHG00
037100         03 RT-CLASS         PC X.                                RESCHG00
037200         03 RT-RATE          PC 9(4)V99.                          RESCHG00
037300         03 RT-EFF           PC X(6).                             RESCHG00
037400 01  CHARGE-TABLE.                                                RESCHG00
037500     02 CH-ENTRY OC 300.                                          RESCHG00
037600         03 CH-USER          PC X(7).                             RESCHG00
037700         03 CH-CLASS         PC X.                                RESCHG00
037800         03 CH-QTY           PC 9(11).                            RESCHG00
037900         03 CH-RATE          PC 9(4)V99.                          RESCHG00
038000         03 CH-AMOUNT        PC 9(8)V99.                          RESCHG00
038100         03 CH-POSTED        PC X.                                RESCHG00
038200         03 CH-NOTE          PC X(12).                            RESCHG00
038300 01  TITLE-LINE      SZ 132.                                      RESCHG00
038400     05  FILLER  PC X(24) VA "RESOURCE CHARGES    RUN ".          RESCHG00
038500     05  TL-DATE     PC X(6).                                     RESCHG00
038600     05  FILLER  PC X(8)  VA "   MODE ".                          RESCHG00
038700     05  TL-MODE     PC X(24).                                    RESCHG00
038800     05  FILLER      SZ 70    VA SPACE.                           RESCHG00
038900 01  SNAP-LINE       SZ 132.                                      RESCHG00
039000     05  FILLER  PC X(17) VA "DIREXT SNAPSHOT  ".                 RESCHG00
039100     05  SL-DATE     PC X(6).                                     RESCHG00
039200     05  FILLER  PC X(3)  VA " - ".                               RESCHG00
039300     05  SL-TEXT     PC X(40).                                    RESCHG00
039400     05  SL-DAYS     PC ZZ9.                                      RESCHG00
039500     05  FILLER      SZ 63    VA SPACE.                           RESCHG00
039600 01  NOUSER-LINE     SZ 132.                                      RESCHG00
039700     05  FILLER  PC X(34) VA                                      RESCHG00
039800         "SEGMENTS WITH NO USER NUMBER      ".                    RESCHG00
039900     05  NL-SEGS     PC ZZZ,ZZZ,ZZ9.                              RESCHG00
040000     05  FILLER      SZ 87    VA SPACE.                           RESCHG00
040100 01  TODATE-HEAD     SZ 132.                                      RESCHG00
040200     05  FILLER  PC X(40) VA                                      RESCHG00
040300         "  USER     LAST SEGMENTS   SEGMENT-DAYS ".              RESCHG00
040400     05  FILLER  PC X(11) VA "TO DATE    ".                       RESCHG00
040500     05  FILLER      SZ 81    VA SPACE.                           RESCHG00
040600 01  TODATE-LINE     SZ 132.                                      RESCHG00
040700     05  FILLER      SZ 2     VA SPACE.                           RESCHG00
040800     05  TD-USER     PC X(7).                                     RESCHG00
040900     05  FILLER      SZ 4     VA SPACE.                           RESCHG00
041000     05  TD-LAST     PC ZZZ,ZZZ,ZZ9.                              RESCHG00
041100     05  FILLER      SZ 3     VA SPACE.                           RESCHG00
041200     05  TD-DAYS     PC ZZ,ZZZ,ZZZ,ZZ9.                           RESCHG00
041300     05  FILLER      SZ 91    VA SPACE.                           RESCHG00
041400 01  BILL-HEAD       SZ 132.                                      RESCHG00
041500     05  BH-TITLE    PC X(28) VA "RESOURCE CHARGES FOR MONTH  ".  RESCHG00
041600     05  BH-MM       PC 99.                                       RESCHG00
041700     05  FILLER      PC X     VA "/".                             RESCHG00
041800     05  BH-YY       PC 99.                                       RESCHG00
041900     05  FILLER      SZ 99    VA SPACE.                           RESCHG00
042000 01  BILL-COLS       SZ 132.                                      RESCHG00
042100     05  FILLER  PC X(40) VA                                      RESCHG00
042200         "  USER     RESOURCE               QUANTI".              RESCHG00
042300     05  FILLER  PC X(40) VA                                      RESCHG00
042400         "TY      RATE         AMOUNT  NOTE       ".              RESCHG00
042500     05  FILLER      SZ 52    VA SPACE.                           RESCHG00
042600 01  BILL-LINE       SZ 132.                                      RESCHG00
042700     05  FILLER      SZ 2     VA SPACE.                           RESCHG00
042800     05  BL-USER     PC X(7).                                     RESCHG00
042900     05  FILLER      SZ 4     VA SPACE.                           RESCHG00
043000     05  BL-CLASS    PC X(16).                                    RESCHG00
043100     05  FILLER      SZ 2     VA SPACE.                           RESCHG00
043200     05  BL-QTY      PC ZZ,ZZZ,ZZZ,ZZ9.                           RESCHG00
043300     05  FILLER      SZ 3     VA SPACE.                           RESCHG00
043400     05  BL-RATE     PC ZZZ9.99.                                  RESCHG00
043500     05  BL-RATE-X REDEFINES BL-RATE PC X(7).                     RESCHG00
043600     05  FILLER      SZ 2     VA SPACE.                           RESCHG00
043700     05  BL-AMOUNT   PC ZZ,ZZZ,ZZ9.99.                            RESCHG00
043800     05  FILLER      SZ 2     VA SPACE.                           RESCHG00
043900     05  BL-NOTE     PC X(12).                                    RESCHG00
044000     05  FILLER      SZ 48    VA SPACE.                           RESCHG00
044100 01  TOTAL-LINE      SZ 132.                                      RESCHG00
044200     05  FILLER  PC X(20) VA "LINES POSTED        ".              RESCHG00
044300     05  TT-LINES    PC ZZ9.                                      RESCHG00
044400     05  FILLER  PC X(20) VA "   TOTAL AMOUNT     ".              RESCHG00
044500     05  TT-AMOUNT   PC ZZ,ZZZ,ZZ9.99.                            RESCHG00
044600     05  FILLER      SZ 76    VA SPACE.                           RESCHG00
044700 01  SHOP-LINE       SZ 132.                                      RESCHG00
044800     05  FILLER  PC X(34) VA                                      RESCHG00
044900         "SHOP REELS HELD - NOT BILLED      ".                    RESCHG00
045000     05  SR-REELS    PC ZZ9.                                      RESCHG00
045100     05  FILLER      SZ 95    VA SPACE.                           RESCHG00
045200 01  MSG-LINE        SZ 132.                                      RESCHG00
045300     05  ML-TEXT     PC X(60).                                    RESCHG00
045400     05  FILLER      SZ 72    VA SPACE.                           RESCHG00
045500 01  BLANK-LINE      SZ 132   VA SPACE.                           RESCHG00
045600 PROCEDURE DIVISION.                                              RESCHG00
045700 100-BEGIN.                                                       RESCHG00
045800     ACCEPT RUN-ID-ENTRY.                                         RESCHG00
045900     PERFORM 950-AUDIT-START.                                     RESCHG00
046000     MOVE TODAYS-DATE TO RES-DATE-IN.                             RESCHG00
046100     COMPUTE RES-TODAY = RES-DATE-IN MOD 100 * 10000              RESCHG00
046200         + RES-DATE-IN DIV 100.                                   RESCHG00
046300     DISPLAY "REPLY A (COUNT SNAPSHOT) OR B (COUNT AND BILL)".    RESCHG00
046400     ACCEPT RUN-MODE.                                             RESCHG00
046500     IF RUN-MODE NOT = "A" AND RUN-MODE NOT = "B"                 RESCHG00
046600         DISPLAY "REPLY NOT A OR B - RUN ENDED"                   RESCHG00
046700         MOVE "BADREPLY" TO AU-RESULT                             RESCHG00
046800         PERFORM 955-AUDIT-END                                    RESCHG00
046900         STOP RUN.                                                RESCHG00
047000     OPEN OUTPUT REPORT-FILE.                                     RESCHG00
047100     MOVE RES-TODAY TO DATE-WORK.                                 RESCHG00
047200     MOVE DATE-WORK TO TL-DATE.                                   RESCHG00
047300     MOVE "COUNT SNAPSHOT ONLY     " TO TL-MODE.                  RESCHG00
047400     IF RUN-MODE = "B" MOVE "COUNT AND BILL THE MONTH" TO TL-MODE.RESCHG00
047500     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   RESCHG00
047510     PERFORM 800-LOAD-FISCAL THRU 800X.                           RESCHG00
047600     PERFORM 200-LOAD-SEGDAYS THRU 200X.                          RESCHG00
047700     PERFORM 300-COUNT-SNAPSHOT THRU 300X.                        RESCHG00
047800     IF RUN-MODE = "B" PERFORM 400-BILL-MONTH THRU 400X.          RESCHG00
047900     IF RUN-MODE = "A" PERFORM 380-LIST-TO-DATE THRU 380X.        RESCHG00
048000     PERFORM 700-REWRITE-SEGDAYS THRU 700X.                       RESCHG00
048100     CLOSE REPORT-FILE.                                           RESCHG00
048200     MOVE "OK      " TO AU-RESULT.                                RESCHG00
048300     PERFORM 955-AUDIT-END.                                       RESCHG00
048400     STOP RUN.                                                    RESCHG00
048500 200-LOAD-SEGDAYS.                                                RESCHG00
048600     NOTE  THE FIRST SEGDAYS RECORD IS THE CONTROL RECORD - USER  RESCHG00
048700         *SEGDAY, THE DATE OF THE LAST SNAPSHOT COUNTED, THE      RESCHG00
048800         MONTH BEING COUNTED (ZERO ONCE BILLED) AND THE LAST      RESCHG00
048900         MONTH BILLED. THE REST CARRY EACH USERS SEGMENT-DAYS     RESCHG00
049000         SO FAR AND ITS SEGMENTS IN THE LAST SNAPSHOT.            RESCHG00
049100     OPEN INPUT SEG-DAYS.                                         RESCHG00
049200     IF SEGD-STATUS NOT = "00"                                    RESCHG00
049300         DISPLAY "SEGDAYS NOT PRESENT - STARTING AN EMPTY FILE"   RESCHG00
049400         GO TO 200X.                                              RESCHG00
049500 210-SEGD-READ.                                                   RESCHG00
049600     READ SEG-DAYS AT END GO TO 220-SEGD-DONE.                    RESCHG00
049700     IF SD-USER = "*SEGDAY"                                       RESCHG00
049800         MOVE SD-LAST-DATE TO HOLD-LAST-DATE                      RESCHG00
049900         MOVE SD-MONTH TO HOLD-MONTH                              RESCHG00
050000         MOVE SD-BILLED TO HOLD-BILLED                            RESCHG00
050100         GO TO 210-SEGD-READ.                                     RESCHG00
050200     IF ST-CNT = 300                                              RESCHG00
050300         MOVE 1 TO SEGD-OVER-SW                                   RESCHG00
050400         GO TO 220-SEGD-DONE.                                     RESCHG00
050500     ADD 1 TO ST-CNT.                                             RESCHG00
050600     MOVE SD-USER TO ST-USER (ST-CNT).                            RESCHG00
050700     MOVE SD-SEG-DAYS TO ST-SEG-DAYS (ST-CNT).                    RESCHG00
050800     MOVE SD-LAST-SEGS TO ST-LAST-SEGS (ST-CNT).                  RESCHG00
050900     MOVE 0 TO ST-RUN-SEGS (ST-CNT).                              RESCHG00
051000     GO TO 210-SEGD-READ.                                         RESCHG00
051100 220-SEGD-DONE.                                                   RESCHG00
051200     CLOSE SEG-DAYS.                                              RESCHG00
051300     IF SEGD-OVER-SW = 1                                          RESCHG00
051400         DISPLAY "SEGDAYS OVER 300 USERS - RUN ENDED"             RESCHG00
051500         CLOSE REPORT-FILE                                        RESCHG00
051600         MOVE "SEGDAYS " TO AU-RESULT                             RESCHG00
051700         PERFORM 955-AUDIT-END                                    RESCHG00
051800         STOP RUN.                                                RESCHG00
051900 200X.   EXIT.                                                    RESCHG00
052000 300-COUNT-SNAPSHOT.                                              RESCHG00
052100     NOTE  ADDS THE DAYS DIREXT SNAPSHOT TO THE SEGMENT-DAYS -    RESCHG00
052200         EACH USERS SEGMENTS TIMES THE DAYS SINCE THE LAST        RESCHG00
052300         SNAPSHOT COUNTED, OR SINCE THE FIRST FOR THE FIRST       RESCHG00
052400         SNAPSHOT OF A MONTH. A SNAPSHOT ALREADY COUNTED, ONE     RESCHG00
052500         DATED IN A MONTH ALREADY BILLED, OR ONE FROM A NEW       RESCHG00
052600         MONTH BEFORE THE OLD ONE IS BILLED IS NOT COUNTED.       RESCHG00
052700     MOVE SPACES TO SL-DATE.                                      RESCHG00
052800     MOVE 0 TO SL-DAYS.                                           RESCHG00
052900     OPEN INPUT DIR-EXTRACT.                                      RESCHG00
053000     IF DIREXT-STATUS NOT = "00"                                  RESCHG00
053100         MOVE "NOT PRESENT - NOT COUNTED" TO SL-TEXT              RESCHG00
053200         GO TO 370-SNAP-REPORT.                                   RESCHG00
053300     READ DIR-EXTRACT AT END                                      RESCHG00
053400         MOVE "EMPTY - NOT COUNTED" TO SL-TEXT                    RESCHG00
053500         GO TO 360-SNAP-CLOSE.                                    RESCHG00
053600     IF DX-PREFIX NOT = "*DIREXT" OR DX-RUN-DATE NOT NUMERIC      RESCHG00
053700         MOVE "HAS NO HEADER - NOT COUNTED" TO SL-TEXT            RESCHG00
053800         GO TO 360-SNAP-CLOSE.                                    RESCHG00
053900     MOVE DX-RUN-DATE TO SNAP-DATE.                               RESCHG00
054000     MOVE DX-RUN-DATE TO DATE-WORK.                               RESCHG00
054100     MOVE DATE-WORK TO SL-DATE.                                   RESCHG00
054200     COMPUTE SNAP-YYMM = SNAP-DATE DIV 100.                       RESCHG00
054210     IF FISC-SW = 1                                               RESCHG00
054220         MOVE SNAP-DATE TO LOOK-DATE                              RESCHG00
054230         PERFORM 830-FIND-DATE THRU 830X                          RESCHG00
054240         MOVE LOOK-KEY TO SNAP-YYMM.                              RESCHG00
054300     IF SNAP-DATE IS NOT GREATER THAN HOLD-LAST-DATE              RESCHG00
054400         MOVE "ALREADY COUNTED" TO SL-TEXT                        RESCHG00
054500         GO TO 360-SNAP-CLOSE.                                    RESCHG00
054510     IF SNAP-YYMM = 0                                             RESCHG00
054520         MOVE "DATED IN NO FISCAL PERIOD - NOT COUNTED" TO SL-TEXTRESCHG00
054530         GO TO 360-SNAP-CLOSE.                                    RESCHG00
054600     IF SNAP-YYMM IS NOT GREATER THAN HOLD-BILLED                 RESCHG00
054700         MOVE "DATED IN A MONTH ALREADY BILLED" TO SL-TEXT        RESCHG00
054800         GO TO 360-SNAP-CLOSE.                                    RESCHG00
054900     IF HOLD-MONTH NOT = 0 AND SNAP-YYMM NOT = HOLD-MONTH         RESCHG00
055000         MOVE "NEW MONTH - LAST MONTH NOT YET BILLED" TO SL-TEXT  RESCHG00
055100         GO TO 360-SNAP-CLOSE.                                    RESCHG00
055200     MOVE DW-DD TO SNAP-DAYS.                                     RESCHG00
055300     IF HOLD-MONTH NOT = 0                                        RESCHG00
055400         MOVE HOLD-LAST-DATE TO DATE-WORK                         RESCHG00
055500         COMPUTE SNAP-DAYS = SNAP-DAYS - DW-DD.                   RESCHG00
055510     IF FISC-SW = 1 PERFORM 840-SNAP-DAYS THRU 840X.              RESCHG00
055600     PERFORM 320-ZERO-RUN VARYING SX FROM 1 BY 1                  RESCHG00
055700         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
055800 310-SNAP-READ.                                                   RESCHG00
055900     READ DIR-EXTRACT AT END GO TO 330-SNAP-ADD.                  RESCHG00
056000     IF DX-PREFIX = "*DIREXT" GO TO 310-SNAP-READ.                RESCHG00
056100     IF DX-SEGS NOT NUMERIC GO TO 310-SNAP-READ.                  RESCHG00
056200     IF DX-USER = SPACES                                          RESCHG00
056300         ADD DX-SEGS TO NOUSER-SEGS                               RESCHG00
056400         GO TO 310-SNAP-READ.                                     RESCHG00
056500     MOVE DX-USER TO WK-USER.                                     RESCHG00
056600     PERFORM 340-FIND-SEG THRU 340X.                              RESCHG00
056700     IF SHIT = 0 GO TO 310-SNAP-READ.                             RESCHG00
056800     ADD DX-SEGS TO ST-RUN-SEGS (SHIT).                           RESCHG00
056900     GO TO 310-SNAP-READ.                                         RESCHG00
057000 320-ZERO-RUN.                                                    RESCHG00
057100     MOVE 0 TO ST-RUN-SEGS (SX).                                  RESCHG00
057200 330-SNAP-ADD.                                                    RESCHG00
057300     PERFORM 335-ADD-ONE VARYING SX FROM 1 BY 1                   RESCHG00
057400         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
057500     MOVE SNAP-DATE TO HOLD-LAST-DATE.                            RESCHG00
057600     MOVE SNAP-YYMM TO HOLD-MONTH.                                RESCHG00
057700     MOVE 1 TO COUNTED-SW.                                        RESCHG00
057800     MOVE "COUNTED - DAYS SINCE LAST SNAPSHOT" TO SL-TEXT.        RESCHG00
057900     MOVE SNAP-DAYS TO SL-DAYS.                                   RESCHG00
058000     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
058100     MOVE "ACCUM   " TO AU-EVENT.                                 RESCHG00
058200     MOVE SNAP-DATE TO DATE-WORK.                                 RESCHG00
058300     MOVE DATE-WORK TO AU-RESULT.                                 RESCHG00
058400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
058500     GO TO 360-SNAP-CLOSE.                                        RESCHG00
058600 335-ADD-ONE.                                                     RESCHG00
058700     COMPUTE ST-SEG-DAYS (SX) = ST-SEG-DAYS (SX)                  RESCHG00
058800         + ST-RUN-SEGS (SX) * SNAP-DAYS.                          RESCHG00
058900     MOVE ST-RUN-SEGS (SX) TO ST-LAST-SEGS (SX).                  RESCHG00
059000 340-FIND-SEG.                                                    RESCHG00
059100     NOTE  FINDS WK-USER IN THE SEGMENT TABLE, ADDING THE USER IF RESCHG00
059200         THERE IS ROOM. SHIT IS ZERO WHEN THE TABLE IS FULL.      RESCHG00
059300     MOVE 0 TO SHIT.                                              RESCHG00
059400     PERFORM 345-MATCH-SEG VARYING SX FROM 1 BY 1                 RESCHG00
059500         UNTIL SX IS GREATER THAN ST-CNT                          RESCHG00
059600         OR SHIT IS GREATER THAN 0.                               RESCHG00
059700     IF SHIT IS GREATER THAN 0 GO TO 340X.                        RESCHG00
059800     IF ST-CNT = 300                                              RESCHG00
059900         DISPLAY "SEGMENT TABLE FULL - USER SKIPPED " WK-USER     RESCHG00
060000         GO TO 340X.                                              RESCHG00
060100     ADD 1 TO ST-CNT.                                             RESCHG00
060200     MOVE ST-CNT TO SHIT.                                         RESCHG00
060300     MOVE WK-USER TO ST-USER (SHIT).                              RESCHG00
060400     MOVE 0 TO ST-SEG-DAYS (SHIT).                                RESCHG00
060500     MOVE 0 TO ST-LAST-SEGS (SHIT).                               RESCHG00
060600     MOVE 0 TO ST-RUN-SEGS (SHIT).                                RESCHG00
060700 340X.   EXIT.                                                    RESCHG00
060800 345-MATCH-SEG.                                                   RESCHG00
060900     IF ST-USER (SX) = WK-USER MOVE SX TO SHIT.                   RESCHG00
061000 360-SNAP-CLOSE.                                                  RESCHG00
061100     CLOSE DIR-EXTRACT.                                           RESCHG00
061200 370-SNAP-REPORT.                                                 RESCHG00
061300     WRITE REPORT-REC FROM SNAP-LINE.                             RESCHG00
061400     IF NOUSER-SEGS IS GREATER THAN 0                             RESCHG00
061500         MOVE NOUSER-SEGS TO NL-SEGS                              RESCHG00
061600         WRITE REPORT-REC FROM NOUSER-LINE.                       RESCHG00
061700     WRITE REPORT-REC FROM BLANK-LINE.                            RESCHG00
061800     IF COUNTED-SW = 0 DISPLAY "DIREXT " SL-TEXT.                 RESCHG00
061900 300X.   EXIT.                                                    RESCHG00
062000 380-LIST-TO-DATE.                                                RESCHG00
062100     WRITE REPORT-REC FROM TODATE-HEAD BEFORE ADVANCING 2 LINES.  RESCHG00
062200     PERFORM 385-TO-DATE-ONE VARYING SX FROM 1 BY 1               RESCHG00
062300         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
062400 380X.   EXIT.                                                    RESCHG00
062500 385-TO-DATE-ONE.                                                 RESCHG00
062600     MOVE ST-USER (SX) TO TD-USER.                                RESCHG00
062700     MOVE ST-LAST-SEGS (SX) TO TD-LAST.                           RESCHG00
062800     MOVE ST-SEG-DAYS (SX) TO TD-DAYS.                            RESCHG00
062900     WRITE REPORT-REC FROM TODATE-LINE.                           RESCHG00
063000 400-BILL-MONTH.                                                  RESCHG00
063100     NOTE  BILLS THE MONTH BEING COUNTED, OR THIS MONTH WHEN NO   RESCHG00
063200         SNAPSHOT HAS BEEN COUNTED SINCE THE LAST BILLING. THE    RESCHG00
063300         LAST SNAPSHOT IS CARRIED TO MONTH END, THE CARD AND      RESCHG00
063400         REEL COUNTS ARE GATHERED, EVERY LINE IS PRICED FROM      RESCHG00
063500         THE RATE CARD AND THE PRICED LINES REPLACE THE           RESCHG00
063600         RESOURCE LINES IN BILLSUMR.                              RESCHG00
063700     MOVE HOLD-MONTH TO BILL-YYMM.                                RESCHG00
063800     IF BILL-YYMM = 0 COMPUTE BILL-YYMM = RES-TODAY DIV 100.      RESCHG00
063810     IF FISC-SW = 1 PERFORM 860-BILL-PERIOD THRU 860X.            RESCHG00
063820     IF BILL-YYMM = 0                                             RESCHG00
063830         MOVE "PERIOD NOT IN FISCCAL - NOTHING POSTED" TO ML-TEXT RESCHG00
063840         WRITE REPORT-REC FROM MSG-LINE                           RESCHG00
063850         DISPLAY "PERIOD NOT IN FISCCAL - NOTHING POSTED"         RESCHG00
063860         GO TO 400X.                                              RESCHG00
063900     IF HOLD-MONTH = 0 AND BILL-YYMM = HOLD-BILLED                RESCHG00
064000         MOVE "MONTH ALREADY BILLED - NOTHING POSTED" TO ML-TEXT  RESCHG00
064100         WRITE REPORT-REC FROM MSG-LINE                           RESCHG00
064200         DISPLAY "MONTH ALREADY BILLED - NOTHING POSTED"          RESCHG00
064300         GO TO 400X.                                              RESCHG00
064400     MOVE BILL-YYMM TO BW-YYMM.                                   RESCHG00
064500     MOVE BW-MM TO BH-MM.                                         RESCHG00
064600     MOVE BW-YY TO BH-YY.                                         RESCHG00
064610     IF FISC-SW = 1                                               RESCHG00
064620         PERFORM 870-PERIOD-BOUNDS THRU 870X                      RESCHG00
064630         GO TO 405-BILL-LINES.                                    RESCHG00
064700     MOVE MD-DAYS (BW-MM) TO MONTH-END.                           RESCHG00
064800     IF BW-MM = 2 AND BW-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       RESCHG00
064900     COMPUTE BILL-START = BW-YY * 372 + BW-MM * 31 + 1.           RESCHG00
065000     COMPUTE BILL-END = BW-YY * 372 + BW-MM * 31 + MONTH-END.     RESCHG00
065100     MOVE 0 TO TAIL-DAYS.                                         RESCHG00
065200     MOVE HOLD-LAST-DATE TO DATE-WORK.                            RESCHG00
065300     IF HOLD-MONTH NOT = 0                                        RESCHG00
065400         COMPUTE TAIL-DAYS = MONTH-END - DW-DD.                   RESCHG00
065410 405-BILL-LINES.                                                  RESCHG00
065500     PERFORM 410-DISK-LINE VARYING SX FROM 1 BY 1                 RESCHG00
065600         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
065700     PERFORM 420-LOAD-QUEUE THRU 420X.                            RESCHG00
065800     PERFORM 430-CARD-LINES THRU 430X.                            RESCHG00
065900     PERFORM 440-REEL-LINES THRU 440X.                            RESCHG00
066000     PERFORM 500-LOAD-RATES THRU 500X.                            RESCHG00
066100     PERFORM 520-PRICE-ONE THRU 520X VARYING CX FROM 1 BY 1       RESCHG00
066200         UNTIL CX IS GREATER THAN CH-CNT.                         RESCHG00
066300     PERFORM 600-POST-BILLSUMR THRU 600X.                         RESCHG00
066400     PERFORM 650-LIST-CHARGES THRU 650X.                          RESCHG00
066500     PERFORM 415-CLEAR-DAYS VARYING SX FROM 1 BY 1                RESCHG00
066600         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
066700     MOVE 0 TO HOLD-MONTH.                                        RESCHG00
066800     MOVE BILL-YYMM TO HOLD-BILLED.                               RESCHG00
066900     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
067000     MOVE "BILLED  " TO AU-EVENT.                                 RESCHG00
067100     MOVE BILL-YYMM TO RW-YYMM.                                   RESCHG00
067200     MOVE POST-CNT TO RW-LINES.                                   RESCHG00
067300     MOVE RESULT-WORK TO AU-RESULT.                               RESCHG00
067400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
067500 400X.   EXIT.                                                    RESCHG00
067600 410-DISK-LINE.                                                   RESCHG00
067700     COMPUTE ST-SEG-DAYS (SX) = ST-SEG-DAYS (SX)                  RESCHG00
067800         + ST-LAST-SEGS (SX) * TAIL-DAYS.                         RESCHG00
067900     IF ST-SEG-DAYS (SX) = 0 GO TO 410X.                          RESCHG00
068000     MOVE ST-USER (SX) TO WK-USER.                                RESCHG00
068100     MOVE "D" TO WK-CLASS.                                        RESCHG00
068200     MOVE ST-SEG-DAYS (SX) TO WK-QTY.                             RESCHG00
068300     PERFORM 460-ADD-CHARGE THRU 460X.                            RESCHG00
068400 410X.   EXIT.                                                    RESCHG00
068500 415-CLEAR-DAYS.                                                  RESCHG00
068600     MOVE 0 TO ST-SEG-DAYS (SX).                                  RESCHG00
068700 420-LOAD-QUEUE.                                                  RESCHG00
068800     NOTE  LOADS THE FILE ID, REQUESTER AND PUNCHED DATE OF       RESCHG00
068900         EVERY PCHQUEUE ENTRY FOR THE CARD LINES.                 RESCHG00
069000     OPEN INPUT PUNCH-QUEUE.                                      RESCHG00
069100     IF PQ-STATUS NOT = "00"                                      RESCHG00
069200         DISPLAY "PCHQUEUE NOT PRESENT - NO REQUESTERS"           RESCHG00
069300         GO TO 420X.                                              RESCHG00
069400 422-QUEUE-READ.                                                  RESCHG00
069500     READ PUNCH-QUEUE AT END GO TO 425-QUEUE-DONE.                RESCHG00
069600     IF QT-CNT = 300                                              RESCHG00
069700         DISPLAY "PCHQUEUE OVER 300 ENTRIES - REST NOT USED"      RESCHG00
069800         GO TO 425-QUEUE-DONE.                                    RESCHG00
069900     ADD 1 TO QT-CNT.                                             RESCHG00
070000     MOVE Q-FILE-ID TO QT-FILE-ID (QT-CNT).                       RESCHG00
070100     MOVE Q-REQ-BY TO QT-REQ-BY (QT-CNT).                         RESCHG00
070200     MOVE SPACES TO QT-DONE-DATE (QT-CNT).                        RESCHG00
070300     IF Q-DONE-DATE NUMERIC                                       RESCHG00
070400         MOVE Q-DONE-DATE TO QT-DONE-DATE (QT-CNT).               RESCHG00
070500     GO TO 422-QUEUE-READ.                                        RESCHG00
070600 425-QUEUE-DONE.                                                  RESCHG00
070700     CLOSE PUNCH-QUEUE.                                           RESCHG00
070800 420X.   EXIT.                                                    RESCHG00
070900 430-CARD-LINES.                                                  RESCHG00
071000     NOTE  EVERY PCHLOG ENTRY DATED IN THE MONTH IS CHARGED TO    RESCHG00
071100         THE REQUESTER OF THE QUEUE ENTRY PUNCHED THE SAME DAY,   RESCHG00
071200         ELSE OF THE LAST QUEUE ENTRY FOR THE FILE. WITH NO       RESCHG00
071300         QUEUE ENTRY THE CARDS GO TO *NOREQ AND ARE NOT BILLED.   RESCHG00
071400     OPEN INPUT PUNCH-LOG.                                        RESCHG00
071500     IF PLOG-STATUS NOT = "00"                                    RESCHG00
071600         DISPLAY "PCHLOG NOT PRESENT - NO CARD CHARGES"           RESCHG00
071700         GO TO 430X.                                              RESCHG00
071800 432-LOG-READ.                                                    RESCHG00
071900     READ PUNCH-LOG AT END GO TO 438-LOG-DONE.                    RESCHG00
072000     IF LOG-DATE NOT NUMERIC GO TO 432-LOG-READ.                  RESCHG00
072100     IF LOG-PUNCH-CNT NOT NUMERIC GO TO 432-LOG-READ.             RESCHG00
072200     IF LOG-PUNCH-CNT = 0 GO TO 432-LOG-READ.                     RESCHG00
072210     IF LOG-OUTPUT = "T" GO TO 432-LOG-READ.                      RESCHG00
072300     MOVE LOG-DATE TO DATE-WORK.                                  RESCHG00
072400     COMPUTE LOG-YYMM = DW-YY * 100 + DW-MM.                      RESCHG00
072410     IF FISC-SW = 1 MOVE BILL-YYMM TO LOG-YYMM                    RESCHG00
072420         IF DW-DATE IS LESS THAN BILL-FROM                        RESCHG00
072430             OR DW-DATE IS GREATER THAN BILL-TO                   RESCHG00
072440             MOVE 0 TO LOG-YYMM.                                  RESCHG00
072500     IF LOG-YYMM NOT = BILL-YYMM GO TO 432-LOG-READ.              RESCHG00
072600     MOVE 0 TO QHIT.                                              RESCHG00
072700     PERFORM 435-MATCH-QUEUE VARYING QX FROM 1 BY 1               RESCHG00
072800         UNTIL QX IS GREATER THAN QT-CNT.                         RESCHG00
072900     MOVE "*NOREQ " TO WK-USER.                                   RESCHG00
073000     IF QHIT IS GREATER THAN 0                                    RESCHG00
073100         IF QT-REQ-BY (QHIT) NOT = SPACES                         RESCHG00
073200             MOVE QT-REQ-BY (QHIT) TO WK-USER.                    RESCHG00
073300     MOVE "C" TO WK-CLASS.                                        RESCHG00
073400     MOVE LOG-PUNCH-CNT TO WK-QTY.                                RESCHG00
073500     PERFORM 460-ADD-CHARGE THRU 460X.                            RESCHG00
073600     GO TO 432-LOG-READ.                                          RESCHG00
073700 435-MATCH-QUEUE.                                                 RESCHG00
073800     IF QT-FILE-ID (QX) = LOG-FILE-ID                             RESCHG00
073900         IF QHIT = 0 OR QT-DONE-DATE (QX) = LOG-DATE              RESCHG00
074000             MOVE QX TO QHIT                                      RESCHG00
074100         ELSE IF QT-DONE-DATE (QHIT) NOT = LOG-DATE               RESCHG00
074200             MOVE QX TO QHIT.                                     RESCHG00
074300 438-LOG-DONE.                                                    RESCHG00
074400     CLOSE PUNCH-LOG.                                             RESCHG00
074500 430X.   EXIT.                                                    RESCHG00
074600 440-REEL-LINES.                                                  RESCHG00
074700     NOTE  A REEL IS HELD IN THE MONTH WHEN IT WAS WRITTEN ON OR  RESCHG00
074800         BEFORE MONTH END AND ITS SAVE FACTOR RUNS PAST THE       RESCHG00
074900         FIRST, BY THE YY*372 + MM*31 + DD DAY NUMBER VOLLIST     RESCHG00
075000         USES. EACH REEL HELD IS ONE REEL-MONTH TO ITS OWNER.     RESCHG00
075100     OPEN INPUT VOL-CATALOG.                                      RESCHG00
075200     IF VOLCAT-STATUS NOT = "00"                                  RESCHG00
075300         DISPLAY "VOLCAT NOT PRESENT - NO REEL CHARGES"           RESCHG00
075400         GO TO 440X.                                              RESCHG00
075500 442-REEL-READ.                                                   RESCHG00
075600     READ VOL-CATALOG AT END GO TO 448-REEL-DONE.                 RESCHG00
075700     IF VC-DATE NOT NUMERIC OR VC-SAVE NOT NUMERIC                RESCHG00
075800         GO TO 442-REEL-READ.                                     RESCHG00
075900     MOVE VC-DATE TO MDY-WORK.                                    RESCHG00
076000     COMPUTE REEL-START = MW-YY * 372 + MW-MM * 31 + MW-DD.       RESCHG00
076100     COMPUTE REEL-END = REEL-START + VC-SAVE.                     RESCHG00
076200     IF REEL-START IS GREATER THAN BILL-END GO TO 442-REEL-READ.  RESCHG00
076300     IF REEL-END IS LESS THAN BILL-START GO TO 442-REEL-READ.     RESCHG00
076400     IF VC-USER = SPACES                                          RESCHG00
076500         ADD 1 TO SHOP-REELS                                      RESCHG00
076600         GO TO 442-REEL-READ.                                     RESCHG00
076700     MOVE VC-USER TO WK-USER.                                     RESCHG00
076800     MOVE "T" TO WK-CLASS.                                        RESCHG00
076900     MOVE 1 TO WK-QTY.                                            RESCHG00
077000     PERFORM 460-ADD-CHARGE THRU 460X.                            RESCHG00
077100     GO TO 442-REEL-READ.                                         RESCHG00
077200 448-REEL-DONE.                                                   RESCHG00
077300     CLOSE VOL-CATALOG.                                           RESCHG00
077400 440X.   EXIT.                                                    RESCHG00
077500 460-ADD-CHARGE.                                                  RESCHG00
077600     NOTE  ADDS WK-QTY TO THE CHARGE LINE FOR WK-USER AND         RESCHG00
077700         WK-CLASS, OPENING THE LINE IF IT IS NEW.                 RESCHG00
077800     MOVE 0 TO CHIT.                                              RESCHG00
077900     PERFORM 465-MATCH-CHARGE VARYING CX FROM 1 BY 1              RESCHG00
078000         UNTIL CX IS GREATER THAN CH-CNT                          RESCHG00
078100         OR CHIT IS GREATER THAN 0.                               RESCHG00
078200     IF CHIT IS GREATER THAN 0 GO TO 468-ADD-QTY.                 RESCHG00
078300     IF CH-CNT = 300                                              RESCHG00
078400         DISPLAY "CHARGE TABLE FULL - LINE SKIPPED " WK-USER      RESCHG00
078500         GO TO 460X.                                              RESCHG00
078600     ADD 1 TO CH-CNT.                                             RESCHG00
078700     MOVE CH-CNT TO CHIT.                                         RESCHG00
078800     MOVE WK-USER TO CH-USER (CHIT).                              RESCHG00
078900     MOVE WK-CLASS TO CH-CLASS (CHIT).                            RESCHG00
079000     MOVE 0 TO CH-QTY (CHIT).                                     RESCHG00
079100     MOVE 0 TO CH-RATE (CHIT).                                    RESCHG00
079200     MOVE 0 TO CH-AMOUNT (CHIT).                                  RESCHG00
079300     MOVE SPACE TO CH-POSTED (CHIT).                              RESCHG00
079400     MOVE SPACES TO CH-NOTE (CHIT).                               RESCHG00
079500 468-ADD-QTY.                                                     RESCHG00
079600     ADD WK-QTY TO CH-QTY (CHIT).                                 RESCHG00
079700 460X.   EXIT.                                                    RESCHG00
079800 465-MATCH-CHARGE.                                                RESCHG00
079900     IF CH-USER (CX) = WK-USER AND CH-CLASS (CX) = WK-CLASS       RESCHG00
080000         MOVE CX TO CHIT.                                         RESCHG00
080100 500-LOAD-RATES.                                                  RESCHG00
080200     NOTE  LOADS THE DISK, CARD AND REEL RATES IN FORCE TODAY -   RESCHG00
080300         PER USER AND CLASS THE LATEST EFFECTIVE DATE NOT IN      RESCHG00
080400         THE FUTURE WINS. MACHINE TIME RATES ARE LEFT TO          RESCHG00
080500         CHRISLOG.                                                RESCHG00
080600     MOVE RES-TODAY TO DATE-WORK.                                 RESCHG00
080700     OPEN INPUT RATE-CARD.                                        RESCHG00
080800     IF RATE-FILE-STATUS NOT = "00"                               RESCHG00
080900         DISPLAY "RATECARD NOT PRESENT - NOTHING PRICED"          RESCHG00
081000         GO TO 500X.                                              RESCHG00
081100 505-RATE-READ.                                                   RESCHG00
081200     READ RATE-CARD AT END GO TO 515-RATE-DONE.                   RESCHG00
081300     IF RC-CLASS NOT = "D" AND RC-CLASS NOT = "C"                 RESCHG00
081400         AND RC-CLASS NOT = "T" GO TO 505-RATE-READ.              RESCHG00
081500     MOVE RC-EFF-DATE TO RATE-EFF-WORK.                           RESCHG00
081600     IF RATE-EFF-WORK NOT NUMERIC MOVE "000000" TO RATE-EFF-WORK. RESCHG00
081700     IF RATE-EFF-WORK IS GREATER THAN DATE-WORK                   RESCHG00
081800         GO TO 505-RATE-READ.                                     RESCHG00
081900     IF RC-RATE NOT NUMERIC GO TO 505-RATE-READ.                  RESCHG00
082000     MOVE 0 TO RHIT.                                              RESCHG00
082100     PERFORM 510-MATCH-RATE VARYING RX FROM 1 BY 1                RESCHG00
082200         UNTIL RX IS GREATER THAN RT-CNT                          RESCHG00
082300         OR RHIT IS GREATER THAN 0.                               RESCHG00
082400     IF RHIT IS GREATER THAN 0                                    RESCHG00
082500         IF RATE-EFF-WORK IS NOT LESS THAN RT-EFF (RHIT)          RESCHG00
082600             MOVE RC-RATE TO RT-RATE (RHIT)                       RESCHG00
082700             MOVE RATE-EFF-WORK TO RT-EFF (RHIT)                  RESCHG00
082800             GO TO 505-RATE-READ                                  RESCHG00
082900         ELSE GO TO 505-RATE-READ.                                RESCHG00
083000     IF RT-CNT = 100 GO TO 505-RATE-READ.                         RESCHG00
083100     ADD 1 TO RT-CNT.                                             RESCHG00
083200     MOVE RC-USER TO RT-USER (RT-CNT).                            RESCHG00
083300     MOVE RC-CLASS TO RT-CLASS (RT-CNT).                          RESCHG00
083400     MOVE RC-RATE TO RT-RATE (RT-CNT).                            RESCHG00
083500     MOVE RATE-EFF-WORK TO RT-EFF (RT-CNT).                       RESCHG00
083600     GO TO 505-RATE-READ.                                         RESCHG00
083700 510-MATCH-RATE.                                                  RESCHG00
083800     IF RT-USER (RX) = RC-USER AND RT-CLASS (RX) = RC-CLASS       RESCHG00
083900         MOVE RX TO RHIT.                                         RESCHG00
084000 515-RATE-DONE.                                                   RESCHG00
084100     CLOSE RATE-CARD.                                             RESCHG00
084200 500X.   EXIT.                                                    RESCHG00
084300 520-PRICE-ONE.                                                   RESCHG00
084400     NOTE  PRICES ONE CHARGE LINE AT THE USERS OWN RATE FOR THE   RESCHG00
084500         CLASS, ELSE AT THE *ALL RATE. DISK AND CARDS ARE         RESCHG00
084600         PRICED PER 1000, REELS EACH.                             RESCHG00
084700     IF CH-USER (CX) = "*NOREQ "                                  RESCHG00
084800         MOVE "NO REQUESTER" TO CH-NOTE (CX)                      RESCHG00
084900         GO TO 520X.                                              RESCHG00
085000     MOVE CH-USER (CX) TO WK-USER.                                RESCHG00
085100     MOVE CH-CLASS (CX) TO WK-CLASS.                              RESCHG00
085200     MOVE 0 TO RHIT.                                              RESCHG00
085300     PERFORM 525-FIND-RATE VARYING RX FROM 1 BY 1                 RESCHG00
085400         UNTIL RX IS GREATER THAN RT-CNT                          RESCHG00
085500         OR RHIT IS GREATER THAN 0.                               RESCHG00
085600     IF RHIT = 0                                                  RESCHG00
085700         MOVE "*ALL   " TO WK-USER                                RESCHG00
085800         PERFORM 525-FIND-RATE VARYING RX FROM 1 BY 1             RESCHG00
085900             UNTIL RX IS GREATER THAN RT-CNT                      RESCHG00
086000             OR RHIT IS GREATER THAN 0.                           RESCHG00
086100     IF RHIT = 0                                                  RESCHG00
086200         MOVE "NO RATE" TO CH-NOTE (CX)                           RESCHG00
086300         GO TO 520X.                                              RESCHG00
086400     MOVE RT-RATE (RHIT) TO CH-RATE (CX).                         RESCHG00
086500     IF WK-CLASS = "T"                                            RESCHG00
086600         COMPUTE CH-AMOUNT (CX) = CH-QTY (CX) * CH-RATE (CX)      RESCHG00
086700     ELSE COMPUTE CH-AMOUNT (CX) ROUNDED                          RESCHG00
086800         = CH-QTY (CX) * CH-RATE (CX) / 1000.                     RESCHG00
086900     IF WK-USER = "*ALL   " MOVE "*ALL RATE" TO CH-NOTE (CX).     RESCHG00
087000 520X.   EXIT.                                                    RESCHG00
087100 525-FIND-RATE.                                                   RESCHG00
087200     IF RT-USER (RX) = WK-USER AND RT-CLASS (RX) = WK-CLASS       RESCHG00
087300         MOVE RX TO RHIT.                                         RESCHG00
087400 600-POST-BILLSUMR.                                               RESCHG00
087500     NOTE  EVERY RESOURCE LINE ALREADY IN BILLSUMR IS REPLACED    RESCHG00
087600         BY THE SAME USER AND CLASS FROM THIS RUN, OR ZEROED IF   RESCHG00
087700         THIS RUN HAS NONE, AND THE REST ARE ADDED AT THE END.    RESCHG00
087800         MACHINE TIME LINES (CLASS BLANK) ARE LEFT TO CHRISLOG.   RESCHG00
087900     OPEN I-O BILL-SUMMARY.                                       RESCHG00
088000     IF BILL-STATUS NOT = "00"                                    RESCHG00
088100         DISPLAY "BILLSUMR NOT PRESENT - STARTING A NEW FILE"     RESCHG00
088200         OPEN OUTPUT BILL-SUMMARY                                 RESCHG00
088300         GO TO 620-POST-NEW.                                      RESCHG00
088400 610-POST-READ.                                                   RESCHG00
088500     READ BILL-SUMMARY AT END GO TO 620-POST-NEW.                 RESCHG00
088600     IF BS-CLASS = SPACE GO TO 610-POST-READ.                     RESCHG00
088700     MOVE BS-USER TO WK-USER.                                     RESCHG00
088800     MOVE BS-CLASS TO WK-CLASS.                                   RESCHG00
088900     MOVE 0 TO CHIT.                                              RESCHG00
089000     PERFORM 465-MATCH-CHARGE VARYING CX FROM 1 BY 1              RESCHG00
089100         UNTIL CX IS GREATER THAN CH-CNT                          RESCHG00
089200         OR CHIT IS GREATER THAN 0.                               RESCHG00
089300     IF CHIT IS GREATER THAN 0                                    RESCHG00
089400         IF CH-POSTED (CHIT) = "Y" MOVE 0 TO CHIT.                RESCHG00
089500     MOVE BW-MM TO BS-MONTH.                                      RESCHG00
089600     MOVE 0 TO BS-AMOUNT.                                         RESCHG00
089700     MOVE 0 TO BS-QTY.                                            RESCHG00
089800     MOVE 0 TO BS-RATE.                                           RESCHG00
089900     IF CHIT IS GREATER THAN 0                                    RESCHG00
090000         IF CH-AMOUNT (CHIT) IS GREATER THAN 0                    RESCHG00
090100             MOVE CH-AMOUNT (CHIT) TO BS-AMOUNT                   RESCHG00
090200             MOVE CH-QTY (CHIT) TO BS-QTY                         RESCHG00
090300             MOVE CH-RATE (CHIT) TO BS-RATE                       RESCHG00
090400             MOVE "Y" TO CH-POSTED (CHIT)                         RESCHG00
090500             ADD 1 TO POST-CNT                                    RESCHG00
090600             ADD CH-AMOUNT (CHIT) TO POST-TOTAL.                  RESCHG00
090700     REWRITE BILL-REC.                                            RESCHG00
090800     GO TO 610-POST-READ.                                         RESCHG00
090900 620-POST-NEW.                                                    RESCHG00
091000     PERFORM 630-WRITE-NEW THRU 630X VARYING CX FROM 1 BY 1       RESCHG00
091100         UNTIL CX IS GREATER THAN CH-CNT.                         RESCHG00
091200     CLOSE BILL-SUMMARY.                                          RESCHG00
091300 600X.   EXIT.                                                    RESCHG00
091400 630-WRITE-NEW.                                                   RESCHG00
091500     IF CH-POSTED (CX) = "Y" GO TO 630X.                          RESCHG00
091600     IF CH-AMOUNT (CX) = 0 GO TO 630X.                            RESCHG00
091700     MOVE SPACES TO BILL-REC.                                     RESCHG00
091800     MOVE BW-MM TO BS-MONTH.                                      RESCHG00
091900     MOVE CH-USER (CX) TO BS-USER.                                RESCHG00
092000     MOVE CH-AMOUNT (CX) TO BS-AMOUNT.                            RESCHG00
092100     MOVE CH-CLASS (CX) TO BS-CLASS.                              RESCHG00
092200     MOVE CH-QTY (CX) TO BS-QTY.                                  RESCHG00
092300     MOVE CH-RATE (CX) TO BS-RATE.                                RESCHG00
092400     WRITE BILL-REC.                                              RESCHG00
092500     MOVE "Y" TO CH-POSTED (CX).                                  RESCHG00
092600     ADD 1 TO POST-CNT.                                           RESCHG00
092700     ADD CH-AMOUNT (CX) TO POST-TOTAL.                            RESCHG00
092800 630X.   EXIT.                                                    RESCHG00
092900 650-LIST-CHARGES.                                                RESCHG00
093000     WRITE REPORT-REC FROM BILL-HEAD BEFORE ADVANCING 2 LINES.    RESCHG00
093100     WRITE REPORT-REC FROM BILL-COLS.                             RESCHG00
093200     MOVE SPACE TO PREV-CLASS.                                    RESCHG00
093300     PERFORM 660-LIST-ONE THRU 660X VARYING CX FROM 1 BY 1        RESCHG00
093400         UNTIL CX IS GREATER THAN CH-CNT.                         RESCHG00
093500     WRITE REPORT-REC FROM BLANK-LINE.                            RESCHG00
093600     MOVE POST-CNT TO TT-LINES.                                   RESCHG00
093700     MOVE POST-TOTAL TO TT-AMOUNT.                                RESCHG00
093800     WRITE REPORT-REC FROM TOTAL-LINE.                            RESCHG00
093900     MOVE SHOP-REELS TO SR-REELS.                                 RESCHG00
094000     WRITE REPORT-REC FROM SHOP-LINE.                             RESCHG00
094100 650X.   EXIT.                                                    RESCHG00
094200 660-LIST-ONE.                                                    RESCHG00
094300     IF CH-CLASS (CX) NOT = PREV-CLASS                            RESCHG00
094400         WRITE REPORT-REC FROM BLANK-LINE                         RESCHG00
094500         MOVE CH-CLASS (CX) TO PREV-CLASS.                        RESCHG00
094600     MOVE CH-USER (CX) TO BL-USER.                                RESCHG00
094700     MOVE "DISK SEG-DAYS   " TO BL-CLASS.                         RESCHG00
094800     IF CH-CLASS (CX) = "C" MOVE "CARDS PUNCHED   " TO BL-CLASS.  RESCHG00
094900     IF CH-CLASS (CX) = "T" MOVE "TAPE REELS HELD " TO BL-CLASS.  RESCHG00
095000     MOVE CH-QTY (CX) TO BL-QTY.                                  RESCHG00
095100     MOVE CH-RATE (CX) TO BL-RATE.                                RESCHG00
095200     IF CH-RATE (CX) = 0 MOVE SPACES TO BL-RATE-X.                RESCHG00
095300     MOVE CH-AMOUNT (CX) TO BL-AMOUNT.                            RESCHG00
095400     MOVE CH-NOTE (CX) TO BL-NOTE.                                RESCHG00
095500     WRITE REPORT-REC FROM BILL-LINE.                             RESCHG00
095600 660X.   EXIT.                                                    RESCHG00
095700 700-REWRITE-SEGDAYS.                                             RESCHG00
095800     NOTE  WRITES SEGDAYS BACK - THE CONTROL RECORD, THEN EVERY   RESCHG00
095900         USER STILL HOLDING SEGMENTS OR SEGMENT-DAYS.             RESCHG00
096000     OPEN OUTPUT SEG-DAYS.                                        RESCHG00
096100     MOVE SPACES TO SEGD-REC.                                     RESCHG00
096200     MOVE "*SEGDAY" TO SD-USER.                                   RESCHG00
096300     MOVE 0 TO SD-SEG-DAYS.                                       RESCHG00
096400     MOVE 0 TO SD-LAST-SEGS.                                      RESCHG00
096500     MOVE HOLD-LAST-DATE TO SD-LAST-DATE.                         RESCHG00
096600     MOVE HOLD-MONTH TO SD-MONTH.                                 RESCHG00
096700     MOVE HOLD-BILLED TO SD-BILLED.                               RESCHG00
096800     WRITE SEGD-REC.                                              RESCHG00
096900     PERFORM 710-PUT-ONE THRU 710X VARYING SX FROM 1 BY 1         RESCHG00
097000         UNTIL SX IS GREATER THAN ST-CNT.                         RESCHG00
097100     CLOSE SEG-DAYS.                                              RESCHG00
097200 700X.   EXIT.                                                    RESCHG00
097300 710-PUT-ONE.                                                     RESCHG00
097400     IF ST-SEG-DAYS (SX) = 0 AND ST-LAST-SEGS (SX) = 0            RESCHG00
097500         GO TO 710X.                                              RESCHG00
097600     MOVE SPACES TO SEGD-REC.                                     RESCHG00
097700     MOVE ST-USER (SX) TO SD-USER.                                RESCHG00
097800     MOVE ST-SEG-DAYS (SX) TO SD-SEG-DAYS.                        RESCHG00
097900     MOVE ST-LAST-SEGS (SX) TO SD-LAST-SEGS.                      RESCHG00
098000     MOVE 0 TO SD-LAST-DATE.                                      RESCHG00
098100     MOVE 0 TO SD-MONTH.                                          RESCHG00
098200     MOVE 0 TO SD-BILLED.                                         RESCHG00
098300     WRITE SEGD-REC.                                              RESCHG00
098400 710X.   EXIT.                                                    RESCHG00
098401 800-LOAD-FISCAL.                                                 RESCHG00
098402     NOTE  LOADS THE PERIODS OF THE FISCAL CALENDAR FISCCAL. WITH RESCHG00
098403         NO FISCCAL THE CALENDAR MONTH IS COUNTED AND BILLED.     RESCHG00
098404     OPEN INPUT FISC-CAL.                                         RESCHG00
098405     IF FISC-FILE-STATUS NOT = "00" GO TO 800X.                   RESCHG00
098406 805-FISC-READ.                                                   RESCHG00
098407     READ FISC-CAL AT END GO TO 808-FISC-DONE.                    RESCHG00
098408     IF FC-TYPE NOT = "P" GO TO 805-FISC-READ.                    RESCHG00
098409     IF FT-CNT = 200                                              RESCHG00
098410         DISPLAY "FISCCAL OVER 200 PERIODS - REST NOT USED"       RESCHG00
098411         GO TO 808-FISC-DONE.                                     RESCHG00
098412     ADD 1 TO FT-CNT.                                             RESCHG00
098413     COMPUTE FT-KEY (FT-CNT) = FC-YEAR * 100 + FC-PERIOD.         RESCHG00
098414     MOVE FC-START TO FT-START (FT-CNT).                          RESCHG00
098415     MOVE FC-END TO FT-END (FT-CNT).                              RESCHG00
098416     GO TO 805-FISC-READ.                                         RESCHG00
098417 808-FISC-DONE.                                                   RESCHG00
098418     CLOSE FISC-CAL.                                              RESCHG00
098419     IF FT-CNT IS GREATER THAN 0 MOVE 1 TO FISC-SW.               RESCHG00
098420 800X.   EXIT.                                                    RESCHG00
098421 820-FIND-KEY.                                                    RESCHG00
098422     NOTE  FINDS FISCAL PERIOD LOOK-KEY (YEAR * 100 + PERIOD) AND RESCHG00
098423         SETS LOOK-START AND LOOK-END. LOOK-KEY IS ZERO WHEN THE  RESCHG00
098424         PERIOD IS NOT IN FISCCAL.                                RESCHG00
098425     MOVE 0 TO FHIT.                                              RESCHG00
098426     PERFORM 825-MATCH-KEY VARYING FX FROM 1 BY 1                 RESCHG00
098427         UNTIL FX IS GREATER THAN FT-CNT                          RESCHG00
098428         OR FHIT IS GREATER THAN 0.                               RESCHG00
098429     IF FHIT = 0 MOVE 0 TO LOOK-KEY GO TO 820X.                   RESCHG00
098430     MOVE FT-START (FHIT) TO LOOK-START.                          RESCHG00
098431     MOVE FT-END (FHIT) TO LOOK-END.                              RESCHG00
098432 820X.   EXIT.                                                    RESCHG00
098433 825-MATCH-KEY.                                                   RESCHG00
098434     IF FT-KEY (FX) = LOOK-KEY MOVE FX TO FHIT.                   RESCHG00
098435 830-FIND-DATE.                                                   RESCHG00
098436     NOTE  FINDS THE FISCAL PERIOD CONTAINING LOOK-DATE (YYMMDD), RESCHG00
098437         SETTING LOOK-KEY, LOOK-START AND LOOK-END. LOOK-KEY IS   RESCHG00
098438         ZERO WHEN NO PERIOD COVERS THE DATE.                     RESCHG00
098439     MOVE 0 TO FHIT.                                              RESCHG00
098440     MOVE 0 TO LOOK-KEY.                                          RESCHG00
098441     PERFORM 835-MATCH-DATE VARYING FX FROM 1 BY 1                RESCHG00
098442         UNTIL FX IS GREATER THAN FT-CNT                          RESCHG00
098443         OR FHIT IS GREATER THAN 0.                               RESCHG00
098444     IF FHIT = 0 GO TO 830X.                                      RESCHG00
098445     MOVE FT-KEY (FHIT) TO LOOK-KEY.                              RESCHG00
098446     MOVE FT-START (FHIT) TO LOOK-START.                          RESCHG00
098447     MOVE FT-END (FHIT) TO LOOK-END.                              RESCHG00
098448 830X.   EXIT.                                                    RESCHG00
098449 835-MATCH-DATE.                                                  RESCHG00
098450     IF FT-START (FX) IS NOT GREATER THAN LOOK-DATE               RESCHG00
098451         AND FT-END (FX) IS NOT LESS THAN LOOK-DATE               RESCHG00
098452         MOVE FX TO FHIT.                                         RESCHG00
098453 840-SNAP-DAYS.                                                   RESCHG00
098454     NOTE  UNDER THE FISCAL CALENDAR THE SNAPSHOT DAYS RUN BY DAY RESCHG00
098455         NUMBER FROM THE LAST SNAPSHOT COUNTED, OR FOR THE FIRST  RESCHG00
098456         SNAPSHOT OF A PERIOD FROM THE DAY THE PERIOD STARTS.     RESCHG00
098457     MOVE SNAP-DATE TO DN-DATE.                                   RESCHG00
098458     PERFORM 850-DAY-NUMBER.                                      RESCHG00
098459     MOVE DAY-NO TO SNAP-DAY-NO.                                  RESCHG00
098460     MOVE LOOK-START TO DN-DATE.                                  RESCHG00
098461     IF HOLD-MONTH NOT = 0 MOVE HOLD-LAST-DATE TO DN-DATE.        RESCHG00
098462     PERFORM 850-DAY-NUMBER.                                      RESCHG00
098463     COMPUTE SNAP-DAYS = SNAP-DAY-NO - DAY-NO.                    RESCHG00
098464     IF HOLD-MONTH = 0 ADD 1 TO SNAP-DAYS.                        RESCHG00
098465 840X.   EXIT.                                                    RESCHG00
098466 850-DAY-NUMBER.                                                  RESCHG00
098467     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     RESCHG00
098468         CENTURY TO DN-DATE, COUNTED AS FISCMNT COUNTS THEM.      RESCHG00
098469     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             RESCHG00
098470         + CUM-DAYS (DN-MM) + DN-DD.                              RESCHG00
098471     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               RESCHG00
098472         ADD 1 TO DAY-NO.                                         RESCHG00
098473 860-BILL-PERIOD.                                                 RESCHG00
098474     NOTE  UNDER THE FISCAL CALENDAR BILL-YYMM IS THE FISCAL YEAR RESCHG00
098475         AND PERIOD BILLED - THE ONE BEING COUNTED, ELSE THE ONE  RESCHG00
098476         CONTAINING TODAY - AND BILL-FROM AND BILL-TO ITS FIRST   RESCHG00
098477         AND LAST DAYS. IT IS ZERO WHEN THAT PERIOD IS NOT IN     RESCHG00
098478         FISCCAL.                                                 RESCHG00
098479     MOVE HOLD-MONTH TO LOOK-KEY.                                 RESCHG00
098480     IF HOLD-MONTH NOT = 0                                        RESCHG00
098481         PERFORM 820-FIND-KEY THRU 820X                           RESCHG00
098482     ELSE MOVE RES-TODAY TO LOOK-DATE                             RESCHG00
098483         PERFORM 830-FIND-DATE THRU 830X.                         RESCHG00
098484     MOVE LOOK-KEY TO BILL-YYMM.                                  RESCHG00
098485     MOVE LOOK-START TO BILL-FROM.                                RESCHG00
098486     MOVE LOOK-END TO BILL-TO.                                    RESCHG00
098487 860X.   EXIT.                                                    RESCHG00
098488 870-PERIOD-BOUNDS.                                               RESCHG00
098489     NOTE  SETS THE HEADING, THE REEL DAY NUMBERS AND THE DAYS    RESCHG00
098490         THE LAST SNAPSHOT IS CARRIED FROM THE FISCAL PERIOD.     RESCHG00
098491     MOVE "RESOURCE CHARGES FOR PERIOD" TO BH-TITLE.              RESCHG00
098492     MOVE BILL-FROM TO DN-DATE.                                   RESCHG00
098493     COMPUTE BILL-START = DN-YY * 372 + DN-MM * 31 + DN-DD.       RESCHG00
098494     MOVE BILL-TO TO DN-DATE.                                     RESCHG00
098495     COMPUTE BILL-END = DN-YY * 372 + DN-MM * 31 + DN-DD.         RESCHG00
098496     MOVE 0 TO TAIL-DAYS.                                         RESCHG00
098497     IF HOLD-MONTH = 0 GO TO 870X.                                RESCHG00
098498     PERFORM 850-DAY-NUMBER.                                      RESCHG00
098499     MOVE DAY-NO TO SNAP-DAY-NO.                                  RESCHG00
098500     MOVE HOLD-LAST-DATE TO DN-DATE.                              RESCHG00
098501     PERFORM 850-DAY-NUMBER.                                      RESCHG00
098502     COMPUTE TAIL-DAYS = SNAP-DAY-NO - DAY-NO.                    RESCHG00
098503 870X.   EXIT.                                                    RESCHG00
098504 950-AUDIT-START.                                                 RESCHG00
098600     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     RESCHG00
098700     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
098800     MOVE "START   " TO AU-EVENT.                                 RESCHG00
098900     MOVE SPACES TO AU-RESULT.                                    RESCHG00
099000     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
099100 955-AUDIT-END.                                                   RESCHG00
099200     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
099300     MOVE "END     " TO AU-EVENT.                                 RESCHG00
099400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
099500 970-AUDIT-WRITE.                                                 RESCHG00
099600     COMPUTE AU-TIME-HOLD = DATA (1).                             RESCHG00
099700     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     RESCHG00
099800     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            RESCHG00
099900     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       RESCHG00
100000     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              RESCHG00
100100     OPEN I-O AUDIT-TRAIL.                                        RESCHG00
100200     MOVE AUDIT-REC TO AU-SAVE-REC.                               RESCHG00
100300     MOVE 1 TO AU-KEY.                                            RESCHG00
100400     READ AUDIT-TRAIL INVALID KEY                                 RESCHG00
100500         MOVE 2 TO AC-NEXT-SLOT.                                  RESCHG00
100600     IF AC-NEXT-SLOT NOT NUMERIC                                  RESCHG00
100700         MOVE 2 TO AC-NEXT-SLOT.                                  RESCHG00
100800     IF AC-NEXT-SLOT IS LESS THAN 2                               RESCHG00
100900         MOVE 2 TO AC-NEXT-SLOT.                                  RESCHG00
101000     MOVE AC-NEXT-SLOT TO AU-NEXT.                                RESCHG00
101100 980-AUDIT-SKIP.                                                  RESCHG00
101200     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          RESCHG00
101300         TOOK IT SINCE THE CONTROL RECORD WAS READ -              RESCHG00
101400         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          RESCHG00
101500         OVERWRITING EACH OTHERS EVENTS.                          RESCHG00
101600     MOVE AU-NEXT TO AU-KEY.                                      RESCHG00
101700     READ AUDIT-TRAIL INVALID KEY                                 RESCHG00
101800         GO TO 985-AUDIT-FREE.                                    RESCHG00
101900     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  RESCHG00
102000     ADD 1 TO AU-NEXT.                                            RESCHG00
102100     GO TO 980-AUDIT-SKIP.                                        RESCHG00
102200 985-AUDIT-FREE.                                                  RESCHG00
102300     MOVE 1 TO AU-KEY.                                            RESCHG00
102400     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       RESCHG00
102500     MOVE 0 TO AU-HASH.                                           RESCHG00
102600     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  RESCHG00
102700     MOVE AU-NEXT TO AU-KEY.                                      RESCHG00
102800     MOVE AU-SAVE-REC TO AUDIT-REC.                               RESCHG00
102900     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                RESCHG00
103000 990-AUDIT-PUT.                                                   RESCHG00
103100     WRITE AUDIT-REC INVALID KEY                                  RESCHG00
103200         DISPLAY "AUDIT TRAIL FULL".                              RESCHG00
103300     ADD 1 TO AU-NEXT.                                            RESCHG00
103400     MOVE 1 TO AU-KEY.                                            RESCHG00
103500     MOVE SPACES TO AUDIT-REC.                                    RESCHG00
103600     MOVE AU-NEXT TO AC-NEXT-SLOT.                                RESCHG00
103700     MOVE AU-HASH TO AC-HASH.                                     RESCHG00
103800     WRITE AUDIT-REC INVALID KEY                                  RESCHG00
103900         DISPLAY "AUDIT CONTROL ERROR".                           RESCHG00
104000     MOVE AU-SAVE-REC TO AUDIT-REC.                               RESCHG00
104100     CLOSE AUDIT-TRAIL.                                           RESCHG00
104200 991-AUDIT-HASH.                                                  RESCHG00
104300     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        RESCHG00
104400         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     RESCHG00
104500         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     RESCHG00
104600         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         RESCHG00
104700         REMOVED AFTER IT WAS WRITTEN.                            RESCHG00
104800     MOVE AUDIT-REC TO AU-HASH-REC.                               RESCHG00
104900     MOVE 0 TO AU-REC-SUM.                                        RESCHG00
105000     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        RESCHG00
105100         UNTIL AU-CX IS GREATER THAN 44.                          RESCHG00
105200     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       RESCHG00
105300         MOD 999999937.                                           RESCHG00
105400     GO TO 994-AUDIT-HASH-X.                                      RESCHG00
105500 992-AUDIT-HASH-CHAR.                                             RESCHG00
105600     MOVE 49 TO AU-CODE.                                          RESCHG00
105700     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        RESCHG00
105800         UNTIL AU-TX IS GREATER THAN 48.                          RESCHG00
105900     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           RESCHG00
106000 993-AUDIT-HASH-LOOK.                                             RESCHG00
106100     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    RESCHG00
106200 994-AUDIT-HASH-X.                                                RESCHG00
106300     EXIT.                                                        RESCHG00
106400 940-AUTH-CHECK.                                                  RESCHG00
106500     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         RESCHG00
106600         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           RESCHG00
106700         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            RESCHG00
106800         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          RESCHG00
106900         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        RESCHG00
107000         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            RESCHG00
107100     MOVE 0 TO AUTH-OK-SW.                                        RESCHG00
107200     OPEN INPUT AUTH-FILE.                                        RESCHG00
107300     IF AUTH-FILE-STATUS NOT = "00"                               RESCHG00
107400         MOVE 1 TO AUTH-OK-SW                                     RESCHG00
107500         GO TO 945-AUTH-X.                                        RESCHG00
107600 941-AUTH-READ.                                                   RESCHG00
107700     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   RESCHG00
107800     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         RESCHG00
107900     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                RESCHG00
108000     GO TO 941-AUTH-READ.                                         RESCHG00
108100 943-AUTH-DONE.                                                   RESCHG00
108200     CLOSE AUTH-FILE.                                             RESCHG00
108300     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          RESCHG00
108400     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               RESCHG00
108500     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
108600     MOVE "AUTHFAIL" TO AU-EVENT.                                 RESCHG00
108700     MOVE "REFUSED " TO AU-RESULT.                                RESCHG00
108800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
108900     STOP RUN.                                                    RESCHG00
109000 945-AUTH-X.                                                      RESCHG00
109100     EXIT.                                                        RESCHG00
109200 946-AUTH-GRANT.                                                  RESCHG00
109300     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          RESCHG00
109400         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         RESCHG00
109500         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            RESCHG00
109600         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                RESCHG00
109700     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            RESCHG00
109800     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            RESCHG00
109900         + AUTH-DATE-IN DIV 100.                                  RESCHG00
110000     IF RA-EXPIRES NUMERIC                                        RESCHG00
110100         IF RA-EXPIRES NOT = 0                                    RESCHG00
110200             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                RESCHG00
110300                 GO TO 947-AUTH-GRANT-X.                          RESCHG00
110400     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             RESCHG00
110500     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             RESCHG00
110600 947-AUTH-GRANT-X.                                                RESCHG00
110700     EXIT.                                                        RESCHG00
110800 930-OPER-SIGNON.                                                 RESCHG00
110900     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      RESCHG00
111000         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       RESCHG00
111100         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          RESCHG00
111200         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       RESCHG00
111300         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           RESCHG00
111400         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         RESCHG00
111500         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                RESCHG00
111600     MOVE 0 TO OPER-TRIES.                                        RESCHG00
111700 931-OPER-ASK.                                                    RESCHG00
111800     ADD 1 TO OPER-TRIES.                                         RESCHG00
111900     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            RESCHG00
112000     ACCEPT OPERATOR-CODE.                                        RESCHG00
112100     MOVE OPERATOR-CODE TO AU-OPERATOR.                           RESCHG00
112200     MOVE 0 TO OPER-OK-SW.                                        RESCHG00
112300     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               RESCHG00
112400     OPEN INPUT OPER-FILE.                                        RESCHG00
112500     IF OPER-FILE-STATUS NOT = "00"                               RESCHG00
112600         MOVE 1 TO OPER-OK-SW                                     RESCHG00
112700         GO TO 933-OPER-DONE.                                     RESCHG00
112800 932-OPER-READ.                                                   RESCHG00
112900     READ OPER-FILE AT END                                        RESCHG00
113000         CLOSE OPER-FILE                                          RESCHG00
113100         GO TO 933-OPER-DONE.                                     RESCHG00
113200     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          RESCHG00
113300     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 RESCHG00
113400     GO TO 932-OPER-READ.                                         RESCHG00
113500 933-OPER-DONE.                                                   RESCHG00
113600     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       RESCHG00
113700     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           RESCHG00
113800     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             RESCHG00
113900     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             RESCHG00
114000     MOVE TODAYS-DATE TO AU-DATE.                                 RESCHG00
114100     MOVE "SIGNFAIL" TO AU-EVENT.                                 RESCHG00
114200     MOVE "REFUSED " TO AU-RESULT.                                RESCHG00
114300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RESCHG00
114400     STOP RUN.                                                    RESCHG00
114500 934-OPER-AUTH.                                                   RESCHG00
114600     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      RESCHG00
114700 935-OPER-X.                                                      RESCHG00
114800     EXIT.                                                        RESCHG00
114900 END-OF-JOB.                                                      RESCHG00
