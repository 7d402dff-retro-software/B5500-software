000100RPTGEN      000188CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400          PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES            00
000500     NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.      00
000600*********************************************************************** 00
000700                                                                        00
000800   SORT OUTPUT REELS ARE STILL LISTED BY A ONE-OFF PROGRAM FOR          00
000900   EVERY REPORT SOMEONE ASKS FOR. THIS RUN PRINTS A COLUMNAR            00
001000   REPORT FROM ANY SORT OUTPUT REEL (SORTEDP, SORTEDI OR SORTOUT)       00
001100   OR FROM A DISK FILE LABEL-EQUATED TO RPTIN, DRIVEN BY CONTROL        00
001200   CARDS READ FROM THE CARD FILE RPTCTL -                               00
001300      COLS 1-4   TITL   COLS 6-55 THE REPORT TITLE                      00
001400                 FROM   COLS 6-12 SORTEDP, SORTEDI, SORTOUT OR          00
001500                        RPTIN (SORTOUT WITH NO FROM CARD)               00
001510                       - SORTEDI RECORDS ARE 320 CHARACTERS,            00
001520                       THE OTHERS UP TO 624                             00
001600                 COL    ONE PRINTED COLUMN, LEFT TO RIGHT IN CARD       00
001700                        ORDER, UP TO 12 -                               00
001800                        COLS 6-8/10-12 INPUT START/LENGTH               00
001900                        COL 14  EDIT - A AS IT STANDS (UP TO 40),       00
002000                                Z ZERO SUPPRESSED, N WITH COMMAS,       00
002100                                D WITH COMMAS AND TWO DECIMALS,         00
002200                                P BY THE EDIT WORD IN COLS 41-60        00
002300                                (NUMERIC FIELDS UP TO 15 DIGITS)        00
002400                        COL 16  T TO TOTAL THE COLUMN (UP TO 13         00
002500                                DIGITS)                                 00
002600                        COLS 21-40 COLUMN HEADING                       00
002700                 BRK    A CONTROL BREAK FIELD, MAJOR FIRST, UP TO       00
002800                        3 - COLS 6-8/10-12 START/LENGTH (UP TO          00
002900                        40), COLS 21-40 ITS NAME FOR THE TOTALS         00
003000                 INCL   RECORD SELECTION, PUNCHED AS FOR SRTGEN -       00
003100                 OMIT   COLS 6-8/10-12 START/LENGTH, COLS 14-15         00
003200                        EQ NE GT LT GE OR LE, COLS 17-19 AND OR         00
003300                        OR, COLS 21-60 CONSTANT                         00
003400                 SAVE   COLS 6-25 SAVES THE DECK UNDER THAT NAME        00
003500                 USE    COLS 6-25 READS A SAVED DECK IN ITS PLACE       00
003600      END-OF-JOB ENDS THE DECK.                                         00
003700   THE INPUT MUST ALREADY BE IN ORDER ON THE BREAK FIELDS. WHEN A       00
003800   BREAK FIELD CHANGES THE TOTALS AND RECORD COUNT OF THAT LEVEL        00
003900   AND EVERY LEVEL UNDER IT ARE PRINTED, AND FINAL TOTALS END THE       00
004000   REPORT. AN EDIT WORD PRINTS A DIGIT FOR EACH 9 OR Z - A Z            00
004100   POSITION STAYS BLANK UNTIL THE FIRST SIGNIFICANT DIGIT, AS DO        00
004200   THE OTHER CHARACTERS OF THE WORD. THE HASHCTL TRAILER SRTGEN         00
004300   WRITES IS NOT REPORTED.                                              00
004400                                                                        00
004500   NAMED DEFINITIONS ARE KEPT ON THE DISK FILE RPTDEFS. A SAVE          00
004600   CARD ANYWHERE IN THE DECK STORES EVERY OTHER CARD OF THE RUN,        00
004700   THOSE READ BY A USE CARD INCLUDED, ONCE THE DECK IS CLEAN -          00
004800   A NAME ALREADY ON FILE IS NOT SAVED AGAIN. A DECK OF ONE USE         00
004900   CARD RERUNS A SAVED REPORT, AND CARDS AFTER IT ADD TO OR             00
005000   OVERRIDE THE SAVED ONES. A USE NAME NOT ON FILE LISTS THE            00
005100   SAVED NAMES.                                                         00
005200                                                                        00
005300   THE REPORT GOES TO THE PRINTER BACKUP FILE RPTLIST, ONE OF THE       00
005400   BKPRINT KNOWN FILES. A DECK WITH ANY CARD IN ERROR PRINTS THE        00
005500   CARD LISTING ONLY.                                                   00
005600                                                                        00
005700                                                                        00
005800 IDENTIFICATION DIVISION.                                         RPTGEN00
005900 PROGRAM-ID. GENERAL REPORT WRITER "RPTGEN".                      RPTGEN00
006000 DATE-COMPILED.                                                   RPTGEN00
006100 REMARKS. PRINTS A COLUMNAR REPORT WITH UP TO THREE LEVELS OF     RPTGEN00
006200     CONTROL BREAK TOTALS FROM A SORT OUTPUT REEL OR A DISK FILE, RPTGEN00
006300     DRIVEN BY CONTROL CARDS OR A NAMED DEFINITION SAVED ON DISK. RPTGEN00
006400 ENVIRONMENT DIVISION.                                            RPTGEN00
006500 CONFIGURATION SECTION.                                           RPTGEN00
006600 SOURCE-COMPUTER. B-5500.                                         RPTGEN00
006700 OBJECT-COMPUTER. B-5500.                                         RPTGEN00
006800 INPUT-OUTPUT SECTION.                                            RPTGEN00
006900 FILE-CONTROL.                                                    RPTGEN00
007000     SELECT CTL-CARDS   ASSIGN TO CARD-READER.                    RPTGEN00
007100     SELECT SORTED-P    ASSIGN TO TAPE.                           RPTGEN00
007200     SELECT SORTED-I    ASSIGN TO TAPE.                           RPTGEN00
007300     SELECT SORT-OUT    ASSIGN TO TAPE.                           RPTGEN00
007400     SELECT RPT-IN      ASSIGN TO DISK                            RPTGEN00
007500         FILE STATUS IS IN-FILE-STATUS.                           RPTGEN00
007600     SELECT RPT-DEFS    ASSIGN TO DISK                            RPTGEN00
007700         FILE STATUS IS DEF-FILE-STATUS.                          RPTGEN00
007800     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RPTGEN00
007900     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RPTGEN00
008000     SELECT AUTH-FILE ASSIGN TO DISK                              RPTGEN00
008100         FILE STATUS IS AUTH-FILE-STATUS.                         RPTGEN00
008200     SELECT OPER-FILE ASSIGN TO DISK                              RPTGEN00
008300         FILE STATUS IS OPER-FILE-STATUS.                         RPTGEN00
008400 DATA DIVISION.                                                   RPTGEN00
008500 FILE SECTION.                                                    RPTGEN00
008600 MD  OPER-FILE                                                    RPTGEN00
008700     ACCESS SEQUENTIAL                                            RPTGEN00
008800     BLOCK CONTAINS 1 RECORDS                                     RPTGEN00
008900     VALUE OF ID "OPROSTER"                                       RPTGEN00
009000     DATA RECORD OPER-REC.                                        RPTGEN00
009100 01  OPER-REC        SZ 80.                                       RPTGEN00
009200     05  OR-CODE         PC X(3).                                 RPTGEN00
009300     05  FILLER          SZ 1.                                    RPTGEN00
009400     05  OR-NAME         PC X(20).                                RPTGEN00
009500     05  FILLER          SZ 1.                                    RPTGEN00
009600     05  OR-STATUS       PC X.                                    RPTGEN00
009700     05  FILLER          SZ 54.                                   RPTGEN00
009800 FD  CTL-CARDS                                                    RPTGEN00
009900         LABEL RECORD STANDARD                                    RPTGEN00
010000         VALUE OF ID "RPTCTL"                                     RPTGEN00
010100         DATA RECORD CTL-REC.                                     RPTGEN00
010200 01  CTL-REC         SZ 80.                                       RPTGEN00
010300 FD  SORTED-P                                                     RPTGEN00
010400     RECORDING MODE IS STANDARD BLOCK CONTAINS 1 RECORDS          RPTGEN00
010500     RECORD CONTAINS 624 CHARACTERS LABEL RECORD IS STANDARD      RPTGEN00
010600     VALUE OF ID IS "SORTEDP"                                     RPTGEN00
010700     DATA RECORD IS SP-REC.                                       RPTGEN00
010800 01  SP-REC          SZ 624.                                      RPTGEN00
010900 FD  SORTED-I                                                     RPTGEN00
011000     RECORDING MODE IS STANDARD BLOCK CONTAINS 1 RECORDS          RPTGEN00
011100     RECORD CONTAINS 320 CHARACTERS LABEL RECORD IS STANDARD      RPTGEN00
011200     VALUE OF ID IS "SORTEDI"                                     RPTGEN00
011300     DATA RECORD IS SI-REC.                                       RPTGEN00
011400 01  SI-REC          SZ 320.                                      RPTGEN00
011500 FD  SORT-OUT                                                     RPTGEN00
011600     RECORDING MODE IS STANDARD BLOCK CONTAINS 1 RECORDS          RPTGEN00
011700     RECORD CONTAINS 35 TO 624 CHARACTERS                         RPTGEN00
011800     LABEL RECORD IS STANDARD                                     RPTGEN00
011900     VALUE OF ID IS "SORTOUT"                                     RPTGEN00
012000     DATA RECORD IS SO-REC.                                       RPTGEN00
012100 01  SO-REC          SZ 624.                                      RPTGEN00
012200 MD  RPT-IN                                                       RPTGEN00
012300     ACCESS SEQUENTIAL                                            RPTGEN00
012400     BLOCK CONTAINS 1 RECORDS                                     RPTGEN00
012500     VALUE OF ID "RPTIN"                                          RPTGEN00
012600     DATA RECORD RI-REC.                                          RPTGEN00
012700 01  RI-REC          SZ 624.                                      RPTGEN00
012800 MD  RPT-DEFS                                                     RPTGEN00
012900     ACCESS SEQUENTIAL                                            RPTGEN00
013000     BLOCK CONTAINS 1 RECORDS                                     RPTGEN00
013100     VALUE OF ID "RPTDEFS"                                        RPTGEN00
013200     DATA RECORD RD-REC.                                          RPTGEN00
013300 01  RD-REC          SZ 100.                                      RPTGEN00
013400     05  RD-NAME         PC X(20).                                RPTGEN00
013500     05  RD-CARD         PC X(80).                                RPTGEN00
013600 FD  REPORT-FILE                                                  RPTGEN00
013700         VALUE OF ID "RPTLIST"                                    RPTGEN00
013800         DATA RECORD REPORT-REC.                                  RPTGEN00
013900 01  REPORT-REC      SZ 132.                                      RPTGEN00
014000 MD  AUTH-FILE                                                    RPTGEN00
014100     ACCESS SEQUENTIAL                                            RPTGEN00
014200     BLOCK CONTAINS 1 RECORDS                                     RPTGEN00
014300     VALUE OF ID "RUNAUTH"                                        RPTGEN00
014400     DATA RECORD AUTH-REC.                                        RPTGEN00
014500 01  AUTH-REC        SZ 80.                                       RPTGEN00
014600     05  RA-RUN-ID       PC X(7).                                 RPTGEN00
014700     05  FILLER          SZ 1.                                    RPTGEN00
014800     05  RA-PROGRAM      PC X(8).                                 RPTGEN00
014900     05  FILLER          SZ 1.                                    RPTGEN00
015000     05  RA-EXPIRES      PC 9(6).                                 RPTGEN00
015100     05  FILLER          SZ 57.                                   RPTGEN00
015200 MD  AUDIT-TRAIL                                                  RPTGEN00
015300         ACCESS RANDOM                                            RPTGEN00
015400         ACTUAL KEY IS AU-KEY                                     RPTGEN00
015500         BLOCK CONTAINS 1 RECORDS                                 RPTGEN00
015600         VALUE OF ID "AUDITTRL"                                   RPTGEN00
015700         DATA RECORD AUDIT-REC.                                   RPTGEN00
015800 01  AUDIT-REC       SZ 44.                                       RPTGEN00
015900     05  AU-PROGRAM          PC X(8) VA "RPTGEN  ".               RPTGEN00
016000     05  AU-DATE             PC 9(6).                             RPTGEN00
016100     05  AU-TIME             PC 9(4).                             RPTGEN00
016200     05  AU-EVENT            PC X(8).                             RPTGEN00
016300     05  AU-RESULT           PC X(8).                             RPTGEN00
016400     05  AU-RUN-ID           PC X(7).                             RPTGEN00
016500     05  AU-OPERATOR         PC X(3).                             RPTGEN00
016600 01  AUDIT-CTL.                                                   RPTGEN00
016700     05  AC-NEXT-SLOT        PC 9(8).                             RPTGEN00
016800     05  AC-HASH             PC 9(9).                             RPTGEN00
016900     05  FILLER              SZ 27.                               RPTGEN00
017000 WORKING-STORAGE SECTION.                                         RPTGEN00
017100 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        RPTGEN00
017200 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     RPTGEN00
017300 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     RPTGEN00
017400 77  OPERATOR-CODE   VA SPACE        PC X(3).                     RPTGEN00
017500 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        RPTGEN00
017600 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        RPTGEN00
017700 77  AUTH-TODAY      CMP-1   PC 9(6).                             RPTGEN00
017800 77  AUTH-DATE-IN            PC 9(6).                             RPTGEN00
017900 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             RPTGEN00
018000 77  AU-HH           CMP-1   PC 99.                               RPTGEN00
018100 77  AU-MM           CMP-1   PC 99.                               RPTGEN00
018200 77  AU-KEY          CMP-1   PC 9(8).                             RPTGEN00
018300 77  AU-NEXT         CMP-1   PC 9(8).                             RPTGEN00
018400 01  AU-SAVE-REC             SZ 44.                               RPTGEN00
018500 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     RPTGEN00
018600 77  AU-REC-SUM              CMP-1   PC 9(6).                     RPTGEN00
018700 77  AU-CX                   CMP-1   PC 99.                       RPTGEN00
018800 77  AU-TX                   CMP-1   PC 99.                       RPTGEN00
018900 77  AU-CODE                 CMP-1   PC 99.                       RPTGEN00
019000 01  AU-HASH-REC.                                                 RPTGEN00
019100     05  AU-HC       OC 44   PC X.                                RPTGEN00
019200 01  AU-CHAR-SET.                                                 RPTGEN00
019300     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          RPTGEN00
019400     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          RPTGEN00
019500 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           RPTGEN00
019600     05  AU-CHAR     OC 48   PC X.                                RPTGEN00
019700 77  RUN-ID-ENTRY            PC X(7).                             RPTGEN00
019800 77  IN-FILE-STATUS  VA SPACE        PC X(2).                     RPTGEN00
019900 77  DEF-FILE-STATUS VA SPACE        PC X(2).                     RPTGEN00
020000 77  SOURCE-ID       VA "SORTOUT"    PC X(7).                     RPTGEN00
020100 77  SOURCE-CODE     VA 3    CMP-1   PC 9.                        RPTGEN00
020200 77  CARD-BAD-SW     VA 0    CMP-1   PC 9.                        RPTGEN00
020300 77  EOF-SW          VA 0    CMP-1   PC 9.                        RPTGEN00
020400 77  FIRST-SW        VA 1    CMP-1   PC 9.                        RPTGEN00
020500 77  DEF-SAVE-SW     VA 0    CMP-1   PC 9.                        RPTGEN00
020600 77  DEF-FOUND       VA 0    CMP-1   PC 999.                      RPTGEN00
020700 77  DEF-NAME        VA SPACE        PC X(20).                    RPTGEN00
020800 77  SAVE-NAME       VA SPACE        PC X(20).                    RPTGEN00
020900 77  LAST-DEF-NAME   VA SPACE        PC X(20).                    RPTGEN00
021000 77  SAVE-CNT        VA 0    CMP-1   PC 99.                       RPTGEN00
021100 77  COL-CNT         VA 0    CMP-1   PC 99.                       RPTGEN00
021200 77  BRK-CNT         VA 0    CMP-1   PC 9.                        RPTGEN00
021300 77  SEL-CNT         VA 0    CMP-1   PC 99.                       RPTGEN00
021400 77  SEL-MODE        VA SPACE        PC X(4).                     RPTGEN00
021500 77  SEL-HIT         CMP-1   PC 9.                                RPTGEN00
021600 77  ANY-HIT         CMP-1   PC 9.                                RPTGEN00
021700 77  GRP-HIT         CMP-1   PC 9.                                RPTGEN00
021800 77  COND-HIT        CMP-1   PC 9.                                RPTGEN00
021900 77  CHG-LVL         CMP-1   PC 9.                                RPTGEN00
022000 77  SIG-SW          CMP-1   PC 9.                                RPTGEN00
022010 77  FIT-SW          CMP-1   PC 9.                                RPTGEN00
022100 77  KX              CMP-1   PC 99.                               RPTGEN00
022200 77  BX              CMP-1   PC 9.                                RPTGEN00
022300 77  LX              CMP-1   PC 9.                                RPTGEN00
022400 77  QX              CMP-1   PC 99.                               RPTGEN00
022500 77  CX              CMP-1   PC 99.                               RPTGEN00
022600 77  TX              CMP-1   PC 99.                               RPTGEN00
022700 77  EX              CMP-1   PC 99.                               RPTGEN00
022800 77  SX              CMP-1   PC 999.                              RPTGEN00
022900 77  DX              CMP-1   PC 999.                              RPTGEN00
023000 77  END-POS         CMP-1   PC 9(4).                             RPTGEN00
023100 77  NEXT-POS        VA 1    CMP-1   PC 999.                      RPTGEN00
023200 77  ED-WIDTH        CMP-1   PC 99.                               RPTGEN00
023300 77  DIG-CNT         CMP-1   PC 99.                               RPTGEN00
023400 77  INT-DIG         CMP-1   PC 99.                               RPTGEN00
023500 77  HEAD-LEN        CMP-1   PC 99.                               RPTGEN00
023600 77  MASK-CHR                PC X.                                RPTGEN00
023700 77  LINE-COUNT      VA 0    CMP-1   PC 99.                       RPTGEN00
023800 77  PAGE-NO         VA 0    CMP-1   PC 9(4).                     RPTGEN00
023900 77  RECS-READ       VA 0    CMP-1   PC 9(7).                     RPTGEN00
024000 77  RECS-SELECTED   VA 0    CMP-1   PC 9(7).                     RPTGEN00
024100 77  RECS-OMITTED    VA 0    CMP-1   PC 9(7).                     RPTGEN00
024200 77  AMOUNT                  PC 9(15).                            RPTGEN00
024300 77  AMOUNT-D                PC 9(13)V99.                         RPTGEN00
024400 01  CTL-CARD.                                                    RPTGEN00
024500     05  CC-TYPE         PC X(4).                                 RPTGEN00
024600     05  FILLER          PC X.                                    RPTGEN00
024700     05  CC-START        PC 9(3).                                 RPTGEN00
024800     05  FILLER          PC X.                                    RPTGEN00
024900     05  CC-LEN          PC 9(3).                                 RPTGEN00
025000     05  FILLER          PC X.                                    RPTGEN00
025100     05  CC-CODE         PC X.                                    RPTGEN00
025200     05  FILLER          PC X.                                    RPTGEN00
025300     05  CC-TOTAL        PC X.                                    RPTGEN00
025400     05  FILLER          PC X(4).                                 RPTGEN00
025500     05  CC-HEAD         PC X(20).                                RPTGEN00
025600     05  CC-MASK         PC X(20).                                RPTGEN00
025700     05  FILLER          PC X(20).                                RPTGEN00
025800 01  CTL-SEL REDEFINES CTL-CARD.                                  RPTGEN00
025900     05  FILLER          PC X(13).                                RPTGEN00
026000     05  CS-OP           PC XX.                                   RPTGEN00
026100     05  FILLER          PC X.                                    RPTGEN00
026200     05  CS-JOIN         PC X(3).                                 RPTGEN00
026300     05  FILLER          PC X.                                    RPTGEN00
026400     05  CS-CONST.                                                RPTGEN00
026500         10  CS-CH   OC 40   PC X.                                RPTGEN00
026600     05  FILLER          PC X(20).                                RPTGEN00
026700 01  CTL-NAME REDEFINES CTL-CARD.                                 RPTGEN00
026800     05  FILLER          PC X(5).                                 RPTGEN00
026900     05  CN-TEXT.                                                 RPTGEN00
027000         10  CN-NAME     PC X(20).                                RPTGEN00
027100         10  FILLER      PC X(30).                                RPTGEN00
027200     05  FILLER          PC X(25).                                RPTGEN00
027300 01  CTL-END REDEFINES CTL-CARD.                                  RPTGEN00
027400     05  CE-EOJ          PC X(10).                                RPTGEN00
027500     05  FILLER          PC X(70).                                RPTGEN00
027600 01  SAVE-TABLE.                                                  RPTGEN00
027700     05  SV-CARD     OC 60   PC X(80).                            RPTGEN00
027800 01  IN-REC.                                                      RPTGEN00
027900     05  IN-TAG          PC X(8).                                 RPTGEN00
028000     05  FILLER          PC X(616).                               RPTGEN00
028100 01  IN-TBL REDEFINES IN-REC.                                     RPTGEN00
028200     05  IN-CH       OC 624  PC X.                                RPTGEN00
028300 01  COL-TABLE.                                                   RPTGEN00
028400     02  CT-ENT OC 12.                                            RPTGEN00
028500         03  CT-START    PC 9(3).                                 RPTGEN00
028600         03  CT-LEN      PC 99.                                   RPTGEN00
028700         03  CT-CODE     PC X.                                    RPTGEN00
028800         03  CT-TOTAL    PC X.                                    RPTGEN00
028900         03  CT-POS      PC 999.                                  RPTGEN00
029000         03  CT-WIDTH    PC 99.                                   RPTGEN00
029100         03  CT-EDW      PC 99.                                   RPTGEN00
029200         03  CT-HLEN     PC 99.                                   RPTGEN00
029300         03  CT-MDIG     PC 99.                                   RPTGEN00
029400         03  CT-HEAD.                                             RPTGEN00
029500             04  CT-HCH  OC 20   PC X.                            RPTGEN00
029600         03  CT-MASK.                                             RPTGEN00
029700             04  CT-MCH  OC 20   PC X.                            RPTGEN00
029800 01  BRK-TABLE.                                                   RPTGEN00
029900     02  BT-ENT OC 3.                                             RPTGEN00
030000         03  BT-START    PC 9(3).                                 RPTGEN00
030100         03  BT-LEN      PC 99.                                   RPTGEN00
030200         03  BT-NAME     PC X(20).                                RPTGEN00
030300         03  BT-PREV     PC X(40).                                RPTGEN00
030400         03  BT-CUR.                                              RPTGEN00
030500             04  BT-CCH  OC 40   PC X.                            RPTGEN00
030600 01  SEL-TABLE.                                                   RPTGEN00
030700     02  ST-ENT OC 10.                                            RPTGEN00
030800         03  ST-START    PC 9(3).                                 RPTGEN00
030900         03  ST-LEN      PC 99.                                   RPTGEN00
031000         03  ST-OP       PC XX.                                   RPTGEN00
031100         03  ST-JOIN     PC X(3).                                 RPTGEN00
031200         03  ST-CONST.                                            RPTGEN00
031300             04  ST-CH   OC 40   PC X.                            RPTGEN00
031400 01  SEL-WORK.                                                    RPTGEN00
031500     05  SW-CH       OC 40   PC X.                                RPTGEN00
031600 01  TOT-TABLE.                                                   RPTGEN00
031700     02  TOT-LVL OC 4.                                            RPTGEN00
031800         03  TOT-COUNT   PC 9(7).                                 RPTGEN00
031900         03  TOT-AMT OC 12   PC 9(15).                            RPTGEN00
032000 01  NUM-AREA.                                                    RPTGEN00
032100     05  NUM-CH      OC 15   PC X.                                RPTGEN00
032200 01  NUM-R REDEFINES NUM-AREA.                                    RPTGEN00
032300     05  NUM-VALUE       PC 9(15).                                RPTGEN00
032400 01  DIG-AREA.                                                    RPTGEN00
032500     05  DIG-VALUE       PC 9(15).                                RPTGEN00
032600 01  DIG-R REDEFINES DIG-AREA.                                    RPTGEN00
032700     05  DIG-CH      OC 15   PC X.                                RPTGEN00
032800 01  EDIT-AREA               PC X(20).                            RPTGEN00
032900 01  EDIT-N REDEFINES EDIT-AREA.                                  RPTGEN00
033000     05  FILLER          PC X.                                    RPTGEN00
033100     05  ED-N            PC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.                  RPTGEN00
033200 01  EDIT-D REDEFINES EDIT-AREA.                                  RPTGEN00
033300     05  ED-D            PC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                 RPTGEN00
033400 01  EDIT-Z REDEFINES EDIT-AREA.                                  RPTGEN00
033500     05  FILLER          PC X(5).                                 RPTGEN00
033600     05  ED-Z            PC Z(14)9.                               RPTGEN00
033700 01  EDIT-T REDEFINES EDIT-AREA.                                  RPTGEN00
033800     05  EA-CH       OC 20   PC X.                                RPTGEN00
033900 01  LINE-AREA.                                                   RPTGEN00
034000     05  LN-CH       OC 132  PC X.                                RPTGEN00
034100 01  COL-HEAD-AREA           PC X(132).                           RPTGEN00
034200 01  HEAD-LINE       SZ 132.                                      RPTGEN00
034300     05  HD-TITLE    PC X(50) VA "GENERAL REPORT".                RPTGEN00
034400     05  FILLER      SZ 4     VA SPACE.                           RPTGEN00
034500     05  FILLER  PC X(8)  VA "RPTGEN  ".                          RPTGEN00
034600     05  HD-DATE     PC 99/99/99.                                 RPTGEN00
034700     05  FILLER      SZ 4     VA SPACE.                           RPTGEN00
034800     05  FILLER  PC X(5)  VA "PAGE ".                             RPTGEN00
034900     05  HD-PAGE     PC ZZZ9.                                     RPTGEN00
035000     05  FILLER      SZ 49    VA SPACE.                           RPTGEN00
035100 01  CARD-LINE       SZ 132.                                      RPTGEN00
035200     05  FILLER  PC X(10) VA "CONTROL - ".                        RPTGEN00
035300     05  CL-CARD     PC X(80).                                    RPTGEN00
035400     05  FILLER      SZ 42    VA SPACE.                           RPTGEN00
035500 01  EXC-LINE        SZ 132.                                      RPTGEN00
035600     05  FILLER  PC X(12) VA "EXCEPTION - ".                      RPTGEN00
035700     05  EX-REASON   PC X(48).                                    RPTGEN00
035800     05  FILLER      SZ 72    VA SPACE.                           RPTGEN00
035900 01  DEF-LINE        SZ 132.                                      RPTGEN00
036000     05  FILLER  PC X(19) VA "SAVED DEFINITION - ".               RPTGEN00
036100     05  DL-NAME     PC X(20).                                    RPTGEN00
036200     05  FILLER      SZ 93    VA SPACE.                           RPTGEN00
036300 01  SUB-LINE        SZ 132.                                      RPTGEN00
036400     05  SUB-LABEL   PC X(8).                                     RPTGEN00
036500     05  SUB-NAME    PC X(20).                                    RPTGEN00
036600     05  FILLER      SZ 1     VA SPACE.                           RPTGEN00
036700     05  SUB-VALUE   PC X(40).                                    RPTGEN00
036800     05  FILLER  PC X(8)  VA "  COUNT ".                          RPTGEN00
036900     05  SUB-COUNT   PC Z,ZZZ,ZZ9.                                RPTGEN00
037000     05  FILLER      SZ 46    VA SPACE.                           RPTGEN00
037100 01  STAT-LINE       SZ 132.                                      RPTGEN00
037200     05  FILLER  PC X(13) VA "RECORDS READ ".                     RPTGEN00
037300     05  TL-READ     PC Z,ZZZ,ZZ9.                                RPTGEN00
037400     05  FILLER  PC X(12) VA "   SELECTED ".                      RPTGEN00
037500     05  TL-SELECTED PC Z,ZZZ,ZZ9.                                RPTGEN00
037600     05  FILLER  PC X(12) VA "   LEFT OUT ".                      RPTGEN00
037700     05  TL-OMITTED  PC Z,ZZZ,ZZ9.                                RPTGEN00
037800     05  FILLER      SZ 68    VA SPACE.                           RPTGEN00
037900 PROCEDURE DIVISION.                                              RPTGEN00
038000 100-BEGIN.                                                       RPTGEN00
038100     ACCEPT RUN-ID-ENTRY.                                         RPTGEN00
038200     PERFORM AUDIT-START.                                         RPTGEN00
038300     MOVE ZEROS TO TOT-TABLE.                                     RPTGEN00
038400     OPEN OUTPUT REPORT-FILE.                                     RPTGEN00
038500     OPEN INPUT CTL-CARDS.                                        RPTGEN00
038600 200-READ-CARD.                                                   RPTGEN00
038700     READ CTL-CARDS AT END GO TO 290-CARDS-DONE.                  RPTGEN00
038800     MOVE CTL-REC TO CTL-CARD.                                    RPTGEN00
038900     IF CE-EOJ = "END-OF-JOB" GO TO 290-CARDS-DONE.               RPTGEN00
039000     PERFORM 300-LIST-CARD.                                       RPTGEN00
039100     IF CC-TYPE = "USE "                                          RPTGEN00
039200         PERFORM 250-USE-DEF THRU 250X                            RPTGEN00
039300         GO TO 200-READ-CARD.                                     RPTGEN00
039400     IF CC-TYPE = "SAVE"                                          RPTGEN00
039500         PERFORM 270-SAVE-DEF THRU 270X                           RPTGEN00
039600         GO TO 200-READ-CARD.                                     RPTGEN00
039700     PERFORM 310-CARD THRU 310X.                                  RPTGEN00
039800     GO TO 200-READ-CARD.                                         RPTGEN00
039900 250-USE-DEF.                                                     RPTGEN00
040000     NOTE  THE CARDS SAVED UNDER THE NAME ARE TAKEN AS IF THEY    RPTGEN00
040100         STOOD IN THE DECK IN PLACE OF THE USE CARD. A NAME NOT   RPTGEN00
040200         ON FILE IS AN ERROR AND THE SAVED NAMES ARE LISTED.      RPTGEN00
040300     MOVE CN-NAME TO DEF-NAME.                                    RPTGEN00
040400     MOVE 0 TO DEF-FOUND.                                         RPTGEN00
040500     OPEN INPUT RPT-DEFS.                                         RPTGEN00
040600     IF DEF-FILE-STATUS NOT = "00"                                RPTGEN00
040700         MOVE "NO RPTDEFS FILE - NO SAVED DEFINITIONS"            RPTGEN00
040800             TO EX-REASON                                         RPTGEN00
040900         PERFORM 390-CARD-ERROR                                   RPTGEN00
041000         GO TO 250X.                                              RPTGEN00
041100 251-USE-READ.                                                    RPTGEN00
041200     READ RPT-DEFS AT END GO TO 252-USE-END.                      RPTGEN00
041300     IF RD-NAME NOT = DEF-NAME GO TO 251-USE-READ.                RPTGEN00
041400     ADD 1 TO DEF-FOUND.                                          RPTGEN00
041500     MOVE RD-CARD TO CTL-CARD.                                    RPTGEN00
041600     PERFORM 300-LIST-CARD.                                       RPTGEN00
041700     IF CC-TYPE = "USE " OR CC-TYPE = "SAVE"                      RPTGEN00
041800         MOVE "USE OR SAVE CARD IN A SAVED DEFINITION"            RPTGEN00
041900             TO EX-REASON                                         RPTGEN00
042000         PERFORM 390-CARD-ERROR                                   RPTGEN00
042100         GO TO 251-USE-READ.                                      RPTGEN00
042200     PERFORM 310-CARD THRU 310X.                                  RPTGEN00
042300     GO TO 251-USE-READ.                                          RPTGEN00
042400 252-USE-END.                                                     RPTGEN00
042500     CLOSE RPT-DEFS.                                              RPTGEN00
042600     IF DEF-FOUND NOT = 0 GO TO 250X.                             RPTGEN00
042700     MOVE "NO SAVED DEFINITION BY THAT NAME" TO EX-REASON.        RPTGEN00
042800     PERFORM 390-CARD-ERROR.                                      RPTGEN00
042900     MOVE SPACES TO LAST-DEF-NAME.                                RPTGEN00
043000     OPEN INPUT RPT-DEFS.                                         RPTGEN00
043100 253-USE-LIST.                                                    RPTGEN00
043200     READ RPT-DEFS AT END GO TO 254-USE-LIST-END.                 RPTGEN00
043300     IF RD-NAME = LAST-DEF-NAME GO TO 253-USE-LIST.               RPTGEN00
043400     MOVE RD-NAME TO LAST-DEF-NAME.                               RPTGEN00
043500     MOVE RD-NAME TO DL-NAME.                                     RPTGEN00
043600     WRITE REPORT-REC FROM DEF-LINE.                              RPTGEN00
043700     GO TO 253-USE-LIST.                                          RPTGEN00
043800 254-USE-LIST-END.                                                RPTGEN00
043900     CLOSE RPT-DEFS.                                              RPTGEN00
044000 250X.   EXIT.                                                    RPTGEN00
044100 270-SAVE-DEF.                                                    RPTGEN00
044200     NOTE  THE NAME IS HELD UNTIL THE DECK HAS CHECKED CLEAN -    RPTGEN00
044300         THE CARDS ARE WRITTEN TO RPTDEFS AT 280-SAVE-WRITE.      RPTGEN00
044400     IF CN-NAME = SPACES                                          RPTGEN00
044500         MOVE "SAVE CARD HAS NO NAME" TO EX-REASON                RPTGEN00
044600         PERFORM 390-CARD-ERROR                                   RPTGEN00
044700         GO TO 270X.                                              RPTGEN00
044800     IF DEF-SAVE-SW = 1                                           RPTGEN00
044900         MOVE "MORE THAN ONE SAVE CARD" TO EX-REASON              RPTGEN00
045000         PERFORM 390-CARD-ERROR                                   RPTGEN00
045100         GO TO 270X.                                              RPTGEN00
045200     MOVE CN-NAME TO SAVE-NAME.                                   RPTGEN00
045300     MOVE 1 TO DEF-SAVE-SW.                                       RPTGEN00
045400 270X.   EXIT.                                                    RPTGEN00
045500 280-SAVE-WRITE.                                                  RPTGEN00
045600     OPEN I-O RPT-DEFS.                                           RPTGEN00
045700     IF DEF-FILE-STATUS NOT = "00"                                RPTGEN00
045800         OPEN OUTPUT RPT-DEFS                                     RPTGEN00
045900         GO TO 283-SAVE-PUT.                                      RPTGEN00
046000 281-SAVE-SKIP.                                                   RPTGEN00
046100     READ RPT-DEFS AT END GO TO 283-SAVE-PUT.                     RPTGEN00
046200     IF RD-NAME NOT = SAVE-NAME GO TO 281-SAVE-SKIP.              RPTGEN00
046300     CLOSE RPT-DEFS.                                              RPTGEN00
046400     MOVE "DEFINITION NAME ALREADY SAVED - NOT SAVED AGAIN"       RPTGEN00
046500         TO EX-REASON.                                            RPTGEN00
046600     WRITE REPORT-REC FROM EXC-LINE.                              RPTGEN00
046700     DISPLAY "RPTGEN - " EX-REASON.                               RPTGEN00
046800     GO TO 280X.                                                  RPTGEN00
046900 283-SAVE-PUT.                                                    RPTGEN00
047000     MOVE SAVE-NAME TO RD-NAME.                                   RPTGEN00
047100     PERFORM 284-SAVE-ONE VARYING QX FROM 1 BY 1                  RPTGEN00
047200         UNTIL QX IS GREATER THAN SAVE-CNT.                       RPTGEN00
047300     CLOSE RPT-DEFS.                                              RPTGEN00
047400     DISPLAY "RPTGEN - DEFINITION SAVED AS " SAVE-NAME.           RPTGEN00
047500 280X.   EXIT.                                                    RPTGEN00
047600 284-SAVE-ONE.                                                    RPTGEN00
047700     MOVE SV-CARD (QX) TO RD-CARD.                                RPTGEN00
047800     WRITE RD-REC.                                                RPTGEN00
047900 290-CARDS-DONE.                                                  RPTGEN00
048000     CLOSE CTL-CARDS.                                             RPTGEN00
048100     IF COL-CNT = 0                                               RPTGEN00
048200         MOVE "NO COL CARDS - NOTHING TO PRINT" TO EX-REASON      RPTGEN00
048300         PERFORM 390-CARD-ERROR.                                  RPTGEN00
048310     IF SOURCE-CODE = 2 PERFORM 295-SORTEDI-FIT THRU 295X.        RPTGEN00
048400     IF CARD-BAD-SW = 1                                           RPTGEN00
048500         DISPLAY "RPTGEN - CARD ERRORS - NO REPORT PRINTED"       RPTGEN00
048600         MOVE "BAD CARD" TO AU-RESULT                             RPTGEN00
048700         GO TO 490-FINISH.                                        RPTGEN00
048800     IF DEF-SAVE-SW = 1 PERFORM 280-SAVE-WRITE THRU 280X.         RPTGEN00
048900     GO TO 400-OPEN-INPUT.                                        RPTGEN00
048905 295-SORTEDI-FIT.                                                 RPTGEN00
048910     NOTE  SORTEDI RECORDS ARE 320 CHARACTERS, NOT 624. THE       RPTGEN00
048915         FROM CARD MAY FOLLOW THE FIELD CARDS, SO THE FIELDS      RPTGEN00
048920         ARE PROVED AGAINST IT ONCE THE WHOLE DECK IS IN.         RPTGEN00
048925     MOVE 0 TO FIT-SW.                                            RPTGEN00
048930     PERFORM 296-FIT-COL VARYING KX FROM 1 BY 1                   RPTGEN00
048935         UNTIL KX IS GREATER THAN COL-CNT.                        RPTGEN00
048940     PERFORM 297-FIT-BRK VARYING BX FROM 1 BY 1                   RPTGEN00
048945         UNTIL BX IS GREATER THAN BRK-CNT.                        RPTGEN00
048950     PERFORM 298-FIT-SEL VARYING QX FROM 1 BY 1                   RPTGEN00
048955         UNTIL QX IS GREATER THAN SEL-CNT.                        RPTGEN00
048960     IF FIT-SW = 1                                                RPTGEN00
048962         MOVE "FIELD PAST COL 320 - SORTEDI RECORDS ARE 320"      RPTGEN00
048964             TO EX-REASON                                         RPTGEN00
048966         PERFORM 390-CARD-ERROR.                                  RPTGEN00
048968 295X.   EXIT.                                                    RPTGEN00
048970 296-FIT-COL.                                                     RPTGEN00
048972     COMPUTE END-POS = CT-START (KX) + CT-LEN (KX) - 1.           RPTGEN00
048974     IF END-POS IS GREATER THAN 320 MOVE 1 TO FIT-SW.             RPTGEN00
048976 297-FIT-BRK.                                                     RPTGEN00
048978     COMPUTE END-POS = BT-START (BX) + BT-LEN (BX) - 1.           RPTGEN00
048980     IF END-POS IS GREATER THAN 320 MOVE 1 TO FIT-SW.             RPTGEN00
048982 298-FIT-SEL.                                                     RPTGEN00
048984     COMPUTE END-POS = ST-START (QX) + ST-LEN (QX) - 1.           RPTGEN00
048986     IF END-POS IS GREATER THAN 320 MOVE 1 TO FIT-SW.             RPTGEN00
049000 300-LIST-CARD.                                                   RPTGEN00
049100     MOVE CTL-CARD TO CL-CARD.                                    RPTGEN00
049200     WRITE REPORT-REC FROM CARD-LINE.                             RPTGEN00
049300 310-CARD.                                                        RPTGEN00
049400     IF SAVE-CNT = 60                                             RPTGEN00
049500         MOVE "OVER 60 CARDS TO SAVE" TO EX-REASON                RPTGEN00
049600         PERFORM 390-CARD-ERROR                                   RPTGEN00
049700     ELSE                                                         RPTGEN00
049800         ADD 1 TO SAVE-CNT                                        RPTGEN00
049900         MOVE CTL-CARD TO SV-CARD (SAVE-CNT).                     RPTGEN00
050000     IF CC-TYPE = "TITL"                                          RPTGEN00
050100         MOVE CN-TEXT TO HD-TITLE                                 RPTGEN00
050200         GO TO 310X.                                              RPTGEN00
050300     IF CC-TYPE = "FROM" GO TO 320-FROM.                          RPTGEN00
050400     IF CC-TYPE = "COL " GO TO 330-COL.                           RPTGEN00
050500     IF CC-TYPE = "BRK " GO TO 340-BRK.                           RPTGEN00
050600     IF CC-TYPE = "INCL" OR CC-TYPE = "OMIT" GO TO 350-SEL.       RPTGEN00
050700     MOVE "UNKNOWN CONTROL CARD" TO EX-REASON.                    RPTGEN00
050800     PERFORM 390-CARD-ERROR.                                      RPTGEN00
050900     GO TO 310X.                                                  RPTGEN00
051000 320-FROM.                                                        RPTGEN00
051100     MOVE CN-NAME TO SOURCE-ID.                                   RPTGEN00
051200     MOVE 0 TO SOURCE-CODE.                                       RPTGEN00
051300     IF SOURCE-ID = "SORTEDP" MOVE 1 TO SOURCE-CODE.              RPTGEN00
051400     IF SOURCE-ID = "SORTEDI" MOVE 2 TO SOURCE-CODE.              RPTGEN00
051500     IF SOURCE-ID = "SORTOUT" MOVE 3 TO SOURCE-CODE.              RPTGEN00
051600     IF SOURCE-ID = "RPTIN  " MOVE 4 TO SOURCE-CODE.              RPTGEN00
051700     IF SOURCE-CODE = 0                                           RPTGEN00
051800         MOVE "FROM MUST BE SORTEDP, SORTEDI, SORTOUT OR RPTIN"   RPTGEN00
051900             TO EX-REASON                                         RPTGEN00
052000         PERFORM 390-CARD-ERROR.                                  RPTGEN00
052100     GO TO 310X.                                                  RPTGEN00
052200 330-COL.                                                         RPTGEN00
052300     NOTE  THE PRINT WIDTH OF A COLUMN IS ITS EDITED WIDTH OR     RPTGEN00
052400         ITS HEADING, WHICHEVER IS WIDER, AND TWO SPACES PART     RPTGEN00
052500         EACH COLUMN FROM THE NEXT.                               RPTGEN00
052600     IF COL-CNT = 12                                              RPTGEN00
052700         MOVE "OVER 12 COL CARDS" TO EX-REASON                    RPTGEN00
052800         PERFORM 390-CARD-ERROR                                   RPTGEN00
052900         GO TO 310X.                                              RPTGEN00
053000     IF CC-START NOT NUMERIC OR CC-LEN NOT NUMERIC                RPTGEN00
053100         GO TO 339-COL-BAD.                                       RPTGEN00
053200     IF CC-START = 0 OR CC-LEN = 0 GO TO 339-COL-BAD.             RPTGEN00
053300     COMPUTE END-POS = CC-START + CC-LEN - 1.                     RPTGEN00
053400     IF END-POS IS GREATER THAN 624 GO TO 339-COL-BAD.            RPTGEN00
053500     IF CC-CODE = SPACE MOVE "A" TO CC-CODE.                      RPTGEN00
053600     IF CC-CODE NOT = "A" AND CC-CODE NOT = "Z" AND               RPTGEN00
053700        CC-CODE NOT = "N" AND CC-CODE NOT = "D" AND               RPTGEN00
053800        CC-CODE NOT = "P"                                         RPTGEN00
053900         GO TO 339-COL-BAD.                                       RPTGEN00
054000     IF CC-TOTAL NOT = "T" AND CC-TOTAL NOT = SPACE               RPTGEN00
054100         GO TO 339-COL-BAD.                                       RPTGEN00
054200     IF CC-CODE = "A"                                             RPTGEN00
054300         IF CC-LEN IS GREATER THAN 40 OR CC-TOTAL = "T"           RPTGEN00
054400             GO TO 339-COL-BAD.                                   RPTGEN00
054500     IF CC-CODE NOT = "A" AND CC-LEN IS GREATER THAN 15           RPTGEN00
054600         GO TO 339-COL-BAD.                                       RPTGEN00
054700     IF CC-TOTAL = "T" AND CC-LEN IS GREATER THAN 13              RPTGEN00
054800         GO TO 339-COL-BAD.                                       RPTGEN00
054900     ADD 1 TO COL-CNT.                                            RPTGEN00
055000     MOVE COL-CNT TO KX.                                          RPTGEN00
055100     MOVE CC-START TO CT-START (KX).                              RPTGEN00
055200     MOVE CC-LEN TO CT-LEN (KX).                                  RPTGEN00
055300     MOVE CC-CODE TO CT-CODE (KX).                                RPTGEN00
055400     MOVE CC-TOTAL TO CT-TOTAL (KX).                              RPTGEN00
055500     MOVE CC-HEAD TO CT-HEAD (KX).                                RPTGEN00
055600     MOVE CC-MASK TO CT-MASK (KX).                                RPTGEN00
055700     PERFORM 335-COL-WIDTH THRU 335X.                             RPTGEN00
055800     IF CT-EDW (KX) = 0                                           RPTGEN00
055900         SUBTRACT 1 FROM COL-CNT                                  RPTGEN00
056000         MOVE "EDIT WORD MISSING OR OVER 15 DIGITS" TO EX-REASON  RPTGEN00
056100         PERFORM 390-CARD-ERROR                                   RPTGEN00
056200         GO TO 310X.                                              RPTGEN00
056300     COMPUTE END-POS = NEXT-POS + CT-WIDTH (KX) - 1.              RPTGEN00
056400     IF END-POS IS GREATER THAN 132                               RPTGEN00
056500         SUBTRACT 1 FROM COL-CNT                                  RPTGEN00
056600         MOVE "COLUMN WILL NOT FIT ON THE LINE" TO EX-REASON      RPTGEN00
056700         PERFORM 390-CARD-ERROR                                   RPTGEN00
056800         GO TO 310X.                                              RPTGEN00
056900     MOVE NEXT-POS TO CT-POS (KX).                                RPTGEN00
057000     COMPUTE NEXT-POS = END-POS + 3.                              RPTGEN00
057100     GO TO 310X.                                                  RPTGEN00
057200 339-COL-BAD.                                                     RPTGEN00
057300     MOVE "BAD COL CARD" TO EX-REASON.                            RPTGEN00
057400     PERFORM 390-CARD-ERROR.                                      RPTGEN00
057500     GO TO 310X.                                                  RPTGEN00
057600 340-BRK.                                                         RPTGEN00
057700     IF BRK-CNT = 3                                               RPTGEN00
057800         MOVE "OVER 3 BRK CARDS" TO EX-REASON                     RPTGEN00
057900         PERFORM 390-CARD-ERROR                                   RPTGEN00
058000         GO TO 310X.                                              RPTGEN00
058100     IF CC-START NOT NUMERIC OR CC-LEN NOT NUMERIC                RPTGEN00
058200         GO TO 349-BRK-BAD.                                       RPTGEN00
058300     IF CC-START = 0 OR CC-LEN = 0 OR CC-LEN IS GREATER THAN 40   RPTGEN00
058400         GO TO 349-BRK-BAD.                                       RPTGEN00
058500     COMPUTE END-POS = CC-START + CC-LEN - 1.                     RPTGEN00
058600     IF END-POS IS GREATER THAN 624 GO TO 349-BRK-BAD.            RPTGEN00
058700     ADD 1 TO BRK-CNT.                                            RPTGEN00
058800     MOVE CC-START TO BT-START (BRK-CNT).                         RPTGEN00
058900     MOVE CC-LEN TO BT-LEN (BRK-CNT).                             RPTGEN00
059000     MOVE CC-HEAD TO BT-NAME (BRK-CNT).                           RPTGEN00
059100     GO TO 310X.                                                  RPTGEN00
059200 349-BRK-BAD.                                                     RPTGEN00
059300     MOVE "BAD BRK CARD" TO EX-REASON.                            RPTGEN00
059400     PERFORM 390-CARD-ERROR.                                      RPTGEN00
059500     GO TO 310X.                                                  RPTGEN00
059600 350-SEL.                                                         RPTGEN00
059700     NOTE  ONE CONDITION PER CARD AS SRTGEN TAKES THEM - ONLY     RPTGEN00
059800         THE FIRST CC-LEN COLUMNS OF THE CONSTANT ARE KEPT.       RPTGEN00
059900     IF SEL-MODE = SPACES MOVE CC-TYPE TO SEL-MODE.               RPTGEN00
060000     IF CC-TYPE NOT = SEL-MODE                                    RPTGEN00
060100         MOVE "INCL AND OMIT CARDS MIXED" TO EX-REASON            RPTGEN00
060200         PERFORM 390-CARD-ERROR                                   RPTGEN00
060300         GO TO 310X.                                              RPTGEN00
060400     IF SEL-CNT = 10                                              RPTGEN00
060500         MOVE "OVER 10 INCL/OMIT CARDS" TO EX-REASON              RPTGEN00
060600         PERFORM 390-CARD-ERROR                                   RPTGEN00
060700         GO TO 310X.                                              RPTGEN00
060800     IF CC-START NOT NUMERIC OR CC-LEN NOT NUMERIC                RPTGEN00
060900         GO TO 359-SEL-BAD.                                       RPTGEN00
061000     IF CC-START = 0 OR CC-LEN = 0 OR CC-LEN IS GREATER THAN 40   RPTGEN00
061100         GO TO 359-SEL-BAD.                                       RPTGEN00
061200     COMPUTE END-POS = CC-START + CC-LEN - 1.                     RPTGEN00
061300     IF END-POS IS GREATER THAN 624 GO TO 359-SEL-BAD.            RPTGEN00
061400     IF CS-OP NOT = "EQ" AND CS-OP NOT = "NE" AND                 RPTGEN00
061500        CS-OP NOT = "GT" AND CS-OP NOT = "LT" AND                 RPTGEN00
061600        CS-OP NOT = "GE" AND CS-OP NOT = "LE"                     RPTGEN00
061700         GO TO 359-SEL-BAD.                                       RPTGEN00
061800     IF CS-JOIN NOT = "AND" AND CS-JOIN NOT = "OR " AND           RPTGEN00
061900        CS-JOIN NOT = SPACES                                      RPTGEN00
062000         GO TO 359-SEL-BAD.                                       RPTGEN00
062100     ADD 1 TO SEL-CNT.                                            RPTGEN00
062200     MOVE CC-START TO ST-START (SEL-CNT).                         RPTGEN00
062300     MOVE CC-LEN TO ST-LEN (SEL-CNT).                             RPTGEN00
062400     MOVE CS-OP TO ST-OP (SEL-CNT).                               RPTGEN00
062500     MOVE CS-JOIN TO ST-JOIN (SEL-CNT).                           RPTGEN00
062600     MOVE SPACES TO ST-CONST (SEL-CNT).                           RPTGEN00
062700     PERFORM 355-SEL-CONST VARYING CX FROM 1 BY 1                 RPTGEN00
062800         UNTIL CX IS GREATER THAN CC-LEN.                         RPTGEN00
062900     GO TO 310X.                                                  RPTGEN00
063000 359-SEL-BAD.                                                     RPTGEN00
063100     MOVE "BAD INCL OR OMIT CARD" TO EX-REASON.                   RPTGEN00
063200     PERFORM 390-CARD-ERROR.                                      RPTGEN00
063300 310X.   EXIT.                                                    RPTGEN00
063400 335-COL-WIDTH.                                                   RPTGEN00
063500     MOVE CT-LEN (KX) TO DIG-CNT.                                 RPTGEN00
063600     IF CT-TOTAL (KX) = "T" ADD 2 TO DIG-CNT.                     RPTGEN00
063700     IF CT-CODE (KX) = "A" MOVE CT-LEN (KX) TO ED-WIDTH.          RPTGEN00
063800     IF CT-CODE (KX) = "Z" MOVE DIG-CNT TO ED-WIDTH.              RPTGEN00
063900     IF CT-CODE (KX) = "N"                                        RPTGEN00
064000         COMPUTE ED-WIDTH = DIG-CNT + (DIG-CNT - 1) DIV 3.        RPTGEN00
064100     IF CT-CODE (KX) = "D" PERFORM 336-D-WIDTH.                   RPTGEN00
064200     IF CT-CODE (KX) = "P" PERFORM 337-MASK-WIDTH THRU 337X.      RPTGEN00
064300     MOVE ED-WIDTH TO CT-EDW (KX).                                RPTGEN00
064400     MOVE 20 TO HEAD-LEN.                                         RPTGEN00
064500     PERFORM 338-HEAD-TRIM THRU 338X.                             RPTGEN00
064600     MOVE HEAD-LEN TO CT-HLEN (KX).                               RPTGEN00
064700     MOVE ED-WIDTH TO CT-WIDTH (KX).                              RPTGEN00
064800     IF HEAD-LEN IS GREATER THAN ED-WIDTH                         RPTGEN00
064900         MOVE HEAD-LEN TO CT-WIDTH (KX).                          RPTGEN00
065000 335X.   EXIT.                                                    RPTGEN00
065100 336-D-WIDTH.                                                     RPTGEN00
065200     MOVE DIG-CNT TO INT-DIG.                                     RPTGEN00
065300     IF INT-DIG IS LESS THAN 3 MOVE 3 TO INT-DIG.                 RPTGEN00
065400     SUBTRACT 2 FROM INT-DIG.                                     RPTGEN00
065500     COMPUTE ED-WIDTH = INT-DIG + (INT-DIG - 1) DIV 3 + 3.        RPTGEN00
065600 337-MASK-WIDTH.                                                  RPTGEN00
065700     NOTE  THE EDIT WORD ENDS AT ITS LAST NON-BLANK CHARACTER     RPTGEN00
065800         AND MUST HOLD 1 TO 15 DIGIT POSITIONS (9 OR Z).          RPTGEN00
065900     MOVE 20 TO ED-WIDTH.                                         RPTGEN00
066000 337-MW-TRIM.                                                     RPTGEN00
066100     IF ED-WIDTH = 0 GO TO 337X.                                  RPTGEN00
066200     IF CT-MCH (KX, ED-WIDTH) NOT = SPACE GO TO 337-MW-COUNT.     RPTGEN00
066300     SUBTRACT 1 FROM ED-WIDTH.                                    RPTGEN00
066400     GO TO 337-MW-TRIM.                                           RPTGEN00
066500 337-MW-COUNT.                                                    RPTGEN00
066600     MOVE 0 TO DIG-CNT.                                           RPTGEN00
066700     PERFORM 337-MW-DIGIT VARYING TX FROM 1 BY 1                  RPTGEN00
066800         UNTIL TX IS GREATER THAN ED-WIDTH.                       RPTGEN00
066900     MOVE DIG-CNT TO CT-MDIG (KX).                                RPTGEN00
067000     IF DIG-CNT = 0 OR DIG-CNT IS GREATER THAN 15                 RPTGEN00
067100         MOVE 0 TO ED-WIDTH.                                      RPTGEN00
067200 337X.   EXIT.                                                    RPTGEN00
067300 337-MW-DIGIT.                                                    RPTGEN00
067400     IF CT-MCH (KX, TX) = "9" OR CT-MCH (KX, TX) = "Z"            RPTGEN00
067500         ADD 1 TO DIG-CNT.                                        RPTGEN00
067600 338-HEAD-TRIM.                                                   RPTGEN00
067700     IF HEAD-LEN = 0 GO TO 338X.                                  RPTGEN00
067800     IF CT-HCH (KX, HEAD-LEN) NOT = SPACE GO TO 338X.             RPTGEN00
067900     SUBTRACT 1 FROM HEAD-LEN.                                    RPTGEN00
068000     GO TO 338-HEAD-TRIM.                                         RPTGEN00
068100 338X.   EXIT.                                                    RPTGEN00
068200 355-SEL-CONST.                                                   RPTGEN00
068300     MOVE CS-CH (CX) TO ST-CH (SEL-CNT, CX).                      RPTGEN00
068400 390-CARD-ERROR.                                                  RPTGEN00
068500     WRITE REPORT-REC FROM EXC-LINE.                              RPTGEN00
068600     DISPLAY "RPTGEN - " EX-REASON.                               RPTGEN00
068700     MOVE 1 TO CARD-BAD-SW.                                       RPTGEN00
068800 400-OPEN-INPUT.                                                  RPTGEN00
068900     IF SOURCE-CODE = 1 OPEN INPUT SORTED-P.                      RPTGEN00
069000     IF SOURCE-CODE = 2 OPEN INPUT SORTED-I.                      RPTGEN00
069100     IF SOURCE-CODE = 3 OPEN INPUT SORT-OUT.                      RPTGEN00
069200     IF SOURCE-CODE = 4                                           RPTGEN00
069300         OPEN INPUT RPT-IN                                        RPTGEN00
069400         IF IN-FILE-STATUS NOT = "00"                             RPTGEN00
069500             DISPLAY "RPTGEN - NO RPTIN FILE - NO REPORT PRINTED" RPTGEN00
069600             MOVE "NO INPUT" TO AU-RESULT                         RPTGEN00
069700             GO TO 490-FINISH.                                    RPTGEN00
069800     MOVE SPACES TO LINE-AREA.                                    RPTGEN00
069900     PERFORM 610-HEAD-COL THRU 610X VARYING KX FROM 1 BY 1        RPTGEN00
070000         UNTIL KX IS GREATER THAN COL-CNT.                        RPTGEN00
070100     MOVE LINE-AREA TO COL-HEAD-AREA.                             RPTGEN00
070200     PERFORM 600-NEW-PAGE.                                        RPTGEN00
070300 410-READ.                                                        RPTGEN00
070400     PERFORM 420-GET-REC.                                         RPTGEN00
070500     IF EOF-SW = 1 GO TO 480-END-REPORT.                          RPTGEN00
070600     IF IN-TAG = "HASHCTL " GO TO 410-READ.                       RPTGEN00
070700     ADD 1 TO RECS-READ.                                          RPTGEN00
070800     PERFORM 500-SELECT THRU 500X.                                RPTGEN00
070900     IF SEL-HIT = 0                                               RPTGEN00
071000         ADD 1 TO RECS-OMITTED                                    RPTGEN00
071100         GO TO 410-READ.                                          RPTGEN00
071200     ADD 1 TO RECS-SELECTED.                                      RPTGEN00
071300     IF BRK-CNT IS GREATER THAN 0                                 RPTGEN00
071400         PERFORM 520-CHECK-BREAK THRU 520X.                       RPTGEN00
071500     PERFORM 540-DETAIL THRU 540X.                                RPTGEN00
071600     GO TO 410-READ.                                              RPTGEN00
071700 420-GET-REC.                                                     RPTGEN00
071800     IF SOURCE-CODE = 1                                           RPTGEN00
071900         READ SORTED-P INTO IN-REC AT END MOVE 1 TO EOF-SW.       RPTGEN00
072000     IF SOURCE-CODE = 2                                           RPTGEN00
072100         READ SORTED-I INTO IN-REC AT END MOVE 1 TO EOF-SW.       RPTGEN00
072200     IF SOURCE-CODE = 3                                           RPTGEN00
072300         READ SORT-OUT INTO IN-REC AT END MOVE 1 TO EOF-SW.       RPTGEN00
072400     IF SOURCE-CODE = 4                                           RPTGEN00
072500         READ RPT-IN INTO IN-REC AT END MOVE 1 TO EOF-SW.         RPTGEN00
072600 480-END-REPORT.                                                  RPTGEN00
072700     IF SOURCE-CODE = 1 CLOSE SORTED-P.                           RPTGEN00
072800     IF SOURCE-CODE = 2 CLOSE SORTED-I.                           RPTGEN00
072900     IF SOURCE-CODE = 3 CLOSE SORT-OUT.                           RPTGEN00
073000     IF SOURCE-CODE = 4 CLOSE RPT-IN.                             RPTGEN00
073100     IF BRK-CNT IS GREATER THAN 0 AND                             RPTGEN00
073200        RECS-SELECTED IS GREATER THAN 0                           RPTGEN00
073300         PERFORM 560-SUBTOTAL THRU 560X                           RPTGEN00
073400             VARYING LX FROM BRK-CNT BY -1                        RPTGEN00
073500             UNTIL LX IS LESS THAN 1.                             RPTGEN00
073600     MOVE 4 TO LX.                                                RPTGEN00
073700     MOVE "FINAL - " TO SUB-LABEL.                                RPTGEN00
073800     MOVE "ALL SELECTED RECORDS" TO SUB-NAME.                     RPTGEN00
073900     MOVE SPACES TO SUB-VALUE.                                    RPTGEN00
074000     PERFORM 565-TOTAL-LINES THRU 565X.                           RPTGEN00
074100     MOVE RECS-READ TO TL-READ.                                   RPTGEN00
074200     MOVE RECS-SELECTED TO TL-SELECTED.                           RPTGEN00
074300     MOVE RECS-OMITTED TO TL-OMITTED.                             RPTGEN00
074400     MOVE STAT-LINE TO LINE-AREA.                                 RPTGEN00
074500     PERFORM 590-PUT-LINE.                                        RPTGEN00
074600     DISPLAY "RPTGEN - RECORDS READ " RECS-READ                   RPTGEN00
074700         " SELECTED " RECS-SELECTED.                              RPTGEN00
074800 490-FINISH.                                                      RPTGEN00
074900     CLOSE REPORT-FILE.                                           RPTGEN00
075000     PERFORM AUDIT-END.                                           RPTGEN00
075100     STOP RUN.                                                    RPTGEN00
075200 500-SELECT.                                                      RPTGEN00
075300     NOTE  THE CONDITIONS ARE TAKEN IN CARD ORDER WITH AND        RPTGEN00
075400         BINDING BEFORE OR, AS IN SRTGEN - A RECORD MEETING       RPTGEN00
075500         THEM IS KEPT UNDER INCL AND LEFT OUT UNDER OMIT.         RPTGEN00
075600     MOVE 1 TO SEL-HIT.                                           RPTGEN00
075700     IF SEL-CNT = 0 GO TO 500X.                                   RPTGEN00
075800     MOVE 0 TO ANY-HIT.                                           RPTGEN00
075900     MOVE 1 TO GRP-HIT.                                           RPTGEN00
076000     PERFORM 505-ONE-COND THRU 505X VARYING QX FROM 1 BY 1        RPTGEN00
076100         UNTIL QX IS GREATER THAN SEL-CNT.                        RPTGEN00
076200     IF SEL-MODE = "INCL" MOVE ANY-HIT TO SEL-HIT.                RPTGEN00
076300     IF SEL-MODE = "OMIT" AND ANY-HIT = 1 MOVE 0 TO SEL-HIT.      RPTGEN00
076400 500X.   EXIT.                                                    RPTGEN00
076500 505-ONE-COND.                                                    RPTGEN00
076600     MOVE SPACES TO SEL-WORK.                                     RPTGEN00
076700     MOVE ST-START (QX) TO SX.                                    RPTGEN00
076800     PERFORM 508-SEL-CHAR VARYING CX FROM 1 BY 1                  RPTGEN00
076900         UNTIL CX IS GREATER THAN ST-LEN (QX).                    RPTGEN00
077000     MOVE 0 TO COND-HIT.                                          RPTGEN00
077100     IF ST-OP (QX) = "EQ" AND                                     RPTGEN00
077200        SEL-WORK = ST-CONST (QX)                                  RPTGEN00
077300         MOVE 1 TO COND-HIT.                                      RPTGEN00
077400     IF ST-OP (QX) = "NE" AND                                     RPTGEN00
077500        SEL-WORK NOT = ST-CONST (QX)                              RPTGEN00
077600         MOVE 1 TO COND-HIT.                                      RPTGEN00
077700     IF ST-OP (QX) = "GT" AND                                     RPTGEN00
077800        SEL-WORK IS GREATER THAN ST-CONST (QX)                    RPTGEN00
077900         MOVE 1 TO COND-HIT.                                      RPTGEN00
078000     IF ST-OP (QX) = "LT" AND                                     RPTGEN00
078100        SEL-WORK IS LESS THAN ST-CONST (QX)                       RPTGEN00
078200         MOVE 1 TO COND-HIT.                                      RPTGEN00
078300     IF ST-OP (QX) = "GE" AND                                     RPTGEN00
078400        SEL-WORK NOT LESS THAN ST-CONST (QX)                      RPTGEN00
078500         MOVE 1 TO COND-HIT.                                      RPTGEN00
078600     IF ST-OP (QX) = "LE" AND                                     RPTGEN00
078700        SEL-WORK NOT GREATER THAN ST-CONST (QX)                   RPTGEN00
078800         MOVE 1 TO COND-HIT.                                      RPTGEN00
078900     IF COND-HIT = 0 MOVE 0 TO GRP-HIT.                           RPTGEN00
079000     IF ST-JOIN (QX) = "AND" GO TO 505X.                          RPTGEN00
079100     IF GRP-HIT = 1 MOVE 1 TO ANY-HIT.                            RPTGEN00
079200     MOVE 1 TO GRP-HIT.                                           RPTGEN00
079300 505X.   EXIT.                                                    RPTGEN00
079400 508-SEL-CHAR.                                                    RPTGEN00
079500     MOVE IN-CH (SX) TO SW-CH (CX).                               RPTGEN00
079600     ADD 1 TO SX.                                                 RPTGEN00
079700 520-CHECK-BREAK.                                                 RPTGEN00
079800     NOTE  THE MAJOR-MOST BREAK FIELD THAT CHANGED SETS THE       RPTGEN00
079900         LEVEL - ITS TOTALS AND THOSE OF EVERY MINOR LEVEL ARE    RPTGEN00
080000         PRINTED, MINOR FIRST, BEFORE THE NEW RECORD.             RPTGEN00
080100     PERFORM 525-BRK-FIELD VARYING BX FROM 1 BY 1                 RPTGEN00
080200         UNTIL BX IS GREATER THAN BRK-CNT.                        RPTGEN00
080300     IF FIRST-SW = 1                                              RPTGEN00
080400         MOVE 0 TO FIRST-SW                                       RPTGEN00
080500         GO TO 528-BRK-SAVE.                                      RPTGEN00
080600     MOVE 0 TO CHG-LVL.                                           RPTGEN00
080700     PERFORM 526-BRK-COMPARE VARYING BX FROM BRK-CNT BY -1        RPTGEN00
080800         UNTIL BX IS LESS THAN 1.                                 RPTGEN00
080900     IF CHG-LVL = 0 GO TO 520X.                                   RPTGEN00
081000     PERFORM 560-SUBTOTAL THRU 560X                               RPTGEN00
081100         VARYING LX FROM BRK-CNT BY -1                            RPTGEN00
081200         UNTIL LX IS LESS THAN CHG-LVL.                           RPTGEN00
081300 528-BRK-SAVE.                                                    RPTGEN00
081400     PERFORM 529-BRK-PREV VARYING BX FROM 1 BY 1                  RPTGEN00
081500         UNTIL BX IS GREATER THAN BRK-CNT.                        RPTGEN00
081600 520X.   EXIT.                                                    RPTGEN00
081700 525-BRK-FIELD.                                                   RPTGEN00
081800     MOVE SPACES TO BT-CUR (BX).                                  RPTGEN00
081900     MOVE BT-START (BX) TO SX.                                    RPTGEN00
082000     PERFORM 527-BRK-CHAR VARYING CX FROM 1 BY 1                  RPTGEN00
082100         UNTIL CX IS GREATER THAN BT-LEN (BX).                    RPTGEN00
082200 526-BRK-COMPARE.                                                 RPTGEN00
082300     IF BT-CUR (BX) NOT = BT-PREV (BX) MOVE BX TO CHG-LVL.        RPTGEN00
082400 527-BRK-CHAR.                                                    RPTGEN00
082500     MOVE IN-CH (SX) TO BT-CCH (BX, CX).                          RPTGEN00
082600     ADD 1 TO SX.                                                 RPTGEN00
082700 529-BRK-PREV.                                                    RPTGEN00
082800     MOVE BT-CUR (BX) TO BT-PREV (BX).                            RPTGEN00
082900 540-DETAIL.                                                      RPTGEN00
083000     NOTE  EVERY SELECTED RECORD COUNTS AND TOTALS AT ALL FOUR    RPTGEN00
083100         LEVELS - A LEVEL IS CLEARED WHEN ITS TOTALS PRINT.       RPTGEN00
083200     MOVE SPACES TO LINE-AREA.                                    RPTGEN00
083300     PERFORM 545-COUNT VARYING LX FROM 1 BY 1                     RPTGEN00
083400         UNTIL LX IS GREATER THAN 4.                              RPTGEN00
083500     PERFORM 550-DETAIL-COL THRU 550X VARYING KX FROM 1 BY 1      RPTGEN00
083600         UNTIL KX IS GREATER THAN COL-CNT.                        RPTGEN00
083700     PERFORM 590-PUT-LINE.                                        RPTGEN00
083800 540X.   EXIT.                                                    RPTGEN00
083900 545-COUNT.                                                       RPTGEN00
084000     ADD 1 TO TOT-COUNT (LX).                                     RPTGEN00
084100 550-DETAIL-COL.                                                  RPTGEN00
084200     IF CT-CODE (KX) NOT = "A" GO TO 551-DETAIL-NUM.              RPTGEN00
084300     MOVE CT-POS (KX) TO DX.                                      RPTGEN00
084400     MOVE CT-START (KX) TO SX.                                    RPTGEN00
084500     PERFORM 552-ALPHA-CHAR VARYING CX FROM 1 BY 1                RPTGEN00
084600         UNTIL CX IS GREATER THAN CT-LEN (KX).                    RPTGEN00
084700     GO TO 550X.                                                  RPTGEN00
084800 551-DETAIL-NUM.                                                  RPTGEN00
084900     MOVE ZEROS TO NUM-AREA.                                      RPTGEN00
085000     COMPUTE DX = 15 - CT-LEN (KX).                               RPTGEN00
085100     MOVE CT-START (KX) TO SX.                                    RPTGEN00
085200     PERFORM 557-NUM-CHAR VARYING CX FROM 1 BY 1                  RPTGEN00
085300         UNTIL CX IS GREATER THAN CT-LEN (KX).                    RPTGEN00
085400     IF CT-TOTAL (KX) = "T"                                       RPTGEN00
085500         PERFORM 556-ADD-TOTAL VARYING LX FROM 1 BY 1             RPTGEN00
085600             UNTIL LX IS GREATER THAN 4.                          RPTGEN00
085700     MOVE NUM-VALUE TO AMOUNT.                                    RPTGEN00
085800     PERFORM 700-EDIT THRU 700X.                                  RPTGEN00
085900 550X.   EXIT.                                                    RPTGEN00
086000 552-ALPHA-CHAR.                                                  RPTGEN00
086100     MOVE IN-CH (SX) TO LN-CH (DX).                               RPTGEN00
086200     ADD 1 TO SX.                                                 RPTGEN00
086300     ADD 1 TO DX.                                                 RPTGEN00
086400 556-ADD-TOTAL.                                                   RPTGEN00
086500     ADD NUM-VALUE TO TOT-AMT (LX, KX).                           RPTGEN00
086600 557-NUM-CHAR.                                                    RPTGEN00
086700     NOTE  A BLANK OR OTHER NON-DIGIT IN A NUMERIC FIELD IS       RPTGEN00
086800         TAKEN AS ZERO.                                           RPTGEN00
086900     ADD 1 TO DX.                                                 RPTGEN00
087000     MOVE IN-CH (SX) TO NUM-CH (DX).                              RPTGEN00
087100     IF NUM-CH (DX) NOT NUMERIC MOVE "0" TO NUM-CH (DX).          RPTGEN00
087200     ADD 1 TO SX.                                                 RPTGEN00
087300 560-SUBTOTAL.                                                    RPTGEN00
087400     MOVE "TOTAL - " TO SUB-LABEL.                                RPTGEN00
087500     MOVE BT-NAME (LX) TO SUB-NAME.                               RPTGEN00
087600     MOVE BT-PREV (LX) TO SUB-VALUE.                              RPTGEN00
087700     PERFORM 565-TOTAL-LINES THRU 565X.                           RPTGEN00
087800     MOVE 0 TO TOT-COUNT (LX).                                    RPTGEN00
087900     PERFORM 568-TOTAL-ZERO VARYING KX FROM 1 BY 1                RPTGEN00
088000         UNTIL KX IS GREATER THAN 12.                             RPTGEN00
088100 560X.   EXIT.                                                    RPTGEN00
088200 565-TOTAL-LINES.                                                 RPTGEN00
088300     MOVE TOT-COUNT (LX) TO SUB-COUNT.                            RPTGEN00
088400     MOVE SUB-LINE TO LINE-AREA.                                  RPTGEN00
088500     PERFORM 590-PUT-LINE.                                        RPTGEN00
088600     MOVE SPACES TO LINE-AREA.                                    RPTGEN00
088700     PERFORM 566-TOTAL-COL VARYING KX FROM 1 BY 1                 RPTGEN00
088800         UNTIL KX IS GREATER THAN COL-CNT.                        RPTGEN00
088900     PERFORM 590-PUT-LINE.                                        RPTGEN00
089000     MOVE SPACES TO LINE-AREA.                                    RPTGEN00
089100     PERFORM 590-PUT-LINE.                                        RPTGEN00
089200 565X.   EXIT.                                                    RPTGEN00
089300 566-TOTAL-COL.                                                   RPTGEN00
089400     IF CT-TOTAL (KX) = "T"                                       RPTGEN00
089500         MOVE TOT-AMT (LX, KX) TO AMOUNT                          RPTGEN00
089600         PERFORM 700-EDIT THRU 700X.                              RPTGEN00
089700 568-TOTAL-ZERO.                                                  RPTGEN00
089800     MOVE 0 TO TOT-AMT (LX, KX).                                  RPTGEN00
089900 590-PUT-LINE.                                                    RPTGEN00
090000     ADD 1 TO LINE-COUNT.                                         RPTGEN00
090100     IF LINE-COUNT IS GREATER THAN 50 PERFORM 600-NEW-PAGE.       RPTGEN00
090200     WRITE REPORT-REC FROM LINE-AREA.                             RPTGEN00
090300 600-NEW-PAGE.                                                    RPTGEN00
090400     ADD 1 TO PAGE-NO.                                            RPTGEN00
090500     MOVE PAGE-NO TO HD-PAGE.                                     RPTGEN00
090600     MOVE TODAYS-DATE TO HD-DATE.                                 RPTGEN00
090700     MOVE SPACES TO REPORT-REC.                                   RPTGEN00
090800     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              RPTGEN00
090900     WRITE REPORT-REC FROM HEAD-LINE BEFORE ADVANCING 2 LINES.    RPTGEN00
091000     WRITE REPORT-REC FROM COL-HEAD-AREA BEFORE ADVANCING 2 LINES.RPTGEN00
091100     MOVE 0 TO LINE-COUNT.                                        RPTGEN00
091200 610-HEAD-COL.                                                    RPTGEN00
091300     NOTE  A HEADING STANDS AT THE LEFT OF AN ALPHANUMERIC        RPTGEN00
091400         COLUMN AND AT THE RIGHT OF A NUMERIC ONE.                RPTGEN00
091500     IF CT-HLEN (KX) = 0 GO TO 610X.                              RPTGEN00
091600     MOVE CT-POS (KX) TO DX.                                      RPTGEN00
091700     IF CT-CODE (KX) NOT = "A"                                    RPTGEN00
091800         COMPUTE DX = CT-POS (KX) + CT-WIDTH (KX) - CT-HLEN (KX). RPTGEN00
091900     PERFORM 615-HEAD-CHAR VARYING CX FROM 1 BY 1                 RPTGEN00
092000         UNTIL CX IS GREATER THAN CT-HLEN (KX).                   RPTGEN00
092100 610X.   EXIT.                                                    RPTGEN00
092200 615-HEAD-CHAR.                                                   RPTGEN00
092300     MOVE CT-HCH (KX, CX) TO LN-CH (DX).                          RPTGEN00
092400     ADD 1 TO DX.                                                 RPTGEN00
092500 700-EDIT.                                                        RPTGEN00
092600     NOTE  EDITS AMOUNT FOR COLUMN KX AND PLACES IT AT THE RIGHT  RPTGEN00
092700         OF THE COLUMN - EACH EDITED PICTURE ENDS AT THE RIGHT OF RPTGEN00
092800         EDIT-AREA, SO ITS LAST CT-EDW CHARACTERS ARE TAKEN.      RPTGEN00
092900     MOVE SPACES TO EDIT-AREA.                                    RPTGEN00
093000     IF CT-CODE (KX) = "Z" MOVE AMOUNT TO ED-Z.                   RPTGEN00
093100     IF CT-CODE (KX) = "N" MOVE AMOUNT TO ED-N.                   RPTGEN00
093200     IF CT-CODE (KX) = "D"                                        RPTGEN00
093300         COMPUTE AMOUNT-D = AMOUNT / 100                          RPTGEN00
093400         MOVE AMOUNT-D TO ED-D.                                   RPTGEN00
093500     IF CT-CODE (KX) = "P" PERFORM 720-EDIT-WORD THRU 720X.       RPTGEN00
093600     COMPUTE DX = CT-POS (KX) + CT-WIDTH (KX) - CT-EDW (KX).      RPTGEN00
093700     COMPUTE EX = 21 - CT-EDW (KX).                               RPTGEN00
093800     PERFORM 710-EDIT-CHAR VARYING CX FROM 1 BY 1                 RPTGEN00
093900         UNTIL CX IS GREATER THAN CT-EDW (KX).                    RPTGEN00
094000 700X.   EXIT.                                                    RPTGEN00
094100 710-EDIT-CHAR.                                                   RPTGEN00
094200     MOVE EA-CH (EX) TO LN-CH (DX).                               RPTGEN00
094300     ADD 1 TO EX.                                                 RPTGEN00
094400     ADD 1 TO DX.                                                 RPTGEN00
094500 720-EDIT-WORD.                                                   RPTGEN00
094600     MOVE AMOUNT TO DIG-VALUE.                                    RPTGEN00
094700     COMPUTE TX = 15 - CT-MDIG (KX).                              RPTGEN00
094800     COMPUTE EX = 20 - CT-EDW (KX).                               RPTGEN00
094900     MOVE 0 TO SIG-SW.                                            RPTGEN00
095000     PERFORM 725-WORD-CHAR THRU 725X VARYING CX FROM 1 BY 1       RPTGEN00
095100         UNTIL CX IS GREATER THAN CT-EDW (KX).                    RPTGEN00
095200 720X.   EXIT.                                                    RPTGEN00
095300 725-WORD-CHAR.                                                   RPTGEN00
095400     ADD 1 TO EX.                                                 RPTGEN00
095500     MOVE CT-MCH (KX, CX) TO MASK-CHR.                            RPTGEN00
095600     IF MASK-CHR = "9" OR MASK-CHR = "Z" GO TO 726-WORD-DIGIT.    RPTGEN00
095700     IF SIG-SW = 1 MOVE MASK-CHR TO EA-CH (EX).                   RPTGEN00
095800     GO TO 725X.                                                  RPTGEN00
095900 726-WORD-DIGIT.                                                  RPTGEN00
096000     ADD 1 TO TX.                                                 RPTGEN00
096100     IF MASK-CHR = "9" OR DIG-CH (TX) NOT = "0" MOVE 1 TO SIG-SW. RPTGEN00
096200     IF SIG-SW = 1 MOVE DIG-CH (TX) TO EA-CH (EX).                RPTGEN00
096300 725X.   EXIT.                                                    RPTGEN00
096400 AUDIT-START.                                                     RPTGEN00
096500     PERFORM OPER-SIGNON THRU OPER-X.                             RPTGEN00
096600     MOVE TODAYS-DATE TO AU-DATE.                                 RPTGEN00
096700     MOVE "START   " TO AU-EVENT.                                 RPTGEN00
096800     MOVE SPACES TO AU-RESULT.                                    RPTGEN00
096900     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RPTGEN00
097000 AUDIT-END.                                                       RPTGEN00
097100     MOVE TODAYS-DATE TO AU-DATE.                                 RPTGEN00
097200     MOVE "END     " TO AU-EVENT.                                 RPTGEN00
097300     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RPTGEN00
097400 AUDIT-WRITE.                                                     RPTGEN00
097500     COMPUTE AU-TIME-HOLD = DATA (1).                             RPTGEN00
097600     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     RPTGEN00
097700     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            RPTGEN00
097800     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       RPTGEN00
097900     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              RPTGEN00
098000     OPEN I-O AUDIT-TRAIL.                                        RPTGEN00
098100     MOVE AUDIT-REC TO AU-SAVE-REC.                               RPTGEN00
098200     MOVE 1 TO AU-KEY.                                            RPTGEN00
098300     READ AUDIT-TRAIL INVALID KEY                                 RPTGEN00
098400         MOVE 2 TO AC-NEXT-SLOT.                                  RPTGEN00
098500     IF AC-NEXT-SLOT NOT NUMERIC                                  RPTGEN00
098600         MOVE 2 TO AC-NEXT-SLOT.                                  RPTGEN00
098700     IF AC-NEXT-SLOT IS LESS THAN 2                               RPTGEN00
098800         MOVE 2 TO AC-NEXT-SLOT.                                  RPTGEN00
098900     MOVE AC-NEXT-SLOT TO AU-NEXT.                                RPTGEN00
099000 AUDIT-SKIP.                                                      RPTGEN00
099100     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          RPTGEN00
099200         TOOK IT SINCE THE CONTROL RECORD WAS READ -              RPTGEN00
099300         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          RPTGEN00
099400         OVERWRITING EACH OTHERS EVENTS.                          RPTGEN00
099500     MOVE AU-NEXT TO AU-KEY.                                      RPTGEN00
099600     READ AUDIT-TRAIL INVALID KEY                                 RPTGEN00
099700         GO TO AUDIT-FREE.                                        RPTGEN00
099800     IF AUDIT-REC = SPACES GO TO AUDIT-FREE.                      RPTGEN00
099900     ADD 1 TO AU-NEXT.                                            RPTGEN00
100000     GO TO AUDIT-SKIP.                                            RPTGEN00
100100 AUDIT-FREE.                                                      RPTGEN00
100200     MOVE 1 TO AU-KEY.                                            RPTGEN00
100300     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       RPTGEN00
100400     MOVE 0 TO AU-HASH.                                           RPTGEN00
100500     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  RPTGEN00
100600     MOVE AU-NEXT TO AU-KEY.                                      RPTGEN00
100700     MOVE AU-SAVE-REC TO AUDIT-REC.                               RPTGEN00
100800     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        RPTGEN00
100900 AUDIT-PUT.                                                       RPTGEN00
101000     WRITE AUDIT-REC INVALID KEY                                  RPTGEN00
101100         DISPLAY "AUDIT TRAIL FULL".                              RPTGEN00
101200     ADD 1 TO AU-NEXT.                                            RPTGEN00
101300     MOVE 1 TO AU-KEY.                                            RPTGEN00
101400     MOVE SPACES TO AUDIT-REC.                                    RPTGEN00
101500     MOVE AU-NEXT TO AC-NEXT-SLOT.                                RPTGEN00
101600     MOVE AU-HASH TO AC-HASH.                                     RPTGEN00
101700     WRITE AUDIT-REC INVALID KEY                                  RPTGEN00
101800         DISPLAY "AUDIT CONTROL ERROR".                           RPTGEN00
101900     MOVE AU-SAVE-REC TO AUDIT-REC.                               RPTGEN00
102000     CLOSE AUDIT-TRAIL.                                           RPTGEN00
102100 AUDIT-HASH.                                                      RPTGEN00
102200     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        RPTGEN00
102300         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     RPTGEN00
102400         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     RPTGEN00
102500         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         RPTGEN00
102600         REMOVED AFTER IT WAS WRITTEN.                            RPTGEN00
102700     MOVE AUDIT-REC TO AU-HASH-REC.                               RPTGEN00
102800     MOVE 0 TO AU-REC-SUM.                                        RPTGEN00
102900     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            RPTGEN00
103000         UNTIL AU-CX IS GREATER THAN 44.                          RPTGEN00
103100     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       RPTGEN00
103200         MOD 999999937.                                           RPTGEN00
103300     GO TO AUDIT-HASH-X.                                          RPTGEN00
103400 AUDIT-HASH-CHAR.                                                 RPTGEN00
103500     MOVE 49 TO AU-CODE.                                          RPTGEN00
103600     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            RPTGEN00
103700         UNTIL AU-TX IS GREATER THAN 48.                          RPTGEN00
103800     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           RPTGEN00
103900 AUDIT-HASH-LOOK.                                                 RPTGEN00
104000     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    RPTGEN00
104100 AUDIT-HASH-X.                                                    RPTGEN00
104200     EXIT.                                                        RPTGEN00
104300 AUTH-CHECK.                                                      RPTGEN00
104400     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         RPTGEN00
104500         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           RPTGEN00
104600         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            RPTGEN00
104700         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          RPTGEN00
104800         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        RPTGEN00
104900         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            RPTGEN00
105000     MOVE 0 TO AUTH-OK-SW.                                        RPTGEN00
105100     OPEN INPUT AUTH-FILE.                                        RPTGEN00
105200     IF AUTH-FILE-STATUS NOT = "00"                               RPTGEN00
105300         MOVE 1 TO AUTH-OK-SW                                     RPTGEN00
105400         GO TO AUTH-X.                                            RPTGEN00
105500 AUTH-READ.                                                       RPTGEN00
105600     READ AUTH-FILE AT END GO TO AUTH-DONE.                       RPTGEN00
105700     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             RPTGEN00
105800     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        RPTGEN00
105900     GO TO AUTH-READ.                                             RPTGEN00
106000 AUTH-DONE.                                                       RPTGEN00
106100     CLOSE AUTH-FILE.                                             RPTGEN00
106200     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              RPTGEN00
106300     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               RPTGEN00
106400     MOVE TODAYS-DATE TO AU-DATE.                                 RPTGEN00
106500     MOVE "AUTHFAIL" TO AU-EVENT.                                 RPTGEN00
106600     MOVE "REFUSED " TO AU-RESULT.                                RPTGEN00
106700     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RPTGEN00
106800     STOP RUN.                                                    RPTGEN00
106900 AUTH-X.                                                          RPTGEN00
107000     EXIT.                                                        RPTGEN00
107100 AUTH-GRANT.                                                      RPTGEN00
107200     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          RPTGEN00
107300         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         RPTGEN00
107400         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            RPTGEN00
107500         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                RPTGEN00
107600     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            RPTGEN00
107700     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            RPTGEN00
107800         + AUTH-DATE-IN DIV 100.                                  RPTGEN00
107900     IF RA-EXPIRES NUMERIC                                        RPTGEN00
108000         IF RA-EXPIRES NOT = 0                                    RPTGEN00
108100             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                RPTGEN00
108200                 GO TO AUTH-GRANT-X.                              RPTGEN00
108300     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             RPTGEN00
108400     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             RPTGEN00
108500 AUTH-GRANT-X.                                                    RPTGEN00
108600     EXIT.                                                        RPTGEN00
108700 OPER-SIGNON.                                                     RPTGEN00
108800     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      RPTGEN00
108900         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       RPTGEN00
109000         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          RPTGEN00
109100         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       RPTGEN00
109200         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           RPTGEN00
109300         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         RPTGEN00
109400         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                RPTGEN00
109500     MOVE 0 TO OPER-TRIES.                                        RPTGEN00
109600 OPER-ASK.                                                        RPTGEN00
109700     ADD 1 TO OPER-TRIES.                                         RPTGEN00
109800     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            RPTGEN00
109900     ACCEPT OPERATOR-CODE.                                        RPTGEN00
110000     MOVE OPERATOR-CODE TO AU-OPERATOR.                           RPTGEN00
110100     MOVE 0 TO OPER-OK-SW.                                        RPTGEN00
110200     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   RPTGEN00
110300     OPEN INPUT OPER-FILE.                                        RPTGEN00
110400     IF OPER-FILE-STATUS NOT = "00"                               RPTGEN00
110500         MOVE 1 TO OPER-OK-SW                                     RPTGEN00
110600         GO TO OPER-DONE.                                         RPTGEN00
110700 OPER-READ.                                                       RPTGEN00
110800     READ OPER-FILE AT END                                        RPTGEN00
110900         CLOSE OPER-FILE                                          RPTGEN00
111000         GO TO OPER-DONE.                                         RPTGEN00
111100     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              RPTGEN00
111200     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 RPTGEN00
111300     GO TO OPER-READ.                                             RPTGEN00
111400 OPER-DONE.                                                       RPTGEN00
111500     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           RPTGEN00
111600     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           RPTGEN00
111700     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 RPTGEN00
111800     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             RPTGEN00
111900     MOVE TODAYS-DATE TO AU-DATE.                                 RPTGEN00
112000     MOVE "SIGNFAIL" TO AU-EVENT.                                 RPTGEN00
112100     MOVE "REFUSED " TO AU-RESULT.                                RPTGEN00
112200     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          RPTGEN00
112300     STOP RUN.                                                    RPTGEN00
112400 OPER-AUTH.                                                       RPTGEN00
112500     PERFORM AUTH-CHECK THRU AUTH-X.                              RPTGEN00
112600 OPER-X.                                                          RPTGEN00
112700     EXIT.                                                        RPTGEN00
112800 END-OF-JOB.                                                      RPTGEN00
