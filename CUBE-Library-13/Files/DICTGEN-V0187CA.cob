000100DICTGEN     000187CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400          PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES            00
000500     NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.      00
000600*********************************************************************** 00
000700                                                                        00
000800   DATADICT HOLDS THE NAME, OWNER, PICTURE AND DESCRIPTION OF           00
000900   EVERY DATA NAME, YET EACH PROGRAMMER STILL KEYS THE SAME             00
001000   RECORD DESCRIPTIONS BY HAND AND GETS THEM A LITTLE DIFFERENT         00
001100   EACH TIME. THIS RUN PUNCHES THE DATA DIVISION ENTRIES FROM THE       00
001200   DICTIONARY -                                                         00
001300   LEVEL NUMBERS, NAMES, OCCURS COUNTS AND PICTURES, WITH THE           00
001400   DESCRIPTION ON A NOTE CARD (ASTERISK IN COLUMN 7) UNDER EACH.        00
001500   GROUP LEVELS AND FIELD ORDER COME FROM THE LAYOUT DEFINITIONS        00
001600   DICTMNT KEEPS ON DICTLAY (ACTION L).                                 00
001601   NAMES ARE LOOKED UP ON DATADICT BY SLOT THROUGH THE DICTNDX          00
001602   BLOCK INDEX DICTMNT BUILDS (REPLY V OR R), SO THE DICTIONARY IS      00
001603   NOT LIMITED TO WHAT FITS IN CORE.                                    00
001700                                                                        00
001800   THE SELECTION CARDS ARE READ FROM THE CARD FILE GENSEL -             00
001900      COLS 1-6   OWNER   COLS 8-15 AN OWNING PROGRAM - EVERY            00
002000                         LAYOUT WHOSE RECORD THAT PROGRAM OWNS,         00
002100                         THEN ITS DATA NAMES IN NO LAYOUT AS            00
002200                         77 LEVELS,                                     00
002300                 RECORD  COLS 8-39 A RECORD NAME - ITS LAYOUT,          00
002400                 GROUP   COLS 8-39 A NAME FOR AN 01 LEVEL MADE UP       00
002500                         OF THE NAME CARDS THAT FOLLOW, EACH AN         00
002600                         05 LEVEL, UNTIL THE NEXT OTHER CARD,           00
002700                 NAME    COLS 8-39 A DATA NAME - UNDER A GROUP          00
002800                         CARD AN 05 LEVEL, OTHERWISE ITS LAYOUT         00
002900                         IF IT IS A RECORD AND A 77 LEVEL IF NOT.       00
003000      END-OF-JOB ENDS THE SELECTION.                                    00
003100   A NAME NOT IN THE DICTIONARY, A FIELD WITH NO PICTURE AND A          00
003200   RECORD WITH NO LAYOUT ARE LISTED AS EXCEPTIONS ON GENLIST WITH       00
003300   THE DECK, AND THE FIELD IS STILL PUNCHED SO THE GAP SHOWS IN         00
003400   THE SOURCE.                                                          00
003500                                                                        00
003600   THE DECK IS STAGED ON THE DISK FILE GENDECK AND CHANGED TO           00
003700   PUNCHOUT/NNNNNNN FOR DISKPUNCH, AS DETAB65 STAGES ITS DECKS.         00
003800   COLUMNS 73-80 CARRY THE DECK ID ANSWERED AT THE START, OR THE        00
003900   OWNING PROGRAM OF EACH ENTRY WHEN THE ANSWER IS BLANK. A REPLY       00
004000   OF Y ALSO STORES THE DECK IN SRCLIB AS A COPY MEMBER (CLASS C)       00
004100   UNDER THE RULES OF A SRCLIB CHECK-IN - AN APPROVED CHANGE            00
004200   REQUEST FOR THE MEMBER AND, WHERE STDRULES GATES CHECK-IN, A         00
004300   STDCHK CHECK OF THE MEMBER MADE TODAY. A GATED SHOP RUNS THE         00
004400   STAGED DECK THROUGH STDCHK AND THEN REGENERATES WITH Y.              00
004500                                                                        00
004600                                                                        00
004700 IDENTIFICATION DIVISION.                                         DCTGEN00
004800 PROGRAM-ID. RECORD LAYOUT GENERATOR "DICTGEN".                   DCTGEN00
004900 DATE-COMPILED.                                                   DCTGEN00
005000 REMARKS. PUNCHES COBOL RECORD DESCRIPTIONS FROM THE DATA         DCTGEN00
005100     DICTIONARY AND THE DICTLAY LAYOUT DEFINITIONS FOR AN OWNING  DCTGEN00
005200     PROGRAM OR A LIST OF NAMES, STAGES THE DECK FOR PUNCHING AND DCTGEN00
005300     OPTIONALLY STORES IT IN SRCLIB AS A COPY MEMBER.             DCTGEN00
005400 ENVIRONMENT DIVISION.                                            DCTGEN00
005500 CONFIGURATION SECTION.                                           DCTGEN00
005600 SOURCE-COMPUTER. B-5500.                                         DCTGEN00
005700 OBJECT-COMPUTER. B-5500.                                         DCTGEN00
005800 INPUT-OUTPUT SECTION.                                            DCTGEN00
005900 FILE-CONTROL.                                                    DCTGEN00
005910     SELECT DATA-DICT   ASSIGN TO DISK.                           DCTGEN00
005920     SELECT DICT-INDEX  ASSIGN TO DISK                            DCTGEN00
005930         FILE STATUS IS NDX-FILE-STATUS.                          DCTGEN00
006100     SELECT SEL-CARDS   ASSIGN TO CARD-READER.                    DCTGEN00
006200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   DCTGEN00
006300     SELECT GEN-DECK    ASSIGN TO DISK.                           DCTGEN00
006400     SELECT LIB-B       ASSIGN TO DISK.                           DCTGEN00
006500     SELECT LAYOUT-FILE ASSIGN TO DISK                            DCTGEN00
006600         FILE STATUS IS LAY-FILE-STATUS.                          DCTGEN00
006700     SELECT CHG-FILE ASSIGN TO DISK                               DCTGEN00
006800         FILE STATUS IS CHG-FILE-STATUS.                          DCTGEN00
006900     SELECT STD-RULES   ASSIGN TO DISK                            DCTGEN00
007000         FILE STATUS IS RULE-FILE-STATUS.                         DCTGEN00
007100     SELECT STD-HIST    ASSIGN TO DISK                            DCTGEN00
007200         FILE STATUS IS HIST-FILE-STATUS.                         DCTGEN00
007300     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           DCTGEN00
007400     SELECT AUTH-FILE ASSIGN TO DISK                              DCTGEN00
007500         FILE STATUS IS AUTH-FILE-STATUS.                         DCTGEN00
007600     SELECT OPER-FILE ASSIGN TO DISK                              DCTGEN00
007700         FILE STATUS IS OPER-FILE-STATUS.                         DCTGEN00
007800 DATA DIVISION.                                                   DCTGEN00
007900 FILE SECTION.                                                    DCTGEN00
008000 MD  OPER-FILE                                                    DCTGEN00
008100     ACCESS SEQUENTIAL                                            DCTGEN00
008200     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
008300     VALUE OF ID "OPROSTER"                                       DCTGEN00
008400     DATA RECORD OPER-REC.                                        DCTGEN00
008500 01  OPER-REC        SZ 80.                                       DCTGEN00
008600     05  OR-CODE         PC X(3).                                 DCTGEN00
008700     05  FILLER          SZ 1.                                    DCTGEN00
008800     05  OR-NAME         PC X(20).                                DCTGEN00
008900     05  FILLER          SZ 1.                                    DCTGEN00
009000     05  OR-STATUS       PC X.                                    DCTGEN00
009100     05  FILLER          SZ 54.                                   DCTGEN00
009110 MD  DATA-DICT                                                    DCTGEN00
009120     ACCESS RANDOM                                                DCTGEN00
009130     ACTUAL KEY IS DICT-KEY                                       DCTGEN00
009140     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
009150     VALUE OF ID "DATADICT"                                       DCTGEN00
009160     DATA RECORD DICTREC.                                         DCTGEN00
009400 01  DICTREC.                                                     DCTGEN00
009500     02 DNAME SZ 32.                                              DCTGEN00
009600     02 DKIND PC 9.                                               DCTGEN00
009700     02 FILLER SZ 1.                                              DCTGEN00
009800     02 DPROG SZ 8.                                               DCTGEN00
009900     02 FILLER SZ 1.                                              DCTGEN00
010000     02 DPICT SZ 14.                                              DCTGEN00
010100     02 FILLER SZ 1.                                              DCTGEN00
010200     02 DDESC SZ 15.                                              DCTGEN00
010300     02 FILLER SZ 1.                                              DCTGEN00
010400     02 DDATE PC 9(6).                                            DCTGEN00
010401 MD  DICT-INDEX                                                   DCTGEN00
010402     ACCESS SEQUENTIAL                                            DCTGEN00
010403     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
010404     VALUE OF ID "DICTNDX"                                        DCTGEN00
010405     DATA RECORDS NDX-CTL AND NDX-REC.                            DCTGEN00
010406 01  NDX-CTL         SZ 80.                                       DCTGEN00
010407     05  NC-TYPE             PC X.                                DCTGEN00
010408     05  FILLER              SZ 1.                                DCTGEN00
010409     05  NC-PRIME            PC 9(6).                             DCTGEN00
010410     05  FILLER              SZ 1.                                DCTGEN00
010411     05  NC-TOTAL            PC 9(6).                             DCTGEN00
010412     05  FILLER              SZ 1.                                DCTGEN00
010413     05  NC-BLOCK            PC 99.                               DCTGEN00
010414     05  FILLER              SZ 1.                                DCTGEN00
010415     05  NC-DATE             PC 9(6).                             DCTGEN00
010416     05  FILLER              SZ 55.                               DCTGEN00
010417 01  NDX-REC         SZ 80.                                       DCTGEN00
010418     05  NX-TYPE             PC X.                                DCTGEN00
010419     05  FILLER              SZ 1.                                DCTGEN00
010420     05  NX-BLOCK            PC 9(4).                             DCTGEN00
010421     05  FILLER              SZ 1.                                DCTGEN00
010422     05  NX-KEY              PC X(32).                            DCTGEN00
010423     05  FILLER              SZ 41.                               DCTGEN00
010500 FD  SEL-CARDS                                                    DCTGEN00
010600         LABEL RECORD STANDARD                                    DCTGEN00
010700         VALUE OF ID "GENSEL"                                     DCTGEN00
010800         DATA RECORDS SC-REC AND SC-END-REC.                      DCTGEN00
010900 01  SC-REC          SZ 80.                                       DCTGEN00
011000     05  SC-VERB             PC X(6).                             DCTGEN00
011100     05  FILLER              SZ 1.                                DCTGEN00
011200     05  SC-NAME             PC X(32).                            DCTGEN00
011300     05  FILLER              SZ 41.                               DCTGEN00
011400 01  SC-END-REC      SZ 80.                                       DCTGEN00
011500     05  SC-EOJ              PC X(10).                            DCTGEN00
011600     05  FILLER              SZ 70.                               DCTGEN00
011700 MD  LAYOUT-FILE                                                  DCTGEN00
011800     ACCESS SEQUENTIAL                                            DCTGEN00
011900     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
012000     VALUE OF ID "DICTLAY"                                        DCTGEN00
012100     DATA RECORD LY-REC.                                          DCTGEN00
012200 01  LY-REC          SZ 80.                                       DCTGEN00
012300     05  LY-RECORD           PC X(32).                            DCTGEN00
012400     05  FILLER              SZ 1.                                DCTGEN00
012500     05  LY-SEQ              PC 9(3).                             DCTGEN00
012600     05  FILLER              SZ 1.                                DCTGEN00
012700     05  LY-LEVEL            PC 99.                               DCTGEN00
012800     05  FILLER              SZ 1.                                DCTGEN00
012900     05  LY-ITEM             PC X(32).                            DCTGEN00
013000     05  FILLER              SZ 1.                                DCTGEN00
013100     05  LY-OCCURS           PC 9(3).                             DCTGEN00
013200     05  FILLER              SZ 4.                                DCTGEN00
013300 MD  GEN-DECK                                                     DCTGEN00
013400     FILE CONTAINS 6 | 1500 RECORDS                               DCTGEN00
013500     ACCESS SEQUENTIAL                                            DCTGEN00
013600     BLOCK CONTAINS 15 RECORDS                                    DCTGEN00
013700     VALUE OF ID "GENDECK"                                        DCTGEN00
013800     DATA RECORD DECK-REC.                                        DCTGEN00
013900 01  DECK-REC        SZ 80.                                       DCTGEN00
014000 MD  LIB-B                                                        DCTGEN00
014100     FILE CONTAINS 60 | 1500 RECORDS                              DCTGEN00
014200     ACCESS MODE SEQUENTIAL                                       DCTGEN00
014300     BLOCK CONTAINS 15 RECORDS                                    DCTGEN00
014400     RECORD CONTAINS 80 CHARACTERS                                DCTGEN00
014500     LABEL RECORD IS STANDARD                                     DCTGEN00
014600     VALUE OF ID IS "SRCLIB"                                      DCTGEN00
014700     DATA RECORD IS LB-REC.                                       DCTGEN00
014800 01  LB-REC          SZ 80.                                       DCTGEN00
014900     05  LB-TAG          PC X(8).                                 DCTGEN00
015000     05  FILLER          SZ 1.                                    DCTGEN00
015100     05  LB-MEMBER       PC X(20).                                DCTGEN00
015200     05  FILLER          SZ 1.                                    DCTGEN00
015300     05  LB-DATE         PC 9(6).                                 DCTGEN00
015400     05  FILLER          SZ 1.                                    DCTGEN00
015500     05  LB-COUNT        PC 9(6).                                 DCTGEN00
015600     05  FILLER          SZ 1.                                    DCTGEN00
015700     05  LB-CLASS        PC X.                                    DCTGEN00
015800     05  FILLER          SZ 1.                                    DCTGEN00
015900     05  LB-CHGREQ       PC X(6).                                 DCTGEN00
016000 MD  CHG-FILE                                                     DCTGEN00
016100     ACCESS SEQUENTIAL                                            DCTGEN00
016200     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
016300     VALUE OF ID "CHGREQ"                                         DCTGEN00
016400     DATA RECORD CQ-REC.                                          DCTGEN00
016500 01  CQ-REC          SZ 128.                                      DCTGEN00
016600     05  CQ-NUMBER       PC 9(6).                                 DCTGEN00
016700     05  FILLER          SZ 1.                                    DCTGEN00
016800     05  CQ-PROGRAM      PC X(20).                                DCTGEN00
016900     05  FILLER          SZ 1.                                    DCTGEN00
017000     05  CQ-STATUS       PC X.                                    DCTGEN00
017100     05  FILLER          SZ 1.                                    DCTGEN00
017200     05  CQ-REQUESTER    PC X(20).                                DCTGEN00
017300     05  FILLER          SZ 1.                                    DCTGEN00
017400     05  CQ-ENTERED-BY   PC X(3).                                 DCTGEN00
017500     05  FILLER          SZ 1.                                    DCTGEN00
017600     05  CQ-ENTERED      PC 9(6).                                 DCTGEN00
017700     05  FILLER          SZ 1.                                    DCTGEN00
017800     05  CQ-APPROVER     PC X(3).                                 DCTGEN00
017900     05  FILLER          SZ 1.                                    DCTGEN00
018000     05  CQ-APPROVED     PC 9(6).                                 DCTGEN00
018100     05  FILLER          SZ 1.                                    DCTGEN00
018200     05  CQ-APPLIED      PC 9(6).                                 DCTGEN00
018300     05  FILLER          SZ 1.                                    DCTGEN00
018400     05  CQ-APPLY-CNT    PC 99.                                   DCTGEN00
018500     05  FILLER          SZ 1.                                    DCTGEN00
018600     05  CQ-DESC         PC X(40).                                DCTGEN00
018700     05  FILLER          SZ 5.                                    DCTGEN00
018800 MD  STD-RULES                                                    DCTGEN00
018900     ACCESS SEQUENTIAL                                            DCTGEN00
019000     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
019100     VALUE OF ID "STDRULES"                                       DCTGEN00
019200     DATA RECORD SR-REC.                                          DCTGEN00
019300 01  SR-REC          SZ 80.                                       DCTGEN00
019400     05  SR-CODE         PC X(4).                                 DCTGEN00
019500     05  FILLER          SZ 1.                                    DCTGEN00
019600     05  SR-SEV          PC X.                                    DCTGEN00
019700     05  FILLER          SZ 74.                                   DCTGEN00
019800 MD  STD-HIST                                                     DCTGEN00
019900     ACCESS SEQUENTIAL                                            DCTGEN00
020000     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
020100     VALUE OF ID "STDHIST"                                        DCTGEN00
020200     DATA RECORD HD-REC.                                          DCTGEN00
020300 01  HD-REC          SZ 80.                                       DCTGEN00
020400     05  HD-TYPE         PC X.                                    DCTGEN00
020500     05  FILLER          SZ 1.                                    DCTGEN00
020600     05  HD-MEMBER       PC X(20).                                DCTGEN00
020700     05  FILLER          SZ 1.                                    DCTGEN00
020800     05  HD-DATE         PC 9(6).                                 DCTGEN00
020900     05  FILLER          SZ 15.                                   DCTGEN00
021000     05  HD-RATING       PC X.                                    DCTGEN00
021100     05  FILLER          SZ 35.                                   DCTGEN00
021200 FD  REPORT-FILE                                                  DCTGEN00
021300         VALUE OF ID "GENLIST"                                    DCTGEN00
021400         DATA RECORD REPORT-REC.                                  DCTGEN00
021500 01  REPORT-REC      SZ 132.                                      DCTGEN00
021600 MD  AUTH-FILE                                                    DCTGEN00
021700     ACCESS SEQUENTIAL                                            DCTGEN00
021800     BLOCK CONTAINS 1 RECORDS                                     DCTGEN00
021900     VALUE OF ID "RUNAUTH"                                        DCTGEN00
022000     DATA RECORD AUTH-REC.                                        DCTGEN00
022100 01  AUTH-REC        SZ 80.                                       DCTGEN00
022200     05  RA-RUN-ID       PC X(7).                                 DCTGEN00
022300     05  FILLER          SZ 1.                                    DCTGEN00
022400     05  RA-PROGRAM      PC X(8).                                 DCTGEN00
022500     05  FILLER          SZ 1.                                    DCTGEN00
022600     05  RA-EXPIRES      PC 9(6).                                 DCTGEN00
022700     05  FILLER          SZ 57.                                   DCTGEN00
022800 MD  AUDIT-TRAIL                                                  DCTGEN00
022900         ACCESS RANDOM                                            DCTGEN00
023000         ACTUAL KEY IS AU-KEY                                     DCTGEN00
023100         BLOCK CONTAINS 1 RECORDS                                 DCTGEN00
023200         VALUE OF ID "AUDITTRL"                                   DCTGEN00
023300         DATA RECORD AUDIT-REC.                                   DCTGEN00
023400 01  AUDIT-REC       SZ 44.                                       DCTGEN00
023500     05  AU-PROGRAM          PC X(8) VA "DICTGEN ".               DCTGEN00
023600     05  AU-DATE             PC 9(6).                             DCTGEN00
023700     05  AU-TIME             PC 9(4).                             DCTGEN00
023800     05  AU-EVENT            PC X(8).                             DCTGEN00
023900     05  AU-RESULT           PC X(8).                             DCTGEN00
024000     05  AU-RUN-ID           PC X(7).                             DCTGEN00
024100     05  AU-OPERATOR         PC X(3).                             DCTGEN00
024200 01  AUDIT-CTL.                                                   DCTGEN00
024300     05  AC-NEXT-SLOT        PC 9(8).                             DCTGEN00
024400     05  AC-HASH             PC 9(9).                             DCTGEN00
024500     05  FILLER              SZ 27.                               DCTGEN00
024600 WORKING-STORAGE SECTION.                                         DCTGEN00
024700 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DCTGEN00
024800 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DCTGEN00
024900 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DCTGEN00
025000 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DCTGEN00
025100 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DCTGEN00
025200 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DCTGEN00
025300 77  AUTH-TODAY      CMP-1   PC 9(6).                             DCTGEN00
025400 77  AUTH-DATE-IN            PC 9(6).                             DCTGEN00
025500 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DCTGEN00
025600 77  AU-HH           CMP-1   PC 99.                               DCTGEN00
025700 77  AU-MM           CMP-1   PC 99.                               DCTGEN00
025800 77  AU-KEY          CMP-1   PC 9(8).                             DCTGEN00
025900 77  AU-NEXT         CMP-1   PC 9(8).                             DCTGEN00
026000 01  AU-SAVE-REC             SZ 44.                               DCTGEN00
026100 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DCTGEN00
026200 77  AU-REC-SUM              CMP-1   PC 9(6).                     DCTGEN00
026300 77  AU-CX                   CMP-1   PC 99.                       DCTGEN00
026400 77  AU-TX                   CMP-1   PC 99.                       DCTGEN00
026500 77  AU-CODE                 CMP-1   PC 99.                       DCTGEN00
026600 01  AU-HASH-REC.                                                 DCTGEN00
026700     05  AU-HC       OC 44   PC X.                                DCTGEN00
026800 01  AU-CHAR-SET.                                                 DCTGEN00
026900     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DCTGEN00
027000     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DCTGEN00
027100 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DCTGEN00
027200     05  AU-CHAR     OC 48   PC X.                                DCTGEN00
027300 77  RUN-ID-ENTRY            PC X(7).                             DCTGEN00
027400 77  LAY-FILE-STATUS VA SPACE        PC X(2).                     DCTGEN00
027500 77  CHG-FILE-STATUS VA SPACE       PC X(2).                      DCTGEN00
027600 77  RULE-FILE-STATUS VA SPACE       PC X(2).                     DCTGEN00
027700 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     DCTGEN00
027800 77  STAGE-ID                PC X(7).                             DCTGEN00
027900 77  DECK-ID                 PC X(8).                             DCTGEN00
028000 77  LIB-REPLY       VA "N"          PC X.                        DCTGEN00
028100 77  NEW-MEMBER      VA SPACE        PC X(20).                    DCTGEN00
028200 77  MEMBER-CLASS    VA "C"          PC X.                        DCTGEN00
028300 77  CHG-REQ-NO      VA 0            PC 9(6).                     DCTGEN00
028400 77  CHG-OK-SW       VA 0    CMP-1   PC 9.                        DCTGEN00
028500 77  GATE-SEV        VA "N"          PC X.                        DCTGEN00
028600 77  STD-RATING      VA SPACE        PC X.                        DCTGEN00
028700 01  CHG-RESULT.                                                  DCTGEN00
028800     05  FILLER      PC XX    VA "CR".                            DCTGEN00
028900     05  CRR-NUMBER  PC 9(6).                                     DCTGEN00
029000 77  WK-NAME                 PC X(32).                            DCTGEN00
029100 77  SEL-OWNER               PC X(8).                             DCTGEN00
029200 77  CUR-RECORD              PC X(32).                            DCTGEN00
029300 77  REC-OWNER               PC X(8).                             DCTGEN00
029400 77  PREV-RECORD             PC X(32).                            DCTGEN00
029410 77  DICT-KEY        CMP-1   PC 9(6).                             DCTGEN00
029420 77  NDX-FILE-STATUS VA SPACE        PC X(2).                     DCTGEN00
029430 77  DICT-OPEN-SW    VA 0    CMP-1   PC 9.                        DCTGEN00
029440 77  DICT-PRIME      VA 0    CMP-1   PC 9(6).                     DCTGEN00
029450 77  DICT-TOTAL      VA 0    CMP-1   PC 9(6).                     DCTGEN00
029460 77  DICT-BLOCK      VA 20   CMP-1   PC 99.                       DCTGEN00
029470 77  NDX-CNT         VA 0    CMP-1   PC 999.                      DCTGEN00
029480 77  NX              CMP-1   PC 999.                              DCTGEN00
029490 77  OVER-CNT        VA 0    CMP-1   PC 999.                      DCTGEN00
029500 77  OX              CMP-1   PC 999.                              DCTGEN00
029510 77  OHIT            CMP-1   PC 999.                              DCTGEN00
029520 77  LOOK-BLK        CMP-1   PC 999.                              DCTGEN00
029530 77  LOOK-END        CMP-1   PC 9(6).                             DCTGEN00
029540 77  DHIT            CMP-1   PC 9(6).                             DCTGEN00
029900 77  LAY-CNT         VA 0    CMP-1   PC 999.                      DCTGEN00
030000 77  LX              CMP-1   PC 999.                              DCTGEN00
030100 77  LY              CMP-1   PC 999.                              DCTGEN00
030200 77  RX              CMP-1   PC 9(6).                             DCTGEN00
030300 77  LHIT            CMP-1   PC 999.                              DCTGEN00
030400 77  LAY-OVER-SW     VA 0    CMP-1   PC 9.                        DCTGEN00
030500 77  GROUP-SW        VA 0    CMP-1   PC 9.                        DCTGEN00
030600 77  GROUP-ITEM-SW   VA 0    CMP-1   PC 9.                        DCTGEN00
030700 77  PLACED-SW       VA 0    CMP-1   PC 9.                        DCTGEN00
030800 77  OWNER-CNT       VA 0    CMP-1   PC 999.                      DCTGEN00
030900 77  SEL-CNT         VA 0    CMP-1   PC 999.                      DCTGEN00
031000 77  EXC-CNT         VA 0    CMP-1   PC 999.                      DCTGEN00
031100 77  GEN-CARDS       VA 0    CMP-1   PC 9(6).                     DCTGEN00
031200 77  COPY-CARDS      VA 0    CMP-1   PC 9(6).                     DCTGEN00
031300 77  SEQ-NO          VA 0    CMP-1   PC 9(6).                     DCTGEN00
031400 77  LEVEL-NUM               PC 99.                               DCTGEN00
031500 77  SP              VA 0    CMP-1   PC 99.                       DCTGEN00
031600 77  DEPTH           VA 0    CMP-1   PC 99.                       DCTGEN00
031700 77  CARD-COL        CMP-1   PC 99.                               DCTGEN00
031800 77  CONT-COL        CMP-1   PC 99.                               DCTGEN00
031900 77  WX              CMP-1   PC 99.                               DCTGEN00
032000 77  WLEN            CMP-1   PC 99.                               DCTGEN00
032100 77  WEND            CMP-1   PC 999.                              DCTGEN00
032200 77  PERIOD-SW       VA 0    CMP-1   PC 9.                        DCTGEN00
032300 77  HOLD-IND                PC X.                                DCTGEN00
032400 77  OCC-NUM                 PC 999.                              DCTGEN00
032500 77  OCC-EDIT                PC ZZ9.                              DCTGEN00
032600 77  EM-LEVEL                PC X(2).                             DCTGEN00
032700 77  EM-NAME                 PC X(32).                            DCTGEN00
032800 77  EM-PICT                 PC X(14).                            DCTGEN00
032900 77  EM-OCCURS               PC X(3).                             DCTGEN00
033000 77  EM-DESC                 PC X(15).                            DCTGEN00
033100 77  EM-OWNER                PC X(8).                             DCTGEN00
033200 01  PICT-WORK.                                                   DCTGEN00
033300     05  PW-HEAD             PC XX.                               DCTGEN00
033400     05  FILLER              PC X(12).                            DCTGEN00
033500 01  LEVEL-STACK.                                                 DCTGEN00
033600     05  STK-LEVEL   OC 10   PC 99.                               DCTGEN00
033700 01  WORD-AREA               PC X(40).                            DCTGEN00
033800 01  WORD-TBL REDEFINES WORD-AREA.                                DCTGEN00
033900     05  WORD-CHAR   OC 40   PC X.                                DCTGEN00
034000 01  WORD-SHIFT.                                                  DCTGEN00
034100     05  FILLER              PC X.                                DCTGEN00
034200     05  WORD-SHIFT-REST     PC X(39).                            DCTGEN00
034300 01  OUT-CARD                PC X(80).                            DCTGEN00
034400 01  OUT-TBL REDEFINES OUT-CARD.                                  DCTGEN00
034500     05  OUT-CHAR    OC 80   PC X.                                DCTGEN00
034600 01  OUT-FIELDS REDEFINES OUT-CARD.                               DCTGEN00
034700     05  OUT-SEQ             PC 9(6).                             DCTGEN00
034800     05  OUT-IND             PC X.                                DCTGEN00
034900     05  OUT-TEXT            PC X(65).                            DCTGEN00
035000     05  OUT-ID              PC X(8).                             DCTGEN00
035100 01  NDX-TABLE.                                                   DCTGEN00
035200     02 NDX-KEY OC 500 SZ 32.                                     DCTGEN00
035300 01  OVER-TABLE.                                                  DCTGEN00
035400     02 OVER-ENTRY OC 100.                                        DCTGEN00
035500         03 OV-NAME SZ 32.                                        DCTGEN00
035600         03 OV-SLOT CMP-1 PC 9(6).                                DCTGEN00
035800 01  LAY-TABLE.                                                   DCTGEN00
035900     02 LAY-ENTRY OC 400.                                         DCTGEN00
036000         03 LT-RECORD SZ 32.                                      DCTGEN00
036100         03 LT-LEVEL  PC 99.                                      DCTGEN00
036200         03 LT-ITEM   SZ 32.                                      DCTGEN00
036300         03 LT-OCCURS SZ 3.                                       DCTGEN00
036400 01  STG-HEAD.                                                    DCTGEN00
036500     05  FILLER      PC X(10) VA "BEGIN-FILE".                    DCTGEN00
036600     05  FILLER      PC X(5)  VA SPACE.                           DCTGEN00
036700     05  FILLER      PC X(9)  VA "PUNCHOUT/".                     DCTGEN00
036800     05  STG-HDR-ID  PC X(7).                                     DCTGEN00
036900     05  FILLER      PC X(49) VA SPACE.                           DCTGEN00
037000 01  STG-CHANGE-INFO.                                             DCTGEN00
037100     05  FILLER      PC X(18) VA "CC CHANGE 0000000/".            DCTGEN00
037200     05  FILLER      PC X(19) VA "GENDECK TO PUNCHOU/".           DCTGEN00
037300     05  STG-CHG-ID  PC X(7).                                     DCTGEN00
037400     05  FILLER      PC X(5)  VA ";END.".                         DCTGEN00
037500 01  SEL-LINE        SZ 132.                                      DCTGEN00
037600     05  FILLER  PC X(12) VA "SELECTION - ".                      DCTGEN00
037700     05  SL-CARD     PC X(80).                                    DCTGEN00
037800     05  FILLER      SZ 40    VA SPACE.                           DCTGEN00
037900 01  DECK-LINE       SZ 132.                                      DCTGEN00
038000     05  FILLER      SZ 12    VA SPACE.                           DCTGEN00
038100     05  DL-CARD     PC X(80).                                    DCTGEN00
038200     05  FILLER      SZ 40    VA SPACE.                           DCTGEN00
038300 01  EXC-LINE        SZ 132.                                      DCTGEN00
038400     05  FILLER  PC X(12) VA "EXCEPTION - ".                      DCTGEN00
038500     05  EX-REASON   PC X(24).                                    DCTGEN00
038600     05  EX-NAME     PC X(32).                                    DCTGEN00
038700     05  FILLER      SZ 64    VA SPACE.                           DCTGEN00
038800 01  TOTAL-LINE      SZ 132.                                      DCTGEN00
038900     05  TL-LABEL    PC X(32).                                    DCTGEN00
039000     05  TL-COUNT    PC ZZZ,ZZ9.                                  DCTGEN00
039100     05  FILLER      SZ 93    VA SPACE.                           DCTGEN00
039200 01  BLANK-LINE      SZ 132   VA SPACE.                           DCTGEN00
039300 PROCEDURE DIVISION.                                              DCTGEN00
039400 100-BEGIN.                                                       DCTGEN00
039500     ACCEPT RUN-ID-ENTRY.                                         DCTGEN00
039600     PERFORM AUDIT-START.                                         DCTGEN00
039700     DISPLAY "ENTER STAGE FILE ID (NNNNNNN)".                     DCTGEN00
039800     ACCEPT STAGE-ID.                                             DCTGEN00
039900     DISPLAY "ENTER DECK ID FOR COLUMNS 73-80 (8 CHARACTERS)".    DCTGEN00
040000     DISPLAY "OR SPACES FOR THE OWNING PROGRAM OF EACH ENTRY".    DCTGEN00
040100     MOVE SPACES TO DECK-ID.                                      DCTGEN00
040200     ACCEPT DECK-ID.                                              DCTGEN00
040300     DISPLAY "STORE THE DECK IN SRCLIB AS A COPY MEMBER (Y/N)".   DCTGEN00
040400     ACCEPT LIB-REPLY.                                            DCTGEN00
040500     OPEN OUTPUT REPORT-FILE.                                     DCTGEN00
040600     IF LIB-REPLY = "Y" PERFORM 750-LIB-CHECKS THRU 750X.         DCTGEN00
040610     PERFORM 200-LOAD-DICT THRU 200X.                             DCTGEN00
040620     IF DICT-OPEN-SW = 0                                          DCTGEN00
040630         DISPLAY "GENERATION REFUSED - NOTHING WRITTEN"           DCTGEN00
040640         MOVE "NO INDEX" TO AU-RESULT                             DCTGEN00
040650         GO TO 490-FINISH.                                        DCTGEN00
040800     PERFORM 250-LOAD-LAYOUTS THRU 250X.                          DCTGEN00
040900     OPEN INPUT SEL-CARDS.                                        DCTGEN00
041000     OPEN OUTPUT GEN-DECK.                                        DCTGEN00
041100     MOVE STAGE-ID TO STG-HDR-ID.                                 DCTGEN00
041200     WRITE DECK-REC FROM STG-HEAD.                                DCTGEN00
041300 300-READ-SEL.                                                    DCTGEN00
041400     READ SEL-CARDS AT END GO TO 400-SEL-DONE.                    DCTGEN00
041500     IF SC-EOJ = "END-OF-JOB" GO TO 400-SEL-DONE.                 DCTGEN00
041600     ADD 1 TO SEL-CNT.                                            DCTGEN00
041700     MOVE SC-REC TO SL-CARD.                                      DCTGEN00
041800     WRITE REPORT-REC FROM SEL-LINE BEFORE ADVANCING 2 LINES.     DCTGEN00
041900     MOVE SC-NAME TO WK-NAME.                                     DCTGEN00
042000     IF SC-VERB = "NAME  " GO TO 340-NAME.                        DCTGEN00
042100     MOVE 0 TO GROUP-SW.                                          DCTGEN00
042200     IF SC-VERB = "OWNER " GO TO 310-OWNER.                       DCTGEN00
042300     IF SC-VERB = "RECORD" GO TO 320-RECORD.                      DCTGEN00
042400     IF SC-VERB = "GROUP " GO TO 330-GROUP.                       DCTGEN00
042500     MOVE "UNKNOWN SELECTION CARD  " TO EX-REASON.                DCTGEN00
042600     PERFORM 690-EXCEPTION.                                       DCTGEN00
042700     GO TO 300-READ-SEL.                                          DCTGEN00
042800 310-OWNER.                                                       DCTGEN00
042900     MOVE SC-NAME TO SEL-OWNER.                                   DCTGEN00
043000     MOVE 0 TO OWNER-CNT.                                         DCTGEN00
043100     MOVE SPACES TO PREV-RECORD.                                  DCTGEN00
043200     PERFORM 315-OWNER-LAYOUT THRU 315X VARYING RX FROM 1 BY 1    DCTGEN00
043300         UNTIL RX IS GREATER THAN LAY-CNT.                        DCTGEN00
043400     PERFORM 316-OWNER-NAME THRU 316X VARYING RX FROM 1 BY 1      DCTGEN00
043500         UNTIL RX IS GREATER THAN DICT-TOTAL.                     DCTGEN00
043600     IF OWNER-CNT = 0                                             DCTGEN00
043700         MOVE SEL-OWNER TO WK-NAME                                DCTGEN00
043800         MOVE "NO NAMES FOR OWNER      " TO EX-REASON             DCTGEN00
043900         PERFORM 690-EXCEPTION.                                   DCTGEN00
044000     GO TO 300-READ-SEL.                                          DCTGEN00
044100 320-RECORD.                                                      DCTGEN00
044200     MOVE SC-NAME TO CUR-RECORD.                                  DCTGEN00
044300     PERFORM 500-GEN-LAYOUT THRU 500X.                            DCTGEN00
044400     GO TO 300-READ-SEL.                                          DCTGEN00
044500 330-GROUP.                                                       DCTGEN00
044600     PERFORM 610-FIND-NAME THRU 610X.                             DCTGEN00
044700     MOVE SPACES TO EM-DESC.                                      DCTGEN00
044800     MOVE DECK-ID TO EM-OWNER.                                    DCTGEN00
044900     IF DHIT IS GREATER THAN 0                                    DCTGEN00
045000         MOVE DDESC TO EM-DESC                                    DCTGEN00
045100         MOVE DPROG TO EM-OWNER.                                  DCTGEN00
045200     MOVE "01" TO EM-LEVEL.                                       DCTGEN00
045300     MOVE SC-NAME TO EM-NAME.                                     DCTGEN00
045400     MOVE SPACES TO EM-PICT EM-OCCURS.                            DCTGEN00
045500     MOVE 0 TO DEPTH SP.                                          DCTGEN00
045600     PERFORM 800-EMIT THRU 800X.                                  DCTGEN00
045700     MOVE 1 TO GROUP-SW.                                          DCTGEN00
045800     GO TO 300-READ-SEL.                                          DCTGEN00
045900 340-NAME.                                                        DCTGEN00
046000     PERFORM 610-FIND-NAME THRU 610X.                             DCTGEN00
046100     IF DHIT = 0                                                  DCTGEN00
046200         MOVE "NAME NOT IN DICTIONARY  " TO EX-REASON             DCTGEN00
046300         PERFORM 690-EXCEPTION                                    DCTGEN00
046400         GO TO 300-READ-SEL.                                      DCTGEN00
046500     IF DKIND NOT = 1                                             DCTGEN00
046600         MOVE "NOT A DATA NAME         " TO EX-REASON             DCTGEN00
046700         PERFORM 690-EXCEPTION                                    DCTGEN00
046800         GO TO 300-READ-SEL.                                      DCTGEN00
046900     IF GROUP-SW = 1                                              DCTGEN00
047000         MOVE "05" TO EM-LEVEL                                    DCTGEN00
047100         MOVE 1 TO DEPTH                                          DCTGEN00
047200         GO TO 345-NAME-ITEM.                                     DCTGEN00
047300     MOVE 0 TO LHIT.                                              DCTGEN00
047400     PERFORM 620-FIND-LAYOUT VARYING LX FROM 1 BY 1               DCTGEN00
047500         UNTIL LX IS GREATER THAN LAY-CNT                         DCTGEN00
047600         OR LHIT IS GREATER THAN 0.                               DCTGEN00
047700     IF LHIT IS GREATER THAN 0                                    DCTGEN00
047800         MOVE SC-NAME TO CUR-RECORD                               DCTGEN00
047900         PERFORM 500-GEN-LAYOUT THRU 500X                         DCTGEN00
048000         GO TO 300-READ-SEL.                                      DCTGEN00
048100     MOVE "77" TO EM-LEVEL.                                       DCTGEN00
048200     MOVE 0 TO DEPTH.                                             DCTGEN00
048300 345-NAME-ITEM.                                                   DCTGEN00
048400     MOVE SC-NAME TO EM-NAME.                                     DCTGEN00
048500     MOVE SPACES TO EM-OCCURS.                                    DCTGEN00
048600     PERFORM 680-ITEM-FIELDS.                                     DCTGEN00
048700     PERFORM 800-EMIT THRU 800X.                                  DCTGEN00
048800     GO TO 300-READ-SEL.                                          DCTGEN00
048900 400-SEL-DONE.                                                    DCTGEN00
049000     CLOSE SEL-CARDS.                                             DCTGEN00
049100     CLOSE GEN-DECK.                                              DCTGEN00
049101     CLOSE DATA-DICT.                                             DCTGEN00
049200     WRITE REPORT-REC FROM BLANK-LINE.                            DCTGEN00
049300     MOVE "SELECTION CARDS READ" TO TL-LABEL.                     DCTGEN00
049400     MOVE SEL-CNT TO TL-COUNT.                                    DCTGEN00
049500     WRITE REPORT-REC FROM TOTAL-LINE.                            DCTGEN00
049600     MOVE "CARDS GENERATED" TO TL-LABEL.                          DCTGEN00
049700     MOVE GEN-CARDS TO TL-COUNT.                                  DCTGEN00
049800     WRITE REPORT-REC FROM TOTAL-LINE.                            DCTGEN00
049900     MOVE "EXCEPTIONS" TO TL-LABEL.                               DCTGEN00
050000     MOVE EXC-CNT TO TL-COUNT.                                    DCTGEN00
050100     WRITE REPORT-REC FROM TOTAL-LINE.                            DCTGEN00
050200     IF GEN-CARDS = 0                                             DCTGEN00
050300         DISPLAY "NO CARDS GENERATED - NOTHING STAGED"            DCTGEN00
050400         MOVE "EMPTY   " TO AU-RESULT                             DCTGEN00
050500         GO TO 490-FINISH.                                        DCTGEN00
050600     IF EXC-CNT IS GREATER THAN 0                                 DCTGEN00
050700         DISPLAY "EXCEPTIONS " EXC-CNT " - SEE GENLIST".          DCTGEN00
050800     IF LIB-REPLY = "Y" PERFORM 760-LIB-APPEND THRU 760X.         DCTGEN00
050900     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
051000     MOVE "GENERATE" TO AU-EVENT.                                 DCTGEN00
051100     MOVE STAGE-ID TO AU-RESULT.                                  DCTGEN00
051200     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
051300     MOVE STAGE-ID TO STG-CHG-ID.                                 DCTGEN00
051400     PERFORM WITH STG-CHANGE-INFO.                                DCTGEN00
051500     DISPLAY "FILE " STAGE-ID " READY FOR PUNCHING".              DCTGEN00
051600     MOVE "OK      " TO AU-RESULT.                                DCTGEN00
051700 490-FINISH.                                                      DCTGEN00
051800     CLOSE REPORT-FILE.                                           DCTGEN00
051900     PERFORM AUDIT-END.                                           DCTGEN00
052000     STOP RUN.                                                    DCTGEN00
052010 200-LOAD-DICT.                                                   DCTGEN00
052020     NOTE  ONLY THE BLOCK INDEX AND THE OVERFLOW NAMES ARE HELD INDCTGEN00
052030         CORE - EVERY OTHER NAME IS READ FROM DATADICT BY ITS SLOTDCTGEN00
052040         WHEN IT IS LOOKED UP.                                    DCTGEN00
052050     MOVE 0 TO DICT-OPEN-SW NDX-CNT OVER-CNT.                     DCTGEN00
052060     OPEN INPUT DICT-INDEX.                                       DCTGEN00
052070     IF NDX-FILE-STATUS NOT = "00"                                DCTGEN00
052080         DISPLAY "DATADICT HAS NO DICTNDX INDEX - RUN DICTMNT"    DCTGEN00
052090         DISPLAY "WITH REPLY V TO CONVERT IT"                     DCTGEN00
052100         GO TO 200X.                                              DCTGEN00
052110     READ DICT-INDEX AT END GO TO 220-NDX-BAD.                    DCTGEN00
052120     IF NC-TYPE NOT = "C" GO TO 220-NDX-BAD.                      DCTGEN00
052130     MOVE NC-PRIME TO DICT-PRIME.                                 DCTGEN00
052140     MOVE NC-TOTAL TO DICT-TOTAL.                                 DCTGEN00
052150     MOVE NC-BLOCK TO DICT-BLOCK.                                 DCTGEN00
052160 210-NDX-READ.                                                    DCTGEN00
052170     READ DICT-INDEX AT END GO TO 230-NDX-DONE.                   DCTGEN00
052180     IF NDX-CNT = 500 GO TO 210-NDX-READ.                         DCTGEN00
052190     ADD 1 TO NDX-CNT.                                            DCTGEN00
052200     MOVE NX-KEY TO NDX-KEY (NDX-CNT).                            DCTGEN00
052210     GO TO 210-NDX-READ.                                          DCTGEN00
052220 220-NDX-BAD.                                                     DCTGEN00
052230     CLOSE DICT-INDEX.                                            DCTGEN00
052240     DISPLAY "DICTNDX HAS NO CONTROL RECORD - RUN DICTMNT".       DCTGEN00
052250     DISPLAY "WITH REPLY R TO REBUILD IT".                        DCTGEN00
052260     GO TO 200X.                                                  DCTGEN00
052270 230-NDX-DONE.                                                    DCTGEN00
052280     CLOSE DICT-INDEX.                                            DCTGEN00
052290     OPEN INPUT DATA-DICT.                                        DCTGEN00
052300     MOVE 1 TO DICT-OPEN-SW.                                      DCTGEN00
052310     MOVE DICT-PRIME TO DICT-KEY.                                 DCTGEN00
052320 240-OVER-READ.                                                   DCTGEN00
052330     ADD 1 TO DICT-KEY.                                           DCTGEN00
052340     IF DICT-KEY IS GREATER THAN DICT-TOTAL GO TO 200X.           DCTGEN00
052350     READ DATA-DICT INVALID KEY GO TO 200X.                       DCTGEN00
052360     IF DNAME = SPACES GO TO 240-OVER-READ.                       DCTGEN00
052370     IF OVER-CNT = 100 GO TO 200X.                                DCTGEN00
052380     ADD 1 TO OVER-CNT.                                           DCTGEN00
052390     MOVE DNAME TO OV-NAME (OVER-CNT).                            DCTGEN00
052400     MOVE DICT-KEY TO OV-SLOT (OVER-CNT).                         DCTGEN00
052410     GO TO 240-OVER-READ.                                         DCTGEN00
052420 200X.   EXIT.                                                    DCTGEN00
054000 250-LOAD-LAYOUTS.                                                DCTGEN00
054100     NOTE  DICTMNT KEEPS DICTLAY IN RECORD AND SEQUENCE ORDER, SO DCTGEN00
054200         THE LINES OF A LAYOUT ARE TOGETHER AND IN FIELD ORDER.   DCTGEN00
054300     OPEN INPUT LAYOUT-FILE.                                      DCTGEN00
054400     IF LAY-FILE-STATUS NOT = "00" GO TO 250X.                    DCTGEN00
054500 260-LAY-READ.                                                    DCTGEN00
054600     READ LAYOUT-FILE AT END GO TO 270-LAY-DONE.                  DCTGEN00
054700     IF LAY-CNT = 400                                             DCTGEN00
054800         MOVE 1 TO LAY-OVER-SW                                    DCTGEN00
054900         DISPLAY "LAYOUTS OVER 400 LINES - LINES PAST"            DCTGEN00
055000         DISPLAY "THE 400TH ARE NOT AVAILABLE TO THIS RUN"        DCTGEN00
055100         GO TO 270-LAY-DONE.                                      DCTGEN00
055200     ADD 1 TO LAY-CNT.                                            DCTGEN00
055300     MOVE LY-RECORD TO LT-RECORD (LAY-CNT).                       DCTGEN00
055400     MOVE LY-LEVEL TO LT-LEVEL (LAY-CNT).                         DCTGEN00
055500     MOVE LY-ITEM TO LT-ITEM (LAY-CNT).                           DCTGEN00
055600     MOVE LY-OCCURS TO LT-OCCURS (LAY-CNT).                       DCTGEN00
055700     GO TO 260-LAY-READ.                                          DCTGEN00
055800 270-LAY-DONE.                                                    DCTGEN00
055900     CLOSE LAYOUT-FILE.                                           DCTGEN00
056000 250X.   EXIT.                                                    DCTGEN00
056100 315-OWNER-LAYOUT.                                                DCTGEN00
056200     IF LT-RECORD (RX) = PREV-RECORD GO TO 315X.                  DCTGEN00
056300     MOVE LT-RECORD (RX) TO PREV-RECORD WK-NAME.                  DCTGEN00
056400     PERFORM 610-FIND-NAME THRU 610X.                             DCTGEN00
056500     IF DHIT = 0 GO TO 315X.                                      DCTGEN00
056600     IF DPROG NOT = SEL-OWNER GO TO 315X.                         DCTGEN00
056700     ADD 1 TO OWNER-CNT.                                          DCTGEN00
056800     MOVE PREV-RECORD TO CUR-RECORD.                              DCTGEN00
056900     PERFORM 500-GEN-LAYOUT THRU 500X.                            DCTGEN00
057000 315X.   EXIT.                                                    DCTGEN00
057100 316-OWNER-NAME.                                                  DCTGEN00
057200     NOTE  A DATA NAME OF THE OWNER THAT NO LAYOUT PLACES, EITHER DCTGEN00
057300         AS A RECORD OR AS A FIELD, IS PUNCHED AS A 77 LEVEL.     DCTGEN00
057310     MOVE RX TO DICT-KEY.                                         DCTGEN00
057320     READ DATA-DICT INVALID KEY GO TO 316X.                       DCTGEN00
057330     IF DNAME = SPACES GO TO 316X.                                DCTGEN00
057340     IF DKIND NOT = 1 GO TO 316X.                                 DCTGEN00
057350     IF DPROG NOT = SEL-OWNER GO TO 316X.                         DCTGEN00
057360     MOVE 0 TO PLACED-SW.                                         DCTGEN00
057370     PERFORM 317-PLACED VARYING LY FROM 1 BY 1                    DCTGEN00
057380         UNTIL LY IS GREATER THAN LAY-CNT                         DCTGEN00
057390         OR PLACED-SW = 1.                                        DCTGEN00
057400     IF PLACED-SW = 1 GO TO 316X.                                 DCTGEN00
057410     ADD 1 TO OWNER-CNT.                                          DCTGEN00
057420     MOVE RX TO DHIT.                                             DCTGEN00
057430     MOVE "77" TO EM-LEVEL.                                       DCTGEN00
057440     MOVE DNAME TO EM-NAME WK-NAME.                               DCTGEN00
058500     MOVE SPACES TO EM-OCCURS.                                    DCTGEN00
058600     MOVE 0 TO DEPTH.                                             DCTGEN00
058700     PERFORM 680-ITEM-FIELDS.                                     DCTGEN00
058800     PERFORM 800-EMIT THRU 800X.                                  DCTGEN00
058900 316X.   EXIT.                                                    DCTGEN00
059000 317-PLACED.                                                      DCTGEN00
059100     IF LT-RECORD (LY) = DNAME MOVE 1 TO PLACED-SW.               DCTGEN00
059200     IF LT-ITEM (LY) = DNAME MOVE 1 TO PLACED-SW.                 DCTGEN00
059300 500-GEN-LAYOUT.                                                  DCTGEN00
059400     MOVE 0 TO LHIT.                                              DCTGEN00
059500     MOVE CUR-RECORD TO WK-NAME.                                  DCTGEN00
059600     PERFORM 620-FIND-LAYOUT VARYING LX FROM 1 BY 1               DCTGEN00
059700         UNTIL LX IS GREATER THAN LAY-CNT                         DCTGEN00
059800         OR LHIT IS GREATER THAN 0.                               DCTGEN00
059900     IF LHIT = 0                                                  DCTGEN00
060000         MOVE "NO LAYOUT FOR RECORD    " TO EX-REASON             DCTGEN00
060100         PERFORM 690-EXCEPTION                                    DCTGEN00
060200         GO TO 500X.                                              DCTGEN00
060300     PERFORM 610-FIND-NAME THRU 610X.                             DCTGEN00
060400     MOVE SPACES TO EM-DESC.                                      DCTGEN00
060500     MOVE DECK-ID TO REC-OWNER.                                   DCTGEN00
060600     IF DHIT IS GREATER THAN 0                                    DCTGEN00
060700         MOVE DDESC TO EM-DESC                                    DCTGEN00
060800         MOVE DPROG TO REC-OWNER.                                 DCTGEN00
060900     MOVE "01" TO EM-LEVEL.                                       DCTGEN00
061000     MOVE CUR-RECORD TO EM-NAME.                                  DCTGEN00
061100     MOVE SPACES TO EM-PICT EM-OCCURS.                            DCTGEN00
061200     MOVE REC-OWNER TO EM-OWNER.                                  DCTGEN00
061300     MOVE 0 TO DEPTH SP.                                          DCTGEN00
061400     PERFORM 800-EMIT THRU 800X.                                  DCTGEN00
061500     MOVE LHIT TO LX.                                             DCTGEN00
061600 505-NEXT-LINE.                                                   DCTGEN00
061700     IF LX IS GREATER THAN LAY-CNT GO TO 500X.                    DCTGEN00
061800     IF LT-RECORD (LX) NOT = CUR-RECORD GO TO 500X.               DCTGEN00
061900     PERFORM 510-GEN-LINE THRU 510X.                              DCTGEN00
062000     ADD 1 TO LX.                                                 DCTGEN00
062100     GO TO 505-NEXT-LINE.                                         DCTGEN00
062200 500X.   EXIT.                                                    DCTGEN00
062300 510-GEN-LINE.                                                    DCTGEN00
062400     NOTE  A LINE FOLLOWED BY A HIGHER LEVEL OF THE SAME RECORD ISDCTGEN00
062500         A GROUP AND TAKES NO PICTURE. THE LEVEL STACK GIVES THE  DCTGEN00
062600         NESTING DEPTH THAT INDENTS THE CARD.                     DCTGEN00
062700     MOVE LT-LEVEL (LX) TO LEVEL-NUM.                             DCTGEN00
062800     PERFORM 660-POP-LEVEL THRU 660X.                             DCTGEN00
062900     IF SP IS LESS THAN 10 ADD 1 TO SP.                           DCTGEN00
063000     MOVE LEVEL-NUM TO STK-LEVEL (SP).                            DCTGEN00
063100     MOVE SP TO DEPTH.                                            DCTGEN00
063200     MOVE 0 TO GROUP-ITEM-SW.                                     DCTGEN00
063300     COMPUTE LY = LX + 1.                                         DCTGEN00
063400     IF LY IS NOT GREATER THAN LAY-CNT                            DCTGEN00
063500         IF LT-RECORD (LY) = CUR-RECORD                           DCTGEN00
063600             IF LT-LEVEL (LY) IS GREATER THAN LEVEL-NUM           DCTGEN00
063700                 MOVE 1 TO GROUP-ITEM-SW.                         DCTGEN00
063800     MOVE LT-LEVEL (LX) TO EM-LEVEL.                              DCTGEN00
063900     MOVE LT-ITEM (LX) TO EM-NAME WK-NAME.                        DCTGEN00
064000     MOVE LT-OCCURS (LX) TO EM-OCCURS.                            DCTGEN00
064100     PERFORM 610-FIND-NAME THRU 610X.                             DCTGEN00
064200     IF DHIT = 0                                                  DCTGEN00
064300         MOVE "FIELD NOT IN DICTIONARY " TO EX-REASON             DCTGEN00
064400         PERFORM 690-EXCEPTION                                    DCTGEN00
064500         MOVE SPACES TO EM-PICT EM-DESC                           DCTGEN00
064600         GO TO 515-LINE-PUNCH.                                    DCTGEN00
064700     IF GROUP-ITEM-SW = 1                                         DCTGEN00
064800         MOVE SPACES TO EM-PICT                                   DCTGEN00
064900         MOVE DDESC TO EM-DESC                                    DCTGEN00
065000         GO TO 515-LINE-PUNCH.                                    DCTGEN00
065100     PERFORM 680-ITEM-FIELDS.                                     DCTGEN00
065200 515-LINE-PUNCH.                                                  DCTGEN00
065300     MOVE REC-OWNER TO EM-OWNER.                                  DCTGEN00
065400     PERFORM 800-EMIT THRU 800X.                                  DCTGEN00
065500 510X.   EXIT.                                                    DCTGEN00
065510 610-FIND-NAME.                                                   DCTGEN00
065520     NOTE  THE LAST BLOCK WHOSE FIRST NAME IS NOT PAST WK-NAME IS DCTGEN00
065530         READ UNTIL THE NAME IS FOUND OR PASSED, THEN THE OVERFLOWDCTGEN00
065540         NAMES ARE SEARCHED. A HIT LEAVES ITS SLOT IN DHIT AND ITSDCTGEN00
065550         RECORD IN DICTREC.                                       DCTGEN00
065560     MOVE 0 TO DHIT LOOK-BLK OHIT.                                DCTGEN00
065570     IF WK-NAME = SPACES GO TO 610X.                              DCTGEN00
065580     PERFORM 611-FIND-BLOCK VARYING NX FROM 1 BY 1                DCTGEN00
065590         UNTIL NX IS GREATER THAN NDX-CNT.                        DCTGEN00
065600     IF LOOK-BLK = 0 GO TO 613-FIND-OVER.                         DCTGEN00
065610     COMPUTE DICT-KEY = (LOOK-BLK - 1) * DICT-BLOCK.              DCTGEN00
065620     COMPUTE LOOK-END = DICT-KEY + DICT-BLOCK.                    DCTGEN00
065630     IF LOOK-BLK = NDX-CNT OR LOOK-END IS GREATER THAN DICT-PRIME DCTGEN00
065640         MOVE DICT-PRIME TO LOOK-END.                             DCTGEN00
065650 612-FIND-READ.                                                   DCTGEN00
065660     ADD 1 TO DICT-KEY.                                           DCTGEN00
065670     IF DICT-KEY IS GREATER THAN LOOK-END GO TO 613-FIND-OVER.    DCTGEN00
065680     READ DATA-DICT INVALID KEY GO TO 613-FIND-OVER.              DCTGEN00
065690     IF DNAME = WK-NAME                                           DCTGEN00
065700         MOVE DICT-KEY TO DHIT                                    DCTGEN00
065710         GO TO 610X.                                              DCTGEN00
065720     IF DNAME = SPACES GO TO 612-FIND-READ.                       DCTGEN00
065730     IF DNAME IS GREATER THAN WK-NAME GO TO 613-FIND-OVER.        DCTGEN00
065740     GO TO 612-FIND-READ.                                         DCTGEN00
065750 613-FIND-OVER.                                                   DCTGEN00
065760     PERFORM 614-OVER-ONE VARYING OX FROM 1 BY 1                  DCTGEN00
065770         UNTIL OX IS GREATER THAN OVER-CNT                        DCTGEN00
065780         OR OHIT IS GREATER THAN 0.                               DCTGEN00
065790     IF OHIT = 0 GO TO 610X.                                      DCTGEN00
065800     MOVE OV-SLOT (OHIT) TO DICT-KEY.                             DCTGEN00
065810     READ DATA-DICT INVALID KEY GO TO 610X.                       DCTGEN00
065820     MOVE DICT-KEY TO DHIT.                                       DCTGEN00
065830 610X.   EXIT.                                                    DCTGEN00
065840 611-FIND-BLOCK.                                                  DCTGEN00
065850     IF NDX-KEY (NX) NOT GREATER THAN WK-NAME                     DCTGEN00
065860         MOVE NX TO LOOK-BLK.                                     DCTGEN00
065870 614-OVER-ONE.                                                    DCTGEN00
065880     IF OV-NAME (OX) = WK-NAME MOVE OX TO OHIT.                   DCTGEN00
066400 620-FIND-LAYOUT.                                                 DCTGEN00
066500     IF LT-RECORD (LX) = WK-NAME MOVE LX TO LHIT.                 DCTGEN00
066600 660-POP-LEVEL.                                                   DCTGEN00
066700     IF SP = 0 GO TO 660X.                                        DCTGEN00
066800     IF STK-LEVEL (SP) IS LESS THAN LEVEL-NUM GO TO 660X.         DCTGEN00
066900     SUBTRACT 1 FROM SP.                                          DCTGEN00
067000     GO TO 660-POP-LEVEL.                                         DCTGEN00
067100 660X.   EXIT.                                                    DCTGEN00
067200 680-ITEM-FIELDS.                                                 DCTGEN00
067300     NOTE  THE PICTURE, DESCRIPTION AND OWNER OF THE ELEMENTARY   DCTGEN00
067400         ITEM AT DHIT - A BLANK PICTURE IS AN EXCEPTION.          DCTGEN00
067500     MOVE DPICT TO EM-PICT.                                       DCTGEN00
067600     MOVE DDESC TO EM-DESC.                                       DCTGEN00
067700     MOVE DPROG TO EM-OWNER.                                      DCTGEN00
067800     IF DECK-ID NOT = SPACES MOVE DECK-ID TO EM-OWNER.            DCTGEN00
067900     IF EM-PICT = SPACES                                          DCTGEN00
068000         MOVE "NO PICTURE IN DICTIONARY" TO EX-REASON             DCTGEN00
068100         PERFORM 690-EXCEPTION.                                   DCTGEN00
068200 690-EXCEPTION.                                                   DCTGEN00
068300     ADD 1 TO EXC-CNT.                                            DCTGEN00
068400     MOVE WK-NAME TO EX-NAME.                                     DCTGEN00
068500     WRITE REPORT-REC FROM EXC-LINE.                              DCTGEN00
068600 800-EMIT.                                                        DCTGEN00
068700     NOTE  ONE ENTRY IS BUILT A WORD AT A TIME - LEVEL, NAME, THE DCTGEN00
068800         OCCURS COUNT AND THE PICTURE (ALIGNED AT COLUMN 48 WHERE DCTGEN00
068900         IT FITS) - RUNNING ONTO A FURTHER CARD PAST COLUMN 72.   DCTGEN00
069000         THE DESCRIPTION FOLLOWS ON A NOTE CARD.                  DCTGEN00
069100     IF DEPTH IS GREATER THAN 5 MOVE 5 TO DEPTH.                  DCTGEN00
069200     IF DECK-ID NOT = SPACES MOVE DECK-ID TO EM-OWNER.            DCTGEN00
069300     MOVE SPACES TO OUT-CARD.                                     DCTGEN00
069400     COMPUTE CARD-COL = 8 + 4 * DEPTH.                            DCTGEN00
069500     COMPUTE CONT-COL = CARD-COL + 4.                             DCTGEN00
069600     MOVE 0 TO PERIOD-SW.                                         DCTGEN00
069700     MOVE EM-LEVEL TO WORD-AREA.                                  DCTGEN00
069800     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
069900     ADD 1 TO CARD-COL.                                           DCTGEN00
070000     IF EM-OCCURS = "000" MOVE SPACES TO EM-OCCURS.               DCTGEN00
070100     IF EM-OCCURS NOT NUMERIC MOVE SPACES TO EM-OCCURS.           DCTGEN00
070200     IF EM-PICT = SPACES AND EM-OCCURS = SPACES                   DCTGEN00
070300         MOVE 1 TO PERIOD-SW.                                     DCTGEN00
070400     MOVE EM-NAME TO WORD-AREA.                                   DCTGEN00
070500     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
070600     IF EM-OCCURS = SPACES GO TO 805-PICTURE.                     DCTGEN00
070700     MOVE "OC" TO WORD-AREA.                                      DCTGEN00
070800     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
070900     MOVE EM-OCCURS TO OCC-NUM.                                   DCTGEN00
071000     MOVE OCC-NUM TO OCC-EDIT.                                    DCTGEN00
071100     MOVE OCC-EDIT TO WORD-AREA.                                  DCTGEN00
071200     PERFORM 830-LEFT-WORD.                                       DCTGEN00
071300     IF EM-PICT = SPACES MOVE 1 TO PERIOD-SW.                     DCTGEN00
071400     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
071500 805-PICTURE.                                                     DCTGEN00
071600     IF EM-PICT = SPACES GO TO 810-DESC.                          DCTGEN00
071700     IF CARD-COL IS LESS THAN 48 MOVE 48 TO CARD-COL.             DCTGEN00
071800     MOVE EM-PICT TO PICT-WORK.                                   DCTGEN00
071900     IF PW-HEAD = "SZ" OR PW-HEAD = "PC" GO TO 808-PICT-TEXT.     DCTGEN00
072000     MOVE "PC" TO WORD-AREA.                                      DCTGEN00
072100     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
072200 808-PICT-TEXT.                                                   DCTGEN00
072300     MOVE 1 TO PERIOD-SW.                                         DCTGEN00
072400     MOVE EM-PICT TO WORD-AREA.                                   DCTGEN00
072500     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
072600 810-DESC.                                                        DCTGEN00
072700     PERFORM 850-WRITE-CARD.                                      DCTGEN00
072800     IF EM-DESC = SPACES GO TO 800X.                              DCTGEN00
072900     MOVE SPACES TO OUT-CARD.                                     DCTGEN00
073000     MOVE "*" TO OUT-IND.                                         DCTGEN00
073100     MOVE CONT-COL TO CARD-COL.                                   DCTGEN00
073200     MOVE 0 TO PERIOD-SW.                                         DCTGEN00
073300     MOVE "NOTE " TO WORD-AREA.                                   DCTGEN00
073400     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
073500     ADD 1 TO CARD-COL.                                           DCTGEN00
073600     MOVE EM-DESC TO WORD-AREA.                                   DCTGEN00
073700     PERFORM 820-PUT-WORD THRU 820X.                              DCTGEN00
073800     PERFORM 850-WRITE-CARD.                                      DCTGEN00
073900 800X.   EXIT.                                                    DCTGEN00
074000 820-PUT-WORD.                                                    DCTGEN00
074100     MOVE 0 TO WLEN.                                              DCTGEN00
074200     PERFORM 825-WORD-END VARYING WX FROM 40 BY -1                DCTGEN00
074300         UNTIL WX IS LESS THAN 1 OR WLEN IS GREATER THAN 0.       DCTGEN00
074400     IF WLEN = 0 GO TO 820X.                                      DCTGEN00
074500     IF PERIOD-SW = 0 GO TO 822-FIT.                              DCTGEN00
074600     IF WLEN IS LESS THAN 40                                      DCTGEN00
074700         ADD 1 TO WLEN                                            DCTGEN00
074800         MOVE "." TO WORD-CHAR (WLEN).                            DCTGEN00
074900 822-FIT.                                                         DCTGEN00
075000     COMPUTE WEND = CARD-COL + WLEN - 1.                          DCTGEN00
075100     IF WEND IS GREATER THAN 72                                   DCTGEN00
075200         MOVE OUT-IND TO HOLD-IND                                 DCTGEN00
075300         PERFORM 850-WRITE-CARD                                   DCTGEN00
075400         MOVE SPACES TO OUT-CARD                                  DCTGEN00
075500         MOVE HOLD-IND TO OUT-IND                                 DCTGEN00
075600         MOVE CONT-COL TO CARD-COL.                               DCTGEN00
075700     PERFORM 827-PUT-CHAR VARYING WX FROM 1 BY 1                  DCTGEN00
075800         UNTIL WX IS GREATER THAN WLEN.                           DCTGEN00
075900     ADD 1 TO CARD-COL.                                           DCTGEN00
076000 820X.   EXIT.                                                    DCTGEN00
076100 825-WORD-END.                                                    DCTGEN00
076200     IF WORD-CHAR (WX) NOT = SPACE MOVE WX TO WLEN.               DCTGEN00
076300 827-PUT-CHAR.                                                    DCTGEN00
076400     IF CARD-COL IS LESS THAN 73                                  DCTGEN00
076500         MOVE WORD-CHAR (WX) TO OUT-CHAR (CARD-COL).              DCTGEN00
076600     ADD 1 TO CARD-COL.                                           DCTGEN00
076700 830-LEFT-WORD.                                                   DCTGEN00
076800     NOTE  DROPS THE LEADING BLANKS OF AN EDITED COUNT.           DCTGEN00
076900     IF WORD-CHAR (1) = SPACE                                     DCTGEN00
077000         MOVE WORD-AREA TO WORD-SHIFT                             DCTGEN00
077100         MOVE WORD-SHIFT-REST TO WORD-AREA                        DCTGEN00
077200         GO TO 830-LEFT-WORD.                                     DCTGEN00
077300 850-WRITE-CARD.                                                  DCTGEN00
077400     ADD 100 TO SEQ-NO.                                           DCTGEN00
077500     MOVE SEQ-NO TO OUT-SEQ.                                      DCTGEN00
077600     MOVE EM-OWNER TO OUT-ID.                                     DCTGEN00
077700     WRITE DECK-REC FROM OUT-CARD.                                DCTGEN00
077800     MOVE OUT-CARD TO DL-CARD.                                    DCTGEN00
077900     WRITE REPORT-REC FROM DECK-LINE.                             DCTGEN00
078000     ADD 1 TO GEN-CARDS.                                          DCTGEN00
078100 750-LIB-CHECKS.                                                  DCTGEN00
078200     NOTE  THE DECK IS STORED UNDER THE RULES OF A SRCLIB         DCTGEN00
078300         CHECK-IN - AN APPROVED CHANGE REQUEST FOR THE MEMBER     DCTGEN00
078400         AND, WHERE STDRULES GATES CHECK-IN, A STDCHK CHECK OF    DCTGEN00
078500         THE MEMBER MADE TODAY. BOTH ARE SETTLED BEFORE ANYTHING  DCTGEN00
078600         IS GENERATED.                                            DCTGEN00
078700     DISPLAY "MEMBER IDENTIFIER FOR THE COPY MEMBER".             DCTGEN00
078800     ACCEPT NEW-MEMBER.                                           DCTGEN00
078900     PERFORM 780-CHGREQ-CHECK THRU 780X.                          DCTGEN00
079000     PERFORM 790-STD-GATE THRU 790X.                              DCTGEN00
079100 750X.   EXIT.                                                    DCTGEN00
079200 760-LIB-APPEND.                                                  DCTGEN00
079300     NOTE  THE STAGED DECK, LESS ITS BEGIN-FILE CARD, IS COPIED   DCTGEN00
079400         FROM GENDECK ONTO THE END OF SRCLIB AS THE NEWEST        DCTGEN00
079500         GENERATION OF THE MEMBER, STAMPED WITH ITS CHANGE        DCTGEN00
079600         REQUEST.                                                 DCTGEN00
079700     OPEN INPUT GEN-DECK.                                         DCTGEN00
079800     READ GEN-DECK AT END GO TO 768-LIB-TRAILER.                  DCTGEN00
079900     OPEN I-O LIB-B.                                              DCTGEN00
080000 762-LIB-SKIP.                                                    DCTGEN00
080100     READ LIB-B AT END GO TO 764-LIB-HEADER.                      DCTGEN00
080200     GO TO 762-LIB-SKIP.                                          DCTGEN00
080300 764-LIB-HEADER.                                                  DCTGEN00
080400     MOVE SPACES TO LB-REC.                                       DCTGEN00
080500     MOVE "*MEMBER " TO LB-TAG.                                   DCTGEN00
080600     MOVE NEW-MEMBER TO LB-MEMBER.                                DCTGEN00
080700     MOVE TODAYS-DATE TO LB-DATE.                                 DCTGEN00
080800     MOVE GEN-CARDS TO LB-COUNT.                                  DCTGEN00
080900     MOVE MEMBER-CLASS TO LB-CLASS.                               DCTGEN00
081000     MOVE CHG-REQ-NO TO LB-CHGREQ.                                DCTGEN00
081100     WRITE LB-REC.                                                DCTGEN00
081200 766-LIB-CARD.                                                    DCTGEN00
081300     READ GEN-DECK AT END GO TO 768-LIB-TRAILER.                  DCTGEN00
081400     MOVE DECK-REC TO LB-REC.                                     DCTGEN00
081500     WRITE LB-REC.                                                DCTGEN00
081600     ADD 1 TO COPY-CARDS.                                         DCTGEN00
081700     GO TO 766-LIB-CARD.                                          DCTGEN00
081800 768-LIB-TRAILER.                                                 DCTGEN00
081900     MOVE SPACES TO LB-REC.                                       DCTGEN00
082000     MOVE "*ENDMBR " TO LB-TAG.                                   DCTGEN00
082100     MOVE NEW-MEMBER TO LB-MEMBER.                                DCTGEN00
082200     MOVE TODAYS-DATE TO LB-DATE.                                 DCTGEN00
082300     MOVE GEN-CARDS TO LB-COUNT.                                  DCTGEN00
082400     MOVE MEMBER-CLASS TO LB-CLASS.                               DCTGEN00
082500     WRITE LB-REC.                                                DCTGEN00
082600     CLOSE LIB-B.                                                 DCTGEN00
082700     CLOSE GEN-DECK.                                              DCTGEN00
082800     DISPLAY "COPY MEMBER CHECKED IN - CARDS " COPY-CARDS.        DCTGEN00
082900     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
083000     MOVE "CHECKIN " TO AU-EVENT.                                 DCTGEN00
083100     MOVE NEW-MEMBER TO AU-RESULT.                                DCTGEN00
083200     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
083300     PERFORM 770-CHGREQ-APPLIED THRU 770X.                        DCTGEN00
083400 760X.   EXIT.                                                    DCTGEN00
083500 770-CHGREQ-APPLIED.                                              DCTGEN00
083600     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
083700     MOVE "CHGREQ  " TO AU-EVENT.                                 DCTGEN00
083800     MOVE CHG-REQ-NO TO CRR-NUMBER.                               DCTGEN00
083900     MOVE CHG-RESULT TO AU-RESULT.                                DCTGEN00
084000     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
084100     OPEN I-O CHG-FILE.                                           DCTGEN00
084200 772-APPLIED-READ.                                                DCTGEN00
084300     READ CHG-FILE AT END GO TO 774-APPLIED-DONE.                 DCTGEN00
084400     IF CQ-NUMBER NOT = CHG-REQ-NO GO TO 772-APPLIED-READ.        DCTGEN00
084500     MOVE "P" TO CQ-STATUS.                                       DCTGEN00
084600     MOVE TODAYS-DATE TO CQ-APPLIED.                              DCTGEN00
084700     IF CQ-APPLY-CNT NOT NUMERIC MOVE 0 TO CQ-APPLY-CNT.          DCTGEN00
084800     IF CQ-APPLY-CNT IS LESS THAN 99 ADD 1 TO CQ-APPLY-CNT.       DCTGEN00
084900     REWRITE CQ-REC.                                              DCTGEN00
085000 774-APPLIED-DONE.                                                DCTGEN00
085100     CLOSE CHG-FILE.                                              DCTGEN00
085200 770X.   EXIT.                                                    DCTGEN00
085300 780-CHGREQ-CHECK.                                                DCTGEN00
085400     NOTE  THE CHANGE REQUEST MUST BE ON CHGREQ FOR THE MEMBER ANDDCTGEN00
085500         APPROVED (A) OR ALREADY APPLIED (P).                     DCTGEN00
085600     DISPLAY "ENTER APPROVED CHANGE REQUEST NUMBER (6 DIGITS)".   DCTGEN00
085700     MOVE 0 TO CHG-REQ-NO.                                        DCTGEN00
085800     ACCEPT CHG-REQ-NO.                                           DCTGEN00
085900     IF CHG-REQ-NO NOT NUMERIC MOVE 0 TO CHG-REQ-NO.              DCTGEN00
086000     MOVE 0 TO CHG-OK-SW.                                         DCTGEN00
086100     OPEN INPUT CHG-FILE.                                         DCTGEN00
086200     IF CHG-FILE-STATUS NOT = "00" GO TO 786-CHGREQ-REFUSE.       DCTGEN00
086300 782-CHGREQ-READ.                                                 DCTGEN00
086400     READ CHG-FILE AT END GO TO 784-CHGREQ-DONE.                  DCTGEN00
086500     IF CQ-NUMBER NOT = CHG-REQ-NO GO TO 782-CHGREQ-READ.         DCTGEN00
086600     MOVE 1 TO CHG-OK-SW.                                         DCTGEN00
086700     IF CQ-PROGRAM = NEW-MEMBER                                   DCTGEN00
086800         IF CQ-STATUS = "A" OR CQ-STATUS = "P"                    DCTGEN00
086900             MOVE 2 TO CHG-OK-SW.                                 DCTGEN00
087000 784-CHGREQ-DONE.                                                 DCTGEN00
087100     CLOSE CHG-FILE.                                              DCTGEN00
087200     IF CHG-OK-SW = 2 GO TO 780X.                                 DCTGEN00
087300 786-CHGREQ-REFUSE.                                               DCTGEN00
087400     IF CHG-OK-SW = 0                                             DCTGEN00
087500         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT ON CHGREQ".   DCTGEN00
087600     IF CHG-OK-SW = 1                                             DCTGEN00
087700         DISPLAY "CHANGE REQUEST " CHG-REQ-NO " NOT APPROVED FOR "DCTGEN00
087800             NEW-MEMBER.                                          DCTGEN00
087900     DISPLAY "GENERATION REFUSED - NOTHING WRITTEN".              DCTGEN00
088000     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
088100     MOVE "CHGREQ  " TO AU-EVENT.                                 DCTGEN00
088200     MOVE "REFUSED " TO AU-RESULT.                                DCTGEN00
088300     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
088400     CLOSE REPORT-FILE.                                           DCTGEN00
088500     MOVE "ABORT   " TO AU-RESULT.                                DCTGEN00
088600     PERFORM AUDIT-END.                                           DCTGEN00
088700     STOP RUN.                                                    DCTGEN00
088800 780X.   EXIT.                                                    DCTGEN00
088900 790-STD-GATE.                                                    DCTGEN00
089000     NOTE  STDRULES SAYS WHETHER CHECK-IN IS GATED - THE LAST     DCTGEN00
089100         STDCHK RESULT FOR THE MEMBER ON STDHIST MUST BE TODAYS   DCTGEN00
089200         AND RATED WELL ENOUGH.                                   DCTGEN00
089300     MOVE "N" TO GATE-SEV.                                        DCTGEN00
089400     OPEN INPUT STD-RULES.                                        DCTGEN00
089500     IF RULE-FILE-STATUS NOT = "00" GO TO 790X.                   DCTGEN00
089600 791-RULE-READ.                                                   DCTGEN00
089700     READ STD-RULES AT END GO TO 792-RULES-DONE.                  DCTGEN00
089800     IF SR-CODE = "GATE" MOVE SR-SEV TO GATE-SEV.                 DCTGEN00
089900     GO TO 791-RULE-READ.                                         DCTGEN00
090000 792-RULES-DONE.                                                  DCTGEN00
090100     CLOSE STD-RULES.                                             DCTGEN00
090200     IF GATE-SEV NOT = "F" AND GATE-SEV NOT = "W" GO TO 790X.     DCTGEN00
090300     MOVE SPACE TO STD-RATING.                                    DCTGEN00
090400     OPEN INPUT STD-HIST.                                         DCTGEN00
090500     IF HIST-FILE-STATUS NOT = "00" GO TO 796-STD-REFUSE.         DCTGEN00
090600 793-HIST-READ.                                                   DCTGEN00
090700     READ STD-HIST AT END GO TO 794-HIST-DONE.                    DCTGEN00
090800     IF HD-TYPE NOT = "D" GO TO 793-HIST-READ.                    DCTGEN00
090900     IF HD-MEMBER NOT = NEW-MEMBER GO TO 793-HIST-READ.           DCTGEN00
091000     MOVE SPACE TO STD-RATING.                                    DCTGEN00
091100     IF HD-DATE = TODAYS-DATE MOVE HD-RATING TO STD-RATING.       DCTGEN00
091200     GO TO 793-HIST-READ.                                         DCTGEN00
091300 794-HIST-DONE.                                                   DCTGEN00
091400     CLOSE STD-HIST.                                              DCTGEN00
091500     IF STD-RATING = "P" GO TO 790X.                              DCTGEN00
091600     IF STD-RATING = "W" AND GATE-SEV = "F" GO TO 790X.           DCTGEN00
091700 796-STD-REFUSE.                                                  DCTGEN00
091800     IF STD-RATING = SPACE                                        DCTGEN00
091900         DISPLAY "NO STDCHK CHECK OF " NEW-MEMBER " TODAY"        DCTGEN00
092000     ELSE                                                         DCTGEN00
092100         DISPLAY "STDCHK RATED " NEW-MEMBER " " STD-RATING.       DCTGEN00
092200     DISPLAY "GENERATION REFUSED - NOTHING WRITTEN".              DCTGEN00
092300     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
092400     MOVE "STDCHK  " TO AU-EVENT.                                 DCTGEN00
092500     MOVE "REFUSED " TO AU-RESULT.                                DCTGEN00
092600     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
092700     CLOSE REPORT-FILE.                                           DCTGEN00
092800     MOVE "ABORT   " TO AU-RESULT.                                DCTGEN00
092900     PERFORM AUDIT-END.                                           DCTGEN00
093000     STOP RUN.                                                    DCTGEN00
093100 790X.   EXIT.                                                    DCTGEN00
093200 AUDIT-START.                                                     DCTGEN00
093300     PERFORM OPER-SIGNON THRU OPER-X.                             DCTGEN00
093400     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
093500     MOVE "START   " TO AU-EVENT.                                 DCTGEN00
093600     MOVE SPACES TO AU-RESULT.                                    DCTGEN00
093700     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
093800 AUDIT-END.                                                       DCTGEN00
093900     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
094000     MOVE "END     " TO AU-EVENT.                                 DCTGEN00
094100     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
094200 AUDIT-WRITE.                                                     DCTGEN00
094300     COMPUTE AU-TIME-HOLD = DATA (1).                             DCTGEN00
094400     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DCTGEN00
094500     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DCTGEN00
094600     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       DCTGEN00
094700     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              DCTGEN00
094800     OPEN I-O AUDIT-TRAIL.                                        DCTGEN00
094900     MOVE AUDIT-REC TO AU-SAVE-REC.                               DCTGEN00
095000     MOVE 1 TO AU-KEY.                                            DCTGEN00
095100     READ AUDIT-TRAIL INVALID KEY                                 DCTGEN00
095200         MOVE 2 TO AC-NEXT-SLOT.                                  DCTGEN00
095300     IF AC-NEXT-SLOT NOT NUMERIC                                  DCTGEN00
095400         MOVE 2 TO AC-NEXT-SLOT.                                  DCTGEN00
095500     IF AC-NEXT-SLOT IS LESS THAN 2                               DCTGEN00
095600         MOVE 2 TO AC-NEXT-SLOT.                                  DCTGEN00
095700     MOVE AC-NEXT-SLOT TO AU-NEXT.                                DCTGEN00
095800 AUDIT-SKIP.                                                      DCTGEN00
095900     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          DCTGEN00
096000         TOOK IT SINCE THE CONTROL RECORD WAS READ -              DCTGEN00
096100         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          DCTGEN00
096200         OVERWRITING EACH OTHERS EVENTS.                          DCTGEN00
096300     MOVE AU-NEXT TO AU-KEY.                                      DCTGEN00
096400     READ AUDIT-TRAIL INVALID KEY                                 DCTGEN00
096500         GO TO AUDIT-FREE.                                        DCTGEN00
096600     IF AUDIT-REC = SPACES GO TO AUDIT-FREE.                      DCTGEN00
096700     ADD 1 TO AU-NEXT.                                            DCTGEN00
096800     GO TO AUDIT-SKIP.                                            DCTGEN00
096900 AUDIT-FREE.                                                      DCTGEN00
097000     MOVE 1 TO AU-KEY.                                            DCTGEN00
097100     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DCTGEN00
097200     MOVE 0 TO AU-HASH.                                           DCTGEN00
097300     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DCTGEN00
097400     MOVE AU-NEXT TO AU-KEY.                                      DCTGEN00
097500     MOVE AU-SAVE-REC TO AUDIT-REC.                               DCTGEN00
097600     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        DCTGEN00
097700 AUDIT-PUT.                                                       DCTGEN00
097800     WRITE AUDIT-REC INVALID KEY                                  DCTGEN00
097900         DISPLAY "AUDIT TRAIL FULL".                              DCTGEN00
098000     ADD 1 TO AU-NEXT.                                            DCTGEN00
098100     MOVE 1 TO AU-KEY.                                            DCTGEN00
098200     MOVE SPACES TO AUDIT-REC.                                    DCTGEN00
098300     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DCTGEN00
098400     MOVE AU-HASH TO AC-HASH.                                     DCTGEN00
098500     WRITE AUDIT-REC INVALID KEY                                  DCTGEN00
098600         DISPLAY "AUDIT CONTROL ERROR".                           DCTGEN00
098700     MOVE AU-SAVE-REC TO AUDIT-REC.                               DCTGEN00
098800     CLOSE AUDIT-TRAIL.                                           DCTGEN00
098900 AUDIT-HASH.                                                      DCTGEN00
099000     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DCTGEN00
099100         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DCTGEN00
099200         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DCTGEN00
099300         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DCTGEN00
099400         REMOVED AFTER IT WAS WRITTEN.                            DCTGEN00
099500     MOVE AUDIT-REC TO AU-HASH-REC.                               DCTGEN00
099600     MOVE 0 TO AU-REC-SUM.                                        DCTGEN00
099700     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            DCTGEN00
099800         UNTIL AU-CX IS GREATER THAN 44.                          DCTGEN00
099900     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DCTGEN00
100000         MOD 999999937.                                           DCTGEN00
100100     GO TO AUDIT-HASH-X.                                          DCTGEN00
100200 AUDIT-HASH-CHAR.                                                 DCTGEN00
100300     MOVE 49 TO AU-CODE.                                          DCTGEN00
100400     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            DCTGEN00
100500         UNTIL AU-TX IS GREATER THAN 48.                          DCTGEN00
100600     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DCTGEN00
100700 AUDIT-HASH-LOOK.                                                 DCTGEN00
100800     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DCTGEN00
100900 AUDIT-HASH-X.                                                    DCTGEN00
101000     EXIT.                                                        DCTGEN00
101100 AUTH-CHECK.                                                      DCTGEN00
101200     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DCTGEN00
101300         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DCTGEN00
101400         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DCTGEN00
101500         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DCTGEN00
101600         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DCTGEN00
101700         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DCTGEN00
101800     MOVE 0 TO AUTH-OK-SW.                                        DCTGEN00
101900     OPEN INPUT AUTH-FILE.                                        DCTGEN00
102000     IF AUTH-FILE-STATUS NOT = "00"                               DCTGEN00
102100         MOVE 1 TO AUTH-OK-SW                                     DCTGEN00
102200         GO TO AUTH-X.                                            DCTGEN00
102300 AUTH-READ.                                                       DCTGEN00
102400     READ AUTH-FILE AT END GO TO AUTH-DONE.                       DCTGEN00
102500     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             DCTGEN00
102600     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        DCTGEN00
102700     GO TO AUTH-READ.                                             DCTGEN00
102800 AUTH-DONE.                                                       DCTGEN00
102900     CLOSE AUTH-FILE.                                             DCTGEN00
103000     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              DCTGEN00
103100     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DCTGEN00
103200     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
103300     MOVE "AUTHFAIL" TO AU-EVENT.                                 DCTGEN00
103400     MOVE "REFUSED " TO AU-RESULT.                                DCTGEN00
103500     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
103600     STOP RUN.                                                    DCTGEN00
103700 AUTH-X.                                                          DCTGEN00
103800     EXIT.                                                        DCTGEN00
103900 AUTH-GRANT.                                                      DCTGEN00
104000     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DCTGEN00
104100         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DCTGEN00
104200         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DCTGEN00
104300         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DCTGEN00
104400     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DCTGEN00
104500     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DCTGEN00
104600         + AUTH-DATE-IN DIV 100.                                  DCTGEN00
104700     IF RA-EXPIRES NUMERIC                                        DCTGEN00
104800         IF RA-EXPIRES NOT = 0                                    DCTGEN00
104900             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DCTGEN00
105000                 GO TO AUTH-GRANT-X.                              DCTGEN00
105100     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DCTGEN00
105200     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DCTGEN00
105300 AUTH-GRANT-X.                                                    DCTGEN00
105400     EXIT.                                                        DCTGEN00
105500 OPER-SIGNON.                                                     DCTGEN00
105600     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DCTGEN00
105700         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DCTGEN00
105800         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DCTGEN00
105900         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DCTGEN00
106000         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DCTGEN00
106100         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DCTGEN00
106200         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DCTGEN00
106300     MOVE 0 TO OPER-TRIES.                                        DCTGEN00
106400 OPER-ASK.                                                        DCTGEN00
106500     ADD 1 TO OPER-TRIES.                                         DCTGEN00
106600     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DCTGEN00
106700     ACCEPT OPERATOR-CODE.                                        DCTGEN00
106800     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DCTGEN00
106900     MOVE 0 TO OPER-OK-SW.                                        DCTGEN00
107000     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   DCTGEN00
107100     OPEN INPUT OPER-FILE.                                        DCTGEN00
107200     IF OPER-FILE-STATUS NOT = "00"                               DCTGEN00
107300         MOVE 1 TO OPER-OK-SW                                     DCTGEN00
107400         GO TO OPER-DONE.                                         DCTGEN00
107500 OPER-READ.                                                       DCTGEN00
107600     READ OPER-FILE AT END                                        DCTGEN00
107700         CLOSE OPER-FILE                                          DCTGEN00
107800         GO TO OPER-DONE.                                         DCTGEN00
107900     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              DCTGEN00
108000     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DCTGEN00
108100     GO TO OPER-READ.                                             DCTGEN00
108200 OPER-DONE.                                                       DCTGEN00
108300     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           DCTGEN00
108400     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DCTGEN00
108500     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 DCTGEN00
108600     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DCTGEN00
108700     MOVE TODAYS-DATE TO AU-DATE.                                 DCTGEN00
108800     MOVE "SIGNFAIL" TO AU-EVENT.                                 DCTGEN00
108900     MOVE "REFUSED " TO AU-RESULT.                                DCTGEN00
109000     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DCTGEN00
109100     STOP RUN.                                                    DCTGEN00
109200 OPER-AUTH.                                                       DCTGEN00
109300     PERFORM AUTH-CHECK THRU AUTH-X.                              DCTGEN00
109400 OPER-X.                                                          DCTGEN00
109500     EXIT.                                                        DCTGEN00
109600 END-OF-JOB.                                                      DCTGEN00
