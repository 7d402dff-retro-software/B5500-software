000100RETMNT      000179CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  EVERY CLEANUP PROGRAM CARRIED ITS OWN RETENTION RULE COMPILED         00
000900  IN - PCHPURGE 7 DAYS, SOLTRET AND SOLTSCR THE TEN-DAY SOLT            00
001000  SAVE FACTOR, SPACEREC WHATEVER THE OPERATOR KEYED, VOLLIST THE        00
001100  SAVE FACTOR EACH WRITING PROGRAM STAMPED IN VOLCAT - AND THE          00
001200  ONLY WAY TO STATE THE SHOPS RETENTION POLICY WAS TO READ THE          00
001300  SOURCE. THE RULES NOW LIVE IN ONE SHARED FILE, RETSCHED, ONE          00
001400  RULE PER RECORD -                                                     00
001500     COL 1      MEDIUM - D DISK FILE, T TAPE REEL                       00
001600     COLS 3-10  CATEGORY - FOR DISK THE 7-CHARACTER DIRECTORY           00
001700                PREFIX, WHICH MUST BE ONE OF THE CATEGORIES             00
001800                INVENTRY CLASSIFIES BY, FOR TAPE THE REEL FILE          00
001900                ID VOLCAT CARRIES (SOLT, PCHTAP, AUDTAPE ...)           00
002000     COLS 12-18 SUFFIX PATTERN (DISK ONLY) - BLANK FOR EVERY            00
002100                FILE OF THE CATEGORY, OTHERWISE COMPARED                00
002200                CHARACTER BY CHARACTER WITH AN * MATCHING THE           00
002300                REST OF THE SUFFIX                                      00
002400     COLS 20-22 RETENTION IN DAYS                                       00
002500     COL 24     DISPOSITION - P PURGE, A ARCHIVE THEN PURGE             00
002600                (DISK ONLY), K KEEP                                     00
002700     COLS 26-55 NOTE                                                    00
002800     COLS 57-62 DATE OF THE LAST CHANGE, COLS 64-66 OPERATOR            00
002900  A RULE WITH A SUFFIX PATTERN OVERRIDES THE CATEGORY RULE FOR          00
003000  THE FILES IT MATCHES. PCHPURGE AND SPACEREC READ THE DISK             00
003100  RULES, SOLTRET AND SOLTSCR THE SOLT RULE AND VOLLIST THE TAPE         00
003200  RULES - EACH FALLS BACK TO ITS OLD COMPILED-IN VALUE WHEN             00
003300  RETSCHED HOLDS NO RULE FOR A FILE.                                    00
003400                                                                        00
003500  THIS PROGRAM APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO            00
003600  RETSCHED WITH THE SAME CARE AUTHMNT GIVES RUNAUTH -                   00
003700     MEDIUM, CATEGORY AND PATTERN ARE THE KEY AND MAY NOT BE            00
003800        ADDED TWICE, CHANGE AND DELETE MUST NAME AN EXISTING KEY,       00
003900     A PURGE OR ARCHIVE RULE NEEDS A RETENTION OF 1 TO 999              00
004000        DAYS (A KEEP RULE MAY CARRY ZERO),                              00
004100     A FULL BEFORE AND AFTER LISTING IS PRINTED, AND                    00
004200     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
004300  THE RUN ENDS WITH THE PRINTED RETENTION POLICY - EVERY RULE IN        00
004400  CATEGORY ORDER WITH ITS INVENTRY DESCRIPTION, FOLLOWED BY THE         00
004500  CATEGORIES AND REEL IDS NO RULE COVERS - FOR THE AUDITORS.            00
004600                                                                        00
004700  TRANSACTIONS COME FROM THE CARD FILE RETTRAN (REPLY C AT THE          00
004800  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K). REPLY L PRINTS           00
004900  THE POLICY LISTING ALONE AND LEAVES RETSCHED UNTOUCHED. A             00
005000  TRANSACTION CARD IS THE ACTION (A, C OR D) IN COL 1 FOLLOWED          00
005100  FROM COL 3 BY THE RULE EXACTLY AS IT STANDS IN RETSCHED COLS          00
005200  1-55. A CHANGE REPLACES THE DAYS, DISPOSITION AND NOTE.               00
005300  CONSOLE ENTRY ASKS FOR THE SAME FIELDS AND A REPLY OF E AT            00
005400  THE ACTION PROMPT ENDS ENTRY.                                         00
005500                                                                        00
005600  WHEN RETSCHED IS NOT PRESENT THE RUN STARTS FROM THE RULES            00
005700  THE PROGRAMS HAD COMPILED IN, SO THE FIRST POLICY LISTING             00
005800  STATES WHAT THE SHOP WAS ALREADY DOING. THE IN-CORE TABLE             00
005900  HOLDS 100 RULES - A RETSCHED PAST 100 IS REPORTED AND LEFT            00
006000  UNTOUCHED.                                                            00
006100                                                                        00
006200                                                                        00
006300 IDENTIFICATION DIVISION.                                         RETMNT00
006400 PROGRAM-ID. RETENTION SCHEDULE MAINTENANCE "RETMNT".             RETMNT00
006500 DATE-COMPILED.                                                   RETMNT00
006600 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE      RETMNT00
006700     SHARED RETENTION SCHEDULE RETSCHED WITH VALIDATION, BEFORE   RETMNT00
006800     AND AFTER LISTINGS, AN AUDIT TRAIL ENTRY PER CHANGE AND A    RETMNT00
006900     PRINTED RETENTION POLICY.                                    RETMNT00
007000 ENVIRONMENT DIVISION.                                            RETMNT00
007100 CONFIGURATION SECTION.                                           RETMNT00
007200 SOURCE-COMPUTER. B-5500.                                         RETMNT00
007300 OBJECT-COMPUTER. B-5500.                                         RETMNT00
007400 INPUT-OUTPUT SECTION.                                            RETMNT00
007500 FILE-CONTROL.                                                    RETMNT00
007600     SELECT AUTH-FILE ASSIGN TO DISK                              RETMNT00
007700         FILE STATUS IS AUTH-FILE-STATUS.                         RETMNT00
007800     SELECT OPER-FILE ASSIGN TO DISK                              RETMNT00
007900         FILE STATUS IS OPER-FILE-STATUS.                         RETMNT00
008000     SELECT RET-SCHED ASSIGN TO DISK                              RETMNT00
008100         FILE STATUS IS RET-FILE-STATUS.                          RETMNT00
008200     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    RETMNT00
008300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RETMNT00
008400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RETMNT00
008500 DATA DIVISION.                                                   RETMNT00
008600 FILE SECTION.                                                    RETMNT00
008700 MD  AUTH-FILE                                                    RETMNT00
008800     ACCESS SEQUENTIAL                                            RETMNT00
008900     BLOCK CONTAINS 1 RECORDS                                     RETMNT00
009000     VALUE OF ID "RUNAUTH"                                        RETMNT00
009100     DATA RECORD AUTH-REC.                                        RETMNT00
009200 01  AUTH-REC        SZ 80.                                       RETMNT00
009300     05  RA-RUN-ID       PC X(7).                                 RETMNT00
009400     05  FILLER          SZ 1.                                    RETMNT00
009500     05  RA-PROGRAM      PC X(8).                                 RETMNT00
009600     05  FILLER          SZ 1.                                    RETMNT00
009700     05  RA-EXPIRES      PC 9(6).                                 RETMNT00
009800     05  FILLER          SZ 57.                                   RETMNT00
009900 MD  OPER-FILE                                                    RETMNT00
010000     ACCESS SEQUENTIAL                                            RETMNT00
010100     BLOCK CONTAINS 1 RECORDS                                     RETMNT00
010200     VALUE OF ID "OPROSTER"                                       RETMNT00
010300     DATA RECORD OPER-REC.                                        RETMNT00
010400 01  OPER-REC        SZ 80.                                       RETMNT00
010500     05  OR-CODE         PC X(3).                                 RETMNT00
010600     05  FILLER          SZ 1.                                    RETMNT00
010700     05  OR-NAME         PC X(20).                                RETMNT00
010800     05  FILLER          SZ 1.                                    RETMNT00
010900     05  OR-STATUS       PC X.                                    RETMNT00
011000     05  FILLER          SZ 54.                                   RETMNT00
011100 MD  AUDIT-TRAIL                                                  RETMNT00
011200     ACCESS MODE IS RANDOM                                        RETMNT00
011300     ACTUAL KEY IS AU-KEY                                         RETMNT00
011400     RECORD CONTAINS 44 CHARACTERS                                RETMNT00
011500     LABEL RECORD IS STANDARD                                     RETMNT00
011600     VALUE OF ID IS "AUDITTRL"                                    RETMNT00
011700     DATA RECORD IS AUDIT-REC.                                    RETMNT00
011800 01  AUDIT-REC       SZ 44.                                       RETMNT00
011900     05  AU-PROGRAM      PC X(8)  VA "RETMNT  ".                  RETMNT00
012000     05  AU-DATE         PC 9(6).                                 RETMNT00
012100     05  AU-TIME         PC 9(4).                                 RETMNT00
012200     05  AU-EVENT        PC X(8).                                 RETMNT00
012300     05  AU-RESULT       PC X(8).                                 RETMNT00
012400     05  AU-RUN-ID       PC X(7).                                 RETMNT00
012500     05  AU-OPERATOR     PC X(3).                                 RETMNT00
012600 01  AUDIT-CTL.                                                   RETMNT00
012700     05  AC-NEXT-SLOT    PC 9(8).                                 RETMNT00
012800     05  AC-HASH         PC 9(9).                                 RETMNT00
012900     05  FILLER          SZ 27.                                   RETMNT00
013000 MD  RET-SCHED                                                    RETMNT00
013100     ACCESS SEQUENTIAL                                            RETMNT00
013200     BLOCK CONTAINS 1 RECORDS                                     RETMNT00
013300     VALUE OF ID "RETSCHED"                                       RETMNT00
013400     DATA RECORD RS-REC.                                          RETMNT00
013500 01  RS-REC          SZ 80.                                       RETMNT00
013600     05  RS-MEDIUM       PC X.                                    RETMNT00
013700     05  FILLER          SZ 1.                                    RETMNT00
013800     05  RS-CATEGORY     PC X(8).                                 RETMNT00
013900     05  FILLER          SZ 1.                                    RETMNT00
014000     05  RS-PATTERN      PC X(7).                                 RETMNT00
014100     05  FILLER          SZ 1.                                    RETMNT00
014200     05  RS-DAYS         PC 9(3).                                 RETMNT00
014300     05  FILLER          SZ 1.                                    RETMNT00
014400     05  RS-DISP         PC X.                                    RETMNT00
014500     05  FILLER          SZ 1.                                    RETMNT00
014600     05  RS-NOTE         PC X(30).                                RETMNT00
014700     05  FILLER          SZ 1.                                    RETMNT00
014800     05  RS-CHANGED      PC 9(6).                                 RETMNT00
014900     05  FILLER          SZ 1.                                    RETMNT00
015000     05  RS-OPERATOR     PC X(3).                                 RETMNT00
015100     05  FILLER          SZ 14.                                   RETMNT00
015200 FD  TRANS-CARDS                                                  RETMNT00
015300         LABEL RECORD STANDARD                                    RETMNT00
015400         VALUE OF ID "RETTRAN"                                    RETMNT00
015500         DATA RECORD TRANS-REC.                                   RETMNT00
015600 01  TRANS-REC       SZ 80.                                       RETMNT00
015700     05  TR-ACTION           PC X.                                RETMNT00
015800     05  FILLER              SZ 1.                                RETMNT00
015900     05  TR-MEDIUM           PC X.                                RETMNT00
016000     05  FILLER              SZ 1.                                RETMNT00
016100     05  TR-CATEGORY         PC X(8).                             RETMNT00
016200     05  FILLER              SZ 1.                                RETMNT00
016300     05  TR-PATTERN          PC X(7).                             RETMNT00
016400     05  FILLER              SZ 1.                                RETMNT00
016500     05  TR-DAYS             PC X(3).                             RETMNT00
016600     05  FILLER              SZ 1.                                RETMNT00
016700     05  TR-DISP             PC X.                                RETMNT00
016800     05  FILLER              SZ 1.                                RETMNT00
016900     05  TR-NOTE             PC X(30).                            RETMNT00
017000     05  FILLER              SZ 23.                               RETMNT00
017100 FD  REPORT-FILE                                                  RETMNT00
017200         VALUE OF ID "RETLIST"                                    RETMNT00
017300         DATA RECORD REPORT-REC.                                  RETMNT00
017400 01  REPORT-REC      SZ 132.                                      RETMNT00
017500 WORKING-STORAGE SECTION.                                         RETMNT00
017600 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        RETMNT00
017700 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     RETMNT00
017800 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     RETMNT00
017900 77  OPERATOR-CODE   VA SPACE        PC X(3).                     RETMNT00
018000 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        RETMNT00
018100 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        RETMNT00
018200 77  AUTH-TODAY      CMP-1   PC 9(6).                             RETMNT00
018300 77  AUTH-DATE-IN            PC 9(6).                             RETMNT00
018400 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             RETMNT00
018500 77  AU-HH           CMP-1   PC 99.                               RETMNT00
018600 77  AU-MM           CMP-1   PC 99.                               RETMNT00
018700 77  AU-KEY          CMP-1   PC 9(8).                             RETMNT00
018800 77  AU-NEXT         CMP-1   PC 9(8).                             RETMNT00
018900 01  AU-SAVE-REC             SZ 44.                               RETMNT00
019000 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     RETMNT00
019100 77  AU-REC-SUM              CMP-1   PC 9(6).                     RETMNT00
019200 77  AU-CX                   CMP-1   PC 99.                       RETMNT00
019300 77  AU-TX                   CMP-1   PC 99.                       RETMNT00
019400 77  AU-CODE                 CMP-1   PC 99.                       RETMNT00
019500 01  AU-HASH-REC.                                                 RETMNT00
019600     05  AU-HC       OC 44   PC X.                                RETMNT00
019700 01  AU-CHAR-SET.                                                 RETMNT00
019800     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          RETMNT00
019900     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          RETMNT00
020000 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           RETMNT00
020100     05  AU-CHAR     OC 48   PC X.                                RETMNT00
020200 77  RUN-ID-ENTRY            PC X(7).                             RETMNT00
020300 77  RET-FILE-STATUS VA SPACE        PC X(2).                     RETMNT00
020400 77  TRANS-SOURCE            PC X.                                RETMNT00
020500 77  WK-ACTION               PC X.                                RETMNT00
020600 77  WK-MEDIUM               PC X.                                RETMNT00
020700 77  WK-CATEGORY             PC X(8).                             RETMNT00
020800 77  WK-PATTERN              PC X(7).                             RETMNT00
020900 77  WK-DAYS                 PC X(3).                             RETMNT00
021000 77  WK-DISP                 PC X.                                RETMNT00
021100 77  WK-NOTE                 PC X(30).                            RETMNT00
021200 77  RULE-CNT        VA 0    CMP-1   PC 999.                      RETMNT00
021300 77  FILE-CNT        VA 0    CMP-1   PC 999.                      RETMNT00
021400 77  RX              CMP-1   PC 999.                              RETMNT00
021500 77  RHIT            CMP-1   PC 999.                              RETMNT00
021600 77  MIN-IX          CMP-1   PC 999.                              RETMNT00
021700 77  KX              CMP-1   PC 99.                               RETMNT00
021800 77  KHIT            CMP-1   PC 99.                               RETMNT00
021900 77  NORULE-CNT      VA 0    CMP-1   PC 99.                       RETMNT00
022000 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      RETMNT00
022100 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        RETMNT00
022200 77  SEED-SW         VA 0    CMP-1   PC 9.                        RETMNT00
022300 77  MIN-KEY                         PC X(16).                    RETMNT00
022400 01  DAYS-WORK.                                                   RETMNT00
022500     05  DW-DAYS             PC 9(3).                             RETMNT00
022600 01  SORT-KEY.                                                    RETMNT00
022700     05  SK-MEDIUM           PC X.                                RETMNT00
022800     05  SK-CATEGORY         PC X(8).                             RETMNT00
022900     05  SK-PATTERN          PC X(7).                             RETMNT00
023000 01  SEED-SET.                                                    RETMNT00
023100     05  FILLER  PC X(50) VA                                      RETMNT00
023200         "DPUNCHDO        007PPCHPURGE/SPACEREC PUNCH DECKS ".    RETMNT00
023300     05  FILLER  PC X(50) VA                                      RETMNT00
023400         "DLOGHOLD        007PDUMPLST LOG HOLD SAVE-FACTOR  ".    RETMNT00
023500     05  FILLER  PC X(50) VA                                      RETMNT00
023600         "TSOLT           010PSOLTRET/SOLTSCR SOLT REELS    ".    RETMNT00
023700     05  FILLER  PC X(50) VA                                      RETMNT00
023800         "TPCHTAP         002PTAPEPCH PUNCH REELS           ".    RETMNT00
023900     05  FILLER  PC X(50) VA                                      RETMNT00
024000         "TAUDTAPE        060PAUDARCH AUDIT TRAIL ARCHIVE   ".    RETMNT00
024100     05  FILLER  PC X(50) VA                                      RETMNT00
024200         "TLOGARCH        030PLOGARCH LOG ARCHIVE REELS     ".    RETMNT00
024300     05  FILLER  PC X(50) VA                                      RETMNT00
024400         "TDIRTAPE        030PDIRSAVE DIRECTORY SAVE REELS  ".    RETMNT00
024500     05  FILLER  PC X(50) VA                                      RETMNT00
024600         "TCTLTAPE        030PCTLSAVE CONTROL FILE REELS    ".    RETMNT00
024700     05  FILLER  PC X(50) VA                                      RETMNT00
024800         "TSORTEDP        001PSRTLOCN SORT OUTPUT REELS     ".    RETMNT00
024900     05  FILLER  PC X(50) VA                                      RETMNT00
025000         "TSORTEDI        001PSRTPERM SORT OUTPUT REELS     ".    RETMNT00
025100 01  SEED-TBL REDEFINES SEED-SET.                                 RETMNT00
025200     05  SEED-ENT    OC 10.                                       RETMNT00
025300         10  SD-MEDIUM       PC X.                                RETMNT00
025400         10  SD-CATEGORY     PC X(8).                             RETMNT00
025500         10  SD-PATTERN      PC X(7).                             RETMNT00
025600         10  SD-DAYS         PC 9(3).                             RETMNT00
025700         10  SD-DISP         PC X.                                RETMNT00
025800         10  SD-NOTE         PC X(30).                            RETMNT00
025900 01  DISK-CAT-SET.                                                RETMNT00
026000     05  FILLER  PC X(7) VA "PUNCHOU".                            RETMNT00
026100     05  FILLER  PC X(30) VA "DISKPUNCH - AWAITING PUNCH    ".    RETMNT00
026200     05  FILLER  PC X(7) VA "PUNCHDO".                            RETMNT00
026300     05  FILLER  PC X(30) VA "DISKPUNCH/TAPEPUNCH-PUNCHED   ".    RETMNT00
026400     05  FILLER  PC X(7) VA "PCHLOG ".                            RETMNT00
026500     05  FILLER  PC X(30) VA "PUNCH UTILITIES - AUDIT LOG   ".    RETMNT00
026600     05  FILLER  PC X(7) VA "SOLTIND".                            RETMNT00
026700     05  FILLER  PC X(30) VA "MAKESOLT - SOLT TAPE INDEX    ".    RETMNT00
026800     05  FILLER  PC X(7) VA "KWICDEF".                            RETMNT00
026900     05  FILLER  PC X(30) VA "KWIC2 - SAVED CONTROL CARDS   ".    RETMNT00
027000     05  FILLER  PC X(7) VA "DATADIC".                            RETMNT00
027100     05  FILLER  PC X(30) VA "CARDCROSREF - DATA DICTIONARY ".    RETMNT00
027200     05  FILLER  PC X(7) VA "AUDITTR".                            RETMNT00
027300     05  FILLER  PC X(30) VA "SHARED LIBRARY AUDIT TRAIL    ".    RETMNT00
027400     05  FILLER  PC X(7) VA "DIRECTY".                            RETMNT00
027500     05  FILLER  PC X(30) VA "DIRCTRY - DIRECTORY LISTING   ".    RETMNT00
027600     05  FILLER  PC X(7) VA "DIRSNAP".                            RETMNT00
027700     05  FILLER  PC X(30) VA "DIRCTRY - DAILY SNAPSHOT      ".    RETMNT00
027800     05  FILLER  PC X(7) VA "DIRTREN".                            RETMNT00
027900     05  FILLER  PC X(30) VA "DIRCTRY - UTILIZATION TREND   ".    RETMNT00
028000     05  FILLER  PC X(7) VA "EUCFG  ".                            RETMNT00
028100     05  FILLER  PC X(30) VA "DIRCTRY - EU CAPACITY CONFIG  ".    RETMNT00
028200     05  FILLER  PC X(7) VA "LOGSUMR".                            RETMNT00
028300     05  FILLER  PC X(30) VA "CHRISLOG - MONTH TO DATE      ".    RETMNT00
028400     05  FILLER  PC X(7) VA "LOGHOLD".                            RETMNT00
028500     05  FILLER  PC X(30) VA "CHRISLOG - DAILY LOG HOLD     ".    RETMNT00
028600     05  FILLER  PC X(7) VA "LOGDUMP".                            RETMNT00
028700     05  FILLER  PC X(30) VA "CHRISLOG - LOG DUMP WORK FILE ".    RETMNT00
028800     05  FILLER  PC X(7) VA "OPSNAP ".                            RETMNT00
028900     05  FILLER  PC X(30) VA "CHRISLOG - DAILY SNAPSHOT     ".    RETMNT00
029000     05  FILLER  PC X(7) VA "RERUNLO".                            RETMNT00
029100     05  FILLER  PC X(30) VA "CHRISLOG - RERUN CANDIDATES   ".    RETMNT00
029200     05  FILLER  PC X(7) VA "OPSUMRY".                            RETMNT00
029300     05  FILLER  PC X(30) VA "OPSUMRY - COMBINED REPORT     ".    RETMNT00
029400 01  DISK-CAT-TBL REDEFINES DISK-CAT-SET.                         RETMNT00
029500     05  DISK-CAT    OC 17.                                       RETMNT00
029600         10  DC-PREFIX       PC X(7).                             RETMNT00
029700         10  DC-LABEL        PC X(30).                            RETMNT00
029800 77  DISK-CAT-MAX    VA 17   CMP-1   PC 99.                       RETMNT00
029900 01  TAPE-ID-SET.                                                 RETMNT00
030000     05  FILLER  PC X(8) VA "SOLT    ".                           RETMNT00
030100     05  FILLER  PC X(30) VA "MAKESOLT - SOLT LIBRARY TAPE  ".    RETMNT00
030200     05  FILLER  PC X(8) VA "PCHTAP  ".                           RETMNT00
030300     05  FILLER  PC X(30) VA "TAPEPCH - PUNCH TAPE          ".    RETMNT00
030400     05  FILLER  PC X(8) VA "AUDTAPE ".                           RETMNT00
030500     05  FILLER  PC X(30) VA "AUDARCH - AUDIT TRAIL ARCHIVE ".    RETMNT00
030600     05  FILLER  PC X(8) VA "LOGARCH ".                           RETMNT00
030700     05  FILLER  PC X(30) VA "LOGARCH - SYSTEM LOG ARCHIVE  ".    RETMNT00
030800     05  FILLER  PC X(8) VA "DIRTAPE ".                           RETMNT00
030900     05  FILLER  PC X(30) VA "DIRSAVE - DIRECTORY SAVE      ".    RETMNT00
031000     05  FILLER  PC X(8) VA "CTLTAPE ".                           RETMNT00
031100     05  FILLER  PC X(30) VA "CTLSAVE - CONTROL FILE SAVE   ".    RETMNT00
031200     05  FILLER  PC X(8) VA "SORTEDP ".                           RETMNT00
031300     05  FILLER  PC X(30) VA "SRTLOCN - SORT OUTPUT         ".    RETMNT00
031400     05  FILLER  PC X(8) VA "SORTEDI ".                           RETMNT00
031500     05  FILLER  PC X(30) VA "SRTPERM - SORT OUTPUT         ".    RETMNT00
031600 01  TAPE-ID-TBL REDEFINES TAPE-ID-SET.                           RETMNT00
031700     05  TAPE-ID     OC 8.                                        RETMNT00
031800         10  TI-ID           PC X(8).                             RETMNT00
031900         10  TI-LABEL        PC X(30).                            RETMNT00
032000 77  TAPE-ID-MAX     VA 8    CMP-1   PC 99.                       RETMNT00
032100 01  RULE-TABLE.                                                  RETMNT00
032200     02 RULE-ENTRY OC 100.                                        RETMNT00
032300         03 RT-MEDIUM        PC X.                                RETMNT00
032400         03 RT-CATEGORY      PC X(8).                             RETMNT00
032500         03 RT-PATTERN       PC X(7).                             RETMNT00
032600         03 RT-DAYS          PC 9(3).                             RETMNT00
032700         03 RT-DISP          PC X.                                RETMNT00
032800         03 RT-NOTE          PC X(30).                            RETMNT00
032900         03 RT-CHANGED       PC 9(6).                             RETMNT00
033000         03 RT-OPERATOR      PC X(3).                             RETMNT00
033100         03 RT-GONE          PC X.                                RETMNT00
033200         03 RT-DONE          PC X.                                RETMNT00
033300 01  LIST-HEAD       SZ 132.                                      RETMNT00
033400     05  LH-LABEL    PC X(32).                                    RETMNT00
033500     05  FILLER      SZ 100   VA SPACE.                           RETMNT00
033600 01  COLUMN-HEAD     SZ 132.                                      RETMNT00
033700     05  FILLER      PC X(40) VA                                  RETMNT00
033800         "  MEDIUM CATEGORY SUFFIX   DAYS  DISP   ".              RETMNT00
033900     05  FILLER      PC X(30) VA                                  RETMNT00
034000         "NOTE                          ".                        RETMNT00
034100     05  FILLER      PC X(18) VA "  CHANGED  BY     ".            RETMNT00
034200     05  FILLER      SZ 44    VA SPACE.                           RETMNT00
034300 01  LIST-LINE       SZ 132.                                      RETMNT00
034400     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
034500     05  LL-MEDIUM   PC X(4).                                     RETMNT00
034600     05  FILLER      SZ 3     VA SPACE.                           RETMNT00
034700     05  LL-CATEGORY PC X(8).                                     RETMNT00
034800     05  FILLER      SZ 1     VA SPACE.                           RETMNT00
034900     05  LL-PATTERN  PC X(7).                                     RETMNT00
035000     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
035100     05  LL-DAYS     PC ZZ9.                                      RETMNT00
035200     05  FILLER      SZ 3     VA SPACE.                           RETMNT00
035300     05  LL-DISP     PC X.                                        RETMNT00
035400     05  FILLER      SZ 6     VA SPACE.                           RETMNT00
035500     05  LL-NOTE     PC X(30).                                    RETMNT00
035600     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
035700     05  LL-CHANGED  PC 99/99/99.                                 RETMNT00
035800     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
035900     05  LL-OPERATOR PC X(3).                                     RETMNT00
036000     05  FILLER      SZ 47    VA SPACE.                           RETMNT00
036100 01  COUNT-LINE      SZ 132.                                      RETMNT00
036200     05  FILLER      PC X(16) VA "RULES ON FILE   ".              RETMNT00
036300     05  CT-RULES    PC ZZ9.                                      RETMNT00
036400     05  FILLER      SZ 113   VA SPACE.                           RETMNT00
036500 01  REJECT-LINE     SZ 132.                                      RETMNT00
036600     05  FILLER  PC X(11) VA "REJECTED - ".                       RETMNT00
036700     05  RJ-REASON   PC X(32).                                    RETMNT00
036800     05  RJ-MEDIUM   PC X.                                        RETMNT00
036900     05  FILLER      SZ 1     VA SPACE.                           RETMNT00
037000     05  RJ-CATEGORY PC X(8).                                     RETMNT00
037100     05  FILLER      SZ 1     VA SPACE.                           RETMNT00
037200     05  RJ-PATTERN  PC X(7).                                     RETMNT00
037300     05  FILLER      SZ 71    VA SPACE.                           RETMNT00
037400 01  POLICY-TITLE    SZ 132.                                      RETMNT00
037500     05  FILLER  PC X(34) VA "CUBE LIBRARY - RETENTION POLICY  -".RETMNT00
037600     05  FILLER  PC X(10) VA " AS OF    ".                        RETMNT00
037700     05  PT-DATE     PC 99/99/99.                                 RETMNT00
037800     05  FILLER      SZ 80    VA SPACE.                           RETMNT00
037900 01  POLICY-HEAD     SZ 132.                                      RETMNT00
038000     05  FILLER      PC X(40) VA                                  RETMNT00
038100         "MEDIUM CATEGORY DESCRIPTION             ".              RETMNT00
038200     05  FILLER      PC X(40) VA                                  RETMNT00
038300         "        SUFFIX   DAYS  DISPOSITION      ".              RETMNT00
038400     05  FILLER      PC X(4)  VA "NOTE".                          RETMNT00
038500     05  FILLER      SZ 48    VA SPACE.                           RETMNT00
038600 01  POLICY-LINE     SZ 132.                                      RETMNT00
038700     05  PL-MEDIUM   PC X(4).                                     RETMNT00
038800     05  FILLER      SZ 3     VA SPACE.                           RETMNT00
038900     05  PL-CATEGORY PC X(8).                                     RETMNT00
039000     05  FILLER      SZ 1     VA SPACE.                           RETMNT00
039100     05  PL-LABEL    PC X(30).                                    RETMNT00
039200     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
039300     05  PL-PATTERN  PC X(7).                                     RETMNT00
039400     05  FILLER      SZ 2     VA SPACE.                           RETMNT00
039500     05  PL-DAYS     PC ZZ9.                                      RETMNT00
039600     05  FILLER      SZ 3     VA SPACE.                           RETMNT00
039700     05  PL-DISP     PC X(18).                                    RETMNT00
039800     05  FILLER      SZ 1     VA SPACE.                           RETMNT00
039900     05  PL-NOTE     PC X(30).                                    RETMNT00
040000     05  FILLER      SZ 20    VA SPACE.                           RETMNT00
040100 01  NORULE-HEAD     SZ 132.                                      RETMNT00
040200     05  FILLER      PC X(40) VA                                  RETMNT00
040300         "CATEGORIES AND REELS WITH NO RULE -     ".              RETMNT00
040400     05  FILLER      PC X(40) VA                                  RETMNT00
040500         "NOT AGED BY ANY CLEANUP PROGRAM         ".              RETMNT00
040600     05  FILLER      SZ 52    VA SPACE.                           RETMNT00
040700 01  BLANK-LINE      SZ 132   VA SPACE.                           RETMNT00
040800 PROCEDURE DIVISION.                                              RETMNT00
040900 100-BEGIN.                                                       RETMNT00
041000     ACCEPT RUN-ID-ENTRY.                                         RETMNT00
041100     PERFORM 950-AUDIT-START.                                     RETMNT00
041200     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE),".       RETMNT00
041300     DISPLAY "OR L TO LIST THE POLICY ONLY".                      RETMNT00
041400     ACCEPT TRANS-SOURCE.                                         RETMNT00
041500     OPEN OUTPUT REPORT-FILE.                                     RETMNT00
041600     PERFORM 200-LOAD-RULES THRU 200X.                            RETMNT00
041700     IF TRANS-SOURCE = "L"                                        RETMNT00
041800         MOVE 1 TO LOAD-OVER-SW                                   RETMNT00
041900         GO TO 510-POLICY.                                        RETMNT00
042000     MOVE "RETSCHED BEFORE MAINTENANCE     " TO LH-LABEL.         RETMNT00
042100     PERFORM 300-LIST-RULES THRU 300X.                            RETMNT00
042200     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  RETMNT00
042300 150-CONSOLE-TRANS.                                               RETMNT00
042400     DISPLAY "ENTER ACTION - A, C, D OR E (END)".                 RETMNT00
042500     ACCEPT WK-ACTION.                                            RETMNT00
042600     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        RETMNT00
042700     DISPLAY "ENTER MEDIUM - D (DISK) OR T (TAPE)".               RETMNT00
042800     ACCEPT WK-MEDIUM.                                            RETMNT00
042900     DISPLAY "ENTER CATEGORY OR REEL FILE ID (8 CHARACTERS)".     RETMNT00
043000     ACCEPT WK-CATEGORY.                                          RETMNT00
043100     DISPLAY "ENTER SUFFIX PATTERN (BLANK FOR ALL)".              RETMNT00
043200     ACCEPT WK-PATTERN.                                           RETMNT00
043300     DISPLAY "ENTER RETENTION DAYS (3 DIGITS)".                   RETMNT00
043400     ACCEPT WK-DAYS.                                              RETMNT00
043500     DISPLAY "ENTER DISPOSITION - P, A OR K".                     RETMNT00
043600     ACCEPT WK-DISP.                                              RETMNT00
043700     DISPLAY "ENTER NOTE (30 CHARACTERS)".                        RETMNT00
043800     ACCEPT WK-NOTE.                                              RETMNT00
043900     PERFORM 600-APPLY-ONE THRU 600X.                             RETMNT00
044000     GO TO 150-CONSOLE-TRANS.                                     RETMNT00
044100 400-CARD-TRANS.                                                  RETMNT00
044200     OPEN INPUT TRANS-CARDS.                                      RETMNT00
044300 410-READ-TRANS.                                                  RETMNT00
044400     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                RETMNT00
044500     MOVE TR-ACTION TO WK-ACTION.                                 RETMNT00
044600     MOVE TR-MEDIUM TO WK-MEDIUM.                                 RETMNT00
044700     MOVE TR-CATEGORY TO WK-CATEGORY.                             RETMNT00
044800     MOVE TR-PATTERN TO WK-PATTERN.                               RETMNT00
044900     MOVE TR-DAYS TO WK-DAYS.                                     RETMNT00
045000     MOVE TR-DISP TO WK-DISP.                                     RETMNT00
045100     MOVE TR-NOTE TO WK-NOTE.                                     RETMNT00
045200     PERFORM 600-APPLY-ONE THRU 600X.                             RETMNT00
045300     GO TO 410-READ-TRANS.                                        RETMNT00
045400 420-TRANS-DONE.                                                  RETMNT00
045500     CLOSE TRANS-CARDS.                                           RETMNT00
045600 500-WRAP-UP.                                                     RETMNT00
045700     MOVE "RETSCHED AFTER MAINTENANCE      " TO LH-LABEL.         RETMNT00
045800     PERFORM 300-LIST-RULES THRU 300X.                            RETMNT00
045900 510-POLICY.                                                      RETMNT00
046000     PERFORM 800-POLICY THRU 800X.                                RETMNT00
046100     PERFORM 700-REWRITE-RULES THRU 700X.                         RETMNT00
046200     CLOSE REPORT-FILE.                                           RETMNT00
046300     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       RETMNT00
046400     MOVE "OK      " TO AU-RESULT.                                RETMNT00
046500     PERFORM 955-AUDIT-END.                                       RETMNT00
046600     STOP RUN.                                                    RETMNT00
046700 200-LOAD-RULES.                                                  RETMNT00
046800     OPEN INPUT RET-SCHED.                                        RETMNT00
046900     IF RET-FILE-STATUS NOT = "00"                                RETMNT00
047000         DISPLAY "RETSCHED NOT PRESENT - STARTING FROM THE"       RETMNT00
047100         DISPLAY "COMPILED-IN RETENTION RULES"                    RETMNT00
047200         PERFORM 250-SEED-ONE VARYING KX FROM 1 BY 1              RETMNT00
047300             UNTIL KX IS GREATER THAN 10                          RETMNT00
047400         MOVE 1 TO SEED-SW                                        RETMNT00
047500         GO TO 200X.                                              RETMNT00
047600 210-LOAD-READ.                                                   RETMNT00
047700     READ RET-SCHED AT END GO TO 220-LOAD-DONE.                   RETMNT00
047800     IF RULE-CNT = 100                                            RETMNT00
047900         MOVE 1 TO LOAD-OVER-SW                                   RETMNT00
048000         DISPLAY "RETSCHED OVER 100 RULES - RUN WILL"             RETMNT00
048100         DISPLAY "NOT REWRITE RETSCHED"                           RETMNT00
048200         GO TO 220-LOAD-DONE.                                     RETMNT00
048300     ADD 1 TO RULE-CNT.                                           RETMNT00
048400     MOVE RS-MEDIUM TO RT-MEDIUM (RULE-CNT).                      RETMNT00
048500     MOVE RS-CATEGORY TO RT-CATEGORY (RULE-CNT).                  RETMNT00
048600     MOVE RS-PATTERN TO RT-PATTERN (RULE-CNT).                    RETMNT00
048700     IF RS-DAYS NUMERIC                                           RETMNT00
048800         MOVE RS-DAYS TO RT-DAYS (RULE-CNT)                       RETMNT00
048900     ELSE MOVE 0 TO RT-DAYS (RULE-CNT).                           RETMNT00
049000     MOVE RS-DISP TO RT-DISP (RULE-CNT).                          RETMNT00
049100     MOVE RS-NOTE TO RT-NOTE (RULE-CNT).                          RETMNT00
049200     IF RS-CHANGED NUMERIC                                        RETMNT00
049300         MOVE RS-CHANGED TO RT-CHANGED (RULE-CNT)                 RETMNT00
049400     ELSE MOVE 0 TO RT-CHANGED (RULE-CNT).                        RETMNT00
049500     MOVE RS-OPERATOR TO RT-OPERATOR (RULE-CNT).                  RETMNT00
049600     MOVE SPACE TO RT-GONE (RULE-CNT).                            RETMNT00
049700     GO TO 210-LOAD-READ.                                         RETMNT00
049800 220-LOAD-DONE.                                                   RETMNT00
049900     CLOSE RET-SCHED.                                             RETMNT00
050000 200X.   EXIT.                                                    RETMNT00
050100 250-SEED-ONE.                                                    RETMNT00
050200     ADD 1 TO RULE-CNT.                                           RETMNT00
050300     MOVE SD-MEDIUM (KX) TO RT-MEDIUM (RULE-CNT).                 RETMNT00
050400     MOVE SD-CATEGORY (KX) TO RT-CATEGORY (RULE-CNT).             RETMNT00
050500     MOVE SD-PATTERN (KX) TO RT-PATTERN (RULE-CNT).               RETMNT00
050600     MOVE SD-DAYS (KX) TO RT-DAYS (RULE-CNT).                     RETMNT00
050700     MOVE SD-DISP (KX) TO RT-DISP (RULE-CNT).                     RETMNT00
050800     MOVE SD-NOTE (KX) TO RT-NOTE (RULE-CNT).                     RETMNT00
050900     MOVE TODAYS-DATE TO RT-CHANGED (RULE-CNT).                   RETMNT00
051000     MOVE OPERATOR-CODE TO RT-OPERATOR (RULE-CNT).                RETMNT00
051100     MOVE SPACE TO RT-GONE (RULE-CNT).                            RETMNT00
051200 300-LIST-RULES.                                                  RETMNT00
051300     MOVE 0 TO FILE-CNT.                                          RETMNT00
051400     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    RETMNT00
051500     WRITE REPORT-REC FROM COLUMN-HEAD.                           RETMNT00
051600     PERFORM 310-LIST-ONE THRU 310X VARYING RX FROM 1 BY 1        RETMNT00
051700         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
051800     MOVE FILE-CNT TO CT-RULES.                                   RETMNT00
051900     WRITE REPORT-REC FROM BLANK-LINE.                            RETMNT00
052000     WRITE REPORT-REC FROM COUNT-LINE.                            RETMNT00
052100     WRITE REPORT-REC FROM BLANK-LINE.                            RETMNT00
052200 300X.   EXIT.                                                    RETMNT00
052300 310-LIST-ONE.                                                    RETMNT00
052400     IF RT-GONE (RX) = "Y" GO TO 310X.                            RETMNT00
052500     ADD 1 TO FILE-CNT.                                           RETMNT00
052600     MOVE "DISK" TO LL-MEDIUM.                                    RETMNT00
052700     IF RT-MEDIUM (RX) = "T" MOVE "TAPE" TO LL-MEDIUM.            RETMNT00
052800     MOVE RT-CATEGORY (RX) TO LL-CATEGORY.                        RETMNT00
052900     MOVE RT-PATTERN (RX) TO LL-PATTERN.                          RETMNT00
053000     MOVE RT-DAYS (RX) TO LL-DAYS.                                RETMNT00
053100     MOVE RT-DISP (RX) TO LL-DISP.                                RETMNT00
053200     MOVE RT-NOTE (RX) TO LL-NOTE.                                RETMNT00
053300     MOVE RT-CHANGED (RX) TO LL-CHANGED.                          RETMNT00
053400     MOVE RT-OPERATOR (RX) TO LL-OPERATOR.                        RETMNT00
053500     WRITE REPORT-REC FROM LIST-LINE.                             RETMNT00
053600 310X.   EXIT.                                                    RETMNT00
053700 600-APPLY-ONE.                                                   RETMNT00
053800     MOVE 0 TO RHIT.                                              RETMNT00
053900     PERFORM 610-FIND-RULE VARYING RX FROM 1 BY 1                 RETMNT00
054000         UNTIL RX IS GREATER THAN RULE-CNT                        RETMNT00
054100         OR RHIT IS GREATER THAN 0.                               RETMNT00
054200     IF WK-ACTION = "A" GO TO 620-ADD.                            RETMNT00
054300     IF WK-ACTION = "C" GO TO 630-CHANGE.                         RETMNT00
054400     IF WK-ACTION = "D" GO TO 640-DELETE.                         RETMNT00
054500     MOVE "INVALID ACTION CODE     " TO RJ-REASON.                RETMNT00
054600     GO TO 690-REJECT.                                            RETMNT00
054700 620-ADD.                                                         RETMNT00
054800     IF RHIT IS GREATER THAN 0                                    RETMNT00
054900         MOVE "DUPLICATE RULE          " TO RJ-REASON             RETMNT00
055000         GO TO 690-REJECT.                                        RETMNT00
055100     PERFORM 650-EDIT-KEY THRU 650X.                              RETMNT00
055200     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  RETMNT00
055300     PERFORM 660-EDIT-RULE THRU 660X.                             RETMNT00
055400     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  RETMNT00
055500     IF RULE-CNT = 100                                            RETMNT00
055600         MOVE "RETSCHED TABLE FULL     " TO RJ-REASON             RETMNT00
055700         GO TO 690-REJECT.                                        RETMNT00
055800     ADD 1 TO RULE-CNT.                                           RETMNT00
055900     MOVE RULE-CNT TO RHIT.                                       RETMNT00
056000     MOVE WK-MEDIUM TO RT-MEDIUM (RHIT).                          RETMNT00
056100     MOVE WK-CATEGORY TO RT-CATEGORY (RHIT).                      RETMNT00
056200     MOVE WK-PATTERN TO RT-PATTERN (RHIT).                        RETMNT00
056300     MOVE SPACE TO RT-GONE (RHIT).                                RETMNT00
056400     PERFORM 670-STORE-RULE.                                      RETMNT00
056500     MOVE "ADD     " TO AU-EVENT.                                 RETMNT00
056600     GO TO 680-LOG-CHANGE.                                        RETMNT00
056700 630-CHANGE.                                                      RETMNT00
056800     IF RHIT = 0                                                  RETMNT00
056900         MOVE "RULE NOT ON FILE        " TO RJ-REASON             RETMNT00
057000         GO TO 690-REJECT.                                        RETMNT00
057100     PERFORM 660-EDIT-RULE THRU 660X.                             RETMNT00
057200     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  RETMNT00
057300     PERFORM 670-STORE-RULE.                                      RETMNT00
057400     MOVE "CHANGE  " TO AU-EVENT.                                 RETMNT00
057500     GO TO 680-LOG-CHANGE.                                        RETMNT00
057600 640-DELETE.                                                      RETMNT00
057700     IF RHIT = 0                                                  RETMNT00
057800         MOVE "RULE NOT ON FILE        " TO RJ-REASON             RETMNT00
057900         GO TO 690-REJECT.                                        RETMNT00
058000     MOVE "Y" TO RT-GONE (RHIT).                                  RETMNT00
058100     MOVE "DELETE  " TO AU-EVENT.                                 RETMNT00
058200 680-LOG-CHANGE.                                                  RETMNT00
058300     ADD 1 TO CHANGE-CNT.                                         RETMNT00
058400     MOVE TODAYS-DATE TO AU-DATE.                                 RETMNT00
058500     MOVE WK-CATEGORY TO AU-RESULT.                               RETMNT00
058600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RETMNT00
058700     GO TO 600X.                                                  RETMNT00
058800 690-REJECT.                                                      RETMNT00
058900     MOVE WK-MEDIUM TO RJ-MEDIUM.                                 RETMNT00
059000     MOVE WK-CATEGORY TO RJ-CATEGORY.                             RETMNT00
059100     MOVE WK-PATTERN TO RJ-PATTERN.                               RETMNT00
059200     WRITE REPORT-REC FROM REJECT-LINE.                           RETMNT00
059300     DISPLAY "REJECTED - " RJ-REASON.                             RETMNT00
059400 600X.   EXIT.                                                    RETMNT00
059500 610-FIND-RULE.                                                   RETMNT00
059600     IF RT-GONE (RX) NOT = "Y"                                    RETMNT00
059700         IF RT-MEDIUM (RX) = WK-MEDIUM                            RETMNT00
059800             AND RT-CATEGORY (RX) = WK-CATEGORY                   RETMNT00
059900             AND RT-PATTERN (RX) = WK-PATTERN MOVE RX TO RHIT.    RETMNT00
060000 650-EDIT-KEY.                                                    RETMNT00
060100     NOTE  A DISK RULE MUST NAME ONE OF THE CATEGORIES INVENTRY   RETMNT00
060200         CLASSIFIES BY AND A TAPE RULE ONE OF THE REEL FILE IDS   RETMNT00
060300         THE WRITING PROGRAMS ENTER IN VOLCAT - A MISTYPED KEY    RETMNT00
060400         WOULD OTHERWISE BE A RULE NOTHING EVER APPLIES.          RETMNT00
060500     MOVE SPACES TO RJ-REASON.                                    RETMNT00
060600     MOVE 0 TO KHIT.                                              RETMNT00
060700     IF WK-MEDIUM = "D" GO TO 655-EDIT-DISK.                      RETMNT00
060800     IF WK-MEDIUM NOT = "T"                                       RETMNT00
060900         MOVE "MEDIUM MUST BE D OR T   " TO RJ-REASON             RETMNT00
061000         GO TO 650X.                                              RETMNT00
061100     PERFORM 652-TAPE-ONE VARYING KX FROM 1 BY 1                  RETMNT00
061200         UNTIL KX IS GREATER THAN TAPE-ID-MAX.                    RETMNT00
061300     IF KHIT = 0                                                  RETMNT00
061400         MOVE "UNKNOWN REEL FILE ID    " TO RJ-REASON             RETMNT00
061500         GO TO 650X.                                              RETMNT00
061600     IF WK-PATTERN NOT = SPACES                                   RETMNT00
061700         MOVE "NO SUFFIX PATTERN ON TAPE" TO RJ-REASON.           RETMNT00
061800     GO TO 650X.                                                  RETMNT00
061900 652-TAPE-ONE.                                                    RETMNT00
062000     IF TI-ID (KX) = WK-CATEGORY MOVE KX TO KHIT.                 RETMNT00
062100 655-EDIT-DISK.                                                   RETMNT00
062200     PERFORM 657-DISK-ONE VARYING KX FROM 1 BY 1                  RETMNT00
062300         UNTIL KX IS GREATER THAN DISK-CAT-MAX.                   RETMNT00
062400     IF KHIT = 0                                                  RETMNT00
062500         MOVE "NOT AN INVENTRY CATEGORY" TO RJ-REASON.            RETMNT00
062600 650X.   EXIT.                                                    RETMNT00
062700 657-DISK-ONE.                                                    RETMNT00
062800     IF DC-PREFIX (KX) = WK-CATEGORY MOVE KX TO KHIT.             RETMNT00
062900 660-EDIT-RULE.                                                   RETMNT00
063000     MOVE SPACES TO RJ-REASON.                                    RETMNT00
063100     IF WK-DISP NOT = "P" AND WK-DISP NOT = "A"                   RETMNT00
063200         AND WK-DISP NOT = "K"                                    RETMNT00
063300         MOVE "DISPOSITION MUST BE P A K" TO RJ-REASON            RETMNT00
063400         GO TO 660X.                                              RETMNT00
063500     IF WK-DISP = "A" AND WK-MEDIUM = "T"                         RETMNT00
063600         MOVE "ARCHIVE IS FOR DISK ONLY" TO RJ-REASON             RETMNT00
063700         GO TO 660X.                                              RETMNT00
063800     IF WK-DAYS = SPACES MOVE "000" TO WK-DAYS.                   RETMNT00
063900     IF WK-DAYS NOT NUMERIC                                       RETMNT00
064000         MOVE "INVALID RETENTION DAYS  " TO RJ-REASON             RETMNT00
064100         GO TO 660X.                                              RETMNT00
064200     MOVE WK-DAYS TO DAYS-WORK.                                   RETMNT00
064300     IF DW-DAYS = 0 AND WK-DISP NOT = "K"                         RETMNT00
064400         MOVE "RETENTION DAYS MISSING  " TO RJ-REASON.            RETMNT00
064500 660X.   EXIT.                                                    RETMNT00
064600 670-STORE-RULE.                                                  RETMNT00
064700     MOVE DW-DAYS TO RT-DAYS (RHIT).                              RETMNT00
064800     MOVE WK-DISP TO RT-DISP (RHIT).                              RETMNT00
064900     MOVE WK-NOTE TO RT-NOTE (RHIT).                              RETMNT00
065000     MOVE TODAYS-DATE TO RT-CHANGED (RHIT).                       RETMNT00
065100     MOVE OPERATOR-CODE TO RT-OPERATOR (RHIT).                    RETMNT00
065200 700-REWRITE-RULES.                                               RETMNT00
065300     IF LOAD-OVER-SW = 1                                          RETMNT00
065400         DISPLAY "RETSCHED LEFT UNCHANGED"                        RETMNT00
065500         GO TO 700X.                                              RETMNT00
065600     OPEN OUTPUT RET-SCHED.                                       RETMNT00
065700     PERFORM 710-PUT-ONE THRU 710X VARYING RX FROM 1 BY 1         RETMNT00
065800         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
065900     CLOSE RET-SCHED.                                             RETMNT00
066000     IF SEED-SW = 1                                               RETMNT00
066100         MOVE TODAYS-DATE TO AU-DATE                              RETMNT00
066200         MOVE "SEED    " TO AU-EVENT                              RETMNT00
066300         MOVE "RETSCHED" TO AU-RESULT                             RETMNT00
066400         PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.              RETMNT00
066500 700X.   EXIT.                                                    RETMNT00
066600 710-PUT-ONE.                                                     RETMNT00
066700     IF RT-GONE (RX) = "Y" GO TO 710X.                            RETMNT00
066800     MOVE SPACES TO RS-REC.                                       RETMNT00
066900     MOVE RT-MEDIUM (RX) TO RS-MEDIUM.                            RETMNT00
067000     MOVE RT-CATEGORY (RX) TO RS-CATEGORY.                        RETMNT00
067100     MOVE RT-PATTERN (RX) TO RS-PATTERN.                          RETMNT00
067200     MOVE RT-DAYS (RX) TO RS-DAYS.                                RETMNT00
067300     MOVE RT-DISP (RX) TO RS-DISP.                                RETMNT00
067400     MOVE RT-NOTE (RX) TO RS-NOTE.                                RETMNT00
067500     MOVE RT-CHANGED (RX) TO RS-CHANGED.                          RETMNT00
067600     MOVE RT-OPERATOR (RX) TO RS-OPERATOR.                        RETMNT00
067700     WRITE RS-REC.                                                RETMNT00
067800 710X.   EXIT.                                                    RETMNT00
067900 800-POLICY.                                                      RETMNT00
068000     NOTE  THE POLICY PAGE LISTS EVERY LIVE RULE IN MEDIUM,       RETMNT00
068100         CATEGORY AND PATTERN ORDER, THEN EVERY INVENTRY          RETMNT00
068200         CATEGORY AND REEL FILE ID THAT NO RULE COVERS.           RETMNT00
068300     MOVE SPACES TO REPORT-REC.                                   RETMNT00
068400     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              RETMNT00
068500     MOVE TODAYS-DATE TO PT-DATE.                                 RETMNT00
068600     WRITE REPORT-REC FROM POLICY-TITLE BEFORE ADVANCING 2 LINES. RETMNT00
068700     WRITE REPORT-REC FROM POLICY-HEAD BEFORE ADVANCING 2 LINES.  RETMNT00
068800     PERFORM 805-POLICY-OPEN VARYING RX FROM 1 BY 1               RETMNT00
068900         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
069000     PERFORM 810-PICK-RULE THRU 810X RULE-CNT TIMES.              RETMNT00
069100     WRITE REPORT-REC FROM BLANK-LINE.                            RETMNT00
069200     WRITE REPORT-REC FROM NORULE-HEAD BEFORE ADVANCING 2 LINES.  RETMNT00
069300     MOVE SPACES TO WK-PATTERN.                                   RETMNT00
069400     MOVE "D" TO WK-MEDIUM.                                       RETMNT00
069500     PERFORM 840-DISK-NORULE THRU 840X VARYING KX FROM 1 BY 1     RETMNT00
069600         UNTIL KX IS GREATER THAN DISK-CAT-MAX.                   RETMNT00
069700     MOVE "T" TO WK-MEDIUM.                                       RETMNT00
069800     PERFORM 850-TAPE-NORULE THRU 850X VARYING KX FROM 1 BY 1     RETMNT00
069900         UNTIL KX IS GREATER THAN TAPE-ID-MAX.                    RETMNT00
070000     IF NORULE-CNT = 0                                            RETMNT00
070100         MOVE SPACES TO REPORT-REC                                RETMNT00
070200         MOVE "NONE" TO REPORT-REC                                RETMNT00
070300         WRITE REPORT-REC.                                        RETMNT00
070400 800X.   EXIT.                                                    RETMNT00
070500 805-POLICY-OPEN.                                                 RETMNT00
070600     MOVE RT-GONE (RX) TO RT-DONE (RX).                           RETMNT00
070700 810-PICK-RULE.                                                   RETMNT00
070800     MOVE 0 TO MIN-IX.                                            RETMNT00
070900     PERFORM 815-SCAN-RULE VARYING RX FROM 1 BY 1                 RETMNT00
071000         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
071100     IF MIN-IX = 0 GO TO 810X.                                    RETMNT00
071200     MOVE "Y" TO RT-DONE (MIN-IX).                                RETMNT00
071300     MOVE RT-CATEGORY (MIN-IX) TO PL-CATEGORY.                    RETMNT00
071400     MOVE RT-PATTERN (MIN-IX) TO PL-PATTERN.                      RETMNT00
071500     IF RT-PATTERN (MIN-IX) = SPACES MOVE "ALL" TO PL-PATTERN.    RETMNT00
071600     MOVE RT-DAYS (MIN-IX) TO PL-DAYS.                            RETMNT00
071700     MOVE RT-NOTE (MIN-IX) TO PL-NOTE.                            RETMNT00
071800     MOVE SPACES TO PL-LABEL.                                     RETMNT00
071900     MOVE RT-CATEGORY (MIN-IX) TO WK-CATEGORY.                    RETMNT00
072000     IF RT-MEDIUM (MIN-IX) = "T" GO TO 812-PICK-TAPE.             RETMNT00
072100     MOVE "DISK" TO PL-MEDIUM.                                    RETMNT00
072200     PERFORM 820-DISK-LABEL VARYING KX FROM 1 BY 1                RETMNT00
072300         UNTIL KX IS GREATER THAN DISK-CAT-MAX.                   RETMNT00
072400     GO TO 814-PICK-DISP.                                         RETMNT00
072500 812-PICK-TAPE.                                                   RETMNT00
072600     MOVE "TAPE" TO PL-MEDIUM.                                    RETMNT00
072700     MOVE "   -" TO PL-PATTERN.                                   RETMNT00
072800     PERFORM 825-TAPE-LABEL VARYING KX FROM 1 BY 1                RETMNT00
072900         UNTIL KX IS GREATER THAN TAPE-ID-MAX.                    RETMNT00
073000 814-PICK-DISP.                                                   RETMNT00
073100     MOVE "PURGE             " TO PL-DISP.                        RETMNT00
073200     IF RT-DISP (MIN-IX) = "A"                                    RETMNT00
073300         MOVE "ARCHIVE THEN PURGE" TO PL-DISP.                    RETMNT00
073400     IF RT-DISP (MIN-IX) = "K"                                    RETMNT00
073500         MOVE "KEEP              " TO PL-DISP.                    RETMNT00
073600     WRITE REPORT-REC FROM POLICY-LINE.                           RETMNT00
073700 810X.   EXIT.                                                    RETMNT00
073800 815-SCAN-RULE.                                                   RETMNT00
073900     IF RT-DONE (RX) NOT = "Y"                                    RETMNT00
074000         MOVE RT-MEDIUM (RX) TO SK-MEDIUM                         RETMNT00
074100         MOVE RT-CATEGORY (RX) TO SK-CATEGORY                     RETMNT00
074200         MOVE RT-PATTERN (RX) TO SK-PATTERN                       RETMNT00
074300         IF MIN-IX = 0 OR SORT-KEY IS LESS THAN MIN-KEY           RETMNT00
074400             MOVE SORT-KEY TO MIN-KEY                             RETMNT00
074500             MOVE RX TO MIN-IX.                                   RETMNT00
074600 820-DISK-LABEL.                                                  RETMNT00
074700     IF DC-PREFIX (KX) = WK-CATEGORY                              RETMNT00
074800         MOVE DC-LABEL (KX) TO PL-LABEL.                          RETMNT00
074900 825-TAPE-LABEL.                                                  RETMNT00
075000     IF TI-ID (KX) = WK-CATEGORY                                  RETMNT00
075100         MOVE TI-LABEL (KX) TO PL-LABEL.                          RETMNT00
075200 840-DISK-NORULE.                                                 RETMNT00
075300     MOVE DC-PREFIX (KX) TO WK-CATEGORY.                          RETMNT00
075400     MOVE 0 TO RHIT.                                              RETMNT00
075500     PERFORM 610-FIND-RULE VARYING RX FROM 1 BY 1                 RETMNT00
075600         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
075700     IF RHIT IS GREATER THAN 0 GO TO 840X.                        RETMNT00
075800     ADD 1 TO NORULE-CNT.                                         RETMNT00
075900     MOVE SPACES TO POLICY-LINE.                                  RETMNT00
076000     MOVE "DISK" TO PL-MEDIUM.                                    RETMNT00
076100     MOVE DC-PREFIX (KX) TO PL-CATEGORY.                          RETMNT00
076200     MOVE DC-LABEL (KX) TO PL-LABEL.                              RETMNT00
076300     MOVE "NO RULE - KEPT UNTIL REMOVED" TO PL-NOTE.              RETMNT00
076400     WRITE REPORT-REC FROM POLICY-LINE.                           RETMNT00
076500 840X.   EXIT.                                                    RETMNT00
076600 850-TAPE-NORULE.                                                 RETMNT00
076700     MOVE TI-ID (KX) TO WK-CATEGORY.                              RETMNT00
076800     MOVE 0 TO RHIT.                                              RETMNT00
076900     PERFORM 610-FIND-RULE VARYING RX FROM 1 BY 1                 RETMNT00
077000         UNTIL RX IS GREATER THAN RULE-CNT.                       RETMNT00
077100     IF RHIT IS GREATER THAN 0 GO TO 850X.                        RETMNT00
077200     ADD 1 TO NORULE-CNT.                                         RETMNT00
077300     MOVE SPACES TO POLICY-LINE.                                  RETMNT00
077400     MOVE "TAPE" TO PL-MEDIUM.                                    RETMNT00
077500     MOVE TI-ID (KX) TO PL-CATEGORY.                              RETMNT00
077600     MOVE TI-LABEL (KX) TO PL-LABEL.                              RETMNT00
077700     MOVE "NO RULE - SAVE FACTOR AT WRITE" TO PL-NOTE.            RETMNT00
077800     WRITE REPORT-REC FROM POLICY-LINE.                           RETMNT00
077900 850X.   EXIT.                                                    RETMNT00
078000 950-AUDIT-START.                                                 RETMNT00
078100     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     RETMNT00
078200     MOVE TODAYS-DATE TO AU-DATE.                                 RETMNT00
078300     MOVE "START   " TO AU-EVENT.                                 RETMNT00
078400     MOVE SPACES TO AU-RESULT.                                    RETMNT00
078500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RETMNT00
078600 955-AUDIT-END.                                                   RETMNT00
078700     MOVE TODAYS-DATE TO AU-DATE.                                 RETMNT00
078800     MOVE "END     " TO AU-EVENT.                                 RETMNT00
078900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RETMNT00
079000 970-AUDIT-WRITE.                                                 RETMNT00
079100     COMPUTE AU-TIME-HOLD = DATA (1).                             RETMNT00
079200     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     RETMNT00
079300     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            RETMNT00
079400     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       RETMNT00
079500     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              RETMNT00
079600     OPEN I-O AUDIT-TRAIL.                                        RETMNT00
079700     MOVE AUDIT-REC TO AU-SAVE-REC.                               RETMNT00
079800     MOVE 1 TO AU-KEY.                                            RETMNT00
079900     READ AUDIT-TRAIL INVALID KEY                                 RETMNT00
080000         MOVE 2 TO AC-NEXT-SLOT.                                  RETMNT00
080100     IF AC-NEXT-SLOT NOT NUMERIC                                  RETMNT00
080200         MOVE 2 TO AC-NEXT-SLOT.                                  RETMNT00
080300     IF AC-NEXT-SLOT IS LESS THAN 2                               RETMNT00
080400         MOVE 2 TO AC-NEXT-SLOT.                                  RETMNT00
080500     MOVE AC-NEXT-SLOT TO AU-NEXT.                                RETMNT00
080600 980-AUDIT-SKIP.                                                  RETMNT00
080700     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          RETMNT00
080800         TOOK IT SINCE THE CONTROL RECORD WAS READ -              RETMNT00
080900         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          RETMNT00
081000         OVERWRITING EACH OTHERS EVENTS.                          RETMNT00
081100     MOVE AU-NEXT TO AU-KEY.                                      RETMNT00
081200     READ AUDIT-TRAIL INVALID KEY                                 RETMNT00
081300         GO TO 985-AUDIT-FREE.                                    RETMNT00
081400     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  RETMNT00
081500     ADD 1 TO AU-NEXT.                                            RETMNT00
081600     GO TO 980-AUDIT-SKIP.                                        RETMNT00
081700 985-AUDIT-FREE.                                                  RETMNT00
081800     MOVE 1 TO AU-KEY.                                            RETMNT00
081900     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       RETMNT00
082000     MOVE 0 TO AU-HASH.                                           RETMNT00
082100     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  RETMNT00
082200     MOVE AU-NEXT TO AU-KEY.                                      RETMNT00
082300     MOVE AU-SAVE-REC TO AUDIT-REC.                               RETMNT00
082400     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                RETMNT00
082500 990-AUDIT-PUT.                                                   RETMNT00
082600     WRITE AUDIT-REC INVALID KEY                                  RETMNT00
082700         DISPLAY "AUDIT TRAIL FULL".                              RETMNT00
082800     ADD 1 TO AU-NEXT.                                            RETMNT00
082900     MOVE 1 TO AU-KEY.                                            RETMNT00
083000     MOVE SPACES TO AUDIT-REC.                                    RETMNT00
083100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                RETMNT00
083200     MOVE AU-HASH TO AC-HASH.                                     RETMNT00
083300     WRITE AUDIT-REC INVALID KEY                                  RETMNT00
083400         DISPLAY "AUDIT CONTROL ERROR".                           RETMNT00
083500     MOVE AU-SAVE-REC TO AUDIT-REC.                               RETMNT00
083600     CLOSE AUDIT-TRAIL.                                           RETMNT00
083700 991-AUDIT-HASH.                                                  RETMNT00
083800     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        RETMNT00
083900         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     RETMNT00
084000         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     RETMNT00
084100         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         RETMNT00
084200         REMOVED AFTER IT WAS WRITTEN.                            RETMNT00
084300     MOVE AUDIT-REC TO AU-HASH-REC.                               RETMNT00
084400     MOVE 0 TO AU-REC-SUM.                                        RETMNT00
084500     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        RETMNT00
084600         UNTIL AU-CX IS GREATER THAN 44.                          RETMNT00
084700     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       RETMNT00
084800         MOD 999999937.                                           RETMNT00
084900     GO TO 994-AUDIT-HASH-X.                                      RETMNT00
085000 992-AUDIT-HASH-CHAR.                                             RETMNT00
085100     MOVE 49 TO AU-CODE.                                          RETMNT00
085200     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        RETMNT00
085300         UNTIL AU-TX IS GREATER THAN 48.                          RETMNT00
085400     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           RETMNT00
085500 993-AUDIT-HASH-LOOK.                                             RETMNT00
085600     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    RETMNT00
085700 994-AUDIT-HASH-X.                                                RETMNT00
085800     EXIT.                                                        RETMNT00
085900 940-AUTH-CHECK.                                                  RETMNT00
086000     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         RETMNT00
086100         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           RETMNT00
086200         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            RETMNT00
086300         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          RETMNT00
086400         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        RETMNT00
086500         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            RETMNT00
086600     MOVE 0 TO AUTH-OK-SW.                                        RETMNT00
086700     OPEN INPUT AUTH-FILE.                                        RETMNT00
086800     IF AUTH-FILE-STATUS NOT = "00"                               RETMNT00
086900         MOVE 1 TO AUTH-OK-SW                                     RETMNT00
087000         GO TO 945-AUTH-X.                                        RETMNT00
087100 941-AUTH-READ.                                                   RETMNT00
087200     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   RETMNT00
087300     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         RETMNT00
087400     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                RETMNT00
087500     GO TO 941-AUTH-READ.                                         RETMNT00
087600 943-AUTH-DONE.                                                   RETMNT00
087700     CLOSE AUTH-FILE.                                             RETMNT00
087800     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          RETMNT00
087900     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               RETMNT00
088000     MOVE TODAYS-DATE TO AU-DATE.                                 RETMNT00
088100     MOVE "AUTHFAIL" TO AU-EVENT.                                 RETMNT00
088200     MOVE "REFUSED " TO AU-RESULT.                                RETMNT00
088300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RETMNT00
088400     STOP RUN.                                                    RETMNT00
088500 945-AUTH-X.                                                      RETMNT00
088600     EXIT.                                                        RETMNT00
088700 946-AUTH-GRANT.                                                  RETMNT00
088800     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          RETMNT00
088900         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         RETMNT00
089000         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            RETMNT00
089100         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                RETMNT00
089200     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            RETMNT00
089300     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            RETMNT00
089400         + AUTH-DATE-IN DIV 100.                                  RETMNT00
089500     IF RA-EXPIRES NUMERIC                                        RETMNT00
089600         IF RA-EXPIRES NOT = 0                                    RETMNT00
089700             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                RETMNT00
089800                 GO TO 947-AUTH-GRANT-X.                          RETMNT00
089900     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             RETMNT00
090000     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             RETMNT00
090100 947-AUTH-GRANT-X.                                                RETMNT00
090200     EXIT.                                                        RETMNT00
090300 930-OPER-SIGNON.                                                 RETMNT00
090400     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      RETMNT00
090500         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       RETMNT00
090600         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          RETMNT00
090700         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       RETMNT00
090800         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           RETMNT00
090900         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         RETMNT00
091000         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                RETMNT00
091100     MOVE 0 TO OPER-TRIES.                                        RETMNT00
091200 931-OPER-ASK.                                                    RETMNT00
091300     ADD 1 TO OPER-TRIES.                                         RETMNT00
091400     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            RETMNT00
091500     ACCEPT OPERATOR-CODE.                                        RETMNT00
091600     MOVE OPERATOR-CODE TO AU-OPERATOR.                           RETMNT00
091700     MOVE 0 TO OPER-OK-SW.                                        RETMNT00
091800     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               RETMNT00
091900     OPEN INPUT OPER-FILE.                                        RETMNT00
092000     IF OPER-FILE-STATUS NOT = "00"                               RETMNT00
092100         MOVE 1 TO OPER-OK-SW                                     RETMNT00
092200         GO TO 933-OPER-DONE.                                     RETMNT00
092300 932-OPER-READ.                                                   RETMNT00
092400     READ OPER-FILE AT END                                        RETMNT00
092500         CLOSE OPER-FILE                                          RETMNT00
092600         GO TO 933-OPER-DONE.                                     RETMNT00
092700     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          RETMNT00
092800     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 RETMNT00
092900     GO TO 932-OPER-READ.                                         RETMNT00
093000 933-OPER-DONE.                                                   RETMNT00
093100     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       RETMNT00
093200     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           RETMNT00
093300     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             RETMNT00
093400     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             RETMNT00
093500     MOVE TODAYS-DATE TO AU-DATE.                                 RETMNT00
093600     MOVE "SIGNFAIL" TO AU-EVENT.                                 RETMNT00
093700     MOVE "REFUSED " TO AU-RESULT.                                RETMNT00
093800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  RETMNT00
093900     STOP RUN.                                                    RETMNT00
094000 934-OPER-AUTH.                                                   RETMNT00
094100     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      RETMNT00
094200 935-OPER-X.                                                      RETMNT00
094300     EXIT.                                                        RETMNT00
094400 END-OF-JOB.                                                      RETMNT00
