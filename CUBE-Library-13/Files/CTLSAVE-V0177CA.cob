000100CTLSAVE     000177CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  DIRSAVE PROTECTS THE DISK DIRECTORY BUT THE CONTROL FILES THE         00
000900  WHOLE LIBRARY SHARES HAD NO BACKUP OF THEIR OWN. THIS RUN DUMPS       00
001000  ALL OF THEM TO ONE LABELLED REEL (CTLTAPE) IN A SINGLE PASS AND       00
001100  PUTS THEM BACK FROM IT -                                              00
001200     AUDITTRL RUNAUTH  LOGSUMRY LOGHIST  BILLSUMR RATECARD              00
001300     PROGNORM OPSTREND DEVTREND DIRTREND SOLTINDX VOLCAT                00
001400     PCHQUEUE PCHLOG   DATADICT DTABLIB  KWICMSTR SRCLIB                00
001410     RETSCHED DICTNDX                                                   00
001500                                                                        00
001600  THE FIRST REPLY AFTER SIGN-ON PICKS THE MODE -                        00
001700     D  DUMP EVERY CONTROL FILE TO A NEW CTLTAPE (CLOSED WITH           00
001800        LOCK). THE REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL           00
001900        AND CATALOGUED UNDER FILE ID CTLTAPE WITH VAULT CLASS V         00
002000        SO VAULTROT SENDS IT OFF-SITE ON THE NEXT COURIER DAY.          00
002100     R  RESTORE FROM A MOUNTED CTLTAPE - EITHER ONE NAMED FILE          00
002200        OR ALL FOR THE WHOLE SET. THE REEL DATE IS SHOWN AND A          00
002300        Y CONFIRM IS DEMANDED BEFORE ANY LIVE FILE IS TOUCHED.          00
002310        DATADICT AND DICTNDX GO BACK ONLY AS A PAIR - NAMING            00
002320        EITHER ONE RESTORES BOTH, SINCE THE BLOCK INDEX MUST            00
002330        DESCRIBE THE SLOTS IT IS USED WITH. A REEL DUMPED BEFORE        00
002340        DICTNDX JOINED THE SET REFUSES EITHER ONE BY NAME, AND A        00
002350        FULL RESTORE FROM IT LEAVES THE LIVE DATADICT AS IT IS.         00
002400                                                                        00
002500  THE REEL STARTS WITH A HEADER RECORD (DATE, RUN IDENTIFIER,           00
002600  OPERATOR). EACH FILE FOLLOWS AS DATA BLOCKS HOLDING AS MANY OF        00
002700  ITS RECORDS AS FIT IN 2648 CHARACTERS, THEN A CONTENTS RECORD         00
002800  (FILE ID, RECORD COUNT, DATE, RECORD SIZE, PRESENT OR MISSING).       00
002900  AN END RECORD CLOSES THE SET. A FILE MISSING AT DUMP TIME IS          00
003000  NEVER RESTORED OVER THE LIVE ONE. A RESTORED COUNT THAT DIFFERS       00
003100  FROM THE CONTENTS RECORD IS REPORTED ON THE CONSOLE.                  00
003200                                                                        00
003300  EVERY FILE DUMPED, MISSING OR RESTORED IS LOGGED TO THE SHARED        00
003400  AUDIT TRAIL (CTLDUMP, CTLNONE, CTLREST, CTLSHORT) WITH ITS FILE       00
003500  ID AS THE RESULT. AUDITTRL IS THE FIRST FILE ON THE REEL, SO A        00
003600  FULL RESTORE PUTS THE TRAIL BACK FIRST AND THE EVENTS FOR THE         00
003700  OTHER FILES ARE ADDED TO THE RESTORED TRAIL.                          00
003800                                                                        00
003900                                                                        00
004000 IDENTIFICATION DIVISION.                                         CTLSAV00
004100 PROGRAM-ID. CONTROL FILE BACKUP AND RESTORE "CTLSAVE".           CTLSAV00
004200 DATE-COMPILED.                                                   CTLSAV00
004300 REMARKS. DUMPS THE SHARED CONTROL FILES OF THE LIBRARY TO ONE    CTLSAV00
004400     LABELLED TAPE WITH A CONTENTS RECORD PER FILE, AND RESTORES  CTLSAV00
004500     THE WHOLE SET OR ONE NAMED FILE FROM THAT TAPE.              CTLSAV00
004600 ENVIRONMENT DIVISION.                                            CTLSAV00
004700 CONFIGURATION SECTION.                                           CTLSAV00
004800 SOURCE-COMPUTER. B-5500.                                         CTLSAV00
004900 OBJECT-COMPUTER. B-5500.                                         CTLSAV00
005000 INPUT-OUTPUT SECTION.                                            CTLSAV00
005100 FILE-CONTROL.                                                    CTLSAV00
005200     SELECT AUTH-FILE ASSIGN TO DISK                              CTLSAV00
005300         FILE STATUS IS AUTH-FILE-STATUS.                         CTLSAV00
005400     SELECT OPER-FILE ASSIGN TO DISK                              CTLSAV00
005500         FILE STATUS IS OPER-FILE-STATUS.                         CTLSAV00
005600     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           CTLSAV00
005700     SELECT CTL-TAPE ASSIGN TO TAPE.                              CTLSAV00
005800     SELECT VOL-CATALOG ASSIGN TO DISK                            CTLSAV00
005900         FILE STATUS IS VOL-STATUS.                               CTLSAV00
006000     SELECT AUD-COPY ASSIGN TO DISK                               CTLSAV00
006100         FILE STATUS IS COPY-STATUS.                              CTLSAV00
006200     SELECT SUM-COPY ASSIGN TO DISK                               CTLSAV00
006300         FILE STATUS IS COPY-STATUS.                              CTLSAV00
006400     SELECT HIST-COPY ASSIGN TO DISK                              CTLSAV00
006500         FILE STATUS IS COPY-STATUS.                              CTLSAV00
006600     SELECT BILL-COPY ASSIGN TO DISK                              CTLSAV00
006700         FILE STATUS IS COPY-STATUS.                              CTLSAV00
006800     SELECT RATE-COPY ASSIGN TO DISK                              CTLSAV00
006900         FILE STATUS IS COPY-STATUS.                              CTLSAV00
007000     SELECT NORM-COPY ASSIGN TO DISK                              CTLSAV00
007100         FILE STATUS IS COPY-STATUS.                              CTLSAV00
007200     SELECT OPS-COPY ASSIGN TO DISK                               CTLSAV00
007300         FILE STATUS IS COPY-STATUS.                              CTLSAV00
007400     SELECT DEV-COPY ASSIGN TO DISK                               CTLSAV00
007500         FILE STATUS IS COPY-STATUS.                              CTLSAV00
007600     SELECT DIR-COPY ASSIGN TO DISK                               CTLSAV00
007700         FILE STATUS IS COPY-STATUS.                              CTLSAV00
007800     SELECT SOLT-COPY ASSIGN TO DISK                              CTLSAV00
007900         FILE STATUS IS COPY-STATUS.                              CTLSAV00
008000     SELECT QUEUE-COPY ASSIGN TO DISK                             CTLSAV00
008100         FILE STATUS IS COPY-STATUS.                              CTLSAV00
008200     SELECT PLOG-COPY ASSIGN TO DISK                              CTLSAV00
008300         FILE STATUS IS COPY-STATUS.                              CTLSAV00
008400     SELECT DICT-COPY ASSIGN TO DISK                              CTLSAV00
008500         FILE STATUS IS COPY-STATUS.                              CTLSAV00
008600     SELECT TLIB-COPY ASSIGN TO DISK                              CTLSAV00
008700         FILE STATUS IS COPY-STATUS.                              CTLSAV00
008800     SELECT KWIC-COPY ASSIGN TO DISK                              CTLSAV00
008900         FILE STATUS IS COPY-STATUS.                              CTLSAV00
009000     SELECT SRC-COPY ASSIGN TO DISK                               CTLSAV00
009100         FILE STATUS IS COPY-STATUS.                              CTLSAV00
009110     SELECT RET-COPY ASSIGN TO DISK                               CTLSAV00
009120         FILE STATUS IS COPY-STATUS.                              CTLSAV00
009130     SELECT NDX-COPY ASSIGN TO DISK                               CTLSAV00
009140         FILE STATUS IS COPY-STATUS.                              CTLSAV00
009200 DATA DIVISION.                                                   CTLSAV00
009300 FILE SECTION.                                                    CTLSAV00
009400 MD  AUTH-FILE                                                    CTLSAV00
009500     ACCESS SEQUENTIAL                                            CTLSAV00
009600     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
009700     VALUE OF ID "RUNAUTH"                                        CTLSAV00
009800     DATA RECORD AUTH-REC.                                        CTLSAV00
009900 01  AUTH-REC        SZ 80.                                       CTLSAV00
010000     05  RA-RUN-ID       PC X(7).                                 CTLSAV00
010100     05  FILLER          SZ 1.                                    CTLSAV00
010200     05  RA-PROGRAM      PC X(8).                                 CTLSAV00
010300     05  FILLER          SZ 1.                                    CTLSAV00
010400     05  RA-EXPIRES      PC 9(6).                                 CTLSAV00
010500     05  FILLER          SZ 57.                                   CTLSAV00
010600 MD  OPER-FILE                                                    CTLSAV00
010700     ACCESS SEQUENTIAL                                            CTLSAV00
010800     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
010900     VALUE OF ID "OPROSTER"                                       CTLSAV00
011000     DATA RECORD OPER-REC.                                        CTLSAV00
011100 01  OPER-REC        SZ 80.                                       CTLSAV00
011200     05  OR-CODE         PC X(3).                                 CTLSAV00
011300     05  FILLER          SZ 1.                                    CTLSAV00
011400     05  OR-NAME         PC X(20).                                CTLSAV00
011500     05  FILLER          SZ 1.                                    CTLSAV00
011600     05  OR-STATUS       PC X.                                    CTLSAV00
011700     05  FILLER          SZ 54.                                   CTLSAV00
011800 MD  AUDIT-TRAIL                                                  CTLSAV00
011900     ACCESS MODE IS RANDOM                                        CTLSAV00
012000     ACTUAL KEY IS AU-KEY                                         CTLSAV00
012100     RECORD CONTAINS 44 CHARACTERS                                CTLSAV00
012200     LABEL RECORD IS STANDARD                                     CTLSAV00
012300     VALUE OF ID IS "AUDITTRL"                                    CTLSAV00
012400     DATA RECORD IS AUDIT-REC.                                    CTLSAV00
012500 01  AUDIT-REC       SZ 44.                                       CTLSAV00
012600     05  AU-PROGRAM      PC X(8)  VA "CTLSAVE ".                  CTLSAV00
012700     05  AU-DATE         PC 9(6).                                 CTLSAV00
012800     05  AU-TIME         PC 9(4).                                 CTLSAV00
012900     05  AU-EVENT        PC X(8).                                 CTLSAV00
013000     05  AU-RESULT       PC X(8).                                 CTLSAV00
013100     05  AU-RUN-ID       PC X(7).                                 CTLSAV00
013200     05  AU-OPERATOR     PC X(3).                                 CTLSAV00
013300 01  AUDIT-CTL.                                                   CTLSAV00
013400     05  AC-NEXT-SLOT    PC 9(8).                                 CTLSAV00
013500     05  AC-HASH         PC 9(9).                                 CTLSAV00
013600     05  FILLER          SZ 27.                                   CTLSAV00
013700 FD  CTL-TAPE                                                     CTLSAV00
013800     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
013900     RECORD CONTAINS 2660 CHARACTERS                              CTLSAV00
014000     LABEL RECORD IS STANDARD                                     CTLSAV00
014100     VALUE OF ID IS "CTLTAPE"   SAVE-FACTOR 030                   CTLSAV00
014200     DATA RECORDS ARE CT-REC CT-HEAD CT-CONTENTS CT-BLK44         CTLSAV00
014300         CT-BLK80 CT-BLK110 CT-BLK653 CT-BLK808 CT-BLK818.        CTLSAV00
014400 01  CT-REC              SZ 2660.                                 CTLSAV00
014500     05  CT-TYPE             PC X.                                CTLSAV00
014600     05  CT-FILE-ID          PC X(8).                             CTLSAV00
014700     05  CT-COUNT            PC 999.                              CTLSAV00
014800     05  CT-AREA             SZ 2648.                             CTLSAV00
014900 01  CT-HEAD             SZ 2660.                                 CTLSAV00
015000     05  CH-TYPE             PC X.                                CTLSAV00
015100     05  CH-TAPE-ID          PC X(8).                             CTLSAV00
015200     05  FILLER              SZ 3.                                CTLSAV00
015300     05  CH-DATE             PC 9(6).                             CTLSAV00
015400     05  CH-RUN-ID           PC X(7).                             CTLSAV00
015500     05  CH-OPERATOR         PC X(3).                             CTLSAV00
015600     05  CH-FILES            PC 99.                               CTLSAV00
015700     05  FILLER              SZ 2630.                             CTLSAV00
015800 01  CT-CONTENTS         SZ 2660.                                 CTLSAV00
015900     05  CC-TYPE             PC X.                                CTLSAV00
016000     05  CC-FILE-ID          PC X(8).                             CTLSAV00
016100     05  FILLER              SZ 3.                                CTLSAV00
016200     05  CC-RECORDS          PC 9(7).                             CTLSAV00
016300     05  CC-DATE             PC 9(6).                             CTLSAV00
016400     05  CC-LEN              PC 9(4).                             CTLSAV00
016500     05  CC-STATE            PC X(8).                             CTLSAV00
016600     05  FILLER              SZ 2623.                             CTLSAV00
016700 01  CT-BLK44            SZ 2660.                                 CTLSAV00
016800     05  FILLER              SZ 12.                               CTLSAV00
016900     05  CT-R44          OC 60   SZ 44.                           CTLSAV00
017000         10  FILLER              SZ 44.                           CTLSAV00
017100     05  FILLER              SZ 8.                                CTLSAV00
017200 01  CT-BLK80            SZ 2660.                                 CTLSAV00
017300     05  FILLER              SZ 12.                               CTLSAV00
017400     05  CT-R80          OC 33   SZ 80.                           CTLSAV00
017500         10  FILLER              SZ 80.                           CTLSAV00
017600     05  FILLER              SZ 8.                                CTLSAV00
017700 01  CT-BLK110           SZ 2660.                                 CTLSAV00
017800     05  FILLER              SZ 12.                               CTLSAV00
017900     05  CT-R110         OC 24   SZ 110.                          CTLSAV00
018000         10  FILLER              SZ 110.                          CTLSAV00
018100     05  FILLER              SZ 8.                                CTLSAV00
018200 01  CT-BLK653           SZ 2660.                                 CTLSAV00
018300     05  FILLER              SZ 12.                               CTLSAV00
018400     05  CT-R653         OC 4    SZ 653.                          CTLSAV00
018500         10  FILLER              SZ 653.                          CTLSAV00
018600     05  FILLER              SZ 36.                               CTLSAV00
018700 01  CT-BLK808           SZ 2660.                                 CTLSAV00
018800     05  FILLER              SZ 12.                               CTLSAV00
018900     05  CT-R808         OC 3    SZ 808.                          CTLSAV00
019000         10  FILLER              SZ 808.                          CTLSAV00
019100     05  FILLER              SZ 224.                              CTLSAV00
019200 01  CT-BLK818           SZ 2660.                                 CTLSAV00
019300     05  FILLER              SZ 12.                               CTLSAV00
019400     05  CT-R818         OC 3    SZ 818.                          CTLSAV00
019500         10  FILLER              SZ 818.                          CTLSAV00
019600     05  FILLER              SZ 194.                              CTLSAV00
019700 MD  VOL-CATALOG                                                  CTLSAV00
019800     ACCESS SEQUENTIAL                                            CTLSAV00
019900     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
020000     VALUE OF ID "VOLCAT"                                         CTLSAV00
020100     DATA RECORD VC-REC.                                          CTLSAV00
020200 01  VC-REC          SZ 80.                                       CTLSAV00
020300     05  VC-SERIAL       PC X(6).                                 CTLSAV00
020400     05  FILLER          SZ 1.                                    CTLSAV00
020500     05  VC-FILE-ID      PC X(8).                                 CTLSAV00
020600     05  FILLER          SZ 1.                                    CTLSAV00
020700     05  VC-PROGRAM      PC X(8).                                 CTLSAV00
020800     05  FILLER          SZ 1.                                    CTLSAV00
020900     05  VC-DATE         PC 9(6).                                 CTLSAV00
021000     05  FILLER          SZ 1.                                    CTLSAV00
021100     05  VC-SAVE         PC 9(3).                                 CTLSAV00
021200     05  FILLER          SZ 28.                                   CTLSAV00
021300     05  VC-POOL         PC X.                                    CTLSAV00
021400     05  FILLER          SZ 1.                                    CTLSAV00
021500     05  VC-RACK         PC X(5).                                 CTLSAV00
021600     05  FILLER          SZ 1.                                    CTLSAV00
021700     05  VC-LOC          PC X.                                    CTLSAV00
021800     05  FILLER          SZ 1.                                    CTLSAV00
021900     05  VC-CLASS        PC X.                                    CTLSAV00
022000     05  FILLER          SZ 6.                                    CTLSAV00
022100 MD  AUD-COPY                                                     CTLSAV00
022200     ACCESS SEQUENTIAL                                            CTLSAV00
022300     RECORD CONTAINS 44 CHARACTERS                                CTLSAV00
022400     LABEL RECORD IS STANDARD                                     CTLSAV00
022500     VALUE OF ID IS "AUDITTRL"                                    CTLSAV00
022600     DATA RECORD IS AUD-CREC.                                     CTLSAV00
022700 01  AUD-CREC        SZ 44.                                       CTLSAV00
022800 MD  SUM-COPY                                                     CTLSAV00
022900     ACCESS SEQUENTIAL                                            CTLSAV00
023000     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
023100     VALUE OF ID "LOGSUMRY"                                       CTLSAV00
023200     DATA RECORD SUM-CREC.                                        CTLSAV00
023300 01  SUM-CREC        SZ 80.                                       CTLSAV00
023400 MD  HIST-COPY                                                    CTLSAV00
023500     ACCESS SEQUENTIAL                                            CTLSAV00
023600     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
023700     VALUE OF ID "LOGHIST"                                        CTLSAV00
023800     DATA RECORD HIST-CREC.                                       CTLSAV00
023900 01  HIST-CREC       SZ 818.                                      CTLSAV00
024000 MD  BILL-COPY                                                    CTLSAV00
024100     ACCESS SEQUENTIAL                                            CTLSAV00
024200     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
024300     VALUE OF ID "BILLSUMR"                                       CTLSAV00
024400     DATA RECORD BILL-CREC.                                       CTLSAV00
024500 01  BILL-CREC       SZ 80.                                       CTLSAV00
024600 MD  RATE-COPY                                                    CTLSAV00
024700     ACCESS SEQUENTIAL                                            CTLSAV00
024800     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
024900     VALUE OF ID "RATECARD"                                       CTLSAV00
025000     DATA RECORD RATE-CREC.                                       CTLSAV00
025100 01  RATE-CREC       SZ 80.                                       CTLSAV00
025200 MD  NORM-COPY                                                    CTLSAV00
025300     ACCESS SEQUENTIAL                                            CTLSAV00
025400     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
025500     VALUE OF ID "PROGNORM"                                       CTLSAV00
025600     DATA RECORD NORM-CREC.                                       CTLSAV00
025700 01  NORM-CREC       SZ 80.                                       CTLSAV00
025800 MD  OPS-COPY                                                     CTLSAV00
025900     ACCESS SEQUENTIAL                                            CTLSAV00
026000     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
026100     VALUE OF ID "OPSTREND"                                       CTLSAV00
026200     DATA RECORD OPS-CREC.                                        CTLSAV00
026300 01  OPS-CREC        SZ 808.                                      CTLSAV00
026400 MD  DEV-COPY                                                     CTLSAV00
026500     ACCESS SEQUENTIAL                                            CTLSAV00
026600     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
026700     VALUE OF ID "DEVTREND"                                       CTLSAV00
026800     DATA RECORD DEV-CREC.                                        CTLSAV00
026900 01  DEV-CREC        SZ 2648.                                     CTLSAV00
027000 MD  DIR-COPY                                                     CTLSAV00
027100     ACCESS SEQUENTIAL                                            CTLSAV00
027200     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
027300     VALUE OF ID "DIRTREND"                                       CTLSAV00
027400     DATA RECORD DIR-CREC.                                        CTLSAV00
027500 01  DIR-CREC        SZ 653.                                      CTLSAV00
027600 MD  SOLT-COPY                                                    CTLSAV00
027700     ACCESS SEQUENTIAL                                            CTLSAV00
027800     LABEL RECORD STANDARD                                        CTLSAV00
027900     VALUE OF ID "SOLTINDX"                                       CTLSAV00
028000     DATA RECORD SOLT-CREC.                                       CTLSAV00
028100 01  SOLT-CREC       SZ 80.                                       CTLSAV00
028200 MD  QUEUE-COPY                                                   CTLSAV00
028300     ACCESS MODE IS SEQUENTIAL                                    CTLSAV00
028400     RECORD CONTAINS 80 CHARACTERS                                CTLSAV00
028500     LABEL RECORD IS STANDARD                                     CTLSAV00
028600     VALUE OF ID IS "PCHQUEUE"                                    CTLSAV00
028700     DATA RECORD IS QUEUE-CREC.                                   CTLSAV00
028800 01  QUEUE-CREC      SZ 80.                                       CTLSAV00
028900 MD  PLOG-COPY                                                    CTLSAV00
029000     ACCESS MODE IS SEQUENTIAL                                    CTLSAV00
029100     RECORD CONTAINS 80 CHARACTERS                                CTLSAV00
029200     LABEL RECORD IS STANDARD                                     CTLSAV00
029300     VALUE OF ID IS "PCHLOG"                                      CTLSAV00
029400     DATA RECORD IS PLOG-CREC.                                    CTLSAV00
029500 01  PLOG-CREC       SZ 80.                                       CTLSAV00
029600 MD  DICT-COPY                                                    CTLSAV00
029700     ACCESS SEQUENTIAL                                            CTLSAV00
029800     LABEL RECORD STANDARD                                        CTLSAV00
029900     VALUE OF ID "DATADICT"                                       CTLSAV00
030000     DATA RECORD DICT-CREC.                                       CTLSAV00
030100 01  DICT-CREC       SZ 80.                                       CTLSAV00
030200 MD  TLIB-COPY                                                    CTLSAV00
030300     ACCESS SEQUENTIAL                                            CTLSAV00
030400     LABEL RECORD STANDARD                                        CTLSAV00
030500     VALUE OF ID "DTABLIB"                                        CTLSAV00
030600     DATA RECORD TLIB-CREC.                                       CTLSAV00
030700 01  TLIB-CREC       SZ 110.                                      CTLSAV00
030800 MD  KWIC-COPY                                                    CTLSAV00
030900     ACCESS SEQUENTIAL                                            CTLSAV00
031000     RECORD CONTAINS 80 CHARACTERS                                CTLSAV00
031100     BLOCK CONTAINS 15 RECORDS                                    CTLSAV00
031200     LABEL RECORD IS STANDARD                                     CTLSAV00
031300     VALUE OF ID IS "KWICMSTR"                                    CTLSAV00
031400     DATA RECORDS ARE KWIC-CREC.                                  CTLSAV00
031500 01  KWIC-CREC       SZ 80.                                       CTLSAV00
031600 MD  SRC-COPY                                                     CTLSAV00
031700     FILE CONTAINS 60 | 1500 RECORDS                              CTLSAV00
031800     ACCESS MODE SEQUENTIAL                                       CTLSAV00
031900     BLOCK CONTAINS 15 RECORDS                                    CTLSAV00
032000     RECORD CONTAINS 80 CHARACTERS                                CTLSAV00
032100     LABEL RECORD IS STANDARD                                     CTLSAV00
032200     VALUE OF ID IS "SRCLIB"                                      CTLSAV00
032300     DATA RECORD IS SRC-CREC.                                     CTLSAV00
032400 01  SRC-CREC        SZ 80.                                       CTLSAV00
032410 MD  RET-COPY                                                     CTLSAV00
032420     ACCESS SEQUENTIAL                                            CTLSAV00
032430     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
032440     VALUE OF ID "RETSCHED"                                       CTLSAV00
032450     DATA RECORD RET-CREC.                                        CTLSAV00
032460 01  RET-CREC        SZ 80.                                       CTLSAV00
032470 MD  NDX-COPY                                                     CTLSAV00
032480     ACCESS SEQUENTIAL                                            CTLSAV00
032490     BLOCK CONTAINS 1 RECORDS                                     CTLSAV00
032491     VALUE OF ID "DICTNDX"                                        CTLSAV00
032492     DATA RECORD NDX-CREC.                                        CTLSAV00
032493 01  NDX-CREC        SZ 80.                                       CTLSAV00
032500 WORKING-STORAGE SECTION.                                         CTLSAV00
032600 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        CTLSAV00
032700 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     CTLSAV00
032800 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     CTLSAV00
032900 77  OPERATOR-CODE   VA SPACE        PC X(3).                     CTLSAV00
033000 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        CTLSAV00
033100 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        CTLSAV00
033200 77  AUTH-TODAY      CMP-1   PC 9(6).                             CTLSAV00
033300 77  AUTH-DATE-IN            PC 9(6).                             CTLSAV00
033400 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             CTLSAV00
033500 77  AU-HH           CMP-1   PC 99.                               CTLSAV00
033600 77  AU-MM           CMP-1   PC 99.                               CTLSAV00
033700 77  AU-KEY          CMP-1   PC 9(8).                             CTLSAV00
033800 77  AU-NEXT         CMP-1   PC 9(8).                             CTLSAV00
033900 01  AU-SAVE-REC             SZ 44.                               CTLSAV00
034000 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     CTLSAV00
034100 77  AU-REC-SUM              CMP-1   PC 9(6).                     CTLSAV00
034200 77  AU-CX                   CMP-1   PC 99.                       CTLSAV00
034300 77  AU-TX                   CMP-1   PC 99.                       CTLSAV00
034400 77  AU-CODE                 CMP-1   PC 99.                       CTLSAV00
034500 01  AU-HASH-REC.                                                 CTLSAV00
034600     05  AU-HC       OC 44   PC X.                                CTLSAV00
034700 01  AU-CHAR-SET.                                                 CTLSAV00
034800     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          CTLSAV00
034900     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          CTLSAV00
035000 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           CTLSAV00
035100     05  AU-CHAR     OC 48   PC X.                                CTLSAV00
035200 77  RUN-ID-ENTRY            PC X(7).                             CTLSAV00
035300 77  VOL-STATUS      VA SPACE        PC X(2).                     CTLSAV00
035400 77  COPY-STATUS     VA SPACE        PC X(2).                     CTLSAV00
035500 77  RUN-MODE        VA SPACE        PC X.                        CTLSAV00
035600 77  CONFIRM-REPLY                   PC X.                        CTLSAV00
035700 77  WANT-ID         VA SPACES       PC X(8).                     CTLSAV00
035710 77  PAIR-ID         VA SPACES       PC X(8).                     CTLSAV00
035720 77  REEL-FILES      VA 0    CMP-1   PC 99.                       CTLSAV00
035800 77  FILE-STATE                      PC X(8).                     CTLSAV00
035900 77  FIND-KEY                        PC X(8).                     CTLSAV00
036000 77  FX                      CMP-1   PC 99.                       CTLSAV00
036100 77  TX                      CMP-1   PC 99.                       CTLSAV00
036200 77  BX                      CMP-1   PC 999.                      CTLSAV00
036300 77  OPEN-FX         VA 0    CMP-1   PC 99.                       CTLSAV00
036400 77  EOF-SW          VA 0    CMP-1   PC 9.                        CTLSAV00
036500 77  REC-CNT         VA 0    CMP-1   PC 9(7).                     CTLSAV00
036600 77  FILE-CNT        VA 0    CMP-1   PC 99.                       CTLSAV00
036700 77  MISS-CNT        VA 0    CMP-1   PC 99.                       CTLSAV00
036800 77  SHORT-CNT       VA 0    CMP-1   PC 99.                       CTLSAV00
036900 77  REC-EDIT                        PC Z(6)9.                    CTLSAV00
037000 77  DATE-EDIT                       PC 99/99/99.                 CTLSAV00
037100 01  CTL-WORK                SZ 2648.                             CTLSAV00
037200 01  FT-SET.                                                      CTLSAV00
037300     05  FILLER  PC X(15) VA "AUDITTRL0044060".                   CTLSAV00
037400     05  FILLER  PC X(15) VA "RUNAUTH 0080033".                   CTLSAV00
037500     05  FILLER  PC X(15) VA "LOGSUMRY0080033".                   CTLSAV00
037600     05  FILLER  PC X(15) VA "LOGHIST 0818003".                   CTLSAV00
037700     05  FILLER  PC X(15) VA "BILLSUMR0080033".                   CTLSAV00
037800     05  FILLER  PC X(15) VA "RATECARD0080033".                   CTLSAV00
037900     05  FILLER  PC X(15) VA "PROGNORM0080033".                   CTLSAV00
038000     05  FILLER  PC X(15) VA "OPSTREND0808003".                   CTLSAV00
038100     05  FILLER  PC X(15) VA "DEVTREND2648001".                   CTLSAV00
038200     05  FILLER  PC X(15) VA "DIRTREND0653004".                   CTLSAV00
038300     05  FILLER  PC X(15) VA "SOLTINDX0080033".                   CTLSAV00
038400     05  FILLER  PC X(15) VA "VOLCAT  0080033".                   CTLSAV00
038500     05  FILLER  PC X(15) VA "PCHQUEUE0080033".                   CTLSAV00
038600     05  FILLER  PC X(15) VA "PCHLOG  0080033".                   CTLSAV00
038700     05  FILLER  PC X(15) VA "DATADICT0080033".                   CTLSAV00
038800     05  FILLER  PC X(15) VA "DTABLIB 0110024".                   CTLSAV00
038900     05  FILLER  PC X(15) VA "KWICMSTR0080033".                   CTLSAV00
039000     05  FILLER  PC X(15) VA "SRCLIB  0080033".                   CTLSAV00
039010     05  FILLER  PC X(15) VA "RETSCHED0080033".                   CTLSAV00
039020     05  FILLER  PC X(15) VA "DICTNDX 0080033".                   CTLSAV00
039100 01  FT-TBL REDEFINES FT-SET.                                     CTLSAV00
039200     05  FT-ENT          OC 20.                                   CTLSAV00
039300         10  FT-ID           PC X(8).                             CTLSAV00
039400         10  FT-LEN          PC 9(4).                             CTLSAV00
039500         10  FT-PER          PC 999.                              CTLSAV00
039600 77  VOL-SERIAL-IN           PC X(6).                             CTLSAV00
039700 77  VOL-FILE-ID  VA "CTLTAPE " PC X(8).                          CTLSAV00
039800 77  VOL-PROGRAM  VA "CTLSAVE " PC X(8).                          CTLSAV00
039900 77  VOL-SAVE     VA 30         PC 9(3).                          CTLSAV00
040000 77  VOL-CLASS    VA "V"        PC X.                             CTLSAV00
040100 77  VOL-RACK     VA SPACES     PC X(5).                          CTLSAV00
040200 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             CTLSAV00
040300 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             CTLSAV00
040400 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             CTLSAV00
040500 77  VOL-HOLD-FILE              PC X(8).                          CTLSAV00
040600 77  VOL-HOLD-DATE              PC 9(6).                          CTLSAV00
040700 77  VOL-HOLD-SAVE              PC 9(3).                          CTLSAV00
040800 77  VOL-HOLD-POOL              PC X.                             CTLSAV00
040900 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          CTLSAV00
041000 77  VOL-EXP-NO         CMP-1   PC 9(8).                          CTLSAV00
041100 77  VOL-DOY            CMP-1   PC 9(4).                          CTLSAV00
041200 77  VOL-YY             CMP-1   PC 99.                            CTLSAV00
041300 77  VOL-MM             CMP-1   PC 99.                            CTLSAV00
041400 77  VOL-MX             CMP-1   PC 99.                            CTLSAV00
041500 77  VOL-EXPIRES                PC 9(6).                          CTLSAV00
041600 77  VOL-EXP-EDIT               PC 99/99/99.                      CTLSAV00
041700 01  VOL-DATE-WORK.                                               CTLSAV00
041800     05  VOL-DW-MM              PC 99.                            CTLSAV00
041900     05  VOL-DW-DD              PC 99.                            CTLSAV00
042000     05  VOL-DW-YY              PC 99.                            CTLSAV00
042100 01  VOL-CUM-SET.                                                 CTLSAV00
042200     05  FILLER  PC X(18) VA "000031059090120151".                CTLSAV00
042300     05  FILLER  PC X(18) VA "181212243273304334".                CTLSAV00
042400 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           CTLSAV00
042500     05  VOL-CUM-DAYS   OC 12   PC 999.                           CTLSAV00
042600 PROCEDURE DIVISION.                                              CTLSAV00
042700 100-BEGIN.                                                       CTLSAV00
042800     ACCEPT RUN-ID-ENTRY.                                         CTLSAV00
042900     PERFORM 950-AUDIT-START.                                     CTLSAV00
043000 110-ASK-MODE.                                                    CTLSAV00
043100     DISPLAY "CTLSAVE - ENTER D (DUMP ALL CONTROL FILES) OR R".   CTLSAV00
043200     DISPLAY "(RESTORE FROM A CTLTAPE)".                          CTLSAV00
043300     ACCEPT RUN-MODE.                                             CTLSAV00
043400     IF RUN-MODE = "D" GO TO 200-DUMP.                            CTLSAV00
043500     IF RUN-MODE = "R" GO TO 400-RESTORE.                         CTLSAV00
043600     DISPLAY "INVALID MODE - MUST BE D OR R".                     CTLSAV00
043700     GO TO 110-ASK-MODE.                                          CTLSAV00
043800 200-DUMP.                                                        CTLSAV00
043900     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  CTLSAV00
044000     OPEN OUTPUT CTL-TAPE.                                        CTLSAV00
044100     MOVE SPACES TO CT-HEAD.                                      CTLSAV00
044200     MOVE "H" TO CH-TYPE.                                         CTLSAV00
044300     MOVE "CTLTAPE " TO CH-TAPE-ID.                               CTLSAV00
044400     MOVE TODAYS-DATE TO CH-DATE.                                 CTLSAV00
044500     MOVE RUN-ID-ENTRY TO CH-RUN-ID.                              CTLSAV00
044600     MOVE OPERATOR-CODE TO CH-OPERATOR.                           CTLSAV00
044700     MOVE 20 TO CH-FILES.                                         CTLSAV00
044800     WRITE CT-HEAD.                                               CTLSAV00
044900     PERFORM 300-DUMP-FILE THRU 300X VARYING FX FROM 1 BY 1       CTLSAV00
045000         UNTIL FX IS GREATER THAN 20.                             CTLSAV00
045100     MOVE SPACES TO CT-HEAD.                                      CTLSAV00
045200     MOVE "E" TO CH-TYPE.                                         CTLSAV00
045300     MOVE "CTLTAPE " TO CH-TAPE-ID.                               CTLSAV00
045400     MOVE TODAYS-DATE TO CH-DATE.                                 CTLSAV00
045500     MOVE RUN-ID-ENTRY TO CH-RUN-ID.                              CTLSAV00
045600     MOVE OPERATOR-CODE TO CH-OPERATOR.                           CTLSAV00
045700     MOVE FILE-CNT TO CH-FILES.                                   CTLSAV00
045800     WRITE CT-HEAD.                                               CTLSAV00
045900     CLOSE CTL-TAPE WITH LOCK.                                    CTLSAV00
046000     IF VOL-SERIAL-IN NOT = SPACES                                CTLSAV00
046100         PERFORM VOLCAT-PUT THRU VOLCAT-X.                        CTLSAV00
046200     DISPLAY "CONTROL FILES DUMPED " FILE-CNT.                    CTLSAV00
046300     IF MISS-CNT IS GREATER THAN 0                                CTLSAV00
046400         DISPLAY "CONTROL FILES MISSING - NOT ON THE REEL "       CTLSAV00
046500             MISS-CNT.                                            CTLSAV00
046600     MOVE "DUMPED  " TO AU-RESULT.                                CTLSAV00
046700     PERFORM 955-AUDIT-END.                                       CTLSAV00
046800     STOP RUN.                                                    CTLSAV00
046900 300-DUMP-FILE.                                                   CTLSAV00
047000     NOTE  COPIES ONE CONTROL FILE TO THE REEL AS PACKED DATA     CTLSAV00
047100         BLOCKS AND CLOSES IT WITH ITS CONTENTS RECORD - A FILE   CTLSAV00
047200         THAT WILL NOT OPEN GETS A MISSING CONTENTS RECORD ONLY.  CTLSAV00
047300     MOVE 0 TO BX.                                                CTLSAV00
047400     MOVE 0 TO REC-CNT.                                           CTLSAV00
047500     MOVE 0 TO EOF-SW.                                            CTLSAV00
047600     PERFORM 600-OPEN-IN.                                         CTLSAV00
047700     IF COPY-STATUS NOT = "00"                                    CTLSAV00
047800         MOVE "MISSING " TO FILE-STATE                            CTLSAV00
047900         PERFORM 720-CONTENTS                                     CTLSAV00
048000         ADD 1 TO MISS-CNT                                        CTLSAV00
048100         DISPLAY FT-ID (FX) " NOT PRESENT - NOT DUMPED"           CTLSAV00
048200         MOVE "CTLNONE " TO AU-EVENT                              CTLSAV00
048300         PERFORM 730-LOG-FILE                                     CTLSAV00
048400         GO TO 300X.                                              CTLSAV00
048500 310-DUMP-READ.                                                   CTLSAV00
048600     PERFORM 610-READ-IN THRU 640-READ-X.                         CTLSAV00
048700     IF EOF-SW = 1 GO TO 320-DUMP-END.                            CTLSAV00
048800     ADD 1 TO REC-CNT.                                            CTLSAV00
048900     PERFORM 700-PACK.                                            CTLSAV00
049000     GO TO 310-DUMP-READ.                                         CTLSAV00
049100 320-DUMP-END.                                                    CTLSAV00
049200     PERFORM 650-CLOSE-FILE.                                      CTLSAV00
049300     PERFORM 710-FLUSH THRU 710X.                                 CTLSAV00
049400     MOVE "PRESENT " TO FILE-STATE.                               CTLSAV00
049500     PERFORM 720-CONTENTS.                                        CTLSAV00
049600     ADD 1 TO FILE-CNT.                                           CTLSAV00
049700     MOVE REC-CNT TO REC-EDIT.                                    CTLSAV00
049800     DISPLAY FT-ID (FX) " DUMPED " REC-EDIT " RECORDS".           CTLSAV00
049900     MOVE "CTLDUMP " TO AU-EVENT.                                 CTLSAV00
050000     PERFORM 730-LOG-FILE.                                        CTLSAV00
050100 300X.   EXIT.                                                    CTLSAV00
050200 400-RESTORE.                                                     CTLSAV00
050300     DISPLAY "ENTER CONTROL FILE ID TO RESTORE - ALL FOR THE".    CTLSAV00
050400     DISPLAY "WHOLE SET".                                         CTLSAV00
050500     MOVE SPACES TO WANT-ID.                                      CTLSAV00
050600     ACCEPT WANT-ID.                                              CTLSAV00
050700     IF WANT-ID = "ALL     " GO TO 410-OPEN-TAPE.                 CTLSAV00
050800     MOVE WANT-ID TO FIND-KEY.                                    CTLSAV00
050900     PERFORM 750-FIND-ID.                                         CTLSAV00
051000     IF FX = 0                                                    CTLSAV00
051100         DISPLAY WANT-ID " IS NOT ONE OF THE CONTROL FILES"       CTLSAV00
051200         GO TO 400-RESTORE.                                       CTLSAV00
051210     IF WANT-ID = "DATADICT" MOVE "DICTNDX " TO PAIR-ID.          CTLSAV00
051220     IF WANT-ID = "DICTNDX " MOVE "DATADICT" TO PAIR-ID.          CTLSAV00
051300 410-OPEN-TAPE.                                                   CTLSAV00
051400     OPEN INPUT CTL-TAPE.                                         CTLSAV00
051500     READ CTL-TAPE AT END MOVE SPACES TO CT-HEAD.                 CTLSAV00
051600     IF CH-TYPE NOT = "H"                                         CTLSAV00
051700         DISPLAY "REEL HAS NO CTLTAPE HEADER - RESTORE STOPPED"   CTLSAV00
051800         CLOSE CTL-TAPE                                           CTLSAV00
051900         MOVE "ABORT   " TO AU-RESULT                             CTLSAV00
052000         PERFORM 955-AUDIT-END                                    CTLSAV00
052100         STOP RUN.                                                CTLSAV00
052200     MOVE CH-DATE TO DATE-EDIT.                                   CTLSAV00
052300     DISPLAY "CTLTAPE DUMPED " DATE-EDIT " RUN " CH-RUN-ID        CTLSAV00
052400         " OPERATOR " CH-OPERATOR.                                CTLSAV00
052410     MOVE CH-FILES TO REEL-FILES.                                 CTLSAV00
052420     IF REEL-FILES IS LESS THAN 20 AND PAIR-ID NOT = SPACES       CTLSAV00
052430         DISPLAY "REEL HOLDS NO DICTNDX - DATADICT AND DICTNDX"   CTLSAV00
052440         DISPLAY "ARE RESTORED ONLY AS A PAIR - RESTORE STOPPED"  CTLSAV00
052450         CLOSE CTL-TAPE                                           CTLSAV00
052460         MOVE "REFUSED " TO AU-RESULT                             CTLSAV00
052470         PERFORM 955-AUDIT-END                                    CTLSAV00
052480         STOP RUN.                                                CTLSAV00
052490     IF REEL-FILES IS LESS THAN 20 AND WANT-ID = "ALL     "       CTLSAV00
052491         DISPLAY "REEL HOLDS NO DICTNDX - DATADICT WILL BE LEFT". CTLSAV00
052500     IF WANT-ID = "ALL     "                                      CTLSAV00
052600         DISPLAY "RESTORE WILL OVERWRITE EVERY LIVE CONTROL FILE" CTLSAV00
052700         DISPLAY "PRESENT ON THE REEL"                            CTLSAV00
052800     ELSE                                                         CTLSAV00
052900         DISPLAY "RESTORE WILL OVERWRITE THE LIVE " WANT-ID       CTLSAV00
052910             " " PAIR-ID.                                         CTLSAV00
053000     DISPLAY "CONFIRM (Y/N)".                                     CTLSAV00
053100     ACCEPT CONFIRM-REPLY.                                        CTLSAV00
053200     IF CONFIRM-REPLY NOT = "Y"                                   CTLSAV00
053300         DISPLAY "RESTORE CANCELLED"                              CTLSAV00
053400         CLOSE CTL-TAPE                                           CTLSAV00
053500         MOVE "OK      " TO AU-RESULT                             CTLSAV00
053600         PERFORM 955-AUDIT-END                                    CTLSAV00
053700         STOP RUN.                                                CTLSAV00
053800 420-REST-READ.                                                   CTLSAV00
053900     READ CTL-TAPE AT END GO TO 490-REST-END.                     CTLSAV00
054000     IF CT-TYPE = "E" GO TO 490-REST-END.                         CTLSAV00
054100     IF CT-TYPE NOT = "D" AND CT-TYPE NOT = "C"                   CTLSAV00
054200         GO TO 420-REST-READ.                                     CTLSAV00
054300     IF WANT-ID NOT = "ALL     " AND CT-FILE-ID NOT = WANT-ID     CTLSAV00
054310         AND CT-FILE-ID NOT = PAIR-ID                             CTLSAV00
054400         GO TO 420-REST-READ.                                     CTLSAV00
054500     MOVE CT-FILE-ID TO FIND-KEY.                                 CTLSAV00
054600     PERFORM 750-FIND-ID.                                         CTLSAV00
054700     IF FX = 0 GO TO 420-REST-READ.                               CTLSAV00
054710     IF FX = 15 AND REEL-FILES IS LESS THAN 20                    CTLSAV00
054720         GO TO 420-REST-READ.                                     CTLSAV00
054800     IF CT-TYPE = "C" GO TO 440-REST-CONTENTS.                    CTLSAV00
054900     IF OPEN-FX = 0                                               CTLSAV00
055000         PERFORM 660-OPEN-OUT                                     CTLSAV00
055100         MOVE FX TO OPEN-FX                                       CTLSAV00
055200         MOVE 0 TO REC-CNT.                                       CTLSAV00
055300     PERFORM 500-UNPACK VARYING BX FROM 1 BY 1                    CTLSAV00
055400         UNTIL BX IS GREATER THAN CT-COUNT.                       CTLSAV00
055500     GO TO 420-REST-READ.                                         CTLSAV00
055600 440-REST-CONTENTS.                                               CTLSAV00
055700     NOTE  THE CONTENTS RECORD ENDS A FILE ON THE REEL - A FILE   CTLSAV00
055800         MISSING AT DUMP TIME LEAVES THE LIVE ONE ALONE, AN       CTLSAV00
055900         EMPTY ONE IS STILL PUT BACK EMPTY.                       CTLSAV00
056000     IF CC-STATE = "MISSING "                                     CTLSAV00
056100         DISPLAY CC-FILE-ID " WAS NOT DUMPED - LIVE FILE LEFT"    CTLSAV00
056200         GO TO 420-REST-READ.                                     CTLSAV00
056300     IF OPEN-FX = 0                                               CTLSAV00
056400         PERFORM 660-OPEN-OUT                                     CTLSAV00
056500         MOVE 0 TO REC-CNT.                                       CTLSAV00
056600     PERFORM 650-CLOSE-FILE.                                      CTLSAV00
056700     MOVE 0 TO OPEN-FX.                                           CTLSAV00
056800     ADD 1 TO FILE-CNT.                                           CTLSAV00
056900     MOVE REC-CNT TO REC-EDIT.                                    CTLSAV00
057000     DISPLAY CC-FILE-ID " RESTORED " REC-EDIT " RECORDS".         CTLSAV00
057100     MOVE "CTLREST " TO AU-EVENT.                                 CTLSAV00
057200     IF REC-CNT NOT = CC-RECORDS                                  CTLSAV00
057300         MOVE CC-RECORDS TO REC-EDIT                              CTLSAV00
057400         DISPLAY CC-FILE-ID " CONTENTS RECORD SHOWS " REC-EDIT    CTLSAV00
057500         MOVE "CTLSHORT" TO AU-EVENT                              CTLSAV00
057600         ADD 1 TO SHORT-CNT.                                      CTLSAV00
057700     PERFORM 730-LOG-FILE.                                        CTLSAV00
057800     GO TO 420-REST-READ.                                         CTLSAV00
057900 490-REST-END.                                                    CTLSAV00
058000     IF OPEN-FX NOT = 0                                           CTLSAV00
058100         MOVE OPEN-FX TO FX                                       CTLSAV00
058200         PERFORM 650-CLOSE-FILE                                   CTLSAV00
058300         DISPLAY FT-ID (FX) " ENDS WITHOUT ITS CONTENTS RECORD"   CTLSAV00
058400         MOVE "CTLSHORT" TO AU-EVENT                              CTLSAV00
058500         PERFORM 730-LOG-FILE                                     CTLSAV00
058600         ADD 1 TO SHORT-CNT.                                      CTLSAV00
058700     CLOSE CTL-TAPE.                                              CTLSAV00
058800     DISPLAY "CONTROL FILES RESTORED " FILE-CNT.                  CTLSAV00
058900     IF FILE-CNT = 0 AND WANT-ID NOT = "ALL     "                 CTLSAV00
059000         DISPLAY WANT-ID " NOT RESTORED FROM THIS REEL".          CTLSAV00
059100     MOVE "RESTORED" TO AU-RESULT.                                CTLSAV00
059200     IF SHORT-CNT IS GREATER THAN 0 MOVE "COUNTERR" TO AU-RESULT. CTLSAV00
059300     PERFORM 955-AUDIT-END.                                       CTLSAV00
059400     STOP RUN.                                                    CTLSAV00
059500 500-UNPACK.                                                      CTLSAV00
059600     IF FT-LEN (FX) = 44 MOVE CT-R44 (BX) TO CTL-WORK.            CTLSAV00
059700     IF FT-LEN (FX) = 80 MOVE CT-R80 (BX) TO CTL-WORK.            CTLSAV00
059800     IF FT-LEN (FX) = 110 MOVE CT-R110 (BX) TO CTL-WORK.          CTLSAV00
059900     IF FT-LEN (FX) = 653 MOVE CT-R653 (BX) TO CTL-WORK.          CTLSAV00
060000     IF FT-LEN (FX) = 808 MOVE CT-R808 (BX) TO CTL-WORK.          CTLSAV00
060100     IF FT-LEN (FX) = 818 MOVE CT-R818 (BX) TO CTL-WORK.          CTLSAV00
060200     IF FT-LEN (FX) = 2648 MOVE CT-AREA TO CTL-WORK.              CTLSAV00
060300     PERFORM 670-WRITE-OUT.                                       CTLSAV00
060400     ADD 1 TO REC-CNT.                                            CTLSAV00
060500 600-OPEN-IN.                                                     CTLSAV00
060600     MOVE SPACES TO COPY-STATUS.                                  CTLSAV00
060700     IF FX = 1 OPEN INPUT AUD-COPY.                               CTLSAV00
060800     IF FX = 2                                                    CTLSAV00
060900         OPEN INPUT AUTH-FILE                                     CTLSAV00
061000         MOVE AUTH-FILE-STATUS TO COPY-STATUS.                    CTLSAV00
061100     IF FX = 3 OPEN INPUT SUM-COPY.                               CTLSAV00
061200     IF FX = 4 OPEN INPUT HIST-COPY.                              CTLSAV00
061300     IF FX = 5 OPEN INPUT BILL-COPY.                              CTLSAV00
061400     IF FX = 6 OPEN INPUT RATE-COPY.                              CTLSAV00
061500     IF FX = 7 OPEN INPUT NORM-COPY.                              CTLSAV00
061600     IF FX = 8 OPEN INPUT OPS-COPY.                               CTLSAV00
061700     IF FX = 9 OPEN INPUT DEV-COPY.                               CTLSAV00
061800     IF FX = 10 OPEN INPUT DIR-COPY.                              CTLSAV00
061900     IF FX = 11 OPEN INPUT SOLT-COPY.                             CTLSAV00
062000     IF FX = 12                                                   CTLSAV00
062100         OPEN INPUT VOL-CATALOG                                   CTLSAV00
062200         MOVE VOL-STATUS TO COPY-STATUS.                          CTLSAV00
062300     IF FX = 13 OPEN INPUT QUEUE-COPY.                            CTLSAV00
062400     IF FX = 14 OPEN INPUT PLOG-COPY.                             CTLSAV00
062500     IF FX = 15 OPEN INPUT DICT-COPY.                             CTLSAV00
062600     IF FX = 16 OPEN INPUT TLIB-COPY.                             CTLSAV00
062700     IF FX = 17 OPEN INPUT KWIC-COPY.                             CTLSAV00
062800     IF FX = 18 OPEN INPUT SRC-COPY.                              CTLSAV00
062810     IF FX = 19 OPEN INPUT RET-COPY.                              CTLSAV00
062820     IF FX = 20 OPEN INPUT NDX-COPY.                              CTLSAV00
062900 610-READ-IN.                                                     CTLSAV00
063000     IF FX = 1 GO TO 611-READ-AUD.                                CTLSAV00
063100     IF FX = 2 GO TO 612-READ-AUTH.                               CTLSAV00
063200     IF FX = 3 GO TO 613-READ-SUM.                                CTLSAV00
063300     IF FX = 4 GO TO 614-READ-HIST.                               CTLSAV00
063400     IF FX = 5 GO TO 615-READ-BILL.                               CTLSAV00
063500     IF FX = 6 GO TO 616-READ-RATE.                               CTLSAV00
063600     IF FX = 7 GO TO 617-READ-NORM.                               CTLSAV00
063700     IF FX = 8 GO TO 618-READ-OPS.                                CTLSAV00
063800     IF FX = 9 GO TO 619-READ-DEV.                                CTLSAV00
063900     IF FX = 10 GO TO 620-READ-DIR.                               CTLSAV00
064000     IF FX = 11 GO TO 621-READ-SOLT.                              CTLSAV00
064100     IF FX = 12 GO TO 622-READ-VOL.                               CTLSAV00
064200     IF FX = 13 GO TO 623-READ-QUEUE.                             CTLSAV00
064300     IF FX = 14 GO TO 624-READ-PLOG.                              CTLSAV00
064400     IF FX = 15 GO TO 625-READ-DICT.                              CTLSAV00
064500     IF FX = 16 GO TO 626-READ-TLIB.                              CTLSAV00
064600     IF FX = 17 GO TO 627-READ-KWIC.                              CTLSAV00
064610     IF FX = 18 GO TO 628-READ-SRC.                               CTLSAV00
064620     IF FX = 19 GO TO 629-READ-RET.                               CTLSAV00
064630     GO TO 631-READ-NDX.                                          CTLSAV00
064800 611-READ-AUD.                                                    CTLSAV00
064900     READ AUD-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
065000     MOVE AUD-CREC TO CTL-WORK.                                   CTLSAV00
065100     GO TO 640-READ-X.                                            CTLSAV00
065200 612-READ-AUTH.                                                   CTLSAV00
065300     READ AUTH-FILE AT END GO TO 630-READ-EOF.                    CTLSAV00
065400     MOVE AUTH-REC TO CTL-WORK.                                   CTLSAV00
065500     GO TO 640-READ-X.                                            CTLSAV00
065600 613-READ-SUM.                                                    CTLSAV00
065700     READ SUM-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
065800     MOVE SUM-CREC TO CTL-WORK.                                   CTLSAV00
065900     GO TO 640-READ-X.                                            CTLSAV00
066000 614-READ-HIST.                                                   CTLSAV00
066100     READ HIST-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
066200     MOVE HIST-CREC TO CTL-WORK.                                  CTLSAV00
066300     GO TO 640-READ-X.                                            CTLSAV00
066400 615-READ-BILL.                                                   CTLSAV00
066500     READ BILL-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
066600     MOVE BILL-CREC TO CTL-WORK.                                  CTLSAV00
066700     GO TO 640-READ-X.                                            CTLSAV00
066800 616-READ-RATE.                                                   CTLSAV00
066900     READ RATE-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
067000     MOVE RATE-CREC TO CTL-WORK.                                  CTLSAV00
067100     GO TO 640-READ-X.                                            CTLSAV00
067200 617-READ-NORM.                                                   CTLSAV00
067300     READ NORM-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
067400     MOVE NORM-CREC TO CTL-WORK.                                  CTLSAV00
067500     GO TO 640-READ-X.                                            CTLSAV00
067600 618-READ-OPS.                                                    CTLSAV00
067700     READ OPS-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
067800     MOVE OPS-CREC TO CTL-WORK.                                   CTLSAV00
067900     GO TO 640-READ-X.                                            CTLSAV00
068000 619-READ-DEV.                                                    CTLSAV00
068100     READ DEV-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
068200     MOVE DEV-CREC TO CTL-WORK.                                   CTLSAV00
068300     GO TO 640-READ-X.                                            CTLSAV00
068400 620-READ-DIR.                                                    CTLSAV00
068500     READ DIR-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
068600     MOVE DIR-CREC TO CTL-WORK.                                   CTLSAV00
068700     GO TO 640-READ-X.                                            CTLSAV00
068800 621-READ-SOLT.                                                   CTLSAV00
068900     READ SOLT-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
069000     MOVE SOLT-CREC TO CTL-WORK.                                  CTLSAV00
069100     GO TO 640-READ-X.                                            CTLSAV00
069200 622-READ-VOL.                                                    CTLSAV00
069300     READ VOL-CATALOG AT END GO TO 630-READ-EOF.                  CTLSAV00
069400     MOVE VC-REC TO CTL-WORK.                                     CTLSAV00
069500     GO TO 640-READ-X.                                            CTLSAV00
069600 623-READ-QUEUE.                                                  CTLSAV00
069700     READ QUEUE-COPY AT END GO TO 630-READ-EOF.                   CTLSAV00
069800     MOVE QUEUE-CREC TO CTL-WORK.                                 CTLSAV00
069900     GO TO 640-READ-X.                                            CTLSAV00
070000 624-READ-PLOG.                                                   CTLSAV00
070100     READ PLOG-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
070200     MOVE PLOG-CREC TO CTL-WORK.                                  CTLSAV00
070300     GO TO 640-READ-X.                                            CTLSAV00
070400 625-READ-DICT.                                                   CTLSAV00
070500     READ DICT-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
070600     MOVE DICT-CREC TO CTL-WORK.                                  CTLSAV00
070700     GO TO 640-READ-X.                                            CTLSAV00
070800 626-READ-TLIB.                                                   CTLSAV00
070900     READ TLIB-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
071000     MOVE TLIB-CREC TO CTL-WORK.                                  CTLSAV00
071100     GO TO 640-READ-X.                                            CTLSAV00
071200 627-READ-KWIC.                                                   CTLSAV00
071300     READ KWIC-COPY AT END GO TO 630-READ-EOF.                    CTLSAV00
071400     MOVE KWIC-CREC TO CTL-WORK.                                  CTLSAV00
071500     GO TO 640-READ-X.                                            CTLSAV00
071600 628-READ-SRC.                                                    CTLSAV00
071700     READ SRC-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
071800     MOVE SRC-CREC TO CTL-WORK.                                   CTLSAV00
071900     GO TO 640-READ-X.                                            CTLSAV00
071910 629-READ-RET.                                                    CTLSAV00
071920     READ RET-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
071930     MOVE RET-CREC TO CTL-WORK.                                   CTLSAV00
071940     GO TO 640-READ-X.                                            CTLSAV00
071950 631-READ-NDX.                                                    CTLSAV00
071960     READ NDX-COPY AT END GO TO 630-READ-EOF.                     CTLSAV00
071970     MOVE NDX-CREC TO CTL-WORK.                                   CTLSAV00
071980     GO TO 640-READ-X.                                            CTLSAV00
072000 630-READ-EOF.                                                    CTLSAV00
072100     MOVE 1 TO EOF-SW.                                            CTLSAV00
072200 640-READ-X.                                                      CTLSAV00
072300     EXIT.                                                        CTLSAV00
072400 650-CLOSE-FILE.                                                  CTLSAV00
072500     IF FX = 1 CLOSE AUD-COPY.                                    CTLSAV00
072600     IF FX = 2 CLOSE AUTH-FILE.                                   CTLSAV00
072700     IF FX = 3 CLOSE SUM-COPY.                                    CTLSAV00
072800     IF FX = 4 CLOSE HIST-COPY.                                   CTLSAV00
072900     IF FX = 5 CLOSE BILL-COPY.                                   CTLSAV00
073000     IF FX = 6 CLOSE RATE-COPY.                                   CTLSAV00
073100     IF FX = 7 CLOSE NORM-COPY.                                   CTLSAV00
073200     IF FX = 8 CLOSE OPS-COPY.                                    CTLSAV00
073300     IF FX = 9 CLOSE DEV-COPY.                                    CTLSAV00
073400     IF FX = 10 CLOSE DIR-COPY.                                   CTLSAV00
073500     IF FX = 11 CLOSE SOLT-COPY.                                  CTLSAV00
073600     IF FX = 12 CLOSE VOL-CATALOG.                                CTLSAV00
073700     IF FX = 13 CLOSE QUEUE-COPY.                                 CTLSAV00
073800     IF FX = 14 CLOSE PLOG-COPY.                                  CTLSAV00
073900     IF FX = 15 CLOSE DICT-COPY.                                  CTLSAV00
074000     IF FX = 16 CLOSE TLIB-COPY.                                  CTLSAV00
074100     IF FX = 17 CLOSE KWIC-COPY.                                  CTLSAV00
074200     IF FX = 18 CLOSE SRC-COPY.                                   CTLSAV00
074210     IF FX = 19 CLOSE RET-COPY.                                   CTLSAV00
074220     IF FX = 20 CLOSE NDX-COPY.                                   CTLSAV00
074300 660-OPEN-OUT.                                                    CTLSAV00
074400     IF FX = 1 OPEN OUTPUT AUD-COPY.                              CTLSAV00
074500     IF FX = 2 OPEN OUTPUT AUTH-FILE.                             CTLSAV00
074600     IF FX = 3 OPEN OUTPUT SUM-COPY.                              CTLSAV00
074700     IF FX = 4 OPEN OUTPUT HIST-COPY.                             CTLSAV00
074800     IF FX = 5 OPEN OUTPUT BILL-COPY.                             CTLSAV00
074900     IF FX = 6 OPEN OUTPUT RATE-COPY.                             CTLSAV00
075000     IF FX = 7 OPEN OUTPUT NORM-COPY.                             CTLSAV00
075100     IF FX = 8 OPEN OUTPUT OPS-COPY.                              CTLSAV00
075200     IF FX = 9 OPEN OUTPUT DEV-COPY.                              CTLSAV00
075300     IF FX = 10 OPEN OUTPUT DIR-COPY.                             CTLSAV00
075400     IF FX = 11 OPEN OUTPUT SOLT-COPY.                            CTLSAV00
075500     IF FX = 12 OPEN OUTPUT VOL-CATALOG.                          CTLSAV00
075600     IF FX = 13 OPEN OUTPUT QUEUE-COPY.                           CTLSAV00
075700     IF FX = 14 OPEN OUTPUT PLOG-COPY.                            CTLSAV00
075800     IF FX = 15 OPEN OUTPUT DICT-COPY.                            CTLSAV00
075900     IF FX = 16 OPEN OUTPUT TLIB-COPY.                            CTLSAV00
076000     IF FX = 17 OPEN OUTPUT KWIC-COPY.                            CTLSAV00
076100     IF FX = 18 OPEN OUTPUT SRC-COPY.                             CTLSAV00
076110     IF FX = 19 OPEN OUTPUT RET-COPY.                             CTLSAV00
076120     IF FX = 20 OPEN OUTPUT NDX-COPY.                             CTLSAV00
076200 670-WRITE-OUT.                                                   CTLSAV00
076300     IF FX = 1 WRITE AUD-CREC FROM CTL-WORK.                      CTLSAV00
076400     IF FX = 2 WRITE AUTH-REC FROM CTL-WORK.                      CTLSAV00
076500     IF FX = 3 WRITE SUM-CREC FROM CTL-WORK.                      CTLSAV00
076600     IF FX = 4 WRITE HIST-CREC FROM CTL-WORK.                     CTLSAV00
076700     IF FX = 5 WRITE BILL-CREC FROM CTL-WORK.                     CTLSAV00
076800     IF FX = 6 WRITE RATE-CREC FROM CTL-WORK.                     CTLSAV00
076900     IF FX = 7 WRITE NORM-CREC FROM CTL-WORK.                     CTLSAV00
077000     IF FX = 8 WRITE OPS-CREC FROM CTL-WORK.                      CTLSAV00
077100     IF FX = 9 WRITE DEV-CREC FROM CTL-WORK.                      CTLSAV00
077200     IF FX = 10 WRITE DIR-CREC FROM CTL-WORK.                     CTLSAV00
077300     IF FX = 11 WRITE SOLT-CREC FROM CTL-WORK.                    CTLSAV00
077400     IF FX = 12 WRITE VC-REC FROM CTL-WORK.                       CTLSAV00
077500     IF FX = 13 WRITE QUEUE-CREC FROM CTL-WORK.                   CTLSAV00
077600     IF FX = 14 WRITE PLOG-CREC FROM CTL-WORK.                    CTLSAV00
077700     IF FX = 15 WRITE DICT-CREC FROM CTL-WORK.                    CTLSAV00
077800     IF FX = 16 WRITE TLIB-CREC FROM CTL-WORK.                    CTLSAV00
077900     IF FX = 17 WRITE KWIC-CREC FROM CTL-WORK.                    CTLSAV00
078000     IF FX = 18 WRITE SRC-CREC FROM CTL-WORK.                     CTLSAV00
078010     IF FX = 19 WRITE RET-CREC FROM CTL-WORK.                     CTLSAV00
078020     IF FX = 20 WRITE NDX-CREC FROM CTL-WORK.                     CTLSAV00
078100 700-PACK.                                                        CTLSAV00
078200     NOTE  EACH RECORD GOES INTO THE NEXT SLOT OF THE DATA BLOCK  CTLSAV00
078300         FOR ITS RECORD SIZE - A FULL BLOCK IS WRITTEN AT ONCE.   CTLSAV00
078400     IF BX = 0 MOVE SPACES TO CT-REC.                             CTLSAV00
078500     ADD 1 TO BX.                                                 CTLSAV00
078600     IF FT-LEN (FX) = 44 MOVE CTL-WORK TO CT-R44 (BX).            CTLSAV00
078700     IF FT-LEN (FX) = 80 MOVE CTL-WORK TO CT-R80 (BX).            CTLSAV00
078800     IF FT-LEN (FX) = 110 MOVE CTL-WORK TO CT-R110 (BX).          CTLSAV00
078900     IF FT-LEN (FX) = 653 MOVE CTL-WORK TO CT-R653 (BX).          CTLSAV00
079000     IF FT-LEN (FX) = 808 MOVE CTL-WORK TO CT-R808 (BX).          CTLSAV00
079100     IF FT-LEN (FX) = 818 MOVE CTL-WORK TO CT-R818 (BX).          CTLSAV00
079200     IF FT-LEN (FX) = 2648 MOVE CTL-WORK TO CT-AREA.              CTLSAV00
079300     IF BX = FT-PER (FX) PERFORM 710-FLUSH THRU 710X.             CTLSAV00
079400 710-FLUSH.                                                       CTLSAV00
079500     IF BX = 0 GO TO 710X.                                        CTLSAV00
079600     MOVE "D" TO CT-TYPE.                                         CTLSAV00
079700     MOVE FT-ID (FX) TO CT-FILE-ID.                               CTLSAV00
079800     MOVE BX TO CT-COUNT.                                         CTLSAV00
079900     WRITE CT-REC.                                                CTLSAV00
080000     MOVE 0 TO BX.                                                CTLSAV00
080100 710X.   EXIT.                                                    CTLSAV00
080200 720-CONTENTS.                                                    CTLSAV00
080300     MOVE SPACES TO CT-CONTENTS.                                  CTLSAV00
080400     MOVE "C" TO CC-TYPE.                                         CTLSAV00
080500     MOVE FT-ID (FX) TO CC-FILE-ID.                               CTLSAV00
080600     MOVE REC-CNT TO CC-RECORDS.                                  CTLSAV00
080700     MOVE TODAYS-DATE TO CC-DATE.                                 CTLSAV00
080800     MOVE FT-LEN (FX) TO CC-LEN.                                  CTLSAV00
080900     MOVE FILE-STATE TO CC-STATE.                                 CTLSAV00
081000     WRITE CT-CONTENTS.                                           CTLSAV00
081100 730-LOG-FILE.                                                    CTLSAV00
081200     MOVE TODAYS-DATE TO AU-DATE.                                 CTLSAV00
081300     MOVE FT-ID (FX) TO AU-RESULT.                                CTLSAV00
081400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLSAV00
081500 750-FIND-ID.                                                     CTLSAV00
081600     MOVE 0 TO FX.                                                CTLSAV00
081700     PERFORM 755-FIND-SCAN VARYING TX FROM 1 BY 1                 CTLSAV00
081800         UNTIL TX IS GREATER THAN 20.                             CTLSAV00
081900 755-FIND-SCAN.                                                   CTLSAV00
082000     IF FT-ID (TX) = FIND-KEY MOVE TX TO FX.                      CTLSAV00
082100 VOLCAT-PUT.                                                      CTLSAV00
082200     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         CTLSAV00
082300         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         CTLSAV00
082400         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    CTLSAV00
082500         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    CTLSAV00
082600         HANDS ON ITS RACK LOCATION.                              CTLSAV00
082700     OPEN I-O VOL-CATALOG.                                        CTLSAV00
082800 VOLCAT-SKIP.                                                     CTLSAV00
082900     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  CTLSAV00
083000     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          CTLSAV00
083100     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               CTLSAV00
083200     IF VC-POOL = "P"                                             CTLSAV00
083300         MOVE SPACE TO VC-POOL                                    CTLSAV00
083400         REWRITE VC-REC.                                          CTLSAV00
083500     GO TO VOLCAT-SKIP.                                           CTLSAV00
083600 VOLCAT-WRITE.                                                    CTLSAV00
083700     MOVE SPACES TO VC-REC.                                       CTLSAV00
083800     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             CTLSAV00
083900     MOVE VOL-FILE-ID TO VC-FILE-ID.                              CTLSAV00
084000     MOVE VOL-PROGRAM TO VC-PROGRAM.                              CTLSAV00
084100     MOVE TODAYS-DATE TO VC-DATE.                                 CTLSAV00
084200     MOVE VOL-SAVE TO VC-SAVE.                                    CTLSAV00
084300     MOVE VOL-RACK TO VC-RACK.                                    CTLSAV00
084400     MOVE "R" TO VC-LOC.                                          CTLSAV00
084500     MOVE VOL-CLASS TO VC-CLASS.                                  CTLSAV00
084600     WRITE VC-REC.                                                CTLSAV00
084700     CLOSE VOL-CATALOG.                                           CTLSAV00
084800 VOLCAT-X.                                                        CTLSAV00
084900     EXIT.                                                        CTLSAV00
085000 VOLCAT-SERIAL.                                                   CTLSAV00
085100     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -CTLSAV00
085200         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     CTLSAV00
085300         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          CTLSAV00
085400     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      CTLSAV00
085500     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    CTLSAV00
085600     DISPLAY "SCRATCH POOL EMPTY".                                CTLSAV00
085700 VOLCAT-SERIAL-ASK.                                               CTLSAV00
085800     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           CTLSAV00
085900     " CATALOGED)".                                               CTLSAV00
086000     ACCEPT VOL-SERIAL-IN.                                        CTLSAV00
086100     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    CTLSAV00
086200     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                CTLSAV00
086300 VOLCAT-SERIAL-X.                                                 CTLSAV00
086400     EXIT.                                                        CTLSAV00
086500 VOLCAT-DRAW.                                                     CTLSAV00
086600     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATCTLSAV00
086700         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       CTLSAV00
086800         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   CTLSAV00
086900     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       CTLSAV00
087000     MOVE 0 TO VOL-POOL-SW.                                       CTLSAV00
087100     OPEN I-O VOL-CATALOG.                                        CTLSAV00
087200 VOLCAT-DRAW-READ.                                                CTLSAV00
087300     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               CTLSAV00
087400     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 CTLSAV00
087500     MOVE SPACE TO VC-POOL.                                       CTLSAV00
087600     REWRITE VC-REC.                                              CTLSAV00
087700     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             CTLSAV00
087800     MOVE VC-RACK TO VOL-RACK.                                    CTLSAV00
087900     MOVE 1 TO VOL-POOL-SW.                                       CTLSAV00
088000     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    CTLSAV00
088100         VOL-RACK.                                                CTLSAV00
088200 VOLCAT-DRAW-END.                                                 CTLSAV00
088300     CLOSE VOL-CATALOG.                                           CTLSAV00
088400 VOLCAT-DRAW-X.                                                   CTLSAV00
088500     EXIT.                                                        CTLSAV00
088600 VOLCAT-CHECK.                                                    CTLSAV00
088700     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      CTLSAV00
088800         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  CTLSAV00
088900         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       CTLSAV00
089000     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         CTLSAV00
089100     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              CTLSAV00
089200     OPEN INPUT VOL-CATALOG.                                      CTLSAV00
089300 VOLCAT-CHECK-READ.                                               CTLSAV00
089400     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              CTLSAV00
089500     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    CTLSAV00
089600     MOVE 1 TO VOL-HOLD-SW.                                       CTLSAV00
089700     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            CTLSAV00
089800     MOVE VC-DATE TO VOL-HOLD-DATE.                               CTLSAV00
089900     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               CTLSAV00
090000     MOVE VC-POOL TO VOL-HOLD-POOL.                               CTLSAV00
090100     GO TO VOLCAT-CHECK-READ.                                     CTLSAV00
090200 VOLCAT-CHECK-END.                                                CTLSAV00
090300     CLOSE VOL-CATALOG.                                           CTLSAV00
090400     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    CTLSAV00
090500         GO TO VOLCAT-CHECK-X.                                    CTLSAV00
090600     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           CTLSAV00
090700     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      CTLSAV00
090800         + VOL-DW-DD.                                             CTLSAV00
090900     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         CTLSAV00
091000     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        CTLSAV00
091100         + VOL-DW-DD + VOL-HOLD-SAVE.                             CTLSAV00
091200     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   CTLSAV00
091300         GO TO VOLCAT-CHECK-X.                                    CTLSAV00
091400     PERFORM VOLCAT-EXPIRY.                                       CTLSAV00
091500     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        CTLSAV00
091600         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     CTLSAV00
091700     MOVE 1 TO VOL-REFUSE-SW.                                     CTLSAV00
091800 VOLCAT-CHECK-X.                                                  CTLSAV00
091900     EXIT.                                                        CTLSAV00
092000 VOLCAT-EXPIRY.                                                   CTLSAV00
092100     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     CTLSAV00
092200         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   CTLSAV00
092300     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       CTLSAV00
092400         + VOL-HOLD-SAVE.                                         CTLSAV00
092500     MOVE VOL-DW-YY TO VOL-YY.                                    CTLSAV00
092600     PERFORM VOLCAT-EXP-YEAR                                      CTLSAV00
092700         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   CTLSAV00
092800     MOVE 1 TO VOL-MM.                                            CTLSAV00
092900     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          CTLSAV00
093000         UNTIL VOL-MX IS GREATER THAN 12.                         CTLSAV00
093100     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         CTLSAV00
093200         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      CTLSAV00
093300     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            CTLSAV00
093400 VOLCAT-EXP-YEAR.                                                 CTLSAV00
093500     SUBTRACT 365 FROM VOL-DOY.                                   CTLSAV00
093600     ADD 1 TO VOL-YY.                                             CTLSAV00
093700 VOLCAT-EXP-MONTH.                                                CTLSAV00
093800     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             CTLSAV00
093900         MOVE VOL-MX TO VOL-MM.                                   CTLSAV00
094000 950-AUDIT-START.                                                 CTLSAV00
094100     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     CTLSAV00
094200     MOVE TODAYS-DATE TO AU-DATE.                                 CTLSAV00
094300     MOVE "START   " TO AU-EVENT.                                 CTLSAV00
094400     MOVE SPACES TO AU-RESULT.                                    CTLSAV00
094500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLSAV00
094600 955-AUDIT-END.                                                   CTLSAV00
094700     MOVE TODAYS-DATE TO AU-DATE.                                 CTLSAV00
094800     MOVE "END     " TO AU-EVENT.                                 CTLSAV00
094900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLSAV00
095000 970-AUDIT-WRITE.                                                 CTLSAV00
095100     COMPUTE AU-TIME-HOLD = DATA (1).                             CTLSAV00
095200     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     CTLSAV00
095300     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            CTLSAV00
095400     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       CTLSAV00
095500     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              CTLSAV00
095600     OPEN I-O AUDIT-TRAIL.                                        CTLSAV00
095700     MOVE AUDIT-REC TO AU-SAVE-REC.                               CTLSAV00
095800     MOVE 1 TO AU-KEY.                                            CTLSAV00
095900     READ AUDIT-TRAIL INVALID KEY                                 CTLSAV00
096000         MOVE 2 TO AC-NEXT-SLOT.                                  CTLSAV00
096100     IF AC-NEXT-SLOT NOT NUMERIC                                  CTLSAV00
096200         MOVE 2 TO AC-NEXT-SLOT.                                  CTLSAV00
096300     IF AC-NEXT-SLOT IS LESS THAN 2                               CTLSAV00
096400         MOVE 2 TO AC-NEXT-SLOT.                                  CTLSAV00
096500     MOVE AC-NEXT-SLOT TO AU-NEXT.                                CTLSAV00
096600 980-AUDIT-SKIP.                                                  CTLSAV00
096700     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          CTLSAV00
096800         TOOK IT SINCE THE CONTROL RECORD WAS READ -              CTLSAV00
096900         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          CTLSAV00
097000         OVERWRITING EACH OTHERS EVENTS.                          CTLSAV00
097100     MOVE AU-NEXT TO AU-KEY.                                      CTLSAV00
097200     READ AUDIT-TRAIL INVALID KEY                                 CTLSAV00
097300         GO TO 985-AUDIT-FREE.                                    CTLSAV00
097400     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  CTLSAV00
097500     ADD 1 TO AU-NEXT.                                            CTLSAV00
097600     GO TO 980-AUDIT-SKIP.                                        CTLSAV00
097700 985-AUDIT-FREE.                                                  CTLSAV00
097800     MOVE 1 TO AU-KEY.                                            CTLSAV00
097900     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       CTLSAV00
098000     MOVE 0 TO AU-HASH.                                           CTLSAV00
098100     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  CTLSAV00
098200     MOVE AU-NEXT TO AU-KEY.                                      CTLSAV00
098300     MOVE AU-SAVE-REC TO AUDIT-REC.                               CTLSAV00
098400     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                CTLSAV00
098500 990-AUDIT-PUT.                                                   CTLSAV00
098600     WRITE AUDIT-REC INVALID KEY                                  CTLSAV00
098700         DISPLAY "AUDIT TRAIL FULL".                              CTLSAV00
098800     ADD 1 TO AU-NEXT.                                            CTLSAV00
098900     MOVE 1 TO AU-KEY.                                            CTLSAV00
099000     MOVE SPACES TO AUDIT-REC.                                    CTLSAV00
099100     MOVE AU-NEXT TO AC-NEXT-SLOT.                                CTLSAV00
099200     MOVE AU-HASH TO AC-HASH.                                     CTLSAV00
099300     WRITE AUDIT-REC INVALID KEY                                  CTLSAV00
099400         DISPLAY "AUDIT CONTROL ERROR".                           CTLSAV00
099500     MOVE AU-SAVE-REC TO AUDIT-REC.                               CTLSAV00
099600     CLOSE AUDIT-TRAIL.                                           CTLSAV00
099700 991-AUDIT-HASH.                                                  CTLSAV00
099800     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        CTLSAV00
099900         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     CTLSAV00
100000         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     CTLSAV00
100100         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         CTLSAV00
100200         REMOVED AFTER IT WAS WRITTEN.                            CTLSAV00
100300     MOVE AUDIT-REC TO AU-HASH-REC.                               CTLSAV00
100400     MOVE 0 TO AU-REC-SUM.                                        CTLSAV00
100500     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        CTLSAV00
100600         UNTIL AU-CX IS GREATER THAN 44.                          CTLSAV00
100700     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       CTLSAV00
100800         MOD 999999937.                                           CTLSAV00
100900     GO TO 994-AUDIT-HASH-X.                                      CTLSAV00
101000 992-AUDIT-HASH-CHAR.                                             CTLSAV00
101100     MOVE 49 TO AU-CODE.                                          CTLSAV00
101200     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        CTLSAV00
101300         UNTIL AU-TX IS GREATER THAN 48.                          CTLSAV00
101400     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           CTLSAV00
101500 993-AUDIT-HASH-LOOK.                                             CTLSAV00
101600     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    CTLSAV00
101700 994-AUDIT-HASH-X.                                                CTLSAV00
101800     EXIT.                                                        CTLSAV00
101900 940-AUTH-CHECK.                                                  CTLSAV00
102000     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         CTLSAV00
102100         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           CTLSAV00
102200         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            CTLSAV00
102300         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          CTLSAV00
102400         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        CTLSAV00
102500         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            CTLSAV00
102600     MOVE 0 TO AUTH-OK-SW.                                        CTLSAV00
102700     OPEN INPUT AUTH-FILE.                                        CTLSAV00
102800     IF AUTH-FILE-STATUS NOT = "00"                               CTLSAV00
102900         MOVE 1 TO AUTH-OK-SW                                     CTLSAV00
103000         GO TO 945-AUTH-X.                                        CTLSAV00
103100 941-AUTH-READ.                                                   CTLSAV00
103200     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   CTLSAV00
103300     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         CTLSAV00
103400     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                CTLSAV00
103500     GO TO 941-AUTH-READ.                                         CTLSAV00
103600 943-AUTH-DONE.                                                   CTLSAV00
103700     CLOSE AUTH-FILE.                                             CTLSAV00
103800     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          CTLSAV00
103900     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               CTLSAV00
104000     MOVE TODAYS-DATE TO AU-DATE.                                 CTLSAV00
104100     MOVE "AUTHFAIL" TO AU-EVENT.                                 CTLSAV00
104200     MOVE "REFUSED " TO AU-RESULT.                                CTLSAV00
104300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLSAV00
104400     STOP RUN.                                                    CTLSAV00
104500 945-AUTH-X.                                                      CTLSAV00
104600     EXIT.                                                        CTLSAV00
104700 946-AUTH-GRANT.                                                  CTLSAV00
104800     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          CTLSAV00
104900         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         CTLSAV00
105000         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            CTLSAV00
105100         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                CTLSAV00
105200     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            CTLSAV00
105300     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            CTLSAV00
105400         + AUTH-DATE-IN DIV 100.                                  CTLSAV00
105500     IF RA-EXPIRES NUMERIC                                        CTLSAV00
105600         IF RA-EXPIRES NOT = 0                                    CTLSAV00
105700             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                CTLSAV00
105800                 GO TO 947-AUTH-GRANT-X.                          CTLSAV00
105900     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             CTLSAV00
106000     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             CTLSAV00
106100 947-AUTH-GRANT-X.                                                CTLSAV00
106200     EXIT.                                                        CTLSAV00
106300 930-OPER-SIGNON.                                                 CTLSAV00
106400     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      CTLSAV00
106500         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       CTLSAV00
106600         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          CTLSAV00
106700         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       CTLSAV00
106800         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           CTLSAV00
106900         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         CTLSAV00
107000         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                CTLSAV00
107100     MOVE 0 TO OPER-TRIES.                                        CTLSAV00
107200 931-OPER-ASK.                                                    CTLSAV00
107300     ADD 1 TO OPER-TRIES.                                         CTLSAV00
107400     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            CTLSAV00
107500     ACCEPT OPERATOR-CODE.                                        CTLSAV00
107600     MOVE OPERATOR-CODE TO AU-OPERATOR.                           CTLSAV00
107700     MOVE 0 TO OPER-OK-SW.                                        CTLSAV00
107800     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               CTLSAV00
107900     OPEN INPUT OPER-FILE.                                        CTLSAV00
108000     IF OPER-FILE-STATUS NOT = "00"                               CTLSAV00
108100         MOVE 1 TO OPER-OK-SW                                     CTLSAV00
108200         GO TO 933-OPER-DONE.                                     CTLSAV00
108300 932-OPER-READ.                                                   CTLSAV00
108400     READ OPER-FILE AT END                                        CTLSAV00
108500         CLOSE OPER-FILE                                          CTLSAV00
108600         GO TO 933-OPER-DONE.                                     CTLSAV00
108700     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          CTLSAV00
108800     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 CTLSAV00
108900     GO TO 932-OPER-READ.                                         CTLSAV00
109000 933-OPER-DONE.                                                   CTLSAV00
109100     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       CTLSAV00
109200     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           CTLSAV00
109300     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             CTLSAV00
109400     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             CTLSAV00
109500     MOVE TODAYS-DATE TO AU-DATE.                                 CTLSAV00
109600     MOVE "SIGNFAIL" TO AU-EVENT.                                 CTLSAV00
109700     MOVE "REFUSED " TO AU-RESULT.                                CTLSAV00
109800     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLSAV00
109900     STOP RUN.                                                    CTLSAV00
110000 934-OPER-AUTH.                                                   CTLSAV00
110100     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      CTLSAV00
110200 935-OPER-X.                                                      CTLSAV00
110300     EXIT.                                                        CTLSAV00
110400 END-OF-JOB.                                                      CTLSAV00
