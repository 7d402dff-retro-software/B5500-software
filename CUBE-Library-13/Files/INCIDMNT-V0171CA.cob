000100INCIDMNT    000171CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  ABORTS SHOW ON THE AUDRPT LISTING, RERUN CANDIDATES IN RERUNLOG       00
000900  AND RERUNRPT AND THE CONSOLE TRAFFIC IN OPSMSG, BUT WHAT WENT         00
001000  WRONG, WHO PUT IT RIGHT AND WHETHER IT CAME BACK WAS KEPT IN A        00
001100  PAPER BINDER. THIS PROGRAM KEEPS THAT FOLLOW-UP IN THE INCIDENT       00
001200  FILE INCIDENT -                                                       00
001300     AN INCIDENT IS OPENED FROM AN ABORT EVENT ON THE SHARED AUDIT      00
001400        TRAIL (THE END EVENT OF THE RUN WITH RESULT ABORT) OR FROM      00
001500        A RERUN CANDIDATE IN RERUNLOG, AND CARRIES THE PROGRAM,         00
001600        RUN IDENTIFIER, DATE AND TIME OF THE FAILURE, THE RERUN         00
001700        CODE AND RERUN INITIALS FROM THE CONTROL CARD, AND THE          00
001800        OPERATOR WHO OPENED IT. AN ABORT OR RERUN RECORD OPENS          00
001900        ONE INCIDENT ONLY. A RERUN INCIDENT TAKES ITS TIME AND RUN      00
002000        IDENTIFIER FROM THE ABORT EVENT OF THE PROGRAM THAT DAY         00
002100        WHEN THE TRAIL HAS ONE,                                         00
002200     CAUSE AND RESOLUTION NOTES ARE ADDED AS THEY ARE FOUND, EACH       00
002300        DATED AND SIGNED WITH THE OPERATOR CODE,                        00
002400     AN INCIDENT IS CLOSED WITH AN OPTIONAL LAST RESOLUTION NOTE,       00
002500        AND A CLOSED INCIDENT MAY BE DELETED TO MAKE ROOM,              00
002600     AN INCIDENT PRINTOUT GIVES THE INCIDENT, ITS NOTES AND THE         00
002700        OPSMSG ENTRIES OF THE SAME PROGRAM AND RUN ON ONE PAGE -        00
002800        THOSE BETWEEN THE START AND END EVENTS OF THE RUN ON THE        00
002900        AUDIT TRAIL, OR FAILING THOSE ALL OF THAT NIGHT (0800 ON        00
003000        THE RUN DATE TO 0759 THE NEXT MORNING),                         00
003100     EVERY RUN ENDS WITH THE OPEN INCIDENTS REPORT AND THE              00
003200        RECURRENCE REPORT - THE PROGRAMS WITH MORE THAN ONE             00
003300        INCIDENT DATED IN THE CURRENT MONTH, MOST FIRST. WITH A         00
003400        FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) THE MONTH IS THE       00
003500        FISCAL PERIOD, AS IN RERUNRPT, AND                              00
003600     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
003700                                                                        00
003800  TRANSACTIONS COME FROM THE CARD FILE INCTRAN (REPLY C AT THE          00
003900  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
004000     CARD COL 1       O OPEN FROM AN ABORT, L OPEN FROM RERUNLOG,       00
004100                      N ADD A NOTE, X CLOSE, P PRINT OR D DELETE        00
004200     CARD COLS 3-7    INCIDENT NUMBER (N, X, P AND D)                   00
004300     CARD COLS 9-16   PROGRAM NAME (O)                                  00
004400     CARD COLS 18-24  RUN IDENTIFIER (O, AND L WHEN KNOWN)              00
004500     CARD COLS 26-31  DATE OF THE ABORT MMDDYY (O) - BLANK TAKES        00
004600                      THE LATEST ABORT OF THE RUN - OR THE              00
004700                      RERUNLOG DATE YYDDD IN COLS 26-30 (L)             00
004800     CARD COLS 33-35  RERUNLOG RUN SEQUENCE (L)                         00
004900     CARD COL 37      C CAUSE OR R RESOLUTION (N)                       00
005000     CARD COLS 39-78  NOTE TEXT (N, AND X FOR A CLOSING NOTE)           00
005100  CONSOLE ENTRY ASKS FOR THE SAME FIELDS AND A REPLY OF E AT THE        00
005200  ACTION PROMPT ENDS ENTRY. THE NUMBER OF A NEW INCIDENT IS             00
005300  DISPLAYED AND PRINTED ON THE ACTIVITY LISTING.                        00
005400                                                                        00
005500  INCIDENT RECORDS -                                                    00
005600     COL 1       H, FOLLOWED BY ITS N RECORDS                           00
005700     COLS 3-7    INCIDENT NUMBER                                        00
005800   H RECORD -                                                           00
005900     COLS 9-16   PROGRAM          COLS 18-24  RUN IDENTIFIER            00
006000     COLS 26-31  DATE MMDDYY      COLS 33-36  TIME HHMM                 00
006100     COL 38      RERUN CODE       COL 40      A ABORT, R RERUNLOG       00
006200     COL 42      O OPEN, C CLOSED COLS 44-46  OPENED BY                 00
006300     COLS 48-53  CLOSED MMDDYY    COLS 55-57  CLOSED BY                 00
006400     COLS 59-63  RERUNLOG DATE    COLS 65-67  RERUNLOG SEQUENCE         00
006500     COLS 69-71  RERUN INITIALS                                         00
006600   N RECORD -                                                           00
006700     COL 9       C CAUSE OR R RESOLUTION                                00
006800     COLS 11-16  DATE MMDDYY      COLS 18-20  ENTERED BY                00
006900     COLS 22-61  TEXT                                                   00
007000  THE IN-CORE TABLES HOLD 300 INCIDENTS AND 1000 NOTES - A FILE         00
007100  PAST EITHER IS REPORTED AND LEFT UNTOUCHED UNTIL CLOSED               00
007200  INCIDENTS ARE DELETED.                                                00
007300                                                                        00
007400                                                                        00
007500 IDENTIFICATION DIVISION.                                         INCIDM00
007600 PROGRAM-ID. INCIDENT LOG MAINTENANCE "INCIDMNT".                 INCIDM00
007700 DATE-COMPILED.                                                   INCIDM00
007800 REMARKS. OPENS INCIDENTS FROM AUDIT TRAIL ABORTS AND RERUNLOG    INCIDM00
007900     RERUN CANDIDATES, APPLIES CAUSE AND RESOLUTION NOTES, CLOSES INCIDM00
008000     AND DELETES THEM, PRINTS AN INCIDENT WITH THE OPSMSG ENTRIES INCIDM00
008100     OF ITS RUN, AND REPORTS OPEN INCIDENTS AND PROGRAMS WITH     INCIDM00
008200     REPEAT INCIDENTS IN THE MONTH OR FISCAL PERIOD.              INCIDM00
008300 ENVIRONMENT DIVISION.                                            INCIDM00
008400 CONFIGURATION SECTION.                                           INCIDM00
008500 SOURCE-COMPUTER. B-5500.                                         INCIDM00
008600 OBJECT-COMPUTER. B-5500.                                         INCIDM00
008700 INPUT-OUTPUT SECTION.                                            INCIDM00
008800 FILE-CONTROL.                                                    INCIDM00
008900     SELECT AUTH-FILE ASSIGN TO DISK                              INCIDM00
009000         FILE STATUS IS AUTH-FILE-STATUS.                         INCIDM00
009100     SELECT OPER-FILE ASSIGN TO DISK                              INCIDM00
009200         FILE STATUS IS OPER-FILE-STATUS.                         INCIDM00
009300     SELECT INC-FILE ASSIGN TO DISK                               INCIDM00
009400         FILE STATUS IS INC-FILE-STATUS.                          INCIDM00
009500     SELECT TRAIL-FILE ASSIGN TO DISK.                            INCIDM00
009600     SELECT RERUN-FILE ASSIGN TO DISK                             INCIDM00
009700         FILE STATUS IS RERUN-FILE-STATUS.                        INCIDM00
009800     SELECT OPS-MSG ASSIGN TO DISK                                INCIDM00
009900         FILE STATUS IS MSG-FILE-STATUS.                          INCIDM00
010000     SELECT FISC-CAL ASSIGN TO DISK                               INCIDM00
010100         FILE STATUS IS FISC-FILE-STATUS.                         INCIDM00
010200     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    INCIDM00
010300     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   INCIDM00
010400     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           INCIDM00
010500 DATA DIVISION.                                                   INCIDM00
010600 FILE SECTION.                                                    INCIDM00
010700 MD  AUTH-FILE                                                    INCIDM00
010800     ACCESS SEQUENTIAL                                            INCIDM00
010900     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
011000     VALUE OF ID "RUNAUTH"                                        INCIDM00
011100     DATA RECORD AUTH-REC.                                        INCIDM00
011200 01  AUTH-REC        SZ 80.                                       INCIDM00
011300     05  RA-RUN-ID       PC X(7).                                 INCIDM00
011400     05  FILLER          SZ 1.                                    INCIDM00
011500     05  RA-PROGRAM      PC X(8).                                 INCIDM00
011600     05  FILLER          SZ 1.                                    INCIDM00
011700     05  RA-EXPIRES      PC 9(6).                                 INCIDM00
011800     05  FILLER          SZ 57.                                   INCIDM00
011900 MD  OPER-FILE                                                    INCIDM00
012000     ACCESS SEQUENTIAL                                            INCIDM00
012100     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
012200     VALUE OF ID "OPROSTER"                                       INCIDM00
012300     DATA RECORD OPER-REC.                                        INCIDM00
012400 01  OPER-REC        SZ 80.                                       INCIDM00
012500     05  OR-CODE         PC X(3).                                 INCIDM00
012600     05  FILLER          SZ 1.                                    INCIDM00
012700     05  OR-NAME         PC X(20).                                INCIDM00
012800     05  FILLER          SZ 1.                                    INCIDM00
012900     05  OR-STATUS       PC X.                                    INCIDM00
013000     05  FILLER          SZ 54.                                   INCIDM00
013100 MD  AUDIT-TRAIL                                                  INCIDM00
013200     ACCESS MODE IS RANDOM                                        INCIDM00
013300     ACTUAL KEY IS AU-KEY                                         INCIDM00
013400     RECORD CONTAINS 44 CHARACTERS                                INCIDM00
013500     LABEL RECORD IS STANDARD                                     INCIDM00
013600     VALUE OF ID IS "AUDITTRL"                                    INCIDM00
013700     DATA RECORD IS AUDIT-REC.                                    INCIDM00
013800 01  AUDIT-REC       SZ 44.                                       INCIDM00
013900     05  AU-PROGRAM      PC X(8)  VA "INCIDMNT".                  INCIDM00
014000     05  AU-DATE         PC 9(6).                                 INCIDM00
014100     05  AU-TIME         PC 9(4).                                 INCIDM00
014200     05  AU-EVENT        PC X(8).                                 INCIDM00
014300     05  AU-RESULT       PC X(8).                                 INCIDM00
014400     05  AU-RUN-ID       PC X(7).                                 INCIDM00
014500     05  AU-OPERATOR     PC X(3).                                 INCIDM00
014600 01  AUDIT-CTL.                                                   INCIDM00
014700     05  AC-NEXT-SLOT    PC 9(8).                                 INCIDM00
014800     05  AC-HASH         PC 9(9).                                 INCIDM00
014900     05  FILLER          SZ 27.                                   INCIDM00
015000 MD  INC-FILE                                                     INCIDM00
015100     ACCESS SEQUENTIAL                                            INCIDM00
015200     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
015300     VALUE OF ID "INCIDENT"                                       INCIDM00
015400     DATA RECORDS INC-REC NOTE-REC.                               INCIDM00
015500 01  INC-REC         SZ 80.                                       INCIDM00
015600     05  IN-TYPE         PC X.                                    INCIDM00
015700     05  FILLER          SZ 1.                                    INCIDM00
015800     05  IN-NUMBER       PC 9(5).                                 INCIDM00
015900     05  FILLER          SZ 1.                                    INCIDM00
016000     05  IN-PROGRAM      PC X(8).                                 INCIDM00
016100     05  FILLER          SZ 1.                                    INCIDM00
016200     05  IN-RUN-ID       PC X(7).                                 INCIDM00
016300     05  FILLER          SZ 1.                                    INCIDM00
016400     05  IN-DATE         PC 9(6).                                 INCIDM00
016500     05  FILLER          SZ 1.                                    INCIDM00
016600     05  IN-TIME         PC 9(4).                                 INCIDM00
016700     05  FILLER          SZ 1.                                    INCIDM00
016800     05  IN-RERUN-CODE   PC X.                                    INCIDM00
016900     05  FILLER          SZ 1.                                    INCIDM00
017000     05  IN-SOURCE       PC X.                                    INCIDM00
017100     05  FILLER          SZ 1.                                    INCIDM00
017200     05  IN-STATUS       PC X.                                    INCIDM00
017300     05  FILLER          SZ 1.                                    INCIDM00
017400     05  IN-OPENED-BY    PC X(3).                                 INCIDM00
017500     05  FILLER          SZ 1.                                    INCIDM00
017600     05  IN-CLOSED       PC 9(6).                                 INCIDM00
017700     05  FILLER          SZ 1.                                    INCIDM00
017800     05  IN-CLOSED-BY    PC X(3).                                 INCIDM00
017900     05  FILLER          SZ 1.                                    INCIDM00
018000     05  IN-RR-DATE      PC 9(5).                                 INCIDM00
018100     05  FILLER          SZ 1.                                    INCIDM00
018200     05  IN-RR-SEQ       PC 999.                                  INCIDM00
018300     05  FILLER          SZ 1.                                    INCIDM00
018400     05  IN-RR-INIT      PC X(3).                                 INCIDM00
018500     05  FILLER          SZ 9.                                    INCIDM00
018600 01  NOTE-REC        SZ 80.                                       INCIDM00
018700     05  NT-TYPE         PC X.                                    INCIDM00
018800     05  FILLER          SZ 1.                                    INCIDM00
018900     05  NT-NUMBER       PC 9(5).                                 INCIDM00
019000     05  FILLER          SZ 1.                                    INCIDM00
019100     05  NT-KIND         PC X.                                    INCIDM00
019200     05  FILLER          SZ 1.                                    INCIDM00
019300     05  NT-DATE         PC 9(6).                                 INCIDM00
019400     05  FILLER          SZ 1.                                    INCIDM00
019500     05  NT-BY           PC X(3).                                 INCIDM00
019600     05  FILLER          SZ 1.                                    INCIDM00
019700     05  NT-TEXT         PC X(40).                                INCIDM00
019800     05  FILLER          SZ 19.                                   INCIDM00
019900 MD  TRAIL-FILE                                                   INCIDM00
020000     ACCESS SEQUENTIAL                                            INCIDM00
020100     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
020200     VALUE OF ID "AUDITTRL"                                       INCIDM00
020300     DATA RECORD TRAIL-REC.                                       INCIDM00
020400 01  TRAIL-REC       SZ 44.                                       INCIDM00
020500     05  AT-PROGRAM      PC X(8).                                 INCIDM00
020600     05  AT-DATE         PC 9(6).                                 INCIDM00
020700     05  AT-TIME         PC 9(4).                                 INCIDM00
020800     05  AT-EVENT        PC X(8).                                 INCIDM00
020900     05  AT-RESULT       PC X(8).                                 INCIDM00
021000     05  AT-RUN-ID       PC X(7).                                 INCIDM00
021100     05  AT-OPERATOR     PC X(3).                                 INCIDM00
021200 MD  RERUN-FILE                                                   INCIDM00
021300     ACCESS SEQUENTIAL                                            INCIDM00
021400     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
021500     VALUE OF ID "RERUNLOG"                                       INCIDM00
021600     DATA RECORD RERUN-REC.                                       INCIDM00
021700 01  RERUN-REC       SZ 92.                                       INCIDM00
021800     05  RR-DATE         PC 9(5).                                 INCIDM00
021900     05  RR-RUN-SEQ      PC 999.                                  INCIDM00
022000     05  RR-RESULT       PC X(6).                                 INCIDM00
022100     05  RR-RERUN-FLAG   PC X.                                    INCIDM00
022200           88 RERUN-CANDIDATE    VA "Y".                          INCIDM00
022300     05  RR-CTL-CARD     PC X(72).                                INCIDM00
022400     05  FILLER          SZ 5.                                    INCIDM00
022500 MD  OPS-MSG                                                      INCIDM00
022600     ACCESS SEQUENTIAL                                            INCIDM00
022700     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
022800     VALUE OF ID "OPSMSG"                                         INCIDM00
022900     DATA RECORD MSG-REC.                                         INCIDM00
023000 01  MSG-REC         SZ 80.                                       INCIDM00
023100     05  MSG-PROGRAM     PC X(8).                                 INCIDM00
023200     05  FILLER          SZ 1.                                    INCIDM00
023300     05  MSG-DATE        PC 9(6).                                 INCIDM00
023400     05  FILLER          SZ 1.                                    INCIDM00
023500     05  MSG-TIME        PC 9(4).                                 INCIDM00
023600     05  FILLER          SZ 1.                                    INCIDM00
023700     05  MSG-TEXT        PC X(50).                                INCIDM00
023800     05  FILLER          SZ 1.                                    INCIDM00
023900     05  MSG-OPERATOR    PC X(3).                                 INCIDM00
024000     05  FILLER          SZ 5.                                    INCIDM00
024100 MD  FISC-CAL                                                     INCIDM00
024200     ACCESS SEQUENTIAL                                            INCIDM00
024300     BLOCK CONTAINS 1 RECORDS                                     INCIDM00
024400     VALUE OF ID "FISCCAL"                                        INCIDM00
024500     DATA RECORD FISC-REC.                                        INCIDM00
024600 01  FISC-REC        SZ 80.                                       INCIDM00
024700     05  FC-TYPE         PC X.                                    INCIDM00
024800     05  FILLER          SZ 1.                                    INCIDM00
024900     05  FC-YEAR         PC 99.                                   INCIDM00
025000     05  FILLER          SZ 1.                                    INCIDM00
025100     05  FC-PERIOD       PC 99.                                   INCIDM00
025200     05  FILLER          SZ 1.                                    INCIDM00
025300     05  FC-START        PC 9(6).                                 INCIDM00
025400     05  FILLER          SZ 1.                                    INCIDM00
025500     05  FC-END          PC 9(6).                                 INCIDM00
025600     05  FILLER          SZ 59.                                   INCIDM00
025700 FD  TRANS-CARDS                                                  INCIDM00
025800         LABEL RECORD STANDARD                                    INCIDM00
025900         VALUE OF ID "INCTRAN"                                    INCIDM00
026000         DATA RECORD TRANS-REC.                                   INCIDM00
026100 01  TRANS-REC       SZ 80.                                       INCIDM00
026200     05  TR-ACTION           PC X.                                INCIDM00
026300     05  FILLER              SZ 1.                                INCIDM00
026400     05  TR-NUMBER           PC X(5).                             INCIDM00
026500     05  FILLER              SZ 1.                                INCIDM00
026600     05  TR-PROGRAM          PC X(8).                             INCIDM00
026700     05  FILLER              SZ 1.                                INCIDM00
026800     05  TR-RUN-ID           PC X(7).                             INCIDM00
026900     05  FILLER              SZ 1.                                INCIDM00
027000     05  TR-DATE             PC X(6).                             INCIDM00
027100     05  FILLER              SZ 1.                                INCIDM00
027200     05  TR-SEQ              PC X(3).                             INCIDM00
027300     05  FILLER              SZ 1.                                INCIDM00
027400     05  TR-KIND             PC X.                                INCIDM00
027500     05  FILLER              SZ 1.                                INCIDM00
027600     05  TR-TEXT             PC X(40).                            INCIDM00
027700     05  FILLER              SZ 2.                                INCIDM00
027800 FD  REPORT-FILE                                                  INCIDM00
027900         VALUE OF ID "INCLIST"                                    INCIDM00
028000         DATA RECORD REPORT-REC.                                  INCIDM00
028100 01  REPORT-REC      SZ 132.                                      INCIDM00
028200 WORKING-STORAGE SECTION.                                         INCIDM00
028300 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        INCIDM00
028400 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     INCIDM00
028500 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     INCIDM00
028600 77  OPERATOR-CODE   VA SPACE        PC X(3).                     INCIDM00
028700 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        INCIDM00
028800 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        INCIDM00
028900 77  AUTH-TODAY      CMP-1   PC 9(6).                             INCIDM00
029000 77  AUTH-DATE-IN            PC 9(6).                             INCIDM00
029100 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             INCIDM00
029200 77  AU-HH           CMP-1   PC 99.                               INCIDM00
029300 77  AU-MM           CMP-1   PC 99.                               INCIDM00
029400 77  AU-KEY          CMP-1   PC 9(8).                             INCIDM00
029500 77  AU-NEXT         CMP-1   PC 9(8).                             INCIDM00
029600 01  AU-SAVE-REC             SZ 44.                               INCIDM00
029700 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     INCIDM00
029800 77  AU-REC-SUM              CMP-1   PC 9(6).                     INCIDM00
029900 77  AU-CX                   CMP-1   PC 99.                       INCIDM00
030000 77  AU-TX                   CMP-1   PC 99.                       INCIDM00
030100 77  AU-CODE                 CMP-1   PC 99.                       INCIDM00
030200 01  AU-HASH-REC.                                                 INCIDM00
030300     05  AU-HC       OC 44   PC X.                                INCIDM00
030400 01  AU-CHAR-SET.                                                 INCIDM00
030500     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          INCIDM00
030600     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          INCIDM00
030700 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           INCIDM00
030800     05  AU-CHAR     OC 48   PC X.                                INCIDM00
030900 77  RUN-ID-ENTRY            PC X(7).                             INCIDM00
031000 77  INC-FILE-STATUS VA SPACE        PC X(2).                     INCIDM00
031100 77  RERUN-FILE-STATUS VA SPACE      PC X(2).                     INCIDM00
031200 77  MSG-FILE-STATUS VA SPACE        PC X(2).                     INCIDM00
031300 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     INCIDM00
031400 77  TRANS-SOURCE            PC X.                                INCIDM00
031500 77  WK-ACTION               PC X.                                INCIDM00
031600 77  WK-NUMBER               PC X(5).                             INCIDM00
031700 77  WK-PROGRAM              PC X(8).                             INCIDM00
031800 77  WK-RUN-ID               PC X(7).                             INCIDM00
031900 77  WK-SEQ                  PC X(3).                             INCIDM00
032000 77  WK-KIND                 PC X.                                INCIDM00
032100 77  WK-TEXT                 PC X(40).                            INCIDM00
032200 77  TODAY-MDY               PC 9(6).                             INCIDM00
032300 77  TODAY-YMD       CMP-1   PC 9(6).                             INCIDM00
032400 77  PERIOD-NO               PC 99.                               INCIDM00
032500 77  PERIOD-START    CMP-1   PC 9(6).                             INCIDM00
032600 77  PERIOD-END      CMP-1   PC 9(6).                             INCIDM00
032700 77  YMD-WORK        CMP-1   PC 9(6).                             INCIDM00
032800 77  INC-NUMBER      CMP-1   PC 9(5).                             INCIDM00
032900 77  NEXT-NUMBER     VA 1    CMP-1   PC 9(5).                     INCIDM00
033000 77  HD-CNT          VA 0    CMP-1   PC 999.                      INCIDM00
033100 77  NE-CNT          VA 0    CMP-1   PC 9(4).                     INCIDM00
033200 77  HX              CMP-1   PC 999.                              INCIDM00
033300 77  HHIT            CMP-1   PC 999.                              INCIDM00
033400 77  NX              CMP-1   PC 9(4).                             INCIDM00
033500 77  PG-CNT          VA 0    CMP-1   PC 999.                      INCIDM00
033600 77  PX              CMP-1   PC 999.                              INCIDM00
033700 77  PHIT            CMP-1   PC 999.                              INCIDM00
033800 77  MAX-IX          CMP-1   PC 999.                              INCIDM00
033900 77  MAX-CNT         CMP-1   PC 999.                              INCIDM00
034000 77  OUT-IX          CMP-1   PC 999.                              INCIDM00
034100 77  REPEAT-CNT      CMP-1   PC 999.                              INCIDM00
034200 77  OPEN-CNT        CMP-1   PC 999.                              INCIDM00
034300 77  CLOSED-CNT      CMP-1   PC 999.                              INCIDM00
034400 77  NOTE-SEEN       CMP-1   PC 999.                              INCIDM00
034500 77  MSG-CNT         CMP-1   PC 9(4).                             INCIDM00
034600 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      INCIDM00
034700 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        INCIDM00
034800 77  FOUND-SW        VA 0    CMP-1   PC 9.                        INCIDM00
034900 77  FIND-PROG               PC X(8).                             INCIDM00
035000 77  FIND-RUN                PC X(7).                             INCIDM00
035100 77  FIND-DATE       CMP-1   PC 9(6).                             INCIDM00
035200 77  FOUND-DATE              PC 9(6).                             INCIDM00
035300 77  FOUND-TIME              PC 9(4).                             INCIDM00
035400 77  FOUND-RUN               PC X(7).                             INCIDM00
035500 77  NEW-SOURCE              PC X.                                INCIDM00
035600 77  NEW-CODE                PC X.                                INCIDM00
035700 77  NEW-INIT                PC X(3).                             INCIDM00
035800 77  NEW-RR-DATE             PC 9(5).                             INCIDM00
035900 77  NEW-RR-SEQ              PC 999.                              INCIDM00
036000 77  KEY-DATE                PC 9(6).                             INCIDM00
036100 77  KEY-TIME                PC 9(4).                             INCIDM00
036200 77  KEY-OUT         CMP-1   PC 9(10).                            INCIDM00
036300 77  INC-KEY         CMP-1   PC 9(10).                            INCIDM00
036400 77  LOW-KEY         CMP-1   PC 9(10).                            INCIDM00
036500 77  HIGH-KEY        CMP-1   PC 9(10).                            INCIDM00
036600 77  LOW-FOUND       CMP-1   PC 9(10).                            INCIDM00
036700 77  HIGH-FOUND      CMP-1   PC 9(10).                            INCIDM00
036800 77  EDIT-IN                 PC 9(6).                             INCIDM00
036900 77  JUL-YY          CMP-1   PC 99.                               INCIDM00
037000 77  JUL-DOY         CMP-1   PC 999.                              INCIDM00
037100 77  JUL-MM          CMP-1   PC 99.                               INCIDM00
037200 77  JUL-DD          CMP-1   PC 999.                              INCIDM00
037300 77  JX              CMP-1   PC 99.                               INCIDM00
037400 77  LEAP-ADD        CMP-1   PC 9.                                INCIDM00
037500 77  MONTH-END       CMP-1   PC 99.                               INCIDM00
037600 77  RC-SCAN         CMP-1   PC 99.                               INCIDM00
037700 77  RC-START        CMP-1   PC 99.                               INCIDM00
037800 77  RC-IX           CMP-1   PC 99.                               INCIDM00
037900 01  DATE-IN-WORK.                                                INCIDM00
038000     05  DW-X                PC X(6).                             INCIDM00
038100 01  DATE-IN-MDY REDEFINES DATE-IN-WORK.                          INCIDM00
038200     05  DW-MDY              PC 9(6).                             INCIDM00
038300 01  DATE-IN-JUL REDEFINES DATE-IN-WORK.                          INCIDM00
038400     05  DW-JUL              PC 9(5).                             INCIDM00
038500     05  FILLER              PC X.                                INCIDM00
038600 01  NUM-WORK.                                                    INCIDM00
038700     05  NW-X                PC X(5).                             INCIDM00
038800 01  NUM-WORK-9 REDEFINES NUM-WORK.                               INCIDM00
038900     05  NW-NUM              PC 9(5).                             INCIDM00
039000 01  SEQ-WORK.                                                    INCIDM00
039100     05  SQ-X                PC X(3).                             INCIDM00
039200 01  SEQ-WORK-9 REDEFINES SEQ-WORK.                               INCIDM00
039300     05  SQ-NUM              PC 999.                              INCIDM00
039400 01  DAY-WORK.                                                    INCIDM00
039500     05  DN-DATE             PC 9(6).                             INCIDM00
039600 01  DAY-PARTS REDEFINES DAY-WORK.                                INCIDM00
039700     05  DN-YY               PC 99.                               INCIDM00
039800     05  DN-MM               PC 99.                               INCIDM00
039900     05  DN-DD               PC 99.                               INCIDM00
040000 01  DATE-EDIT.                                                   INCIDM00
040100     05  DE-MM               PC 99.                               INCIDM00
040200     05  FILLER              PC X     VA "/".                     INCIDM00
040300     05  DE-DD               PC 99.                               INCIDM00
040400     05  FILLER              PC X     VA "/".                     INCIDM00
040500     05  DE-YY               PC 99.                               INCIDM00
040600 01  MONTH-DAYS-SET.                                              INCIDM00
040700     05  FILLER  PC X(24) VA "312831303130313130313031".          INCIDM00
040800 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     INCIDM00
040900     05  MD-DAYS     OC 12   PC 99.                               INCIDM00
041000 01  CUM-DAYS-SET.                                                INCIDM00
041100     05  FILLER  PC X(18) VA "000031059090120151".                INCIDM00
041200     05  FILLER  PC X(18) VA "181212243273304334".                INCIDM00
041300 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         INCIDM00
041400     05  CUM-DAYS    OC 12   PC 999.                              INCIDM00
041500 01  PROG-KEY.                                                    INCIDM00
041600     05  PK-CH     OC 6   PC X.                                   INCIDM00
041700 01  CARD-X.                                                      INCIDM00
041800     05  CARD-COL  OC 72  PC X.                                   INCIDM00
041900 01  CARD-FIELDS REDEFINES CARD-X.                                INCIDM00
042000     05  FILLER              PC X(58).                            INCIDM00
042100     05  CF-CODE             PC X.                                INCIDM00
042200     05  CF-INIT             PC X(3).                             INCIDM00
042300     05  FILLER              PC X(10).                            INCIDM00
042400 01  RESULT-WORK.                                                 INCIDM00
042500     05  RW-ACTION           PC X.                                INCIDM00
042600     05  FILLER              PC X     VA SPACE.                   INCIDM00
042700     05  RW-NUMBER           PC 9(5).                             INCIDM00
042800     05  FILLER              PC X     VA SPACE.                   INCIDM00
042900 01  INC-TABLE.                                                   INCIDM00
043000     02 HD-ENTRY OC 300.                                          INCIDM00
043100         03 HD-NUMBER        PC 9(5).                             INCIDM00
043200         03 HD-PROGRAM       PC X(8).                             INCIDM00
043300         03 HD-RUN-ID        PC X(7).                             INCIDM00
043400         03 HD-DATE          PC 9(6).                             INCIDM00
043500         03 HD-TIME          PC 9(4).                             INCIDM00
043600         03 HD-RERUN-CODE    PC X.                                INCIDM00
043700         03 HD-SOURCE        PC X.                                INCIDM00
043800         03 HD-STATUS        PC X.                                INCIDM00
043900         03 HD-OPENED-BY     PC X(3).                             INCIDM00
044000         03 HD-CLOSED        PC 9(6).                             INCIDM00
044100         03 HD-CLOSED-BY     PC X(3).                             INCIDM00
044200         03 HD-RR-DATE       PC 9(5).                             INCIDM00
044300         03 HD-RR-SEQ        PC 999.                              INCIDM00
044400         03 HD-RR-INIT       PC X(3).                             INCIDM00
044500         03 HD-GONE          PC X.                                INCIDM00
044600         03 HD-NOTES   CMP   PC 999.                              INCIDM00
044700 01  NOTE-TABLE.                                                  INCIDM00
044800     02 NE-ENTRY OC 1000.                                         INCIDM00
044900         03 NE-NUMBER        PC 9(5).                             INCIDM00
045000         03 NE-KIND          PC X.                                INCIDM00
045100         03 NE-DATE          PC 9(6).                             INCIDM00
045200         03 NE-BY            PC X(3).                             INCIDM00
045300         03 NE-TEXT          PC X(40).                            INCIDM00
045400 01  PROG-TABLE.                                                  INCIDM00
045500     05  PG-ENTRY  OC 300.                                        INCIDM00
045600         10  PG-PROG         PC X(8).                             INCIDM00
045700         10  PG-COUNT  CMP   PC 999.                              INCIDM00
045800         10  PG-OPEN   CMP   PC 999.                              INCIDM00
045900         10  PG-DONE         PC X.                                INCIDM00
046000 01  TITLE-LINE      SZ 132.                                      INCIDM00
046100     05  FILLER      PC X(36) VA                                  INCIDM00
046200         "INCIDENT LOG MAINTENANCE            ".                  INCIDM00
046300     05  TI-DATE     PC X(8).                                     INCIDM00
046400     05  FILLER      SZ 88    VA SPACE.                           INCIDM00
046500 01  ACT-LINE        SZ 132.                                      INCIDM00
046600     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
046700     05  AL-WORD     PC X(10).                                    INCIDM00
046800     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
046900     05  AL-NUMBER   PC 9(5).                                     INCIDM00
047000     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
047100     05  AL-PROGRAM  PC X(8).                                     INCIDM00
047200     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
047300     05  AL-RUN-ID   PC X(7).                                     INCIDM00
047400     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
047500     05  AL-DATE     PC X(8).                                     INCIDM00
047600     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
047700     05  AL-TIME     PC 9(4).                                     INCIDM00
047800     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
047900     05  AL-TEXT     PC X(40).                                    INCIDM00
048000     05  FILLER      SZ 37    VA SPACE.                           INCIDM00
048100 01  REJECT-LINE     SZ 132.                                      INCIDM00
048200     05  FILLER  PC X(11) VA "REJECTED - ".                       INCIDM00
048300     05  RJ-REASON   PC X(30).                                    INCIDM00
048400     05  RJ-ACTION   PC X.                                        INCIDM00
048500     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
048600     05  RJ-NUMBER   PC X(5).                                     INCIDM00
048700     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
048800     05  RJ-PROGRAM  PC X(8).                                     INCIDM00
048900     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
049000     05  RJ-RUN-ID   PC X(7).                                     INCIDM00
049100     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
049200     05  RJ-DATE     PC X(6).                                     INCIDM00
049300     05  FILLER      SZ 60    VA SPACE.                           INCIDM00
049400 01  LIST-HEAD       SZ 132.                                      INCIDM00
049500     05  LH-LABEL    PC X(32).                                    INCIDM00
049600     05  FILLER      SZ 100   VA SPACE.                           INCIDM00
049700 01  OPEN-COLS       SZ 132.                                      INCIDM00
049800     05  FILLER      PC X(36) VA                                  INCIDM00
049900         "  INCID  PROGRAM   RUN ID   DATE    ".                  INCIDM00
050000     05  FILLER      PC X(42) VA                                  INCIDM00
050100         "  TIME  CD   SOURCE  BY   NTS  LATEST NOTE".            INCIDM00
050200     05  FILLER      SZ 54    VA SPACE.                           INCIDM00
050300 01  OPEN-LINE       SZ 132.                                      INCIDM00
050400     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
050500     05  OL-NUMBER   PC 9(5).                                     INCIDM00
050600     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
050700     05  OL-PROGRAM  PC X(8).                                     INCIDM00
050800     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
050900     05  OL-RUN-ID   PC X(7).                                     INCIDM00
051000     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
051100     05  OL-DATE     PC X(8).                                     INCIDM00
051200     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
051300     05  OL-TIME     PC 9(4).                                     INCIDM00
051400     05  FILLER      SZ 3     VA SPACE.                           INCIDM00
051500     05  OL-CODE     PC X.                                        INCIDM00
051600     05  FILLER      SZ 3     VA SPACE.                           INCIDM00
051700     05  OL-SOURCE   PC X(6).                                     INCIDM00
051800     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
051900     05  OL-BY       PC X(3).                                     INCIDM00
052000     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
052100     05  OL-NOTES    PC ZZ9.                                      INCIDM00
052200     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
052300     05  OL-TEXT     PC X(40).                                    INCIDM00
052400     05  FILLER      SZ 25    VA SPACE.                           INCIDM00
052500 01  NO-OPEN-LINE    SZ 132.                                      INCIDM00
052600     05  FILLER  PC X(20) VA "  NO OPEN INCIDENTS.".              INCIDM00
052700     05  FILLER      SZ 112   VA SPACE.                           INCIDM00
052800 01  COUNT-LINE      SZ 132.                                      INCIDM00
052900     05  FILLER      PC X(16) VA "OPEN INCIDENTS  ".              INCIDM00
053000     05  CT-OPEN     PC ZZ9.                                      INCIDM00
053100     05  FILLER      PC X(16) VA "   CLOSED       ".              INCIDM00
053200     05  CT-CLOSED   PC ZZ9.                                      INCIDM00
053300     05  FILLER      SZ 94    VA SPACE.                           INCIDM00
053400 01  RECUR-TITLE     SZ 132.                                      INCIDM00
053500     05  FILLER  PC X(21) VA "INCIDENT RECURRENCE -".             INCIDM00
053600     05  RT-WORD     PC X(7)  VA " MONTH ".                       INCIDM00
053700     05  RT-NO       PC 99.                                       INCIDM00
053800     05  FILLER      PC X(7)  VA "  FROM ".                       INCIDM00
053900     05  RT-FROM     PC X(8).                                     INCIDM00
054000     05  FILLER      PC X(4)  VA " TO ".                          INCIDM00
054100     05  RT-TO       PC X(8).                                     INCIDM00
054200     05  FILLER      SZ 75    VA SPACE.                           INCIDM00
054300 01  RECUR-COLS      SZ 132.                                      INCIDM00
054400     05  FILLER      PC X(33) VA                                  INCIDM00
054500         "  PROGRAM   INCIDENTS  STILL OPEN".                     INCIDM00
054600     05  FILLER      SZ 99    VA SPACE.                           INCIDM00
054700 01  RECUR-LINE      SZ 132.                                      INCIDM00
054800     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
054900     05  RL-PROG     PC X(8).                                     INCIDM00
055000     05  FILLER      SZ 8     VA SPACE.                           INCIDM00
055100     05  RL-COUNT    PC ZZ9.                                      INCIDM00
055200     05  FILLER      SZ 9     VA SPACE.                           INCIDM00
055300     05  RL-OPEN     PC ZZ9.                                      INCIDM00
055400     05  FILLER      SZ 99    VA SPACE.                           INCIDM00
055500 01  NO-REPEAT-LINE  SZ 132.                                      INCIDM00
055600     05  FILLER  PC X(35) VA                                      INCIDM00
055700         "  NO PROGRAM HAD A REPEAT INCIDENT.".                   INCIDM00
055800     05  FILLER      SZ 97    VA SPACE.                           INCIDM00
055900 01  PRINT-LINE-1    SZ 132.                                      INCIDM00
056000     05  FILLER      PC X(9)  VA "INCIDENT ".                     INCIDM00
056100     05  P1-NUMBER   PC 9(5).                                     INCIDM00
056200     05  FILLER      PC X(10) VA "  PROGRAM ".                    INCIDM00
056300     05  P1-PROGRAM  PC X(8).                                     INCIDM00
056400     05  FILLER      PC X(9)  VA "  RUN ID ".                     INCIDM00
056500     05  P1-RUN-ID   PC X(7).                                     INCIDM00
056600     05  FILLER      PC X(7)  VA "  DATE ".                       INCIDM00
056700     05  P1-DATE     PC X(8).                                     INCIDM00
056800     05  FILLER      PC X(7)  VA "  TIME ".                       INCIDM00
056900     05  P1-TIME     PC 9(4).                                     INCIDM00
057000     05  FILLER      SZ 58    VA SPACE.                           INCIDM00
057100 01  PRINT-LINE-2    SZ 132.                                      INCIDM00
057200     05  FILLER      PC X(14) VA "  OPENED FROM ".                INCIDM00
057300     05  P2-SOURCE   PC X(12).                                    INCIDM00
057400     05  FILLER      PC X(13) VA "  RERUN CODE ".                 INCIDM00
057500     05  P2-CODE     PC X.                                        INCIDM00
057600     05  FILLER      PC X(17) VA "  RERUN INITIALS ".             INCIDM00
057700     05  P2-INIT     PC X(3).                                     INCIDM00
057800     05  FILLER      PC X(12) VA "  OPENED BY ".                  INCIDM00
057900     05  P2-BY       PC X(3).                                     INCIDM00
058000     05  FILLER      SZ 57    VA SPACE.                           INCIDM00
058100 01  PRINT-LINE-3    SZ 132.                                      INCIDM00
058200     05  FILLER      PC X(9)  VA "  STATUS ".                     INCIDM00
058300     05  P3-STATUS   PC X(6).                                     INCIDM00
058400     05  FILLER      PC X(9)  VA "  CLOSED ".                     INCIDM00
058500     05  P3-CLOSED   PC X(8).                                     INCIDM00
058600     05  FILLER      PC X(5)  VA "  BY ".                         INCIDM00
058700     05  P3-BY       PC X(3).                                     INCIDM00
058800     05  FILLER      SZ 92    VA SPACE.                           INCIDM00
058900 01  NOTES-HEAD      SZ 132.                                      INCIDM00
059000     05  FILLER  PC X(7)  VA "  NOTES".                           INCIDM00
059100     05  FILLER      SZ 125   VA SPACE.                           INCIDM00
059200 01  NOTE-LINE       SZ 132.                                      INCIDM00
059300     05  FILLER      SZ 4     VA SPACE.                           INCIDM00
059400     05  NL-KIND     PC X(10).                                    INCIDM00
059500     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
059600     05  NL-DATE     PC X(8).                                     INCIDM00
059700     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
059800     05  NL-BY       PC X(3).                                     INCIDM00
059900     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
060000     05  NL-TEXT     PC X(40).                                    INCIDM00
060100     05  FILLER      SZ 61    VA SPACE.                           INCIDM00
060200 01  NO-NOTE-LINE    SZ 132.                                      INCIDM00
060300     05  FILLER  PC X(20) VA "    NO NOTES ENTERED".              INCIDM00
060400     05  FILLER      SZ 112   VA SPACE.                           INCIDM00
060500 01  MSG-HEAD        SZ 132.                                      INCIDM00
060600     05  FILLER  PC X(25) VA "  OPERATOR MESSAGES FROM ".         INCIDM00
060700     05  MH-FROM     PC X(8).                                     INCIDM00
060800     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
060900     05  MH-FROM-T   PC 9(4).                                     INCIDM00
061000     05  FILLER      PC X(4)  VA " TO ".                          INCIDM00
061100     05  MH-TO       PC X(8).                                     INCIDM00
061200     05  FILLER      SZ 1     VA SPACE.                           INCIDM00
061300     05  MH-TO-T     PC 9(4).                                     INCIDM00
061400     05  FILLER      SZ 77    VA SPACE.                           INCIDM00
061500 01  MSG-LINE        SZ 132.                                      INCIDM00
061600     05  FILLER      SZ 4     VA SPACE.                           INCIDM00
061700     05  ML-DATE     PC X(8).                                     INCIDM00
061800     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
061900     05  ML-TIME     PC 9(4).                                     INCIDM00
062000     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
062100     05  ML-OPER     PC X(3).                                     INCIDM00
062200     05  FILLER      SZ 2     VA SPACE.                           INCIDM00
062300     05  ML-TEXT     PC X(50).                                    INCIDM00
062400     05  FILLER      SZ 57    VA SPACE.                           INCIDM00
062500 01  NO-MSG-LINE     SZ 132.                                      INCIDM00
062600     05  FILLER  PC X(37) VA                                      INCIDM00
062700         "    NO OPERATOR MESSAGES FOR THIS RUN".                 INCIDM00
062800     05  FILLER      SZ 95    VA SPACE.                           INCIDM00
062900 01  BLANK-LINE      SZ 132   VA SPACE.                           INCIDM00
063000 PROCEDURE DIVISION.                                              INCIDM00
063100 100-BEGIN.                                                       INCIDM00
063200     ACCEPT RUN-ID-ENTRY.                                         INCIDM00
063300     PERFORM 950-AUDIT-START.                                     INCIDM00
063400     MOVE TODAYS-DATE TO TODAY-MDY.                               INCIDM00
063500     COMPUTE TODAY-YMD = TODAY-MDY MOD 100 * 10000                INCIDM00
063600         + TODAY-MDY DIV 100.                                     INCIDM00
063700     PERFORM 105-FISCAL-PERIOD THRU 105X.                         INCIDM00
063800     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        INCIDM00
063900     ACCEPT TRANS-SOURCE.                                         INCIDM00
064000     OPEN OUTPUT REPORT-FILE.                                     INCIDM00
064100     MOVE TODAY-MDY TO EDIT-IN.                                   INCIDM00
064200     PERFORM 870-EDIT-DATE.                                       INCIDM00
064300     MOVE DATE-EDIT TO TI-DATE.                                   INCIDM00
064400     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   INCIDM00
064500     PERFORM 200-LOAD-INC THRU 200X.                              INCIDM00
064600     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  INCIDM00
064700 150-CONSOLE-TRANS.                                               INCIDM00
064800     DISPLAY "ENTER ACTION - O, L, N, X, P, D OR E (END)".        INCIDM00
064900     ACCEPT WK-ACTION.                                            INCIDM00
065000     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        INCIDM00
065100     MOVE SPACES TO WK-NUMBER WK-PROGRAM WK-RUN-ID DW-X WK-SEQ    INCIDM00
065200         WK-KIND WK-TEXT.                                         INCIDM00
065300     IF WK-ACTION = "O" GO TO 152-CONSOLE-ABORT.                  INCIDM00
065400     IF WK-ACTION = "L" GO TO 154-CONSOLE-RERUN.                  INCIDM00
065500     DISPLAY "ENTER INCIDENT NUMBER (5 DIGITS)".                  INCIDM00
065600     ACCEPT WK-NUMBER.                                            INCIDM00
065700     IF WK-ACTION = "N" GO TO 156-CONSOLE-NOTE.                   INCIDM00
065800     IF WK-ACTION NOT = "X" GO TO 158-CONSOLE-APPLY.              INCIDM00
065900     DISPLAY "ENTER CLOSING NOTE (40 CHARACTERS) OR BLANK".       INCIDM00
066000     ACCEPT WK-TEXT.                                              INCIDM00
066100     GO TO 158-CONSOLE-APPLY.                                     INCIDM00
066200 152-CONSOLE-ABORT.                                               INCIDM00
066300     DISPLAY "ENTER PROGRAM NAME".                                INCIDM00
066400     ACCEPT WK-PROGRAM.                                           INCIDM00
066500     DISPLAY "ENTER RUN IDENTIFIER".                              INCIDM00
066600     ACCEPT WK-RUN-ID.                                            INCIDM00
066700     DISPLAY "ENTER DATE OF THE ABORT MMDDYY OR BLANK".           INCIDM00
066800     ACCEPT DW-X.                                                 INCIDM00
066900     GO TO 158-CONSOLE-APPLY.                                     INCIDM00
067000 154-CONSOLE-RERUN.                                               INCIDM00
067100     DISPLAY "ENTER RERUNLOG DATE YYDDD".                         INCIDM00
067200     ACCEPT DW-X.                                                 INCIDM00
067300     DISPLAY "ENTER RERUNLOG RUN SEQUENCE (3 DIGITS)".            INCIDM00
067400     ACCEPT WK-SEQ.                                               INCIDM00
067500     DISPLAY "ENTER RUN IDENTIFIER OR BLANK".                     INCIDM00
067600     ACCEPT WK-RUN-ID.                                            INCIDM00
067700     GO TO 158-CONSOLE-APPLY.                                     INCIDM00
067800 156-CONSOLE-NOTE.                                                INCIDM00
067900     DISPLAY "ENTER NOTE TYPE - C (CAUSE) OR R (RESOLUTION)".     INCIDM00
068000     ACCEPT WK-KIND.                                              INCIDM00
068100     DISPLAY "ENTER NOTE TEXT (40 CHARACTERS)".                   INCIDM00
068200     ACCEPT WK-TEXT.                                              INCIDM00
068300 158-CONSOLE-APPLY.                                               INCIDM00
068400     PERFORM 600-APPLY-ONE THRU 600X.                             INCIDM00
068500     GO TO 150-CONSOLE-TRANS.                                     INCIDM00
068600 400-CARD-TRANS.                                                  INCIDM00
068700     OPEN INPUT TRANS-CARDS.                                      INCIDM00
068800 410-READ-TRANS.                                                  INCIDM00
068900     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                INCIDM00
069000     MOVE TR-ACTION TO WK-ACTION.                                 INCIDM00
069100     MOVE TR-NUMBER TO WK-NUMBER.                                 INCIDM00
069200     MOVE TR-PROGRAM TO WK-PROGRAM.                               INCIDM00
069300     MOVE TR-RUN-ID TO WK-RUN-ID.                                 INCIDM00
069400     MOVE TR-DATE TO DW-X.                                        INCIDM00
069500     MOVE TR-SEQ TO WK-SEQ.                                       INCIDM00
069600     MOVE TR-KIND TO WK-KIND.                                     INCIDM00
069700     MOVE TR-TEXT TO WK-TEXT.                                     INCIDM00
069800     PERFORM 600-APPLY-ONE THRU 600X.                             INCIDM00
069900     GO TO 410-READ-TRANS.                                        INCIDM00
070000 420-TRANS-DONE.                                                  INCIDM00
070100     CLOSE TRANS-CARDS.                                           INCIDM00
070200 500-WRAP-UP.                                                     INCIDM00
070300     PERFORM 300-OPEN-LIST THRU 300X.                             INCIDM00
070400     PERFORM 350-RECUR-LIST THRU 350X.                            INCIDM00
070500     PERFORM 700-REWRITE-INC THRU 700X.                           INCIDM00
070600     CLOSE REPORT-FILE.                                           INCIDM00
070700     DISPLAY "CHANGES APPLIED " CHANGE-CNT.                       INCIDM00
070800     MOVE "OK      " TO AU-RESULT.                                INCIDM00
070900     PERFORM 955-AUDIT-END.                                       INCIDM00
071000     STOP RUN.                                                    INCIDM00
071100 105-FISCAL-PERIOD.                                               INCIDM00
071200     NOTE  THE RECURRENCE REPORT COVERS THE CALENDAR MONTH, OR    INCIDM00
071300         WITH A FISCAL CALENDAR IN FISCCAL THE FISCAL PERIOD      INCIDM00
071400         TODAY FALLS IN.                                          INCIDM00
071500     MOVE TODAY-YMD TO DN-DATE.                                   INCIDM00
071600     MOVE DN-MM TO PERIOD-NO.                                     INCIDM00
071700     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           INCIDM00
071800     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       INCIDM00
071900     COMPUTE PERIOD-START = TODAY-YMD DIV 100 * 100 + 1.          INCIDM00
072000     COMPUTE PERIOD-END = TODAY-YMD DIV 100 * 100 + MONTH-END.    INCIDM00
072100     OPEN INPUT FISC-CAL.                                         INCIDM00
072200     IF FISC-FILE-STATUS NOT = "00" GO TO 105X.                   INCIDM00
072300 107-FISC-READ.                                                   INCIDM00
072400     READ FISC-CAL AT END GO TO 109-FISC-DONE.                    INCIDM00
072500     IF FC-TYPE NOT = "P" GO TO 107-FISC-READ.                    INCIDM00
072600     IF FC-START IS GREATER THAN TODAY-YMD GO TO 107-FISC-READ.   INCIDM00
072700     IF FC-END IS LESS THAN TODAY-YMD GO TO 107-FISC-READ.        INCIDM00
072800     MOVE FC-PERIOD TO PERIOD-NO.                                 INCIDM00
072900     MOVE FC-START TO PERIOD-START.                               INCIDM00
073000     MOVE FC-END TO PERIOD-END.                                   INCIDM00
073100     MOVE "PERIOD " TO RT-WORD.                                   INCIDM00
073200 109-FISC-DONE.                                                   INCIDM00
073300     CLOSE FISC-CAL.                                              INCIDM00
073400 105X.   EXIT.                                                    INCIDM00
073500 200-LOAD-INC.                                                    INCIDM00
073600     OPEN INPUT INC-FILE.                                         INCIDM00
073700     IF INC-FILE-STATUS NOT = "00"                                INCIDM00
073800         DISPLAY "NO INCIDENT FILE - A NEW ONE IS STARTED"        INCIDM00
073900         GO TO 200X.                                              INCIDM00
074000 202-LOAD-READ.                                                   INCIDM00
074100     READ INC-FILE AT END GO TO 208-LOAD-DONE.                    INCIDM00
074200     IF IN-TYPE = "N" GO TO 206-LOAD-NOTE.                        INCIDM00
074300     IF IN-TYPE NOT = "H" GO TO 202-LOAD-READ.                    INCIDM00
074400     IF HD-CNT = 300                                              INCIDM00
074500         MOVE 1 TO LOAD-OVER-SW                                   INCIDM00
074600         GO TO 202-LOAD-READ.                                     INCIDM00
074700     ADD 1 TO HD-CNT.                                             INCIDM00
074800     MOVE IN-NUMBER TO HD-NUMBER (HD-CNT).                        INCIDM00
074900     MOVE IN-PROGRAM TO HD-PROGRAM (HD-CNT).                      INCIDM00
075000     MOVE IN-RUN-ID TO HD-RUN-ID (HD-CNT).                        INCIDM00
075100     MOVE IN-DATE TO HD-DATE (HD-CNT).                            INCIDM00
075200     MOVE IN-TIME TO HD-TIME (HD-CNT).                            INCIDM00
075300     MOVE IN-RERUN-CODE TO HD-RERUN-CODE (HD-CNT).                INCIDM00
075400     MOVE IN-SOURCE TO HD-SOURCE (HD-CNT).                        INCIDM00
075500     MOVE IN-STATUS TO HD-STATUS (HD-CNT).                        INCIDM00
075600     MOVE IN-OPENED-BY TO HD-OPENED-BY (HD-CNT).                  INCIDM00
075700     MOVE IN-CLOSED TO HD-CLOSED (HD-CNT).                        INCIDM00
075800     MOVE IN-CLOSED-BY TO HD-CLOSED-BY (HD-CNT).                  INCIDM00
075900     MOVE IN-RR-DATE TO HD-RR-DATE (HD-CNT).                      INCIDM00
076000     MOVE IN-RR-SEQ TO HD-RR-SEQ (HD-CNT).                        INCIDM00
076100     MOVE IN-RR-INIT TO HD-RR-INIT (HD-CNT).                      INCIDM00
076200     MOVE SPACE TO HD-GONE (HD-CNT).                              INCIDM00
076300     MOVE 0 TO HD-NOTES (HD-CNT).                                 INCIDM00
076400     IF IN-NUMBER IS NOT LESS THAN NEXT-NUMBER                    INCIDM00
076500         COMPUTE NEXT-NUMBER = IN-NUMBER + 1.                     INCIDM00
076600     GO TO 202-LOAD-READ.                                         INCIDM00
076700 206-LOAD-NOTE.                                                   INCIDM00
076800     IF NE-CNT = 1000                                             INCIDM00
076900         MOVE 1 TO LOAD-OVER-SW                                   INCIDM00
077000         GO TO 202-LOAD-READ.                                     INCIDM00
077100     ADD 1 TO NE-CNT.                                             INCIDM00
077200     MOVE NT-NUMBER TO NE-NUMBER (NE-CNT).                        INCIDM00
077300     MOVE NT-KIND TO NE-KIND (NE-CNT).                            INCIDM00
077400     MOVE NT-DATE TO NE-DATE (NE-CNT).                            INCIDM00
077500     MOVE NT-BY TO NE-BY (NE-CNT).                                INCIDM00
077600     MOVE NT-TEXT TO NE-TEXT (NE-CNT).                            INCIDM00
077700     GO TO 202-LOAD-READ.                                         INCIDM00
077800 208-LOAD-DONE.                                                   INCIDM00
077900     CLOSE INC-FILE.                                              INCIDM00
078000     PERFORM 210-COUNT-NOTE VARYING NX FROM 1 BY 1                INCIDM00
078100         UNTIL NX IS GREATER THAN NE-CNT.                         INCIDM00
078200     IF LOAD-OVER-SW = 1                                          INCIDM00
078300         DISPLAY "INCIDENT FILE PAST 300 INCIDENTS OR 1000 NOTES".INCIDM00
078400 200X.   EXIT.                                                    INCIDM00
078500 210-COUNT-NOTE.                                                  INCIDM00
078600     MOVE NE-NUMBER (NX) TO INC-NUMBER.                           INCIDM00
078700     PERFORM 650-FIND-INC THRU 650X.                              INCIDM00
078800     IF HHIT IS GREATER THAN 0 ADD 1 TO HD-NOTES (HHIT).          INCIDM00
078900 300-OPEN-LIST.                                                   INCIDM00
079000     MOVE "OPEN INCIDENTS                  " TO LH-LABEL.         INCIDM00
079100     WRITE REPORT-REC FROM BLANK-LINE.                            INCIDM00
079200     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    INCIDM00
079300     WRITE REPORT-REC FROM OPEN-COLS.                             INCIDM00
079400     MOVE 0 TO OPEN-CNT.                                          INCIDM00
079500     MOVE 0 TO CLOSED-CNT.                                        INCIDM00
079600     PERFORM 310-OPEN-ONE THRU 310X VARYING HX FROM 1 BY 1        INCIDM00
079700         UNTIL HX IS GREATER THAN HD-CNT.                         INCIDM00
079800     IF OPEN-CNT = 0 WRITE REPORT-REC FROM NO-OPEN-LINE.          INCIDM00
079900     MOVE OPEN-CNT TO CT-OPEN.                                    INCIDM00
080000     MOVE CLOSED-CNT TO CT-CLOSED.                                INCIDM00
080100     WRITE REPORT-REC FROM BLANK-LINE.                            INCIDM00
080200     WRITE REPORT-REC FROM COUNT-LINE.                            INCIDM00
080300 300X.   EXIT.                                                    INCIDM00
080400 310-OPEN-ONE.                                                    INCIDM00
080500     IF HD-GONE (HX) = "Y" GO TO 310X.                            INCIDM00
080600     IF HD-STATUS (HX) = "C"                                      INCIDM00
080700         ADD 1 TO CLOSED-CNT                                      INCIDM00
080800         GO TO 310X.                                              INCIDM00
080900     ADD 1 TO OPEN-CNT.                                           INCIDM00
081000     MOVE HD-NUMBER (HX) TO OL-NUMBER.                            INCIDM00
081100     MOVE HD-PROGRAM (HX) TO OL-PROGRAM.                          INCIDM00
081200     MOVE HD-RUN-ID (HX) TO OL-RUN-ID.                            INCIDM00
081300     MOVE HD-DATE (HX) TO EDIT-IN.                                INCIDM00
081400     PERFORM 870-EDIT-DATE.                                       INCIDM00
081500     MOVE DATE-EDIT TO OL-DATE.                                   INCIDM00
081600     MOVE HD-TIME (HX) TO OL-TIME.                                INCIDM00
081700     MOVE HD-RERUN-CODE (HX) TO OL-CODE.                          INCIDM00
081800     MOVE "ABORT " TO OL-SOURCE.                                  INCIDM00
081900     IF HD-SOURCE (HX) = "R" MOVE "RERUN " TO OL-SOURCE.          INCIDM00
082000     MOVE HD-OPENED-BY (HX) TO OL-BY.                             INCIDM00
082100     MOVE HD-NOTES (HX) TO OL-NOTES.                              INCIDM00
082200     MOVE SPACES TO OL-TEXT.                                      INCIDM00
082300     PERFORM 315-LAST-NOTE VARYING NX FROM 1 BY 1                 INCIDM00
082400         UNTIL NX IS GREATER THAN NE-CNT.                         INCIDM00
082500     WRITE REPORT-REC FROM OPEN-LINE.                             INCIDM00
082600 310X.   EXIT.                                                    INCIDM00
082700 315-LAST-NOTE.                                                   INCIDM00
082800     IF NE-NUMBER (NX) = HD-NUMBER (HX)                           INCIDM00
082900         MOVE NE-TEXT (NX) TO OL-TEXT.                            INCIDM00
083000 350-RECUR-LIST.                                                  INCIDM00
083100     NOTE  COUNTS THE INCIDENTS DATED IN THE MONTH BY PROGRAM     INCIDM00
083200         AND LISTS EVERY PROGRAM WITH TWO OR MORE, THE LARGEST    INCIDM00
083300         COUNT FIRST, THE WAY RERUNRPT ORDERS ITS BREAKDOWNS.     INCIDM00
083400     MOVE PERIOD-NO TO RT-NO.                                     INCIDM00
083500     COMPUTE EDIT-IN = PERIOD-START MOD 10000 * 100               INCIDM00
083600         + PERIOD-START DIV 10000.                                INCIDM00
083700     PERFORM 870-EDIT-DATE.                                       INCIDM00
083800     MOVE DATE-EDIT TO RT-FROM.                                   INCIDM00
083900     COMPUTE EDIT-IN = PERIOD-END MOD 10000 * 100                 INCIDM00
084000         + PERIOD-END DIV 10000.                                  INCIDM00
084100     PERFORM 870-EDIT-DATE.                                       INCIDM00
084200     MOVE DATE-EDIT TO RT-TO.                                     INCIDM00
084300     WRITE REPORT-REC FROM BLANK-LINE.                            INCIDM00
084400     WRITE REPORT-REC FROM RECUR-TITLE BEFORE ADVANCING 2 LINES.  INCIDM00
084500     WRITE REPORT-REC FROM RECUR-COLS.                            INCIDM00
084600     MOVE 0 TO PG-CNT.                                            INCIDM00
084700     PERFORM 360-TALLY THRU 360X VARYING HX FROM 1 BY 1           INCIDM00
084800         UNTIL HX IS GREATER THAN HD-CNT.                         INCIDM00
084900     MOVE 0 TO REPEAT-CNT.                                        INCIDM00
085000     PERFORM 370-RECUR-MAX THRU 370X PG-CNT TIMES.                INCIDM00
085100     IF REPEAT-CNT = 0 WRITE REPORT-REC FROM NO-REPEAT-LINE.      INCIDM00
085200 350X.   EXIT.                                                    INCIDM00
085300 360-TALLY.                                                       INCIDM00
085400     IF HD-GONE (HX) = "Y" GO TO 360X.                            INCIDM00
085500     COMPUTE YMD-WORK = HD-DATE (HX) MOD 100 * 10000              INCIDM00
085600         + HD-DATE (HX) DIV 100.                                  INCIDM00
085700     IF YMD-WORK IS LESS THAN PERIOD-START GO TO 360X.            INCIDM00
085800     IF YMD-WORK IS GREATER THAN PERIOD-END GO TO 360X.           INCIDM00
085900     MOVE 0 TO PHIT.                                              INCIDM00
086000     PERFORM 365-FIND-PROG VARYING PX FROM 1 BY 1                 INCIDM00
086100         UNTIL PX IS GREATER THAN PG-CNT                          INCIDM00
086200         OR PHIT IS GREATER THAN 0.                               INCIDM00
086300     IF PHIT = 0                                                  INCIDM00
086400         ADD 1 TO PG-CNT                                          INCIDM00
086500         MOVE PG-CNT TO PHIT                                      INCIDM00
086600         MOVE HD-PROGRAM (HX) TO PG-PROG (PHIT)                   INCIDM00
086700         MOVE 0 TO PG-COUNT (PHIT)                                INCIDM00
086800         MOVE 0 TO PG-OPEN (PHIT)                                 INCIDM00
086900         MOVE SPACE TO PG-DONE (PHIT).                            INCIDM00
087000     ADD 1 TO PG-COUNT (PHIT).                                    INCIDM00
087100     IF HD-STATUS (HX) = "O" ADD 1 TO PG-OPEN (PHIT).             INCIDM00
087200 360X.   EXIT.                                                    INCIDM00
087300 365-FIND-PROG.                                                   INCIDM00
087400     IF PG-PROG (PX) = HD-PROGRAM (HX) MOVE PX TO PHIT.           INCIDM00
087500 370-RECUR-MAX.                                                   INCIDM00
087600     MOVE 0 TO MAX-IX.                                            INCIDM00
087700     MOVE 0 TO MAX-CNT.                                           INCIDM00
087800     PERFORM 380-RECUR-SCAN VARYING OUT-IX FROM 1 BY 1            INCIDM00
087900         UNTIL OUT-IX IS GREATER THAN PG-CNT.                     INCIDM00
088000     IF MAX-IX = 0 GO TO 370X.                                    INCIDM00
088100     MOVE "Y" TO PG-DONE (MAX-IX).                                INCIDM00
088200     IF PG-COUNT (MAX-IX) IS LESS THAN 2 GO TO 370X.              INCIDM00
088300     ADD 1 TO REPEAT-CNT.                                         INCIDM00
088400     MOVE PG-PROG (MAX-IX) TO RL-PROG.                            INCIDM00
088500     MOVE PG-COUNT (MAX-IX) TO RL-COUNT.                          INCIDM00
088600     MOVE PG-OPEN (MAX-IX) TO RL-OPEN.                            INCIDM00
088700     WRITE REPORT-REC FROM RECUR-LINE.                            INCIDM00
088800 370X.   EXIT.                                                    INCIDM00
088900 380-RECUR-SCAN.                                                  INCIDM00
089000     IF PG-DONE (OUT-IX) NOT = "Y"                                INCIDM00
089100         IF PG-COUNT (OUT-IX) IS NOT LESS THAN MAX-CNT            INCIDM00
089200             MOVE PG-COUNT (OUT-IX) TO MAX-CNT                    INCIDM00
089300             MOVE OUT-IX TO MAX-IX.                               INCIDM00
089400 600-APPLY-ONE.                                                   INCIDM00
089500     MOVE SPACES TO RJ-REASON.                                    INCIDM00
089600     IF WK-ACTION NOT = "O" AND WK-ACTION NOT = "L"               INCIDM00
089700         AND WK-ACTION NOT = "N" AND WK-ACTION NOT = "X"          INCIDM00
089800         AND WK-ACTION NOT = "P" AND WK-ACTION NOT = "D"          INCIDM00
089900         MOVE "UNKNOWN ACTION" TO RJ-REASON                       INCIDM00
090000         GO TO 690-REJECT.                                        INCIDM00
090100     IF LOAD-OVER-SW = 1 AND WK-ACTION NOT = "P"                  INCIDM00
090200         MOVE "INCIDENT FILE PAST TABLE" TO RJ-REASON             INCIDM00
090300         GO TO 690-REJECT.                                        INCIDM00
090400     IF WK-ACTION = "O" GO TO 610-OPEN-ABORT.                     INCIDM00
090500     IF WK-ACTION = "L" GO TO 620-OPEN-RERUN.                     INCIDM00
090600     MOVE WK-NUMBER TO NW-X.                                      INCIDM00
090700     IF NW-X NOT NUMERIC                                          INCIDM00
090800         MOVE "INCIDENT NUMBER NOT NUMERIC" TO RJ-REASON          INCIDM00
090900         GO TO 690-REJECT.                                        INCIDM00
091000     MOVE NW-NUM TO INC-NUMBER.                                   INCIDM00
091100     PERFORM 650-FIND-INC THRU 650X.                              INCIDM00
091200     IF HHIT = 0                                                  INCIDM00
091300         MOVE "NO SUCH INCIDENT" TO RJ-REASON                     INCIDM00
091400         GO TO 690-REJECT.                                        INCIDM00
091500     IF WK-ACTION = "N" GO TO 630-ADD-NOTE.                       INCIDM00
091600     IF WK-ACTION = "X" GO TO 640-CLOSE.                          INCIDM00
091700     IF WK-ACTION = "D" GO TO 648-DELETE.                         INCIDM00
091800     PERFORM 750-PRINT-INC THRU 750X.                             INCIDM00
091900     GO TO 600X.                                                  INCIDM00
092000 610-OPEN-ABORT.                                                  INCIDM00
092100     IF WK-PROGRAM = SPACES OR WK-RUN-ID = SPACES                 INCIDM00
092200         MOVE "PROGRAM OR RUN ID MISSING" TO RJ-REASON            INCIDM00
092300         GO TO 690-REJECT.                                        INCIDM00
092400     IF DW-X NOT = SPACES AND DW-X NOT NUMERIC                    INCIDM00
092500         MOVE "ABORT DATE NOT MMDDYY" TO RJ-REASON                INCIDM00
092600         GO TO 690-REJECT.                                        INCIDM00
092700     MOVE 0 TO FIND-DATE.                                         INCIDM00
092800     IF DW-X NOT = SPACES MOVE DW-MDY TO FIND-DATE.               INCIDM00
092900     MOVE WK-PROGRAM TO FIND-PROG.                                INCIDM00
093000     MOVE WK-RUN-ID TO FIND-RUN.                                  INCIDM00
093100     MOVE WK-RUN-ID TO FOUND-RUN.                                 INCIDM00
093200     PERFORM 800-FIND-ABORT THRU 800X.                            INCIDM00
093300     IF FOUND-SW = 0                                              INCIDM00
093400         MOVE "NO ABORT ON THE AUDIT TRAIL" TO RJ-REASON          INCIDM00
093500         GO TO 690-REJECT.                                        INCIDM00
093600     MOVE 0 TO HHIT.                                              INCIDM00
093700     PERFORM 612-DUP-ABORT VARYING HX FROM 1 BY 1                 INCIDM00
093800         UNTIL HX IS GREATER THAN HD-CNT                          INCIDM00
093900         OR HHIT IS GREATER THAN 0.                               INCIDM00
094000     IF HHIT IS GREATER THAN 0                                    INCIDM00
094100         MOVE "ABORT ALREADY HAS AN INCIDENT" TO RJ-REASON        INCIDM00
094200         GO TO 690-REJECT.                                        INCIDM00
094300     IF HD-CNT = 300                                              INCIDM00
094400         MOVE "INCIDENT TABLE FULL" TO RJ-REASON                  INCIDM00
094500         GO TO 690-REJECT.                                        INCIDM00
094600     MOVE "A" TO NEW-SOURCE.                                      INCIDM00
094700     MOVE SPACE TO NEW-CODE.                                      INCIDM00
094800     MOVE SPACES TO NEW-INIT.                                     INCIDM00
094900     MOVE 0 TO NEW-RR-DATE.                                       INCIDM00
095000     MOVE 0 TO NEW-RR-SEQ.                                        INCIDM00
095100     PERFORM 660-NEW-INC.                                         INCIDM00
095200     MOVE "OPEN    " TO AU-EVENT.                                 INCIDM00
095300     MOVE "OPENED    " TO AL-WORD.                                INCIDM00
095400     GO TO 680-LOG-CHANGE.                                        INCIDM00
095500 620-OPEN-RERUN.                                                  INCIDM00
095600     IF DW-JUL NOT NUMERIC OR WK-SEQ NOT NUMERIC                  INCIDM00
095700         MOVE "RERUNLOG DATE OR SEQ INVALID" TO RJ-REASON         INCIDM00
095800         GO TO 690-REJECT.                                        INCIDM00
095900     MOVE WK-SEQ TO SQ-X.                                         INCIDM00
096000     MOVE 0 TO HHIT.                                              INCIDM00
096100     PERFORM 622-DUP-RERUN VARYING HX FROM 1 BY 1                 INCIDM00
096200         UNTIL HX IS GREATER THAN HD-CNT                          INCIDM00
096300         OR HHIT IS GREATER THAN 0.                               INCIDM00
096400     IF HHIT IS GREATER THAN 0                                    INCIDM00
096500         MOVE "RERUN ALREADY HAS AN INCIDENT" TO RJ-REASON        INCIDM00
096600         GO TO 690-REJECT.                                        INCIDM00
096700     PERFORM 820-FIND-RERUN THRU 820X.                            INCIDM00
096800     IF FOUND-SW = 0                                              INCIDM00
096900         MOVE "NO RERUN CANDIDATE ON RERUNLOG" TO RJ-REASON       INCIDM00
097000         GO TO 690-REJECT.                                        INCIDM00
097100     IF HD-CNT = 300                                              INCIDM00
097200         MOVE "INCIDENT TABLE FULL" TO RJ-REASON                  INCIDM00
097300         GO TO 690-REJECT.                                        INCIDM00
097400     PERFORM 840-JULIAN-DATE.                                     INCIDM00
097500     MOVE PROG-KEY TO FIND-PROG.                                  INCIDM00
097600     MOVE WK-RUN-ID TO FIND-RUN.                                  INCIDM00
097700     MOVE WK-RUN-ID TO FOUND-RUN.                                 INCIDM00
097800     MOVE FOUND-DATE TO FIND-DATE.                                INCIDM00
097900     MOVE 0 TO FOUND-TIME.                                        INCIDM00
098000     PERFORM 800-FIND-ABORT THRU 800X.                            INCIDM00
098100     MOVE "R" TO NEW-SOURCE.                                      INCIDM00
098200     MOVE CF-CODE TO NEW-CODE.                                    INCIDM00
098300     MOVE CF-INIT TO NEW-INIT.                                    INCIDM00
098400     MOVE DW-JUL TO NEW-RR-DATE.                                  INCIDM00
098500     MOVE SQ-NUM TO NEW-RR-SEQ.                                   INCIDM00
098600     PERFORM 660-NEW-INC.                                         INCIDM00
098700     MOVE "OPEN    " TO AU-EVENT.                                 INCIDM00
098800     MOVE "OPENED    " TO AL-WORD.                                INCIDM00
098900     GO TO 680-LOG-CHANGE.                                        INCIDM00
099000 630-ADD-NOTE.                                                    INCIDM00
099100     IF WK-KIND NOT = "C" AND WK-KIND NOT = "R"                   INCIDM00
099200         MOVE "NOTE TYPE NOT C OR R" TO RJ-REASON                 INCIDM00
099300         GO TO 690-REJECT.                                        INCIDM00
099400     IF WK-TEXT = SPACES                                          INCIDM00
099500         MOVE "NOTE TEXT MISSING" TO RJ-REASON                    INCIDM00
099600         GO TO 690-REJECT.                                        INCIDM00
099700     IF NE-CNT = 1000                                             INCIDM00
099800         MOVE "NOTE TABLE FULL" TO RJ-REASON                      INCIDM00
099900         GO TO 690-REJECT.                                        INCIDM00
100000     PERFORM 665-NEW-NOTE.                                        INCIDM00
100100     MOVE "NOTE    " TO AU-EVENT.                                 INCIDM00
100200     MOVE "NOTE ADDED" TO AL-WORD.                                INCIDM00
100300     GO TO 680-LOG-CHANGE.                                        INCIDM00
100400 640-CLOSE.                                                       INCIDM00
100500     IF HD-STATUS (HHIT) = "C"                                    INCIDM00
100600         MOVE "INCIDENT ALREADY CLOSED" TO RJ-REASON              INCIDM00
100700         GO TO 690-REJECT.                                        INCIDM00
100800     IF WK-TEXT NOT = SPACES AND NE-CNT = 1000                    INCIDM00
100900         MOVE "NOTE TABLE FULL" TO RJ-REASON                      INCIDM00
101000         GO TO 690-REJECT.                                        INCIDM00
101100     IF WK-TEXT NOT = SPACES                                      INCIDM00
101200         MOVE "R" TO WK-KIND                                      INCIDM00
101300         PERFORM 665-NEW-NOTE.                                    INCIDM00
101400     MOVE "C" TO HD-STATUS (HHIT).                                INCIDM00
101500     MOVE TODAY-MDY TO HD-CLOSED (HHIT).                          INCIDM00
101600     MOVE OPERATOR-CODE TO HD-CLOSED-BY (HHIT).                   INCIDM00
101700     MOVE "CLOSE   " TO AU-EVENT.                                 INCIDM00
101800     MOVE "CLOSED    " TO AL-WORD.                                INCIDM00
101900     GO TO 680-LOG-CHANGE.                                        INCIDM00
102000 648-DELETE.                                                      INCIDM00
102100     IF HD-STATUS (HHIT) NOT = "C"                                INCIDM00
102200         MOVE "INCIDENT NOT CLOSED" TO RJ-REASON                  INCIDM00
102300         GO TO 690-REJECT.                                        INCIDM00
102400     MOVE "Y" TO HD-GONE (HHIT).                                  INCIDM00
102500     MOVE "DELETE  " TO AU-EVENT.                                 INCIDM00
102600     MOVE "DELETED   " TO AL-WORD.                                INCIDM00
102700 680-LOG-CHANGE.                                                  INCIDM00
102800     ADD 1 TO CHANGE-CNT.                                         INCIDM00
102900     MOVE HD-NUMBER (HHIT) TO AL-NUMBER.                          INCIDM00
103000     MOVE HD-PROGRAM (HHIT) TO AL-PROGRAM.                        INCIDM00
103100     MOVE HD-RUN-ID (HHIT) TO AL-RUN-ID.                          INCIDM00
103200     MOVE HD-DATE (HHIT) TO EDIT-IN.                              INCIDM00
103300     PERFORM 870-EDIT-DATE.                                       INCIDM00
103400     MOVE DATE-EDIT TO AL-DATE.                                   INCIDM00
103500     MOVE HD-TIME (HHIT) TO AL-TIME.                              INCIDM00
103600     MOVE WK-TEXT TO AL-TEXT.                                     INCIDM00
103700     WRITE REPORT-REC FROM ACT-LINE.                              INCIDM00
103800     MOVE WK-ACTION TO RW-ACTION.                                 INCIDM00
103900     MOVE HD-NUMBER (HHIT) TO RW-NUMBER.                          INCIDM00
104000     DISPLAY "INCIDENT " RW-NUMBER " " AL-WORD.                   INCIDM00
104100     MOVE TODAYS-DATE TO AU-DATE.                                 INCIDM00
104200     MOVE RESULT-WORK TO AU-RESULT.                               INCIDM00
104300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  INCIDM00
104400     GO TO 600X.                                                  INCIDM00
104500 690-REJECT.                                                      INCIDM00
104600     MOVE WK-ACTION TO RJ-ACTION.                                 INCIDM00
104700     MOVE WK-NUMBER TO RJ-NUMBER.                                 INCIDM00
104800     MOVE WK-PROGRAM TO RJ-PROGRAM.                               INCIDM00
104900     MOVE WK-RUN-ID TO RJ-RUN-ID.                                 INCIDM00
105000     MOVE DW-X TO RJ-DATE.                                        INCIDM00
105100     WRITE REPORT-REC FROM REJECT-LINE.                           INCIDM00
105200     DISPLAY "REJECTED - " RJ-REASON.                             INCIDM00
105300 600X.   EXIT.                                                    INCIDM00
105400 612-DUP-ABORT.                                                   INCIDM00
105500     IF HD-GONE (HX) NOT = "Y" AND HD-SOURCE (HX) = "A"           INCIDM00
105600         IF HD-PROGRAM (HX) = FIND-PROG                           INCIDM00
105700             AND HD-RUN-ID (HX) = FOUND-RUN                       INCIDM00
105800             AND HD-DATE (HX) = FOUND-DATE                        INCIDM00
105900             AND HD-TIME (HX) = FOUND-TIME                        INCIDM00
106000             MOVE HX TO HHIT.                                     INCIDM00
106100 622-DUP-RERUN.                                                   INCIDM00
106200     IF HD-GONE (HX) NOT = "Y" AND HD-SOURCE (HX) = "R"           INCIDM00
106300         IF HD-RR-DATE (HX) = DW-JUL                              INCIDM00
106400             AND HD-RR-SEQ (HX) = SQ-NUM                          INCIDM00
106500             MOVE HX TO HHIT.                                     INCIDM00
106600 650-FIND-INC.                                                    INCIDM00
106700     MOVE 0 TO HHIT.                                              INCIDM00
106800     PERFORM 655-FIND-ONE VARYING HX FROM 1 BY 1                  INCIDM00
106900         UNTIL HX IS GREATER THAN HD-CNT                          INCIDM00
107000         OR HHIT IS GREATER THAN 0.                               INCIDM00
107100 650X.   EXIT.                                                    INCIDM00
107200 655-FIND-ONE.                                                    INCIDM00
107300     IF HD-NUMBER (HX) = INC-NUMBER AND HD-GONE (HX) NOT = "Y"    INCIDM00
107400         MOVE HX TO HHIT.                                         INCIDM00
107500 660-NEW-INC.                                                     INCIDM00
107600     ADD 1 TO HD-CNT.                                             INCIDM00
107700     MOVE HD-CNT TO HHIT.                                         INCIDM00
107800     MOVE NEXT-NUMBER TO HD-NUMBER (HHIT).                        INCIDM00
107900     ADD 1 TO NEXT-NUMBER.                                        INCIDM00
108000     MOVE FIND-PROG TO HD-PROGRAM (HHIT).                         INCIDM00
108100     MOVE FOUND-RUN TO HD-RUN-ID (HHIT).                          INCIDM00
108200     MOVE FOUND-DATE TO HD-DATE (HHIT).                           INCIDM00
108300     MOVE FOUND-TIME TO HD-TIME (HHIT).                           INCIDM00
108400     MOVE NEW-CODE TO HD-RERUN-CODE (HHIT).                       INCIDM00
108500     MOVE NEW-SOURCE TO HD-SOURCE (HHIT).                         INCIDM00
108600     MOVE "O" TO HD-STATUS (HHIT).                                INCIDM00
108700     MOVE OPERATOR-CODE TO HD-OPENED-BY (HHIT).                   INCIDM00
108800     MOVE 0 TO HD-CLOSED (HHIT).                                  INCIDM00
108900     MOVE SPACES TO HD-CLOSED-BY (HHIT).                          INCIDM00
109000     MOVE NEW-RR-DATE TO HD-RR-DATE (HHIT).                       INCIDM00
109100     MOVE NEW-RR-SEQ TO HD-RR-SEQ (HHIT).                         INCIDM00
109200     MOVE NEW-INIT TO HD-RR-INIT (HHIT).                          INCIDM00
109300     MOVE SPACE TO HD-GONE (HHIT).                                INCIDM00
109400     MOVE 0 TO HD-NOTES (HHIT).                                   INCIDM00
109500 665-NEW-NOTE.                                                    INCIDM00
109600     ADD 1 TO NE-CNT.                                             INCIDM00
109700     MOVE HD-NUMBER (HHIT) TO NE-NUMBER (NE-CNT).                 INCIDM00
109800     MOVE WK-KIND TO NE-KIND (NE-CNT).                            INCIDM00
109900     MOVE TODAY-MDY TO NE-DATE (NE-CNT).                          INCIDM00
110000     MOVE OPERATOR-CODE TO NE-BY (NE-CNT).                        INCIDM00
110100     MOVE WK-TEXT TO NE-TEXT (NE-CNT).                            INCIDM00
110200     ADD 1 TO HD-NOTES (HHIT).                                    INCIDM00
110300 700-REWRITE-INC.                                                 INCIDM00
110400     IF LOAD-OVER-SW = 1                                          INCIDM00
110500         DISPLAY "INCIDENT FILE LEFT UNCHANGED"                   INCIDM00
110600         GO TO 700X.                                              INCIDM00
110700     IF CHANGE-CNT = 0 GO TO 700X.                                INCIDM00
110800     OPEN OUTPUT INC-FILE.                                        INCIDM00
110900     PERFORM 710-PUT-ONE THRU 710X VARYING HX FROM 1 BY 1         INCIDM00
111000         UNTIL HX IS GREATER THAN HD-CNT.                         INCIDM00
111100     CLOSE INC-FILE.                                              INCIDM00
111200 700X.   EXIT.                                                    INCIDM00
111300 710-PUT-ONE.                                                     INCIDM00
111400     IF HD-GONE (HX) = "Y" GO TO 710X.                            INCIDM00
111500     MOVE SPACES TO INC-REC.                                      INCIDM00
111600     MOVE "H" TO IN-TYPE.                                         INCIDM00
111700     MOVE HD-NUMBER (HX) TO IN-NUMBER.                            INCIDM00
111800     MOVE HD-PROGRAM (HX) TO IN-PROGRAM.                          INCIDM00
111900     MOVE HD-RUN-ID (HX) TO IN-RUN-ID.                            INCIDM00
112000     MOVE HD-DATE (HX) TO IN-DATE.                                INCIDM00
112100     MOVE HD-TIME (HX) TO IN-TIME.                                INCIDM00
112200     MOVE HD-RERUN-CODE (HX) TO IN-RERUN-CODE.                    INCIDM00
112300     MOVE HD-SOURCE (HX) TO IN-SOURCE.                            INCIDM00
112400     MOVE HD-STATUS (HX) TO IN-STATUS.                            INCIDM00
112500     MOVE HD-OPENED-BY (HX) TO IN-OPENED-BY.                      INCIDM00
112600     MOVE HD-CLOSED (HX) TO IN-CLOSED.                            INCIDM00
112700     MOVE HD-CLOSED-BY (HX) TO IN-CLOSED-BY.                      INCIDM00
112800     MOVE HD-RR-DATE (HX) TO IN-RR-DATE.                          INCIDM00
112900     MOVE HD-RR-SEQ (HX) TO IN-RR-SEQ.                            INCIDM00
113000     MOVE HD-RR-INIT (HX) TO IN-RR-INIT.                          INCIDM00
113100     WRITE INC-REC.                                               INCIDM00
113200     PERFORM 720-PUT-NOTE VARYING NX FROM 1 BY 1                  INCIDM00
113300         UNTIL NX IS GREATER THAN NE-CNT.                         INCIDM00
113400 710X.   EXIT.                                                    INCIDM00
113500 720-PUT-NOTE.                                                    INCIDM00
113600     IF NE-NUMBER (NX) = HD-NUMBER (HX)                           INCIDM00
113700         MOVE SPACES TO NOTE-REC                                  INCIDM00
113800         MOVE "N" TO NT-TYPE                                      INCIDM00
113900         MOVE NE-NUMBER (NX) TO NT-NUMBER                         INCIDM00
114000         MOVE NE-KIND (NX) TO NT-KIND                             INCIDM00
114100         MOVE NE-DATE (NX) TO NT-DATE                             INCIDM00
114200         MOVE NE-BY (NX) TO NT-BY                                 INCIDM00
114300         MOVE NE-TEXT (NX) TO NT-TEXT                             INCIDM00
114400         WRITE NOTE-REC.                                          INCIDM00
114500 750-PRINT-INC.                                                   INCIDM00
114600     NOTE  ONE INCIDENT TO A PAGE - THE INCIDENT, ITS NOTES AND   INCIDM00
114700         THE OPSMSG ENTRIES OF ITS PROGRAM IN THE RUN WINDOW.     INCIDM00
114800     MOVE SPACES TO REPORT-REC.                                   INCIDM00
114900     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              INCIDM00
115000     MOVE HD-NUMBER (HHIT) TO P1-NUMBER.                          INCIDM00
115100     MOVE HD-PROGRAM (HHIT) TO P1-PROGRAM.                        INCIDM00
115200     MOVE HD-RUN-ID (HHIT) TO P1-RUN-ID.                          INCIDM00
115300     MOVE HD-DATE (HHIT) TO EDIT-IN.                              INCIDM00
115400     PERFORM 870-EDIT-DATE.                                       INCIDM00
115500     MOVE DATE-EDIT TO P1-DATE.                                   INCIDM00
115600     MOVE HD-TIME (HHIT) TO P1-TIME.                              INCIDM00
115700     WRITE REPORT-REC FROM PRINT-LINE-1.                          INCIDM00
115800     MOVE "ABORT EVENT " TO P2-SOURCE.                            INCIDM00
115900     IF HD-SOURCE (HHIT) = "R" MOVE "RERUN RECORD" TO P2-SOURCE.  INCIDM00
116000     MOVE HD-RERUN-CODE (HHIT) TO P2-CODE.                        INCIDM00
116100     MOVE HD-RR-INIT (HHIT) TO P2-INIT.                           INCIDM00
116200     MOVE HD-OPENED-BY (HHIT) TO P2-BY.                           INCIDM00
116300     WRITE REPORT-REC FROM PRINT-LINE-2.                          INCIDM00
116400     MOVE "OPEN  " TO P3-STATUS.                                  INCIDM00
116500     MOVE SPACES TO P3-CLOSED.                                    INCIDM00
116600     IF HD-STATUS (HHIT) = "C"                                    INCIDM00
116700         MOVE "CLOSED" TO P3-STATUS                               INCIDM00
116800         MOVE HD-CLOSED (HHIT) TO EDIT-IN                         INCIDM00
116900         PERFORM 870-EDIT-DATE                                    INCIDM00
117000         MOVE DATE-EDIT TO P3-CLOSED.                             INCIDM00
117100     MOVE HD-CLOSED-BY (HHIT) TO P3-BY.                           INCIDM00
117200     WRITE REPORT-REC FROM PRINT-LINE-3.                          INCIDM00
117300     WRITE REPORT-REC FROM BLANK-LINE.                            INCIDM00
117400     WRITE REPORT-REC FROM NOTES-HEAD.                            INCIDM00
117500     MOVE 0 TO NOTE-SEEN.                                         INCIDM00
117600     PERFORM 760-PRINT-NOTE VARYING NX FROM 1 BY 1                INCIDM00
117700         UNTIL NX IS GREATER THAN NE-CNT.                         INCIDM00
117800     IF NOTE-SEEN = 0 WRITE REPORT-REC FROM NO-NOTE-LINE.         INCIDM00
117900     PERFORM 770-RUN-WINDOW THRU 770X.                            INCIDM00
118000     MOVE LOW-KEY TO KEY-OUT.                                     INCIDM00
118100     PERFORM 865-SPLIT-KEY.                                       INCIDM00
118200     MOVE DATE-EDIT TO MH-FROM.                                   INCIDM00
118300     MOVE KEY-TIME TO MH-FROM-T.                                  INCIDM00
118400     MOVE HIGH-KEY TO KEY-OUT.                                    INCIDM00
118500     PERFORM 865-SPLIT-KEY.                                       INCIDM00
118600     MOVE DATE-EDIT TO MH-TO.                                     INCIDM00
118700     MOVE KEY-TIME TO MH-TO-T.                                    INCIDM00
118800     WRITE REPORT-REC FROM BLANK-LINE.                            INCIDM00
118900     WRITE REPORT-REC FROM MSG-HEAD.                              INCIDM00
119000     MOVE 0 TO MSG-CNT.                                           INCIDM00
119100     OPEN INPUT OPS-MSG.                                          INCIDM00
119200     IF MSG-FILE-STATUS NOT = "00" GO TO 756-MSG-NONE.            INCIDM00
119300 752-MSG-READ.                                                    INCIDM00
119400     READ OPS-MSG AT END GO TO 754-MSG-DONE.                      INCIDM00
119500     IF MSG-PROGRAM NOT = HD-PROGRAM (HHIT) GO TO 752-MSG-READ.   INCIDM00
119600     MOVE MSG-DATE TO KEY-DATE.                                   INCIDM00
119700     MOVE MSG-TIME TO KEY-TIME.                                   INCIDM00
119800     PERFORM 860-MAKE-KEY.                                        INCIDM00
119900     IF KEY-OUT IS LESS THAN LOW-KEY GO TO 752-MSG-READ.          INCIDM00
120000     IF KEY-OUT IS GREATER THAN HIGH-KEY GO TO 752-MSG-READ.      INCIDM00
120100     ADD 1 TO MSG-CNT.                                            INCIDM00
120200     MOVE MSG-DATE TO EDIT-IN.                                    INCIDM00
120300     PERFORM 870-EDIT-DATE.                                       INCIDM00
120400     MOVE DATE-EDIT TO ML-DATE.                                   INCIDM00
120500     MOVE MSG-TIME TO ML-TIME.                                    INCIDM00
120600     MOVE MSG-OPERATOR TO ML-OPER.                                INCIDM00
120700     MOVE MSG-TEXT TO ML-TEXT.                                    INCIDM00
120800     WRITE REPORT-REC FROM MSG-LINE.                              INCIDM00
120900     GO TO 752-MSG-READ.                                          INCIDM00
121000 754-MSG-DONE.                                                    INCIDM00
121100     CLOSE OPS-MSG.                                               INCIDM00
121200 756-MSG-NONE.                                                    INCIDM00
121300     IF MSG-CNT = 0 WRITE REPORT-REC FROM NO-MSG-LINE.            INCIDM00
121400 750X.   EXIT.                                                    INCIDM00
121500 760-PRINT-NOTE.                                                  INCIDM00
121600     IF NE-NUMBER (NX) = HD-NUMBER (HHIT)                         INCIDM00
121700         ADD 1 TO NOTE-SEEN                                       INCIDM00
121800         MOVE "CAUSE     " TO NL-KIND                             INCIDM00
121900         IF NE-KIND (NX) = "R" MOVE "RESOLUTION" TO NL-KIND.      INCIDM00
122000     IF NE-NUMBER (NX) = HD-NUMBER (HHIT)                         INCIDM00
122100         MOVE NE-DATE (NX) TO EDIT-IN                             INCIDM00
122200         PERFORM 870-EDIT-DATE                                    INCIDM00
122300         MOVE DATE-EDIT TO NL-DATE                                INCIDM00
122400         MOVE NE-BY (NX) TO NL-BY                                 INCIDM00
122500         MOVE NE-TEXT (NX) TO NL-TEXT                             INCIDM00
122600         WRITE REPORT-REC FROM NOTE-LINE.                         INCIDM00
122700 770-RUN-WINDOW.                                                  INCIDM00
122800     NOTE  THE NIGHT OF THE INCIDENT RUNS FROM 0800 ON THE RUN    INCIDM00
122900         DATE TO 0759 THE NEXT MORNING - A FAILURE BEFORE 0800    INCIDM00
123000         BELONGS TO THE NIGHT BEFORE. WHEN THE AUDIT TRAIL HOLDS  INCIDM00
123100         THE START EVENT OF THE RUN IDENTIFIER IN THAT NIGHT THE  INCIDM00
123200         WINDOW NARROWS TO THE START AND THE END EVENT AFTER IT.  INCIDM00
123300     COMPUTE DN-DATE = HD-DATE (HHIT) MOD 100 * 10000             INCIDM00
123400         + HD-DATE (HHIT) DIV 100.                                INCIDM00
123500     IF HD-TIME (HHIT) IS GREATER THAN 0                          INCIDM00
123600         AND HD-TIME (HHIT) IS LESS THAN 0800                     INCIDM00
123700         PERFORM 815-PREV-DAY THRU 815X.                          INCIDM00
123800     COMPUTE KEY-DATE = DN-MM * 10000 + DN-DD * 100 + DN-YY.      INCIDM00
123900     MOVE 0800 TO KEY-TIME.                                       INCIDM00
124000     PERFORM 860-MAKE-KEY.                                        INCIDM00
124100     MOVE KEY-OUT TO LOW-KEY.                                     INCIDM00
124200     PERFORM 810-NEXT-DAY.                                        INCIDM00
124300     COMPUTE KEY-DATE = DN-MM * 10000 + DN-DD * 100 + DN-YY.      INCIDM00
124400     MOVE 0759 TO KEY-TIME.                                       INCIDM00
124500     PERFORM 860-MAKE-KEY.                                        INCIDM00
124600     MOVE KEY-OUT TO HIGH-KEY.                                    INCIDM00
124700     MOVE HIGH-KEY TO INC-KEY.                                    INCIDM00
124800     IF HD-TIME (HHIT) IS GREATER THAN 0                          INCIDM00
124900         MOVE HD-DATE (HHIT) TO KEY-DATE                          INCIDM00
125000         MOVE HD-TIME (HHIT) TO KEY-TIME                          INCIDM00
125100         PERFORM 860-MAKE-KEY                                     INCIDM00
125200         MOVE KEY-OUT TO INC-KEY.                                 INCIDM00
125300     MOVE 0 TO LOW-FOUND.                                         INCIDM00
125400     MOVE 0 TO HIGH-FOUND.                                        INCIDM00
125500     IF HD-RUN-ID (HHIT) = SPACES GO TO 770X.                     INCIDM00
125600     OPEN INPUT TRAIL-FILE.                                       INCIDM00
125700 772-WINDOW-READ.                                                 INCIDM00
125800     READ TRAIL-FILE AT END GO TO 774-WINDOW-DONE.                INCIDM00
125900     IF AT-PROGRAM NOT = HD-PROGRAM (HHIT) GO TO 772-WINDOW-READ. INCIDM00
126000     IF AT-RUN-ID NOT = HD-RUN-ID (HHIT) GO TO 772-WINDOW-READ.   INCIDM00
126100     IF AT-EVENT NOT = "START   " AND AT-EVENT NOT = "END     "   INCIDM00
126200         GO TO 772-WINDOW-READ.                                   INCIDM00
126300     MOVE AT-DATE TO KEY-DATE.                                    INCIDM00
126400     MOVE AT-TIME TO KEY-TIME.                                    INCIDM00
126500     PERFORM 860-MAKE-KEY.                                        INCIDM00
126600     IF KEY-OUT IS LESS THAN LOW-KEY GO TO 772-WINDOW-READ.       INCIDM00
126700     IF KEY-OUT IS GREATER THAN HIGH-KEY GO TO 772-WINDOW-READ.   INCIDM00
126800     IF AT-EVENT = "START   "                                     INCIDM00
126900         IF KEY-OUT IS NOT GREATER THAN INC-KEY                   INCIDM00
127000             MOVE KEY-OUT TO LOW-FOUND                            INCIDM00
127100             MOVE 0 TO HIGH-FOUND.                                INCIDM00
127200     IF AT-EVENT = "END     " AND LOW-FOUND IS GREATER THAN 0     INCIDM00
127300         AND HIGH-FOUND = 0                                       INCIDM00
127400         MOVE KEY-OUT TO HIGH-FOUND.                              INCIDM00
127500     GO TO 772-WINDOW-READ.                                       INCIDM00
127600 774-WINDOW-DONE.                                                 INCIDM00
127700     CLOSE TRAIL-FILE.                                            INCIDM00
127800     IF LOW-FOUND IS GREATER THAN 0 MOVE LOW-FOUND TO LOW-KEY.    INCIDM00
127900     IF HIGH-FOUND IS GREATER THAN 0 MOVE HIGH-FOUND TO HIGH-KEY. INCIDM00
128000 770X.   EXIT.                                                    INCIDM00
128100 800-FIND-ABORT.                                                  INCIDM00
128200     NOTE  AN ABORT IS THE END EVENT OF A RUN WITH RESULT ABORT.  INCIDM00
128300         THE LAST ONE FOR THE PROGRAM WINS, NARROWED BY RUN       INCIDM00
128400         IDENTIFIER AND DATE WHEN THEY ARE GIVEN.                 INCIDM00
128500     MOVE 0 TO FOUND-SW.                                          INCIDM00
128600     OPEN INPUT TRAIL-FILE.                                       INCIDM00
128700 802-TRAIL-READ.                                                  INCIDM00
128800     READ TRAIL-FILE AT END GO TO 804-TRAIL-DONE.                 INCIDM00
128900     IF AT-EVENT NOT = "END     " GO TO 802-TRAIL-READ.           INCIDM00
129000     IF AT-RESULT NOT = "ABORT   " GO TO 802-TRAIL-READ.          INCIDM00
129100     IF AT-PROGRAM NOT = FIND-PROG GO TO 802-TRAIL-READ.          INCIDM00
129200     IF FIND-RUN NOT = SPACES AND AT-RUN-ID NOT = FIND-RUN        INCIDM00
129300         GO TO 802-TRAIL-READ.                                    INCIDM00
129400     IF FIND-DATE NOT = 0 AND AT-DATE NOT = FIND-DATE             INCIDM00
129500         GO TO 802-TRAIL-READ.                                    INCIDM00
129600     MOVE 1 TO FOUND-SW.                                          INCIDM00
129700     MOVE AT-DATE TO FOUND-DATE.                                  INCIDM00
129800     MOVE AT-TIME TO FOUND-TIME.                                  INCIDM00
129900     MOVE AT-RUN-ID TO FOUND-RUN.                                 INCIDM00
130000     GO TO 802-TRAIL-READ.                                        INCIDM00
130100 804-TRAIL-DONE.                                                  INCIDM00
130200     CLOSE TRAIL-FILE.                                            INCIDM00
130300 800X.   EXIT.                                                    INCIDM00
130400 810-NEXT-DAY.                                                    INCIDM00
130500     ADD 1 TO DN-DD.                                              INCIDM00
130600     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           INCIDM00
130700     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       INCIDM00
130800     IF DN-DD IS GREATER THAN MONTH-END                           INCIDM00
130900         MOVE 1 TO DN-DD                                          INCIDM00
131000         ADD 1 TO DN-MM.                                          INCIDM00
131100     IF DN-MM IS GREATER THAN 12                                  INCIDM00
131200         MOVE 1 TO DN-MM                                          INCIDM00
131300         IF DN-YY = 99 MOVE 0 TO DN-YY                            INCIDM00
131400         ELSE ADD 1 TO DN-YY.                                     INCIDM00
131500 815-PREV-DAY.                                                    INCIDM00
131600     IF DN-DD IS GREATER THAN 1                                   INCIDM00
131700         SUBTRACT 1 FROM DN-DD                                    INCIDM00
131800         GO TO 815X.                                              INCIDM00
131900     IF DN-MM = 1                                                 INCIDM00
132000         MOVE 12 TO DN-MM                                         INCIDM00
132100         IF DN-YY = 0 MOVE 99 TO DN-YY                            INCIDM00
132200         ELSE SUBTRACT 1 FROM DN-YY                               INCIDM00
132300     ELSE SUBTRACT 1 FROM DN-MM.                                  INCIDM00
132400     MOVE MD-DAYS (DN-MM) TO DN-DD.                               INCIDM00
132500     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO DN-DD.           INCIDM00
132600 815X.   EXIT.                                                    INCIDM00
132700 820-FIND-RERUN.                                                  INCIDM00
132800     NOTE  THE RERUNLOG RECORD IS NAMED BY ITS DATE AND RUN       INCIDM00
132900         SEQUENCE AND MUST BE FLAGGED AS A RERUN CANDIDATE.       INCIDM00
133000     MOVE 0 TO FOUND-SW.                                          INCIDM00
133100     OPEN INPUT RERUN-FILE.                                       INCIDM00
133200     IF RERUN-FILE-STATUS NOT = "00" GO TO 820X.                  INCIDM00
133300 822-RERUN-READ.                                                  INCIDM00
133400     READ RERUN-FILE AT END GO TO 824-RERUN-DONE.                 INCIDM00
133500     IF RR-DATE NOT = DW-JUL GO TO 822-RERUN-READ.                INCIDM00
133600     IF RR-RUN-SEQ NOT = SQ-NUM GO TO 822-RERUN-READ.             INCIDM00
133700     IF RR-RERUN-FLAG NOT = "Y" GO TO 822-RERUN-READ.             INCIDM00
133800     MOVE 1 TO FOUND-SW.                                          INCIDM00
133900     MOVE RR-CTL-CARD TO CARD-X.                                  INCIDM00
134000     PERFORM 830-PICK-PROG THRU 830X.                             INCIDM00
134100 824-RERUN-DONE.                                                  INCIDM00
134200     CLOSE RERUN-FILE.                                            INCIDM00
134300 820X.   EXIT.                                                    INCIDM00
134400 830-PICK-PROG.                                                   INCIDM00
134500     NOTE  THE PROGRAM IS TAKEN FROM THE CONTROL CARD AS RERUNRPT INCIDM00
134600         TAKES IT - THE SIX CHARACTERS FOLLOWING THE FIRST SLASH  INCIDM00
134700         (OR FROM COLUMN 12 WHEN NO SLASH IS PRESENT), STOPPING   INCIDM00
134800         AT A SPACE OR SEMICOLON.                                 INCIDM00
134900     MOVE SPACES TO PROG-KEY.                                     INCIDM00
135000     MOVE 12 TO RC-START.                                         INCIDM00
135100     MOVE 12 TO RC-SCAN.                                          INCIDM00
135200 832-SLASH-LOOP.                                                  INCIDM00
135300     IF RC-SCAN IS GREATER THAN 30 GO TO 834-COPY.                INCIDM00
135400     IF CARD-COL (RC-SCAN) = "/"                                  INCIDM00
135500         COMPUTE RC-START = RC-SCAN + 1                           INCIDM00
135600         GO TO 834-COPY.                                          INCIDM00
135700     ADD 1 TO RC-SCAN.                                            INCIDM00
135800     GO TO 832-SLASH-LOOP.                                        INCIDM00
135900 834-COPY.                                                        INCIDM00
136000     MOVE 0 TO RC-IX.                                             INCIDM00
136100 836-COPY-LOOP.                                                   INCIDM00
136200     ADD 1 TO RC-IX.                                              INCIDM00
136300     IF RC-IX IS GREATER THAN 6 GO TO 830X.                       INCIDM00
136400     COMPUTE RC-SCAN = RC-START + RC-IX - 1.                      INCIDM00
136500     IF RC-SCAN IS GREATER THAN 72 GO TO 830X.                    INCIDM00
136600     IF CARD-COL (RC-SCAN) = SPACE OR ";" GO TO 830X.             INCIDM00
136700     MOVE CARD-COL (RC-SCAN) TO PK-CH (RC-IX).                    INCIDM00
136800     GO TO 836-COPY-LOOP.                                         INCIDM00
136900 830X.   EXIT.                                                    INCIDM00
137000 840-JULIAN-DATE.                                                 INCIDM00
137100     NOTE  RERUNLOG DATES ARE YYDDD - TURNED HERE INTO THE MMDDYY INCIDM00
137200         OF THE AUDIT TRAIL AND OPSMSG.                           INCIDM00
137300     COMPUTE JUL-YY = DW-JUL DIV 1000.                            INCIDM00
137400     COMPUTE JUL-DOY = DW-JUL MOD 1000.                           INCIDM00
137500     MOVE 1 TO JUL-MM.                                            INCIDM00
137600     PERFORM 845-JULIAN-MONTH VARYING JX FROM 2 BY 1              INCIDM00
137700         UNTIL JX IS GREATER THAN 12.                             INCIDM00
137800     COMPUTE JUL-DD = JUL-DOY - CUM-DAYS (JUL-MM).                INCIDM00
137900     IF JUL-MM IS GREATER THAN 2 AND JUL-YY MOD 4 = 0             INCIDM00
138000         SUBTRACT 1 FROM JUL-DD.                                  INCIDM00
138100     COMPUTE FOUND-DATE = JUL-MM * 10000 + JUL-DD * 100 + JUL-YY. INCIDM00
138200 845-JULIAN-MONTH.                                                INCIDM00
138300     MOVE 0 TO LEAP-ADD.                                          INCIDM00
138400     IF JX IS GREATER THAN 2 AND JUL-YY MOD 4 = 0                 INCIDM00
138500         MOVE 1 TO LEAP-ADD.                                      INCIDM00
138600     IF JUL-DOY IS GREATER THAN CUM-DAYS (JX) + LEAP-ADD          INCIDM00
138700         MOVE JX TO JUL-MM.                                       INCIDM00
138800 860-MAKE-KEY.                                                    INCIDM00
138900     COMPUTE KEY-OUT = (KEY-DATE MOD 100 * 10000                  INCIDM00
139000         + KEY-DATE DIV 100) * 10000 + KEY-TIME.                  INCIDM00
139100 865-SPLIT-KEY.                                                   INCIDM00
139200     COMPUTE KEY-TIME = KEY-OUT MOD 10000.                        INCIDM00
139300     COMPUTE YMD-WORK = KEY-OUT DIV 10000.                        INCIDM00
139400     COMPUTE EDIT-IN = YMD-WORK MOD 10000 * 100                   INCIDM00
139500         + YMD-WORK DIV 10000.                                    INCIDM00
139600     PERFORM 870-EDIT-DATE.                                       INCIDM00
139700 870-EDIT-DATE.                                                   INCIDM00
139800     COMPUTE DE-MM = EDIT-IN DIV 10000.                           INCIDM00
139900     COMPUTE DE-DD = EDIT-IN DIV 100 MOD 100.                     INCIDM00
140000     COMPUTE DE-YY = EDIT-IN MOD 100.                             INCIDM00
140100 950-AUDIT-START.                                                 INCIDM00
140200     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     INCIDM00
140300     MOVE TODAYS-DATE TO AU-DATE.                                 INCIDM00
140400     MOVE "START   " TO AU-EVENT.                                 INCIDM00
140500     MOVE SPACES TO AU-RESULT.                                    INCIDM00
140600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  INCIDM00
140700 955-AUDIT-END.                                                   INCIDM00
140800     MOVE TODAYS-DATE TO AU-DATE.                                 INCIDM00
140900     MOVE "END     " TO AU-EVENT.                                 INCIDM00
141000     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  INCIDM00
141100 970-AUDIT-WRITE.                                                 INCIDM00
141200     COMPUTE AU-TIME-HOLD = DATA (1).                             INCIDM00
141300     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     INCIDM00
141400     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            INCIDM00
141500     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       INCIDM00
141600     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              INCIDM00
141700     OPEN I-O AUDIT-TRAIL.                                        INCIDM00
141800     MOVE AUDIT-REC TO AU-SAVE-REC.                               INCIDM00
141900     MOVE 1 TO AU-KEY.                                            INCIDM00
142000     READ AUDIT-TRAIL INVALID KEY                                 INCIDM00
142100         MOVE 2 TO AC-NEXT-SLOT.                                  INCIDM00
142200     IF AC-NEXT-SLOT NOT NUMERIC                                  INCIDM00
142300         MOVE 2 TO AC-NEXT-SLOT.                                  INCIDM00
142400     IF AC-NEXT-SLOT IS LESS THAN 2                               INCIDM00
142500         MOVE 2 TO AC-NEXT-SLOT.                                  INCIDM00
142600     MOVE AC-NEXT-SLOT TO AU-NEXT.                                INCIDM00
142700 980-AUDIT-SKIP.                                                  INCIDM00
142800     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          INCIDM00
142900         TOOK IT SINCE THE CONTROL RECORD WAS READ -              INCIDM00
143000         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          INCIDM00
143100         OVERWRITING EACH OTHERS EVENTS.                          INCIDM00
143200     MOVE AU-NEXT TO AU-KEY.                                      INCIDM00
143300     READ AUDIT-TRAIL INVALID KEY                                 INCIDM00
143400         GO TO 985-AUDIT-FREE.                                    INCIDM00
143500     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  INCIDM00
143600     ADD 1 TO AU-NEXT.                                            INCIDM00
143700     GO TO 980-AUDIT-SKIP.                                        INCIDM00
143800 985-AUDIT-FREE.                                                  INCIDM00
143900     MOVE 1 TO AU-KEY.                                            INCIDM00
144000     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       INCIDM00
144100     MOVE 0 TO AU-HASH.                                           INCIDM00
144200     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  INCIDM00
144300     MOVE AU-NEXT TO AU-KEY.                                      INCIDM00
144400     MOVE AU-SAVE-REC TO AUDIT-REC.                               INCIDM00
144500     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                INCIDM00
144600 990-AUDIT-PUT.                                                   INCIDM00
144700     WRITE AUDIT-REC INVALID KEY                                  INCIDM00
144800         DISPLAY "AUDIT TRAIL FULL".                              INCIDM00
144900     ADD 1 TO AU-NEXT.                                            INCIDM00
145000     MOVE 1 TO AU-KEY.                                            INCIDM00
145100     MOVE SPACES TO AUDIT-REC.                                    INCIDM00
145200     MOVE AU-NEXT TO AC-NEXT-SLOT.                                INCIDM00
145300     MOVE AU-HASH TO AC-HASH.                                     INCIDM00
145400     WRITE AUDIT-REC INVALID KEY                                  INCIDM00
145500         DISPLAY "AUDIT CONTROL ERROR".                           INCIDM00
145600     MOVE AU-SAVE-REC TO AUDIT-REC.                               INCIDM00
145700     CLOSE AUDIT-TRAIL.                                           INCIDM00
145800 991-AUDIT-HASH.                                                  INCIDM00
145900     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        INCIDM00
146000         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     INCIDM00
146100         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     INCIDM00
146200         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         INCIDM00
146300         REMOVED AFTER IT WAS WRITTEN.                            INCIDM00
146400     MOVE AUDIT-REC TO AU-HASH-REC.                               INCIDM00
146500     MOVE 0 TO AU-REC-SUM.                                        INCIDM00
146600     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        INCIDM00
146700         UNTIL AU-CX IS GREATER THAN 44.                          INCIDM00
146800     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       INCIDM00
146900         MOD 999999937.                                           INCIDM00
147000     GO TO 994-AUDIT-HASH-X.                                      INCIDM00
147100 992-AUDIT-HASH-CHAR.                                             INCIDM00
147200     MOVE 49 TO AU-CODE.                                          INCIDM00
147300     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        INCIDM00
147400         UNTIL AU-TX IS GREATER THAN 48.                          INCIDM00
147500     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           INCIDM00
147600 993-AUDIT-HASH-LOOK.                                             INCIDM00
147700     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    INCIDM00
147800 994-AUDIT-HASH-X.                                                INCIDM00
147900     EXIT.                                                        INCIDM00
148000 940-AUTH-CHECK.                                                  INCIDM00
148100     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         INCIDM00
148200         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           INCIDM00
148300         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            INCIDM00
148400         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          INCIDM00
148500         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        INCIDM00
148600         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            INCIDM00
148700     MOVE 0 TO AUTH-OK-SW.                                        INCIDM00
148800     OPEN INPUT AUTH-FILE.                                        INCIDM00
148900     IF AUTH-FILE-STATUS NOT = "00"                               INCIDM00
149000         MOVE 1 TO AUTH-OK-SW                                     INCIDM00
149100         GO TO 945-AUTH-X.                                        INCIDM00
149200 941-AUTH-READ.                                                   INCIDM00
149300     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   INCIDM00
149400     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         INCIDM00
149500     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                INCIDM00
149600     GO TO 941-AUTH-READ.                                         INCIDM00
149700 943-AUTH-DONE.                                                   INCIDM00
149800     CLOSE AUTH-FILE.                                             INCIDM00
149900     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          INCIDM00
150000     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               INCIDM00
150100     MOVE TODAYS-DATE TO AU-DATE.                                 INCIDM00
150200     MOVE "AUTHFAIL" TO AU-EVENT.                                 INCIDM00
150300     MOVE "REFUSED " TO AU-RESULT.                                INCIDM00
150400     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  INCIDM00
150500     STOP RUN.                                                    INCIDM00
150600 945-AUTH-X.                                                      INCIDM00
150700     EXIT.                                                        INCIDM00
150800 946-AUTH-GRANT.                                                  INCIDM00
150900     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          INCIDM00
151000         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         INCIDM00
151100         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            INCIDM00
151200         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                INCIDM00
151300     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            INCIDM00
151400     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            INCIDM00
151500         + AUTH-DATE-IN DIV 100.                                  INCIDM00
151600     IF RA-EXPIRES NUMERIC                                        INCIDM00
151700         IF RA-EXPIRES NOT = 0                                    INCIDM00
151800             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                INCIDM00
151900                 GO TO 947-AUTH-GRANT-X.                          INCIDM00
152000     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             INCIDM00
152100     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             INCIDM00
152200 947-AUTH-GRANT-X.                                                INCIDM00
152300     EXIT.                                                        INCIDM00
152400 930-OPER-SIGNON.                                                 INCIDM00
152500     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      INCIDM00
152600         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       INCIDM00
152700         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          INCIDM00
152800         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       INCIDM00
152900         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           INCIDM00
153000         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         INCIDM00
153100         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                INCIDM00
153200     MOVE 0 TO OPER-TRIES.                                        INCIDM00
153300 931-OPER-ASK.                                                    INCIDM00
153400     ADD 1 TO OPER-TRIES.                                         INCIDM00
153500     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            INCIDM00
153600     ACCEPT OPERATOR-CODE.                                        INCIDM00
153700     MOVE OPERATOR-CODE TO AU-OPERATOR.                           INCIDM00
153800     MOVE 0 TO OPER-OK-SW.                                        INCIDM00
153900     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               INCIDM00
154000     OPEN INPUT OPER-FILE.                                        INCIDM00
154100     IF OPER-FILE-STATUS NOT = "00"                               INCIDM00
154200         MOVE 1 TO OPER-OK-SW                                     INCIDM00
154300         GO TO 933-OPER-DONE.                                     INCIDM00
154400 932-OPER-READ.                                                   INCIDM00
154500     READ OPER-FILE AT END                                        INCIDM00
154600         CLOSE OPER-FILE                                          INCIDM00
154700         GO TO 933-OPER-DONE.                                     INCIDM00
154800     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          INCIDM00
154900     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 INCIDM00
155000     GO TO 932-OPER-READ.                                         INCIDM00
155100 933-OPER-DONE.                                                   INCIDM00
155200     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       INCIDM00
155300     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           INCIDM00
155400     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             INCIDM00
155500     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             INCIDM00
155600     MOVE TODAYS-DATE TO AU-DATE.                                 INCIDM00
155700     MOVE "SIGNFAIL" TO AU-EVENT.                                 INCIDM00
155800     MOVE "REFUSED " TO AU-RESULT.                                INCIDM00
155900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  INCIDM00
156000     STOP RUN.                                                    INCIDM00
156100 934-OPER-AUTH.                                                   INCIDM00
156200     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      INCIDM00
156300 935-OPER-X.                                                      INCIDM00
156400     EXIT.                                                        INCIDM00
156500 END-OF-JOB.                                                      INCIDM00
