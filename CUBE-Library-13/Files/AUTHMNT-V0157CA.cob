000100AUTHMNT     000157CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  EVERY UTILITYS AUTH-CHECK READS THE SHARED RUNAUTH FILE BUT           00
000900  NOTHING IN THE LIBRARY WROTE IT - THE FILE WAS A HAND-PUNCHED         00
001000  DECK RECATALOGUED BY HAND, AND ONE BAD DECK LOCKED THE WHOLE          00
001100  NIGHT STREAM OUT. THIS PROGRAM APPLIES ADD / CHANGE / DELETE          00
001200  TRANSACTIONS TO RUNAUTH WITH THE SAME CARE DICTMNT GIVES THE          00
001300  DATA DICTIONARY -                                                     00
001400     A GRANT IS ONE RUN IDENTIFIER PAIRED WITH ONE PROGRAM NAME         00
001500        (OR *ALL), AND THE SAME PAIR MAY NOT BE ADDED TWICE,            00
001600     CHANGE AND DELETE MUST NAME AN EXISTING PAIR,                      00
001700     THE PROGRAM NAME MUST BE ONE OF THE KNOWN LIBRARY                  00
001800        UTILITIES (THE NAME EACH CARRIES IN AU-PROGRAM),                00
001900     AN EXPIRY DATE MAY BE GIVEN SO A TEMPORARY RUN ID LAPSES           00
002000        ON ITS OWN - AUTH-CHECK IGNORES A GRANT PAST ITS DATE,          00
002100     A FULL BEFORE AND AFTER LISTING IS PRINTED, AND                    00
002200     EVERY CHANGE IS LOGGED TO THE SHARED AUDIT TRAIL.                  00
002300                                                                        00
002400  TRANSACTIONS COME FROM THE CARD FILE AUTHTRAN (REPLY C AT THE         00
002500  FIRST ACCEPT) OR FROM THE CONSOLE (REPLY K) -                         00
002600     CARD COL 1       A, C OR D                                         00
002700     CARD COLS 3-9    THE RUN IDENTIFIER                                00
002800     CARD COLS 11-18  THE PROGRAM NAME OR *ALL                          00
002900     CARD COLS 20-25  EXPIRY DATE YYMMDD, BLANK FOR NONE                00
003000  A CHANGE REPLACES THE EXPIRY DATE OF AN EXISTING GRANT (A             00
003100  BLANK DATE ON A CHANGE REMOVES THE EXPIRY). CONSOLE ENTRY ASKS        00
003200  FOR THE SAME FIELDS AND A REPLY OF E AT THE ACTION PROMPT ENDS        00
003300  ENTRY.                                                                00
003400                                                                        00
003500  A MISSING RUNAUTH LEAVES EVERY RUN ALLOWED, BUT A RUNAUTH WITH        00
003600  NO LIVE GRANT IN IT REFUSES EVERY RUN - THIS PROGRAM INCLUDED.        00
003700  WHEN THE TRANSACTIONS WOULD LEAVE NO UNEXPIRED GRANT BEHIND THE       00
003800  RUN SAYS SO LOUDLY ON THE CONSOLE, THE LISTING AND THE OPSMSG         00
003900  JOURNAL, AND REWRITES RUNAUTH ONLY IF THE OPERATOR REPLIES            00
004000  EMPTY. ANY OTHER REPLY LEAVES THE FILE AS IT WAS.                     00
004100                                                                        00
004200  THE IN-CORE GRANT TABLE HOLDS 200 ENTRIES. A RUNAUTH PAST 200         00
004300  GRANTS IS REPORTED AND LEFT UNTOUCHED.                                00
004310  A CHANGE IS LOGGED TO THE AUDIT TRAIL ONLY AFTER RUNAUTH HAS          00
004320  BEEN REWRITTEN - THE EVENTS ARE HELD IN CORE UNTIL THEN (400          00
004330  AT MOST IN ONE RUN). WHEN RUNAUTH IS LEFT UNTOUCHED NO CHANGE         00
004340  EVENT IS WRITTEN AND THE END EVENT CARRIES NOTAPPLD.                  00
004400                                                                        00
004500                                                                        00
004600 IDENTIFICATION DIVISION.                                         AUTHMN00
004700 PROGRAM-ID. RUN AUTHORIZATION MAINTENANCE "AUTHMNT".             AUTHMN00
004800 DATE-COMPILED.                                                   AUTHMN00
004900 REMARKS. APPLIES ADD, CHANGE AND DELETE TRANSACTIONS TO THE      AUTHMN00
005000     SHARED RUN AUTHORIZATION FILE RUNAUTH WITH VALIDATION,       AUTHMN00
005100     EXPIRY DATES, BEFORE AND AFTER LISTINGS AND AN AUDIT TRAIL   AUTHMN00
005200     ENTRY PER CHANGE.                                            AUTHMN00
005300 ENVIRONMENT DIVISION.                                            AUTHMN00
005400 CONFIGURATION SECTION.                                           AUTHMN00
005500 SOURCE-COMPUTER. B-5500.                                         AUTHMN00
005600 OBJECT-COMPUTER. B-5500.                                         AUTHMN00
005700 INPUT-OUTPUT SECTION.                                            AUTHMN00
005800 FILE-CONTROL.                                                    AUTHMN00
005900     SELECT AUTH-FILE ASSIGN TO DISK                              AUTHMN00
006000         FILE STATUS IS AUTH-FILE-STATUS.                         AUTHMN00
006010     SELECT OPER-FILE ASSIGN TO DISK                              AUTHMN00
006020         FILE STATUS IS OPER-FILE-STATUS.                         AUTHMN00
006100     SELECT TRANS-CARDS ASSIGN TO CARD-READER.                    AUTHMN00
006200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   AUTHMN00
006300     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           AUTHMN00
006400     SELECT OPS-MSG     ASSIGN TO DISK.                           AUTHMN00
006500 DATA DIVISION.                                                   AUTHMN00
006600 FILE SECTION.                                                    AUTHMN00
006700 MD  AUTH-FILE                                                    AUTHMN00
006800     ACCESS SEQUENTIAL                                            AUTHMN00
006900     BLOCK CONTAINS 1 RECORDS                                     AUTHMN00
007000     VALUE OF ID "RUNAUTH"                                        AUTHMN00
007100     DATA RECORD AUTH-REC.                                        AUTHMN00
007200 01  AUTH-REC        SZ 80.                                       AUTHMN00
007300     05  RA-RUN-ID       PC X(7).                                 AUTHMN00
007400     05  FILLER          SZ 1.                                    AUTHMN00
007500     05  RA-PROGRAM      PC X(8).                                 AUTHMN00
007600     05  FILLER          SZ 1.                                    AUTHMN00
007700     05  RA-EXPIRES      PC 9(6).                                 AUTHMN00
007800     05  FILLER          SZ 57.                                   AUTHMN00
007801 MD  OPER-FILE                                                    AUTHMN00
007802     ACCESS SEQUENTIAL                                            AUTHMN00
007803     BLOCK CONTAINS 1 RECORDS                                     AUTHMN00
007804     VALUE OF ID "OPROSTER"                                       AUTHMN00
007805     DATA RECORD OPER-REC.                                        AUTHMN00
007806 01  OPER-REC        SZ 80.                                       AUTHMN00
007807     05  OR-CODE         PC X(3).                                 AUTHMN00
007808     05  FILLER          SZ 1.                                    AUTHMN00
007809     05  OR-NAME         PC X(20).                                AUTHMN00
007810     05  FILLER          SZ 1.                                    AUTHMN00
007811     05  OR-STATUS       PC X.                                    AUTHMN00
007812     05  FILLER          SZ 54.                                   AUTHMN00
007900 MD  AUDIT-TRAIL                                                  AUTHMN00
008000     ACCESS MODE IS RANDOM                                        AUTHMN00
008100     ACTUAL KEY IS AU-KEY                                         AUTHMN00
008200     RECORD CONTAINS 44 CHARACTERS                                AUTHMN00
008300     LABEL RECORD IS STANDARD                                     AUTHMN00
008400     VALUE OF ID IS "AUDITTRL"                                    AUTHMN00
008500     DATA RECORD IS AUDIT-REC.                                    AUTHMN00
008600 01  AUDIT-REC       SZ 44.                                       AUTHMN00
008700     05  AU-PROGRAM      PC X(8)  VA "AUTHMNT ".                  AUTHMN00
008800     05  AU-DATE         PC 9(6).                                 AUTHMN00
008900     05  AU-TIME         PC 9(4).                                 AUTHMN00
009000     05  AU-EVENT        PC X(8).                                 AUTHMN00
009100     05  AU-RESULT       PC X(8).                                 AUTHMN00
009200     05  AU-RUN-ID       PC X(7).                                 AUTHMN00
009210     05  AU-OPERATOR     PC X(3).                                 AUTHMN00
009300 01  AUDIT-CTL.                                                   AUTHMN00
009400     05  AC-NEXT-SLOT    PC 9(8).                                 AUTHMN00
009410     05  AC-HASH         PC 9(9).                                 AUTHMN00
009500     05  FILLER          SZ 27.                                   AUTHMN00
009600 FD  TRANS-CARDS                                                  AUTHMN00
009700         LABEL RECORD STANDARD                                    AUTHMN00
009800         VALUE OF ID "AUTHTRAN"                                   AUTHMN00
009900         DATA RECORD TRANS-REC.                                   AUTHMN00
010000 01  TRANS-REC       SZ 80.                                       AUTHMN00
010100     05  TR-ACTION           PC X.                                AUTHMN00
010200     05  FILLER              SZ 1.                                AUTHMN00
010300     05  TR-RUN-ID           PC X(7).                             AUTHMN00
010400     05  FILLER              SZ 1.                                AUTHMN00
010500     05  TR-PROGRAM          PC X(8).                             AUTHMN00
010600     05  FILLER              SZ 1.                                AUTHMN00
010700     05  TR-EXPIRES          PC X(6).                             AUTHMN00
010800     05  FILLER              SZ 55.                               AUTHMN00
010900 FD  REPORT-FILE                                                  AUTHMN00
011000         VALUE OF ID "AUTHLIST"                                   AUTHMN00
011100         DATA RECORD REPORT-REC.                                  AUTHMN00
011200 01  REPORT-REC      SZ 132.                                      AUTHMN00
011300 MD  OPS-MSG                                                      AUTHMN00
011400     ACCESS SEQUENTIAL                                            AUTHMN00
011500     BLOCK CONTAINS 1 RECORDS                                     AUTHMN00
011600     VALUE OF ID "OPSMSG"                                         AUTHMN00
011700     DATA RECORD MSG-REC.                                         AUTHMN00
011800 01  MSG-REC         SZ 80.                                       AUTHMN00
011900     05  MSG-PROGRAM     PC X(8).                                 AUTHMN00
012000     05  FILLER          SZ 1.                                    AUTHMN00
012100     05  MSG-DATE        PC 9(6).                                 AUTHMN00
012200     05  FILLER          SZ 1.                                    AUTHMN00
012300     05  MSG-TIME        PC 9(4).                                 AUTHMN00
012400     05  FILLER          SZ 1.                                    AUTHMN00
012500     05  MSG-TEXT        PC X(50).                                AUTHMN00
012600     05  FILLER          SZ 1.                                    AUTHMN00
012610     05  MSG-OPERATOR    PC X(3).                                 AUTHMN00
012620     05  FILLER          SZ 5.                                    AUTHMN00
012700 WORKING-STORAGE SECTION.                                         AUTHMN00
012800 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        AUTHMN00
012900 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     AUTHMN00
012910 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     AUTHMN00
012920 77  OPERATOR-CODE   VA SPACE        PC X(3).                     AUTHMN00
012930 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        AUTHMN00
012940 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        AUTHMN00
013000 77  AUTH-TODAY      CMP-1   PC 9(6).                             AUTHMN00
013100 77  AUTH-DATE-IN            PC 9(6).                             AUTHMN00
013200 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             AUTHMN00
013300 77  AU-HH           CMP-1   PC 99.                               AUTHMN00
013400 77  AU-MM           CMP-1   PC 99.                               AUTHMN00
013500 77  AU-KEY          CMP-1   PC 9(8).                             AUTHMN00
013600 77  AU-NEXT         CMP-1   PC 9(8).                             AUTHMN00
013700 01  AU-SAVE-REC             SZ 44.                               AUTHMN00
013701 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     AUTHMN00
013702 77  AU-REC-SUM              CMP-1   PC 9(6).                     AUTHMN00
013703 77  AU-CX                   CMP-1   PC 99.                       AUTHMN00
013704 77  AU-TX                   CMP-1   PC 99.                       AUTHMN00
013705 77  AU-CODE                 CMP-1   PC 99.                       AUTHMN00
013706 01  AU-HASH-REC.                                                 AUTHMN00
013707     05  AU-HC       OC 44   PC X.                                AUTHMN00
013708 01  AU-CHAR-SET.                                                 AUTHMN00
013709     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          AUTHMN00
013710     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          AUTHMN00
013711 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           AUTHMN00
013712     05  AU-CHAR     OC 48   PC X.                                AUTHMN00
013800 77  RUN-ID-ENTRY            PC X(7).                             AUTHMN00
013900 77  TRANS-SOURCE            PC X.                                AUTHMN00
014000 77  WK-ACTION               PC X.                                AUTHMN00
014100 77  WK-RUN-ID               PC X(7).                             AUTHMN00
014200 77  WK-PROGRAM              PC X(8).                             AUTHMN00
014300 77  WK-EXPIRES              PC X(6).                             AUTHMN00
014400 77  EMPTY-REPLY             PC X(5).                             AUTHMN00
014500 77  GRANT-CNT       VA 0    CMP-1   PC 999.                      AUTHMN00
014600 77  LIVE-CNT        VA 0    CMP-1   PC 999.                      AUTHMN00
014700 77  GX              CMP-1   PC 999.                              AUTHMN00
014800 77  GHIT            CMP-1   PC 999.                              AUTHMN00
014900 77  FILE-CNT        CMP-1   PC 999.                              AUTHMN00
015000 77  KX              CMP-1   PC 99.                               AUTHMN00
015100 77  KNOWN-SW        CMP-1   PC 9.                                AUTHMN00
015200 77  CHANGE-CNT      VA 0    CMP-1   PC 999.                      AUTHMN00
015300 77  LOAD-OVER-SW    VA 0    CMP-1   PC 9.                        AUTHMN00
015310 77  CX              CMP-1   PC 999.                              AUTHMN00
015320 01  CHANGE-TABLE.                                                AUTHMN00
015330     02 CHANGE-ENTRY OC 400.                                      AUTHMN00
015340         03 CE-EVENT         PC X(8).                             AUTHMN00
015350         03 CE-RUN-ID        PC X(7).                             AUTHMN00
015400 01  MSG-TEXT-WORK           PC X(50).                            AUTHMN00
015500 01  EXPIRES-WORK.                                                AUTHMN00
015600     05  EW-DATE             PC 9(6).                             AUTHMN00
015700 01  EXPIRES-PARTS REDEFINES EXPIRES-WORK.                        AUTHMN00
015800     05  EW-YY               PC 99.                               AUTHMN00
015900     05  EW-MM               PC 99.                               AUTHMN00
016000     05  EW-DD               PC 99.                               AUTHMN00
016100 01  KNOWN-TABLE.                                                 AUTHMN00
016200     05  FILLER  PC X(8)  VA "*ALL    ".                          AUTHMN00
016300     05  FILLER  PC X(8)  VA "AUTHMNT ".                          AUTHMN00
016400     05  FILLER  PC X(8)  VA "CBLFLOW ".                          AUTHMN00
016410     05  FILLER  PC X(8)  VA "CHGMNT  ".                          AUTHMN00
016500     05  FILLER  PC X(8)  VA "CHRISLOG".                          AUTHMN00
016600     05  FILLER  PC X(8)  VA "CRDXREF ".                          AUTHMN00
016610     05  FILLER  PC X(8)  VA "CTLSAVE ".                          AUTHMN00
016620     05  FILLER  PC X(8)  VA "CTLVERF ".                          AUTHMN00
016700     05  FILLER  PC X(8)  VA "DETAB65 ".                          AUTHMN00
016701     05  FILLER  PC X(8)  VA "DICTGEN ".                          AUTHMN00
016800     05  FILLER  PC X(8)  VA "DICTMNT ".                          AUTHMN00
016900     05  FILLER  PC X(8)  VA "DIRCTRY ".                          AUTHMN00
017000     05  FILLER  PC X(8)  VA "DIREXTR ".                          AUTHMN00
017100     05  FILLER  PC X(8)  VA "DIRSAVE ".                          AUTHMN00
017200     05  FILLER  PC X(8)  VA "DISKPCH ".                          AUTHMN00
017300     05  FILLER  PC X(8)  VA "DSKXREF ".                          AUTHMN00
017310     05  FILLER  PC X(8)  VA "FISCMNT ".                          AUTHMN00
017320     05  FILLER  PC X(8)  VA "INCIDMNT".                          AUTHMN00
017400     05  FILLER  PC X(8)  VA "INVENTRY".                          AUTHMN00
017500     05  FILLER  PC X(8)  VA "KWIC2   ".                          AUTHMN00
017510     05  FILLER  PC X(8)  VA "LEDGMNT ".                          AUTHMN00
017600     05  FILLER  PC X(8)  VA "LOGARCH ".                          AUTHMN00
017700     05  FILLER  PC X(8)  VA "LOGCLOSE".                          AUTHMN00
017800     05  FILLER  PC X(8)  VA "MAKESOLT".                          AUTHMN00
017810     05  FILLER  PC X(8)  VA "MGTRPT  ".                          AUTHMN00
017900     05  FILLER  PC X(8)  VA "PCHPURGE".                          AUTHMN00
018000     05  FILLER  PC X(8)  VA "PCHSOLT ".                          AUTHMN00
018010     05  FILLER  PC X(8)  VA "RATEMNT ".                          AUTHMN00
018100     05  FILLER  PC X(8)  VA "REPLOT  ".                          AUTHMN00
018110     05  FILLER  PC X(8)  VA "RESCHG  ".                          AUTHMN00
018120     05  FILLER  PC X(8)  VA "RETMNT  ".                          AUTHMN00
018125     05  FILLER  PC X(8)  VA "RPTGEN  ".                          AUTHMN00
018127     05  FILLER  PC X(8)  VA "RUNHIST ".                          AUTHMN00
018130     05  FILLER  PC X(8)  VA "SHIPMNT ".                          AUTHMN00
018200     05  FILLER  PC X(8)  VA "SOLTKWIC".                          AUTHMN00
018300     05  FILLER  PC X(8)  VA "SOLTSCR ".                          AUTHMN00
018400     05  FILLER  PC X(8)  VA "SPACEREC".                          AUTHMN00
018500     05  FILLER  PC X(8)  VA "SRCCOMP ".                          AUTHMN00
018600     05  FILLER  PC X(8)  VA "SRCLIB  ".                          AUTHMN00
018610     05  FILLER  PC X(8)  VA "SVCMNT  ".                          AUTHMN00
018700     05  FILLER  PC X(8)  VA "TAPEPCH ".                          AUTHMN00
018710     05  FILLER  PC X(8)  VA "USERMNT ".                          AUTHMN00
018720     05  FILLER  PC X(8)  VA "VAULTROT".                          AUTHMN00
018800 01  KNOWN-R REDEFINES KNOWN-TABLE.                               AUTHMN00
018900     05  KNOWN-NAME  OC 43  PC X(8).                              AUTHMN00
019000 77  KNOWN-MAX       VA 43   CMP-1   PC 99.                       AUTHMN00
019100 01  GRANT-TABLE.                                                 AUTHMN00
019200     02 GRANT-ENTRY OC 200.                                       AUTHMN00
019300         03 GT-RUN-ID        PC X(7).                             AUTHMN00
019400         03 GT-PROGRAM       PC X(8).                             AUTHMN00
019500         03 GT-EXPIRES       PC 9(6).                             AUTHMN00
019600         03 GT-GONE          PC X.                                AUTHMN00
019700 01  LIST-HEAD       SZ 132.                                      AUTHMN00
019800     05  LH-LABEL    PC X(32).                                    AUTHMN00
019900     05  FILLER      SZ 100   VA SPACE.                           AUTHMN00
020000 01  COLUMN-HEAD     SZ 132.                                      AUTHMN00
020100     05  FILLER      PC X(40) VA                                  AUTHMN00
020200         "  RUN ID   PROGRAM   EXPIRES   STATUS   ".              AUTHMN00
020300     05  FILLER      SZ 92    VA SPACE.                           AUTHMN00
020400 01  LIST-LINE       SZ 132.                                      AUTHMN00
020500     05  FILLER      SZ 2     VA SPACE.                           AUTHMN00
020600     05  LL-RUN-ID   PC X(7).                                     AUTHMN00
020700     05  FILLER      SZ 2     VA SPACE.                           AUTHMN00
020800     05  LL-PROGRAM  PC X(8).                                     AUTHMN00
020900     05  FILLER      SZ 2     VA SPACE.                           AUTHMN00
021000     05  LL-EXPIRES  PC X(6).                                     AUTHMN00
021100     05  FILLER      SZ 4     VA SPACE.                           AUTHMN00
021200     05  LL-STATUS   PC X(7).                                     AUTHMN00
021300     05  FILLER      SZ 94    VA SPACE.                           AUTHMN00
021400 01  COUNT-LINE      SZ 132.                                      AUTHMN00
021500     05  FILLER      PC X(16) VA "GRANTS ON FILE  ".              AUTHMN00
021600     05  CT-GRANTS   PC ZZ9.                                      AUTHMN00
021700     05  FILLER      PC X(16) VA "   UNEXPIRED    ".              AUTHMN00
021800     05  CT-LIVE     PC ZZ9.                                      AUTHMN00
021900     05  FILLER      SZ 94    VA SPACE.                           AUTHMN00
022000 01  REJECT-LINE     SZ 132.                                      AUTHMN00
022100     05  FILLER  PC X(11) VA "REJECTED - ".                       AUTHMN00
022200     05  RJ-REASON   PC X(24).                                    AUTHMN00
022300     05  RJ-RUN-ID   PC X(7).                                     AUTHMN00
022400     05  FILLER      SZ 1     VA SPACE.                           AUTHMN00
022500     05  RJ-PROGRAM  PC X(8).                                     AUTHMN00
022600     05  FILLER      SZ 81    VA SPACE.                           AUTHMN00
022700 01  EMPTY-LINE      SZ 132.                                      AUTHMN00
022800     05  FILLER  PC X(48) VA                                      AUTHMN00
022900         "*** WARNING - NO UNEXPIRED GRANT WOULD REMAIN IN".      AUTHMN00
023000     05  FILLER  PC X(49) VA                                      AUTHMN00
023100         " RUNAUTH - EVERY UTILITY RUN WOULD BE REFUSED ***".     AUTHMN00
023200     05  FILLER      SZ 35    VA SPACE.                           AUTHMN00
023300 01  BLANK-LINE      SZ 132   VA SPACE.                           AUTHMN00
023400 PROCEDURE DIVISION.                                              AUTHMN00
023500 100-BEGIN.                                                       AUTHMN00
023600     ACCEPT RUN-ID-ENTRY.                                         AUTHMN00
023700     PERFORM 950-AUDIT-START.                                     AUTHMN00
023800     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            AUTHMN00
023900     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            AUTHMN00
024000         + AUTH-DATE-IN DIV 100.                                  AUTHMN00
024100     DISPLAY "TRANSACTIONS FROM C (CARDS) OR K (CONSOLE)".        AUTHMN00
024200     ACCEPT TRANS-SOURCE.                                         AUTHMN00
024300     OPEN OUTPUT REPORT-FILE.                                     AUTHMN00
024400     PERFORM 200-LOAD-GRANTS THRU 200X.                           AUTHMN00
024500     MOVE "RUNAUTH BEFORE MAINTENANCE      " TO LH-LABEL.         AUTHMN00
024600     PERFORM 300-LIST-GRANTS THRU 300X.                           AUTHMN00
024700     IF TRANS-SOURCE = "C" GO TO 400-CARD-TRANS.                  AUTHMN00
024800 150-CONSOLE-TRANS.                                               AUTHMN00
024900     DISPLAY "ENTER ACTION - A, C, D OR E (END)".                 AUTHMN00
025000     ACCEPT WK-ACTION.                                            AUTHMN00
025100     IF WK-ACTION = "E" GO TO 500-WRAP-UP.                        AUTHMN00
025200     DISPLAY "ENTER RUN IDENTIFIER (7 CHARACTERS)".               AUTHMN00
025300     ACCEPT WK-RUN-ID.                                            AUTHMN00
025400     DISPLAY "ENTER PROGRAM NAME OR *ALL (8 CHARACTERS)".         AUTHMN00
025500     ACCEPT WK-PROGRAM.                                           AUTHMN00
025600     DISPLAY "ENTER EXPIRY DATE YYMMDD (BLANK FOR NONE)".         AUTHMN00
025700     ACCEPT WK-EXPIRES.                                           AUTHMN00
025800     PERFORM 600-APPLY-ONE THRU 600X.                             AUTHMN00
025900     GO TO 150-CONSOLE-TRANS.                                     AUTHMN00
026000 400-CARD-TRANS.                                                  AUTHMN00
026100     OPEN INPUT TRANS-CARDS.                                      AUTHMN00
026200 410-READ-TRANS.                                                  AUTHMN00
026300     READ TRANS-CARDS AT END GO TO 420-TRANS-DONE.                AUTHMN00
026400     MOVE TR-ACTION TO WK-ACTION.                                 AUTHMN00
026500     MOVE TR-RUN-ID TO WK-RUN-ID.                                 AUTHMN00
026600     MOVE TR-PROGRAM TO WK-PROGRAM.                               AUTHMN00
026700     MOVE TR-EXPIRES TO WK-EXPIRES.                               AUTHMN00
026800     PERFORM 600-APPLY-ONE THRU 600X.                             AUTHMN00
026900     GO TO 410-READ-TRANS.                                        AUTHMN00
027000 420-TRANS-DONE.                                                  AUTHMN00
027100     CLOSE TRANS-CARDS.                                           AUTHMN00
027200 500-WRAP-UP.                                                     AUTHMN00
027300     MOVE "RUNAUTH AFTER MAINTENANCE       " TO LH-LABEL.         AUTHMN00
027400     PERFORM 300-LIST-GRANTS THRU 300X.                           AUTHMN00
027500     IF LIVE-CNT = 0                                              AUTHMN00
027600         PERFORM 550-EMPTY-WARN THRU 550X.                        AUTHMN00
027700     PERFORM 700-REWRITE-AUTH THRU 700X.                          AUTHMN00
027800     CLOSE REPORT-FILE.                                           AUTHMN00
027900     MOVE "OK      " TO AU-RESULT.                                AUTHMN00
027910     IF LOAD-OVER-SW = 1 AND CHANGE-CNT IS GREATER THAN 0         AUTHMN00
027920         DISPLAY "CHANGES NOT APPLIED " CHANGE-CNT                AUTHMN00
027930         MOVE "NOTAPPLD" TO AU-RESULT                             AUTHMN00
027940     ELSE DISPLAY "CHANGES APPLIED " CHANGE-CNT.                  AUTHMN00
028100     PERFORM 955-AUDIT-END.                                       AUTHMN00
028200     STOP RUN.                                                    AUTHMN00
028300 200-LOAD-GRANTS.                                                 AUTHMN00
028400     OPEN INPUT AUTH-FILE.                                        AUTHMN00
028500     IF AUTH-FILE-STATUS NOT = "00"                               AUTHMN00
028600         DISPLAY "RUNAUTH NOT PRESENT - STARTING AN EMPTY FILE"   AUTHMN00
028700         GO TO 200X.                                              AUTHMN00
028800 210-LOAD-READ.                                                   AUTHMN00
028900     READ AUTH-FILE AT END GO TO 220-LOAD-DONE.                   AUTHMN00
029000     IF GRANT-CNT = 200                                           AUTHMN00
029100         MOVE 1 TO LOAD-OVER-SW                                   AUTHMN00
029200         DISPLAY "RUNAUTH OVER 200 GRANTS - RUN WILL"             AUTHMN00
029300         DISPLAY "NOT REWRITE RUNAUTH"                            AUTHMN00
029400         GO TO 220-LOAD-DONE.                                     AUTHMN00
029500     ADD 1 TO GRANT-CNT.                                          AUTHMN00
029600     MOVE RA-RUN-ID TO GT-RUN-ID (GRANT-CNT).                     AUTHMN00
029700     MOVE RA-PROGRAM TO GT-PROGRAM (GRANT-CNT).                   AUTHMN00
029800     IF RA-EXPIRES NUMERIC                                        AUTHMN00
029900         MOVE RA-EXPIRES TO GT-EXPIRES (GRANT-CNT)                AUTHMN00
030000     ELSE MOVE 0 TO GT-EXPIRES (GRANT-CNT).                       AUTHMN00
030100     MOVE SPACE TO GT-GONE (GRANT-CNT).                           AUTHMN00
030200     GO TO 210-LOAD-READ.                                         AUTHMN00
030300 220-LOAD-DONE.                                                   AUTHMN00
030400     CLOSE AUTH-FILE.                                             AUTHMN00
030500 200X.   EXIT.                                                    AUTHMN00
030600 300-LIST-GRANTS.                                                 AUTHMN00
030700     MOVE 0 TO LIVE-CNT.                                          AUTHMN00
030800     MOVE 0 TO FILE-CNT.                                          AUTHMN00
030900     WRITE REPORT-REC FROM LIST-HEAD BEFORE ADVANCING 2 LINES.    AUTHMN00
031000     WRITE REPORT-REC FROM COLUMN-HEAD.                           AUTHMN00
031100     PERFORM 310-LIST-ONE THRU 310X VARYING GX FROM 1 BY 1        AUTHMN00
031200         UNTIL GX IS GREATER THAN GRANT-CNT.                      AUTHMN00
031300     MOVE FILE-CNT TO CT-GRANTS.                                  AUTHMN00
031400     MOVE LIVE-CNT TO CT-LIVE.                                    AUTHMN00
031500     WRITE REPORT-REC FROM BLANK-LINE.                            AUTHMN00
031600     WRITE REPORT-REC FROM COUNT-LINE.                            AUTHMN00
031700     WRITE REPORT-REC FROM BLANK-LINE.                            AUTHMN00
031800 300X.   EXIT.                                                    AUTHMN00
031900 310-LIST-ONE.                                                    AUTHMN00
032000     IF GT-GONE (GX) = "Y" GO TO 310X.                            AUTHMN00
032100     ADD 1 TO FILE-CNT.                                           AUTHMN00
032200     MOVE GT-RUN-ID (GX) TO LL-RUN-ID.                            AUTHMN00
032300     MOVE GT-PROGRAM (GX) TO LL-PROGRAM.                          AUTHMN00
032400     MOVE SPACES TO LL-STATUS.                                    AUTHMN00
032500     IF GT-EXPIRES (GX) = 0                                       AUTHMN00
032600         MOVE "NONE  " TO LL-EXPIRES                              AUTHMN00
032700         ADD 1 TO LIVE-CNT                                        AUTHMN00
032800         GO TO 315-PUT-LINE.                                      AUTHMN00
032900     MOVE GT-EXPIRES (GX) TO EW-DATE.                             AUTHMN00
033000     MOVE EXPIRES-WORK TO LL-EXPIRES.                             AUTHMN00
033100     IF GT-EXPIRES (GX) IS LESS THAN AUTH-TODAY                   AUTHMN00
033200         MOVE "LAPSED " TO LL-STATUS                              AUTHMN00
033300     ELSE ADD 1 TO LIVE-CNT.                                      AUTHMN00
033400 315-PUT-LINE.                                                    AUTHMN00
033500     WRITE REPORT-REC FROM LIST-LINE.                             AUTHMN00
033600 310X.   EXIT.                                                    AUTHMN00
033700 550-EMPTY-WARN.                                                  AUTHMN00
033800     NOTE  AN EMPTY RUNAUTH IS NOT THE SAME AS A MISSING ONE -    AUTHMN00
033900         WITH THE FILE PRESENT AND NO LIVE GRANT IN IT EVERY      AUTHMN00
034000         AUTH-CHECK REFUSES, SO THE NIGHT STREAM (AND THIS        AUTHMN00
034100         PROGRAM) WOULD BE LOCKED OUT UNTIL THE FILE IS           AUTHMN00
034200         REMOVED BY HAND.                                         AUTHMN00
034300     WRITE REPORT-REC FROM EMPTY-LINE.                            AUTHMN00
034400     DISPLAY "**************************************************".AUTHMN00
034500     DISPLAY "*** WARNING - RUNAUTH WOULD HOLD NO LIVE GRANT ***".AUTHMN00
034600     DISPLAY "***   EVERY UTILITY RUN WOULD BE REFUSED       ***".AUTHMN00
034700     DISPLAY "**************************************************".AUTHMN00
034800     MOVE "RUNAUTH LEFT WITH NO LIVE GRANT - WARNED"              AUTHMN00
034900         TO MSG-TEXT-WORK.                                        AUTHMN00
035000     PERFORM 800-JOURNAL-MSG THRU 820-JOURNAL-PUT.                AUTHMN00
035100     DISPLAY "REPLY EMPTY TO WRITE IT ANYWAY - ANY OTHER REPLY".  AUTHMN00
035200     DISPLAY "LEAVES RUNAUTH UNCHANGED".                          AUTHMN00
035300     ACCEPT EMPTY-REPLY.                                          AUTHMN00
035400     IF EMPTY-REPLY = "EMPTY" GO TO 550X.                         AUTHMN00
035500     MOVE 1 TO LOAD-OVER-SW.                                      AUTHMN00
035600     DISPLAY "RUNAUTH NOT REWRITTEN".                             AUTHMN00
035700 550X.   EXIT.                                                    AUTHMN00
035800 600-APPLY-ONE.                                                   AUTHMN00
035900     MOVE 0 TO GHIT.                                              AUTHMN00
036000     PERFORM 610-FIND-GRANT VARYING GX FROM 1 BY 1                AUTHMN00
036100         UNTIL GX IS GREATER THAN GRANT-CNT                       AUTHMN00
036200         OR GHIT IS GREATER THAN 0.                               AUTHMN00
036210     IF CHANGE-CNT = 400                                          AUTHMN00
036220         MOVE "TOO MANY CHANGES FOR RUN" TO RJ-REASON             AUTHMN00
036230         GO TO 690-REJECT.                                        AUTHMN00
036300     IF WK-ACTION = "A" GO TO 620-ADD.                            AUTHMN00
036400     IF WK-ACTION = "C" GO TO 630-CHANGE.                         AUTHMN00
036500     IF WK-ACTION = "D" GO TO 640-DELETE.                         AUTHMN00
036600     MOVE "INVALID ACTION CODE     " TO RJ-REASON.                AUTHMN00
036700     GO TO 690-REJECT.                                            AUTHMN00
036800 620-ADD.                                                         AUTHMN00
036900     IF GHIT IS GREATER THAN 0                                    AUTHMN00
037000         MOVE "DUPLICATE GRANT         " TO RJ-REASON             AUTHMN00
037100         GO TO 690-REJECT.                                        AUTHMN00
037200     IF WK-RUN-ID = SPACES                                        AUTHMN00
037300         MOVE "RUN IDENTIFIER MISSING  " TO RJ-REASON             AUTHMN00
037400         GO TO 690-REJECT.                                        AUTHMN00
037500     MOVE 0 TO KNOWN-SW.                                          AUTHMN00
037600     PERFORM 615-KNOWN-ONE VARYING KX FROM 1 BY 1                 AUTHMN00
037700         UNTIL KX IS GREATER THAN KNOWN-MAX.                      AUTHMN00
037800     IF KNOWN-SW = 0                                              AUTHMN00
037900         MOVE "UNKNOWN PROGRAM NAME    " TO RJ-REASON             AUTHMN00
038000         GO TO 690-REJECT.                                        AUTHMN00
038100     PERFORM 650-EDIT-EXPIRES THRU 650X.                          AUTHMN00
038200     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  AUTHMN00
038300     IF GRANT-CNT = 200                                           AUTHMN00
038400         MOVE "RUNAUTH TABLE FULL      " TO RJ-REASON             AUTHMN00
038500         GO TO 690-REJECT.                                        AUTHMN00
038600     ADD 1 TO GRANT-CNT.                                          AUTHMN00
038700     MOVE WK-RUN-ID TO GT-RUN-ID (GRANT-CNT).                     AUTHMN00
038800     MOVE WK-PROGRAM TO GT-PROGRAM (GRANT-CNT).                   AUTHMN00
038900     MOVE EW-DATE TO GT-EXPIRES (GRANT-CNT).                      AUTHMN00
039000     MOVE SPACE TO GT-GONE (GRANT-CNT).                           AUTHMN00
039100     MOVE "ADD     " TO AU-EVENT.                                 AUTHMN00
039200     GO TO 680-LOG-CHANGE.                                        AUTHMN00
039300 630-CHANGE.                                                      AUTHMN00
039400     IF GHIT = 0                                                  AUTHMN00
039500         MOVE "GRANT NOT ON FILE       " TO RJ-REASON             AUTHMN00
039600         GO TO 690-REJECT.                                        AUTHMN00
039700     PERFORM 650-EDIT-EXPIRES THRU 650X.                          AUTHMN00
039800     IF RJ-REASON NOT = SPACES GO TO 690-REJECT.                  AUTHMN00
039900     MOVE EW-DATE TO GT-EXPIRES (GHIT).                           AUTHMN00
040000     MOVE "CHANGE  " TO AU-EVENT.                                 AUTHMN00
040100     GO TO 680-LOG-CHANGE.                                        AUTHMN00
040200 640-DELETE.                                                      AUTHMN00
040300     IF GHIT = 0                                                  AUTHMN00
040400         MOVE "GRANT NOT ON FILE       " TO RJ-REASON             AUTHMN00
040500         GO TO 690-REJECT.                                        AUTHMN00
040600     MOVE "Y" TO GT-GONE (GHIT).                                  AUTHMN00
040700     MOVE "DELETE  " TO AU-EVENT.                                 AUTHMN00
040800     GO TO 680-LOG-CHANGE.                                        AUTHMN00
040900 680-LOG-CHANGE.                                                  AUTHMN00
041000     NOTE  THE EVENT IS HELD UNTIL RUNAUTH IS REWRITTEN SO THE    AUTHMN00
041100         AUDIT TRAIL NEVER SHOWS A CHANGE THAT DID NOT REACH      AUTHMN00
041200         THE FILE.                                                AUTHMN00
041300     ADD 1 TO CHANGE-CNT.                                         AUTHMN00
041310     MOVE AU-EVENT TO CE-EVENT (CHANGE-CNT).                      AUTHMN00
041320     MOVE WK-RUN-ID TO CE-RUN-ID (CHANGE-CNT).                    AUTHMN00
041400     GO TO 600X.                                                  AUTHMN00
041500 690-REJECT.                                                      AUTHMN00
041600     MOVE WK-RUN-ID TO RJ-RUN-ID.                                 AUTHMN00
041700     MOVE WK-PROGRAM TO RJ-PROGRAM.                               AUTHMN00
041800     WRITE REPORT-REC FROM REJECT-LINE.                           AUTHMN00
041900     DISPLAY "REJECTED - " RJ-REASON.                             AUTHMN00
042000 600X.   EXIT.                                                    AUTHMN00
042100 610-FIND-GRANT.                                                  AUTHMN00
042200     IF GT-GONE (GX) NOT = "Y"                                    AUTHMN00
042300         IF GT-RUN-ID (GX) = WK-RUN-ID                            AUTHMN00
042400             IF GT-PROGRAM (GX) = WK-PROGRAM MOVE GX TO GHIT.     AUTHMN00
042500 615-KNOWN-ONE.                                                   AUTHMN00
042600     IF KNOWN-NAME (KX) = WK-PROGRAM MOVE 1 TO KNOWN-SW.          AUTHMN00
042700 650-EDIT-EXPIRES.                                                AUTHMN00
042800     NOTE  A BLANK DATE MEANS NO EXPIRY. A KEYED DATE MUST BE     AUTHMN00
042900         SIX DIGITS WITH A LEGAL MONTH AND DAY AND MAY NOT        AUTHMN00
043000         ALREADY HAVE PASSED.                                     AUTHMN00
043100     MOVE SPACES TO RJ-REASON.                                    AUTHMN00
043200     MOVE 0 TO EW-DATE.                                           AUTHMN00
043300     IF WK-EXPIRES = SPACES GO TO 650X.                           AUTHMN00
043400     IF WK-EXPIRES NOT NUMERIC                                    AUTHMN00
043500         MOVE "INVALID EXPIRY DATE     " TO RJ-REASON             AUTHMN00
043600         GO TO 650X.                                              AUTHMN00
043700     MOVE WK-EXPIRES TO EXPIRES-WORK.                             AUTHMN00
043800     IF EW-MM IS LESS THAN 1 OR EW-MM IS GREATER THAN 12          AUTHMN00
043900         OR EW-DD IS LESS THAN 1 OR EW-DD IS GREATER THAN 31      AUTHMN00
044000         MOVE "INVALID EXPIRY DATE     " TO RJ-REASON             AUTHMN00
044100         GO TO 650X.                                              AUTHMN00
044200     IF EW-DATE IS LESS THAN AUTH-TODAY                           AUTHMN00
044300         MOVE "EXPIRY DATE ALREADY PAST" TO RJ-REASON.            AUTHMN00
044400 650X.   EXIT.                                                    AUTHMN00
044500 700-REWRITE-AUTH.                                                AUTHMN00
044600     IF LOAD-OVER-SW = 1                                          AUTHMN00
044700         DISPLAY "RUNAUTH LEFT UNCHANGED"                         AUTHMN00
044800         GO TO 700X.                                              AUTHMN00
044900     OPEN OUTPUT AUTH-FILE.                                       AUTHMN00
045000     PERFORM 710-PUT-ONE THRU 710X VARYING GX FROM 1 BY 1         AUTHMN00
045100         UNTIL GX IS GREATER THAN GRANT-CNT.                      AUTHMN00
045200     CLOSE AUTH-FILE.                                             AUTHMN00
045210     PERFORM 720-LOG-ONE VARYING CX FROM 1 BY 1                   AUTHMN00
045220         UNTIL CX IS GREATER THAN CHANGE-CNT.                     AUTHMN00
045300 700X.   EXIT.                                                    AUTHMN00
045400 710-PUT-ONE.                                                     AUTHMN00
045500     IF GT-GONE (GX) = "Y" GO TO 710X.                            AUTHMN00
045600     MOVE SPACES TO AUTH-REC.                                     AUTHMN00
045700     MOVE GT-RUN-ID (GX) TO RA-RUN-ID.                            AUTHMN00
045800     MOVE GT-PROGRAM (GX) TO RA-PROGRAM.                          AUTHMN00
045900     MOVE GT-EXPIRES (GX) TO RA-EXPIRES.                          AUTHMN00
046000     WRITE AUTH-REC.                                              AUTHMN00
046100 710X.   EXIT.                                                    AUTHMN00
046110 720-LOG-ONE.                                                     AUTHMN00
046120     MOVE TODAYS-DATE TO AU-DATE.                                 AUTHMN00
046130     MOVE CE-EVENT (CX) TO AU-EVENT.                              AUTHMN00
046140     MOVE CE-RUN-ID (CX) TO AU-RESULT.                            AUTHMN00
046150     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  AUTHMN00
046200 800-JOURNAL-MSG.                                                 AUTHMN00
046300     NOTE  APPENDS A DECISION-POINT CONSOLE MESSAGE TO THE        AUTHMN00
046400         SHARED OPSMSG JOURNAL (PROGRAM, DATE, TIME, TEXT)        AUTHMN00
046500         SO THE MORNING REVIEW CAN RECONSTRUCT WHAT THE           AUTHMN00
046600         NIGHT SHIFT SAW AND ANSWERED.                            AUTHMN00
046700     OPEN I-O OPS-MSG.                                            AUTHMN00
046800 810-JOURNAL-SKIP.                                                AUTHMN00
046900     READ OPS-MSG AT END GO TO 820-JOURNAL-PUT.                   AUTHMN00
047000     GO TO 810-JOURNAL-SKIP.                                      AUTHMN00
047100 820-JOURNAL-PUT.                                                 AUTHMN00
047200     MOVE SPACES TO MSG-REC.                                      AUTHMN00
047300     MOVE AU-PROGRAM TO MSG-PROGRAM.                              AUTHMN00
047400     MOVE TODAYS-DATE TO MSG-DATE.                                AUTHMN00
047500     COMPUTE AU-TIME-HOLD = DATA (1).                             AUTHMN00
047600     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     AUTHMN00
047700     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            AUTHMN00
047800     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      AUTHMN00
047900     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              AUTHMN00
047910     MOVE OPERATOR-CODE TO MSG-OPERATOR.                          AUTHMN00
048000     WRITE MSG-REC.                                               AUTHMN00
048100     CLOSE OPS-MSG.                                               AUTHMN00
048200 950-AUDIT-START.                                                 AUTHMN00
048300     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     AUTHMN00
048400     MOVE TODAYS-DATE TO AU-DATE.                                 AUTHMN00
048500     MOVE "START   " TO AU-EVENT.                                 AUTHMN00
048600     MOVE SPACES TO AU-RESULT.                                    AUTHMN00
048700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  AUTHMN00
048800 955-AUDIT-END.                                                   AUTHMN00
048900     MOVE TODAYS-DATE TO AU-DATE.                                 AUTHMN00
049000     MOVE "END     " TO AU-EVENT.                                 AUTHMN00
049100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  AUTHMN00
049200 970-AUDIT-WRITE.                                                 AUTHMN00
049300     COMPUTE AU-TIME-HOLD = DATA (1).                             AUTHMN00
049400     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     AUTHMN00
049500     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            AUTHMN00
049600     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       AUTHMN00
049700     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              AUTHMN00
049800     OPEN I-O AUDIT-TRAIL.                                        AUTHMN00
049900     MOVE AUDIT-REC TO AU-SAVE-REC.                               AUTHMN00
050000     MOVE 1 TO AU-KEY.                                            AUTHMN00
050100     READ AUDIT-TRAIL INVALID KEY                                 AUTHMN00
050200         MOVE 2 TO AC-NEXT-SLOT.                                  AUTHMN00
050300     IF AC-NEXT-SLOT NOT NUMERIC                                  AUTHMN00
050400         MOVE 2 TO AC-NEXT-SLOT.                                  AUTHMN00
050500     IF AC-NEXT-SLOT IS LESS THAN 2                               AUTHMN00
050600         MOVE 2 TO AC-NEXT-SLOT.                                  AUTHMN00
050700     MOVE AC-NEXT-SLOT TO AU-NEXT.                                AUTHMN00
050800 980-AUDIT-SKIP.                                                  AUTHMN00
050900     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          AUTHMN00
051000         TOOK IT SINCE THE CONTROL RECORD WAS READ -              AUTHMN00
051100         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          AUTHMN00
051200         OVERWRITING EACH OTHERS EVENTS.                          AUTHMN00
051300     MOVE AU-NEXT TO AU-KEY.                                      AUTHMN00
051400     READ AUDIT-TRAIL INVALID KEY                                 AUTHMN00
051500         GO TO 985-AUDIT-FREE.                                    AUTHMN00
051600     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  AUTHMN00
051700     ADD 1 TO AU-NEXT.                                            AUTHMN00
051800     GO TO 980-AUDIT-SKIP.                                        AUTHMN00
051900 985-AUDIT-FREE.                                                  AUTHMN00
051910     MOVE 1 TO AU-KEY.                                            AUTHMN00
051920     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       AUTHMN00
051930     MOVE 0 TO AU-HASH.                                           AUTHMN00
051940     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  AUTHMN00
052000     MOVE AU-NEXT TO AU-KEY.                                      AUTHMN00
052100     MOVE AU-SAVE-REC TO AUDIT-REC.                               AUTHMN00
052110     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                AUTHMN00
052200 990-AUDIT-PUT.                                                   AUTHMN00
052300     WRITE AUDIT-REC INVALID KEY                                  AUTHMN00
052400         DISPLAY "AUDIT TRAIL FULL".                              AUTHMN00
052500     ADD 1 TO AU-NEXT.                                            AUTHMN00
052600     MOVE 1 TO AU-KEY.                                            AUTHMN00
052700     MOVE SPACES TO AUDIT-REC.                                    AUTHMN00
052800     MOVE AU-NEXT TO AC-NEXT-SLOT.                                AUTHMN00
052810     MOVE AU-HASH TO AC-HASH.                                     AUTHMN00
052900     WRITE AUDIT-REC INVALID KEY                                  AUTHMN00
053000         DISPLAY "AUDIT CONTROL ERROR".                           AUTHMN00
053100     MOVE AU-SAVE-REC TO AUDIT-REC.                               AUTHMN00
053200     CLOSE AUDIT-TRAIL.                                           AUTHMN00
053201 991-AUDIT-HASH.                                                  AUTHMN00
053202     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        AUTHMN00
053203         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     AUTHMN00
053204         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     AUTHMN00
053205         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         AUTHMN00
053206         REMOVED AFTER IT WAS WRITTEN.                            AUTHMN00
053207     MOVE AUDIT-REC TO AU-HASH-REC.                               AUTHMN00
053208     MOVE 0 TO AU-REC-SUM.                                        AUTHMN00
053209     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        AUTHMN00
053210         UNTIL AU-CX IS GREATER THAN 44.                          AUTHMN00
053211     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       AUTHMN00
053212         MOD 999999937.                                           AUTHMN00
053213     GO TO 994-AUDIT-HASH-X.                                      AUTHMN00
053214 992-AUDIT-HASH-CHAR.                                             AUTHMN00
053215     MOVE 49 TO AU-CODE.                                          AUTHMN00
053216     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        AUTHMN00
053217         UNTIL AU-TX IS GREATER THAN 48.                          AUTHMN00
053218     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           AUTHMN00
053219 993-AUDIT-HASH-LOOK.                                             AUTHMN00
053220     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    AUTHMN00
053221 994-AUDIT-HASH-X.                                                AUTHMN00
053222     EXIT.                                                        AUTHMN00
053300 940-AUTH-CHECK.                                                  AUTHMN00
053400     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         AUTHMN00
053500         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           AUTHMN00
053600         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            AUTHMN00
053700         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          AUTHMN00
053800         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        AUTHMN00
053900         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            AUTHMN00
054000     MOVE 0 TO AUTH-OK-SW.                                        AUTHMN00
054100     OPEN INPUT AUTH-FILE.                                        AUTHMN00
054200     IF AUTH-FILE-STATUS NOT = "00"                               AUTHMN00
054300         MOVE 1 TO AUTH-OK-SW                                     AUTHMN00
054400         GO TO 945-AUTH-X.                                        AUTHMN00
054500 941-AUTH-READ.                                                   AUTHMN00
054600     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   AUTHMN00
054700     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         AUTHMN00
054800     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                AUTHMN00
054900     GO TO 941-AUTH-READ.                                         AUTHMN00
055000 943-AUTH-DONE.                                                   AUTHMN00
055100     CLOSE AUTH-FILE.                                             AUTHMN00
055200     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          AUTHMN00
055300     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               AUTHMN00
055400     MOVE TODAYS-DATE TO AU-DATE.                                 AUTHMN00
055500     MOVE "AUTHFAIL" TO AU-EVENT.                                 AUTHMN00
055600     MOVE "REFUSED " TO AU-RESULT.                                AUTHMN00
055700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  AUTHMN00
055800     STOP RUN.                                                    AUTHMN00
055900 945-AUTH-X.                                                      AUTHMN00
056000     EXIT.                                                        AUTHMN00
056100 946-AUTH-GRANT.                                                  AUTHMN00
056200     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          AUTHMN00
056300         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         AUTHMN00
056400         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            AUTHMN00
056500         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                AUTHMN00
056600     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            AUTHMN00
056700     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            AUTHMN00
056800         + AUTH-DATE-IN DIV 100.                                  AUTHMN00
056900     IF RA-EXPIRES NUMERIC                                        AUTHMN00
057000         IF RA-EXPIRES NOT = 0                                    AUTHMN00
057100             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                AUTHMN00
057200                 GO TO 947-AUTH-GRANT-X.                          AUTHMN00
057300     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             AUTHMN00
057400     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             AUTHMN00
057500 947-AUTH-GRANT-X.                                                AUTHMN00
057600     EXIT.                                                        AUTHMN00
057601 930-OPER-SIGNON.                                                 AUTHMN00
057602     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      AUTHMN00
057603         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       AUTHMN00
057604         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          AUTHMN00
057605         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       AUTHMN00
057606         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           AUTHMN00
057607         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         AUTHMN00
057608         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                AUTHMN00
057609     MOVE 0 TO OPER-TRIES.                                        AUTHMN00
057610 931-OPER-ASK.                                                    AUTHMN00
057611     ADD 1 TO OPER-TRIES.                                         AUTHMN00
057612     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            AUTHMN00
057613     ACCEPT OPERATOR-CODE.                                        AUTHMN00
057614     MOVE OPERATOR-CODE TO AU-OPERATOR.                           AUTHMN00
057615     MOVE 0 TO OPER-OK-SW.                                        AUTHMN00
057616     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               AUTHMN00
057617     OPEN INPUT OPER-FILE.                                        AUTHMN00
057618     IF OPER-FILE-STATUS NOT = "00"                               AUTHMN00
057619         MOVE 1 TO OPER-OK-SW                                     AUTHMN00
057620         GO TO 933-OPER-DONE.                                     AUTHMN00
057621 932-OPER-READ.                                                   AUTHMN00
057622     READ OPER-FILE AT END                                        AUTHMN00
057623         CLOSE OPER-FILE                                          AUTHMN00
057624         GO TO 933-OPER-DONE.                                     AUTHMN00
057625     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          AUTHMN00
057626     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 AUTHMN00
057627     GO TO 932-OPER-READ.                                         AUTHMN00
057628 933-OPER-DONE.                                                   AUTHMN00
057629     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       AUTHMN00
057630     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           AUTHMN00
057631     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             AUTHMN00
057632     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             AUTHMN00
057633     MOVE TODAYS-DATE TO AU-DATE.                                 AUTHMN00
057634     MOVE "SIGNFAIL" TO AU-EVENT.                                 AUTHMN00
057635     MOVE "REFUSED " TO AU-RESULT.                                AUTHMN00
057636     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  AUTHMN00
057637     STOP RUN.                                                    AUTHMN00
057638 934-OPER-AUTH.                                                   AUTHMN00
057639     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      AUTHMN00
057640 935-OPER-X.                                                      AUTHMN00
057641     EXIT.                                                        AUTHMN00
057700 END-OF-JOB.                                                      AUTHMN00
