000100CTLVERF     000178CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  EVERY SHARED CONTROL FILE IS READ BY SEVERAL PROGRAMS THAT TRUST      00
000900  ITS LAYOUT, AND ONE HAND-PATCHED BAD RECORD HAS STOPPED THE           00
001000  NIGHT STREAM MORE THAN ONCE. THIS RUN READS EVERY RECORD OF           00
001100  EACH FILE BELOW AND CHECKS IT AGAINST ITS LAYOUT -                    00
001200     AUDITTRL  CONTROL RECORD NEXT SLOT AND HASH NUMERIC                00
001300     RUNAUTH   RUN ID AND PROGRAM PRESENT, EXPIRY YYMMDD OR BLANK,      00
001400               ONE GRANT PER RUN ID AND PROGRAM                         00
001500     BILLSUMR  MONTH 01-12, USER PRESENT, AMOUNT NUMERIC, CLASS         00
001600               BLANK D C OR T (QUANTITY AND RATE NUMERIC WITH A         00
001700               CLASS), ONE LINE PER MONTH, USER AND CLASS               00
001800     RATECARD  USER PRESENT, DAY RATE NUMERIC AND NOT ZERO, OFF-        00
001900               SHIFT RATE NUMERIC OR BLANK, EFFECTIVE YYMMDD OR         00
002000               BLANK, CLASS BLANK D C OR T, ONE RATE PER USER,          00
002100               DATE AND CLASS                                           00
002200     PROGNORM  PROGRAM PRESENT, COUNT AND AVERAGE NUMERIC, ONE          00
002300               NORM PER PROGRAM                                         00
002400     SOLTINDX  PROGRAM ID PRESENT, DATE MMDDYY, INCREMENT AND           00
002500               COUNT NUMERIC, SCRATCH FLAG BLANK OR S WITH ITS          00
002600               DATE                                                     00
002700     PCHQUEUE  FILE ID PRESENT, MEDIUM D OR T, PRIORITY 1-9,            00
002710               STATUS PENDING INPROGRS PUNCHED OR DELIVERD,             00
002720               REQUEST AND AGE DATES YYMMDD, DONE DATE ZERO OR          00
002730               YYMMDD (A PUNCHED OR DELIVERD ENTRY MUST HAVE            00
002740               ONE), OUTPUT (COL 64) BLANK OR T                         00
003100     VOLCAT    SERIAL PRESENT, DATE MMDDYY, SAVE FACTOR NUMERIC,        00
003200               WEAR COUNTS NUMERIC OR BLANK, LAST MOUNT MMDDYY OR       00
003300               BLANK, POOL BLANK OR P, LOCATION BLANK R T V OR          00
003400               B, VAULT CLASS BLANK V OR G                              00
003500     OPSTREND  ONE RECORD, NEXT SLOT 1-31, EVERY DAY NUMERIC            00
003600     DEVTREND  ONE RECORD, NEXT SLOT 1-7, EVERY DAY NUMERIC             00
003700     DIRTREND  ONE RECORD, NEXT SLOT 1-31, EVERY DAY NUMERIC            00
003800     LOGHIST   ONE RECORD, NEXT SLOT 1-12, EVERY MONTH NUMERIC          00
003900               WITH A MONTH 01-12 (OR ZERO WHEN UNUSED)                 00
003910     RETSCHED  MEDIUM D OR T, CATEGORY PRESENT, SUFFIX PATTERN          00
003920               BLANK ON A TAPE RULE, DAYS NUMERIC (AND NOT ZERO         00
003930               FOR A PURGE OR ARCHIVE RULE), DISPOSITION P A OR         00
003940               K (A ON DISK ONLY), CHANGED DATE MMDDYY OR BLANK,        00
003950               ONE RULE PER MEDIUM, CATEGORY AND PATTERN                00
003960     DICTNDX   FIRST RECORD TYPE C WITH PRIME, TOTAL AND BLOCK          00
003970               SIZE NUMERIC, BLOCK SIZE NOT ZERO, TOTAL NOT LESS        00
003980               THAN PRIME, DATE MMDDYY - EVERY LATER RECORD TYPE        00
003990               K, BLOCK NUMBERS 1 UP IN ORDER, KEY PRESENT              00
004000  - A TREND DATE IS EITHER ZERO (SLOT NOT YET USED) OR A VALID          00
004100  MMDDYY DATE. VOLCAT MAY HOLD SEVERAL ENTRIES FOR ONE SERIAL           00
004200  (ITS HISTORY) AND SOLTINDX SEVERAL FOR ONE PROGRAM, SO NEITHER        00
004300  IS CHECKED FOR DUPLICATES.                                            00
004400                                                                        00
004500  THE FINDINGS REPORT (CTLVERF) LISTS EACH BAD FIELD BY FILE AND        00
004600  RECORD NUMBER WITH THE VALUE FOUND, AND A LINE PER FILE WITH          00
004700  ITS RECORD AND FINDING COUNTS. A FILE NOT PRESENT IS REPORTED         00
004800  BUT IS NOT A FINDING. THE DUPLICATE KEY CHECK HOLDS 1000 KEYS         00
004900  PER FILE - THE REPORT SAYS SO WHEN A FILE IS LARGER.                  00
005000                                                                        00
005100  THE RESULT IS ALSO WRITTEN TO THE ONE-RECORD FILE CTLVSTAT -          00
005200  DATE, FILES CHECKED, FILES WITH FINDINGS, FINDINGS, THE FIRST         00
005300  FILE WITH FINDINGS AND THE RUN IDENTIFIER - WHICH OPSCHK READS        00
005400  SO A CORRUPT CONTROL FILE IS A NO-GO BEFORE THE STREAM STARTS.        00
005500  THE RUN IS LOGGED TO THE SHARED AUDIT TRAIL WITH A RESULT OF          00
005600  CLEAN OR FINDINGS.                                                    00
005700                                                                        00
005800                                                                        00
005900 IDENTIFICATION DIVISION.                                         CTLVER00
006000 PROGRAM-ID. CONTROL FILE INTEGRITY CHECK "CTLVERF".              CTLVER00
006100 DATE-COMPILED.                                                   CTLVER00
006200 REMARKS. CHECKS EVERY RECORD OF THE SHARED CONTROL FILES AGAINST CTLVER00
006300     ITS LAYOUT, PRINTS THE FINDINGS BY FILE AND RECORD NUMBER ANDCTLVER00
006400     LEAVES THE RESULT IN CTLVSTAT FOR THE NIGHT STREAM PREFLIGHT.CTLVER00
006500 ENVIRONMENT DIVISION.                                            CTLVER00
006600 CONFIGURATION SECTION.                                           CTLVER00
006700 SOURCE-COMPUTER. B-5500.                                         CTLVER00
006800 OBJECT-COMPUTER. B-5500.                                         CTLVER00
006900 INPUT-OUTPUT SECTION.                                            CTLVER00
007000 FILE-CONTROL.                                                    CTLVER00
007100     SELECT AUTH-FILE ASSIGN TO DISK                              CTLVER00
007200         FILE STATUS IS AUTH-FILE-STATUS.                         CTLVER00
007300     SELECT OPER-FILE ASSIGN TO DISK                              CTLVER00
007400         FILE STATUS IS OPER-FILE-STATUS.                         CTLVER00
007500     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           CTLVER00
007600     SELECT AUD-CHECK ASSIGN TO DISK                              CTLVER00
007700         FILE STATUS IS CHK-STATUS.                               CTLVER00
007800     SELECT BILL-SUMMARY ASSIGN TO DISK                           CTLVER00
007900         FILE STATUS IS CHK-STATUS.                               CTLVER00
008000     SELECT RATE-CARD ASSIGN TO DISK                              CTLVER00
008100         FILE STATUS IS CHK-STATUS.                               CTLVER00
008200     SELECT PROG-NORMS ASSIGN TO DISK                             CTLVER00
008300         FILE STATUS IS CHK-STATUS.                               CTLVER00
008400     SELECT SOLT-INDEX ASSIGN TO DISK                             CTLVER00
008500         FILE STATUS IS CHK-STATUS.                               CTLVER00
008600     SELECT PUNCH-QUEUE ASSIGN TO DISK                            CTLVER00
008700         FILE STATUS IS CHK-STATUS.                               CTLVER00
008800     SELECT VOL-CATALOG ASSIGN TO DISK                            CTLVER00
008900         FILE STATUS IS CHK-STATUS.                               CTLVER00
009000     SELECT OPS-TREND ASSIGN TO DISK                              CTLVER00
009100         FILE STATUS IS CHK-STATUS.                               CTLVER00
009200     SELECT DEV-TREND ASSIGN TO DISK                              CTLVER00
009300         FILE STATUS IS CHK-STATUS.                               CTLVER00
009400     SELECT DIR-TREND ASSIGN TO DISK                              CTLVER00
009500         FILE STATUS IS CHK-STATUS.                               CTLVER00
009600     SELECT LOG-HISTORY ASSIGN TO DISK                            CTLVER00
009700         FILE STATUS IS CHK-STATUS.                               CTLVER00
009710     SELECT RET-SCHED ASSIGN TO DISK                              CTLVER00
009720         FILE STATUS IS CHK-STATUS.                               CTLVER00
009730     SELECT DICT-NDX ASSIGN TO DISK                               CTLVER00
009740         FILE STATUS IS CHK-STATUS.                               CTLVER00
009800     SELECT VERF-STATUS ASSIGN TO DISK.                           CTLVER00
009900     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   CTLVER00
010000 DATA DIVISION.                                                   CTLVER00
010100 FILE SECTION.                                                    CTLVER00
010200 MD  AUTH-FILE                                                    CTLVER00
010300     ACCESS SEQUENTIAL                                            CTLVER00
010400     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
010500     VALUE OF ID "RUNAUTH"                                        CTLVER00
010600     DATA RECORD AUTH-REC.                                        CTLVER00
010700 01  AUTH-REC        SZ 80.                                       CTLVER00
010800     05  RA-RUN-ID       PC X(7).                                 CTLVER00
010900     05  FILLER          SZ 1.                                    CTLVER00
011000     05  RA-PROGRAM      PC X(8).                                 CTLVER00
011100     05  FILLER          SZ 1.                                    CTLVER00
011200     05  RA-EXPIRES      PC 9(6).                                 CTLVER00
011300     05  FILLER          SZ 57.                                   CTLVER00
011400 MD  OPER-FILE                                                    CTLVER00
011500     ACCESS SEQUENTIAL                                            CTLVER00
011600     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
011700     VALUE OF ID "OPROSTER"                                       CTLVER00
011800     DATA RECORD OPER-REC.                                        CTLVER00
011900 01  OPER-REC        SZ 80.                                       CTLVER00
012000     05  OR-CODE         PC X(3).                                 CTLVER00
012100     05  FILLER          SZ 1.                                    CTLVER00
012200     05  OR-NAME         PC X(20).                                CTLVER00
012300     05  FILLER          SZ 1.                                    CTLVER00
012400     05  OR-STATUS       PC X.                                    CTLVER00
012500     05  FILLER          SZ 54.                                   CTLVER00
012600 MD  AUDIT-TRAIL                                                  CTLVER00
012700     ACCESS MODE IS RANDOM                                        CTLVER00
012800     ACTUAL KEY IS AU-KEY                                         CTLVER00
012900     RECORD CONTAINS 44 CHARACTERS                                CTLVER00
013000     LABEL RECORD IS STANDARD                                     CTLVER00
013100     VALUE OF ID IS "AUDITTRL"                                    CTLVER00
013200     DATA RECORD IS AUDIT-REC.                                    CTLVER00
013300 01  AUDIT-REC       SZ 44.                                       CTLVER00
013400     05  AU-PROGRAM      PC X(8)  VA "CTLVERF ".                  CTLVER00
013500     05  AU-DATE         PC 9(6).                                 CTLVER00
013600     05  AU-TIME         PC 9(4).                                 CTLVER00
013700     05  AU-EVENT        PC X(8).                                 CTLVER00
013800     05  AU-RESULT       PC X(8).                                 CTLVER00
013900     05  AU-RUN-ID       PC X(7).                                 CTLVER00
014000     05  AU-OPERATOR     PC X(3).                                 CTLVER00
014100 01  AUDIT-CTL.                                                   CTLVER00
014200     05  AC-NEXT-SLOT    PC 9(8).                                 CTLVER00
014300     05  AC-HASH         PC 9(9).                                 CTLVER00
014400     05  FILLER          SZ 27.                                   CTLVER00
014500 MD  AUD-CHECK                                                    CTLVER00
014600     ACCESS SEQUENTIAL                                            CTLVER00
014700     RECORD CONTAINS 44 CHARACTERS                                CTLVER00
014800     LABEL RECORD IS STANDARD                                     CTLVER00
014900     VALUE OF ID IS "AUDITTRL"                                    CTLVER00
015000     DATA RECORD IS AUD-CHK-REC.                                  CTLVER00
015100 01  AUD-CHK-REC     SZ 44.                                       CTLVER00
015200     05  ACK-NEXT-SLOT   PC 9(8).                                 CTLVER00
015300     05  ACK-HASH        PC 9(9).                                 CTLVER00
015400     05  FILLER          SZ 27.                                   CTLVER00
015500 MD  BILL-SUMMARY                                                 CTLVER00
015600     ACCESS SEQUENTIAL                                            CTLVER00
015700     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
015800     VALUE OF ID "BILLSUMR"                                       CTLVER00
015900     DATA RECORD BILL-REC.                                        CTLVER00
016000 01  BILL-REC        SZ 80.                                       CTLVER00
016100     05  BS-MONTH        PC 99.                                   CTLVER00
016200     05  FILLER          SZ 1.                                    CTLVER00
016300     05  BS-USER         PC X(7).                                 CTLVER00
016400     05  FILLER          SZ 1.                                    CTLVER00
016500     05  BS-AMOUNT-X     PC X(10).                                CTLVER00
016600     05  BS-AMOUNT REDEFINES BS-AMOUNT-X PC 9(8)V99.              CTLVER00
016700     05  FILLER          SZ 1.                                    CTLVER00
016800     05  BS-CLASS        PC X.                                    CTLVER00
016900     05  FILLER          SZ 1.                                    CTLVER00
017000     05  BS-QTY          PC 9(11).                                CTLVER00
017100     05  FILLER          SZ 1.                                    CTLVER00
017200     05  BS-RATE-X       PC X(6).                                 CTLVER00
017300     05  BS-RATE REDEFINES BS-RATE-X PC 9(4)V99.                  CTLVER00
017400     05  FILLER          SZ 38.                                   CTLVER00
017500 MD  RATE-CARD                                                    CTLVER00
017600     ACCESS SEQUENTIAL                                            CTLVER00
017700     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
017800     VALUE OF ID "RATECARD"                                       CTLVER00
017900     DATA RECORD RATE-REC.                                        CTLVER00
018000 01  RATE-REC        SZ 80.                                       CTLVER00
018100     05  RC-USER         PC X(7).                                 CTLVER00
018200     05  FILLER          SZ 1.                                    CTLVER00
018300     05  RC-RATE-X       PC X(6).                                 CTLVER00
018400     05  RC-RATE REDEFINES RC-RATE-X PC 9(4)V99.                  CTLVER00
018500     05  FILLER          SZ 1.                                    CTLVER00
018600     05  RC-EFF-DATE     PC X(6).                                 CTLVER00
018700     05  FILLER          SZ 1.                                    CTLVER00
018800     05  RC-OFF-RATE-X   PC X(6).                                 CTLVER00
018900     05  FILLER          SZ 1.                                    CTLVER00
019000     05  RC-CLASS        PC X.                                    CTLVER00
019100     05  FILLER          SZ 50.                                   CTLVER00
019200 MD  PROG-NORMS                                                   CTLVER00
019300     ACCESS SEQUENTIAL                                            CTLVER00
019400     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
019500     VALUE OF ID "PROGNORM"                                       CTLVER00
019600     DATA RECORD NORM-REC.                                        CTLVER00
019700 01  NORM-REC        SZ 80.                                       CTLVER00
019800     05  PN-PROG         PC X(6).                                 CTLVER00
019900     05  FILLER          SZ 1.                                    CTLVER00
020000     05  PN-COUNT        PC 9(6).                                 CTLVER00
020100     05  FILLER          SZ 1.                                    CTLVER00
020200     05  PN-AVG          PC 9(8).                                 CTLVER00
020300     05  FILLER          SZ 58.                                   CTLVER00
020400 MD  SOLT-INDEX                                                   CTLVER00
020500     ACCESS SEQUENTIAL                                            CTLVER00
020600     LABEL RECORD STANDARD                                        CTLVER00
020700     VALUE OF ID "SOLTINDX"                                       CTLVER00
020800     DATA RECORD SI-REC.                                          CTLVER00
020900 01  SI-REC          SZ 80.                                       CTLVER00
021000     05  SI-PROGRAM-ID   PC X(20).                                CTLVER00
021100     05  FILLER          SZ 1.                                    CTLVER00
021200     05  SI-DATE         PC X(6).                                 CTLVER00
021300     05  FILLER          SZ 1.                                    CTLVER00
021400     05  SI-INCREMENT    PC 99.                                   CTLVER00
021500     05  FILLER          SZ 1.                                    CTLVER00
021600     05  SI-RECORD-COUNT PC 9(6).                                 CTLVER00
021700     05  FILLER          SZ 1.                                    CTLVER00
021800     05  SI-REEL-SERIAL  PC X(6).                                 CTLVER00
021900     05  FILLER          SZ 1.                                    CTLVER00
022000     05  SI-RACK-LOC     PC X(5).                                 CTLVER00
022100     05  FILLER          SZ 1.                                    CTLVER00
022200     05  SI-SCR-FLAG     PC X.                                    CTLVER00
022300     05  FILLER          SZ 1.                                    CTLVER00
022400     05  SI-SCR-DATE     PC X(6).                                 CTLVER00
022500     05  FILLER          SZ 21.                                   CTLVER00
022600 MD  PUNCH-QUEUE                                                  CTLVER00
022700     ACCESS SEQUENTIAL                                            CTLVER00
022800     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
022900     VALUE OF ID "PCHQUEUE"                                       CTLVER00
023000     DATA RECORD QUEUE-REC.                                       CTLVER00
023100 01  QUEUE-REC       SZ 80.                                       CTLVER00
023200     05  Q-FILE-ID       PC X(7).                                 CTLVER00
023300     05  FILLER          SZ 1.                                    CTLVER00
023400     05  Q-MEDIUM        PC X.                                    CTLVER00
023500     05  FILLER          SZ 1.                                    CTLVER00
023600     05  Q-PRIORITY      PC X.                                    CTLVER00
023700     05  FILLER          SZ 1.                                    CTLVER00
023800     05  Q-REQ-BY        PC X(7).                                 CTLVER00
023900     05  FILLER          SZ 1.                                    CTLVER00
024000     05  Q-STATUS        PC X(8).                                 CTLVER00
024100     05  FILLER          SZ 1.                                    CTLVER00
024200     05  Q-DONE-DATE     PC X(6).                                 CTLVER00
024300     05  FILLER          SZ 1.                                    CTLVER00
024400     05  Q-RUN-ID        PC X(7).                                 CTLVER00
024500     05  FILLER          SZ 1.                                    CTLVER00
024600     05  Q-REQ-DATE      PC X(6).                                 CTLVER00
024700     05  FILLER          SZ 1.                                    CTLVER00
024800     05  Q-AGE-DATE      PC X(6).                                 CTLVER00
024810     05  FILLER          SZ 6.                                    CTLVER00
024820     05  Q-OUTPUT        PC X.                                    CTLVER00
024830     05  FILLER          SZ 16.                                   CTLVER00
025000 MD  VOL-CATALOG                                                  CTLVER00
025100     ACCESS SEQUENTIAL                                            CTLVER00
025200     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
025300     VALUE OF ID "VOLCAT"                                         CTLVER00
025400     DATA RECORD VC-REC.                                          CTLVER00
025500 01  VC-REC          SZ 80.                                       CTLVER00
025600     05  VC-SERIAL       PC X(6).                                 CTLVER00
025700     05  FILLER          SZ 1.                                    CTLVER00
025800     05  VC-FILE-ID      PC X(8).                                 CTLVER00
025900     05  FILLER          SZ 1.                                    CTLVER00
026000     05  VC-PROGRAM      PC X(8).                                 CTLVER00
026100     05  FILLER          SZ 1.                                    CTLVER00
026200     05  VC-DATE         PC X(6).                                 CTLVER00
026300     05  FILLER          SZ 1.                                    CTLVER00
026400     05  VC-SAVE         PC X(3).                                 CTLVER00
026500     05  FILLER          SZ 9.                                    CTLVER00
026600     05  VC-MOUNTS       PC X(5).                                 CTLVER00
026700     05  FILLER          SZ 1.                                    CTLVER00
026800     05  VC-LAST-MOUNT   PC X(6).                                 CTLVER00
026900     05  FILLER          SZ 1.                                    CTLVER00
027000     05  VC-ERRORS       PC X(5).                                 CTLVER00
027100     05  FILLER          SZ 1.                                    CTLVER00
027200     05  VC-POOL         PC X.                                    CTLVER00
027300     05  FILLER          SZ 1.                                    CTLVER00
027400     05  VC-RACK         PC X(5).                                 CTLVER00
027500     05  FILLER          SZ 1.                                    CTLVER00
027600     05  VC-LOC          PC X.                                    CTLVER00
027700     05  FILLER          SZ 1.                                    CTLVER00
027800     05  VC-CLASS        PC X.                                    CTLVER00
027900     05  FILLER          SZ 6.                                    CTLVER00
028000 MD  OPS-TREND                                                    CTLVER00
028100     ACCESS SEQUENTIAL                                            CTLVER00
028200     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
028300     VALUE OF ID "OPSTREND"                                       CTLVER00
028400     DATA RECORD OPS-TREND-REC.                                   CTLVER00
028500 01  OPS-TREND-REC   SZ 808.                                      CTLVER00
028600     05  OT-NEXT-SLOT    PC 99.                                   CTLVER00
028700     05  OT-ENTRY    OC 31.                                       CTLVER00
028800         10  OT-DATE         PC X(6).                             CTLVER00
028900         10  OT-ELAPSED      PC 9(8).                             CTLVER00
029000         10  OT-ABORT        PC 9(6).                             CTLVER00
029100         10  OT-EOJ          PC 9(6).                             CTLVER00
029200 MD  DEV-TREND                                                    CTLVER00
029300     ACCESS SEQUENTIAL                                            CTLVER00
029400     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
029500     VALUE OF ID "DEVTREND"                                       CTLVER00
029600     DATA RECORD DEV-TREND-REC.                                   CTLVER00
029700 01  DEV-TREND-REC   SZ 2648.                                     CTLVER00
029800     05  DV-NEXT-SLOT    PC 99.                                   CTLVER00
029900     05  DV-DAY      OC 7.                                        CTLVER00
030000         10  DV-DATE         PC X(6).                             CTLVER00
030100         10  DV-UNIT     OC 31.                                   CTLVER00
030200             15  DV-ERR          PC 9(6).                         CTLVER00
030300             15  DV-OPN          PC 9(6).                         CTLVER00
030400 MD  DIR-TREND                                                    CTLVER00
030500     ACCESS SEQUENTIAL                                            CTLVER00
030600     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
030700     VALUE OF ID "DIRTREND"                                       CTLVER00
030800     DATA RECORD DIR-TREND-REC.                                   CTLVER00
030900 01  DIR-TREND-REC   SZ 653.                                      CTLVER00
031000     05  TR-NEXT-SLOT    PC 99.                                   CTLVER00
031100     05  TR-ENTRY    OC 31.                                       CTLVER00
031200         10  TR-DATE         PC X(6).                             CTLVER00
031300         10  TR-AVAILABLE-SEGMENTS PC 9(11).                      CTLVER00
031400         10  TR-TOTAL-FILES  PC 9(4).                             CTLVER00
031500 MD  LOG-HISTORY                                                  CTLVER00
031600     ACCESS SEQUENTIAL                                            CTLVER00
031700     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
031800     VALUE OF ID "LOGHIST"                                        CTLVER00
031900     DATA RECORD LOG-HIST-REC.                                    CTLVER00
032000 01  LOG-HIST-REC    SZ 818.                                      CTLVER00
032100     05  LH-NEXT-SLOT    PC 99.                                   CTLVER00
032200     05  LH-ENTRY    OC 12.                                       CTLVER00
032300         10  LH-MONTH        PC 99.                               CTLVER00
032400         10  LH-YEAR         PC 99.                               CTLVER00
032500         10  LH-STATS        SZ 64.                               CTLVER00
032501 MD  RET-SCHED                                                    CTLVER00
032502     ACCESS SEQUENTIAL                                            CTLVER00
032503     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
032504     VALUE OF ID "RETSCHED"                                       CTLVER00
032505     DATA RECORD RS-REC.                                          CTLVER00
032506 01  RS-REC          SZ 80.                                       CTLVER00
032508     05  RS-MEDIUM       PC X.                                    CTLVER00
032509     05  FILLER          SZ 1.                                    CTLVER00
032510     05  RS-CATEGORY     PC X(8).                                 CTLVER00
032511     05  FILLER          SZ 1.                                    CTLVER00
032512     05  RS-PATTERN      PC X(7).                                 CTLVER00
032513     05  FILLER          SZ 1.                                    CTLVER00
032514     05  RS-DAYS         PC X(3).                                 CTLVER00
032515     05  RS-DAYS-N REDEFINES RS-DAYS PC 9(3).                     CTLVER00
032516     05  FILLER          SZ 1.                                    CTLVER00
032517     05  RS-DISP         PC X.                                    CTLVER00
032518     05  FILLER          SZ 1.                                    CTLVER00
032519     05  RS-NOTE         PC X(30).                                CTLVER00
032520     05  FILLER          SZ 1.                                    CTLVER00
032521     05  RS-CHANGED      PC X(6).                                 CTLVER00
032522     05  FILLER          SZ 1.                                    CTLVER00
032523     05  RS-OPERATOR     PC X(3).                                 CTLVER00
032524     05  FILLER          SZ 14.                                   CTLVER00
032530 MD  DICT-NDX                                                     CTLVER00
032531     ACCESS SEQUENTIAL                                            CTLVER00
032532     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
032533     VALUE OF ID "DICTNDX"                                        CTLVER00
032534     DATA RECORDS NC-REC NX-REC.                                  CTLVER00
032535 01  NC-REC          SZ 80.                                       CTLVER00
032536     05  NC-TYPE         PC X.                                    CTLVER00
032537     05  FILLER          SZ 1.                                    CTLVER00
032538     05  NC-PRIME        PC X(6).                                 CTLVER00
032539     05  NC-PRIME-N REDEFINES NC-PRIME PC 9(6).                   CTLVER00
032540     05  FILLER          SZ 1.                                    CTLVER00
032541     05  NC-TOTAL        PC X(6).                                 CTLVER00
032542     05  NC-TOTAL-N REDEFINES NC-TOTAL PC 9(6).                   CTLVER00
032543     05  FILLER          SZ 1.                                    CTLVER00
032544     05  NC-BLOCK        PC XX.                                   CTLVER00
032545     05  NC-BLOCK-N REDEFINES NC-BLOCK PC 99.                     CTLVER00
032546     05  FILLER          SZ 1.                                    CTLVER00
032547     05  NC-DATE         PC X(6).                                 CTLVER00
032548     05  FILLER          SZ 55.                                   CTLVER00
032549 01  NX-REC          SZ 80.                                       CTLVER00
032550     05  NX-TYPE         PC X.                                    CTLVER00
032551     05  FILLER          SZ 1.                                    CTLVER00
032552     05  NX-BLOCK        PC X(4).                                 CTLVER00
032553     05  NX-BLOCK-N REDEFINES NX-BLOCK PC 9(4).                   CTLVER00
032554     05  FILLER          SZ 1.                                    CTLVER00
032555     05  NX-KEY          PC X(32).                                CTLVER00
032556     05  FILLER          SZ 41.                                   CTLVER00
032600 MD  VERF-STATUS                                                  CTLVER00
032700     ACCESS SEQUENTIAL                                            CTLVER00
032800     BLOCK CONTAINS 1 RECORDS                                     CTLVER00
032900     VALUE OF ID "CTLVSTAT"                                       CTLVER00
033000     DATA RECORD CV-REC.                                          CTLVER00
033100 01  CV-REC          SZ 80.                                       CTLVER00
033200     05  CV-DATE         PC 9(6).                                 CTLVER00
033300     05  FILLER          SZ 1.                                    CTLVER00
033400     05  CV-FILES        PC 99.                                   CTLVER00
033500     05  FILLER          SZ 1.                                    CTLVER00
033600     05  CV-BAD-FILES    PC 99.                                   CTLVER00
033700     05  FILLER          SZ 1.                                    CTLVER00
033800     05  CV-FINDINGS     PC 9(6).                                 CTLVER00
033900     05  FILLER          SZ 1.                                    CTLVER00
034000     05  CV-FIRST-BAD    PC X(8).                                 CTLVER00
034100     05  FILLER          SZ 1.                                    CTLVER00
034200     05  CV-RUN-ID       PC X(7).                                 CTLVER00
034300     05  FILLER          SZ 44.                                   CTLVER00
034400 FD  REPORT-FILE                                                  CTLVER00
034500         VALUE OF ID "CTLVERF"                                    CTLVER00
034600         DATA RECORD REPORT-REC.                                  CTLVER00
034700 01  REPORT-REC      SZ 132.                                      CTLVER00
034800 WORKING-STORAGE SECTION.                                         CTLVER00
034900 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        CTLVER00
035000 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     CTLVER00
035100 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     CTLVER00
035200 77  OPERATOR-CODE   VA SPACE        PC X(3).                     CTLVER00
035300 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        CTLVER00
035400 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        CTLVER00
035500 77  AUTH-TODAY      CMP-1   PC 9(6).                             CTLVER00
035600 77  AUTH-DATE-IN            PC 9(6).                             CTLVER00
035700 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             CTLVER00
035800 77  AU-HH           CMP-1   PC 99.                               CTLVER00
035900 77  AU-MM           CMP-1   PC 99.                               CTLVER00
036000 77  AU-KEY          CMP-1   PC 9(8).                             CTLVER00
036100 77  AU-NEXT         CMP-1   PC 9(8).                             CTLVER00
036200 01  AU-SAVE-REC             SZ 44.                               CTLVER00
036300 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     CTLVER00
036400 77  AU-REC-SUM              CMP-1   PC 9(6).                     CTLVER00
036500 77  AU-CX                   CMP-1   PC 99.                       CTLVER00
036600 77  AU-TX                   CMP-1   PC 99.                       CTLVER00
036700 77  AU-CODE                 CMP-1   PC 99.                       CTLVER00
036800 01  AU-HASH-REC.                                                 CTLVER00
036900     05  AU-HC       OC 44   PC X.                                CTLVER00
037000 01  AU-CHAR-SET.                                                 CTLVER00
037100     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          CTLVER00
037200     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          CTLVER00
037300 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           CTLVER00
037400     05  AU-CHAR     OC 48   PC X.                                CTLVER00
037500 77  RUN-ID-ENTRY            PC X(7).                             CTLVER00
037600 77  CHK-STATUS      VA SPACE        PC X(2).                     CTLVER00
037700 77  CUR-FILE        VA SPACES       PC X(8).                     CTLVER00
037800 77  FIRST-BAD       VA SPACES       PC X(8).                     CTLVER00
037900 77  FIND-FIELD                      PC X(16).                    CTLVER00
038000 77  FIND-TEXT                       PC X(32).                    CTLVER00
038100 77  FIND-VALUE                      PC X(20).                    CTLVER00
038200 77  REC-NO          VA 0    CMP-1   PC 9(7).                     CTLVER00
038300 77  FILE-FINDS      VA 0    CMP-1   PC 9(6).                     CTLVER00
038400 77  TOTAL-FINDS     VA 0    CMP-1   PC 9(6).                     CTLVER00
038500 77  FILES-CHECKED   VA 0    CMP-1   PC 99.                       CTLVER00
038600 77  FILES-ABSENT    VA 0    CMP-1   PC 99.                       CTLVER00
038610 77  NDX-EXPECT      VA 0    CMP-1   PC 9(4).                     CTLVER00
038700 77  BAD-FILES       VA 0    CMP-1   PC 99.                       CTLVER00
038800 77  LINE-CNT        VA 0    CMP-1   PC 99.                       CTLVER00
038900 77  SX                      CMP-1   PC 99.                       CTLVER00
039000 77  KEY-CNT         VA 0    CMP-1   PC 9(4).                     CTLVER00
039100 77  KX                      CMP-1   PC 9(4).                     CTLVER00
039200 77  DUP-IX                  CMP-1   PC 9(4).                     CTLVER00
039300 77  KEY-OVER-SW     VA 0    CMP-1   PC 9.                        CTLVER00
039400 77  KEY-WORK                        PC X(16).                    CTLVER00
039500 77  DATE-BAD-SW     VA 0    CMP-1   PC 9.                        CTLVER00
039600 77  DATE-ORDER                      PC X.                        CTLVER00
039700 77  DATE-ZERO-OK                    PC X.                        CTLVER00
039800 77  DT-MM                   CMP-1   PC 99.                       CTLVER00
039900 77  DT-DD                   CMP-1   PC 99.                       CTLVER00
040000 77  DT-YY                   CMP-1   PC 99.                       CTLVER00
040100 77  LEAP-R                  CMP-1   PC 9.                        CTLVER00
040200 01  DATE-IN.                                                     CTLVER00
040300     05  DI-A                PC 99.                               CTLVER00
040400     05  DI-B                PC 99.                               CTLVER00
040500     05  DI-C                PC 99.                               CTLVER00
040600 01  DATE-IN-X REDEFINES DATE-IN PC X(6).                         CTLVER00
040700 01  SLOT-NAME.                                                   CTLVER00
040800     05  SN-NAME             PC X(9).                             CTLVER00
040900     05  FILLER              PC X     VA "(".                     CTLVER00
041000     05  SN-SLOT             PC Z9.                               CTLVER00
041100     05  FILLER              PC X     VA ")".                     CTLVER00
041200     05  FILLER              SZ 3     VA SPACES.                  CTLVER00
041300 01  DUP-VALUE.                                                   CTLVER00
041400     05  FILLER              PC X(7)  VA "RECORD ".               CTLVER00
041500     05  DK-REC              PC Z(6)9.                            CTLVER00
041600     05  FILLER              SZ 6     VA SPACES.                  CTLVER00
041700 01  MONTH-DAYS-SET.                                              CTLVER00
041800     05  FILLER  PC X(24) VA "312931303130313130313031".          CTLVER00
041900 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     CTLVER00
042000     05  MONTH-DAYS      OC 12   PC 99.                           CTLVER00
042100 01  KEY-TABLE.                                                   CTLVER00
042200     05  KY-ENT          OC 1000.                                 CTLVER00
042300         10  KY-KEY          PC X(16).                            CTLVER00
042400         10  KY-REC          PC 9(7).                             CTLVER00
042500 01  RA-KEY.                                                      CTLVER00
042600     05  RK-RUN-ID           PC X(7).                             CTLVER00
042700     05  RK-PROGRAM          PC X(8).                             CTLVER00
042800     05  FILLER              SZ 1     VA SPACE.                   CTLVER00
042900 01  BS-KEY.                                                      CTLVER00
043000     05  BK-MONTH            PC 99.                               CTLVER00
043100     05  BK-USER             PC X(7).                             CTLVER00
043200     05  BK-CLASS            PC X.                                CTLVER00
043300     05  FILLER              SZ 6     VA SPACES.                  CTLVER00
043400 01  RC-KEY.                                                      CTLVER00
043500     05  CK-USER             PC X(7).                             CTLVER00
043600     05  CK-EFF              PC X(6).                             CTLVER00
043700     05  CK-CLASS            PC X.                                CTLVER00
043800     05  FILLER              SZ 2     VA SPACES.                  CTLVER00
043810 01  RS-CHK-KEY.                                                  CTLVER00
043820     05  SK-MEDIUM           PC X.                                CTLVER00
043830     05  SK-CATEGORY         PC X(8).                             CTLVER00
043840     05  SK-PATTERN          PC X(7).                             CTLVER00
043900 01  TITLE-LINE      SZ 132.                                      CTLVER00
044000     05  FILLER  PC X(32) VA "CONTROL FILE VERIFICATION -     ".  CTLVER00
044100     05  FILLER  PC X(10) VA "RUN DATE  ".                        CTLVER00
044200     05  TL-DATE     PC 99/99/99.                                 CTLVER00
044300     05  FILLER      SZ 82    VA SPACE.                           CTLVER00
044400 01  FILE-LINE       SZ 132.                                      CTLVER00
044500     05  FILLER  PC X(5)  VA "FILE ".                             CTLVER00
044600     05  FH-FILE     PC X(8).                                     CTLVER00
044700     05  FILLER      SZ 119   VA SPACE.                           CTLVER00
044800 01  COL-LINE        SZ 132.                                      CTLVER00
044900     05  FILLER  PC X(28) VA "     RECORD  FIELD          ".      CTLVER00
045000     05  FILLER  PC X(39) VA                                      CTLVER00
045100         "  FINDING                         VALUE".               CTLVER00
045200     05  FILLER      SZ 65    VA SPACE.                           CTLVER00
045300 01  FIND-LINE       SZ 132.                                      CTLVER00
045400     05  FILLER      SZ 4     VA SPACE.                           CTLVER00
045500     05  FL-REC      PC Z(6)9.                                    CTLVER00
045600     05  FILLER      SZ 2     VA SPACE.                           CTLVER00
045700     05  FL-FIELD    PC X(16).                                    CTLVER00
045800     05  FILLER      SZ 1     VA SPACE.                           CTLVER00
045900     05  FL-TEXT     PC X(32).                                    CTLVER00
046000     05  FILLER      SZ 2     VA SPACE.                           CTLVER00
046100     05  FL-VALUE    PC X(20).                                    CTLVER00
046200     05  FILLER      SZ 48    VA SPACE.                           CTLVER00
046300 01  SUM-LINE        SZ 132.                                      CTLVER00
046400     05  FILLER  PC X(17) VA "    RECORDS READ ".                 CTLVER00
046500     05  SL-RECS     PC Z(6)9.                                    CTLVER00
046600     05  FILLER  PC X(12) VA "   FINDINGS ".                      CTLVER00
046700     05  SL-FINDS    PC Z(5)9.                                    CTLVER00
046800     05  FILLER      SZ 3     VA SPACE.                           CTLVER00
046900     05  SL-NOTE     PC X(40).                                    CTLVER00
047000     05  FILLER      SZ 47    VA SPACE.                           CTLVER00
047100 01  TOTAL-LINE      SZ 132.                                      CTLVER00
047200     05  FILLER      SZ 2     VA SPACE.                           CTLVER00
047300     05  TT-LABEL    PC X(32).                                    CTLVER00
047400     05  TT-VALUE    PC Z(5)9.                                    CTLVER00
047500     05  FILLER      SZ 92    VA SPACE.                           CTLVER00
047600 01  RESULT-LINE     SZ 132.                                      CTLVER00
047700     05  FILLER  PC X(30) VA "  VERIFICATION RESULT -       ".    CTLVER00
047800     05  RL-TEXT     PC X(30).                                    CTLVER00
047900     05  FILLER      SZ 72    VA SPACE.                           CTLVER00
048000 PROCEDURE DIVISION.                                              CTLVER00
048100 100-BEGIN.                                                       CTLVER00
048200     ACCEPT RUN-ID-ENTRY.                                         CTLVER00
048300     PERFORM 950-AUDIT-START.                                     CTLVER00
048400     OPEN OUTPUT REPORT-FILE.                                     CTLVER00
048500     MOVE TODAYS-DATE TO TL-DATE.                                 CTLVER00
048600     PERFORM 790-PAGE.                                            CTLVER00
048700     PERFORM 200-AUDITTRL THRU 200X.                              CTLVER00
048800     PERFORM 210-RUNAUTH THRU 210X.                               CTLVER00
048900     PERFORM 220-BILLSUMR THRU 220X.                              CTLVER00
049000     PERFORM 230-RATECARD THRU 230X.                              CTLVER00
049100     PERFORM 240-PROGNORM THRU 240X.                              CTLVER00
049200     PERFORM 250-SOLTINDX THRU 250X.                              CTLVER00
049300     PERFORM 260-PCHQUEUE THRU 260X.                              CTLVER00
049400     PERFORM 270-VOLCAT THRU 270X.                                CTLVER00
049500     PERFORM 280-OPSTREND THRU 280X.                              CTLVER00
049600     PERFORM 290-DEVTREND THRU 290X.                              CTLVER00
049700     PERFORM 300-DIRTREND THRU 300X.                              CTLVER00
049800     PERFORM 310-LOGHIST THRU 310X.                               CTLVER00
049810     PERFORM 320-RETSCHED THRU 320X.                              CTLVER00
049820     PERFORM 330-DICTNDX THRU 330X.                               CTLVER00
049900     PERFORM 400-TOTALS.                                          CTLVER00
050000     CLOSE REPORT-FILE.                                           CTLVER00
050100     PERFORM 410-STATUS.                                          CTLVER00
050200     DISPLAY "CONTROL FILES CHECKED " FILES-CHECKED               CTLVER00
050300         " FINDINGS " TOTAL-FINDS.                                CTLVER00
050400     MOVE "CLEAN   " TO AU-RESULT.                                CTLVER00
050500     IF TOTAL-FINDS IS GREATER THAN 0                             CTLVER00
050600         DISPLAY "FIRST FILE WITH FINDINGS " FIRST-BAD            CTLVER00
050700         MOVE "FINDINGS" TO AU-RESULT.                            CTLVER00
050800     PERFORM 955-AUDIT-END.                                       CTLVER00
050900     STOP RUN.                                                    CTLVER00
051000 200-AUDITTRL.                                                    CTLVER00
051100     NOTE  ONLY THE CONTROL RECORD IN SLOT 1 IS CHECKED HERE -    CTLVER00
051200         THE EVENTS THEMSELVES ARE PROVED BY AUDVERF.             CTLVER00
051300     MOVE "AUDITTRL" TO CUR-FILE.                                 CTLVER00
051400     PERFORM 700-FILE-START.                                      CTLVER00
051500     OPEN INPUT AUD-CHECK.                                        CTLVER00
051600     IF CHK-STATUS NOT = "00"                                     CTLVER00
051700         PERFORM 705-NOT-PRESENT                                  CTLVER00
051800         GO TO 200X.                                              CTLVER00
051900     READ AUD-CHECK AT END GO TO 205-AUD-END.                     CTLVER00
052000     ADD 1 TO REC-NO.                                             CTLVER00
052100     IF ACK-NEXT-SLOT NOT NUMERIC                                 CTLVER00
052200         MOVE "AC-NEXT-SLOT" TO FIND-FIELD                        CTLVER00
052300         MOVE ACK-NEXT-SLOT TO FIND-VALUE                         CTLVER00
052400         PERFORM 720-NOT-NUMERIC                                  CTLVER00
052500     ELSE                                                         CTLVER00
052600         IF ACK-NEXT-SLOT IS LESS THAN 2                          CTLVER00
052700             MOVE "AC-NEXT-SLOT" TO FIND-FIELD                    CTLVER00
052800             MOVE ACK-NEXT-SLOT TO FIND-VALUE                     CTLVER00
052900             MOVE "BELOW THE FIRST EVENT SLOT" TO FIND-TEXT       CTLVER00
053000             PERFORM 710-FINDING.                                 CTLVER00
053100     IF ACK-HASH NOT NUMERIC                                      CTLVER00
053200         MOVE "AC-HASH" TO FIND-FIELD                             CTLVER00
053300         MOVE ACK-HASH TO FIND-VALUE                              CTLVER00
053400         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
053500 205-AUD-END.                                                     CTLVER00
053600     CLOSE AUD-CHECK.                                             CTLVER00
053700     IF REC-NO = 0                                                CTLVER00
053800         MOVE "CONTROL RECORD" TO FIND-FIELD                      CTLVER00
053900         MOVE SPACES TO FIND-VALUE                                CTLVER00
054000         MOVE "MISSING - FILE IS EMPTY" TO FIND-TEXT              CTLVER00
054100         PERFORM 710-FINDING.                                     CTLVER00
054200     PERFORM 780-FILE-END.                                        CTLVER00
054300 200X.   EXIT.                                                    CTLVER00
054400 210-RUNAUTH.                                                     CTLVER00
054500     MOVE "RUNAUTH " TO CUR-FILE.                                 CTLVER00
054600     PERFORM 700-FILE-START.                                      CTLVER00
054700     OPEN INPUT AUTH-FILE.                                        CTLVER00
054800     IF AUTH-FILE-STATUS NOT = "00"                               CTLVER00
054900         PERFORM 705-NOT-PRESENT                                  CTLVER00
055000         GO TO 210X.                                              CTLVER00
055100 215-AUTH-READ.                                                   CTLVER00
055200     READ AUTH-FILE AT END GO TO 219-AUTH-END.                    CTLVER00
055300     ADD 1 TO REC-NO.                                             CTLVER00
055400     IF RA-RUN-ID = SPACES                                        CTLVER00
055500         MOVE "RA-RUN-ID" TO FIND-FIELD                           CTLVER00
055600         PERFORM 725-BLANK.                                       CTLVER00
055700     IF RA-PROGRAM = SPACES                                       CTLVER00
055800         MOVE "RA-PROGRAM" TO FIND-FIELD                          CTLVER00
055900         PERFORM 725-BLANK.                                       CTLVER00
056000     MOVE "RA-EXPIRES" TO FIND-FIELD.                             CTLVER00
056100     MOVE RA-EXPIRES TO DATE-IN-X.                                CTLVER00
056200     MOVE "Y" TO DATE-ORDER.                                      CTLVER00
056300     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
056400     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
056500     MOVE RA-RUN-ID TO RK-RUN-ID.                                 CTLVER00
056600     MOVE RA-PROGRAM TO RK-PROGRAM.                               CTLVER00
056700     MOVE RA-KEY TO KEY-WORK.                                     CTLVER00
056800     MOVE "RA-RUN-ID/PROGRAM" TO FIND-FIELD.                      CTLVER00
056900     PERFORM 750-KEY-CHECK THRU 750X.                             CTLVER00
057000     GO TO 215-AUTH-READ.                                         CTLVER00
057100 219-AUTH-END.                                                    CTLVER00
057200     CLOSE AUTH-FILE.                                             CTLVER00
057300     PERFORM 780-FILE-END.                                        CTLVER00
057400 210X.   EXIT.                                                    CTLVER00
057500 220-BILLSUMR.                                                    CTLVER00
057600     MOVE "BILLSUMR" TO CUR-FILE.                                 CTLVER00
057700     PERFORM 700-FILE-START.                                      CTLVER00
057800     OPEN INPUT BILL-SUMMARY.                                     CTLVER00
057900     IF CHK-STATUS NOT = "00"                                     CTLVER00
058000         PERFORM 705-NOT-PRESENT                                  CTLVER00
058100         GO TO 220X.                                              CTLVER00
058200 225-BILL-READ.                                                   CTLVER00
058300     READ BILL-SUMMARY AT END GO TO 229-BILL-END.                 CTLVER00
058400     ADD 1 TO REC-NO.                                             CTLVER00
058500     MOVE "BS-MONTH" TO FIND-FIELD.                               CTLVER00
058600     MOVE BS-MONTH TO FIND-VALUE.                                 CTLVER00
058700     IF BS-MONTH NOT NUMERIC                                      CTLVER00
058800         PERFORM 720-NOT-NUMERIC                                  CTLVER00
058900     ELSE                                                         CTLVER00
059000         IF BS-MONTH = 0 OR BS-MONTH IS GREATER THAN 12           CTLVER00
059100             PERFORM 722-RANGE.                                   CTLVER00
059200     IF BS-USER = SPACES                                          CTLVER00
059300         MOVE "BS-USER" TO FIND-FIELD                             CTLVER00
059400         PERFORM 725-BLANK.                                       CTLVER00
059500     IF BS-AMOUNT-X NOT NUMERIC                                   CTLVER00
059600         MOVE "BS-AMOUNT" TO FIND-FIELD                           CTLVER00
059700         MOVE BS-AMOUNT-X TO FIND-VALUE                           CTLVER00
059800         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
059900     IF BS-CLASS NOT = SPACE AND BS-CLASS NOT = "D"               CTLVER00
060000         AND BS-CLASS NOT = "C" AND BS-CLASS NOT = "T"            CTLVER00
060100         MOVE "BS-CLASS" TO FIND-FIELD                            CTLVER00
060200         MOVE BS-CLASS TO FIND-VALUE                              CTLVER00
060300         PERFORM 724-CODE.                                        CTLVER00
060400     IF BS-CLASS NOT = SPACE AND BS-QTY NOT NUMERIC               CTLVER00
060500         MOVE "BS-QTY" TO FIND-FIELD                              CTLVER00
060600         MOVE BS-QTY TO FIND-VALUE                                CTLVER00
060700         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
060800     IF BS-CLASS NOT = SPACE AND BS-RATE-X NOT NUMERIC            CTLVER00
060900         MOVE "BS-RATE" TO FIND-FIELD                             CTLVER00
061000         MOVE BS-RATE-X TO FIND-VALUE                             CTLVER00
061100         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
061200     MOVE BS-MONTH TO BK-MONTH.                                   CTLVER00
061300     MOVE BS-USER TO BK-USER.                                     CTLVER00
061400     MOVE BS-CLASS TO BK-CLASS.                                   CTLVER00
061500     MOVE BS-KEY TO KEY-WORK.                                     CTLVER00
061600     MOVE "BS-MONTH/USER/CLS" TO FIND-FIELD.                      CTLVER00
061700     PERFORM 750-KEY-CHECK THRU 750X.                             CTLVER00
061800     GO TO 225-BILL-READ.                                         CTLVER00
061900 229-BILL-END.                                                    CTLVER00
062000     CLOSE BILL-SUMMARY.                                          CTLVER00
062100     PERFORM 780-FILE-END.                                        CTLVER00
062200 220X.   EXIT.                                                    CTLVER00
062300 230-RATECARD.                                                    CTLVER00
062400     MOVE "RATECARD" TO CUR-FILE.                                 CTLVER00
062500     PERFORM 700-FILE-START.                                      CTLVER00
062600     OPEN INPUT RATE-CARD.                                        CTLVER00
062700     IF CHK-STATUS NOT = "00"                                     CTLVER00
062800         PERFORM 705-NOT-PRESENT                                  CTLVER00
062900         GO TO 230X.                                              CTLVER00
063000 235-RATE-READ.                                                   CTLVER00
063100     READ RATE-CARD AT END GO TO 239-RATE-END.                    CTLVER00
063200     ADD 1 TO REC-NO.                                             CTLVER00
063300     IF RC-USER = SPACES                                          CTLVER00
063400         MOVE "RC-USER" TO FIND-FIELD                             CTLVER00
063500         PERFORM 725-BLANK.                                       CTLVER00
063600     MOVE "RC-RATE" TO FIND-FIELD.                                CTLVER00
063700     MOVE RC-RATE-X TO FIND-VALUE.                                CTLVER00
063800     IF RC-RATE-X NOT NUMERIC                                     CTLVER00
063900         PERFORM 720-NOT-NUMERIC                                  CTLVER00
064000     ELSE                                                         CTLVER00
064100         IF RC-RATE = 0                                           CTLVER00
064200             MOVE "DAY RATE IS ZERO" TO FIND-TEXT                 CTLVER00
064300             PERFORM 710-FINDING.                                 CTLVER00
064400     IF RC-OFF-RATE-X NOT = SPACES AND RC-OFF-RATE-X NOT NUMERIC  CTLVER00
064500         MOVE "RC-OFF-RATE" TO FIND-FIELD                         CTLVER00
064600         MOVE RC-OFF-RATE-X TO FIND-VALUE                         CTLVER00
064700         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
064800     MOVE "RC-EFF-DATE" TO FIND-FIELD.                            CTLVER00
064900     MOVE RC-EFF-DATE TO DATE-IN-X.                               CTLVER00
065000     MOVE "Y" TO DATE-ORDER.                                      CTLVER00
065100     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
065200     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
065300     IF RC-CLASS NOT = SPACE AND RC-CLASS NOT = "D"               CTLVER00
065400         AND RC-CLASS NOT = "C" AND RC-CLASS NOT = "T"            CTLVER00
065500         MOVE "RC-CLASS" TO FIND-FIELD                            CTLVER00
065600         MOVE RC-CLASS TO FIND-VALUE                              CTLVER00
065700         PERFORM 724-CODE.                                        CTLVER00
065800     MOVE RC-USER TO CK-USER.                                     CTLVER00
065900     MOVE RC-EFF-DATE TO CK-EFF.                                  CTLVER00
066000     MOVE RC-CLASS TO CK-CLASS.                                   CTLVER00
066100     MOVE RC-KEY TO KEY-WORK.                                     CTLVER00
066200     MOVE "RC-USER/DATE/CLS" TO FIND-FIELD.                       CTLVER00
066300     PERFORM 750-KEY-CHECK THRU 750X.                             CTLVER00
066400     GO TO 235-RATE-READ.                                         CTLVER00
066500 239-RATE-END.                                                    CTLVER00
066600     CLOSE RATE-CARD.                                             CTLVER00
066700     PERFORM 780-FILE-END.                                        CTLVER00
066800 230X.   EXIT.                                                    CTLVER00
066900 240-PROGNORM.                                                    CTLVER00
067000     MOVE "PROGNORM" TO CUR-FILE.                                 CTLVER00
067100     PERFORM 700-FILE-START.                                      CTLVER00
067200     OPEN INPUT PROG-NORMS.                                       CTLVER00
067300     IF CHK-STATUS NOT = "00"                                     CTLVER00
067400         PERFORM 705-NOT-PRESENT                                  CTLVER00
067500         GO TO 240X.                                              CTLVER00
067600 245-NORM-READ.                                                   CTLVER00
067700     READ PROG-NORMS AT END GO TO 249-NORM-END.                   CTLVER00
067800     ADD 1 TO REC-NO.                                             CTLVER00
067900     IF PN-PROG = SPACES                                          CTLVER00
068000         MOVE "PN-PROG" TO FIND-FIELD                             CTLVER00
068100         PERFORM 725-BLANK.                                       CTLVER00
068200     IF PN-COUNT NOT NUMERIC                                      CTLVER00
068300         MOVE "PN-COUNT" TO FIND-FIELD                            CTLVER00
068400         MOVE PN-COUNT TO FIND-VALUE                              CTLVER00
068500         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
068600     IF PN-AVG NOT NUMERIC                                        CTLVER00
068700         MOVE "PN-AVG" TO FIND-FIELD                              CTLVER00
068800         MOVE PN-AVG TO FIND-VALUE                                CTLVER00
068900         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
069000     MOVE PN-PROG TO KEY-WORK.                                    CTLVER00
069100     MOVE "PN-PROG" TO FIND-FIELD.                                CTLVER00
069200     PERFORM 750-KEY-CHECK THRU 750X.                             CTLVER00
069300     GO TO 245-NORM-READ.                                         CTLVER00
069400 249-NORM-END.                                                    CTLVER00
069500     CLOSE PROG-NORMS.                                            CTLVER00
069600     PERFORM 780-FILE-END.                                        CTLVER00
069700 240X.   EXIT.                                                    CTLVER00
069800 250-SOLTINDX.                                                    CTLVER00
069900     MOVE "SOLTINDX" TO CUR-FILE.                                 CTLVER00
070000     PERFORM 700-FILE-START.                                      CTLVER00
070100     OPEN INPUT SOLT-INDEX.                                       CTLVER00
070200     IF CHK-STATUS NOT = "00"                                     CTLVER00
070300         PERFORM 705-NOT-PRESENT                                  CTLVER00
070400         GO TO 250X.                                              CTLVER00
070500 255-SOLT-READ.                                                   CTLVER00
070600     READ SOLT-INDEX AT END GO TO 259-SOLT-END.                   CTLVER00
070700     ADD 1 TO REC-NO.                                             CTLVER00
070800     IF SI-PROGRAM-ID = SPACES                                    CTLVER00
070900         MOVE "SI-PROGRAM-ID" TO FIND-FIELD                       CTLVER00
071000         PERFORM 725-BLANK.                                       CTLVER00
071100     MOVE "SI-DATE" TO FIND-FIELD.                                CTLVER00
071200     MOVE SI-DATE TO DATE-IN-X.                                   CTLVER00
071300     MOVE "M" TO DATE-ORDER.                                      CTLVER00
071400     MOVE "N" TO DATE-ZERO-OK.                                    CTLVER00
071500     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
071600     IF SI-INCREMENT NOT NUMERIC                                  CTLVER00
071700         MOVE "SI-INCREMENT" TO FIND-FIELD                        CTLVER00
071800         MOVE SI-INCREMENT TO FIND-VALUE                          CTLVER00
071900         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
072000     IF SI-RECORD-COUNT NOT NUMERIC                               CTLVER00
072100         MOVE "SI-RECORD-COUNT" TO FIND-FIELD                     CTLVER00
072200         MOVE SI-RECORD-COUNT TO FIND-VALUE                       CTLVER00
072300         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
072400     IF SI-SCR-FLAG NOT = SPACE AND SI-SCR-FLAG NOT = "S"         CTLVER00
072500         MOVE "SI-SCR-FLAG" TO FIND-FIELD                         CTLVER00
072600         MOVE SI-SCR-FLAG TO FIND-VALUE                           CTLVER00
072700         PERFORM 724-CODE.                                        CTLVER00
072800     IF SI-SCR-FLAG = "S"                                         CTLVER00
072900         MOVE "SI-SCR-DATE" TO FIND-FIELD                         CTLVER00
073000         MOVE SI-SCR-DATE TO DATE-IN-X                            CTLVER00
073100         MOVE "M" TO DATE-ORDER                                   CTLVER00
073200         MOVE "N" TO DATE-ZERO-OK                                 CTLVER00
073300         PERFORM 730-DATE-CHECK THRU 730X.                        CTLVER00
073400     GO TO 255-SOLT-READ.                                         CTLVER00
073500 259-SOLT-END.                                                    CTLVER00
073600     CLOSE SOLT-INDEX.                                            CTLVER00
073700     PERFORM 780-FILE-END.                                        CTLVER00
073800 250X.   EXIT.                                                    CTLVER00
073900 260-PCHQUEUE.                                                    CTLVER00
074000     MOVE "PCHQUEUE" TO CUR-FILE.                                 CTLVER00
074100     PERFORM 700-FILE-START.                                      CTLVER00
074200     OPEN INPUT PUNCH-QUEUE.                                      CTLVER00
074300     IF CHK-STATUS NOT = "00"                                     CTLVER00
074400         PERFORM 705-NOT-PRESENT                                  CTLVER00
074500         GO TO 260X.                                              CTLVER00
074600 265-QUEUE-READ.                                                  CTLVER00
074700     READ PUNCH-QUEUE AT END GO TO 269-QUEUE-END.                 CTLVER00
074800     ADD 1 TO REC-NO.                                             CTLVER00
074900     IF Q-FILE-ID = SPACES                                        CTLVER00
075000         MOVE "Q-FILE-ID" TO FIND-FIELD                           CTLVER00
075100         PERFORM 725-BLANK.                                       CTLVER00
075200     IF Q-MEDIUM NOT = "D" AND Q-MEDIUM NOT = "T"                 CTLVER00
075300         MOVE "Q-MEDIUM" TO FIND-FIELD                            CTLVER00
075400         MOVE Q-MEDIUM TO FIND-VALUE                              CTLVER00
075500         PERFORM 724-CODE.                                        CTLVER00
075600     IF Q-PRIORITY NOT NUMERIC OR Q-PRIORITY = "0"                CTLVER00
075700         MOVE "Q-PRIORITY" TO FIND-FIELD                          CTLVER00
075800         MOVE Q-PRIORITY TO FIND-VALUE                            CTLVER00
075900         PERFORM 724-CODE.                                        CTLVER00
076000     IF Q-STATUS NOT = "PENDING " AND Q-STATUS NOT = "INPROGRS"   CTLVER00
076010         AND Q-STATUS NOT = "PUNCHED "                            CTLVER00
076020         AND Q-STATUS NOT = "DELIVERD"                            CTLVER00
076200         MOVE "Q-STATUS" TO FIND-FIELD                            CTLVER00
076300         MOVE Q-STATUS TO FIND-VALUE                              CTLVER00
076400         PERFORM 724-CODE.                                        CTLVER00
076410     IF Q-OUTPUT NOT = SPACE AND Q-OUTPUT NOT = "T"               CTLVER00
076420         MOVE "Q-OUTPUT" TO FIND-FIELD                            CTLVER00
076430         MOVE Q-OUTPUT TO FIND-VALUE                              CTLVER00
076440         PERFORM 724-CODE.                                        CTLVER00
076500     MOVE "Q-REQ-DATE" TO FIND-FIELD.                             CTLVER00
076600     MOVE Q-REQ-DATE TO DATE-IN-X.                                CTLVER00
076700     MOVE "Y" TO DATE-ORDER.                                      CTLVER00
076800     MOVE "N" TO DATE-ZERO-OK.                                    CTLVER00
076900     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
077000     MOVE "Q-AGE-DATE" TO FIND-FIELD.                             CTLVER00
077100     MOVE Q-AGE-DATE TO DATE-IN-X.                                CTLVER00
077200     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
077300     MOVE "Q-DONE-DATE" TO FIND-FIELD.                            CTLVER00
077400     MOVE Q-DONE-DATE TO DATE-IN-X.                               CTLVER00
077500     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
077600     IF Q-STATUS = "PUNCHED " MOVE "N" TO DATE-ZERO-OK.           CTLVER00
077610     IF Q-STATUS = "DELIVERD" MOVE "N" TO DATE-ZERO-OK.           CTLVER00
077700     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
077800     GO TO 265-QUEUE-READ.                                        CTLVER00
077900 269-QUEUE-END.                                                   CTLVER00
078000     CLOSE PUNCH-QUEUE.                                           CTLVER00
078100     PERFORM 780-FILE-END.                                        CTLVER00
078200 260X.   EXIT.                                                    CTLVER00
078300 270-VOLCAT.                                                      CTLVER00
078400     MOVE "VOLCAT  " TO CUR-FILE.                                 CTLVER00
078500     PERFORM 700-FILE-START.                                      CTLVER00
078600     OPEN INPUT VOL-CATALOG.                                      CTLVER00
078700     IF CHK-STATUS NOT = "00"                                     CTLVER00
078800         PERFORM 705-NOT-PRESENT                                  CTLVER00
078900         GO TO 270X.                                              CTLVER00
079000 275-VOL-READ.                                                    CTLVER00
079100     READ VOL-CATALOG AT END GO TO 279-VOL-END.                   CTLVER00
079200     ADD 1 TO REC-NO.                                             CTLVER00
079300     IF VC-SERIAL = SPACES                                        CTLVER00
079400         MOVE "VC-SERIAL" TO FIND-FIELD                           CTLVER00
079500         PERFORM 725-BLANK.                                       CTLVER00
079600     MOVE "VC-DATE" TO FIND-FIELD.                                CTLVER00
079700     MOVE VC-DATE TO DATE-IN-X.                                   CTLVER00
079800     MOVE "M" TO DATE-ORDER.                                      CTLVER00
079900     MOVE "N" TO DATE-ZERO-OK.                                    CTLVER00
080000     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
080100     IF VC-SAVE NOT NUMERIC                                       CTLVER00
080200         MOVE "VC-SAVE" TO FIND-FIELD                             CTLVER00
080300         MOVE VC-SAVE TO FIND-VALUE                               CTLVER00
080400         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
080500     IF VC-MOUNTS NOT = SPACES AND VC-MOUNTS NOT NUMERIC          CTLVER00
080600         MOVE "VC-MOUNTS" TO FIND-FIELD                           CTLVER00
080700         MOVE VC-MOUNTS TO FIND-VALUE                             CTLVER00
080800         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
080900     IF VC-ERRORS NOT = SPACES AND VC-ERRORS NOT NUMERIC          CTLVER00
081000         MOVE "VC-ERRORS" TO FIND-FIELD                           CTLVER00
081100         MOVE VC-ERRORS TO FIND-VALUE                             CTLVER00
081200         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
081300     MOVE "VC-LAST-MOUNT" TO FIND-FIELD.                          CTLVER00
081400     MOVE VC-LAST-MOUNT TO DATE-IN-X.                             CTLVER00
081500     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
081600     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
081700     IF VC-POOL NOT = SPACE AND VC-POOL NOT = "P"                 CTLVER00
081800         MOVE "VC-POOL" TO FIND-FIELD                             CTLVER00
081900         MOVE VC-POOL TO FIND-VALUE                               CTLVER00
082000         PERFORM 724-CODE.                                        CTLVER00
082100     IF VC-LOC NOT = SPACE AND VC-LOC NOT = "R"                   CTLVER00
082200         AND VC-LOC NOT = "T" AND VC-LOC NOT = "V"                CTLVER00
082300         AND VC-LOC NOT = "B"                                     CTLVER00
082400         MOVE "VC-LOC" TO FIND-FIELD                              CTLVER00
082500         MOVE VC-LOC TO FIND-VALUE                                CTLVER00
082600         PERFORM 724-CODE.                                        CTLVER00
082700     IF VC-CLASS NOT = SPACE AND VC-CLASS NOT = "V"               CTLVER00
082800         AND VC-CLASS NOT = "G"                                   CTLVER00
082900         MOVE "VC-CLASS" TO FIND-FIELD                            CTLVER00
083000         MOVE VC-CLASS TO FIND-VALUE                              CTLVER00
083100         PERFORM 724-CODE.                                        CTLVER00
083200     GO TO 275-VOL-READ.                                          CTLVER00
083300 279-VOL-END.                                                     CTLVER00
083400     CLOSE VOL-CATALOG.                                           CTLVER00
083500     PERFORM 780-FILE-END.                                        CTLVER00
083600 270X.   EXIT.                                                    CTLVER00
083700 280-OPSTREND.                                                    CTLVER00
083800     MOVE "OPSTREND" TO CUR-FILE.                                 CTLVER00
083900     PERFORM 700-FILE-START.                                      CTLVER00
084000     OPEN INPUT OPS-TREND.                                        CTLVER00
084100     IF CHK-STATUS NOT = "00"                                     CTLVER00
084200         PERFORM 705-NOT-PRESENT                                  CTLVER00
084300         GO TO 280X.                                              CTLVER00
084400 285-OPS-READ.                                                    CTLVER00
084500     READ OPS-TREND AT END GO TO 289-OPS-END.                     CTLVER00
084600     ADD 1 TO REC-NO.                                             CTLVER00
084700     IF REC-NO IS GREATER THAN 1                                  CTLVER00
084800         PERFORM 740-EXTRA                                        CTLVER00
084900         GO TO 285-OPS-READ.                                      CTLVER00
085000     MOVE "OT-NEXT-SLOT" TO FIND-FIELD.                           CTLVER00
085100     MOVE OT-NEXT-SLOT TO FIND-VALUE.                             CTLVER00
085200     IF OT-NEXT-SLOT NOT NUMERIC                                  CTLVER00
085300         PERFORM 720-NOT-NUMERIC                                  CTLVER00
085400     ELSE                                                         CTLVER00
085500         IF OT-NEXT-SLOT = 0 OR OT-NEXT-SLOT IS GREATER THAN 31   CTLVER00
085600             PERFORM 722-RANGE.                                   CTLVER00
085700     PERFORM 286-OPS-DAY VARYING SX FROM 1 BY 1                   CTLVER00
085800         UNTIL SX IS GREATER THAN 31.                             CTLVER00
085900     GO TO 285-OPS-READ.                                          CTLVER00
086000 286-OPS-DAY.                                                     CTLVER00
086100     MOVE SX TO SN-SLOT.                                          CTLVER00
086200     MOVE "OT-DATE" TO SN-NAME.                                   CTLVER00
086300     MOVE SLOT-NAME TO FIND-FIELD.                                CTLVER00
086400     MOVE OT-DATE (SX) TO DATE-IN-X.                              CTLVER00
086500     MOVE "M" TO DATE-ORDER.                                      CTLVER00
086600     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
086700     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
086800     IF OT-ELAPSED (SX) NOT NUMERIC OR OT-ABORT (SX) NOT NUMERIC  CTLVER00
086900         OR OT-EOJ (SX) NOT NUMERIC                               CTLVER00
087000         MOVE "OT-ENTRY" TO SN-NAME                               CTLVER00
087100         MOVE SLOT-NAME TO FIND-FIELD                             CTLVER00
087200         MOVE SPACES TO FIND-VALUE                                CTLVER00
087300         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
087400 289-OPS-END.                                                     CTLVER00
087500     CLOSE OPS-TREND.                                             CTLVER00
087600     PERFORM 780-FILE-END.                                        CTLVER00
087700 280X.   EXIT.                                                    CTLVER00
087800 290-DEVTREND.                                                    CTLVER00
087900     MOVE "DEVTREND" TO CUR-FILE.                                 CTLVER00
088000     PERFORM 700-FILE-START.                                      CTLVER00
088100     OPEN INPUT DEV-TREND.                                        CTLVER00
088200     IF CHK-STATUS NOT = "00"                                     CTLVER00
088300         PERFORM 705-NOT-PRESENT                                  CTLVER00
088400         GO TO 290X.                                              CTLVER00
088500 295-DEV-READ.                                                    CTLVER00
088600     READ DEV-TREND AT END GO TO 299-DEV-END.                     CTLVER00
088700     ADD 1 TO REC-NO.                                             CTLVER00
088800     IF REC-NO IS GREATER THAN 1                                  CTLVER00
088900         PERFORM 740-EXTRA                                        CTLVER00
089000         GO TO 295-DEV-READ.                                      CTLVER00
089100     MOVE "DV-NEXT-SLOT" TO FIND-FIELD.                           CTLVER00
089200     MOVE DV-NEXT-SLOT TO FIND-VALUE.                             CTLVER00
089300     IF DV-NEXT-SLOT NOT NUMERIC                                  CTLVER00
089400         PERFORM 720-NOT-NUMERIC                                  CTLVER00
089500     ELSE                                                         CTLVER00
089600         IF DV-NEXT-SLOT = 0 OR DV-NEXT-SLOT IS GREATER THAN 7    CTLVER00
089700             PERFORM 722-RANGE.                                   CTLVER00
089800     PERFORM 296-DEV-DAY VARYING SX FROM 1 BY 1                   CTLVER00
089900         UNTIL SX IS GREATER THAN 7.                              CTLVER00
090000     GO TO 295-DEV-READ.                                          CTLVER00
090100 296-DEV-DAY.                                                     CTLVER00
090200     MOVE SX TO SN-SLOT.                                          CTLVER00
090300     MOVE "DV-DATE" TO SN-NAME.                                   CTLVER00
090400     MOVE SLOT-NAME TO FIND-FIELD.                                CTLVER00
090500     MOVE DV-DATE (SX) TO DATE-IN-X.                              CTLVER00
090600     MOVE "M" TO DATE-ORDER.                                      CTLVER00
090700     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
090800     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
090900     IF DV-DAY (SX) NOT NUMERIC                                   CTLVER00
091000         MOVE "DV-DAY" TO SN-NAME                                 CTLVER00
091100         MOVE SLOT-NAME TO FIND-FIELD                             CTLVER00
091200         MOVE SPACES TO FIND-VALUE                                CTLVER00
091300         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
091400 299-DEV-END.                                                     CTLVER00
091500     CLOSE DEV-TREND.                                             CTLVER00
091600     PERFORM 780-FILE-END.                                        CTLVER00
091700 290X.   EXIT.                                                    CTLVER00
091800 300-DIRTREND.                                                    CTLVER00
091900     MOVE "DIRTREND" TO CUR-FILE.                                 CTLVER00
092000     PERFORM 700-FILE-START.                                      CTLVER00
092100     OPEN INPUT DIR-TREND.                                        CTLVER00
092200     IF CHK-STATUS NOT = "00"                                     CTLVER00
092300         PERFORM 705-NOT-PRESENT                                  CTLVER00
092400         GO TO 300X.                                              CTLVER00
092500 305-DIR-READ.                                                    CTLVER00
092600     READ DIR-TREND AT END GO TO 309-DIR-END.                     CTLVER00
092700     ADD 1 TO REC-NO.                                             CTLVER00
092800     IF REC-NO IS GREATER THAN 1                                  CTLVER00
092900         PERFORM 740-EXTRA                                        CTLVER00
093000         GO TO 305-DIR-READ.                                      CTLVER00
093100     MOVE "TR-NEXT-SLOT" TO FIND-FIELD.                           CTLVER00
093200     MOVE TR-NEXT-SLOT TO FIND-VALUE.                             CTLVER00
093300     IF TR-NEXT-SLOT NOT NUMERIC                                  CTLVER00
093400         PERFORM 720-NOT-NUMERIC                                  CTLVER00
093500     ELSE                                                         CTLVER00
093600         IF TR-NEXT-SLOT = 0 OR TR-NEXT-SLOT IS GREATER THAN 31   CTLVER00
093700             PERFORM 722-RANGE.                                   CTLVER00
093800     PERFORM 306-DIR-DAY VARYING SX FROM 1 BY 1                   CTLVER00
093900         UNTIL SX IS GREATER THAN 31.                             CTLVER00
094000     GO TO 305-DIR-READ.                                          CTLVER00
094100 306-DIR-DAY.                                                     CTLVER00
094200     MOVE SX TO SN-SLOT.                                          CTLVER00
094300     MOVE "TR-DATE" TO SN-NAME.                                   CTLVER00
094400     MOVE SLOT-NAME TO FIND-FIELD.                                CTLVER00
094500     MOVE TR-DATE (SX) TO DATE-IN-X.                              CTLVER00
094600     MOVE "M" TO DATE-ORDER.                                      CTLVER00
094700     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
094800     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
094900     IF TR-AVAILABLE-SEGMENTS (SX) NOT NUMERIC                    CTLVER00
095000         OR TR-TOTAL-FILES (SX) NOT NUMERIC                       CTLVER00
095100         MOVE "TR-ENTRY" TO SN-NAME                               CTLVER00
095200         MOVE SLOT-NAME TO FIND-FIELD                             CTLVER00
095300         MOVE SPACES TO FIND-VALUE                                CTLVER00
095400         PERFORM 720-NOT-NUMERIC.                                 CTLVER00
095500 309-DIR-END.                                                     CTLVER00
095600     CLOSE DIR-TREND.                                             CTLVER00
095700     PERFORM 780-FILE-END.                                        CTLVER00
095800 300X.   EXIT.                                                    CTLVER00
095900 310-LOGHIST.                                                     CTLVER00
096000     MOVE "LOGHIST " TO CUR-FILE.                                 CTLVER00
096100     PERFORM 700-FILE-START.                                      CTLVER00
096200     OPEN INPUT LOG-HISTORY.                                      CTLVER00
096300     IF CHK-STATUS NOT = "00"                                     CTLVER00
096400         PERFORM 705-NOT-PRESENT                                  CTLVER00
096500         GO TO 310X.                                              CTLVER00
096600 315-HIST-READ.                                                   CTLVER00
096700     READ LOG-HISTORY AT END GO TO 319-HIST-END.                  CTLVER00
096800     ADD 1 TO REC-NO.                                             CTLVER00
096900     IF REC-NO IS GREATER THAN 1                                  CTLVER00
097000         PERFORM 740-EXTRA                                        CTLVER00
097100         GO TO 315-HIST-READ.                                     CTLVER00
097200     MOVE "LH-NEXT-SLOT" TO FIND-FIELD.                           CTLVER00
097300     MOVE LH-NEXT-SLOT TO FIND-VALUE.                             CTLVER00
097400     IF LH-NEXT-SLOT NOT NUMERIC                                  CTLVER00
097500         PERFORM 720-NOT-NUMERIC                                  CTLVER00
097600     ELSE                                                         CTLVER00
097700         IF LH-NEXT-SLOT = 0 OR LH-NEXT-SLOT IS GREATER THAN 12   CTLVER00
097800             PERFORM 722-RANGE.                                   CTLVER00
097900     PERFORM 316-HIST-MONTH VARYING SX FROM 1 BY 1                CTLVER00
098000         UNTIL SX IS GREATER THAN 12.                             CTLVER00
098100     GO TO 315-HIST-READ.                                         CTLVER00
098200 316-HIST-MONTH.                                                  CTLVER00
098300     MOVE SX TO SN-SLOT.                                          CTLVER00
098400     MOVE "LH-ENTRY" TO SN-NAME.                                  CTLVER00
098500     MOVE SLOT-NAME TO FIND-FIELD.                                CTLVER00
098600     MOVE SPACES TO FIND-VALUE.                                   CTLVER00
098700     IF LH-ENTRY (SX) NOT NUMERIC                                 CTLVER00
098800         PERFORM 720-NOT-NUMERIC                                  CTLVER00
098900     ELSE                                                         CTLVER00
099000         IF LH-MONTH (SX) IS GREATER THAN 12                      CTLVER00
099100             MOVE LH-MONTH (SX) TO FIND-VALUE                     CTLVER00
099200             MOVE "MONTH NOT 01-12" TO FIND-TEXT                  CTLVER00
099300             PERFORM 710-FINDING.                                 CTLVER00
099400 319-HIST-END.                                                    CTLVER00
099500     CLOSE LOG-HISTORY.                                           CTLVER00
099600     PERFORM 780-FILE-END.                                        CTLVER00
099700 310X.   EXIT.                                                    CTLVER00
099701 320-RETSCHED.                                                    CTLVER00
099702     MOVE "RETSCHED" TO CUR-FILE.                                 CTLVER00
099703     PERFORM 700-FILE-START.                                      CTLVER00
099704     OPEN INPUT RET-SCHED.                                        CTLVER00
099705     IF CHK-STATUS NOT = "00"                                     CTLVER00
099706         PERFORM 705-NOT-PRESENT                                  CTLVER00
099707         GO TO 320X.                                              CTLVER00
099708 325-RET-READ.                                                    CTLVER00
099709     READ RET-SCHED AT END GO TO 329-RET-END.                     CTLVER00
099710     ADD 1 TO REC-NO.                                             CTLVER00
099711     IF RS-MEDIUM NOT = "D" AND RS-MEDIUM NOT = "T"               CTLVER00
099712         MOVE "RS-MEDIUM" TO FIND-FIELD                           CTLVER00
099713         MOVE RS-MEDIUM TO FIND-VALUE                             CTLVER00
099714         PERFORM 724-CODE.                                        CTLVER00
099715     IF RS-CATEGORY = SPACES                                      CTLVER00
099716         MOVE "RS-CATEGORY" TO FIND-FIELD                         CTLVER00
099717         PERFORM 725-BLANK.                                       CTLVER00
099718     IF RS-MEDIUM = "T" AND RS-PATTERN NOT = SPACES               CTLVER00
099719         MOVE "RS-PATTERN" TO FIND-FIELD                          CTLVER00
099720         MOVE RS-PATTERN TO FIND-VALUE                            CTLVER00
099721         MOVE "PATTERN ON A TAPE RULE" TO FIND-TEXT               CTLVER00
099722         PERFORM 710-FINDING.                                     CTLVER00
099723     MOVE "RS-DAYS" TO FIND-FIELD.                                CTLVER00
099724     MOVE RS-DAYS TO FIND-VALUE.                                  CTLVER00
099725     IF RS-DAYS NOT NUMERIC                                       CTLVER00
099726         PERFORM 720-NOT-NUMERIC                                  CTLVER00
099727     ELSE                                                         CTLVER00
099728         IF RS-DAYS-N = 0 AND RS-DISP NOT = "K"                   CTLVER00
099729             MOVE "ZERO DAYS ON A PURGE RULE" TO FIND-TEXT        CTLVER00
099730             PERFORM 710-FINDING.                                 CTLVER00
099731     IF RS-DISP NOT = "P" AND RS-DISP NOT = "A"                   CTLVER00
099732         AND RS-DISP NOT = "K"                                    CTLVER00
099733         MOVE "RS-DISP" TO FIND-FIELD                             CTLVER00
099734         MOVE RS-DISP TO FIND-VALUE                               CTLVER00
099735         PERFORM 724-CODE.                                        CTLVER00
099736     IF RS-DISP = "A" AND RS-MEDIUM = "T"                         CTLVER00
099737         MOVE "RS-DISP" TO FIND-FIELD                             CTLVER00
099738         MOVE RS-DISP TO FIND-VALUE                               CTLVER00
099739         MOVE "ARCHIVE ON A TAPE RULE" TO FIND-TEXT               CTLVER00
099740         PERFORM 710-FINDING.                                     CTLVER00
099741     MOVE "RS-CHANGED" TO FIND-FIELD.                             CTLVER00
099742     MOVE RS-CHANGED TO DATE-IN-X.                                CTLVER00
099743     MOVE "M" TO DATE-ORDER.                                      CTLVER00
099744     MOVE "Y" TO DATE-ZERO-OK.                                    CTLVER00
099745     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
099746     MOVE "RULE KEY" TO FIND-FIELD.                               CTLVER00
099747     MOVE RS-MEDIUM TO SK-MEDIUM.                                 CTLVER00
099748     MOVE RS-CATEGORY TO SK-CATEGORY.                             CTLVER00
099749     MOVE RS-PATTERN TO SK-PATTERN.                               CTLVER00
099750     MOVE RS-CHK-KEY TO KEY-WORK.                                 CTLVER00
099751     PERFORM 750-KEY-CHECK THRU 750X.                             CTLVER00
099752     GO TO 325-RET-READ.                                          CTLVER00
099753 329-RET-END.                                                     CTLVER00
099754     CLOSE RET-SCHED.                                             CTLVER00
099755     PERFORM 780-FILE-END.                                        CTLVER00
099756 320X.   EXIT.                                                    CTLVER00
099760 330-DICTNDX.                                                     CTLVER00
099761     MOVE "DICTNDX " TO CUR-FILE.                                 CTLVER00
099762     PERFORM 700-FILE-START.                                      CTLVER00
099763     MOVE 0 TO NDX-EXPECT.                                        CTLVER00
099764     OPEN INPUT DICT-NDX.                                         CTLVER00
099765     IF CHK-STATUS NOT = "00"                                     CTLVER00
099766         PERFORM 705-NOT-PRESENT                                  CTLVER00
099767         GO TO 330X.                                              CTLVER00
099768 335-NDX-READ.                                                    CTLVER00
099769     READ DICT-NDX AT END GO TO 339-NDX-END.                      CTLVER00
099770     ADD 1 TO REC-NO.                                             CTLVER00
099771     IF REC-NO IS GREATER THAN 1 GO TO 337-NDX-KEY.               CTLVER00
099772     MOVE "NC-TYPE" TO FIND-FIELD.                                CTLVER00
099773     MOVE NC-TYPE TO FIND-VALUE.                                  CTLVER00
099774     IF NC-TYPE NOT = "C"                                         CTLVER00
099775         MOVE "FIRST RECORD NOT CONTROL" TO FIND-TEXT             CTLVER00
099776         PERFORM 710-FINDING                                      CTLVER00
099777         GO TO 337-NDX-KEY.                                       CTLVER00
099778     MOVE "NC-PRIME" TO FIND-FIELD.                               CTLVER00
099779     MOVE NC-PRIME TO FIND-VALUE.                                 CTLVER00
099780     IF NC-PRIME NOT NUMERIC PERFORM 720-NOT-NUMERIC.             CTLVER00
099781     MOVE "NC-TOTAL" TO FIND-FIELD.                               CTLVER00
099782     MOVE NC-TOTAL TO FIND-VALUE.                                 CTLVER00
099783     IF NC-TOTAL NOT NUMERIC                                      CTLVER00
099784         PERFORM 720-NOT-NUMERIC                                  CTLVER00
099785     ELSE                                                         CTLVER00
099786         IF NC-PRIME IS NUMERIC                                   CTLVER00
099787             AND NC-TOTAL-N IS LESS THAN NC-PRIME-N               CTLVER00
099788             MOVE "TOTAL LESS THAN PRIME" TO FIND-TEXT            CTLVER00
099789             PERFORM 710-FINDING.                                 CTLVER00
099790     MOVE "NC-BLOCK" TO FIND-FIELD.                               CTLVER00
099791     MOVE NC-BLOCK TO FIND-VALUE.                                 CTLVER00
099792     IF NC-BLOCK NOT NUMERIC                                      CTLVER00
099793         PERFORM 720-NOT-NUMERIC                                  CTLVER00
099794     ELSE                                                         CTLVER00
099795         IF NC-BLOCK-N = 0 PERFORM 722-RANGE.                     CTLVER00
099796     MOVE "NC-DATE" TO FIND-FIELD.                                CTLVER00
099797     MOVE NC-DATE TO DATE-IN-X.                                   CTLVER00
099798     MOVE "M" TO DATE-ORDER.                                      CTLVER00
099799     MOVE "N" TO DATE-ZERO-OK.                                    CTLVER00
099800     PERFORM 730-DATE-CHECK THRU 730X.                            CTLVER00
099801     GO TO 335-NDX-READ.                                          CTLVER00
099802 337-NDX-KEY.                                                     CTLVER00
099803     MOVE "NX-TYPE" TO FIND-FIELD.                                CTLVER00
099804     MOVE NX-TYPE TO FIND-VALUE.                                  CTLVER00
099805     IF NX-TYPE NOT = "K"                                         CTLVER00
099806         PERFORM 724-CODE                                         CTLVER00
099807         GO TO 335-NDX-READ.                                      CTLVER00
099808     ADD 1 TO NDX-EXPECT.                                         CTLVER00
099809     MOVE "NX-BLOCK" TO FIND-FIELD.                               CTLVER00
099810     MOVE NX-BLOCK TO FIND-VALUE.                                 CTLVER00
099811     IF NX-BLOCK NOT NUMERIC                                      CTLVER00
099812         PERFORM 720-NOT-NUMERIC                                  CTLVER00
099813     ELSE                                                         CTLVER00
099814         IF NX-BLOCK-N NOT = NDX-EXPECT                           CTLVER00
099815             MOVE "BLOCK OUT OF SEQUENCE" TO FIND-TEXT            CTLVER00
099816             PERFORM 710-FINDING.                                 CTLVER00
099817     IF NX-KEY = SPACES                                           CTLVER00
099818         MOVE "NX-KEY" TO FIND-FIELD                              CTLVER00
099819         PERFORM 725-BLANK.                                       CTLVER00
099820     GO TO 335-NDX-READ.                                          CTLVER00
099821 339-NDX-END.                                                     CTLVER00
099822     CLOSE DICT-NDX.                                              CTLVER00
099823     IF REC-NO = 0                                                CTLVER00
099824         MOVE "NC-TYPE" TO FIND-FIELD                             CTLVER00
099825         MOVE SPACES TO FIND-VALUE                                CTLVER00
099826         MOVE "NO CONTROL RECORD" TO FIND-TEXT                    CTLVER00
099827         PERFORM 710-FINDING.                                     CTLVER00
099828     PERFORM 780-FILE-END.                                        CTLVER00
099829 330X.   EXIT.                                                    CTLVER00
099850 400-TOTALS.                                                      CTLVER00
099900     IF LINE-CNT IS GREATER THAN 50 PERFORM 790-PAGE.             CTLVER00
100000     MOVE SPACES TO REPORT-REC.                                   CTLVER00
100100     WRITE REPORT-REC BEFORE ADVANCING 2 LINES.                   CTLVER00
100200     MOVE "CONTROL FILES CHECKED" TO TT-LABEL.                    CTLVER00
100300     MOVE FILES-CHECKED TO TT-VALUE.                              CTLVER00
100400     WRITE REPORT-REC FROM TOTAL-LINE.                            CTLVER00
100500     MOVE "CONTROL FILES NOT PRESENT" TO TT-LABEL.                CTLVER00
100600     MOVE FILES-ABSENT TO TT-VALUE.                               CTLVER00
100700     WRITE REPORT-REC FROM TOTAL-LINE.                            CTLVER00
100800     MOVE "FILES WITH FINDINGS" TO TT-LABEL.                      CTLVER00
100900     MOVE BAD-FILES TO TT-VALUE.                                  CTLVER00
101000     WRITE REPORT-REC FROM TOTAL-LINE.                            CTLVER00
101100     MOVE "TOTAL FINDINGS" TO TT-LABEL.                           CTLVER00
101200     MOVE TOTAL-FINDS TO TT-VALUE.                                CTLVER00
101300     WRITE REPORT-REC FROM TOTAL-LINE BEFORE ADVANCING 2 LINES.   CTLVER00
101400     MOVE "CLEAN" TO RL-TEXT.                                     CTLVER00
101500     IF TOTAL-FINDS IS GREATER THAN 0                             CTLVER00
101600         MOVE "*** FINDINGS - SEE ABOVE ***" TO RL-TEXT.          CTLVER00
101700     WRITE REPORT-REC FROM RESULT-LINE.                           CTLVER00
101800 410-STATUS.                                                      CTLVER00
101900     NOTE  CTLVSTAT IS REPLACED ON EVERY RUN SO OPSCHK ALWAYS     CTLVER00
102000         SEES THE LATEST RESULT AND ITS DATE.                     CTLVER00
102100     OPEN OUTPUT VERF-STATUS.                                     CTLVER00
102200     MOVE SPACES TO CV-REC.                                       CTLVER00
102300     MOVE TODAYS-DATE TO CV-DATE.                                 CTLVER00
102400     MOVE FILES-CHECKED TO CV-FILES.                              CTLVER00
102500     MOVE BAD-FILES TO CV-BAD-FILES.                              CTLVER00
102600     MOVE TOTAL-FINDS TO CV-FINDINGS.                             CTLVER00
102700     MOVE FIRST-BAD TO CV-FIRST-BAD.                              CTLVER00
102800     MOVE RUN-ID-ENTRY TO CV-RUN-ID.                              CTLVER00
102900     WRITE CV-REC.                                                CTLVER00
103000     CLOSE VERF-STATUS.                                           CTLVER00
103100 700-FILE-START.                                                  CTLVER00
103200     MOVE 0 TO REC-NO.                                            CTLVER00
103300     MOVE 0 TO FILE-FINDS.                                        CTLVER00
103400     MOVE 0 TO KEY-CNT.                                           CTLVER00
103500     MOVE 0 TO KEY-OVER-SW.                                       CTLVER00
103600     IF LINE-CNT IS GREATER THAN 50 PERFORM 790-PAGE.             CTLVER00
103700     MOVE CUR-FILE TO FH-FILE.                                    CTLVER00
103800     MOVE SPACES TO REPORT-REC.                                   CTLVER00
103900     WRITE REPORT-REC.                                            CTLVER00
104000     WRITE REPORT-REC FROM FILE-LINE.                             CTLVER00
104100     ADD 2 TO LINE-CNT.                                           CTLVER00
104200 705-NOT-PRESENT.                                                 CTLVER00
104300     ADD 1 TO FILES-ABSENT.                                       CTLVER00
104400     MOVE 0 TO SL-RECS.                                           CTLVER00
104500     MOVE 0 TO SL-FINDS.                                          CTLVER00
104600     MOVE "NOT PRESENT - NOT CHECKED" TO SL-NOTE.                 CTLVER00
104700     WRITE REPORT-REC FROM SUM-LINE.                              CTLVER00
104800     ADD 1 TO LINE-CNT.                                           CTLVER00
104900 710-FINDING.                                                     CTLVER00
105000     IF LINE-CNT IS GREATER THAN 55                               CTLVER00
105100         PERFORM 790-PAGE                                         CTLVER00
105200         WRITE REPORT-REC FROM FILE-LINE                          CTLVER00
105300         ADD 1 TO LINE-CNT.                                       CTLVER00
105400     MOVE REC-NO TO FL-REC.                                       CTLVER00
105500     MOVE FIND-FIELD TO FL-FIELD.                                 CTLVER00
105600     MOVE FIND-TEXT TO FL-TEXT.                                   CTLVER00
105700     MOVE FIND-VALUE TO FL-VALUE.                                 CTLVER00
105800     WRITE REPORT-REC FROM FIND-LINE.                             CTLVER00
105900     ADD 1 TO LINE-CNT.                                           CTLVER00
106000     ADD 1 TO FILE-FINDS.                                         CTLVER00
106100     ADD 1 TO TOTAL-FINDS.                                        CTLVER00
106200 720-NOT-NUMERIC.                                                 CTLVER00
106300     MOVE "NOT NUMERIC" TO FIND-TEXT.                             CTLVER00
106400     PERFORM 710-FINDING.                                         CTLVER00
106500 722-RANGE.                                                       CTLVER00
106600     MOVE "OUT OF RANGE" TO FIND-TEXT.                            CTLVER00
106700     PERFORM 710-FINDING.                                         CTLVER00
106800 724-CODE.                                                        CTLVER00
106900     MOVE "NOT A LEGAL CODE" TO FIND-TEXT.                        CTLVER00
107000     PERFORM 710-FINDING.                                         CTLVER00
107100 725-BLANK.                                                       CTLVER00
107200     MOVE SPACES TO FIND-VALUE.                                   CTLVER00
107300     MOVE "BLANK - MUST BE PRESENT" TO FIND-TEXT.                 CTLVER00
107400     PERFORM 710-FINDING.                                         CTLVER00
107500 730-DATE-CHECK.                                                  CTLVER00
107600     NOTE  DATE-IN-X MUST BE A REAL CALENDAR DATE IN THE ORDER    CTLVER00
107700         GIVEN BY DATE-ORDER (M MMDDYY, Y YYMMDD) - BLANK OR      CTLVER00
107800         ZERO PASSES ONLY WHEN DATE-ZERO-OK IS Y.                 CTLVER00
107900     MOVE DATE-IN-X TO FIND-VALUE.                                CTLVER00
108000     IF DATE-IN-X = SPACES OR DATE-IN-X = "000000"                CTLVER00
108100         IF DATE-ZERO-OK = "Y"                                    CTLVER00
108200             GO TO 730X                                           CTLVER00
108300         ELSE                                                     CTLVER00
108400             MOVE "DATE MISSING" TO FIND-TEXT                     CTLVER00
108500             PERFORM 710-FINDING                                  CTLVER00
108600             GO TO 730X.                                          CTLVER00
108700     IF DATE-IN NOT NUMERIC                                       CTLVER00
108800         PERFORM 720-NOT-NUMERIC                                  CTLVER00
108900         GO TO 730X.                                              CTLVER00
109000     IF DATE-ORDER = "M"                                          CTLVER00
109100         MOVE DI-A TO DT-MM                                       CTLVER00
109200         MOVE DI-B TO DT-DD                                       CTLVER00
109300         MOVE DI-C TO DT-YY                                       CTLVER00
109400     ELSE                                                         CTLVER00
109500         MOVE DI-A TO DT-YY                                       CTLVER00
109600         MOVE DI-B TO DT-MM                                       CTLVER00
109700         MOVE DI-C TO DT-DD.                                      CTLVER00
109800     MOVE 0 TO DATE-BAD-SW.                                       CTLVER00
109900     IF DT-MM = 0 OR DT-MM IS GREATER THAN 12                     CTLVER00
110000         MOVE 1 TO DATE-BAD-SW                                    CTLVER00
110100         GO TO 735-DATE-BAD.                                      CTLVER00
110200     IF DT-DD = 0 OR DT-DD IS GREATER THAN MONTH-DAYS (DT-MM)     CTLVER00
110300         MOVE 1 TO DATE-BAD-SW.                                   CTLVER00
110400     COMPUTE LEAP-R = DT-YY MOD 4.                                CTLVER00
110500     IF DT-MM = 2 AND DT-DD = 29 AND LEAP-R NOT = 0               CTLVER00
110600         MOVE 1 TO DATE-BAD-SW.                                   CTLVER00
110700 735-DATE-BAD.                                                    CTLVER00
110800     IF DATE-BAD-SW = 1                                           CTLVER00
110900         MOVE "NOT A VALID DATE" TO FIND-TEXT                     CTLVER00
111000         PERFORM 710-FINDING.                                     CTLVER00
111100 730X.   EXIT.                                                    CTLVER00
111200 740-EXTRA.                                                       CTLVER00
111300     MOVE "RECORD" TO FIND-FIELD.                                 CTLVER00
111400     MOVE SPACES TO FIND-VALUE.                                   CTLVER00
111500     MOVE "EXTRA RECORD - FILE HOLDS ONE" TO FIND-TEXT.           CTLVER00
111600     PERFORM 710-FINDING.                                         CTLVER00
111700 750-KEY-CHECK.                                                   CTLVER00
111800     NOTE  KEY-WORK MUST NOT MATCH THE KEY OF ANY EARLIER RECORD  CTLVER00
111900         OF THE FILE - THE FIRST RECORD HOLDING IT IS NAMED.      CTLVER00
112000     IF KEY-WORK = SPACES GO TO 750X.                             CTLVER00
112100     MOVE 0 TO DUP-IX.                                            CTLVER00
112200     PERFORM 755-KEY-SCAN VARYING KX FROM 1 BY 1                  CTLVER00
112300         UNTIL KX IS GREATER THAN KEY-CNT.                        CTLVER00
112400     IF DUP-IX NOT = 0                                            CTLVER00
112500         MOVE KY-REC (DUP-IX) TO DK-REC                           CTLVER00
112600         MOVE DUP-VALUE TO FIND-VALUE                             CTLVER00
112700         MOVE "DUPLICATE KEY - ALSO IN" TO FIND-TEXT              CTLVER00
112800         PERFORM 710-FINDING.                                     CTLVER00
112900     IF KEY-CNT = 1000                                            CTLVER00
113000         MOVE 1 TO KEY-OVER-SW                                    CTLVER00
113100         GO TO 750X.                                              CTLVER00
113200     ADD 1 TO KEY-CNT.                                            CTLVER00
113300     MOVE KEY-WORK TO KY-KEY (KEY-CNT).                           CTLVER00
113400     MOVE REC-NO TO KY-REC (KEY-CNT).                             CTLVER00
113500 750X.   EXIT.                                                    CTLVER00
113600 755-KEY-SCAN.                                                    CTLVER00
113700     IF DUP-IX = 0 AND KY-KEY (KX) = KEY-WORK MOVE KX TO DUP-IX.  CTLVER00
113800 780-FILE-END.                                                    CTLVER00
113900     ADD 1 TO FILES-CHECKED.                                      CTLVER00
114000     MOVE REC-NO TO SL-RECS.                                      CTLVER00
114100     MOVE FILE-FINDS TO SL-FINDS.                                 CTLVER00
114200     MOVE "CLEAN" TO SL-NOTE.                                     CTLVER00
114300     IF FILE-FINDS IS GREATER THAN 0                              CTLVER00
114400         MOVE "*** FINDINGS ***" TO SL-NOTE                       CTLVER00
114500         ADD 1 TO BAD-FILES                                       CTLVER00
114600         IF FIRST-BAD = SPACES MOVE CUR-FILE TO FIRST-BAD.        CTLVER00
114700     IF KEY-OVER-SW = 1                                           CTLVER00
114800         MOVE "OVER 1000 RECORDS - KEYS PAST 1000 UNCHECKED"      CTLVER00
114900             TO SL-NOTE.                                          CTLVER00
115000     WRITE REPORT-REC FROM SUM-LINE.                              CTLVER00
115100     ADD 1 TO LINE-CNT.                                           CTLVER00
115200 790-PAGE.                                                        CTLVER00
115300     MOVE SPACES TO REPORT-REC.                                   CTLVER00
115400     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              CTLVER00
115500     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   CTLVER00
115600     WRITE REPORT-REC FROM COL-LINE.                              CTLVER00
115700     MOVE 3 TO LINE-CNT.                                          CTLVER00
115800 950-AUDIT-START.                                                 CTLVER00
115900     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     CTLVER00
116000     MOVE TODAYS-DATE TO AU-DATE.                                 CTLVER00
116100     MOVE "START   " TO AU-EVENT.                                 CTLVER00
116200     MOVE SPACES TO AU-RESULT.                                    CTLVER00
116300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLVER00
116400 955-AUDIT-END.                                                   CTLVER00
116500     MOVE TODAYS-DATE TO AU-DATE.                                 CTLVER00
116600     MOVE "END     " TO AU-EVENT.                                 CTLVER00
116700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLVER00
116800 970-AUDIT-WRITE.                                                 CTLVER00
116900     COMPUTE AU-TIME-HOLD = DATA (1).                             CTLVER00
117000     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     CTLVER00
117100     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            CTLVER00
117200     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       CTLVER00
117300     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              CTLVER00
117400     OPEN I-O AUDIT-TRAIL.                                        CTLVER00
117500     MOVE AUDIT-REC TO AU-SAVE-REC.                               CTLVER00
117600     MOVE 1 TO AU-KEY.                                            CTLVER00
117700     READ AUDIT-TRAIL INVALID KEY                                 CTLVER00
117800         MOVE 2 TO AC-NEXT-SLOT.                                  CTLVER00
117900     IF AC-NEXT-SLOT NOT NUMERIC                                  CTLVER00
118000         MOVE 2 TO AC-NEXT-SLOT.                                  CTLVER00
118100     IF AC-NEXT-SLOT IS LESS THAN 2                               CTLVER00
118200         MOVE 2 TO AC-NEXT-SLOT.                                  CTLVER00
118300     MOVE AC-NEXT-SLOT TO AU-NEXT.                                CTLVER00
118400 980-AUDIT-SKIP.                                                  CTLVER00
118500     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          CTLVER00
118600         TOOK IT SINCE THE CONTROL RECORD WAS READ -              CTLVER00
118700         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          CTLVER00
118800         OVERWRITING EACH OTHERS EVENTS.                          CTLVER00
118900     MOVE AU-NEXT TO AU-KEY.                                      CTLVER00
119000     READ AUDIT-TRAIL INVALID KEY                                 CTLVER00
119100         GO TO 985-AUDIT-FREE.                                    CTLVER00
119200     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  CTLVER00
119300     ADD 1 TO AU-NEXT.                                            CTLVER00
119400     GO TO 980-AUDIT-SKIP.                                        CTLVER00
119500 985-AUDIT-FREE.                                                  CTLVER00
119600     MOVE 1 TO AU-KEY.                                            CTLVER00
119700     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       CTLVER00
119800     MOVE 0 TO AU-HASH.                                           CTLVER00
119900     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  CTLVER00
120000     MOVE AU-NEXT TO AU-KEY.                                      CTLVER00
120100     MOVE AU-SAVE-REC TO AUDIT-REC.                               CTLVER00
120200     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                CTLVER00
120300 990-AUDIT-PUT.                                                   CTLVER00
120400     WRITE AUDIT-REC INVALID KEY                                  CTLVER00
120500         DISPLAY "AUDIT TRAIL FULL".                              CTLVER00
120600     ADD 1 TO AU-NEXT.                                            CTLVER00
120700     MOVE 1 TO AU-KEY.                                            CTLVER00
120800     MOVE SPACES TO AUDIT-REC.                                    CTLVER00
120900     MOVE AU-NEXT TO AC-NEXT-SLOT.                                CTLVER00
121000     MOVE AU-HASH TO AC-HASH.                                     CTLVER00
121100     WRITE AUDIT-REC INVALID KEY                                  CTLVER00
121200         DISPLAY "AUDIT CONTROL ERROR".                           CTLVER00
121300     MOVE AU-SAVE-REC TO AUDIT-REC.                               CTLVER00
121400     CLOSE AUDIT-TRAIL.                                           CTLVER00
121500 991-AUDIT-HASH.                                                  CTLVER00
121600     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        CTLVER00
121700         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     CTLVER00
121800         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     CTLVER00
121900         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         CTLVER00
122000         REMOVED AFTER IT WAS WRITTEN.                            CTLVER00
122100     MOVE AUDIT-REC TO AU-HASH-REC.                               CTLVER00
122200     MOVE 0 TO AU-REC-SUM.                                        CTLVER00
122300     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        CTLVER00
122400         UNTIL AU-CX IS GREATER THAN 44.                          CTLVER00
122500     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       CTLVER00
122600         MOD 999999937.                                           CTLVER00
122700     GO TO 994-AUDIT-HASH-X.                                      CTLVER00
122800 992-AUDIT-HASH-CHAR.                                             CTLVER00
122900     MOVE 49 TO AU-CODE.                                          CTLVER00
123000     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        CTLVER00
123100         UNTIL AU-TX IS GREATER THAN 48.                          CTLVER00
123200     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           CTLVER00
123300 993-AUDIT-HASH-LOOK.                                             CTLVER00
123400     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    CTLVER00
123500 994-AUDIT-HASH-X.                                                CTLVER00
123600     EXIT.                                                        CTLVER00
123700 940-AUTH-CHECK.                                                  CTLVER00
123800     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         CTLVER00
123900         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           CTLVER00
124000         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            CTLVER00
124100         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          CTLVER00
124200         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        CTLVER00
124300         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            CTLVER00
124400     MOVE 0 TO AUTH-OK-SW.                                        CTLVER00
124500     OPEN INPUT AUTH-FILE.                                        CTLVER00
124600     IF AUTH-FILE-STATUS NOT = "00"                               CTLVER00
124700         MOVE 1 TO AUTH-OK-SW                                     CTLVER00
124800         GO TO 945-AUTH-X.                                        CTLVER00
124900 941-AUTH-READ.                                                   CTLVER00
125000     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   CTLVER00
125100     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         CTLVER00
125200     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                CTLVER00
125300     GO TO 941-AUTH-READ.                                         CTLVER00
125400 943-AUTH-DONE.                                                   CTLVER00
125500     CLOSE AUTH-FILE.                                             CTLVER00
125600     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          CTLVER00
125700     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               CTLVER00
125800     MOVE TODAYS-DATE TO AU-DATE.                                 CTLVER00
125900     MOVE "AUTHFAIL" TO AU-EVENT.                                 CTLVER00
126000     MOVE "REFUSED " TO AU-RESULT.                                CTLVER00
126100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLVER00
126200     STOP RUN.                                                    CTLVER00
126300 945-AUTH-X.                                                      CTLVER00
126400     EXIT.                                                        CTLVER00
126500 946-AUTH-GRANT.                                                  CTLVER00
126600     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          CTLVER00
126700         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         CTLVER00
126800         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            CTLVER00
126900         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                CTLVER00
127000     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            CTLVER00
127100     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            CTLVER00
127200         + AUTH-DATE-IN DIV 100.                                  CTLVER00
127300     IF RA-EXPIRES NUMERIC                                        CTLVER00
127400         IF RA-EXPIRES NOT = 0                                    CTLVER00
127500             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                CTLVER00
127600                 GO TO 947-AUTH-GRANT-X.                          CTLVER00
127700     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             CTLVER00
127800     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             CTLVER00
127900 947-AUTH-GRANT-X.                                                CTLVER00
128000     EXIT.                                                        CTLVER00
128100 930-OPER-SIGNON.                                                 CTLVER00
128200     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      CTLVER00
128300         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       CTLVER00
128400         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          CTLVER00
128500         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       CTLVER00
128600         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           CTLVER00
128700         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         CTLVER00
128800         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                CTLVER00
128900     MOVE 0 TO OPER-TRIES.                                        CTLVER00
129000 931-OPER-ASK.                                                    CTLVER00
129100     ADD 1 TO OPER-TRIES.                                         CTLVER00
129200     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            CTLVER00
129300     ACCEPT OPERATOR-CODE.                                        CTLVER00
129400     MOVE OPERATOR-CODE TO AU-OPERATOR.                           CTLVER00
129500     MOVE 0 TO OPER-OK-SW.                                        CTLVER00
129600     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               CTLVER00
129700     OPEN INPUT OPER-FILE.                                        CTLVER00
129800     IF OPER-FILE-STATUS NOT = "00"                               CTLVER00
129900         MOVE 1 TO OPER-OK-SW                                     CTLVER00
130000         GO TO 933-OPER-DONE.                                     CTLVER00
130100 932-OPER-READ.                                                   CTLVER00
130200     READ OPER-FILE AT END                                        CTLVER00
130300         CLOSE OPER-FILE                                          CTLVER00
130400         GO TO 933-OPER-DONE.                                     CTLVER00
130500     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          CTLVER00
130600     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 CTLVER00
130700     GO TO 932-OPER-READ.                                         CTLVER00
130800 933-OPER-DONE.                                                   CTLVER00
130900     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       CTLVER00
131000     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           CTLVER00
131100     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             CTLVER00
131200     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             CTLVER00
131300     MOVE TODAYS-DATE TO AU-DATE.                                 CTLVER00
131400     MOVE "SIGNFAIL" TO AU-EVENT.                                 CTLVER00
131500     MOVE "REFUSED " TO AU-RESULT.                                CTLVER00
131600     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CTLVER00
131700     STOP RUN.                                                    CTLVER00
131800 934-OPER-AUTH.                                                   CTLVER00
131900     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      CTLVER00
132000 935-OPER-X.                                                      CTLVER00
132100     EXIT.                                                        CTLVER00
132200 END-OF-JOB.                                                      CTLVER00
