000100RUNSCHED    000168CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  OPSCTL RELEASES THE NIGHT STREAM FROM THE JOBDEPS DECK, BUT THE       00
000900  SHIFT LEAD PUNCHED THAT DECK BY HAND EACH DAY - LOGCLOSE ONLY AT      00
001000  MONTH END, AUDARCH MONTHLY, LOGARCH WEEKLY, DIRSAVE BEFORE A          00
001100  MAINTENANCE SESSION - AND A JOB LEFT OFF IT WAS NOT MISSED UNTIL      00
001200  ITS DATA WAS GONE. THE RUN CALENDAR RUNCAL NOW SAYS WHEN EACH         00
001300  JOB RUNS AND WHAT IT WAITS FOR, AND THIS PROGRAM WORKS FROM IT        00
001400  IN TWO WAYS -                                                         00
001500     REPLY G GENERATES THE JOBDEPS FILE FOR ONE NIGHT - A CARD          00
001600        FOR EVERY JOB DUE THAT DAY, IN RUNCAL ORDER, WITH ITS           00
001700        PREDECESSORS. A PREDECESSOR THAT IS NOT ITSELF DUE THAT         00
001800        NIGHT IS LEFT OFF THE CARD, SINCE OPSCTL WOULD WAIT FOR         00
001900        IT ALL NIGHT, AND IS NAMED ON THE LISTING,                      00
002000     REPLY M, THE NEXT MORNING, CHECKS ONE NIGHT AGAINST THE            00
002100        SHARED AUDIT TRAIL - EVERY JOB DUE IS LISTED AS ENDED,          00
002200        ABORTED, STARTED WITH NO END, OR NEVER STARTED, AND THE         00
002300        JOBS NEVER STARTED ARE COUNTED ON THE CONSOLE. A START ON       00
002400        THE NIGHT ITSELF - FROM 0800 ON THE RUN DATE TO 0759 THE        00
002500        NEXT MORNING - COUNTS, SO A STREAM RUNNING PAST MIDNIGHT        00
002510        IS NOT REPORTED MISSED AND THE TAIL OF THE NIGHT BEFORE         00
002520        IS NOT TAKEN FOR IT.                                            00
002600        RUN IT BEFORE AUDARCH CLEARS THE TRAIL.                         00
002700  THE SECOND REPLY IS THE RUN DATE YYMMDD - BLANK FOR TODAY UNDER       00
002800  G AND FOR YESTERDAY UNDER M.                                          00
002900                                                                        00
003000  RUNCAL RECORD (A CARD-IMAGE FILE KEPT LIKE OPROSTER) -                00
003100     COLS 1-8    JOB - THE PROGRAM NAME AS IT APPEARS IN THE            00
003200                 AUDIT TRAIL                                            00
003300     COL 10      HOW OFTEN -                                            00
003400                    D  EVERY DAY                                        00
003500                    W  MONDAY TO FRIDAY, EXCEPT A SHOP HOLIDAY          00
003600                    K  WEEKLY, ON THE DAY IN COLS 12-14                 00
003700                    M  FISCAL MONTH END - THE LAST DAY OF A             00
003800                       FISCCAL PERIOD, OR OF THE CALENDAR MONTH         00
003900                       WHEN THERE IS NO FISCCAL                         00
004000                    S  ONCE, ON THE DATE IN COLS 12-17                  00
004100     COLS 12-17  MON, TUE, WED, THU, FRI, SAT OR SUN FOR K, THE         00
004200                 DATE YYMMDD FOR S, ELSE BLANK                          00
004300     COLS 19-26, 28-35 AND 37-44  UP TO THREE PREDECESSORS              00
004400     COLS 46-75  DESCRIPTION                                            00
004500  SHOP HOLIDAYS ARE THE HOLIDAY RECORDS OF FISCCAL (SEE FISCMNT)        00
004600  AND THE DAY OF THE WEEK IS FOUND BY FISCMNTS DAY NUMBER. A CARD       00
004700  WITH A BAD FREQUENCY, DAY OR DATE IS LISTED AND IS NEVER DUE.         00
004800  THE IN-CORE TABLE HOLDS 100 RUNCAL CARDS, AND OPSCTL WATCHES          00
004900  ONLY 30 JOBS, SO A NIGHT OF MORE THAN 30 IS WARNED OF.                00
005000                                                                        00
005100                                                                        00
005200 IDENTIFICATION DIVISION.                                         RUNSCH00
005300 PROGRAM-ID. RUN CALENDAR SCHEDULER "RUNSCHED".                   RUNSCH00
005400 DATE-COMPILED.                                                   RUNSCH00
005500 REMARKS. GENERATES EACH NIGHTS JOBDEPS DECK FOR OPSCTL FROM THE  RUNSCH00
005600     RUN CALENDAR RUNCAL AND, THE NEXT MORNING, LISTS EVERY JOB   RUNSCH00
005700     DUE THAT NIGHT WHICH THE AUDIT TRAIL SHOWS NEVER STARTED.    RUNSCH00
005800 ENVIRONMENT DIVISION.                                            RUNSCH00
005900 CONFIGURATION SECTION.                                           RUNSCH00
006000 SOURCE-COMPUTER. B-5500.                                         RUNSCH00
006100 OBJECT-COMPUTER. B-5500.                                         RUNSCH00
006200 INPUT-OUTPUT SECTION.                                            RUNSCH00
006300 FILE-CONTROL.                                                    RUNSCH00
006400     SELECT RUN-CAL ASSIGN TO DISK                                RUNSCH00
006500         FILE STATUS IS RCAL-FILE-STATUS.                         RUNSCH00
006600     SELECT FISC-CAL ASSIGN TO DISK                               RUNSCH00
006700         FILE STATUS IS FISC-FILE-STATUS.                         RUNSCH00
006800     SELECT JOB-DECK ASSIGN TO DISK.                              RUNSCH00
006900     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           RUNSCH00
007000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RUNSCH00
007100 DATA DIVISION.                                                   RUNSCH00
007200 FILE SECTION.                                                    RUNSCH00
007300 MD  RUN-CAL                                                      RUNSCH00
007400         ACCESS SEQUENTIAL                                        RUNSCH00
007500         BLOCK CONTAINS 1 RECORDS                                 RUNSCH00
007600         VALUE OF ID "RUNCAL"                                     RUNSCH00
007700         DATA RECORD RC-REC.                                      RUNSCH00
007800 01  RC-REC          SZ 80.                                       RUNSCH00
007900     05  RC-JOB          PC X(8).                                 RUNSCH00
008000     05  FILLER          SZ 1.                                    RUNSCH00
008100     05  RC-FREQ         PC X.                                    RUNSCH00
008200     05  FILLER          SZ 1.                                    RUNSCH00
008300     05  RC-PARM         PC X(6).                                 RUNSCH00
008400     05  FILLER          SZ 1.                                    RUNSCH00
008500     05  RC-PRED-SET     OC 3.                                    RUNSCH00
008600         10  RC-PRED         PC X(8).                             RUNSCH00
008700         10  FILLER          SZ 1.                                RUNSCH00
008800     05  RC-DESC         PC X(30).                                RUNSCH00
008900     05  FILLER          SZ 5.                                    RUNSCH00
009000 MD  FISC-CAL                                                     RUNSCH00
009100         ACCESS SEQUENTIAL                                        RUNSCH00
009200         BLOCK CONTAINS 1 RECORDS                                 RUNSCH00
009300         VALUE OF ID "FISCCAL"                                    RUNSCH00
009400         DATA RECORD FISC-REC.                                    RUNSCH00
009500 01  FISC-REC        SZ 80.                                       RUNSCH00
009600     05  FC-TYPE         PC X.                                    RUNSCH00
009700     05  FILLER          SZ 1.                                    RUNSCH00
009800     05  FC-YEAR         PC 99.                                   RUNSCH00
009900     05  FILLER          SZ 1.                                    RUNSCH00
010000     05  FC-PERIOD       PC 99.                                   RUNSCH00
010100     05  FILLER          SZ 1.                                    RUNSCH00
010200     05  FC-START        PC 9(6).                                 RUNSCH00
010300     05  FILLER          SZ 1.                                    RUNSCH00
010400     05  FC-END          PC 9(6).                                 RUNSCH00
010500     05  FILLER          SZ 59.                                   RUNSCH00
010600 MD  JOB-DECK                                                     RUNSCH00
010700         ACCESS SEQUENTIAL                                        RUNSCH00
010800         BLOCK CONTAINS 1 RECORDS                                 RUNSCH00
010900         VALUE OF ID "JOBDEPS"                                    RUNSCH00
011000         DATA RECORD JOB-CARD.                                    RUNSCH00
011100 01  JOB-CARD        SZ 80.                                       RUNSCH00
011200     05  JC-JOB          PC X(8).                                 RUNSCH00
011300     05  FILLER          SZ 1.                                    RUNSCH00
011400     05  JC-PRED-SET     OC 3.                                    RUNSCH00
011500         10  JC-PRED         PC X(8).                             RUNSCH00
011600         10  FILLER          SZ 1.                                RUNSCH00
011700     05  FILLER          SZ 44.                                   RUNSCH00
011800 MD  AUDIT-TRAIL                                                  RUNSCH00
011900         ACCESS SEQUENTIAL                                        RUNSCH00
012000         BLOCK CONTAINS 1 RECORDS                                 RUNSCH00
012100         VALUE OF ID "AUDITTRL"                                   RUNSCH00
012200         DATA RECORD AUDIT-REC.                                   RUNSCH00
012300 01  AUDIT-REC       SZ 44.                                       RUNSCH00
012400     05  AU-PROGRAM      PC X(8).                                 RUNSCH00
012500     05  AU-DATE         PC 9(6).                                 RUNSCH00
012600     05  AU-TIME         PC 9(4).                                 RUNSCH00
012700     05  AU-EVENT        PC X(8).                                 RUNSCH00
012800     05  AU-RESULT       PC X(8).                                 RUNSCH00
012900     05  AU-RUN-ID       PC X(7).                                 RUNSCH00
013000     05  AU-OPERATOR     PC X(3).                                 RUNSCH00
013100 FD  REPORT-FILE                                                  RUNSCH00
013200         VALUE OF ID "RUNSCHED"                                   RUNSCH00
013300         DATA RECORD REPORT-REC.                                  RUNSCH00
013400 01  REPORT-REC      SZ 132.                                      RUNSCH00
013500 WORKING-STORAGE SECTION.                                         RUNSCH00
013600 77  RCAL-FILE-STATUS VA SPACE       PC X(2).                     RUNSCH00
013700 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     RUNSCH00
013800 77  RUN-MODE                PC X.                                RUNSCH00
013900 77  DATE-IN-X               PC X(6).                             RUNSCH00
014000 77  SCHED-TODAY     CMP-1   PC 9(6).                             RUNSCH00
014100 77  SCHED-DATE-IN           PC 9(6).                             RUNSCH00
014200 77  RUN-YMD         CMP-1   PC 9(6).                             RUNSCH00
014300 77  RUN-MDY         CMP-1   PC 9(6).                             RUNSCH00
014400 77  NEXT-MDY        CMP-1   PC 9(6).                             RUNSCH00
014500 77  CT-CNT          VA 0    CMP-1   PC 999.                      RUNSCH00
014600 77  CX              CMP-1   PC 999.                              RUNSCH00
014700 77  CY              CMP-1   PC 999.                              RUNSCH00
014800 77  CHIT            CMP-1   PC 999.                              RUNSCH00
014900 77  PX              CMP-1   PC 9.                                RUNSCH00
015000 77  JPX             CMP-1   PC 9.                                RUNSCH00
015100 77  DROP-N          CMP-1   PC 9.                                RUNSCH00
015200 77  DX              CMP-1   PC 9.                                RUNSCH00
015300 77  DHIT            CMP-1   PC 9.                                RUNSCH00
015400 77  DAY-IX          CMP-1   PC 9.                                RUNSCH00
015500 77  FISC-SW         VA 0    CMP-1   PC 9.                        RUNSCH00
015600 77  FISC-END-SW     VA 0    CMP-1   PC 9.                        RUNSCH00
015700 77  MONTH-END-SW    VA 0    CMP-1   PC 9.                        RUNSCH00
015800 77  HOLIDAY-SW      VA 0    CMP-1   PC 9.                        RUNSCH00
015900 77  DATE-OK-SW      VA 0    CMP-1   PC 9.                        RUNSCH00
016000 77  MONTH-END       CMP-1   PC 99.                               RUNSCH00
016100 77  DAY-NO          CMP-1   PC 9(6).                             RUNSCH00
016200 77  DUE-CNT         VA 0    CMP-1   PC 999.                      RUNSCH00
016300 77  DROP-CNT        VA 0    CMP-1   PC 999.                      RUNSCH00
016400 77  BAD-CNT         VA 0    CMP-1   PC 999.                      RUNSCH00
016500 77  OK-CNT          VA 0    CMP-1   PC 999.                      RUNSCH00
016600 77  ABT-CNT         VA 0    CMP-1   PC 999.                      RUNSCH00
016700 77  NOEND-CNT       VA 0    CMP-1   PC 999.                      RUNSCH00
016800 77  MISSED-CNT      VA 0    CMP-1   PC 999.                      RUNSCH00
016900 77  PRED-WORK               PC X(8).                             RUNSCH00
017000 01  DAY-WORK.                                                    RUNSCH00
017100     05  DN-DATE             PC 9(6).                             RUNSCH00
017200 01  DAY-PARTS REDEFINES DAY-WORK.                                RUNSCH00
017300     05  DN-YY               PC 99.                               RUNSCH00
017400     05  DN-MM               PC 99.                               RUNSCH00
017500     05  DN-DD               PC 99.                               RUNSCH00
017600 01  DAY-WORK-X REDEFINES DAY-WORK.                               RUNSCH00
017700     05  DN-DATE-X           PC X(6).                             RUNSCH00
017800 01  RUN-DATE-WORK.                                               RUNSCH00
017900     05  RD-YMD              PC 9(6).                             RUNSCH00
018000 01  RUN-DATE-X REDEFINES RUN-DATE-WORK.                          RUNSCH00
018100     05  RD-YMD-X            PC X(6).                             RUNSCH00
018200 01  DATE-EDIT.                                                   RUNSCH00
018300     05  DE-MM               PC 99.                               RUNSCH00
018400     05  FILLER              PC X     VA "/".                     RUNSCH00
018500     05  DE-DD               PC 99.                               RUNSCH00
018600     05  FILLER              PC X     VA "/".                     RUNSCH00
018700     05  DE-YY               PC 99.                               RUNSCH00
018800 01  MONTH-DAYS-SET.                                              RUNSCH00
018900     05  FILLER  PC X(24) VA "312831303130313130313031".          RUNSCH00
019000 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     RUNSCH00
019100     05  MD-DAYS     OC 12   PC 99.                               RUNSCH00
019200 01  CUM-DAYS-SET.                                                RUNSCH00
019300     05  FILLER  PC X(18) VA "000031059090120151".                RUNSCH00
019400     05  FILLER  PC X(18) VA "181212243273304334".                RUNSCH00
019500 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         RUNSCH00
019600     05  CUM-DAYS    OC 12   PC 999.                              RUNSCH00
019700 01  DAY-NAME-SET.                                                RUNSCH00
019800     05  FILLER  PC X(21) VA "SATSUNMONTUEWEDTHUFRI".             RUNSCH00
019900 01  DAY-NAME-TBL REDEFINES DAY-NAME-SET.                         RUNSCH00
020000     05  DAY-NAME    OC 7    PC X(3).                             RUNSCH00
020100 01  CAL-TABLE.                                                   RUNSCH00
020200     05  CT-ENTRY  OC 100.                                        RUNSCH00
020300         10  CT-JOB          PC X(8).                             RUNSCH00
020400         10  CT-FREQ         PC X.                                RUNSCH00
020500         10  CT-PARM.                                             RUNSCH00
020600             15  CT-PARM-DAY     PC X(3).                         RUNSCH00
020700             15  FILLER          PC X(3).                         RUNSCH00
020800         10  CT-PRED   OC 3  PC X(8).                             RUNSCH00
020900         10  CT-DESC         PC X(30).                            RUNSCH00
021000         10  CT-DUE          PC X.                                RUNSCH00
021100         10  CT-STATE        PC X.                                RUNSCH00
021200 01  DROP-TABLE.                                                  RUNSCH00
021300     05  DROP-NAME   OC 3    PC X(8).                             RUNSCH00
021400 01  TITLE-LINE      SZ 132.                                      RUNSCH00
021500     05  FILLER  PC X(14) VA "RUN SCHEDULE  ".                    RUNSCH00
021600     05  TL-MODE     PC X(20).                                    RUNSCH00
021700     05  FILLER  PC X(5)  VA " FOR ".                             RUNSCH00
021800     05  TL-DATE     PC X(8).                                     RUNSCH00
021900     05  FILLER      SZ 1     VA SPACE.                           RUNSCH00
022000     05  TL-DAY      PC X(3).                                     RUNSCH00
022100     05  FILLER      SZ 81    VA SPACE.                           RUNSCH00
022200 01  COL-LINE        SZ 132.                                      RUNSCH00
022300     05  FILLER  PC X(40) VA                                      RUNSCH00
022400         "JOB        HOW DAY OR    PREDECESSORS   ".              RUNSCH00
022500     05  FILLER  PC X(40) VA                                      RUNSCH00
022600         "             DESCRIPTION                ".              RUNSCH00
022700     05  FILLER  PC X(12) VA "      STATUS".                      RUNSCH00
022800     05  FILLER      SZ 40    VA SPACE.                           RUNSCH00
022900 01  DETAIL-LINE     SZ 132.                                      RUNSCH00
023000     05  DL-JOB      PC X(8).                                     RUNSCH00
023100     05  FILLER      SZ 3     VA SPACE.                           RUNSCH00
023200     05  DL-FREQ     PC X.                                        RUNSCH00
023300     05  FILLER      SZ 3     VA SPACE.                           RUNSCH00
023400     05  DL-PARM     PC X(6).                                     RUNSCH00
023500     05  FILLER      SZ 4     VA SPACE.                           RUNSCH00
023600     05  DL-PRED-SET OC 3.                                        RUNSCH00
023700         10  DL-PRED         PC X(8).                             RUNSCH00
023800         10  FILLER          PC X.                                RUNSCH00
023900     05  FILLER      SZ 1     VA SPACE.                           RUNSCH00
024000     05  DL-DESC     PC X(30).                                    RUNSCH00
024100     05  FILLER      SZ 3     VA SPACE.                           RUNSCH00
024200     05  DL-NOTE     PC X(30).                                    RUNSCH00
024300     05  FILLER      SZ 16    VA SPACE.                           RUNSCH00
024400 01  DROP-LINE       SZ 132.                                      RUNSCH00
024500     05  FILLER      SZ 25    VA SPACE.                           RUNSCH00
024600     05  FILLER  PC X(12) VA "PREDECESSOR ".                      RUNSCH00
024700     05  DR-NAME     PC X(8).                                     RUNSCH00
024800     05  FILLER  PC X(36) VA                                      RUNSCH00
024900         " NOT DUE TONIGHT - LEFT OFF THE CARD".                  RUNSCH00
025000     05  FILLER      SZ 51    VA SPACE.                           RUNSCH00
025100 01  COUNT-LINE      SZ 132.                                      RUNSCH00
025200     05  CL-TEXT     PC X(30).                                    RUNSCH00
025300     05  CL-COUNT    PC ZZZ9.                                     RUNSCH00
025400     05  FILLER      SZ 98    VA SPACE.                           RUNSCH00
025500 01  MSG-LINE        SZ 132.                                      RUNSCH00
025600     05  ML-TEXT     PC X(60).                                    RUNSCH00
025700     05  FILLER      SZ 72    VA SPACE.                           RUNSCH00
025800 01  BLANK-LINE      SZ 132   VA SPACE.                           RUNSCH00
025900 PROCEDURE DIVISION.                                              RUNSCH00
026000 100-BEGIN.                                                       RUNSCH00
026100     MOVE TODAYS-DATE TO SCHED-DATE-IN.                           RUNSCH00
026200     COMPUTE SCHED-TODAY = SCHED-DATE-IN MOD 100 * 10000          RUNSCH00
026300         + SCHED-DATE-IN DIV 100.                                 RUNSCH00
026400     DISPLAY "REPLY G (GENERATE JOBDEPS) OR M (MISSED JOB CHECK)".RUNSCH00
026500     ACCEPT RUN-MODE.                                             RUNSCH00
026600     IF RUN-MODE NOT = "G" AND RUN-MODE NOT = "M"                 RUNSCH00
026700         DISPLAY "REPLY NOT G OR M - RUN ENDED"                   RUNSCH00
026800         STOP RUN.                                                RUNSCH00
026900     DISPLAY "RUN DATE YYMMDD (BLANK = TODAY G, YESTERDAY M)".    RUNSCH00
027000     ACCEPT DATE-IN-X.                                            RUNSCH00
027100     MOVE SCHED-TODAY TO DN-DATE.                                 RUNSCH00
027200     IF DATE-IN-X = SPACES OR DATE-IN-X = "000000"                RUNSCH00
027300         GO TO 110-DEFAULT-DATE.                                  RUNSCH00
027400     PERFORM 820-CHECK-DATE THRU 820X.                            RUNSCH00
027500     IF DATE-OK-SW = 0                                            RUNSCH00
027600         DISPLAY "RUN DATE NOT A VALID YYMMDD - RUN ENDED"        RUNSCH00
027700         STOP RUN.                                                RUNSCH00
027800     GO TO 120-DATE-SET.                                          RUNSCH00
027900 110-DEFAULT-DATE.                                                RUNSCH00
028000     IF RUN-MODE = "M" PERFORM 815-PREV-DAY THRU 815X.            RUNSCH00
028100 120-DATE-SET.                                                    RUNSCH00
028200     MOVE DN-DATE TO RUN-YMD.                                     RUNSCH00
028300     MOVE DN-DATE TO RD-YMD.                                      RUNSCH00
028400     COMPUTE RUN-MDY = DN-MM * 10000 + DN-DD * 100 + DN-YY.       RUNSCH00
028500     MOVE DN-MM TO DE-MM.                                         RUNSCH00
028600     MOVE DN-DD TO DE-DD.                                         RUNSCH00
028700     MOVE DN-YY TO DE-YY.                                         RUNSCH00
028800     PERFORM 800-DAY-NUMBER.                                      RUNSCH00
028900     COMPUTE DAY-IX = DAY-NO MOD 7 + 1.                           RUNSCH00
029000     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           RUNSCH00
029100     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       RUNSCH00
029200     IF DN-DD = MONTH-END MOVE 1 TO MONTH-END-SW.                 RUNSCH00
029300     PERFORM 810-NEXT-DAY.                                        RUNSCH00
029400     COMPUTE NEXT-MDY = DN-MM * 10000 + DN-DD * 100 + DN-YY.      RUNSCH00
029500     PERFORM 200-LOAD-FISCAL THRU 200X.                           RUNSCH00
029600     PERFORM 300-LOAD-CALENDAR THRU 300X.                         RUNSCH00
029700     PERFORM 400-DUE-ONE THRU 400X VARYING CX FROM 1 BY 1         RUNSCH00
029800         UNTIL CX IS GREATER THAN CT-CNT.                         RUNSCH00
029900     OPEN OUTPUT REPORT-FILE.                                     RUNSCH00
030000     MOVE "GENERATE JOBDEPS    " TO TL-MODE.                      RUNSCH00
030100     IF RUN-MODE = "M" MOVE "MISSED JOB CHECK    " TO TL-MODE.    RUNSCH00
030200     MOVE DATE-EDIT TO TL-DATE.                                   RUNSCH00
030300     MOVE DAY-NAME (DAY-IX) TO TL-DAY.                            RUNSCH00
030400     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   RUNSCH00
030500     IF MONTH-END-SW = 1                                          RUNSCH00
030600         MOVE "RUN DATE ENDS A FISCAL PERIOD - M JOBS DUE"        RUNSCH00
030700             TO ML-TEXT                                           RUNSCH00
030800         IF FISC-SW = 0                                           RUNSCH00
030900             MOVE "RUN DATE ENDS THE CALENDAR MONTH - M JOBS DUE" RUNSCH00
031000                 TO ML-TEXT                                       RUNSCH00
031100             WRITE REPORT-REC FROM MSG-LINE                       RUNSCH00
031200         ELSE WRITE REPORT-REC FROM MSG-LINE.                     RUNSCH00
031300     IF HOLIDAY-SW = 1                                            RUNSCH00
031400         MOVE "RUN DATE IS A SHOP HOLIDAY - W JOBS NOT DUE"       RUNSCH00
031500             TO ML-TEXT                                           RUNSCH00
031600         WRITE REPORT-REC FROM MSG-LINE.                          RUNSCH00
031700     WRITE REPORT-REC FROM BLANK-LINE.                            RUNSCH00
031800     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     RUNSCH00
031900     IF RUN-MODE = "G" PERFORM 500-GENERATE THRU 500X             RUNSCH00
032000     ELSE PERFORM 600-MISSED-CHECK THRU 600X.                     RUNSCH00
032100     CLOSE REPORT-FILE.                                           RUNSCH00
032200     STOP RUN.                                                    RUNSCH00
032300 200-LOAD-FISCAL.                                                 RUNSCH00
032400     NOTE  FISCCAL SAYS WHETHER THE RUN DATE ENDS A FISCAL PERIOD RUNSCH00
032500         AND WHETHER IT IS A SHOP HOLIDAY. WITH NO FISCCAL THE    RUNSCH00
032600         MONTH END IS THE CALENDAR MONTH END AND THERE ARE NO     RUNSCH00
032700         HOLIDAYS.                                                RUNSCH00
032800     OPEN INPUT FISC-CAL.                                         RUNSCH00
032900     IF FISC-FILE-STATUS NOT = "00" GO TO 200X.                   RUNSCH00
033000 210-FISC-READ.                                                   RUNSCH00
033100     READ FISC-CAL AT END GO TO 220-FISC-DONE.                    RUNSCH00
033200     IF FC-TYPE = "H" AND FC-START = RUN-YMD                      RUNSCH00
033300         MOVE 1 TO HOLIDAY-SW.                                    RUNSCH00
033400     IF FC-TYPE NOT = "P" GO TO 210-FISC-READ.                    RUNSCH00
033500     MOVE 1 TO FISC-SW.                                           RUNSCH00
033600     IF FC-END = RUN-YMD MOVE 1 TO FISC-END-SW.                   RUNSCH00
033700     GO TO 210-FISC-READ.                                         RUNSCH00
033800 220-FISC-DONE.                                                   RUNSCH00
033900     CLOSE FISC-CAL.                                              RUNSCH00
034000     IF FISC-SW = 1 MOVE FISC-END-SW TO MONTH-END-SW.             RUNSCH00
034100 200X.   EXIT.                                                    RUNSCH00
034200 300-LOAD-CALENDAR.                                               RUNSCH00
034300     OPEN INPUT RUN-CAL.                                          RUNSCH00
034400     IF RCAL-FILE-STATUS NOT = "00"                               RUNSCH00
034500         DISPLAY "RUNSCHED - NO RUNCAL FILE - RUN ENDED"          RUNSCH00
034600         STOP RUN.                                                RUNSCH00
034700 310-CAL-READ.                                                    RUNSCH00
034800     READ RUN-CAL AT END GO TO 320-CAL-DONE.                      RUNSCH00
034900     IF RC-JOB = SPACES GO TO 310-CAL-READ.                       RUNSCH00
035000     IF CT-CNT = 100                                              RUNSCH00
035100         DISPLAY "RUNCAL OVER 100 CARDS - REST NOT USED"          RUNSCH00
035200         GO TO 320-CAL-DONE.                                      RUNSCH00
035300     ADD 1 TO CT-CNT.                                             RUNSCH00
035400     MOVE RC-JOB TO CT-JOB (CT-CNT).                              RUNSCH00
035500     MOVE RC-FREQ TO CT-FREQ (CT-CNT).                            RUNSCH00
035600     MOVE RC-PARM TO CT-PARM (CT-CNT).                            RUNSCH00
035700     MOVE RC-PRED (1) TO CT-PRED (CT-CNT, 1).                     RUNSCH00
035800     MOVE RC-PRED (2) TO CT-PRED (CT-CNT, 2).                     RUNSCH00
035900     MOVE RC-PRED (3) TO CT-PRED (CT-CNT, 3).                     RUNSCH00
036000     MOVE RC-DESC TO CT-DESC (CT-CNT).                            RUNSCH00
036100     GO TO 310-CAL-READ.                                          RUNSCH00
036200 320-CAL-DONE.                                                    RUNSCH00
036300     CLOSE RUN-CAL.                                               RUNSCH00
036400     IF CT-CNT = 0                                                RUNSCH00
036500         DISPLAY "RUNSCHED - RUNCAL IS EMPTY - RUN ENDED"         RUNSCH00
036600         STOP RUN.                                                RUNSCH00
036700 300X.   EXIT.                                                    RUNSCH00
036800 400-DUE-ONE.                                                     RUNSCH00
036900     NOTE  CT-DUE IS Y WHEN THE JOB AT CX IS DUE ON THE RUN DATE, RUNSCH00
037000         N WHEN IT IS NOT AND B WHEN ITS CARD IS BAD.             RUNSCH00
037100     MOVE "N" TO CT-DUE (CX).                                     RUNSCH00
037200     MOVE "N" TO CT-STATE (CX).                                   RUNSCH00
037300     IF CT-FREQ (CX) = "D"                                        RUNSCH00
037400         MOVE "Y" TO CT-DUE (CX)                                  RUNSCH00
037500         GO TO 400X.                                              RUNSCH00
037600     IF CT-FREQ (CX) = "W" GO TO 410-WEEKDAY.                     RUNSCH00
037700     IF CT-FREQ (CX) = "K" GO TO 420-WEEKLY.                      RUNSCH00
037800     IF CT-FREQ (CX) = "M" GO TO 430-MONTH-END.                   RUNSCH00
037900     IF CT-FREQ (CX) = "S" GO TO 440-ONCE.                        RUNSCH00
038000     MOVE "B" TO CT-DUE (CX).                                     RUNSCH00
038100     GO TO 400X.                                                  RUNSCH00
038200 410-WEEKDAY.                                                     RUNSCH00
038300     IF DAY-IX IS GREATER THAN 2 AND HOLIDAY-SW = 0               RUNSCH00
038400         MOVE "Y" TO CT-DUE (CX).                                 RUNSCH00
038500     GO TO 400X.                                                  RUNSCH00
038600 420-WEEKLY.                                                      RUNSCH00
038700     MOVE 0 TO DHIT.                                              RUNSCH00
038800     PERFORM 450-MATCH-DAY VARYING DX FROM 1 BY 1                 RUNSCH00
038900         UNTIL DX IS GREATER THAN 7                               RUNSCH00
039000         OR DHIT IS GREATER THAN 0.                               RUNSCH00
039100     IF DHIT = 0                                                  RUNSCH00
039200         MOVE "B" TO CT-DUE (CX)                                  RUNSCH00
039300         GO TO 400X.                                              RUNSCH00
039400     IF DHIT = DAY-IX MOVE "Y" TO CT-DUE (CX).                    RUNSCH00
039500     GO TO 400X.                                                  RUNSCH00
039600 430-MONTH-END.                                                   RUNSCH00
039700     IF MONTH-END-SW = 1 MOVE "Y" TO CT-DUE (CX).                 RUNSCH00
039800     GO TO 400X.                                                  RUNSCH00
039900 440-ONCE.                                                        RUNSCH00
040000     IF CT-PARM (CX) NOT NUMERIC                                  RUNSCH00
040100         MOVE "B" TO CT-DUE (CX)                                  RUNSCH00
040200         GO TO 400X.                                              RUNSCH00
040300     IF CT-PARM (CX) = RD-YMD-X MOVE "Y" TO CT-DUE (CX).          RUNSCH00
040400 400X.   EXIT.                                                    RUNSCH00
040500 450-MATCH-DAY.                                                   RUNSCH00
040600     IF DAY-NAME (DX) = CT-PARM-DAY (CX) MOVE DX TO DHIT.         RUNSCH00
040700 500-GENERATE.                                                    RUNSCH00
040800     NOTE  WRITES A JOBDEPS CARD FOR EVERY JOB DUE, KEEPING ONLY  RUNSCH00
040900         THE PREDECESSORS DUE THE SAME NIGHT, AND LISTS EACH CARD.RUNSCH00
041000     OPEN OUTPUT JOB-DECK.                                        RUNSCH00
041100     PERFORM 510-CARD-ONE THRU 510X VARYING CX FROM 1 BY 1        RUNSCH00
041200         UNTIL CX IS GREATER THAN CT-CNT.                         RUNSCH00
041300     CLOSE JOB-DECK.                                              RUNSCH00
041400     WRITE REPORT-REC FROM BLANK-LINE.                            RUNSCH00
041500     MOVE "JOBDEPS CARDS WRITTEN" TO CL-TEXT.                     RUNSCH00
041600     MOVE DUE-CNT TO CL-COUNT.                                    RUNSCH00
041700     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
041800     MOVE "PREDECESSORS LEFT OFF" TO CL-TEXT.                     RUNSCH00
041900     MOVE DROP-CNT TO CL-COUNT.                                   RUNSCH00
042000     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
042100     MOVE "BAD RUNCAL CARDS" TO CL-TEXT.                          RUNSCH00
042200     MOVE BAD-CNT TO CL-COUNT.                                    RUNSCH00
042300     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
042400     IF DUE-CNT IS GREATER THAN 30                                RUNSCH00
042500         MOVE "OVER 30 JOBS DUE - OPSCTL WATCHES THE FIRST 30"    RUNSCH00
042600             TO ML-TEXT                                           RUNSCH00
042700         WRITE REPORT-REC FROM MSG-LINE                           RUNSCH00
042800         DISPLAY "RUNSCHED - OVER 30 JOBS DUE - OPSCTL TAKES 30". RUNSCH00
042900     DISPLAY "RUNSCHED - JOBDEPS CARDS WRITTEN " DUE-CNT.         RUNSCH00
043000 500X.   EXIT.                                                    RUNSCH00
043100 510-CARD-ONE.                                                    RUNSCH00
043200     IF CT-DUE (CX) = "B"                                         RUNSCH00
043300         ADD 1 TO BAD-CNT                                         RUNSCH00
043400         PERFORM 700-LINE-SETUP                                   RUNSCH00
043500         MOVE "BAD FREQUENCY, DAY OR DATE" TO DL-NOTE             RUNSCH00
043600         WRITE REPORT-REC FROM DETAIL-LINE                        RUNSCH00
043700         GO TO 510X.                                              RUNSCH00
043800     IF CT-DUE (CX) NOT = "Y" GO TO 510X.                         RUNSCH00
043900     ADD 1 TO DUE-CNT.                                            RUNSCH00
044000     MOVE SPACES TO JOB-CARD.                                     RUNSCH00
044100     MOVE CT-JOB (CX) TO JC-JOB.                                  RUNSCH00
044200     MOVE 0 TO JPX.                                               RUNSCH00
044300     MOVE 0 TO DROP-N.                                            RUNSCH00
044400     PERFORM 520-PRED-ONE THRU 520X VARYING PX FROM 1 BY 1        RUNSCH00
044500         UNTIL PX IS GREATER THAN 3.                              RUNSCH00
044600     WRITE JOB-CARD.                                              RUNSCH00
044700     PERFORM 700-LINE-SETUP.                                      RUNSCH00
044800     MOVE JC-PRED (1) TO DL-PRED (1).                             RUNSCH00
044900     MOVE JC-PRED (2) TO DL-PRED (2).                             RUNSCH00
045000     MOVE JC-PRED (3) TO DL-PRED (3).                             RUNSCH00
045100     MOVE "CARD WRITTEN" TO DL-NOTE.                              RUNSCH00
045200     WRITE REPORT-REC FROM DETAIL-LINE.                           RUNSCH00
045300     PERFORM 530-DROP-ONE VARYING DX FROM 1 BY 1                  RUNSCH00
045400         UNTIL DX IS GREATER THAN DROP-N.                         RUNSCH00
045500 510X.   EXIT.                                                    RUNSCH00
045600 520-PRED-ONE.                                                    RUNSCH00
045700     IF CT-PRED (CX, PX) = SPACES GO TO 520X.                     RUNSCH00
045800     MOVE CT-PRED (CX, PX) TO PRED-WORK.                          RUNSCH00
045900     MOVE 0 TO CHIT.                                              RUNSCH00
046000     PERFORM 525-FIND-DUE VARYING CY FROM 1 BY 1                  RUNSCH00
046100         UNTIL CY IS GREATER THAN CT-CNT                          RUNSCH00
046200         OR CHIT IS GREATER THAN 0.                               RUNSCH00
046300     IF CHIT = 0                                                  RUNSCH00
046400         ADD 1 TO DROP-N                                          RUNSCH00
046500         ADD 1 TO DROP-CNT                                        RUNSCH00
046600         MOVE PRED-WORK TO DROP-NAME (DROP-N)                     RUNSCH00
046700         GO TO 520X.                                              RUNSCH00
046800     ADD 1 TO JPX.                                                RUNSCH00
046900     MOVE PRED-WORK TO JC-PRED (JPX).                             RUNSCH00
047000 520X.   EXIT.                                                    RUNSCH00
047100 525-FIND-DUE.                                                    RUNSCH00
047200     IF CT-JOB (CY) = PRED-WORK AND CT-DUE (CY) = "Y"             RUNSCH00
047300         MOVE CY TO CHIT.                                         RUNSCH00
047400 530-DROP-ONE.                                                    RUNSCH00
047500     MOVE DROP-NAME (DX) TO DR-NAME.                              RUNSCH00
047600     WRITE REPORT-REC FROM DROP-LINE.                             RUNSCH00
047700 600-MISSED-CHECK.                                                RUNSCH00
047800     NOTE  MARKS EACH JOB DUE FROM ITS START AND END EVENTS ON THERUNSCH00
047900         NIGHT, THEN LISTS EVERY JOB DUE WITH WHAT BECAME OF IT.  RUNSCH00
048000     PERFORM 610-SCAN-TRAIL THRU 610X.                            RUNSCH00
048100     PERFORM 650-CHECK-ONE THRU 650X VARYING CX FROM 1 BY 1       RUNSCH00
048200         UNTIL CX IS GREATER THAN CT-CNT.                         RUNSCH00
048300     WRITE REPORT-REC FROM BLANK-LINE.                            RUNSCH00
048400     MOVE "JOBS DUE" TO CL-TEXT.                                  RUNSCH00
048500     MOVE DUE-CNT TO CL-COUNT.                                    RUNSCH00
048600     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
048700     MOVE "ENDED OK" TO CL-TEXT.                                  RUNSCH00
048800     MOVE OK-CNT TO CL-COUNT.                                     RUNSCH00
048900     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
049000     MOVE "ABORTED" TO CL-TEXT.                                   RUNSCH00
049100     MOVE ABT-CNT TO CL-COUNT.                                    RUNSCH00
049200     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
049300     MOVE "STARTED WITH NO END" TO CL-TEXT.                       RUNSCH00
049400     MOVE NOEND-CNT TO CL-COUNT.                                  RUNSCH00
049500     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
049600     MOVE "NEVER STARTED" TO CL-TEXT.                             RUNSCH00
049700     MOVE MISSED-CNT TO CL-COUNT.                                 RUNSCH00
049800     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
049900     MOVE "BAD RUNCAL CARDS" TO CL-TEXT.                          RUNSCH00
050000     MOVE BAD-CNT TO CL-COUNT.                                    RUNSCH00
050100     WRITE REPORT-REC FROM COUNT-LINE.                            RUNSCH00
050200     DISPLAY "RUNSCHED - JOBS DUE " DUE-CNT                       RUNSCH00
050300         " NEVER STARTED " MISSED-CNT.                            RUNSCH00
050400 600X.   EXIT.                                                    RUNSCH00
050500 610-SCAN-TRAIL.                                                  RUNSCH00
050600     NOTE  A START OR END EVENT COUNTS WHEN IT IS DATED FROM 0800 RUNSCH00
050700         ON THE RUN DATE TO 0759 ON THE MORNING AFTER. THE LAST   RUNSCH00
050800         EVENT SEEN FOR A JOB DECIDES WHAT BECAME OF IT.          RUNSCH00
050900     OPEN INPUT AUDIT-TRAIL.                                      RUNSCH00
051000 615-TRAIL-READ.                                                  RUNSCH00
051100     READ AUDIT-TRAIL AT END GO TO 620-TRAIL-DONE.                RUNSCH00
051200     IF AU-EVENT NOT = "START   " AND AU-EVENT NOT = "END     "   RUNSCH00
051300         GO TO 615-TRAIL-READ.                                    RUNSCH00
051400     IF AU-DATE = RUN-MDY AND AU-TIME IS NOT LESS THAN 0800       RUNSCH00
051410         GO TO 618-TRAIL-EVENT.                                   RUNSCH00
051500     IF AU-DATE = NEXT-MDY AND AU-TIME IS LESS THAN 0800          RUNSCH00
051600         GO TO 618-TRAIL-EVENT.                                   RUNSCH00
051700     GO TO 615-TRAIL-READ.                                        RUNSCH00
051800 618-TRAIL-EVENT.                                                 RUNSCH00
051900     MOVE 0 TO CHIT.                                              RUNSCH00
052000     PERFORM 625-FIND-JOB VARYING CY FROM 1 BY 1                  RUNSCH00
052100         UNTIL CY IS GREATER THAN CT-CNT                          RUNSCH00
052200         OR CHIT IS GREATER THAN 0.                               RUNSCH00
052300     IF CHIT = 0 GO TO 615-TRAIL-READ.                            RUNSCH00
052400     IF AU-EVENT = "START   "                                     RUNSCH00
052500         MOVE "S" TO CT-STATE (CHIT)                              RUNSCH00
052600         GO TO 615-TRAIL-READ.                                    RUNSCH00
052700     IF AU-RESULT = "ABORT   "                                    RUNSCH00
052800         MOVE "A" TO CT-STATE (CHIT)                              RUNSCH00
052900     ELSE                                                         RUNSCH00
053000         MOVE "O" TO CT-STATE (CHIT).                             RUNSCH00
053100     GO TO 615-TRAIL-READ.                                        RUNSCH00
053200 620-TRAIL-DONE.                                                  RUNSCH00
053300     CLOSE AUDIT-TRAIL.                                           RUNSCH00
053400 610X.   EXIT.                                                    RUNSCH00
053500 625-FIND-JOB.                                                    RUNSCH00
053600     IF CT-JOB (CY) = AU-PROGRAM AND CT-DUE (CY) = "Y"            RUNSCH00
053700         MOVE CY TO CHIT.                                         RUNSCH00
053800 650-CHECK-ONE.                                                   RUNSCH00
053900     IF CT-DUE (CX) = "B"                                         RUNSCH00
054000         ADD 1 TO BAD-CNT                                         RUNSCH00
054100         PERFORM 700-LINE-SETUP                                   RUNSCH00
054200         MOVE "BAD FREQUENCY, DAY OR DATE" TO DL-NOTE             RUNSCH00
054300         WRITE REPORT-REC FROM DETAIL-LINE                        RUNSCH00
054400         GO TO 650X.                                              RUNSCH00
054500     IF CT-DUE (CX) NOT = "Y" GO TO 650X.                         RUNSCH00
054600     ADD 1 TO DUE-CNT.                                            RUNSCH00
054700     PERFORM 700-LINE-SETUP.                                      RUNSCH00
054800     MOVE CT-PRED (CX, 1) TO DL-PRED (1).                         RUNSCH00
054900     MOVE CT-PRED (CX, 2) TO DL-PRED (2).                         RUNSCH00
055000     MOVE CT-PRED (CX, 3) TO DL-PRED (3).                         RUNSCH00
055100     IF CT-STATE (CX) = "O"                                       RUNSCH00
055200         ADD 1 TO OK-CNT                                          RUNSCH00
055300         MOVE "ENDED OK" TO DL-NOTE.                              RUNSCH00
055400     IF CT-STATE (CX) = "A"                                       RUNSCH00
055500         ADD 1 TO ABT-CNT                                         RUNSCH00
055600         MOVE "ABORTED" TO DL-NOTE.                               RUNSCH00
055700     IF CT-STATE (CX) = "S"                                       RUNSCH00
055800         ADD 1 TO NOEND-CNT                                       RUNSCH00
055900         MOVE "STARTED - NO END EVENT" TO DL-NOTE.                RUNSCH00
056000     IF CT-STATE (CX) = "N"                                       RUNSCH00
056100         ADD 1 TO MISSED-CNT                                      RUNSCH00
056200         MOVE "*** NEVER STARTED - MISSED" TO DL-NOTE.            RUNSCH00
056300     WRITE REPORT-REC FROM DETAIL-LINE.                           RUNSCH00
056400 650X.   EXIT.                                                    RUNSCH00
056500 700-LINE-SETUP.                                                  RUNSCH00
056600     MOVE SPACES TO DETAIL-LINE.                                  RUNSCH00
056700     MOVE CT-JOB (CX) TO DL-JOB.                                  RUNSCH00
056800     MOVE CT-FREQ (CX) TO DL-FREQ.                                RUNSCH00
056900     MOVE CT-PARM (CX) TO DL-PARM.                                RUNSCH00
057000     MOVE CT-DESC (CX) TO DL-DESC.                                RUNSCH00
057100 800-DAY-NUMBER.                                                  RUNSCH00
057200     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     RUNSCH00
057300         CENTURY TO DN-DATE, COUNTED AS FISCMNT COUNTS THEM.      RUNSCH00
057400         DAY-NO MOD 7 IS 0 SATURDAY, 1 SUNDAY, 2 MONDAY THROUGH   RUNSCH00
057500         6 FRIDAY - DAY-IX IS ONE MORE.                           RUNSCH00
057600     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             RUNSCH00
057700         + CUM-DAYS (DN-MM) + DN-DD.                              RUNSCH00
057800     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               RUNSCH00
057900         ADD 1 TO DAY-NO.                                         RUNSCH00
058000 810-NEXT-DAY.                                                    RUNSCH00
058100     ADD 1 TO DN-DD.                                              RUNSCH00
058200     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           RUNSCH00
058300     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       RUNSCH00
058400     IF DN-DD IS GREATER THAN MONTH-END                           RUNSCH00
058500         MOVE 1 TO DN-DD                                          RUNSCH00
058600         ADD 1 TO DN-MM.                                          RUNSCH00
058700     IF DN-MM IS GREATER THAN 12                                  RUNSCH00
058800         MOVE 1 TO DN-MM                                          RUNSCH00
058900         IF DN-YY = 99 MOVE 0 TO DN-YY                            RUNSCH00
059000         ELSE ADD 1 TO DN-YY.                                     RUNSCH00
059100 815-PREV-DAY.                                                    RUNSCH00
059200     IF DN-DD IS GREATER THAN 1                                   RUNSCH00
059300         SUBTRACT 1 FROM DN-DD                                    RUNSCH00
059400         GO TO 815X.                                              RUNSCH00
059500     IF DN-MM = 1                                                 RUNSCH00
059600         MOVE 12 TO DN-MM                                         RUNSCH00
059700         IF DN-YY = 0 MOVE 99 TO DN-YY                            RUNSCH00
059800         ELSE SUBTRACT 1 FROM DN-YY                               RUNSCH00
059900     ELSE SUBTRACT 1 FROM DN-MM.                                  RUNSCH00
060000     MOVE MD-DAYS (DN-MM) TO DN-DD.                               RUNSCH00
060100     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO DN-DD.           RUNSCH00
060200 815X.   EXIT.                                                    RUNSCH00
060300 820-CHECK-DATE.                                                  RUNSCH00
060400     NOTE  DATE-OK-SW IS 1 WHEN DATE-IN-X IS A REAL YYMMDD DATE,  RUNSCH00
060500         WHICH IS LEFT IN DN-DATE.                                RUNSCH00
060600     MOVE 0 TO DATE-OK-SW.                                        RUNSCH00
060700     IF DATE-IN-X NOT NUMERIC GO TO 820X.                         RUNSCH00
060800     MOVE DATE-IN-X TO DN-DATE-X.                                 RUNSCH00
060900     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          RUNSCH00
061000         GO TO 820X.                                              RUNSCH00
061100     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           RUNSCH00
061200     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       RUNSCH00
061300     IF DN-DD IS LESS THAN 1 OR DN-DD IS GREATER THAN MONTH-END   RUNSCH00
061400         GO TO 820X.                                              RUNSCH00
061500     MOVE 1 TO DATE-OK-SW.                                        RUNSCH00
061600 820X.   EXIT.                                                    RUNSCH00
061700 END-OF-JOB.                                                      RUNSCH00
