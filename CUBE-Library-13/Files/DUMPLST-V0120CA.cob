002191         COUNTERS AND RUNNING ACCUMULATORS BEFORE CONTROL RETURNS TO    00
002192         0806-LOG-PROCESS, INSTEAD OF RELISTING THE HOLD-FILE FROM      00
002193         THE FIRST RECORD.                                              00
002194         RUNS CHARGED UNDER A USER NUMBER THAT IS NOT ON THE USER       00
002195         MASTER FILE USERMSTR, OR IS CLOSED THERE, ARE LISTED IN        00
002196         AN UNKNOWN OR CLOSED USER SECTION AFTER THE CHARGEBACK         00
002197         SECTION SO BILLING CAN FOLLOW THEM UP. RUNS WITH NO USER       00
002198         NUMBER ARE NOT LISTED, AND WITHOUT A USERMSTR THE SECTION      00
002199         IS LEFT OFF.                                                   00
002200         WITH A FISCAL CALENDAR IN FISCCAL (SEE FISCMNT) THE            00
002201         MONTH-TO-DATE FILES LOGSUMRY AND BILLSUMR ROLL OVER            00
002202         ON THE FISCAL PERIOD CONTAINING TODAY RATHER THAN ON           00
002203         THE CALENDAR MONTH, SO THEY HOLD THE SAME SPAN THAT            00
002204         LOGCLOSE CLOSES. WITHOUT A FISCCAL, OR ON A DAY NO             00
002205         PERIOD COVERS, THE CALENDAR MONTH IS USED AS BEFORE.           00
002206         EACH RUN ALSO ADDS ITS PER-DEVICE ERROR AND OPEN               00
002207         COUNTS TO THE END OF DEVHIST, WHICH UNLIKE THE SEVEN-DAY       00
002208         DEVTREND IS NEVER WRAPPED, SO SVCRPT CAN COMPARE THE           00
002209         WEEKS BEFORE AND AFTER A CUSTOMER ENGINEER VISIT LOGGED        00
002210         BY SVCMNT.                                                     00
002211         GAPS IN THE LOG LONGER THAN A THRESHOLD (30 MINUTES, OR        00
002212         A T CARD IN THE MAINTWIN DECK) ARE TAKEN AS THE SYSTEM         00
002213         BEING DOWN. A GAP OVERLAPPING A MAINTENANCE WINDOW FROM        00
002214         A W CARD IN MAINTWIN IS SCHEDULED, AND ANY PART OF IT          00
002215         RUNNING MORE THAN THE THRESHOLD PAST THE WINDOW END IS         00
002216         AN UNSCHEDULED OUTAGE, AS IS EVERY OTHER GAP. THE              00
002217         AVAILABILITY SECTION LISTS THE GAPS AND GIVES EACH DAYS        00
002218         AND THE MONTH-TO-DATE AVAILABILITY, OUTAGE COUNT AND MEAN      00
002219         TIME BETWEEN OUTAGES. THE MONTH FIGURES ARE CARRIED IN         00
002220         AVAILSUM THE WAY LOGSUMRY CARRIES THE MONTHS TOTALS, AND       00
002221         AVAILSUM ALSO KEEPS THE END OF THE LAST RUN LOGGED SO A        00
002222         GAP SPANNING TWO LOG DUMPS IS STILL SEEN. LOGCLOSE PRINTS      00
002223         AND CLEARS THE MONTH FIGURES.                                  00
002224         THE MIX PROFILE SECTION TAKES EVERY RUN IN THE DUMP, OR        00
002225         IN A WEEK RESTORED BY LOGARCH, AND GIVES FOR EACH              00
002226         FIFTEEN-MINUTE INTERVAL THE NUMBER OF JOBS IN THE MIX,         00
002227         THE AVERAGE MIX LEVEL AND THE HIGHEST LEVEL REACHED, THEN      00
002228         THE PEAK MIX LEVEL OF THE DUMP, WHEN IT WAS REACHED AND        00
002229         THE JOBS RUNNING TOGETHER AT EACH PEAK (THE FIRST TEN).        00
002230         EVERY FILE RECORD IN THE LOG IS ALSO ADDED TO THE END          00
002231         OF THE CATALOGUED FILE LINEAGE - THE RUNS DATE, START          00
002232         TIME, RUN NUMBER AND PROGRAM WITH THE FILES MULTI-FILE         00
002233         AND FILE IDS, REEL, CREATION DATE AND UNIT - SO LINRPT         00
002234         CAN LIST THE FILES EACH PROGRAM OPENED AND THE PROGRAMS        00
002235         THAT OPENED EACH FILE. THE FILE IS CREATED BY THE FIRST        00
002236         RUN THAT FINDS IT GONE. THE FILES ERROR COUNT GOES WITH        00
002237         IT FOR THE REELWEAR TAPE WEAR RUN.                             00
002238         EACH COMPILE RUN IN THE LOG IS ADDED TO THE END OF             00
002239         THE CATALOGUED FILE COMPHIST THE SAME WAY - THE RUNS           00
002240         DATE, START TIME, RUN NUMBER, THE PROGRAM NAME TAKEN           00
002241         FROM THE COMPILE CARD, THE TEST OR PRODUCTION CLASS,           00
002242         THE RESULT AND THE CONTROL CARD - SO SRCCURR CAN PAIR          00
002243         EVERY PRODUCTION COMPILE WITH THE SRCLIB GENERATION            00
002244         CURRENT AT THE TIME. AN INQUIRY RUN ADDS NOTHING.              00
002245 ENVIRONMENT DIVISION.                                                  00
002300 CONFIGURATION SECTION.                                                 00
002400 SOURCE-COMPUTER.   B-5500.                                             00
002500 OBJECT-COMPUTER.   B-5500.                                             00
003000         SELECT PRINT-FILE     ASSIGN TO PRINTER DISK.                  00
003100         SELECT INDATA         ASSIGN TO DISK.                          00
003150         SELECT LOG-SUMMARY    ASSIGN TO DISK.                          00
003151     SELECT DEV-HIST ASSIGN TO DISK                                     00
003152         FILE STATUS IS DEV-HIST-STATUS.                                00
003153         SELECT MAINT-WIN      ASSIGN TO CARD-READER.                   00
003154     SELECT AVAIL-SUM ASSIGN TO DISK                                    00
003155         FILE STATUS IS AVAIL-SUM-STATUS.                               00
003156     SELECT LINEAGE-FILE ASSIGN TO DISK                                 00
003157         FILE STATUS IS LINEAGE-STATUS.                                 00
003158     SELECT COMP-HIST ASSIGN TO DISK                                    00
003159         FILE STATUS IS COMP-HIST-STATUS.                               00
003160         SELECT OPS-SNAPSHOT   ASSIGN TO DISK.                          00
003170         SELECT AUDIT-TRAIL    ASSIGN TO DISK.                          00
003171     SELECT AUTH-FILE ASSIGN TO DISK                                    00
003172         FILE STATUS IS AUTH-FILE-STATUS.                               00
003173     SELECT OPER-FILE ASSIGN TO DISK                                    00
003174         FILE STATUS IS OPER-FILE-STATUS.                               00
003175     SELECT USER-MSTR ASSIGN TO DISK                                    00
003176         FILE STATUS IS USER-MSTR-STATUS.                               00
003177     SELECT FISC-CAL ASSIGN TO DISK                                     00
003178         FILE STATUS IS FISC-FILE-STATUS.                               00
003180         SELECT RERUN-FILE     ASSIGN TO DISK.                          00
003190         SELECT CKPT-FILE      ASSIGN TO DISK.                          00
003192         SELECT RATE-CARD      ASSIGN TO DISK.                          00
003550         RERUN ON CKPT-FILE EVERY 50 RECORDS OF INDATA.                 00
003600 DATA DIVISION.                                                         00
003700 FILE SECTION.                                                          00
003701 MD  OPER-FILE                                                          00
003702     ACCESS SEQUENTIAL                                                  00
003703     BLOCK CONTAINS 1 RECORDS                                           00
003704     VALUE OF ID "OPROSTER"                                             00
003705     DATA RECORD OPER-REC.                                              00
003706 01  OPER-REC        SZ 80.                                             00
003707     05  OR-CODE         PC X(3).                                       00
003708     05  FILLER          SZ 1.                                          00
003709     05  OR-NAME         PC X(20).                                      00
003710     05  FILLER          SZ 1.                                          00
003711     05  OR-STATUS       PC X.                                          00
003712     05  FILLER          SZ 54.                                         00
003800 MD  INPUT-LOG                                                          00
003900         FILE 1500 SEGMENTS                                             00
004000         ACCESS SEQUENTIAL                                              00
006000 01           INREC          SZ 40.                                     00
006100     05       CTL-WORD-IN            PC 9(8).                           00
006200     05       32-COLS                PC X(32).                          00
006201 FD  MAINT-WIN                                                          00
006202         LABEL RECORD STANDARD                                          00
006203         VALUE OF ID "MAINTWIN"                                         00
006204         DATA RECORD MAINT-WIN-REC.                                     00
006205 01           MAINT-WIN-REC  SZ 80.                                     00
006206     05       MWC-TYPE               PC X.                              00
006207     05       FILLER                 SZ 1.                              00
006208     05       MWC-DATE.                                                 00
006209       10     MWC-YY                 PC 99.                             00
006210       10     MWC-MM                 PC 99.                             00
006211       10     MWC-DD                 PC 99.                             00
006212     05       MWC-THRESH-R REDEFINES MWC-DATE.                          00
006213       10     MWC-THRESH             PC 9(4).                           00
006214       10     FILLER                 SZ 2.                              00
006215     05       FILLER                 SZ 1.                              00
006216     05       MWC-START-HH           PC 99.                             00
006217     05       MWC-START-MM           PC 99.                             00
006218     05       FILLER                 SZ 1.                              00
006219     05       MWC-END-HH             PC 99.                             00
006220     05       MWC-END-MM             PC 99.                             00
006221     05       FILLER                 SZ 1.                              00
006222     05       MWC-DESC               PC X(30).                          00
006223     05       FILLER                 SZ 31.                             00
006230 MD  HOLD-FILE-2                                                        00
006231              FILE CONTAINS  10 | 1200 RECORDS                          00
006232         ACCESS SEQUENTIAL                                              00
006326     05  RA-RUN-ID       PC X(7).                                       00
006327     05  FILLER          SZ 1.                                          00
006328     05  RA-PROGRAM      PC X(8).                                       00
006329     05  FILLER          SZ 1.                                          00
006330     05  RA-EXPIRES      PC 9(6).                                       00
006331     05  FILLER          SZ 57.                                         00
006332 MD  AUDIT-TRAIL                                                       00 
006333         ACCESS RANDOM                                                 00 
006334         ACTUAL KEY IS AU-KEY                                          00 
006340         BLOCK CONTAINS 1 RECORDS                                      00 
006350         VALUE OF ID "AUDITTRL"                                        00 
006360         DATA RECORD AUDIT-REC.                                        00 
006370 01           AUDIT-REC      SZ 44.                                    00 
006380     05       AU-PROGRAM             PC X(8)  VA "CHRISLOG".           00 
006390     05       AU-DATE                PC 9(6).                          00 
006391     05       AU-TIME                PC 9(4).                          00 
006392     05       AU-EVENT               PC X(8).                          00 
006393     05       AU-RESULT              PC X(8).                          00 
006394     05       AU-RUN-ID              PC X(7).                          00 
006395     05       AU-OPERATOR            PC X(3).                          00 
006396 01  AUDIT-CTL.                                                        00 
006397     05  AC-NEXT-SLOT        PC 9(8).                                  00 
006398     05  AC-HASH             PC 9(9).                                  00 
006399     05  FILLER              SZ 27.                                    00 
006400 MD  RERUN-FILE                                                        00 
006410         ACCESS SEQUENTIAL                                             00 
006420         BLOCK CONTAINS 1 RECORDS                                      00 
006700     05       RC-EFF-DATE            PC 9(6).                           00
006701     05       FILLER                 SZ 1.                              00
006702     05       RC-OFF-RATE            PC 9(4)V99.                        00
006703     05       FILLER                 SZ 1.                              00
006704     05       RC-CLASS               PC X.                              00
006705     05       FILLER                 SZ 50.                             00
006722 MD  BILL-SUMMARY                                                       00
006734         ACCESS SEQUENTIAL                                              00
006746         BLOCK CONTAINS 1 RECORDS                                       00
006818     05       BS-USER                PC X(7).                           00
006830     05       FILLER                 SZ 1.                              00
006842     05       BS-AMOUNT              PC 9(8)V99.                        00
006843     05       FILLER                 SZ 1.                              00
006844     05       BS-CLASS               PC X.                              00
006845     05       FILLER                 SZ 57.                             00
006846 MD  AVAIL-SUM                                                          00
006847         ACCESS SEQUENTIAL                                              00
006848         BLOCK CONTAINS 1 RECORDS                                       00
006849         VALUE OF ID "AVAILSUM"                                         00
006850         DATA RECORD ASUM-REC.                                          00
006851 01           ASUM-REC       SZ 80.                                     00
006852     05       ASUM-MONTH             PC 99.                             00
006853     05       ASUM-SPAN              PC 9(8).                           00
006854     05       ASUM-SCHED             PC 9(8).                           00
006855     05       ASUM-UNSCHED           PC 9(8).                           00
006856     05       ASUM-OUTAGES           PC 9(6).                           00
006857     05       ASUM-GAPS              PC 9(6).                           00
006858     05       ASUM-LAST-END          PC 9(8).                           00
006859     05       FILLER                 SZ 34.                             00
006860 MD  LINEAGE-FILE                                                       00
006861         ACCESS SEQUENTIAL                                              00
006862         BLOCK CONTAINS 1 RECORDS                                       00
006863         VALUE OF ID "LINEAGE"                                          00
006864         DATA RECORD LINEAGE-REC.                                       00
006865 01           LINEAGE-REC    SZ 60.                                     00
006866     05       LN-DATE                PC 9(5).                           00
006867     05       LN-TIME                PC 9(4).                           00
006868     05       LN-RUN-SEQ             PC 999.                            00
006869     05       LN-PROG                PC X(6).                           00
006870     05       LN-MFID                PC X(7).                           00
006871     05       LN-FID                 PC X(7).                           00
006872     05       LN-REEL                PC X(3).                           00
006873     05       LN-CREATION            PC X(5).                           00
006874     05       LN-UNIT                PC X(3).                           00
006875     05       LN-ERRORS              PC 9(4).                           00
006876     05       FILLER                 SZ 13.                             00
006877 MD  PROG-NORMS                                                         00
006878         ACCESS SEQUENTIAL                                              00
006890         BLOCK CONTAINS 1 RECORDS                                       00
006902         VALUE OF ID "PROGNORM"                                         00
007118       10     OT-ELAPSED             PC 9(8).                           00
007130       10     OT-ABORT               PC 9(6).                           00
007142       10     OT-EOJ                 PC 9(6).                           00
007143 MD  DEV-HIST                                                           00
007144         ACCESS SEQUENTIAL                                              00
007145         BLOCK CONTAINS 1 RECORDS                                       00
007146         VALUE OF ID "DEVHIST"                                          00
007147         DATA RECORD DEV-HIST-REC.                                      00
007148 01           DEV-HIST-REC   SZ 378.                                    00
007149     05       DH-DATE                PC 9(6).                           00
007150     05       DH-UNIT        OC 31.                                     00
007151       10     DH-ERR                 PC 9(6).                           00
007152       10     DH-OPN                 PC 9(6).                           00
007154 MD  DEV-TREND                                                          00
007155         ACCESS SEQUENTIAL                                              00
007156         BLOCK CONTAINS 1 RECORDS                                       00
007176     05       MSG-TIME               PC 9(4).                           00
007177     05       FILLER                 SZ 1.                              00
007178     05       MSG-TEXT               PC X(50).                          00
007179     05       FILLER                 SZ 1.                              00
007180     05       MSG-OPERATOR           PC X(3).                           00
007181     05       FILLER                 SZ 5.                              00
007182 FD  DEVICE-CONFIG                                                      00
007183         LABEL RECORD STANDARD                                          00
007184         VALUE OF ID "DEVCFG"                                           00
007190         DATA RECORD DEVICE-CONFIG-REC.                                 00
007202 01           DEVICE-CONFIG-REC  SZ 80.                                 00
007214     05       DC-ENTRY-NO            PC 99.                             00
007250     05       FILLER                 SZ 1.                              00
007262     05       DC-THRESHOLD           PC 9(4).                           00
007274     05       FILLER                 SZ 69.                             00
007275 MD  USER-MSTR                                                          00
007276         ACCESS SEQUENTIAL                                              00
007277         BLOCK CONTAINS 1 RECORDS                                       00
007278         VALUE OF ID "USERMSTR"                                         00
007279         DATA RECORD USER-REC.                                          00
007280 01           USER-REC       SZ 160.                                    00
007281     05       UM-USER                PC X(7).                           00
007282     05       FILLER                 SZ 50.                             00
007283     05       UM-STATUS              PC X.                              00
007284     05       FILLER                 SZ 1.                              00
007285     05       UM-STAT-DATE           PC X(6).                           00
007286     05       FILLER                 SZ 95.                             00
007287 MD  FISC-CAL                                                           00
007288         ACCESS SEQUENTIAL                                              00
007289         BLOCK CONTAINS 1 RECORDS                                       00
007290         VALUE OF ID "FISCCAL"                                          00
007291         DATA RECORD FISC-REC.                                          00
007292 01           FISC-REC       SZ 80.                                     00
007293     05       FC-TYPE                PC X.                              00
007294     05       FILLER                 SZ 1.                              00
007295     05       FC-YEAR                PC 99.                             00
007296     05       FILLER                 SZ 1.                              00
007297     05       FC-PERIOD              PC 99.                             00
007298     05       FILLER                 SZ 1.                              00
007299     05       FC-START               PC 9(6).                           00
007300     05       FILLER                 SZ 1.                              00
007301     05       FC-END                 PC 9(6).                           00
007302     05       FILLER                 SZ 59.                             00
007303 MD  COMP-HIST                                                          00
007304         ACCESS SEQUENTIAL                                              00
007305         BLOCK CONTAINS 1 RECORDS                                       00
007306         VALUE OF ID "COMPHIST"                                         00
007307         DATA RECORD COMP-HIST-REC.                                     00
007308 01           COMP-HIST-REC  SZ 80.                                     00
007309     05       CP-DATE                PC 9(5).                           00
007310     05       CP-TIME                PC 9(4).                           00
007311     05       CP-RUN-SEQ             PC 999.                            00
007312     05       CP-PROG                PC X(6).                           00
007313     05       CP-CLASS               PC X.                              00
007314     05       CP-RESULT              PC X(6).                           00
007315     05       FILLER                 SZ 1.                              00
007316     05       CP-CTL-CARD            PC X(54).                          00
007317 FD  PRINT-FILE                                                         00
007400         VALUE OF ID "LOGDUMP"                                          00
007500         DATA RECORD PRINT-REC.                                         00
007600 01           PRINT-REC      SZ 132.                                    00
010100 WORKING-STORAGE SECTION.                                               00
010101 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                              00
010102 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                           00
010103 77  AUTH-TODAY      CMP-1   PC 9(6).                                   00
010104 77  AUTH-DATE-IN            PC 9(6).                                   00
010105 77  OPER-FILE-STATUS VA SPACE       PC X(2).                           00
010106 77  OPERATOR-CODE   VA SPACE        PC X(3).                           00
010107 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                              00
010108 77  OPER-TRIES      VA 0    CMP-1   PC 9.                              00
010114 77  AU-TIME-HOLD    CMP-1   PC 9(8).                                   00
010128 77  AU-HH           CMP-1   PC 99.                                     00
010142 77  AU-MM           CMP-1   PC 99.                                     00
010156 77  AU-KEY          CMP-1   PC 9(8).                                   00
010170 77  AU-NEXT         CMP-1   PC 9(8).                                   00
010184 01  AU-SAVE-REC             SZ 44.                                     00
010185 77  AU-HASH         VA 0    CMP-1   PC 9(9).                           00
010186 77  AU-REC-SUM              CMP-1   PC 9(6).                           00
010187 77  AU-CX                   CMP-1   PC 99.                             00
010188 77  AU-TX                   CMP-1   PC 99.                             00
010189 77  AU-CODE                 CMP-1   PC 99.                             00
010190 01  AU-HASH-REC.                                                       00
010191     05  AU-HC       OC 44   PC X.                                      00
010192 01  AU-CHAR-SET.                                                       00
010193     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".                00
010194     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".                00
010195 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                                 00
010196     05  AU-CHAR     OC 48   PC X.                                      00
010198 77  RUN-ID-ENTRY            PC X(7).                                   00
010199 01  MSG-TEXT-WORK           PC X(50).                                  00
010200 77  HOLD-SPLIT-SW  VA 0    CMP-1   PC 9.                               00
014500     05       LOG-RECORD             PC X(40).                          00
014600     05       RUN-COUNTER            PC 9999.                           00
014700     05        FILLER                SZ 12.                             00
014701 01           MX-RUN-TABLE.                                             00
014702     05       MXR-ENTRY      OC 1500.                                   00
014703       10     MXR-START      CMP-1   PC 9(8).                           00
014704       10     MXR-STOP       CMP-1   PC 9(8).                           00
014705       10     MXR-LEVEL      CMP-1   PC 9(4).                           00
014706       10     MXR-SEQ                PC 999.                            00
014707       10     MXR-PROG               PC X(6).                           00
014708 01           MX-INT-TABLE.                                             00
014709     05       MXI-ENTRY      OC 1056.                                   00
014710       10     MXI-JOBS       CMP-1   PC 9(4).                           00
014711       10     MXI-SECS       CMP-1   PC 9(8).                           00
014712 01           MX-DAY-TABLE.                                             00
014713     05       MXD-JUL        OC 12   PC 9(5).                           00
014714 01           MX-PEAK-TABLE.                                            00
014715     05       MXP-TIME       OC 10   CMP-1   PC 9(8).                   00
014716 01           MX-TIME-OUT.                                              00
014717     05       MXT-HH                 PC 99.                             00
014718     05       FILLER VA ":"          PC X.                              00
014719     05       MXT-MM                 PC 99.                             00
014720     05       FILLER VA ":"          PC X.                              00
014721     05       MXT-SS                 PC 99.                             00
014722 77           MXR-CNT        CMP-1   PC 9(4)     VA 0.                  00
014723 77           MX-LOST        CMP-1   PC 9(5)     VA 0.                  00
014724 77           MX-BASE        CMP-1   PC 9(6)     VA 0.                  00
014725 77           MX-DAY         CMP-1   PC 9(6).                           00
014726 77           MX-YY          CMP-1   PC 99.                             00
014727 77           MX-DX          CMP-1   PC 99.                             00
014728 77           MX-D           CMP-1   PC 99.                             00
014729 77           MX-H           CMP-1   PC 999.                            00
014730 77           MX-Q           CMP-1   PC 9.                              00
014731 77           MX-I           CMP-1   PC 9(4).                           00
014732 77           MX-J           CMP-1   PC 9(4).                           00
014733 77           MX-K           CMP-1   PC 9(4).                           00
014734 77           MX-K1          CMP-1   PC 9(4).                           00
014735 77           MX-K2          CMP-1   PC 9(4).                           00
014736 77           MX-T0          CMP-1   PC 9(8).                           00
014737 77           MX-T1          CMP-1   PC 9(8).                           00
014738 77           MX-A           CMP-1   PC 9(8).                           00
014739 77           MX-B           CMP-1   PC 9(8).                           00
014740 77           MX-SECS        CMP-1   PC 9(8).                           00
014741 77           MX-WORK        CMP-1   PC 9(8).                           00
014742 77           MX-LEVEL       CMP-1   PC 9(4).                           00
014743 77           MX-QPEAK       CMP-1   PC 9(4).                           00
014744 77           MX-PEAK        CMP-1   PC 9(4).                           00
014745 77           MX-PEAK-RUNS   CMP-1   PC 9(5).                           00
014746 77           MX-PEAK-DROP   CMP-1   PC 9(5).                           00
014747 77           MX-HIT         CMP-1   PC 99.                             00
014748 77           MXP-CNT        CMP-1   PC 99.                             00
014749 77           MXP-IX         CMP-1   PC 99.                             00
014750 77           MX-AVG                 PC 999V9.                          00
014751 77           MX-DATE-OUT            PC 9(5).                           00
014761 77           LINEAGE-STATUS         PC XX    VA SPACES.                00
014762 77           COMP-HIST-STATUS       PC XX    VA SPACES.                00
014771 77           LN-RUN-TIME    CMP-1   PC 9(4)     VA 0.                  00
014781 77           LN-HH          CMP-1   PC 99.                             00
014800 01         A-RECORD-HOLDING SZ 160.                                    00
014900     02       FILLERAXXX.                                               00
015000      05      SUB-REC-1              PC X(40).                          00
018600       10     UNIT-CODE              PC X.                              00
018700       10     FILLER                 SZ 1.                              00
018800     05       TIME-OPEN              PC 9(8)     CMP.                   00
018801 01           MX-HEAD-1      SZ 132.                                    00
018802     05       FILLER VA "   MULTIPROGRAMMING MIX BY "  SZ 27.           00
018803     05       FILLER VA "FIFTEEN-MINUTE INTERVAL"      SZ 23.           00
018804     05       FILLER         VA SPACES  SZ 82.                          00
018805 01           MX-HEAD-2      SZ 132.                                    00
018806     05       FILLER VA "   LOG      "               SZ 12.             00
018807     05       FILLER VA "  ----- :00 -----"          SZ 17.             00
018808     05       FILLER VA "  ----- :15 -----"          SZ 17.             00
018809     05       FILLER VA "  ----- :30 -----"          SZ 17.             00
018810     05       FILLER VA "  ----- :45 -----"          SZ 17.             00
018811     05       FILLER         VA SPACES  SZ 52.                          00
018812 01           MX-HEAD-3      SZ 132.                                    00
018813     05       FILLER VA "   DATE   HR"               SZ 12.             00
018814     05       FILLER VA "  JOBS   AVG PEAK"          SZ 17.             00
018815     05       FILLER VA "  JOBS   AVG PEAK"          SZ 17.             00
018816     05       FILLER VA "  JOBS   AVG PEAK"          SZ 17.             00
018817     05       FILLER VA "  JOBS   AVG PEAK"          SZ 17.             00
018818     05       FILLER         VA SPACES  SZ 52.                          00
018819 01           MX-HOUR-LINE   SZ 132.                                    00
018820     05       FILLER         VA SPACES  SZ 3.                           00
018821     05       MXL-DATE               PC 9(5).                           00
018822     05       FILLER         VA SPACES  SZ 2.                           00
018823     05       MXL-HH                 PC 99.                             00
018824     05       MXL-Q          OC 4.                                      00
018825       10     FILLER                 SZ 2.                              00
018826       10     MXL-JOBS               PC ZZZ9.                           00
018827       10     FILLER                 SZ 1.                              00
018828       10     MXL-AVG                PC ZZ9.9.                          00
018829       10     FILLER                 SZ 1.                              00
018830       10     MXL-PEAK               PC ZZZ9.                           00
018831     05       FILLER         VA SPACES  SZ 52.                          00
018832 01           MX-SUM-LINE    SZ 132.                                    00
018833     05       FILLER VA "   PEAK MIX LEVEL "         SZ 18.             00
018834     05       MXS-PEAK               PC ZZZ9.                           00
018835     05       FILLER VA ", REACHED AT "              SZ 13.             00
018836     05       MXS-RUNS               PC ZZZZ9.                          00
018837     05       FILLER VA " RUN STARTS"                SZ 11.             00
018838     05       FILLER         VA SPACES  SZ 81.                          00
018839 01           MX-AT-LINE     SZ 132.                                    00
018840     05       FILLER VA "   JOBS IN THE MIX AT "     SZ 22.             00
018841     05       MXA-DATE               PC 9(5).                           00
018842     05       FILLER         VA SPACES  SZ 1.                           00
018843     05       MXA-TIME               PC X(8).                           00
018844     05       FILLER         VA SPACES  SZ 96.                          00
018845 01           MX-JOB-LINE    SZ 132.                                    00
018846     05       FILLER VA "      RUN "                 SZ 10.             00
018847     05       MXJ-SEQ                PC ZZ9.                            00
018848     05       FILLER         VA SPACES  SZ 2.                           00
018849     05       MXJ-PROG               PC X(6).                           00
018850     05       FILLER         VA SPACES  SZ 2.                           00
018851     05       MXJ-FROM-DATE          PC 9(5).                           00
018852     05       FILLER         VA SPACES  SZ 1.                           00
018853     05       MXJ-FROM-TIME          PC X(8).                           00
018854     05       FILLER VA " TO "                       SZ 4.              00
018855     05       MXJ-TO-DATE            PC 9(5).                           00
018856     05       FILLER         VA SPACES  SZ 1.                           00
018857     05       MXJ-TO-TIME            PC X(8).                           00
018858     05       FILLER         VA SPACES  SZ 77.                          00
018859 01           MX-MORE-LINE   SZ 132.                                    00
018860     05       FILLER VA "   LATER PEAKS NOT LISTED"  SZ 25.             00
018861     05       FILLER         VA SPACES  SZ 107.                         00
018862 01           MX-LOST-LINE   SZ 132.                                    00
018863     05       FILLER VA "   RUNS LEFT OUT OF THE "   SZ 24.             00
018864     05       FILLER VA "PROFILE -"                  SZ 9.              00
018865     05       MXX-COUNT              PC ZZZZ9.                          00
018866     05       FILLER         VA SPACES  SZ 94.                          00
018867 01           MX-NONE-LINE   SZ 132.                                    00
018868     05       FILLER VA "   NO RUNS IN THE LOG"      SZ 21.             00
018869     05       FILLER         VA SPACES  SZ 111.                         00
018900 01           TABLE-OF-ERRORS.                                          00
019000     05       TABLE-ENTRIES.                                            00
019100       10     DEVICES        VA "MTAMTBMTCMTDMTEMTFMTHMTJMTKMTLMTM      00
022600     05       COMPILE-SWITCH         PC 9.                              00
022700     05 FILLER SZ 5.                                                    00
022800     05       RUN-TYPE       CMP     PC 9(8) OC 6.                      00
022801 01           MAINT-WIN-TABLE.                                          00
022802     05       MW-ENTRY       OC 40.                                     00
022803       10     MWT-FROM       CMP-1   PC 9(8).                           00
022804       10     MWT-TO         CMP-1   PC 9(8).                           00
022805       10     MWT-DESC               PC X(30).                          00
022806 01           GAP-TABLE.                                                00
022807     05       GAP-ENTRY      OC 100.                                    00
022808       10     GAPT-FROM      CMP-1   PC 9(8).                           00
022809       10     GAPT-TO        CMP-1   PC 9(8).                           00
022810       10     GAPT-USTART    CMP-1   PC 9(8).                           00
022811       10     GAPT-JULIAN            PC 9(5).                           00
022812       10     GAPT-WIN       CMP-1   PC 99.                             00
022813 01           AV-DAY-TABLE.                                             00
022814     05       AVD-ENTRY      OC 10.                                     00
022815       10     AVD-JULIAN             PC 9(5).                           00
022816       10     AVD-DAY-ABS    CMP-1   PC 9(6).                           00
022817 01           AV-CUM-SET.                                               00
022818     05       FILLER VA "000031059090120151" PC X(18).                  00
022819     05       FILLER VA "181212243273304334" PC X(18).                  00
022820 01           AV-CUM-TBL REDEFINES AV-CUM-SET.                          00
022821     05       AV-CUM         OC 12   PC 999.                            00
022822 77           AVAIL-SUM-STATUS       PC XX    VA SPACES.                00
022823 77           AV-THRESHOLD   CMP-1   PC 9(4)     VA 30.                 00
022824 77           MWT-CNT        CMP-1   PC 99       VA 0.                  00
022825 77           MWT-IX         CMP-1   PC 99.                             00
022826 77           GAPT-CNT       CMP-1   PC 999      VA 0.                  00
022827 77           GAPT-IX        CMP-1   PC 999.                            00
022828 77           GAP-LOST       CMP-1   PC 9(5)     VA 0.                  00
022829 77           AVD-CNT        CMP-1   PC 99       VA 0.                  00
022830 77           AVD-IX         CMP-1   PC 99.                             00
022831 77           AVD-HIT        CMP-1   PC 99.                             00
022832 77           AV-FIRST       CMP-1   PC 9(8)     VA 0.                  00
022833 77           AV-LAST-END    CMP-1   PC 9(8)     VA 0.                  00
022834 77           AV-CARRY       CMP-1   PC 9(8)     VA 0.                  00
022835 77           AV-START-ABS   CMP-1   PC 9(8).                           00
022836 77           AV-STOP-ABS    CMP-1   PC 9(8).                           00
022837 77           AV-DAY-ABS     CMP-1   PC 9(6).                           00
022838 77           AV-YY          CMP-1   PC 99.                             00
022839 77           AV-WORK        CMP-1   PC 9(8).                           00
022840 77           AV-LO          CMP-1   PC 9(8).                           00
022841 77           AV-HI          CMP-1   PC 9(8).                           00
022842 77           AV-A           CMP-1   PC 9(8).                           00
022843 77           AV-B           CMP-1   PC 9(8).                           00
022844 77           AV-SPAN        CMP-1   PC 9(8).                           00
022845 77           AV-SCHED       CMP-1   PC 9(8).                           00
022846 77           AV-UNSCH       CMP-1   PC 9(8).                           00
022847 77           AV-UP          CMP-1   PC 9(8).                           00
022848 77           AV-OUT         CMP-1   PC 9(6).                           00
022849 77           AV-T-SPAN      CMP-1   PC 9(8).                           00
022850 77           AV-T-SCHED     CMP-1   PC 9(8).                           00
022851 77           AV-T-UNSCH     CMP-1   PC 9(8).                           00
022852 77           AV-T-OUT       CMP-1   PC 9(6).                           00
022853 77           AV-HRS                 PC 9(5)V9.                         00
022854 77           AV-PCT                 PC 999V99.                         00
022855 77           AV-MTBF                PC 9(5)V9.                         00
022900 01  CTLXXX.                                                            00
023000     05      CTL-COLS        OC 72           PC X.                      00
023001 01           AV-HEAD-1      SZ 132.                                    00
023002     05       FILLER VA "   SYSTEM AVAILABILITY - GAPS" SZ 29.          00
023003     05       FILLER VA " IN THE LOG OVER "           SZ 17.            00
023004     05       AVH-THRESH             PC ZZZ9.                           00
023005     05       FILLER VA " MINUTES"                    SZ 8.             00
023006     05       FILLER         VA SPACES  SZ 74.                          00
023007 01           AV-GAP-HEAD    SZ 132.                                    00
023008     05       FILLER VA "   DATE    FROM    TO     " SZ 26.             00
023009     05       FILLER VA " TOTAL  UNSCHD  "           SZ 16.             00
023010     05       FILLER VA "CLASS"                      SZ 22.             00
023011     05       FILLER VA "MAINTENANCE WINDOW"         SZ 18.             00
023012     05       FILLER         VA SPACES  SZ 50.                          00
023013 01           AV-GAP-LINE    SZ 132.                                    00
023014     05       FILLER         VA SPACES  SZ 3.                           00
023015     05       AGL-DATE               PC 9(5).                           00
023016     05       FILLER         VA SPACES  SZ 3.                           00
023017     05       AGL-FROM-HH            PC 99.                             00
023018     05       FILLER         VA ":"     SZ 1.                           00
023019     05       AGL-FROM-MM            PC 99.                             00
023020     05       FILLER         VA SPACES  SZ 3.                           00
023021     05       AGL-TO-HH              PC 99.                             00
023022     05       FILLER         VA ":"     SZ 1.                           00
023023     05       AGL-TO-MM              PC 99.                             00
023024     05       FILLER         VA SPACES  SZ 2.                           00
023025     05       AGL-MIN                PC ZZZZZ9.                         00
023026     05       FILLER         VA SPACES  SZ 2.                           00
023027     05       AGL-UNSCH              PC ZZZZZ9.                         00
023028     05       FILLER         VA SPACES  SZ 2.                           00
023029     05       AGL-CLASS              PC X(20).                          00
023030     05       FILLER         VA SPACES  SZ 2.                           00
023031     05       AGL-DESC               PC X(30).                          00
023032     05       FILLER         VA SPACES  SZ 38.                          00
023033 01           AV-DAY-HEAD-1  SZ 132.                                    00
023034     05       FILLER VA "   LOG    LOGGED    SCHED   " SZ 28.           00
023035     05       FILLER VA "UNSCHD   UNSCHED    "         SZ 20.           00
023036     05       FILLER VA "AVAIL     MTBF"               SZ 14.           00
023037     05       FILLER         VA SPACES  SZ 70.                          00
023038 01           AV-DAY-HEAD-2  SZ 132.                                    00
023039     05       FILLER VA "   DATE    HOURS     MINS     " SZ 30.         00
023040     05       FILLER VA "MINS   OUTAGES      PCT    "    SZ 27.         00
023041     05       FILLER VA "HOURS"                          SZ 5.          00
023042     05       FILLER         VA SPACES  SZ 70.                          00
023043 01           AV-DAY-LINE    SZ 132.                                    00
023044     05       FILLER         VA SPACES  SZ 3.                           00
023045     05       ADL-DATE               PC 9(5).                           00
023046     05       ADL-DATE-X REDEFINES ADL-DATE PC X(5).                    00
023047     05       FILLER         VA SPACES  SZ 2.                           00
023048     05       ADL-SPAN               PC ZZZ9.9.                         00
023049     05       FILLER         VA SPACES  SZ 3.                           00
023050     05       ADL-SCHED              PC ZZZZZ9.                         00
023051     05       FILLER         VA SPACES  SZ 3.                           00
023052     05       ADL-UNSCH              PC ZZZZZ9.                         00
023053     05       FILLER         VA SPACES  SZ 3.                           00
023054     05       ADL-OUT                PC ZZZZZZ9.                        00
023055     05       FILLER         VA SPACES  SZ 3.                           00
023056     05       ADL-PCT                PC ZZ9.99.                         00
023057     05       ADL-PCT-X REDEFINES ADL-PCT PC X(6).                      00
023058     05       FILLER         VA SPACES  SZ 3.                           00
023059     05       ADL-MTBF               PC ZZZ9.9.                         00
023060     05       ADL-MTBF-X REDEFINES ADL-MTBF PC X(6).                    00
023061     05       FILLER         VA SPACES  SZ 70.                          00
023062 01           AV-NONE-LINE   SZ 132.                                    00
023063     05       FILLER VA "   NO GAPS OVER THE THRESHOLD" SZ 29.          00
023064     05       FILLER         VA SPACES  SZ 103.                         00
023065 01           AV-LOST-LINE   SZ 132.                                    00
023066     05       FILLER VA "   MORE GAPS NOT LISTED OR "    SZ 27.         00
023067     05       FILLER VA "COUNTED -"                      SZ 9.          00
023068     05       AVL-COUNT              PC ZZZZ9.                          00
023069     05       FILLER         VA SPACES  SZ 91.                          00
023100 01           PRINT-MAIN-HEADING     SZ 132.                            00
023200     05       FILLER VA "B-5500 DAILY RUN LOG         (UTILITYLOG/      00
023300-    "DUMPLIST)"                             PC X(100).                 00
024100     05       FILLER VA "LOG DATE  "             PC X(10).              00
024200     05       ENTRY-DATE                         PC 9(5).               00
024300     05       FILLER     VA SPACES               PC X(117).             00
024301 77           USER-MSTR-STATUS       PC XX    VA SPACES.                00
024302 77           UM-LOADED-SW   CMP-1   PC 9     VA 0.                     00
024303 77           UT-CNT         CMP-1   PC 999   VA 0.                     00
024304 77           UT-IX          CMP-1   PC 999.                            00
024305 77           UT-HIT         CMP-1   PC 999.                            00
024306 77           UX-CNT         CMP-1   PC 999   VA 0.                     00
024307 77           UX-TOTAL       CMP-1   PC 9(5)  VA 0.                     00
024308 77           UX-IX          CMP-1   PC 999.                            00
024309 01           USER-MSTR-TABLE.                                          00
024310     05       UT-ENTRY       OC 200.                                    00
024311       10     UT-USER                PC X(7).                           00
024312       10     UT-STATUS              PC X.                              00
024313       10     UT-STAT-DATE           PC X(6).                           00
024314 01           USER-EXCEP-TABLE.                                         00
024315     05       UX-ENTRY       OC 100.                                    00
024316       10     UX-DATE                PC 9(5).                           00
024317       10     UX-RUN                 PC 999.                            00
024318       10     UX-HOUR                PC 99.                             00
024319       10     UX-MIN                 PC 99.                             00
024320       10     UX-USER                PC X(7).                           00
024321       10     UX-REASON              PC X(7).                           00
024322       10     UX-CARD                PC X(50).                          00
024323 01           UX-HEAD-1      SZ 132.                                    00
024324     05       FILLER VA "   RUNS UNDER UNKNOWN OR CLOSED" SZ 31.        00
024325     05       FILLER VA " USER NUMBERS"              SZ 13.             00
024326     05       FILLER         VA SPACES  SZ 88.                          00
024327 01           UX-HEAD-2      SZ 132.                                    00
024328     05       FILLER VA "  DATE   RUN  TIME   USER     " SZ 30.         00
024329     05       FILLER VA "REASON   CONTROL CARD"      SZ 21.             00
024330     05       FILLER         VA SPACES  SZ 81.                          00
024331 01           UX-LINE        SZ 132.                                    00
024332     05       FILLER         SZ 2.                                      00
024333     05       XL-DATE                PC 9(5).                           00
024334     05       FILLER         SZ 2.                                      00
024335     05       XL-RUN                 PC ZZ9.                            00
024336     05       FILLER         SZ 2.                                      00
024337     05       XL-HOUR                PC 99.                             00
024338     05       FILLER         VA ":"     SZ 1.                           00
024339     05       XL-MIN                 PC 99.                             00
024340     05       FILLER         SZ 2.                                      00
024341     05       XL-USER                PC X(7).                           00
024342     05       FILLER         SZ 2.                                      00
024343     05       XL-REASON              PC X(7).                           00
024344     05       FILLER         SZ 2.                                      00
024345     05       XL-CARD                PC X(50).                          00
024346     05       FILLER         SZ 43.                                     00
024347 01           UX-NONE-LINE   SZ 132.                                    00
024348     05       FILLER VA "   NONE"                    SZ 7.              00
024349     05       FILLER         VA SPACES  SZ 125.                         00
024350 01           UX-MORE-LINE   SZ 132.                                    00
024351     05       FILLER VA "   MORE EXCEPTIONS NOT LISTED -" SZ 31.        00
024352     05       XM-COUNT               PC ZZZZ9.                          00
024353     05       FILLER         VA SPACES  SZ 96.                          00
024363 77           FISC-FILE-STATUS       PC XX    VA SPACES.                00
024364 77           DEV-HIST-STATUS        PC XX    VA SPACES.                00
024373 77           TODAY-YMD              PC 9(6).                           00
024383 77           PERIOD-KEY             PC 99.                             00
024400 01           TEST-FIELD             SZ 16.                             00
024500     05       TEST-1     OC 16       PC X.                              00
024510 77           CB-CNT         CMP-1   PC 99    VA 0.                     00
045018-    " LOGHOLD2" TO RR-CTL-CARD                                         00
045019             WRITE RERUN-REC.                                           00
045020         PERFORM 2101-LOAD-RATES THRU 2101X.                            00
045021         PERFORM 2108-LOAD-USERS THRU 2108X.                            00
045030         PERFORM 2304-LOAD-NORMS THRU 2304X.                            00
045040         PERFORM 2705-LOAD-WINDOWS THRU 2705X.                          00
045050         PERFORM 2732-MIX-CLEAR VARYING MX-K FROM 1 BY 1                00
045060             UNTIL MX-K > 1056.                                         00
045070         PERFORM 2760-LINEAGE-OPEN THRU 2760X.                          00
045080         PERFORM 2763-COMPILE-OPEN THRU 2763X.                          00
045100             PERFORM GET-INDATA THRU GET-INDATA-X.                      00
045101         IF IN-EOF-SW = 1 GO TO 1101-END-LOG-LIST.                      00
045200 0809.   MOVE SPACES TO PRINT-REC.                                      00
049100         COMPUTE STOP-TIME-HOUR = HOLD-STOP / CONSTANT-216K.            00
049200         COMPUTE STOP-TIME-MIN = (HOLD-STOP - STOP-TIME-HOUR            00
049300     * CONSTANT-216K) / CONSTANT-3600.                                  00
049310         PERFORM 2701-GAP-CHECK THRU 2701X.                             00
049400         IF HOLD-START > HOLD-STOP ADD 24-HOUR-CONSTANT TO              00
049500                 HOLD-STOP.                                             00
049600         SUBTRACT HOLD-START FROM HOLD-STOP.                            00
050020         PERFORM 2102-CHARGE-ACCUM THRU 2102X.                          00
050030         PERFORM 2301-NORM-CHECK THRU 2301X.                            00
050031         PERFORM 2501-HISTORY-BUILD THRU 2501X.                         00
050041         PERFORM 2730-MIX-RECORD THRU 2730X.                            00
050051         PERFORM 2761-LINEAGE-RUN.                                      00
050100         COMPUTE HOLD-START = HOLD-STOP / CONSTANT-3600.                00
050200         MOVE HOLD-START TO ELAPSED-MIN.                                00
050300         COMPUTE ELAPSED-SEC = (HOLD-STOP - HOLD-START                  00
052000             ADD 1 TO HOLD-RUN-SEQ.                                     00
052100         MOVE HOLD-RUN-SEQ TO PRINT-RUN-SEQ.                            00
052110         PERFORM WRITE-RERUN-RECORD.                                    00
052111         PERFORM 2764-COMPILE-RUN THRU 2764X.                           00
052120         IF INQUIRY-BY-RUN AND HOLD-RUN-SEQ = INQUIRY-RUN-SEQ           00
052140             SET INQUIRY-FOUND TO TRUE                                  00
052160             DISPLAY "RUN " PRINT-RUN-SEQ " RESULT " RESULT             00
052220         IF INQUIRY-FOUND                                              00 
052240             CLOSE PRINT-FILE                                          00 
052245             CLOSE RERUN-FILE                                          00 
052246             CLOSE LINEAGE-FILE                                        00 
052247             CLOSE COMP-HIST                                           00 
052250             MOVE "OK      " TO AU-RESULT                              00 
052255             PERFORM AUDIT-END                                        00  
052260             STOP RUN.                                                 00 
056100     PERFORM GET-INDATA THRU GET-INDATA-X.                              00
056101         IF IN-EOF-SW = 1 GO TO 1101-END-LOG-LIST.                      00
056102         MOVE LOG-IN-WORK TO FILE-RECORDS.                              00
056112         PERFORM 2762-LINEAGE-FILE.                                     00
056200         MOVE ZEROS TO CONVERT-CMP.                                     00
056300         MOVE UNIT-CODE TO HOLD-1-CHAR.                                 00
056400         MOVE CONVERT-CMP TO SUB.                                       00
056900 1101-END-LOG-LIST.                                                     00
057000         PERFORM CLOSE-INDATA THRU CLOSE-INDATA-X.                      00
057010         CLOSE RERUN-FILE.                                              00
057020         CLOSE LINEAGE-FILE.                                            00
057030         CLOSE COMP-HIST.                                               00
057100         PERFORM 1901-LOG-ANALYSIS.                                     00
057200         MOVE SPACES TO HISTORY-REC.                                    00
057300         MOVE SPACES TO PRINT-REC.                                      00
060658         PERFORM 2206-TP-SECTION THRU 2206X.                            00
060659         PERFORM 2305-SAVE-NORMS THRU 2305X.                            00
060660         PERFORM 1802-OPS-SNAPSHOT.                                     00
060670         PERFORM 2710-AVAIL-SECTION THRU 2710X.                         00
060680         PERFORM 2740-MIX-SECTION THRU 2740X.                           00
060700         CLOSE PRINT-FILE.                                              00
060720         MOVE "OK      " TO AU-RESULT.                                  00
060740         PERFORM AUDIT-END.                                             00
062180 0845-FIND-DEVICE.                                                      00
062200         NOTE THIS PARAGRAPH IS A NO-OP - ALL THE WORK HAPPENS IN       00
062220             THE PERFORM VARYING TEST ABOVE.                            00
062221 2701-GAP-CHECK.                                                        00
062222         NOTE  TURNS THE RUNS LOG DATE AND START AND STOP TIMES         00
062223             INTO MINUTES FROM THE START OF THE CENTURY AND NOTES       00
062224             A GAP WHEN THE RUN STARTED MORE THAN THE THRESHOLD         00
062225             AFTER THE LATEST END SO FAR. THE FIRST RUN OF THE          00
062226             DUMP PICKS UP THE LAST END SAVED IN AVAILSUM WHEN IT       00
062227             IS UNDER THREE DAYS OLD.                                   00
062228         IF HOLD-JULIAN = 0 GO TO 2701X.                                00
062229         COMPUTE AV-YY = HOLD-JULIAN DIV 1000.                          00
062230         COMPUTE AV-DAY-ABS = AV-YY * 365 + (AV-YY + 3) DIV 4           00
062231             + HOLD-JULIAN MOD 1000.                                    00
062232         COMPUTE AV-START-ABS = AV-DAY-ABS * 1440                       00
062233             + HOLD-START DIV CONSTANT-3600.                            00
062234         COMPUTE AV-STOP-ABS = AV-DAY-ABS * 1440                        00
062235             + HOLD-STOP DIV CONSTANT-3600.                             00
062236         IF HOLD-START > HOLD-STOP ADD 1440 TO AV-STOP-ABS.             00
062237         PERFORM 2702-NOTE-DAY THRU 2702X.                              00
062238         IF AV-LAST-END > 0 GO TO 2701-GAP.                             00
062239         MOVE AV-START-ABS TO AV-FIRST.                                 00
062240         MOVE AV-STOP-ABS TO AV-LAST-END.                               00
062241         IF AV-CARRY = 0 OR AV-CARRY NOT < AV-START-ABS                 00
062242             GO TO 2701X.                                               00
062243         COMPUTE AV-WORK = AV-START-ABS - AV-CARRY.                     00
062244         IF AV-WORK > 4320 GO TO 2701X.                                 00
062245         MOVE AV-CARRY TO AV-FIRST AV-LAST-END.                         00
062246 2701-GAP.                                                              00
062247         IF AV-START-ABS < AV-FIRST MOVE AV-START-ABS TO AV-FIRST.      00
062248         IF AV-START-ABS NOT > AV-LAST-END GO TO 2701-END.              00
062249         COMPUTE AV-WORK = AV-START-ABS - AV-LAST-END.                  00
062250         IF AV-WORK > AV-THRESHOLD                                      00
062251             PERFORM 2704-ADD-GAP THRU 2704X.                           00
062252 2701-END.                                                              00
062253         IF AV-STOP-ABS > AV-LAST-END                                   00
062254             MOVE AV-STOP-ABS TO AV-LAST-END.                           00
062255 2701X.  EXIT.                                                          00
062256 2702-NOTE-DAY.                                                         00
062257         MOVE 0 TO AVD-HIT.                                             00
062258         PERFORM 2703-FIND-DAY VARYING AVD-IX FROM 1 BY 1               00
062259             UNTIL AVD-IX > AVD-CNT OR AVD-HIT > 0.                     00
062260         IF AVD-HIT > 0 OR AVD-CNT = 10 GO TO 2702X.                    00
062261         ADD 1 TO AVD-CNT.                                              00
062262         MOVE HOLD-JULIAN TO AVD-JULIAN (AVD-CNT).                      00
062263         MOVE AV-DAY-ABS TO AVD-DAY-ABS (AVD-CNT).                      00
062264 2702X.  EXIT.                                                          00
062265 2703-FIND-DAY.                                                         00
062266         IF AVD-JULIAN (AVD-IX) = HOLD-JULIAN                           00
062267             MOVE AVD-IX TO AVD-HIT.                                    00
062268 2704-ADD-GAP.                                                          00
062269         IF GAPT-CNT = 100                                              00
062270             ADD 1 TO GAP-LOST                                          00
062271             GO TO 2704X.                                               00
062272         ADD 1 TO GAPT-CNT.                                             00
062273         MOVE AV-LAST-END TO GAPT-FROM (GAPT-CNT).                      00
062274         MOVE AV-START-ABS TO GAPT-TO (GAPT-CNT).                       00
062275         MOVE HOLD-JULIAN TO GAPT-JULIAN (GAPT-CNT).                    00
062276 2704X.  EXIT.                                                          00
062277 2705-LOAD-WINDOWS.                                                     00
062278         NOTE  READS THE MAINTWIN CARD DECK. A W CARD IS ONE            00
062279             SCHEDULED MAINTENANCE WINDOW - DATE YYMMDD IN COLS         00
062280             3-8, START AND END HHMM IN COLS 10-13 AND 15-18 (AN        00
062281             END NOT AFTER THE START IS ON THE NEXT DAY) AND A          00
062282             DESCRIPTION IN COLS 20-49. A T CARD GIVES IN COLS          00
062283             3-6 THE SHORTEST GAP, IN MINUTES, TAKEN AS DOWNTIME.       00
062284             THE END OF THE LAST RUN IN AVAILSUM IS PICKED UP.          00
062285         OPEN INPUT MAINT-WIN.                                          00
062286 2705-READ.                                                             00
062287         READ MAINT-WIN AT END GO TO 2705-DONE.                         00
062288         IF MWC-TYPE = "T" AND MWC-THRESH NUMERIC                       00
062289             IF MWC-THRESH > 0 MOVE MWC-THRESH TO AV-THRESHOLD.         00
062290         IF MWC-TYPE ! "W" GO TO 2705-READ.                             00
062291         IF MWC-DATE NOT NUMERIC OR MWC-START-HH NOT NUMERIC            00
062292             OR MWC-START-MM NOT NUMERIC OR MWC-END-HH NOT NUMERIC      00
062293             OR MWC-END-MM NOT NUMERIC GO TO 2705-READ.                 00
062294         IF MWC-MM < 1 OR MWC-MM > 12 OR MWC-DD < 1 OR MWC-DD > 31      00
062295             GO TO 2705-READ.                                           00
062296         IF MWT-CNT = 40                                                00
062297             DISPLAY "MAINTWIN OVER 40 WINDOWS - REST NOT USED"         00
062298             GO TO 2705-DONE.                                           00
062299         ADD 1 TO MWT-CNT.                                              00
062300         COMPUTE AV-DAY-ABS = MWC-YY * 365 + (MWC-YY + 3) DIV 4         00
062301             + AV-CUM (MWC-MM) + MWC-DD.                                00
062302         IF MWC-MM > 2 AND MWC-YY MOD 4 = 0 ADD 1 TO AV-DAY-ABS.        00
062303         COMPUTE MWT-FROM (MWT-CNT) = AV-DAY-ABS * 1440                 00
062304             + MWC-START-HH * 60 + MWC-START-MM.                        00
062305         COMPUTE MWT-TO (MWT-CNT) = AV-DAY-ABS * 1440                   00
062306             + MWC-END-HH * 60 + MWC-END-MM.                            00
062307         IF MWT-TO (MWT-CNT) NOT > MWT-FROM (MWT-CNT)                   00
062308             ADD 1440 TO MWT-TO (MWT-CNT).                              00
062309         MOVE MWC-DESC TO MWT-DESC (MWT-CNT).                           00
062310         GO TO 2705-READ.                                               00
062311 2705-DONE.                                                             00
062312         CLOSE MAINT-WIN.                                               00
062313         OPEN INPUT AVAIL-SUM.                                          00
062314         IF AVAIL-SUM-STATUS ! "00" GO TO 2705X.                        00
062315         READ AVAIL-SUM AT END                                          00
062316             CLOSE AVAIL-SUM                                            00
062317             GO TO 2705X.                                               00
062318         MOVE ASUM-LAST-END TO AV-CARRY.                                00
062319         CLOSE AVAIL-SUM.                                               00
062320 2705X.  EXIT.                                                          00
062321 2710-AVAIL-SECTION.                                                    00
062322         NOTE  CLASSIFIES THE GAPS AGAINST THE MAINTENANCE              00
062323             WINDOWS, ADDS THE DUMPS FIGURES TO AVAILSUM AND            00
062324             PRINTS THE GAPS, EACH LOG DATE AND THE MONTH TO DATE.      00
062325             AVAILABILITY IS THE TIME UP AS A PERCENT OF THE TIME       00
062326             LOGGED LESS SCHEDULED MAINTENANCE.                         00
062327         IF AV-LAST-END = 0 GO TO 2710X.                                00
062328         MOVE 0 TO AV-T-SCHED AV-T-UNSCH AV-T-OUT.                      00
062329         PERFORM 2711-CLASSIFY-GAP THRU 2711X VARYING GAPT-IX           00
062330             FROM 1 BY 1 UNTIL GAPT-IX > GAPT-CNT.                      00
062331         COMPUTE AV-T-SPAN = AV-LAST-END - AV-FIRST.                    00
062332         PERFORM 2718-POST-MONTH THRU 2718X.                            00
062333         MOVE SPACES TO PRINT-REC.                                      00
062334         PERFORM 1012-OFLOW.                                            00
062335         MOVE AV-THRESHOLD TO AVH-THRESH.                               00
062336         WRITE PRINT-REC FROM AV-HEAD-1 BEFORE ADVANCING                00
062337             2 LINES.                                                   00
062338         ADD 2 TO LINE-COUNT.                                           00
062339         IF GAPT-CNT > 0 GO TO 2710-GAPS.                               00
062340         WRITE PRINT-REC FROM AV-NONE-LINE.                             00
062341         ADD 1 TO LINE-COUNT.                                           00
062342         GO TO 2710-DAYS.                                               00
062343 2710-GAPS.                                                             00
062344         WRITE PRINT-REC FROM AV-GAP-HEAD.                              00
062345         ADD 1 TO LINE-COUNT.                                           00
062346         PERFORM 2713-GAP-PRINT THRU 2713X VARYING GAPT-IX              00
062347             FROM 1 BY 1 UNTIL GAPT-IX > GAPT-CNT.                      00
062348         IF GAP-LOST = 0 GO TO 2710-DAYS.                               00
062349         MOVE GAP-LOST TO AVL-COUNT.                                    00
062350         ADD 1 TO LINE-COUNT.                                           00
062351         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062352         WRITE PRINT-REC FROM AV-LOST-LINE.                             00
062353 2710-DAYS.                                                             00
062354         ADD 3 TO LINE-COUNT.                                           00
062355         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062356         WRITE PRINT-REC FROM AV-DAY-HEAD-1 BEFORE ADVANCING            00
062357             2 LINES.                                                   00
062358         WRITE PRINT-REC FROM AV-DAY-HEAD-2.                            00
062359         PERFORM 2714-DAY-PRINT THRU 2714X VARYING AVD-IX               00
062360             FROM 1 BY 1 UNTIL AVD-IX > AVD-CNT.                        00
062361         MOVE "MTD  " TO ADL-DATE-X.                                    00
062362         MOVE ASUM-SPAN TO AV-SPAN.                                     00
062363         MOVE ASUM-SCHED TO AV-SCHED.                                   00
062364         MOVE ASUM-UNSCHED TO AV-UNSCH.                                 00
062365         MOVE ASUM-OUTAGES TO AV-OUT.                                   00
062366         PERFORM 2717-FIGURES THRU 2717X.                               00
062367 2710X.  EXIT.                                                          00
062368 2711-CLASSIFY-GAP.                                                     00
062369         NOTE  A GAP OVERLAPPING A WINDOW IS SCHEDULED UP TO THE        00
062370             WINDOW END, OR TO THE GAP END WHEN IT CAME BACK UP         00
062371             WITHIN THE THRESHOLD OF THE WINDOW END. GAPT-USTART        00
062372             IS WHERE THE UNSCHEDULED PART OF THE GAP BEGINS.           00
062373         MOVE GAPT-FROM (GAPT-IX) TO GAPT-USTART (GAPT-IX).             00
062374         MOVE 0 TO GAPT-WIN (GAPT-IX).                                  00
062375         PERFORM 2712-MATCH-WINDOW VARYING MWT-IX FROM 1 BY 1           00
062376             UNTIL MWT-IX > MWT-CNT OR GAPT-WIN (GAPT-IX) > 0.          00
062377         IF GAPT-WIN (GAPT-IX) = 0 GO TO 2711-COUNT.                    00
062378         MOVE GAPT-WIN (GAPT-IX) TO MWT-IX.                             00
062379         MOVE GAPT-TO (GAPT-IX) TO GAPT-USTART (GAPT-IX).               00
062380         COMPUTE AV-WORK = MWT-TO (MWT-IX) + AV-THRESHOLD.              00
062381         IF GAPT-TO (GAPT-IX) > AV-WORK                                 00
062382             MOVE MWT-TO (MWT-IX) TO GAPT-USTART (GAPT-IX).             00
062383 2711-COUNT.                                                            00
062384         COMPUTE AV-WORK = GAPT-USTART (GAPT-IX)                        00
062385             - GAPT-FROM (GAPT-IX).                                     00
062386         ADD AV-WORK TO AV-T-SCHED.                                     00
062387         COMPUTE AV-WORK = GAPT-TO (GAPT-IX)                            00
062388             - GAPT-USTART (GAPT-IX).                                   00
062389         ADD AV-WORK TO AV-T-UNSCH.                                     00
062390         IF AV-WORK > 0 ADD 1 TO AV-T-OUT.                              00
062391 2711X.  EXIT.                                                          00
062392 2712-MATCH-WINDOW.                                                     00
062393         IF GAPT-FROM (GAPT-IX) < MWT-TO (MWT-IX)                       00
062394             AND GAPT-TO (GAPT-IX) > MWT-FROM (MWT-IX)                  00
062395                 MOVE MWT-IX TO GAPT-WIN (GAPT-IX).                     00
062396 2713-GAP-PRINT.                                                        00
062397         MOVE GAPT-JULIAN (GAPT-IX) TO AGL-DATE.                        00
062398         COMPUTE AV-WORK = GAPT-FROM (GAPT-IX) MOD 1440.                00
062399         COMPUTE AGL-FROM-HH = AV-WORK DIV 60.                          00
062400         COMPUTE AGL-FROM-MM = AV-WORK MOD 60.                          00
062401         COMPUTE AV-WORK = GAPT-TO (GAPT-IX) MOD 1440.                  00
062402         COMPUTE AGL-TO-HH = AV-WORK DIV 60.                            00
062403         COMPUTE AGL-TO-MM = AV-WORK MOD 60.                            00
062404         COMPUTE AGL-MIN = GAPT-TO (GAPT-IX)                            00
062405             - GAPT-FROM (GAPT-IX).                                     00
062406         COMPUTE AGL-UNSCH = GAPT-TO (GAPT-IX)                          00
062407             - GAPT-USTART (GAPT-IX).                                   00
062408         MOVE "UNSCHEDULED OUTAGE  " TO AGL-CLASS.                      00
062409         MOVE SPACES TO AGL-DESC.                                       00
062410         IF GAPT-WIN (GAPT-IX) = 0 GO TO 2713-PUT.                      00
062411         MOVE GAPT-WIN (GAPT-IX) TO MWT-IX.                             00
062412         MOVE MWT-DESC (MWT-IX) TO AGL-DESC.                            00
062413         MOVE "SCHEDULED           " TO AGL-CLASS.                      00
062414         IF GAPT-USTART (GAPT-IX) < GAPT-TO (GAPT-IX)                   00
062415             MOVE "OVERRAN WINDOW      " TO AGL-CLASS.                  00
062416 2713-PUT.                                                              00
062417         ADD 1 TO LINE-COUNT.                                           00
062418         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062419         WRITE PRINT-REC FROM AV-GAP-LINE.                              00
062420 2713X.  EXIT.                                                          00
062421 2714-DAY-PRINT.                                                        00
062422         NOTE  THE DAY RUNS FROM MIDNIGHT OR THE FIRST RUN TO           00
062423             MIDNIGHT OR THE LAST END, AND EACH GAP IS SPLIT AT         00
062424             MIDNIGHT. AN OUTAGE COUNTS ON THE DAY IT BEGAN.            00
062425         COMPUTE AV-LO = AVD-DAY-ABS (AVD-IX) * 1440.                   00
062426         COMPUTE AV-HI = AV-LO + 1440.                                  00
062427         IF AV-FIRST > AV-LO MOVE AV-FIRST TO AV-LO.                    00
062428         IF AV-LAST-END < AV-HI MOVE AV-LAST-END TO AV-HI.              00
062429         MOVE 0 TO AV-SPAN AV-SCHED AV-UNSCH AV-OUT.                    00
062430         IF AV-HI > AV-LO COMPUTE AV-SPAN = AV-HI - AV-LO.              00
062431         PERFORM 2715-DAY-GAP VARYING GAPT-IX FROM 1 BY 1               00
062432             UNTIL GAPT-IX > GAPT-CNT.                                  00
062433         MOVE AVD-JULIAN (AVD-IX) TO ADL-DATE.                          00
062434         PERFORM 2717-FIGURES THRU 2717X.                               00
062435 2714X.  EXIT.                                                          00
062436 2715-DAY-GAP.                                                          00
062437         MOVE GAPT-FROM (GAPT-IX) TO AV-A.                              00
062438         MOVE GAPT-USTART (GAPT-IX) TO AV-B.                            00
062439         PERFORM 2716-OVERLAP.                                          00
062440         ADD AV-WORK TO AV-SCHED.                                       00
062441         MOVE GAPT-USTART (GAPT-IX) TO AV-A.                            00
062442         MOVE GAPT-TO (GAPT-IX) TO AV-B.                                00
062443         PERFORM 2716-OVERLAP.                                          00
062444         ADD AV-WORK TO AV-UNSCH.                                       00
062445         IF GAPT-USTART (GAPT-IX) < GAPT-TO (GAPT-IX)                   00
062446             AND GAPT-USTART (GAPT-IX) NOT < AV-LO                      00
062447             AND GAPT-USTART (GAPT-IX) < AV-HI                          00
062448                 ADD 1 TO AV-OUT.                                       00
062449 2716-OVERLAP.                                                          00
062450         IF AV-A < AV-LO MOVE AV-LO TO AV-A.                            00
062451         IF AV-B > AV-HI MOVE AV-HI TO AV-B.                            00
062452         MOVE 0 TO AV-WORK.                                             00
062453         IF AV-B > AV-A COMPUTE AV-WORK = AV-B - AV-A.                  00
062454 2717-FIGURES.                                                          00
062455         COMPUTE AV-HRS ROUNDED = AV-SPAN / 60.                         00
062456         MOVE AV-HRS TO ADL-SPAN.                                       00
062457         MOVE AV-SCHED TO ADL-SCHED.                                    00
062458         MOVE AV-UNSCH TO ADL-UNSCH.                                    00
062459         MOVE AV-OUT TO ADL-OUT.                                        00
062460         MOVE 0 TO AV-UP.                                               00
062461         COMPUTE AV-WORK = AV-SCHED + AV-UNSCH.                         00
062462         IF AV-SPAN > AV-WORK                                           00
062463             COMPUTE AV-UP = AV-SPAN - AV-WORK.                         00
062464         MOVE "   N/A" TO ADL-PCT-X.                                    00
062465         IF AV-SPAN NOT > AV-SCHED GO TO 2717-MTBF.                     00
062466         COMPUTE AV-PCT ROUNDED =                                       00
062467             AV-UP * 100 / (AV-SPAN - AV-SCHED).                        00
062468         MOVE AV-PCT TO ADL-PCT.                                        00
062469 2717-MTBF.                                                             00
062470         MOVE "  NONE" TO ADL-MTBF-X.                                   00
062471         IF AV-OUT = 0 GO TO 2717-PUT.                                  00
062472         COMPUTE AV-MTBF ROUNDED = AV-UP / AV-OUT / 60.                 00
062473         MOVE AV-MTBF TO ADL-MTBF.                                      00
062474 2717-PUT.                                                              00
062475         ADD 1 TO LINE-COUNT.                                           00
062476         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062477         WRITE PRINT-REC FROM AV-DAY-LINE.                              00
062478 2717X.  EXIT.                                                          00
062479 2718-POST-MONTH.                                                       00
062480         NOTE  ADDS THE DUMPS FIGURES TO AVAILSUM THE WAY 1801          00
062481             ADDS TO LOGSUMRY, STARTING OVER ON A NEW PERIOD, AND       00
062482             SAVES THE LAST END FOR THE NEXT DUMP.                      00
062483         OPEN I-O AVAIL-SUM.                                            00
062484         IF AVAIL-SUM-STATUS ! "00"                                     00
062485             OPEN OUTPUT AVAIL-SUM                                      00
062486             PERFORM 2719-ZERO-MONTH                                    00
062487             PERFORM 2720-ADD-MONTH                                     00
062488             WRITE ASUM-REC                                             00
062489             GO TO 2718-CLOSE.                                          00
062490         READ AVAIL-SUM AT END                                          00
062491             PERFORM 2719-ZERO-MONTH                                    00
062492             PERFORM 2720-ADD-MONTH                                     00
062493             WRITE ASUM-REC                                             00
062494             GO TO 2718-CLOSE.                                          00
062495         IF PERIOD-KEY ! ASUM-MONTH PERFORM 2719-ZERO-MONTH.            00
062496         PERFORM 2720-ADD-MONTH.                                        00
062497         REWRITE ASUM-REC.                                              00
062498 2718-CLOSE.                                                            00
062499         CLOSE AVAIL-SUM.                                               00
062500 2718X.  EXIT.                                                          00
062501 2719-ZERO-MONTH.                                                       00
062502         MOVE SPACES TO ASUM-REC.                                       00
062503         MOVE ZERO TO ASUM-SPAN ASUM-SCHED ASUM-UNSCHED                 00
062504             ASUM-OUTAGES ASUM-GAPS ASUM-LAST-END.                      00
062505         MOVE PERIOD-KEY TO ASUM-MONTH.                                 00
062506 2720-ADD-MONTH.                                                        00
062507         ADD AV-T-SPAN TO ASUM-SPAN.                                    00
062508         ADD AV-T-SCHED TO ASUM-SCHED.                                  00
062509         ADD AV-T-UNSCH TO ASUM-UNSCHED.                                00
062510         ADD AV-T-OUT TO ASUM-OUTAGES.                                  00
062511         ADD GAPT-CNT TO ASUM-GAPS.                                     00
062512         MOVE AV-LAST-END TO ASUM-LAST-END.                             00
062513 2730-MIX-RECORD.                                                       00
062514         NOTE  KEEPS EACH RUNS START AND END IN SECONDS FROM THE        00
062515             MIDNIGHT BEFORE THE FIRST LOG DATE OF THE DUMP AND         00
062516             ADDS THE RUN TO EACH FIFTEEN-MINUTE INTERVAL IT WAS        00
062517             IN THE MIX. HOLD-STOP IS THE ELAPSED TIME BY NOW.          00
062518         IF HOLD-JULIAN = 0 GO TO 2730X.                                00
062519         COMPUTE MX-YY = HOLD-JULIAN DIV 1000.                          00
062520         COMPUTE MX-DAY = MX-YY * 365 + (MX-YY + 3) DIV 4               00
062521             + HOLD-JULIAN MOD 1000.                                    00
062522         IF MX-BASE = 0 COMPUTE MX-BASE = MX-DAY - 1.                   00
062523         IF MX-DAY < MX-BASE OR MXR-CNT = 1500                          00
062524             ADD 1 TO MX-LOST                                           00
062525             GO TO 2730X.                                               00
062526         COMPUTE MX-DX = MX-DAY - MX-BASE + 1.                          00
062527         IF MX-DX > 11                                                  00
062528             ADD 1 TO MX-LOST                                           00
062529             GO TO 2730X.                                               00
062530         MOVE HOLD-JULIAN TO MXD-JUL (MX-DX).                           00
062531         ADD 1 TO MXR-CNT.                                              00
062532         COMPUTE MXR-START (MXR-CNT) = (MX-DX - 1) * 86400              00
062533             + HOLD-START DIV 60.                                       00
062534         COMPUTE MXR-STOP (MXR-CNT) = MXR-START (MXR-CNT)               00
062535             + HOLD-STOP DIV 60.                                        00
062536         IF MXR-STOP (MXR-CNT) = MXR-START (MXR-CNT)                    00
062537             ADD 1 TO MXR-STOP (MXR-CNT).                               00
062538         MOVE NORM-PROG-KEY TO MXR-PROG (MXR-CNT).                      00
062539         COMPUTE MXR-SEQ (MXR-CNT) = HOLD-RUN-SEQ + 1.                  00
062540         COMPUTE MX-K1 = MXR-START (MXR-CNT) DIV 900 + 1.               00
062541         COMPUTE MX-K2 = (MXR-STOP (MXR-CNT) - 1) DIV 900 + 1.          00
062542         IF MX-K2 > 1056 MOVE 1056 TO MX-K2.                            00
062543         PERFORM 2731-MIX-INTERVAL VARYING MX-K FROM MX-K1 BY 1         00
062544             UNTIL MX-K > MX-K2.                                        00
062545 2730X.  EXIT.                                                          00
062546 2731-MIX-INTERVAL.                                                     00
062547         COMPUTE MX-T0 = (MX-K - 1) * 900.                              00
062548         COMPUTE MX-T1 = MX-T0 + 900.                                   00
062549         MOVE MXR-START (MXR-CNT) TO MX-A.                              00
062550         IF MX-A < MX-T0 MOVE MX-T0 TO MX-A.                            00
062551         MOVE MXR-STOP (MXR-CNT) TO MX-B.                               00
062552         IF MX-B > MX-T1 MOVE MX-T1 TO MX-B.                            00
062553         ADD 1 TO MXI-JOBS (MX-K).                                      00
062554         IF MX-B > MX-A                                                 00
062555             COMPUTE MXI-SECS (MX-K) = MXI-SECS (MX-K)                  00
062556                 + MX-B - MX-A.                                         00
062557 2732-MIX-CLEAR.                                                        00
062558         MOVE 0 TO MXI-JOBS (MX-K) MXI-SECS (MX-K).                     00
062559         IF MX-K < 13 MOVE 0 TO MXD-JUL (MX-K).                         00
062560 2740-MIX-SECTION.                                                      00
062561         NOTE  THE MIX LEVEL AT AN INSTANT IS THE NUMBER OF RUNS        00
062562             STARTED AND NOT YET ENDED. IT CAN ONLY RISE AT A RUN       00
062563             START, SO THE LEVEL IS TAKEN AT EACH START AND THE         00
062564             PEAK IS THE HIGHEST OF THESE. AN INTERVALS AVERAGE IS      00
062565             ITS RUN-SECONDS OVER 900.                                  00
062566         MOVE SPACES TO PRINT-REC.                                      00
062567         PERFORM 1012-OFLOW.                                            00
062568         WRITE PRINT-REC FROM MX-HEAD-1 BEFORE ADVANCING                00
062569             2 LINES.                                                   00
062570         ADD 2 TO LINE-COUNT.                                           00
062571         IF MXR-CNT > 0 GO TO 2740-LEVELS.                              00
062572         WRITE PRINT-REC FROM MX-NONE-LINE.                             00
062573         ADD 1 TO LINE-COUNT.                                           00
062574         GO TO 2740X.                                                   00
062575 2740-LEVELS.                                                           00
062576         MOVE 0 TO MX-PEAK MX-PEAK-RUNS MX-PEAK-DROP MXP-CNT.           00
062577         PERFORM 2741-RUN-LEVEL VARYING MX-I FROM 1 BY 1                00
062578             UNTIL MX-I > MXR-CNT.                                      00
062579         PERFORM 2743-PEAK-TIME THRU 2743X VARYING MX-I                 00
062580             FROM 1 BY 1 UNTIL MX-I > MXR-CNT.                          00
062581         PERFORM 2742-FILL-DAYS THRU 2742X VARYING MX-D                 00
062582             FROM 2 BY 1 UNTIL MX-D > 12.                               00
062583         WRITE PRINT-REC FROM MX-HEAD-2.                                00
062584         WRITE PRINT-REC FROM MX-HEAD-3.                                00
062585         ADD 2 TO LINE-COUNT.                                           00
062586         PERFORM 2745-MIX-HOUR THRU 2745X VARYING MX-H                  00
062587             FROM 1 BY 1 UNTIL MX-H > 264.                              00
062588         MOVE MX-PEAK TO MXS-PEAK.                                      00
062589         MOVE MX-PEAK-RUNS TO MXS-RUNS.                                 00
062590         ADD 3 TO LINE-COUNT.                                           00
062591         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062592         MOVE SPACES TO PRINT-REC.                                      00
062593         WRITE PRINT-REC.                                               00
062594         WRITE PRINT-REC FROM MX-SUM-LINE BEFORE ADVANCING              00
062595             2 LINES.                                                   00
062596         PERFORM 2747-PEAK-PRINT VARYING MXP-IX FROM 1 BY 1             00
062597             UNTIL MXP-IX > MXP-CNT.                                    00
062598         IF MX-PEAK-DROP > 0                                            00
062599             ADD 1 TO LINE-COUNT                                        00
062600             WRITE PRINT-REC FROM MX-MORE-LINE.                         00
062601         IF MX-LOST = 0 GO TO 2740X.                                    00
062602         MOVE MX-LOST TO MXX-COUNT.                                     00
062603         ADD 1 TO LINE-COUNT.                                           00
062604         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062605         WRITE PRINT-REC FROM MX-LOST-LINE.                             00
062606 2740X.  EXIT.                                                          00
062607 2741-RUN-LEVEL.                                                        00
062608         MOVE 0 TO MX-LEVEL.                                            00
062609         MOVE MXR-START (MX-I) TO MX-T0.                                00
062610         PERFORM 2744-COUNT-AT VARYING MX-J FROM 1 BY 1                 00
062611             UNTIL MX-J > MXR-CNT.                                      00
062612         MOVE MX-LEVEL TO MXR-LEVEL (MX-I).                             00
062613         IF MX-LEVEL > MX-PEAK MOVE MX-LEVEL TO MX-PEAK.                00
062614 2742-FILL-DAYS.                                                        00
062615         NOTE  A DAY THE MIX RAN INTO WITH NO RUN LOGGED UNDER          00
062616             ITS OWN DATE TAKES THE DAY AFTER THE DAY BEFORE.           00
062617         COMPUTE MX-K1 = MX-D - 1.                                      00
062618         IF MXD-JUL (MX-D) > 0 OR MXD-JUL (MX-K1) = 0 GO TO 2742X.      00
062619         COMPUTE MXD-JUL (MX-D) = MXD-JUL (MX-K1) + 1.                  00
062620         COMPUTE MX-YY = MXD-JUL (MX-D) DIV 1000.                       00
062621         MOVE 365 TO MX-WORK.                                           00
062622         IF MX-YY MOD 4 = 0 MOVE 366 TO MX-WORK.                        00
062623         IF MXD-JUL (MX-D) MOD 1000 > MX-WORK                           00
062624             COMPUTE MXD-JUL (MX-D) = (MX-YY + 1) * 1000 + 1.           00
062625 2742X.  EXIT.                                                          00
062626 2743-PEAK-TIME.                                                        00
062627         NOTE  KEEPS THE FIRST TEN DISTINCT TIMES THE PEAK WAS          00
062628             REACHED IN TIME ORDER.                                     00
062629         IF MXR-LEVEL (MX-I) ! MX-PEAK GO TO 2743X.                     00
062630         ADD 1 TO MX-PEAK-RUNS.                                         00
062631         MOVE MXR-START (MX-I) TO MX-T0.                                00
062632         MOVE 0 TO MX-HIT.                                              00
062633         PERFORM 2746-FIND-SLOT VARYING MXP-IX FROM 1 BY 1              00
062634             UNTIL MXP-IX > MXP-CNT OR MX-HIT > 0.                      00
062635         IF MX-HIT = 0 COMPUTE MX-HIT = MXP-CNT + 1.                    00
062636         IF MX-HIT NOT > MXP-CNT                                        00
062637             IF MXP-TIME (MX-HIT) = MX-T0 GO TO 2743X.                  00
062638         IF MX-HIT > 10                                                 00
062639             ADD 1 TO MX-PEAK-DROP                                      00
062640             GO TO 2743X.                                               00
062641         IF MXP-CNT = 10 ADD 1 TO MX-PEAK-DROP                          00
062642             ELSE ADD 1 TO MXP-CNT.                                     00
062643         COMPUTE MX-J = MXP-CNT - MX-HIT.                               00
062644         PERFORM 2748-SHIFT-SLOT VARYING MX-K FROM 1 BY 1               00
062645             UNTIL MX-K > MX-J.                                         00
062646         MOVE MX-T0 TO MXP-TIME (MX-HIT).                               00
062647 2743X.  EXIT.                                                          00
062648 2744-COUNT-AT.                                                         00
062649         IF MXR-START (MX-J) NOT > MX-T0                                00
062650             AND MXR-STOP (MX-J) > MX-T0                                00
062651             ADD 1 TO MX-LEVEL.                                         00
062652 2745-MIX-HOUR.                                                         00
062653         COMPUTE MX-K1 = (MX-H - 1) * 4 + 1.                            00
062654         COMPUTE MX-K2 = MX-K1 + 3.                                     00
062655         MOVE 0 TO MX-WORK.                                             00
062656         PERFORM 2749-SUM-JOBS VARYING MX-K FROM MX-K1 BY 1             00
062657             UNTIL MX-K > MX-K2.                                        00
062658         IF MX-WORK = 0 GO TO 2745X.                                    00
062659         MOVE SPACES TO MX-HOUR-LINE.                                   00
062660         COMPUTE MX-D = (MX-H - 1) DIV 24 + 1.                          00
062661         MOVE MXD-JUL (MX-D) TO MXL-DATE.                               00
062662         COMPUTE MXL-HH = (MX-H - 1) MOD 24.                            00
062663         PERFORM 2750-MIX-QUARTER VARYING MX-Q FROM 1 BY 1              00
062664             UNTIL MX-Q > 4.                                            00
062665         ADD 1 TO LINE-COUNT.                                           00
062666         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062667         WRITE PRINT-REC FROM MX-HOUR-LINE.                             00
062668 2745X.  EXIT.                                                          00
062669 2746-FIND-SLOT.                                                        00
062670         IF MXP-TIME (MXP-IX) NOT < MX-T0 MOVE MXP-IX TO MX-HIT.        00
062671 2747-PEAK-PRINT.                                                       00
062672         MOVE MXP-TIME (MXP-IX) TO MX-T0 MX-SECS.                       00
062673         PERFORM 2752-EDIT-TIME.                                        00
062674         MOVE MX-DATE-OUT TO MXA-DATE.                                  00
062675         MOVE MX-TIME-OUT TO MXA-TIME.                                  00
062676         ADD 1 TO LINE-COUNT.                                           00
062677         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062678         WRITE PRINT-REC FROM MX-AT-LINE.                               00
062679         PERFORM 2753-PEAK-JOB THRU 2753X VARYING MX-J FROM 1 BY 1      00
062680             UNTIL MX-J > MXR-CNT.                                      00
062681 2748-SHIFT-SLOT.                                                       00
062682         COMPUTE MX-K2 = MXP-CNT + 1 - MX-K.                            00
062683         COMPUTE MX-K1 = MX-K2 - 1.                                     00
062684         MOVE MXP-TIME (MX-K1) TO MXP-TIME (MX-K2).                     00
062685 2749-SUM-JOBS.                                                         00
062686         ADD MXI-JOBS (MX-K) TO MX-WORK.                                00
062687 2750-MIX-QUARTER.                                                      00
062688         COMPUTE MX-K = MX-K1 + MX-Q - 1.                               00
062689         MOVE MXI-JOBS (MX-K) TO MXL-JOBS (MX-Q).                       00
062690         COMPUTE MX-AVG ROUNDED = MXI-SECS (MX-K) / 900.                00
062691         MOVE MX-AVG TO MXL-AVG (MX-Q).                                 00
062692         COMPUTE MX-T0 = (MX-K - 1) * 900.                              00
062693         COMPUTE MX-T1 = MX-T0 + 900.                                   00
062694         MOVE 0 TO MX-LEVEL MX-QPEAK.                                   00
062695         PERFORM 2751-QUARTER-PEAK VARYING MX-J FROM 1 BY 1             00
062696             UNTIL MX-J > MXR-CNT.                                      00
062697         IF MX-LEVEL > MX-QPEAK MOVE MX-LEVEL TO MX-QPEAK.              00
062698         MOVE MX-QPEAK TO MXL-PEAK (MX-Q).                              00
062699 2751-QUARTER-PEAK.                                                     00
062700         IF MXR-START (MX-J) NOT > MX-T0                                00
062701             AND MXR-STOP (MX-J) > MX-T0                                00
062702             ADD 1 TO MX-LEVEL.                                         00
062703         IF MXR-START (MX-J) > MX-T0 AND MXR-START (MX-J) < MX-T1       00
062704             AND MXR-LEVEL (MX-J) > MX-QPEAK                            00
062705                 MOVE MXR-LEVEL (MX-J) TO MX-QPEAK.                     00
062706 2752-EDIT-TIME.                                                        00
062707         COMPUTE MX-D = MX-SECS DIV 86400 + 1.                          00
062708         MOVE MXD-JUL (MX-D) TO MX-DATE-OUT.                            00
062709         COMPUTE MX-WORK = MX-SECS MOD 86400.                           00
062710         COMPUTE MXT-HH = MX-WORK DIV 3600.                             00
062711         COMPUTE MXT-MM = MX-WORK MOD 3600 DIV 60.                      00
062712         COMPUTE MXT-SS = MX-WORK MOD 60.                               00
062713 2753-PEAK-JOB.                                                         00
062714         IF MXR-START (MX-J) > MX-T0                                    00
062715             OR MXR-STOP (MX-J) NOT > MX-T0                             00
062716             GO TO 2753X.                                               00
062717         MOVE MXR-SEQ (MX-J) TO MXJ-SEQ.                                00
062718         MOVE MXR-PROG (MX-J) TO MXJ-PROG.                              00
062719         MOVE MXR-START (MX-J) TO MX-SECS.                              00
062720         PERFORM 2752-EDIT-TIME.                                        00
062721         MOVE MX-DATE-OUT TO MXJ-FROM-DATE.                             00
062722         MOVE MX-TIME-OUT TO MXJ-FROM-TIME.                             00
062723         MOVE MXR-STOP (MX-J) TO MX-SECS.                               00
062724         PERFORM 2752-EDIT-TIME.                                        00
062725         MOVE MX-DATE-OUT TO MXJ-TO-DATE.                               00
062726         MOVE MX-TIME-OUT TO MXJ-TO-TIME.                               00
062727         ADD 1 TO LINE-COUNT.                                           00
062728         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
062729         WRITE PRINT-REC FROM MX-JOB-LINE.                              00
062730 2753X.  EXIT.                                                          00
062760 1801-MONTH-TO-DATE.                                                    00
062765         MOVE TODAYS-DATE TO HOLD-TODAYS-DATE.                          00
062766         PERFORM 2112-FISCAL-PERIOD THRU 2112X.                         00
062770         OPEN I-O LOG-SUMMARY.                                          00
062775         READ LOG-SUMMARY AT END                                        00
062780             MOVE ZERO TO SUM-ELAPSED SUM-PROCESS SUM-I-O SUM-PRORATE   00
062785                 SUM-EOJ SUM-SYNTAX SUM-DS SUM-ABORT                    00
062790             MOVE PERIOD-KEY TO SUM-MONTH                               00
062795             WRITE SUM-REC                                              00
062800             GO TO 1801X.                                               00
062805         IF PERIOD-KEY ! SUM-MONTH                                      00
062810             MOVE ZERO TO SUM-ELAPSED SUM-PROCESS SUM-I-O SUM-PRORATE   00
062815                 SUM-EOJ SUM-SYNTAX SUM-DS SUM-ABORT                    00
062820             MOVE PERIOD-KEY TO SUM-MONTH.                              00
062825         ADD ACCUM-ELAPSED TO SUM-ELAPSED.                              00
062830         ADD ACCUM-PROCESS TO SUM-PROCESS.                              00
062835         ADD ACCUM-I-O TO SUM-I-O.                                      00
063120         CLOSE OPS-SNAPSHOT.                                            00
063130         PERFORM 2601-OPS-TREND THRU 2601X.                             00
063131         PERFORM 2603-DEV-TREND THRU 2603X.                             00
063141         PERFORM 2608-DEV-HIST THRU 2608X.                              00
063151 2760-LINEAGE-OPEN.                                                     00
063161         NOTE  OPENS THE LINEAGE FILE AT ITS END SO THIS DUMPS          00
063171             FILE RECORDS FOLLOW THOSE OF EARLIER RUNS.                 00
063181         OPEN I-O LINEAGE-FILE.                                         00
063191         IF LINEAGE-STATUS ! "00"                                       00
063201             OPEN OUTPUT LINEAGE-FILE                                   00
063211             GO TO 2760X.                                               00
063221 2760-SKIP.                                                             00
063231         READ LINEAGE-FILE AT END GO TO 2760X.                          00
063241         GO TO 2760-SKIP.                                               00
063251 2760X.  EXIT.                                                          00
063261 2761-LINEAGE-RUN.                                                      00
063271         NOTE  KEEPS THE RUNS START AS HHMM FOR ITS FILE RECORDS -      00
063281             HOLD-START IS USED AS A WORK AREA FROM HERE ON.            00
063291         COMPUTE LN-HH = HOLD-START DIV CONSTANT-216K.                  00
063301         COMPUTE LN-RUN-TIME = LN-HH * 100                              00
063311             + HOLD-START MOD CONSTANT-216K DIV CONSTANT-3600.          00
063321 2762-LINEAGE-FILE.                                                     00
063331         MOVE SPACES TO LINEAGE-REC.                                    00
063341         MOVE HOLD-JULIAN TO LN-DATE.                                   00
063351         MOVE LN-RUN-TIME TO LN-TIME.                                   00
063361         MOVE HOLD-RUN-SEQ TO LN-RUN-SEQ.                               00
063371         MOVE NORM-PROG-KEY TO LN-PROG.                                 00
063381         MOVE FILE-MFID TO LN-MFID.                                     00
063391         MOVE FILE-ID TO LN-FID.                                        00
063401         MOVE FILE-REEL-NO TO LN-REEL.                                  00
063411         MOVE FILE-CREATION TO LN-CREATION.                             00
063421         MOVE ZEROS TO CONVERT-CMP.                                     00
063431         MOVE UNIT-CODE TO HOLD-1-CHAR.                                 00
063441         IF CONVERT-CMP > 0 AND CONVERT-CMP < 32                        00
063451             MOVE DEVICE-NAME (CONVERT-CMP) TO LN-UNIT.                 00
063452         MOVE ZEROS TO CONVERT-CMP.                                     00
063453         MOVE ERROR-COUNT TO HOLD-2-CHAR.                               00
063454         MOVE CONVERT-CMP TO LN-ERRORS.                                 00
063461         WRITE LINEAGE-REC.                                             00
063471 2763-COMPILE-OPEN.                                                     00
063481         NOTE  OPENS THE COMPILE HISTORY AT ITS END THE WAY THE         00
063491             LINEAGE FILE IS OPENED.                                    00
063501         OPEN I-O COMP-HIST.                                            00
063511         IF COMP-HIST-STATUS ! "00"                                     00
063521             OPEN OUTPUT COMP-HIST                                      00
063531             GO TO 2763X.                                               00
063541 2763-SKIP.                                                             00
063551         READ COMP-HIST AT END GO TO 2763X.                             00
063561         GO TO 2763-SKIP.                                               00
063571 2763X.  EXIT.                                                          00
063581 2764-COMPILE-RUN.                                                      00
063591         NOTE  A RUN WHOSE REBUILT CONTROL CARD IS A COMPILE IS         00
063601             RECORDED WITH THE CLASS 2501-HISTORY-BUILD GAVE IT -       00
063611             COL 40 T OR P, A BLANK COMPILE BEING TEST.                 00
063621         IF INQUIRY-GO GO TO 2764X.                                     00
063631         IF CARD-COL (4) ! "C" GO TO 2764X.                             00
063641         MOVE SPACES TO COMP-HIST-REC.                                  00
063651         MOVE HOLD-JULIAN TO CP-DATE.                                   00
063661         MOVE LN-RUN-TIME TO CP-TIME.                                   00
063671         MOVE HOLD-RUN-SEQ TO CP-RUN-SEQ.                               00
063681         MOVE NORM-PROG-KEY TO CP-PROG.                                 00
063691         MOVE T-OR-P TO CP-CLASS.                                       00
063701         MOVE RESULT TO CP-RESULT.                                      00
063711         MOVE CTL-CARD TO CP-CTL-CARD.                                  00
063721         WRITE COMP-HIST-REC.                                           00
063731 2764X.  EXIT.                                                          00
064020 1901-LOG-ANALYSIS.                                                     00
064030         COMPUTE ABNORMAL-MIX-TOTAL =                                   00
064040             SYNTAX-TERMINATION + DS-TERMINATION + ABORT-TERMINATION.   00
064550             WRITE PRINT-REC                                            00
064560             ADD CONSTANT-1 TO LINE-COUNT.                              00
064562 AUDIT-START.                                                           00
064563     PERFORM OPER-SIGNON THRU OPER-X.                                   00
064564         MOVE TODAYS-DATE TO AU-DATE.                                   00
064566         MOVE "START   " TO AU-EVENT.                                   00
064568         MOVE SPACES TO AU-RESULT.                                      00
064605         ADD 1 TO AU-NEXT.                                              00
064606         GO TO AUDIT-SKIP.                                              00
064607 AUDIT-FREE.                                                            00
064608         MOVE 1 TO AU-KEY.                                              00
064609         READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.         00
064610         MOVE 0 TO AU-HASH.                                             00
064611         IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                    00
064612         MOVE AU-NEXT TO AU-KEY.                                        00
064613         MOVE AU-SAVE-REC TO AUDIT-REC.                                 00
064614         PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                          00
064615 AUDIT-PUT.                                                             00
064616         WRITE AUDIT-REC INVALID KEY                                    00
064617             DISPLAY "AUDIT TRAIL FULL"                                00
064618             MOVE "AUDIT TRAIL FULL" TO MSG-TEXT-WORK                   00
064619             PERFORM JOURNAL-MSG THRU JOURNAL-PUT.                      00
064620         ADD 1 TO AU-NEXT.                                              00
064621         MOVE 1 TO AU-KEY.                                              00
064622         MOVE SPACES TO AUDIT-REC.                                      00
064623         MOVE AU-NEXT TO AC-NEXT-SLOT.                                  00
064624         MOVE AU-HASH TO AC-HASH.                                       00
064625         WRITE AUDIT-REC INVALID KEY                                    00
064626             DISPLAY "AUDIT CONTROL ERROR".                             00
064627         MOVE AU-SAVE-REC TO AUDIT-REC.                                 00
064628         CLOSE AUDIT-TRAIL.                                             00
064629 AUDIT-HASH.                                                            00
064630         NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL          00
064631             KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED       00
064632             BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND       00
064633             AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR           00
064634             REMOVED AFTER IT WAS WRITTEN.                              00
064635         MOVE AUDIT-REC TO AU-HASH-REC.                                 00
064636         MOVE 0 TO AU-REC-SUM.                                          00
064637         PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1              00
064638             UNTIL AU-CX IS GREATER THAN 44.                            00
064639         COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)         00
064640             MOD 999999937.                                             00
064641         GO TO AUDIT-HASH-X.                                            00
064642 AUDIT-HASH-CHAR.                                                       00
064643         MOVE 49 TO AU-CODE.                                            00
064644         PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1              00
064645             UNTIL AU-TX IS GREATER THAN 48.                            00
064646         COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.             00
064647 AUDIT-HASH-LOOK.                                                       00
064648         IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.      00
064649 AUDIT-HASH-X.                                                          00
064650         EXIT.                                                          00
064651 AUTH-CHECK.                                                            00
064652     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED               00
064653         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR                 00
064654         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED                  00
064655         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL                00
064656         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES              00
064657         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.                  00
064658     MOVE 0 TO AUTH-OK-SW.                                              00
064659     OPEN INPUT AUTH-FILE.                                              00
064660     IF AUTH-FILE-STATUS NOT = "00"                                     00
064661         MOVE 1 TO AUTH-OK-SW                                           00
064662         GO TO AUTH-X.                                                  00
064663 AUTH-READ.                                                             00
064664     READ AUTH-FILE AT END GO TO AUTH-DONE.                             00
064665     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.                   00
064666     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                              00
064667     GO TO AUTH-READ.                                                   00
064668 AUTH-DONE.                                                             00
064669     CLOSE AUTH-FILE.                                                   00
064670     IF AUTH-OK-SW = 1 GO TO AUTH-X.                                    00
064671     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".                     00
064672     MOVE TODAYS-DATE TO AU-DATE.                                       00
064673     MOVE "AUTHFAIL" TO AU-EVENT.                                       00
064674     MOVE "REFUSED " TO AU-RESULT.                                      00
064675     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
064676     STOP RUN.                                                          00
064677 AUTH-X.                                                                00
064678     EXIT.                                                              00
064679 PUT-HOLD.                                                              00
064680         NOTE  ALL HOLD-FILE WRITES COME THROUGH HERE - WHEN            00
064681             LOGHOLD RUNS OUT OF DECLARED ROOM THE FILE IS              00
064682             CLOSED AND THE DUMP CONTINUES AUTOMATICALLY INTO           00
064683             THE LOGHOLD2 CONTINUATION FILE INSTEAD OF                  00
064684             WEDGING ON AN OPERATOR REPLY. THE SPLIT IS                 00
064685             JOURNALED TO OPSMSG AND RECORDED IN RERUNLOG BY            00
064686             THE LISTING PHASE.                                         00
064687         IF HOLD-SPLIT-SW = 1 GO TO PUT-HOLD-2.                         00
064688         MOVE HOLD-WORK TO OUTLOG.                                      00
064689         WRITE OUTLOG INVALID KEY                                       00
064690             PERFORM HOLD-SWITCH THRU HOLD-SWITCH-X                     00
064691             GO TO PUT-HOLD-2.                                          00
064692         GO TO PUT-HOLD-X.                                              00
064693 PUT-HOLD-2.                                                            00
064694         MOVE HOLD-WORK TO OUTLOG2.                                     00
064695         WRITE OUTLOG2 INVALID KEY                                      00
064696             DISPLAY "LOGHOLD2 ALSO FULL - NOTIFY TECH REP".            00
064697 PUT-HOLD-X.  EXIT.                                                     00
064698 HOLD-SWITCH.                                                           00
064699         DISPLAY "LOGHOLD FULL - CONTINUING INTO LOGHOLD2".             00
064700         MOVE "LOGHOLD FULL - CONTINUED INTO LOGHOLD2" TO               00
064701             MSG-TEXT-WORK.                                             00
064702         PERFORM JOURNAL-MSG THRU JOURNAL-PUT.                          00
064703         CLOSE HOLD-FILE.                                               00
064704         OPEN OUTPUT HOLD-FILE-2.                                       00
064705         MOVE 1 TO HOLD-SPLIT-SW.                                       00
064706 HOLD-SWITCH-X.  EXIT.                                                  00
064707 GET-INDATA.                                                            00
064708         NOTE  ALL LISTING-PHASE READS COME THROUGH HERE - AT           00
064709             THE END OF LOGHOLD THE LOGHOLD2 CONTINUATION IS            00
064710             OPENED AND READ IN SEQUENCE WHEN IT EXISTS, SO A           00
064711             SPLIT DUMP LISTS AS ONE DAY - A DAY WHOSE                  00
064712             LOGHOLD ENDED WITH ITS CODE-4 CLOSER DID NOT               00
064713             SPLIT, SO A LEFTOVER LOGHOLD2 FROM EARLIER IN              00
064714             THE WEEK IS NOT PULLED INTO THAT DAYS LISTING.             00
064715         MOVE 0 TO IN-EOF-SW.                                           00
064716         IF LIST-PART = 2 GO TO GET-INDATA-2.                           00
064717         IF LIST-PART = 9                                               00
064718             MOVE 1 TO IN-EOF-SW                                        00
064719             GO TO GET-INDATA-X.                                        00
064720         READ INDATA AT END GO TO GET-INDATA-SW.                        00
064721         MOVE INREC TO LOG-IN-WORK.                                     00
064722         IF LW-CTL = 4 MOVE 1 TO CODE4-SEEN-SW.                         00
064723         GO TO GET-INDATA-X.                                            00
064724 GET-INDATA-SW.                                                         00
064725         CLOSE INDATA.                                                  00
064726         MOVE 1 TO INDATA-CLOSED-SW.                                    00
064727         IF CODE4-SEEN-SW = 1                                           00
064728             MOVE 1 TO IN-EOF-SW                                        00
064729             MOVE 9 TO LIST-PART                                        00
064730             GO TO GET-INDATA-X.                                        00
064731         OPEN INPUT INDATA-2.                                           00
064732         IF IN2-FILE-STATUS NOT = "00"                                  00
064733             MOVE 1 TO IN-EOF-SW                                        00
064734             MOVE 9 TO LIST-PART                                        00
064735             GO TO GET-INDATA-X.                                        00
064736         MOVE 1 TO OPENED-2-SW.                                         00
064737         MOVE 2 TO LIST-PART.                                           00
064738 GET-INDATA-2.                                                          00
064739         READ INDATA-2 AT END                                           00
064740             MOVE 1 TO IN-EOF-SW                                        00
064741             MOVE 9 TO LIST-PART                                        00
064742             GO TO GET-INDATA-X.                                        00
064743         MOVE IN2-REC TO LOG-IN-WORK.                                   00
064744 GET-INDATA-X.  EXIT.                                                   00
064745 CLOSE-INDATA.                                                          00
064746         IF OPENED-2-SW = 1                                             00
064747             CLOSE INDATA-2                                             00
064748             GO TO CLOSE-INDATA-X.                                      00
064749         IF INDATA-CLOSED-SW = 0 CLOSE INDATA.                          00
064750 CLOSE-INDATA-X.  EXIT.                                                 00
064751 JOURNAL-MSG.                                                           00
064752         NOTE  APPENDS A DECISION-POINT CONSOLE MESSAGE TO THE          00
064753             SHARED OPSMSG JOURNAL (PROGRAM, DATE, TIME, TEXT)          00
064754             SO THE MORNING REVIEW CAN RECONSTRUCT WHAT THE             00
064755             NIGHT SHIFT SAW AND ANSWERED.                              00
064756         OPEN I-O OPS-MSG.                                              00
064757 JOURNAL-SKIP.                                                          00
064758         READ OPS-MSG AT END GO TO JOURNAL-PUT.                         00
064759         GO TO JOURNAL-SKIP.                                            00
064760 JOURNAL-PUT.                                                           00
064761         MOVE SPACES TO MSG-REC.                                        00
064762         MOVE AU-PROGRAM TO MSG-PROGRAM.                                00
064763         MOVE TODAYS-DATE TO MSG-DATE.                                  00
064764         COMPUTE AU-TIME-HOLD = DATA (1).                               00
064765         COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                       00
064766         COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.              00
064767         COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                        00
064768         MOVE MSG-TEXT-WORK TO MSG-TEXT.                                00
064769         MOVE OPERATOR-CODE TO MSG-OPERATOR.                            00
064770         WRITE MSG-REC.                                                 00
064771         CLOSE OPS-MSG.                                                 00
064772 WRITE-RERUN-RECORD.                                                    00
064773         MOVE ENTRY-DATE TO RR-DATE.                                    00
064774         MOVE PRINT-RUN-SEQ TO RR-RUN-SEQ.                              00
064775         MOVE RESULT TO RR-RESULT.                                      00
064776         MOVE CTL-CARD TO RR-CTL-CARD.                                  00
064777         MOVE "N" TO RR-RERUN-FLAG.                                     00
064778         IF RESULT = "ABORT " SET RERUN-CANDIDATE TO TRUE.              00
064779         WRITE RERUN-REC.                                               00
064780 2608-DEV-HIST.                                                         00
064781         NOTE  ADDS TODAYS PER-DEVICE ERROR AND OPEN COUNTS TO THE      00
064782             END OF THE DEVHIST FILE, WHICH KEEPS EVERY RUN FOR         00
064783             THE SVCRPT BEFORE AND AFTER SERVICE COMPARISON. THE        00
064784             FILE IS CREATED BY THE FIRST RUN THAT FINDS IT GONE.       00
064785         OPEN I-O DEV-HIST.                                             00
064786         IF DEV-HIST-STATUS ! "00"                                      00
064787             OPEN OUTPUT DEV-HIST                                       00
064788             GO TO 2608-PUT.                                            00
064789 2608-SKIP.                                                             00
064790         READ DEV-HIST AT END GO TO 2608-PUT.                           00
064791         GO TO 2608-SKIP.                                               00
064792 2608-PUT.                                                              00
064793         MOVE TODAYS-DATE TO DH-DATE.                                   00
064794         PERFORM 2609-HIST-UNIT VARYING DT-DEV FROM 1 BY 1              00
064795             UNTIL DT-DEV EXCEEDS 31.                                   00
064796         WRITE DEV-HIST-REC.                                            00
064797         CLOSE DEV-HIST.                                                00
064798 2608X.  EXIT.                                                          00
064799 2609-HIST-UNIT.                                                        00
064800         MOVE DEVICE-ERRORS (DT-DEV) TO DH-ERR (DT-DEV).                00
064801         MOVE DEVICE-OPEN-COUNT (DT-DEV) TO DH-OPN (DT-DEV).            00
065000 2101-LOAD-RATES.                                                       00
065005         NOTE  LOADS THE RATE CARD FILE INTO THE RATE TABLE FOR         00
065010             THE CHARGEBACK SECTION. RATE RECORDS NOW CARRY AN          00
065016             CHANGE TAKES HOLD ON ITS OWN DAY.                          00
065017         MOVE TODAYS-DATE TO HOLD-TODAYS-DATE.                          00
065018         MOVE YY TO ET-YY.  MOVE MM TO ET-MM.  MOVE DD TO ET-DD.        00
065019         NOTE  RESOURCE CLASS RATES (COL 30) ARE LEFT TO RESCHG.        00
065020         OPEN INPUT RATE-CARD.                                          00
065025 2101-READ.                                                             00
065026         READ RATE-CARD AT END GO TO 2101-DONE.                         00
065027         IF RC-CLASS ! SPACE AND RC-CLASS ! "M"                         00
065028             GO TO 2101-READ.                                           00
065031         MOVE RC-EFF-DATE TO RT-EFF-WORK.                               00
065032         IF RT-EFF-WORK NOT NUMERIC MOVE "000000" TO RT-EFF-WORK.       00
065033         IF RT-EFF-WORK IS GREATER THAN EFF-TODAY GO TO 2101-READ.      00
065105         PERFORM 2103-PICK-CHAR VARYING UP-IX FROM 1 BY 1               00
065110             UNTIL UP-IX EXCEEDS 7.                                     00
065115         IF USER-PICKUP = SPACES MOVE "*NOUSER" TO USER-PICKUP.         00
065116         PERFORM 2109-USER-CHECK THRU 2109X.                            00
065120         MOVE 0 TO CB-HIT.                                              00
065125         PERFORM 2103A-FIND-USER VARYING CB-IX FROM 1 BY 1              00
065130             UNTIL CB-IX EXCEEDS CB-CNT OR CB-HIT EXCEEDS 0.            00
065235             USER IN THE CATALOGUED FILE BILLSUMR THE SAME WAY          00
065240             LOGSUMRY CARRIES THE RUN TOTALS, AND PRINTS THE            00
065245             CHARGEBACK SECTION.                                        00
065246         NOTE  RESOURCE LINES (BS-CLASS NOT BLANK) ARE POSTED BY        00
065247             RESCHG AND ARE ONLY CARRIED INTO THE NEW MONTH HERE.       00
065250         IF CB-CNT = 0 GO TO 2104X.                                     00
065255         PERFORM 2105-RATE-ONE THRU 2105X VARYING CB-IX                 00
065260             FROM 1 BY 1 UNTIL CB-IX EXCEEDS CB-CNT.                    00
065265         OPEN I-O BILL-SUMMARY.                                         00
065270 2104-READ.                                                             00
065275         READ BILL-SUMMARY AT END GO TO 2104-NEW.                       00
065280         IF BS-MONTH ! PERIOD-KEY                                       00
065285             MOVE ZERO TO BS-AMOUNT                                     00
065290             MOVE PERIOD-KEY TO BS-MONTH.                               00
065291         IF BS-CLASS ! SPACE                                            00
065292             REWRITE BILL-REC                                           00
065293             GO TO 2104-READ.                                           00
065295         MOVE 0 TO CB-HIT.                                              00
065300         MOVE BS-USER TO USER-PICKUP.                                   00
065305         PERFORM 2103A-FIND-USER VARYING CB-IX FROM 1 BY 1              00
065390         ADD 3 TO LINE-COUNT.                                           00
065395         PERFORM 2107-PRINT-ONE THRU 2107X VARYING CB-IX                00
065400             FROM 1 BY 1 UNTIL CB-IX EXCEEDS CB-CNT.                    00
065401         PERFORM 2110-USER-EXCEP-SECTION THRU 2110X.                    00
065405 2104X.  EXIT.                                                          00
065410 2105-RATE-ONE.                                                         00
065415         MOVE 0 TO CB-RATE (CB-IX).                                     00
065461             MOVE RT-OFF (RT-IX) TO CB-OFF-RATE (CB-IX).                00
065465 2106-WRITE-NEW.                                                        00
065470         IF CB-WRITTEN (CB-IX) = "Y" GO TO 2106X.                       00
065471         MOVE SPACES TO BILL-REC.                                       00
065475         MOVE PERIOD-KEY TO BS-MONTH.                                   00
065480         MOVE CB-USER (CB-IX) TO BS-USER.                               00
065485         MOVE CB-AMOUNT (CB-IX) TO BS-AMOUNT.                           00
065490         MOVE BS-AMOUNT TO CB-MTD (CB-IX).                              00
065545         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
065550         WRITE PRINT-REC FROM BILL-LINE.                                00
065555 2107X.  EXIT.                                                          00
065556 2108-LOAD-USERS.                                                       00
065557         NOTE  LOADS USERMSTR FOR THE UNKNOWN OR CLOSED USER            00
065558             CHECK. WITH NO USERMSTR, OR ONE TOO BIG FOR THE            00
065559             TABLE, THE CHECK AND ITS SECTION ARE LEFT OFF.             00
065560         OPEN INPUT USER-MSTR.                                          00
065561         IF USER-MSTR-STATUS ! "00" GO TO 2108X.                        00
065562         MOVE 1 TO UM-LOADED-SW.                                        00
065563 2108-READ.                                                             00
065564         READ USER-MSTR AT END GO TO 2108-DONE.                         00
065565         IF UT-CNT = 200                                                00
065566             DISPLAY "USERMSTR OVER 200 USERS - NO USER CHECK"          00
065567             MOVE 0 TO UM-LOADED-SW                                     00
065568             GO TO 2108-DONE.                                           00
065569         ADD 1 TO UT-CNT.                                               00
065570         MOVE UM-USER TO UT-USER (UT-CNT).                              00
065571         MOVE UM-STATUS TO UT-STATUS (UT-CNT).                          00
065572         MOVE UM-STAT-DATE TO UT-STAT-DATE (UT-CNT).                    00
065573         GO TO 2108-READ.                                               00
065574 2108-DONE.                                                             00
065575         CLOSE USER-MSTR.                                               00
065576 2108X.  EXIT.                                                          00
065577 2109-USER-CHECK.                                                       00
065578         IF UM-LOADED-SW = 0 GO TO 2109X.                               00
065579         IF USER-PICKUP = "*NOUSER" GO TO 2109X.                        00
065580         MOVE 0 TO UT-HIT.                                              00
065581         PERFORM 2109A-FIND-USER VARYING UT-IX FROM 1 BY 1              00
065582             UNTIL UT-IX EXCEEDS UT-CNT OR UT-HIT EXCEEDS 0.            00
065583         IF UT-HIT EXCEEDS 0                                            00
065584             IF UT-STATUS (UT-HIT) ! "C" GO TO 2109X.                   00
065585         ADD 1 TO UX-TOTAL.                                             00
065586         IF UX-CNT = 100 GO TO 2109X.                                   00
065587         ADD 1 TO UX-CNT.                                               00
065588         MOVE HOLD-JULIAN TO UX-DATE (UX-CNT).                          00
065589         COMPUTE UX-RUN (UX-CNT) = HOLD-RUN-SEQ + 1.                    00
065590         MOVE START-TIME-HOUR TO UX-HOUR (UX-CNT).                      00
065591         MOVE START-TIME-MIN TO UX-MIN (UX-CNT).                        00
065592         MOVE USER-PICKUP TO UX-USER (UX-CNT).                          00
065593         MOVE "UNKNOWN" TO UX-REASON (UX-CNT).                          00
065594         IF UT-HIT EXCEEDS 0 MOVE "CLOSED " TO UX-REASON (UX-CNT).      00
065595         MOVE CTL-CARD-CONT TO UX-CARD (UX-CNT).                        00
065596 2109X.  EXIT.                                                          00
065597 2109A-FIND-USER.                                                       00
065598         IF UT-USER (UT-IX) = USER-PICKUP MOVE UT-IX TO UT-HIT.         00
065600 2200-SHIFT-SETUP.                                                      00
065605         NOTE  THE OPERATOR SUPPLIES THE THREE SHIFT START              00
065610             TIMES (HHMM, 24-HOUR CLOCK) AT THE CONSOLE - EQUAL         00
065940         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
065945         WRITE PRINT-REC FROM SHIFT-LINE.                               00
065950 2203X.  EXIT.                                                          00
065951 2110-USER-EXCEP-SECTION.                                               00
065952         IF UM-LOADED-SW = 0 GO TO 2110X.                               00
065953         MOVE SPACES TO PRINT-REC.                                      00
065954         PERFORM 1012-OFLOW.                                            00
065955         WRITE PRINT-REC FROM UX-HEAD-1 BEFORE ADVANCING                00
065956             2 LINES.                                                   00
065957         IF UX-TOTAL = 0                                                00
065958             WRITE PRINT-REC FROM UX-NONE-LINE                          00
065959             ADD 3 TO LINE-COUNT                                        00
065960             GO TO 2110X.                                               00
065961         WRITE PRINT-REC FROM UX-HEAD-2.                                00
065962         ADD 3 TO LINE-COUNT.                                           00
065963         PERFORM 2111-EXCEP-ONE THRU 2111X VARYING UX-IX                00
065964             FROM 1 BY 1 UNTIL UX-IX EXCEEDS UX-CNT.                    00
065965         IF UX-TOTAL EXCEEDS UX-CNT                                     00
065966             COMPUTE XM-COUNT = UX-TOTAL - UX-CNT                       00
065967             ADD 1 TO LINE-COUNT                                        00
065968             WRITE PRINT-REC FROM UX-MORE-LINE.                         00
065969 2110X.  EXIT.                                                          00
065970 2111-EXCEP-ONE.                                                        00
065971         MOVE UX-DATE (UX-IX) TO XL-DATE.                               00
065972         MOVE UX-RUN (UX-IX) TO XL-RUN.                                 00
065973         MOVE UX-HOUR (UX-IX) TO XL-HOUR.                               00
065974         MOVE UX-MIN (UX-IX) TO XL-MIN.                                 00
065975         MOVE UX-USER (UX-IX) TO XL-USER.                               00
065976         MOVE UX-REASON (UX-IX) TO XL-REASON.                           00
065977         MOVE UX-CARD (UX-IX) TO XL-CARD.                               00
065978         ADD 1 TO LINE-COUNT.                                           00
065979         IF LINE-COUNT EXCEEDS 38 PERFORM 1012-OFLOW.                   00
065980         WRITE PRINT-REC FROM UX-LINE.                                  00
065981 2111X.  EXIT.                                                          00
065982 2112-FISCAL-PERIOD.                                                    00
065983         NOTE  SETS PERIOD-KEY, THE MONTH NUMBER LOGSUMRY AND           00
065984             BILLSUMR ARE KEPT BY - THE FISCAL PERIOD IN FISCCAL        00
065985             CONTAINING TODAY, ELSE THE CALENDAR MONTH.                 00
065986         MOVE MM TO PERIOD-KEY.                                         00
065987         COMPUTE TODAY-YMD = YY * 10000 + MM * 100 + DD.                00
065988         OPEN INPUT FISC-CAL.                                           00
065989         IF FISC-FILE-STATUS ! "00" GO TO 2112X.                        00
065990 2112-READ.                                                             00
065991         READ FISC-CAL AT END GO TO 2112-DONE.                          00
065992         IF FC-TYPE ! "P" GO TO 2112-READ.                              00
065993         IF FC-START > TODAY-YMD OR FC-END < TODAY-YMD                  00
065994             GO TO 2112-READ.                                           00
065995         MOVE FC-PERIOD TO PERIOD-KEY.                                  00
065996 2112-DONE.                                                             00
065997         CLOSE FISC-CAL.                                                00
065998 2112X.  EXIT.                                                          00
066000 2301-NORM-CHECK.                                                       00
066005         NOTE  KEEPS A RUNNING AVERAGE OF ELAPSED TIME PER              00
066010             PROGRAM (KEYED ON THE PROGRAM-NAME TOKEN OF THE            00
066883         SUBTRACT 1 FROM DT-SX.                                         00
066884         IF DT-SX IS LESS THAN 1 MOVE 7 TO DT-SX.                       00
066885 2607X.  EXIT.                                                          00
066886 AUTH-GRANT.                                                            00
066887     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS                00
066888         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,               00
066889         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND                  00
066890         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                      00
066891     MOVE TODAYS-DATE TO AUTH-DATE-IN.                                  00
066892     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000                  00
066893         + AUTH-DATE-IN DIV 100.                                        00
066894     IF RA-EXPIRES NUMERIC                                              00
066895         IF RA-EXPIRES NOT = 0                                          00
066896             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                      00
066897                 GO TO AUTH-GRANT-X.                                    00
066898     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.                   00
066899     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.                   00
066900 AUTH-GRANT-X.                                                          00
066901     EXIT.                                                              00
066902 OPER-SIGNON.                                                           00
066903     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE            00
066904         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER             00
066905         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY                00
066906         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE             00
066907         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE                 00
066908         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING               00
066909         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                      00
066910     MOVE 0 TO OPER-TRIES.                                              00
066911 OPER-ASK.                                                              00
066912     ADD 1 TO OPER-TRIES.                                               00
066913     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".                  00
066914     ACCEPT OPERATOR-CODE.                                              00
066915     MOVE OPERATOR-CODE TO AU-OPERATOR.                                 00
066916     MOVE 0 TO OPER-OK-SW.                                              00
066917     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                         00
066918     OPEN INPUT OPER-FILE.                                              00
066919     IF OPER-FILE-STATUS NOT = "00"                                     00
066920         MOVE 1 TO OPER-OK-SW                                           00
066921         GO TO OPER-DONE.                                               00
066922 OPER-READ.                                                             00
066923     READ OPER-FILE AT END                                              00
066924         CLOSE OPER-FILE                                                00
066925         GO TO OPER-DONE.                                               00
066926     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.                    00
066927     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                       00
066928     GO TO OPER-READ.                                                   00
066929 OPER-DONE.                                                             00
066930     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                                 00
066931     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".                 00
066932     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                       00
066933     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".                   00
066934     MOVE TODAYS-DATE TO AU-DATE.                                       00
066935     MOVE "SIGNFAIL" TO AU-EVENT.                                       00
066936     MOVE "REFUSED " TO AU-RESULT.                                      00
066937     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
066938     STOP RUN.                                                          00
066939 OPER-AUTH.                                                             00
066940     PERFORM AUTH-CHECK THRU AUTH-X.                                    00
066941 OPER-X.                                                                00
066942     EXIT.                                                              00
066943 END-OF-JOB.                                                            00
