001500  REMOVE CARDS AND LOGS EACH REMOVAL TO THE AUDIT TRAIL.                00
001600                                                                        00
001700  REPLIES AT START-UP - THE RUN IDENTIFIER, THEN THE AGE IN             00
001710  DAYS (8 DIGITS). A REPLY OF 0 TAKES EACH DECKS RETENTION FROM         00
001720  THE SHARED RETENTION SCHEDULE RETSCHED - THE DISK PUNCHDO RULE        00
001730  WHOSE SUFFIX PATTERN MATCHES THE DECK, ELSE THE PUNCHDO RULE          00
001740  FOR ALL SUFFIXES, ELSE THE OLD 7 DAYS - AND A NON-ZERO REPLY          00
001750  OVERRIDES THE DAYS FOR EVERY DECK. A DECK UNDER A KEEP RULE IS        00
001760  NEVER PURGED. AN ARCHIVE RULE PURGES LIKE A PURGE RULE, THE           00
001770  BALANCED PCHLOG PUNCH BEING THE DECKS ARCHIVE. ENTRY CREATION         00
001900  DATES IN THE EXTRACT ARE THE DIRECTORYS 5-DIGIT YYDDD FORM -          00
001910  TODAYS DATE IS CONVERTED AND THE CUTOFF COMPUTED FROM IT FOR          00
001920  EACH DECK BY ITS OWN RETENTION.                                       00
002100                                                                        00
002200                                                                        00
002300 IDENTIFICATION DIVISION.                                         PCHPRG00
003700     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           PCHPRG00
003800     SELECT AUTH-FILE ASSIGN TO DISK                              PCHPRG00
003900         FILE STATUS IS AUTH-FILE-STATUS.                         PCHPRG00
003910     SELECT OPER-FILE ASSIGN TO DISK                              PCHPRG00
003920         FILE STATUS IS OPER-FILE-STATUS.                         PCHPRG00
003930     SELECT RET-SCHED ASSIGN TO DISK                              PCHPRG00
003940         FILE STATUS IS RET-FILE-STATUS.                          PCHPRG00
004000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   PCHPRG00
004100 DATA DIVISION.                                                   PCHPRG00
004200 FILE SECTION.                                                    PCHPRG00
007800     05  RA-RUN-ID       PC X(7).                                 PCHPRG00
007900     05  FILLER          SZ 1.                                    PCHPRG00
008000     05  RA-PROGRAM      PC X(8).                                 PCHPRG00
008100     05  FILLER          SZ 1.                                    PCHPRG00
008110     05  RA-EXPIRES      PC 9(6).                                 PCHPRG00
008120     05  FILLER          SZ 57.                                   PCHPRG00
008121 MD  OPER-FILE                                                    PCHPRG00
008122     ACCESS SEQUENTIAL                                            PCHPRG00
008123     BLOCK CONTAINS 1 RECORDS                                     PCHPRG00
008124     VALUE OF ID "OPROSTER"                                       PCHPRG00
008125     DATA RECORD OPER-REC.                                        PCHPRG00
008126 01  OPER-REC        SZ 80.                                       PCHPRG00
008127     05  OR-CODE         PC X(3).                                 PCHPRG00
008128     05  FILLER          SZ 1.                                    PCHPRG00
008129     05  OR-NAME         PC X(20).                                PCHPRG00
008130     05  FILLER          SZ 1.                                    PCHPRG00
008131     05  OR-STATUS       PC X.                                    PCHPRG00
008132     05  FILLER          SZ 54.                                   PCHPRG00
008133 MD  RET-SCHED                                                    PCHPRG00
008134     ACCESS SEQUENTIAL                                            PCHPRG00
008135     BLOCK CONTAINS 1 RECORDS                                     PCHPRG00
008136     VALUE OF ID "RETSCHED"                                       PCHPRG00
008137     DATA RECORD RS-REC.                                          PCHPRG00
008138 01  RS-REC          SZ 80.                                       PCHPRG00
008139     05  RS-MEDIUM       PC X.                                    PCHPRG00
008140     05  FILLER          SZ 1.                                    PCHPRG00
008141     05  RS-CATEGORY     PC X(8).                                 PCHPRG00
008142     05  FILLER          SZ 1.                                    PCHPRG00
008143     05  RS-PATTERN      PC X(7).                                 PCHPRG00
008144     05  FILLER          SZ 1.                                    PCHPRG00
008145     05  RS-DAYS         PC 9(3).                                 PCHPRG00
008146     05  FILLER          SZ 1.                                    PCHPRG00
008147     05  RS-DISP         PC X.                                    PCHPRG00
008148     05  FILLER          SZ 56.                                   PCHPRG00
008200 MD  AUDIT-TRAIL                                                  PCHPRG00
008300     ACCESS MODE IS RANDOM                                        PCHPRG00
008400     ACTUAL KEY IS AU-KEY                                         PCHPRG00
008500     RECORD CONTAINS 44 CHARACTERS                                PCHPRG00
008600     LABEL RECORD IS STANDARD                                     PCHPRG00
008700     VALUE OF ID IS "AUDITTRL"                                    PCHPRG00
008800     DATA RECORD IS AUDIT-REC.                                    PCHPRG00
008900 01  AUDIT-REC       SZ 44.                                       PCHPRG00
009000     05  AU-PROGRAM      PC X(8)  VA "PCHPURGE".                  PCHPRG00
009100     05  AU-DATE         PC 9(6).                                 PCHPRG00
009200     05  AU-TIME         PC 9(4).                                 PCHPRG00
009300     05  AU-EVENT        PC X(8).                                 PCHPRG00
009400     05  AU-RESULT       PC X(8).                                 PCHPRG00
009500     05  AU-RUN-ID       PC X(7).                                 PCHPRG00
009510     05  AU-OPERATOR     PC X(3).                                 PCHPRG00
009600 01  AUDIT-CTL.                                                   PCHPRG00
009700     05  AC-NEXT-SLOT    PC 9(8).                                 PCHPRG00
009710     05  AC-HASH         PC 9(9).                                 PCHPRG00
009800     05  FILLER          SZ 27.                                   PCHPRG00
009900 FD  REPORT-FILE                                                  PCHPRG00
010000         VALUE OF ID "PCHPURGE"                                   PCHPRG00
010100         DATA RECORD REPORT-REC.                                  PCHPRG00
010300 WORKING-STORAGE SECTION.                                         PCHPRG00
010400 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        PCHPRG00
010500 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     PCHPRG00
010501 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     PCHPRG00
010502 77  OPERATOR-CODE   VA SPACE        PC X(3).                     PCHPRG00
010503 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        PCHPRG00
010504 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        PCHPRG00
010510 77  AUTH-TODAY      CMP-1   PC 9(6).                             PCHPRG00
010520 77  AUTH-DATE-IN            PC 9(6).                             PCHPRG00
010600 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             PCHPRG00
010700 77  AU-HH           CMP-1   PC 99.                               PCHPRG00
010800 77  AU-MM           CMP-1   PC 99.                               PCHPRG00
010900 77  AU-KEY          CMP-1   PC 9(8).                             PCHPRG00
011000 77  AU-NEXT         CMP-1   PC 9(8).                             PCHPRG00
011100 01  AU-SAVE-REC             SZ 44.                               PCHPRG00
011101 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     PCHPRG00
011102 77  AU-REC-SUM              CMP-1   PC 9(6).                     PCHPRG00
011103 77  AU-CX                   CMP-1   PC 99.                       PCHPRG00
011104 77  AU-TX                   CMP-1   PC 99.                       PCHPRG00
011105 77  AU-CODE                 CMP-1   PC 99.                       PCHPRG00
011106 01  AU-HASH-REC.                                                 PCHPRG00
011107     05  AU-HC       OC 44   PC X.                                PCHPRG00
011108 01  AU-CHAR-SET.                                                 PCHPRG00
011109     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          PCHPRG00
011110     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          PCHPRG00
011111 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           PCHPRG00
011112     05  AU-CHAR     OC 48   PC X.                                PCHPRG00
011200 77  RUN-ID-ENTRY            PC X(7).                             PCHPRG00
011300 77  AGE-DAYS        CMP-1   PC 9(8).                             PCHPRG00
011400 77  CUTOFF-JULIAN   CMP-1   PC 9(8).                             PCHPRG00
011800 77  CAND-IX                 CMP-1   PC 9(4).                     PCHPRG00
011900 77  LOG-OK-SW               CMP-1   PC 9.                        PCHPRG00
012000 77  CONFIRM-REPLY           PC X.                                PCHPRG00
012001 77  RET-FILE-STATUS VA SPACE        PC X(2).                     PCHPRG00
012002 77  RULE-CNT        VA 0    CMP-1   PC 99.                       PCHPRG00
012003 77  RX                      CMP-1   PC 99.                       PCHPRG00
012004 77  RHIT                    CMP-1   PC 99.                       PCHPRG00
012005 77  BASE-HIT                CMP-1   PC 99.                       PCHPRG00
012006 77  PX                      CMP-1   PC 9.                        PCHPRG00
012007 77  MATCH-SW                CMP-1   PC 9.                        PCHPRG00
012008 77  STOP-SW                 CMP-1   PC 9.                        PCHPRG00
012009 77  RULE-DAYS               CMP-1   PC 9(8).                     PCHPRG00
012010 77  RULE-DISP                       PC X.                        PCHPRG00
012011 77  CUT-DAYS                CMP-1   PC 9(8).                     PCHPRG00
012012 77  CUT-YY                  CMP-1   PC 99.                       PCHPRG00
012013 77  CUT-DOY                 CMP-1   PC 9(3).                     PCHPRG00
012014 01  RULE-TABLE.                                                  PCHPRG00
012015     05  RULE-ENTRY  OC 50.                                       PCHPRG00
012016         10  PR-PATTERN      PC X(7).                             PCHPRG00
012017         10  PR-DAYS         PC 9(3).                             PCHPRG00
012018         10  PR-DISP         PC X.                                PCHPRG00
012019 01  PAT-WORK.                                                    PCHPRG00
012020     05  PW-CHAR     OC 7    PC X.                                PCHPRG00
012021 01  SUF-WORK.                                                    PCHPRG00
012022     05  SW-CHAR     OC 7    PC X.                                PCHPRG00
012100 01  TODAY-X.                                                     PCHPRG00
012200     05  TD-MM           PC 99.                                   PCHPRG00
012300     05  TD-DD           PC 99.                                   PCHPRG00
015500     05  CL-ID       PC X(7).                                     PCHPRG00
015600     05  FILLER  PC X(10) VA "  CREATED ".                        PCHPRG00
015700     05  CL-CREATED  PC 9(5).                                     PCHPRG00
015710     05  FILLER  PC X(7)  VA "  LIMIT".                           PCHPRG00
015720     05  CL-DAYS     PC ZZZ9.                                     PCHPRG00
015730     05  FILLER  PC X(24) VA "  PCHLOG COUNTS BALANCED".          PCHPRG00
015900     05  FILLER      SZ 73    VA SPACE.                           PCHPRG00
016000 01  NONE-LINE       SZ 132.                                      PCHPRG00
016100     05  FILLER  PC X(26) VA "  NO QUALIFYING ENTRIES.  ".        PCHPRG00
016200     05  FILLER      SZ 106   VA SPACE.                           PCHPRG00
016400 100-BEGIN.                                                       PCHPRG00
016500     ACCEPT RUN-ID-ENTRY.                                         PCHPRG00
016600     PERFORM 950-AUDIT-START.                                     PCHPRG00
016700     DISPLAY "ENTER AGE IN DAYS (8 DIGITS, 0 = RETSCHED)".        PCHPRG00
016800     ACCEPT AGE-DAYS.                                             PCHPRG00
017000     MOVE TODAYS-DATE TO TODAY-X.                                 PCHPRG00
017010     PERFORM 150-LOAD-RULES THRU 150X.                            PCHPRG00
017100     COMPUTE TODAY-DOY = MONTH-BASE (TD-MM) + TD-DD.              PCHPRG00
017800     OPEN OUTPUT REPORT-FILE.                                     PCHPRG00
017900     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   PCHPRG00
018000     OPEN INPUT DIR-EXTRACT.                                      PCHPRG00
018100 200-SCAN.                                                        PCHPRG00
018200     READ DIR-EXTRACT AT END GO TO 300-SCAN-DONE.                 PCHPRG00
018300     IF DX-PREFIX NOT = "PUNCHDO" GO TO 200-SCAN.                 PCHPRG00
018310     PERFORM 240-RULE-LOOK THRU 240X.                             PCHPRG00
018320     IF RULE-DISP = "K" GO TO 200-SCAN.                           PCHPRG00
018330     PERFORM 230-CUTOFF THRU 230X.                                PCHPRG00
018340     IF DX-CREATION IS NOT LESS THAN CUTOFF-JULIAN                PCHPRG00
018500         GO TO 200-SCAN.                                          PCHPRG00
018600     PERFORM 250-CHECK-LOG THRU 250X.                             PCHPRG00
018700     IF LOG-OK-SW = 0 GO TO 200-SCAN.                             PCHPRG00
019300     MOVE DX-CREATION TO CAND-CREATED (CAND-CNT).                 PCHPRG00
019400     MOVE DX-SUFFIX TO CL-ID.                                     PCHPRG00
019500     MOVE DX-CREATION TO CL-CREATED.                              PCHPRG00
019510     MOVE RULE-DAYS TO CL-DAYS.                                   PCHPRG00
019600     WRITE REPORT-REC FROM CAND-LINE.                             PCHPRG00
019700     GO TO 200-SCAN.                                              PCHPRG00
019701 150-LOAD-RULES.                                                  PCHPRG00
019702     NOTE  ONLY THE DISK PUNCHDO RULES CONCERN THIS PROGRAM - A   PCHPRG00
019703         MISSING RETSCHED LEAVES THE TABLE EMPTY AND EVERY DECK   PCHPRG00
019704         TAKES THE OLD 7-DAY RETENTION.                           PCHPRG00
019705     OPEN INPUT RET-SCHED.                                        PCHPRG00
019706     IF RET-FILE-STATUS NOT = "00" GO TO 150X.                    PCHPRG00
019707 155-LOAD-READ.                                                   PCHPRG00
019708     READ RET-SCHED AT END GO TO 158-LOAD-DONE.                   PCHPRG00
019709     IF RS-MEDIUM NOT = "D" GO TO 155-LOAD-READ.                  PCHPRG00
019710     IF RS-CATEGORY NOT = "PUNCHDO " GO TO 155-LOAD-READ.         PCHPRG00
019711     IF RS-DAYS NOT NUMERIC GO TO 155-LOAD-READ.                  PCHPRG00
019712     IF RULE-CNT = 50 GO TO 158-LOAD-DONE.                        PCHPRG00
019713     ADD 1 TO RULE-CNT.                                           PCHPRG00
019714     MOVE RS-PATTERN TO PR-PATTERN (RULE-CNT).                    PCHPRG00
019715     MOVE RS-DAYS TO PR-DAYS (RULE-CNT).                          PCHPRG00
019716     MOVE RS-DISP TO PR-DISP (RULE-CNT).                          PCHPRG00
019717     GO TO 155-LOAD-READ.                                         PCHPRG00
019718 158-LOAD-DONE.                                                   PCHPRG00
019719     CLOSE RET-SCHED.                                             PCHPRG00
019720 150X.   EXIT.                                                    PCHPRG00
019721 230-CUTOFF.                                                      PCHPRG00
019722     NOTE  THE CUTOFF IS THE YYDDD DATE THE DECKS RETENTION       PCHPRG00
019723         REACHES BACK TO - A RETENTION LONGER THAN THE DAYS       PCHPRG00
019724         GONE THIS YEAR STEPS BACK A YEAR AT A TIME.              PCHPRG00
019725     MOVE RULE-DAYS TO CUT-DAYS.                                  PCHPRG00
019726     MOVE TD-YY TO CUT-YY.                                        PCHPRG00
019727     MOVE TODAY-DOY TO CUT-DOY.                                   PCHPRG00
019728 235-CUTOFF-YEAR.                                                 PCHPRG00
019729     IF CUT-DOY IS GREATER THAN CUT-DAYS                          PCHPRG00
019730         COMPUTE CUTOFF-JULIAN =                                  PCHPRG00
019731             CUT-YY * 1000 + CUT-DOY - CUT-DAYS                   PCHPRG00
019732         GO TO 230X.                                              PCHPRG00
019733     COMPUTE CUT-DAYS = CUT-DAYS - CUT-DOY.                       PCHPRG00
019734     COMPUTE CUT-YY = CUT-YY - 1.                                 PCHPRG00
019735     MOVE 365 TO CUT-DOY.                                         PCHPRG00
019736     GO TO 235-CUTOFF-YEAR.                                       PCHPRG00
019737 230X.   EXIT.                                                    PCHPRG00
019738 240-RULE-LOOK.                                                   PCHPRG00
019739     NOTE  A RULE WHOSE SUFFIX PATTERN MATCHES THE DECK WINS OVER PCHPRG00
019740         THE PUNCHDO RULE FOR ALL SUFFIXES. AN OPERATOR AGE REPLY PCHPRG00
019741         REPLACES THE DAYS BUT NOT A KEEP DISPOSITION.            PCHPRG00
019742     MOVE 0 TO RHIT.                                              PCHPRG00
019743     MOVE 0 TO BASE-HIT.                                          PCHPRG00
019744     MOVE DX-SUFFIX TO SUF-WORK.                                  PCHPRG00
019745     PERFORM 242-RULE-ONE THRU 242X VARYING RX FROM 1 BY 1        PCHPRG00
019746         UNTIL RX IS GREATER THAN RULE-CNT.                       PCHPRG00
019747     IF RHIT = 0 MOVE BASE-HIT TO RHIT.                           PCHPRG00
019748     MOVE 7 TO RULE-DAYS.                                         PCHPRG00
019749     MOVE "P" TO RULE-DISP.                                       PCHPRG00
019750     IF RHIT IS GREATER THAN 0                                    PCHPRG00
019751         MOVE PR-DAYS (RHIT) TO RULE-DAYS                         PCHPRG00
019752         MOVE PR-DISP (RHIT) TO RULE-DISP.                        PCHPRG00
019753     IF RULE-DAYS = 0 MOVE 7 TO RULE-DAYS.                        PCHPRG00
019754     IF AGE-DAYS IS GREATER THAN 0 MOVE AGE-DAYS TO RULE-DAYS.    PCHPRG00
019755 240X.   EXIT.                                                    PCHPRG00
019756 242-RULE-ONE.                                                    PCHPRG00
019757     IF PR-PATTERN (RX) = SPACES                                  PCHPRG00
019758         IF BASE-HIT = 0 MOVE RX TO BASE-HIT.                     PCHPRG00
019759     IF PR-PATTERN (RX) = SPACES GO TO 242X.                      PCHPRG00
019760     IF RHIT IS GREATER THAN 0 GO TO 242X.                        PCHPRG00
019761     MOVE PR-PATTERN (RX) TO PAT-WORK.                            PCHPRG00
019762     MOVE 1 TO MATCH-SW.                                          PCHPRG00
019763     MOVE 0 TO STOP-SW.                                           PCHPRG00
019764     PERFORM 245-PAT-CHAR VARYING PX FROM 1 BY 1                  PCHPRG00
019765         UNTIL PX IS GREATER THAN 7 OR STOP-SW = 1.               PCHPRG00
019766     IF MATCH-SW = 1 MOVE RX TO RHIT.                             PCHPRG00
019767 242X.   EXIT.                                                    PCHPRG00
019768 245-PAT-CHAR.                                                    PCHPRG00
019769     IF PW-CHAR (PX) = "*" MOVE 1 TO STOP-SW.                     PCHPRG00
019770     IF STOP-SW = 0                                               PCHPRG00
019771         IF PW-CHAR (PX) NOT = SW-CHAR (PX)                       PCHPRG00
019772             MOVE 0 TO MATCH-SW                                   PCHPRG00
019773             MOVE 1 TO STOP-SW.                                   PCHPRG00
019800 250-CHECK-LOG.                                                   PCHPRG00
019900     NOTE  A DECK IS ONLY PURGEABLE WHEN PCHLOG SHOWS A PUNCH     PCHPRG00
020000         WHOSE READ AND PUNCH COUNTS BALANCE - A MISMATCHED OR    PCHPRG00
024200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  PCHPRG00
024300 400X.   EXIT.                                                    PCHPRG00
024400 950-AUDIT-START.                                                 PCHPRG00
024500     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     PCHPRG00
024600     MOVE TODAYS-DATE TO AU-DATE.                                 PCHPRG00
024700     MOVE "START   " TO AU-EVENT.                                 PCHPRG00
024800     MOVE SPACES TO AU-RESULT.                                    PCHPRG00
027900     ADD 1 TO AU-NEXT.                                            PCHPRG00
028000     GO TO 980-AUDIT-SKIP.                                        PCHPRG00
028100 985-AUDIT-FREE.                                                  PCHPRG00
028110     MOVE 1 TO AU-KEY.                                            PCHPRG00
028120     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       PCHPRG00
028130     MOVE 0 TO AU-HASH.                                           PCHPRG00
028140     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  PCHPRG00
028200     MOVE AU-NEXT TO AU-KEY.                                      PCHPRG00
028300     MOVE AU-SAVE-REC TO AUDIT-REC.                               PCHPRG00
028310     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                PCHPRG00
028400 990-AUDIT-PUT.                                                   PCHPRG00
028500     WRITE AUDIT-REC INVALID KEY                                  PCHPRG00
028600         DISPLAY "AUDIT TRAIL FULL".                              PCHPRG00
028800     MOVE 1 TO AU-KEY.                                            PCHPRG00
028900     MOVE SPACES TO AUDIT-REC.                                    PCHPRG00
029000     MOVE AU-NEXT TO AC-NEXT-SLOT.                                PCHPRG00
029010     MOVE AU-HASH TO AC-HASH.                                     PCHPRG00
029100     WRITE AUDIT-REC INVALID KEY                                  PCHPRG00
029200         DISPLAY "AUDIT CONTROL ERROR".                           PCHPRG00
029300     MOVE AU-SAVE-REC TO AUDIT-REC.                               PCHPRG00
029400     CLOSE AUDIT-TRAIL.                                           PCHPRG00
029401 991-AUDIT-HASH.                                                  PCHPRG00
029402     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        PCHPRG00
029403         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     PCHPRG00
029404         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     PCHPRG00
029405         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         PCHPRG00
029406         REMOVED AFTER IT WAS WRITTEN.                            PCHPRG00
029407     MOVE AUDIT-REC TO AU-HASH-REC.                               PCHPRG00
029408     MOVE 0 TO AU-REC-SUM.                                        PCHPRG00
029409     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        PCHPRG00
029410         UNTIL AU-CX IS GREATER THAN 44.                          PCHPRG00
029411     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       PCHPRG00
029412         MOD 999999937.                                           PCHPRG00
029413     GO TO 994-AUDIT-HASH-X.                                      PCHPRG00
029414 992-AUDIT-HASH-CHAR.                                             PCHPRG00
029415     MOVE 49 TO AU-CODE.                                          PCHPRG00
029416     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        PCHPRG00
029417         UNTIL AU-TX IS GREATER THAN 48.                          PCHPRG00
029418     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           PCHPRG00
029419 993-AUDIT-HASH-LOOK.                                             PCHPRG00
029420     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    PCHPRG00
029421 994-AUDIT-HASH-X.                                                PCHPRG00
029422     EXIT.                                                        PCHPRG00
029500 940-AUTH-CHECK.                                                  PCHPRG00
029600     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         PCHPRG00
029700         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           PCHPRG00
030700 941-AUTH-READ.                                                   PCHPRG00
030800     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   PCHPRG00
030900     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         PCHPRG00
031000     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                PCHPRG00
031200     GO TO 941-AUTH-READ.                                         PCHPRG00
031300 943-AUTH-DONE.                                                   PCHPRG00
031400     CLOSE AUTH-FILE.                                             PCHPRG00
032100     STOP RUN.                                                    PCHPRG00
032200 945-AUTH-X.                                                      PCHPRG00
032300     EXIT.                                                        PCHPRG00
032301 946-AUTH-GRANT.                                                  PCHPRG00
032302     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          PCHPRG00
032303         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         PCHPRG00
032304         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            PCHPRG00
032305         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                PCHPRG00
032306     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            PCHPRG00
032307     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            PCHPRG00
032308         + AUTH-DATE-IN DIV 100.                                  PCHPRG00
032309     IF RA-EXPIRES NUMERIC                                        PCHPRG00
032310         IF RA-EXPIRES NOT = 0                                    PCHPRG00
032311             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                PCHPRG00
032312                 GO TO 947-AUTH-GRANT-X.                          PCHPRG00
032313     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             PCHPRG00
032314     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             PCHPRG00
032315 947-AUTH-GRANT-X.                                                PCHPRG00
032316     EXIT.                                                        PCHPRG00
032317 930-OPER-SIGNON.                                                 PCHPRG00
032318     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      PCHPRG00
032319         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       PCHPRG00
032320         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          PCHPRG00
032321         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       PCHPRG00
032322         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           PCHPRG00
032323         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         PCHPRG00
032324         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                PCHPRG00
032325     MOVE 0 TO OPER-TRIES.                                        PCHPRG00
032326 931-OPER-ASK.                                                    PCHPRG00
032327     ADD 1 TO OPER-TRIES.                                         PCHPRG00
032328     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            PCHPRG00
032329     ACCEPT OPERATOR-CODE.                                        PCHPRG00
032330     MOVE OPERATOR-CODE TO AU-OPERATOR.                           PCHPRG00
032331     MOVE 0 TO OPER-OK-SW.                                        PCHPRG00
032332     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               PCHPRG00
032333     OPEN INPUT OPER-FILE.                                        PCHPRG00
032334     IF OPER-FILE-STATUS NOT = "00"                               PCHPRG00
032335         MOVE 1 TO OPER-OK-SW                                     PCHPRG00
032336         GO TO 933-OPER-DONE.                                     PCHPRG00
032337 932-OPER-READ.                                                   PCHPRG00
032338     READ OPER-FILE AT END                                        PCHPRG00
032339         CLOSE OPER-FILE                                          PCHPRG00
032340         GO TO 933-OPER-DONE.                                     PCHPRG00
032341     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          PCHPRG00
032342     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 PCHPRG00
032343     GO TO 932-OPER-READ.                                         PCHPRG00
032344 933-OPER-DONE.                                                   PCHPRG00
032345     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       PCHPRG00
032346     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           PCHPRG00
032347     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             PCHPRG00
032348     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             PCHPRG00
032349     MOVE TODAYS-DATE TO AU-DATE.                                 PCHPRG00
032350     MOVE "SIGNFAIL" TO AU-EVENT.                                 PCHPRG00
032351     MOVE "REFUSED " TO AU-RESULT.                                PCHPRG00
032352     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  PCHPRG00
032353     STOP RUN.                                                    PCHPRG00
032354 934-OPER-AUTH.                                                   PCHPRG00
032355     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      PCHPRG00
032356 935-OPER-X.                                                      PCHPRG00
032357     EXIT.                                                        PCHPRG00
032400 END-OF-JOB.                                                      PCHPRG00
