000100LINRPT      000174CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  CHRISLOG ADDS EVERY FILE RECORD IN THE SYSTEM LOG TO THE END OF       00
000900  THE CATALOGUED FILE LINEAGE - THE DATE, START TIME, RUN NUMBER        00
001000  AND PROGRAM OF THE RUN THAT OPENED THE FILE, WITH THE FILES           00
001100  MULTI-FILE AND FILE IDS, REEL, CREATION DATE AND UNIT. THIS           00
001200  REPORT READS IT BACK IN TWO PARTS -                                   00
001300     FILES BY PROGRAM - EACH FILE A PROGRAM OPENED AND THE UNIT         00
001400        IT WAS OPENED ON, WITH THE TYPE OF UNIT, THE NUMBER OF          00
001500        OPENS AND THE FIRST AND LAST LOG DATES, AND                     00
001600     PROGRAMS BY FILE - EVERY OPEN OF EACH FILE IN TIME ORDER,          00
001700        WITH THE REEL AND CREATION DATE THE LOG SHOWED. AN OPEN         00
001800        ON THE FILES OWN CREATION DATE IS MARKED - THE FIRST            00
001900        SUCH OPEN OF A REEL IS MOST LIKELY THE RUN THAT WROTE IT.       00
002000                                                                        00
002100  THREE REPLIES ARE ACCEPTED AT START-UP -                              00
002200     PROGRAM   (6 CHARACTERS, SPACES FOR ALL PROGRAMS)                  00
002300     FILE ID   (7 CHARACTERS, SPACES FOR ALL FILES)                     00
002400     FROM-DATE (YYDDD, 00000 FOR THE WHOLE FILE)                        00
002500                                                                        00
002600  A LOG DUMP PUT THROUGH CHRISLOG TWICE, OR A WEEK RESTORED FROM        00
002700  LOGARCH AND LISTED AGAIN, ADDS ITS FILE RECORDS A SECOND TIME -       00
002800  OPENS THE SAME IN EVERY FIELD ARE LISTED ONCE AND THE REPEATS         00
002900  COUNTED AT THE FOOT OF THE REPORT.                                    00
003000                                                                        00
003100                                                                        00
003200 IDENTIFICATION DIVISION.                                         LINRPT00
003300 PROGRAM-ID. FILE LINEAGE REPORT "LINRPT".                        LINRPT00
003400 DATE-COMPILED.                                                   LINRPT00
003500 REMARKS. LISTS THE FILES EACH PROGRAM OPENED AND THE PROGRAMS    LINRPT00
003600     THAT OPENED EACH FILE, IN TIME ORDER, FROM THE LINEAGE FILE  LINRPT00
003700     CHRISLOG BUILDS FROM THE FILE RECORDS IN THE SYSTEM LOG.     LINRPT00
003800 ENVIRONMENT DIVISION.                                            LINRPT00
003900 CONFIGURATION SECTION.                                           LINRPT00
004000 SOURCE-COMPUTER. B-5500.                                         LINRPT00
004100 OBJECT-COMPUTER. B-5500.                                         LINRPT00
004200 INPUT-OUTPUT SECTION.                                            LINRPT00
004300 FILE-CONTROL.                                                    LINRPT00
004400     SELECT LINEAGE-FILE ASSIGN TO DISK                           LINRPT00
004500         FILE STATUS IS LIN-FILE-STATUS.                          LINRPT00
004600     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   LINRPT00
004700     SELECT SORTER      ASSIGN TO SORT DISK.                      LINRPT00
004800 DATA DIVISION.                                                   LINRPT00
004900 FILE SECTION.                                                    LINRPT00
005000 MD  LINEAGE-FILE                                                 LINRPT00
005100     ACCESS SEQUENTIAL                                            LINRPT00
005200     BLOCK CONTAINS 1 RECORDS                                     LINRPT00
005300     VALUE OF ID "LINEAGE"                                        LINRPT00
005400     DATA RECORD LINEAGE-REC.                                     LINRPT00
005500 01  LINEAGE-REC     SZ 60.                                       LINRPT00
005600     05  LN-DATE         PC 9(5).                                 LINRPT00
005700     05  LN-TIME         PC 9(4).                                 LINRPT00
005800     05  LN-RUN-SEQ      PC 999.                                  LINRPT00
005900     05  LN-PROG         PC X(6).                                 LINRPT00
006000     05  LN-MFID         PC X(7).                                 LINRPT00
006100     05  LN-FID          PC X(7).                                 LINRPT00
006200     05  LN-REEL         PC X(3).                                 LINRPT00
006300     05  LN-CREATION     PC X(5).                                 LINRPT00
006400     05  LN-UNIT         PC X(3).                                 LINRPT00
006410     05  LN-ERRORS       PC 9(4).                                 LINRPT00
006420     05  FILLER          SZ 13.                                   LINRPT00
006600 FD  REPORT-FILE                                                  LINRPT00
006700         VALUE OF ID "LINRPT"                                     LINRPT00
006800         DATA RECORD REPORT-REC.                                  LINRPT00
006900 01  REPORT-REC      SZ 132.                                      LINRPT00
007000 SD  SORTER          DATA RECORD SORT-REC.                        LINRPT00
007100 01  SORT-REC        SZ 80.                                       LINRPT00
007200     05  SR-KEY.                                                  LINRPT00
007300         10  SR-VIEW     PC X.                                    LINRPT00
007400         10  SR-MAJOR.                                            LINRPT00
007500             15  SR-MAJOR-A  PC X(7).                             LINRPT00
007600             15  SR-MAJOR-B  PC X(7).                             LINRPT00
007700         10  SR-MINOR.                                            LINRPT00
007800             15  SR-MINOR-A  PC X(7).                             LINRPT00
007900             15  SR-MINOR-B  PC X(7).                             LINRPT00
008000             15  SR-MINOR-U  PC X(3).                             LINRPT00
008100         10  SR-DATE     PC 9(5).                                 LINRPT00
008200         10  SR-TIME     PC 9(4).                                 LINRPT00
008300         10  SR-SEQ      PC 999.                                  LINRPT00
008400     05  SR-PROG         PC X(6).                                 LINRPT00
008500     05  SR-MFID         PC X(7).                                 LINRPT00
008600     05  SR-FID          PC X(7).                                 LINRPT00
008700     05  SR-REEL         PC X(3).                                 LINRPT00
008800     05  SR-CREATION     PC X(5).                                 LINRPT00
008900     05  SR-UNIT         PC X(3).                                 LINRPT00
009000     05  FILLER          SZ 5.                                    LINRPT00
009100 WORKING-STORAGE SECTION.                                         LINRPT00
009200 77  LIN-FILE-STATUS VA SPACE        PC X(2).                     LINRPT00
009300 77  SEL-PROG        VA SPACE        PC X(6).                     LINRPT00
009400 77  SEL-FILE-ID     VA SPACE        PC X(7).                     LINRPT00
009500 77  SEL-FROM-REPLY  VA SPACE        PC X(5).                     LINRPT00
009600 77  SEL-FROM        VA 0    CMP-1   PC 9(5).                     LINRPT00
009700 77  LINE-COUNT      VA 0    CMP-1   PC 99.                       LINRPT00
009800 77  PAGE-NO         VA 0    CMP-1   PC 9(4).                     LINRPT00
009900 77  OPEN-COUNT      VA 0    CMP-1   PC 9(6).                     LINRPT00
010000 77  DUP-COUNT       VA 0    CMP-1   PC 9(6).                     LINRPT00
010100 77  PROG-COUNT      VA 0    CMP-1   PC 9(4).                     LINRPT00
010200 77  FILE-COUNT      VA 0    CMP-1   PC 9(4).                     LINRPT00
010300 77  FIRST-SW        VA 1    CMP-1   PC 9.                        LINRPT00
010400 77  NEW-PROG-SW     VA 0    CMP-1   PC 9.                        LINRPT00
010500 77  GRP-OPENS       VA 0    CMP-1   PC 9(6).                     LINRPT00
010600 77  GRP-FIRST       VA 0    CMP-1   PC 9(5).                     LINRPT00
010700 77  GRP-LAST        VA 0    CMP-1   PC 9(5).                     LINRPT00
010800 77  GRP-PROG        VA SPACE        PC X(6).                     LINRPT00
010900 77  GRP-MFID        VA SPACE        PC X(7).                     LINRPT00
011000 77  GRP-FID         VA SPACE        PC X(7).                     LINRPT00
011100 77  GRP-UNIT        VA SPACE        PC X(3).                     LINRPT00
011200 77  LAST-VIEW       VA SPACE        PC X.                        LINRPT00
011300 77  LAST-MAJOR      VA SPACE        PC X(14).                    LINRPT00
011400 77  LAST-MINOR      VA SPACE        PC X(17).                    LINRPT00
011500 77  UX              CMP-1   PC 99.                               LINRPT00
011600 77  TYPE-WORK       VA SPACE        PC X(8).                     LINRPT00
011700 01  LAST-SORT-REC   SZ 80   VA SPACE.                            LINRPT00
011800 01  TIME-WORK.                                                   LINRPT00
011900     05  TW-TIME         PC 9(4).                                 LINRPT00
012000 01  TIME-PARTS REDEFINES TIME-WORK.                              LINRPT00
012100     05  TW-HH           PC 99.                                   LINRPT00
012200     05  TW-MM           PC 99.                                   LINRPT00
012300 01  DATE-WORK.                                                   LINRPT00
012400     05  DW-DATE         PC 9(5).                                 LINRPT00
012500 01  UNIT-WORK.                                                   LINRPT00
012600     05  UW-PREFIX       PC X(2).                                 LINRPT00
012700     05  UW-LETTER       PC X.                                    LINRPT00
012800 01  UNIT-TYPE-SET.                                               LINRPT00
012900     05  FILLER  PC X(30) VA "MTTAPE    DKDISK    DRDRUM    ".    LINRPT00
013000     05  FILLER  PC X(30) VA "LPPRINTER CPPUNCH   CRREADER  ".    LINRPT00
013100     05  FILLER  PC X(30) VA "SPSPO     PPPAPER TPPRPAPER TP".    LINRPT00
013200     05  FILLER  PC X(10) VA "DCDATACOM ".                        LINRPT00
013300 01  UNIT-TYPE-TBL REDEFINES UNIT-TYPE-SET.                       LINRPT00
013400     05  UNIT-TYPE-ENTRY OC 10.                                   LINRPT00
013500         10  UT-PREFIX   PC X(2).                                 LINRPT00
013600         10  UT-NAME     PC X(8).                                 LINRPT00
013700 01  HEAD-LINE       SZ 132.                                      LINRPT00
013800     05  FILLER  PC X(22) VA "FILE LINEAGE REPORT - ".            LINRPT00
013900     05  HD-TITLE    PC X(40).                                    LINRPT00
014000     05  FILLER  PC X(5)  VA "PAGE ".                             LINRPT00
014100     05  HD-PAGE     PC ZZZ9.                                     LINRPT00
014200     05  FILLER      SZ 61    VA SPACE.                           LINRPT00
014300 01  PROG-COL-LINE   SZ 132.                                      LINRPT00
014400     05  FILLER  PC X(35) VA                                      LINRPT00
014500         "  PROGRAM   MFID    FILE ID  UNIT  ".                   LINRPT00
014600     05  FILLER  PC X(29) VA "UNIT TYPE  OPENS  FIRST  LAST".     LINRPT00
014700     05  FILLER      SZ 68    VA SPACE.                           LINRPT00
014800 01  FILE-COL-LINE   SZ 132.                                      LINRPT00
014900     05  FILLER  PC X(36) VA                                      LINRPT00
015000         "  MFID    FILE ID  DATE   START  RUN".                  LINRPT00
015100     05  FILLER  PC X(36) VA                                      LINRPT00
015200         "  PROGRAM  REEL  CREATED  UNIT  TYPE".                  LINRPT00
015300     05  FILLER      SZ 60    VA SPACE.                           LINRPT00
015400 01  PROG-LINE       SZ 132.                                      LINRPT00
015500     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
015600     05  PL-PROG     PC X(6).                                     LINRPT00
015700     05  FILLER      SZ 4     VA SPACE.                           LINRPT00
015800     05  PL-MFID     PC X(7).                                     LINRPT00
015900     05  FILLER      SZ 1     VA SPACE.                           LINRPT00
016000     05  PL-FID      PC X(7).                                     LINRPT00
016100     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
016200     05  PL-UNIT     PC X(3).                                     LINRPT00
016300     05  FILLER      SZ 3     VA SPACE.                           LINRPT00
016400     05  PL-TYPE     PC X(8).                                     LINRPT00
016500     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
016600     05  PL-OPENS    PC ZZZZZ9.                                   LINRPT00
016700     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
016800     05  PL-FIRST    PC 9(5).                                     LINRPT00
016900     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
017000     05  PL-LAST     PC 9(5).                                     LINRPT00
017100     05  FILLER      SZ 67    VA SPACE.                           LINRPT00
017200 01  FILE-LINE       SZ 132.                                      LINRPT00
017300     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
017400     05  FL-MFID     PC X(7).                                     LINRPT00
017500     05  FILLER      SZ 1     VA SPACE.                           LINRPT00
017600     05  FL-FID      PC X(7).                                     LINRPT00
017700     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
017800     05  FL-DATE     PC 9(5).                                     LINRPT00
017900     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
018000     05  FL-HH       PC 99.                                       LINRPT00
018100     05  FILLER      PC X     VA ":".                             LINRPT00
018200     05  FL-MM       PC 99.                                       LINRPT00
018300     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
018400     05  FL-SEQ      PC ZZ9.                                      LINRPT00
018500     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
018600     05  FL-PROG     PC X(6).                                     LINRPT00
018700     05  FILLER      SZ 3     VA SPACE.                           LINRPT00
018800     05  FL-REEL     PC X(3).                                     LINRPT00
018900     05  FILLER      SZ 3     VA SPACE.                           LINRPT00
019000     05  FL-CREATION PC X(5).                                     LINRPT00
019100     05  FILLER      SZ 4     VA SPACE.                           LINRPT00
019200     05  FL-UNIT     PC X(3).                                     LINRPT00
019300     05  FILLER      SZ 3     VA SPACE.                           LINRPT00
019400     05  FL-TYPE     PC X(8).                                     LINRPT00
019500     05  FILLER      SZ 2     VA SPACE.                           LINRPT00
019600     05  FL-NOTE     PC X(24).                                    LINRPT00
019700     05  FILLER      SZ 30    VA SPACE.                           LINRPT00
019800 01  NONE-LINE       SZ 132.                                      LINRPT00
019900     05  FILLER  PC X(36) VA                                      LINRPT00
020000         "  NO FILE OPENS ON LINEAGE TO REPORT".                  LINRPT00
020100     05  FILLER      SZ 96    VA SPACE.                           LINRPT00
020200 01  TOTAL-LINE      SZ 132.                                      LINRPT00
020300     05  FILLER  PC X(16) VA "OPENS REPORTED  ".                  LINRPT00
020400     05  TL-OPENS    PC ZZZZZ9.                                   LINRPT00
020500     05  FILLER  PC X(14) VA "    PROGRAMS  ".                    LINRPT00
020600     05  TL-PROGS    PC ZZZ9.                                     LINRPT00
020700     05  FILLER  PC X(11) VA "    FILES  ".                       LINRPT00
020800     05  TL-FILES    PC ZZZ9.                                     LINRPT00
020900     05  FILLER  PC X(29) VA "    REPEATED OPENS LEFT OUT  ".     LINRPT00
021000     05  TL-DUPS     PC ZZZZZ9.                                   LINRPT00
021100     05  FILLER      SZ 42    VA SPACE.                           LINRPT00
021200 01  BLANK-LINE      SZ 132   VA SPACE.                           LINRPT00
021300 PROCEDURE DIVISION.                                              LINRPT00
021400 000-MAIN.                                                        LINRPT00
021500     DISPLAY "ENTER PROGRAM (SPACES = ALL)".                      LINRPT00
021600     ACCEPT SEL-PROG.                                             LINRPT00
021700     DISPLAY "ENTER FILE ID (SPACES = ALL)".                      LINRPT00
021800     ACCEPT SEL-FILE-ID.                                          LINRPT00
021900     DISPLAY "ENTER FROM-DATE (YYDDD, 00000 = ALL)".              LINRPT00
022000     ACCEPT SEL-FROM-REPLY.                                       LINRPT00
022100     IF SEL-FROM-REPLY NUMERIC MOVE SEL-FROM-REPLY TO SEL-FROM.   LINRPT00
022200     SORT SORTER ON ASCENDING KEY SR-KEY                          LINRPT00
022300         INPUT PROCEDURE IS GATHER                                LINRPT00
022400         OUTPUT PROCEDURE IS REPORTER.                            LINRPT00
022500     STOP RUN.                                                    LINRPT00
022600 GATHER SECTION.                                                  LINRPT00
022700 100-LINEAGE-OPEN.                                                LINRPT00
022800     OPEN INPUT LINEAGE-FILE.                                     LINRPT00
022900     IF LIN-FILE-STATUS NOT = "00"                                LINRPT00
023000         DISPLAY "LINEAGE NOT PRESENT - NO FILE OPENS TO REPORT"  LINRPT00
023100         GO TO 190-GATHER-END.                                    LINRPT00
023200 110-LINEAGE-READ.                                                LINRPT00
023300     NOTE  EACH OPEN IS RELEASED TWICE - VIEW 1 KEYED ON THE      LINRPT00
023400         PROGRAM, THEN THE FILE AND UNIT, FOR THE FILES BY        LINRPT00
023500         PROGRAM PART, AND VIEW 2 KEYED ON THE FILE FOR THE       LINRPT00
023600         PROGRAMS BY FILE PART - BOTH IN DATE, TIME AND RUN       LINRPT00
023700         ORDER WITHIN THE KEY.                                    LINRPT00
023800     READ LINEAGE-FILE AT END GO TO 150-LINEAGE-DONE.             LINRPT00
023900     IF LN-DATE NOT NUMERIC GO TO 110-LINEAGE-READ.               LINRPT00
024000     IF LN-DATE IS LESS THAN SEL-FROM GO TO 110-LINEAGE-READ.     LINRPT00
024100     IF SEL-PROG NOT = SPACES                                     LINRPT00
024200         IF LN-PROG NOT = SEL-PROG                                LINRPT00
024300             GO TO 110-LINEAGE-READ.                              LINRPT00
024400     IF SEL-FILE-ID NOT = SPACES                                  LINRPT00
024500         IF LN-FID NOT = SEL-FILE-ID                              LINRPT00
024600             GO TO 110-LINEAGE-READ.                              LINRPT00
024700     IF LN-TIME NOT NUMERIC MOVE 0 TO LN-TIME.                    LINRPT00
024800     IF LN-RUN-SEQ NOT NUMERIC MOVE 0 TO LN-RUN-SEQ.              LINRPT00
024900     MOVE SPACES TO SORT-REC.                                     LINRPT00
025000     MOVE LN-DATE TO SR-DATE.                                     LINRPT00
025100     MOVE LN-TIME TO SR-TIME.                                     LINRPT00
025200     MOVE LN-RUN-SEQ TO SR-SEQ.                                   LINRPT00
025300     MOVE LN-PROG TO SR-PROG.                                     LINRPT00
025400     MOVE LN-MFID TO SR-MFID.                                     LINRPT00
025500     MOVE LN-FID TO SR-FID.                                       LINRPT00
025600     MOVE LN-REEL TO SR-REEL.                                     LINRPT00
025700     MOVE LN-CREATION TO SR-CREATION.                             LINRPT00
025800     MOVE LN-UNIT TO SR-UNIT.                                     LINRPT00
025900     MOVE "1" TO SR-VIEW.                                         LINRPT00
026000     MOVE LN-PROG TO SR-MAJOR-A.                                  LINRPT00
026100     MOVE LN-MFID TO SR-MINOR-A.                                  LINRPT00
026200     MOVE LN-FID TO SR-MINOR-B.                                   LINRPT00
026300     MOVE LN-UNIT TO SR-MINOR-U.                                  LINRPT00
026400     RELEASE SORT-REC.                                            LINRPT00
026500     MOVE "2" TO SR-VIEW.                                         LINRPT00
026600     MOVE LN-MFID TO SR-MAJOR-A.                                  LINRPT00
026700     MOVE LN-FID TO SR-MAJOR-B.                                   LINRPT00
026800     MOVE SPACES TO SR-MINOR.                                     LINRPT00
026900     RELEASE SORT-REC.                                            LINRPT00
027000     GO TO 110-LINEAGE-READ.                                      LINRPT00
027100 150-LINEAGE-DONE.                                                LINRPT00
027200     CLOSE LINEAGE-FILE.                                          LINRPT00
027300 190-GATHER-END.                                                  LINRPT00
027400     EXIT.                                                        LINRPT00
027500 REPORTER SECTION.                                                LINRPT00
027600 200-REPORT-OPEN.                                                 LINRPT00
027700     OPEN OUTPUT REPORT-FILE.                                     LINRPT00
027800 210-REPORT-LOOP.                                                 LINRPT00
027900     RETURN SORTER AT END GO TO 290-REPORT-DONE.                  LINRPT00
028000     IF SORT-REC NOT = LAST-SORT-REC GO TO 215-REPORT-NEW.        LINRPT00
028100     IF SR-VIEW = "1" ADD 1 TO DUP-COUNT.                         LINRPT00
028200     GO TO 210-REPORT-LOOP.                                       LINRPT00
028300 215-REPORT-NEW.                                                  LINRPT00
028400     MOVE SORT-REC TO LAST-SORT-REC.                              LINRPT00
028500     IF SR-VIEW NOT = LAST-VIEW PERFORM 250-NEW-VIEW.             LINRPT00
028600     IF SR-VIEW = "2" GO TO 230-FILE-OPEN.                        LINRPT00
028700     ADD 1 TO OPEN-COUNT.                                         LINRPT00
028800     IF FIRST-SW = 0                                              LINRPT00
028900         IF SR-MAJOR = LAST-MAJOR AND SR-MINOR = LAST-MINOR       LINRPT00
029000             GO TO 220-PROG-ADD.                                  LINRPT00
029100     PERFORM 240-PROG-GROUP THRU 240X.                            LINRPT00
029200 220-PROG-ADD.                                                    LINRPT00
029300     ADD 1 TO GRP-OPENS.                                          LINRPT00
029400     MOVE SR-DATE TO GRP-LAST.                                    LINRPT00
029500     GO TO 210-REPORT-LOOP.                                       LINRPT00
029600 230-FILE-OPEN.                                                   LINRPT00
029700     MOVE SPACES TO FL-MFID FL-FID.                               LINRPT00
029800     IF FIRST-SW = 1 OR SR-MAJOR NOT = LAST-MAJOR                 LINRPT00
029900         MOVE 0 TO FIRST-SW                                       LINRPT00
030000         MOVE SR-MAJOR TO LAST-MAJOR                              LINRPT00
030100         ADD 1 TO FILE-COUNT                                      LINRPT00
030200         MOVE SR-MFID TO FL-MFID                                  LINRPT00
030300         MOVE SR-FID TO FL-FID.                                   LINRPT00
030400     MOVE SR-DATE TO FL-DATE.                                     LINRPT00
030500     MOVE SR-TIME TO TW-TIME.                                     LINRPT00
030600     MOVE TW-HH TO FL-HH.                                         LINRPT00
030700     MOVE TW-MM TO FL-MM.                                         LINRPT00
030800     MOVE SR-SEQ TO FL-SEQ.                                       LINRPT00
030900     MOVE SR-PROG TO FL-PROG.                                     LINRPT00
031000     MOVE SR-REEL TO FL-REEL.                                     LINRPT00
031100     MOVE SR-CREATION TO FL-CREATION.                             LINRPT00
031200     MOVE SR-UNIT TO FL-UNIT.                                     LINRPT00
031300     MOVE SR-UNIT TO UNIT-WORK.                                   LINRPT00
031400     PERFORM 270-UNIT-TYPE THRU 270X.                             LINRPT00
031500     MOVE TYPE-WORK TO FL-TYPE.                                   LINRPT00
031600     MOVE SPACES TO FL-NOTE.                                      LINRPT00
031700     MOVE SR-DATE TO DW-DATE.                                     LINRPT00
031800     IF SR-CREATION = DATE-WORK                                   LINRPT00
031900         MOVE "OPENED ON CREATION DATE " TO FL-NOTE.              LINRPT00
032000     ADD 1 TO LINE-COUNT.                                         LINRPT00
032100     IF LINE-COUNT IS GREATER THAN 50 PERFORM 260-NEW-PAGE.       LINRPT00
032200     WRITE REPORT-REC FROM FILE-LINE.                             LINRPT00
032300     GO TO 210-REPORT-LOOP.                                       LINRPT00
032400 240-PROG-GROUP.                                                  LINRPT00
032500     NOTE  PRINTS THE FILE AND UNIT JUST ENDED AND STARTS THE     LINRPT00
032600         NEXT ONE - THE PROGRAM NAME IS PRINTED ON ITS FIRST      LINRPT00
032700         LINE ONLY.                                               LINRPT00
032800     IF FIRST-SW = 0 PERFORM 245-PROG-PUT.                        LINRPT00
032900     MOVE 0 TO NEW-PROG-SW.                                       LINRPT00
033000     IF FIRST-SW = 1 OR SR-MAJOR NOT = LAST-MAJOR                 LINRPT00
033100         MOVE 1 TO NEW-PROG-SW                                    LINRPT00
033200         ADD 1 TO PROG-COUNT.                                     LINRPT00
033300     MOVE 0 TO FIRST-SW.                                          LINRPT00
033400     MOVE SR-MAJOR TO LAST-MAJOR.                                 LINRPT00
033500     MOVE SR-MINOR TO LAST-MINOR.                                 LINRPT00
033600     MOVE SR-PROG TO GRP-PROG.                                    LINRPT00
033700     MOVE SR-MFID TO GRP-MFID.                                    LINRPT00
033800     MOVE SR-FID TO GRP-FID.                                      LINRPT00
033900     MOVE SR-UNIT TO GRP-UNIT.                                    LINRPT00
034000     MOVE SR-DATE TO GRP-FIRST.                                   LINRPT00
034100     MOVE 0 TO GRP-OPENS.                                         LINRPT00
034200 240X.   EXIT.                                                    LINRPT00
034300 245-PROG-PUT.                                                    LINRPT00
034400     MOVE SPACES TO PL-PROG.                                      LINRPT00
034500     IF NEW-PROG-SW = 1 MOVE GRP-PROG TO PL-PROG.                 LINRPT00
034600     MOVE GRP-MFID TO PL-MFID.                                    LINRPT00
034700     MOVE GRP-FID TO PL-FID.                                      LINRPT00
034800     MOVE GRP-UNIT TO PL-UNIT.                                    LINRPT00
034900     MOVE GRP-UNIT TO UNIT-WORK.                                  LINRPT00
035000     PERFORM 270-UNIT-TYPE THRU 270X.                             LINRPT00
035100     MOVE TYPE-WORK TO PL-TYPE.                                   LINRPT00
035200     MOVE GRP-OPENS TO PL-OPENS.                                  LINRPT00
035300     MOVE GRP-FIRST TO PL-FIRST.                                  LINRPT00
035400     MOVE GRP-LAST TO PL-LAST.                                    LINRPT00
035500     ADD 1 TO LINE-COUNT.                                         LINRPT00
035600     IF LINE-COUNT IS GREATER THAN 50 PERFORM 260-NEW-PAGE.       LINRPT00
035700     WRITE REPORT-REC FROM PROG-LINE.                             LINRPT00
035800 250-NEW-VIEW.                                                    LINRPT00
035900     IF LAST-VIEW = "1" PERFORM 245-PROG-PUT.                     LINRPT00
036000     MOVE SR-VIEW TO LAST-VIEW.                                   LINRPT00
036100     MOVE 1 TO FIRST-SW.                                          LINRPT00
036200     MOVE "PROGRAMS BY FILE, IN TIME ORDER" TO HD-TITLE.          LINRPT00
036300     IF SR-VIEW = "1"                                             LINRPT00
036400         MOVE "FILES BY PROGRAM" TO HD-TITLE.                     LINRPT00
036500     PERFORM 260-NEW-PAGE.                                        LINRPT00
036600 260-NEW-PAGE.                                                    LINRPT00
036700     ADD 1 TO PAGE-NO.                                            LINRPT00
036800     MOVE PAGE-NO TO HD-PAGE.                                     LINRPT00
036900     MOVE SPACES TO REPORT-REC.                                   LINRPT00
037000     WRITE REPORT-REC BEFORE ADVANCING TO CHANNEL 1.              LINRPT00
037100     WRITE REPORT-REC FROM HEAD-LINE BEFORE ADVANCING 2 LINES.    LINRPT00
037200     IF LAST-VIEW = "1"                                           LINRPT00
037300         WRITE REPORT-REC FROM PROG-COL-LINE                      LINRPT00
037400             BEFORE ADVANCING 2 LINES                             LINRPT00
037500     ELSE                                                         LINRPT00
037600         WRITE REPORT-REC FROM FILE-COL-LINE                      LINRPT00
037700             BEFORE ADVANCING 2 LINES.                            LINRPT00
037800     MOVE 0 TO LINE-COUNT.                                        LINRPT00
037900 270-UNIT-TYPE.                                                   LINRPT00
038000     NOTE  THE TYPE OF UNIT IS TAKEN FROM THE FIRST TWO LETTERS   LINRPT00
038100         OF ITS CHRISLOG DEVICE NAME - A FILE RECORD WITH NO UNIT LINRPT00
038200         GETS NO TYPE.                                            LINRPT00
038300     MOVE SPACES TO TYPE-WORK.                                    LINRPT00
038400     IF UNIT-WORK = SPACES GO TO 270X.                            LINRPT00
038500     PERFORM 275-MATCH-TYPE VARYING UX FROM 1 BY 1                LINRPT00
038600         UNTIL UX IS GREATER THAN 10.                             LINRPT00
038700 270X.   EXIT.                                                    LINRPT00
038800 275-MATCH-TYPE.                                                  LINRPT00
038900     IF UT-PREFIX (UX) = UW-PREFIX MOVE UT-NAME (UX) TO TYPE-WORK.LINRPT00
039000 290-REPORT-DONE.                                                 LINRPT00
039100     IF LAST-VIEW = "1" PERFORM 245-PROG-PUT.                     LINRPT00
039200     IF LAST-VIEW = SPACE                                         LINRPT00
039300         MOVE "1" TO LAST-VIEW                                    LINRPT00
039400         MOVE "FILES BY PROGRAM" TO HD-TITLE                      LINRPT00
039500         PERFORM 260-NEW-PAGE                                     LINRPT00
039600         WRITE REPORT-REC FROM NONE-LINE.                         LINRPT00
039700     MOVE OPEN-COUNT TO TL-OPENS.                                 LINRPT00
039800     MOVE PROG-COUNT TO TL-PROGS.                                 LINRPT00
039900     MOVE FILE-COUNT TO TL-FILES.                                 LINRPT00
040000     MOVE DUP-COUNT TO TL-DUPS.                                   LINRPT00
040100     WRITE REPORT-REC FROM BLANK-LINE.                            LINRPT00
040200     WRITE REPORT-REC FROM TOTAL-LINE.                            LINRPT00
040300     CLOSE REPORT-FILE.                                           LINRPT00
040400     DISPLAY "LINRPT - OPENS REPORTED " OPEN-COUNT.               LINRPT00
040500 END-OF-JOB.                                                      LINRPT00
