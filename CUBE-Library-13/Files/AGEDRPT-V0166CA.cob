000100AGEDRPT     000166CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  THE AGED BALANCE REPORT FOR THE RECEIVABLES LEDGER ARLEDGER           00
000900  (SEE LEDGMNT). EVERY POSTING DATED ON OR BEFORE THE AS-OF DATE        00
001000  IS TAKEN -                                                            00
001100     BILLINGS (B) AND DEBIT ADJUSTMENTS (D) ARE AGED FROM THE           00
001200        DATE POSTED INTO CURRENT (30 DAYS OR LESS), 31-60 DAYS,         00
001300        61-90 DAYS AND OVER 90 DAYS,                                    00
001400     CREDIT ADJUSTMENTS (K), PAYMENTS (P) AND TRANSFERS (T) ARE         00
001500        APPLIED TO THE OLDEST AMOUNT FIRST, AND                         00
001600     A USER WHOSE CREDITS EXCEED THE DEBITS IS SHOWN WITH A             00
001700        CREDIT BALANCE, MARKED CR.                                      00
001800  ONE LINE IS PRINTED FOR EACH USER WITH A BALANCE, IN USER             00
001900  NUMBER ORDER, WITH THE DEPARTMENT FROM USERMSTR, FOLLOWED BY          00
002000  THE TOTAL OF EACH AGE AND THE TOTAL OF CREDIT BALANCES. DAYS          00
002100  ARE COUNTED ON THE SAME 31-DAY MONTH RULE AUTHRPT USES.               00
002200                                                                        00
002300  ONE REPLY AT START-UP - THE AS-OF DATE YYMMDD, BLANK FOR              00
002400  TODAY. THE IN-CORE TABLE HOLDS 300 USERS - POSTINGS FOR A USER        00
002500  PAST THE TABLE ARE COUNTED AND REPORTED, NOT AGED.                    00
002600                                                                        00
002700                                                                        00
002800 IDENTIFICATION DIVISION.                                         AGEDRP00
002900 PROGRAM-ID. AGED RECEIVABLES REPORT "AGEDRPT".                   AGEDRP00
003000 DATE-COMPILED.                                                   AGEDRP00
003100 REMARKS. AGES EACH USERS BALANCE ON THE RECEIVABLES LEDGER       AGEDRP00
003200     ARLEDGER INTO CURRENT, 31-60, 61-90 AND OVER 90 DAYS AS OF   AGEDRP00
003300     A DATE, APPLYING CREDITS AND PAYMENTS TO THE OLDEST          AGEDRP00
003400     CHARGES FIRST.                                               AGEDRP00
003500 ENVIRONMENT DIVISION.                                            AGEDRP00
003600 CONFIGURATION SECTION.                                           AGEDRP00
003700 SOURCE-COMPUTER. B-5500.                                         AGEDRP00
003800 OBJECT-COMPUTER. B-5500.                                         AGEDRP00
003900 INPUT-OUTPUT SECTION.                                            AGEDRP00
004000 FILE-CONTROL.                                                    AGEDRP00
004100     SELECT LEDGER-FILE ASSIGN TO DISK                            AGEDRP00
004200         FILE STATUS IS LEDG-FILE-STATUS.                         AGEDRP00
004300     SELECT USER-MSTR ASSIGN TO DISK                              AGEDRP00
004400         FILE STATUS IS USER-MSTR-STATUS.                         AGEDRP00
004500     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   AGEDRP00
004600 DATA DIVISION.                                                   AGEDRP00
004700 FILE SECTION.                                                    AGEDRP00
004800 MD  LEDGER-FILE                                                  AGEDRP00
004900     ACCESS SEQUENTIAL                                            AGEDRP00
005000     BLOCK CONTAINS 1 RECORDS                                     AGEDRP00
005100     VALUE OF ID "ARLEDGER"                                       AGEDRP00
005200     DATA RECORD LEDG-REC.                                        AGEDRP00
005300 01  LEDG-REC        SZ 80.                                       AGEDRP00
005400     05  AR-USER         PC X(7).                                 AGEDRP00
005500     05  FILLER          SZ 1.                                    AGEDRP00
005600     05  AR-TYPE         PC X.                                    AGEDRP00
005700     05  FILLER          SZ 1.                                    AGEDRP00
005800     05  AR-DATE         PC 9(6).                                 AGEDRP00
005900     05  FILLER          SZ 1.                                    AGEDRP00
006000     05  AR-PERIOD       PC 9(4).                                 AGEDRP00
006100     05  FILLER          SZ 1.                                    AGEDRP00
006200     05  AR-AMOUNT       PC 9(8)V99.                              AGEDRP00
006300     05  FILLER          SZ 48.                                   AGEDRP00
006400 MD  USER-MSTR                                                    AGEDRP00
006500     ACCESS SEQUENTIAL                                            AGEDRP00
006600     BLOCK CONTAINS 1 RECORDS                                     AGEDRP00
006700     VALUE OF ID "USERMSTR"                                       AGEDRP00
006800     DATA RECORD USER-REC.                                        AGEDRP00
006900 01  USER-REC        SZ 160.                                      AGEDRP00
007000     05  UM-USER         PC X(7).                                 AGEDRP00
007100     05  FILLER          SZ 1.                                    AGEDRP00
007200     05  UM-DEPT         PC X(20).                                AGEDRP00
007300     05  FILLER          SZ 132.                                  AGEDRP00
007400 FD  REPORT-FILE                                                  AGEDRP00
007500         VALUE OF ID "AGEDRPT"                                    AGEDRP00
007600         DATA RECORD REPORT-REC.                                  AGEDRP00
007700 01  REPORT-REC      SZ 132.                                      AGEDRP00
007800 WORKING-STORAGE SECTION.                                         AGEDRP00
007900 77  LEDG-FILE-STATUS VA SPACE       PC X(2).                     AGEDRP00
008000 77  USER-MSTR-STATUS VA SPACE       PC X(2).                     AGEDRP00
008100 77  ASOF-REPLY              PC X(6).                             AGEDRP00
008200 77  ASOF-DATE               PC 9(6).                             AGEDRP00
008300 77  AGE-DATE-IN             PC 9(6).                             AGEDRP00
008400 77  ASOF-DAYNO      CMP-1   PC 9(6).                             AGEDRP00
008500 77  EV-DAYNO        CMP-1   PC 9(6).                             AGEDRP00
008600 77  AGE-DAYS        CMP-1   PC 9(6).                             AGEDRP00
008700 77  AG-CNT          VA 0    CMP-1   PC 999.                      AGEDRP00
008800 77  AX              CMP-1   PC 999.                              AGEDRP00
008900 77  AY              CMP-1   PC 999.                              AGEDRP00
009000 77  APOS            CMP-1   PC 999.                              AGEDRP00
009100 77  AHIT            CMP-1   PC 999.                              AGEDRP00
009200 77  BX              CMP-1   PC 9.                                AGEDRP00
009300 77  UT-CNT          VA 0    CMP-1   PC 999.                      AGEDRP00
009400 77  UX              CMP-1   PC 999.                              AGEDRP00
009500 77  UHIT            CMP-1   PC 999.                              AGEDRP00
009600 77  POSTINGS-READ   VA 0    CMP-1   PC 9(6).                     AGEDRP00
009700 77  POSTINGS-LOST   VA 0    CMP-1   PC 9(6).                     AGEDRP00
009800 77  OWING-CNT       VA 0    CMP-1   PC 999.                      AGEDRP00
009900 77  CREDIT-CNT      VA 0    CMP-1   PC 999.                      AGEDRP00
010000 77  CREDIT-LEFT             PC 9(9)V99.                          AGEDRP00
010100 77  BAL-WORK                PC 9(9)V99.                          AGEDRP00
010200 77  TOT-BALANCE     VA 0    PC 9(9)V99.                          AGEDRP00
010300 77  TOT-CREDIT      VA 0    PC 9(9)V99.                          AGEDRP00
010400 01  DATE-WORK.                                                   AGEDRP00
010500     05  DW-DATE             PC 9(6).                             AGEDRP00
010600 01  DATE-PARTS REDEFINES DATE-WORK.                              AGEDRP00
010700     05  DW-YY               PC 99.                               AGEDRP00
010800     05  DW-MM               PC 99.                               AGEDRP00
010900     05  DW-DD               PC 99.                               AGEDRP00
011000 01  AGE-TABLE.                                                   AGEDRP00
011100     05  AG-ENTRY  OC 300.                                        AGEDRP00
011200         10  AG-USER         PC X(7).                             AGEDRP00
011300         10  AG-BKT    OC 4  PC 9(9)V99.                          AGEDRP00
011400         10  AG-CREDIT       PC 9(9)V99.                          AGEDRP00
011500 01  AGE-TOTALS.                                                  AGEDRP00
011600     05  TOT-BKT   OC 4      PC 9(9)V99.                          AGEDRP00
011700 01  USER-TABLE.                                                  AGEDRP00
011800     05  UT-ENTRY  OC 200.                                        AGEDRP00
011900         10  UT-USER         PC X(7).                             AGEDRP00
012000         10  UT-DEPT         PC X(20).                            AGEDRP00
012100 01  TITLE-LINE      SZ 132.                                      AGEDRP00
012200     05  FILLER  PC X(24) VA "AGED RECEIVABLES AS OF  ".          AGEDRP00
012300     05  TI-ASOF     PC 9(6).                                     AGEDRP00
012400     05  FILLER      SZ 102   VA SPACE.                           AGEDRP00
012500 01  COLUMN-HEAD     SZ 132.                                      AGEDRP00
012600     05  FILLER      PC X(36) VA                                  AGEDRP00
012700         "  USER     DEPARTMENT               ".                  AGEDRP00
012800     05  FILLER      PC X(25) VA                                  AGEDRP00
012900         "   CURRENT     31-60 DAYS".                             AGEDRP00
013000     05  FILLER      PC X(45) VA                                  AGEDRP00
013100         "     61-90 DAYS        OVER 90        BALANCE".         AGEDRP00
013200     05  FILLER      SZ 26    VA SPACE.                           AGEDRP00
013300 01  DETAIL-LINE     SZ 132.                                      AGEDRP00
013400     05  FILLER      SZ 2     VA SPACE.                           AGEDRP00
013500     05  DL-USER     PC X(7).                                     AGEDRP00
013600     05  FILLER      SZ 2     VA SPACE.                           AGEDRP00
013700     05  DL-DEPT     PC X(20).                                    AGEDRP00
013800     05  DL-AGE      OC 4.                                        AGEDRP00
013900         10  FILLER      SZ 2.                                    AGEDRP00
014000         10  DL-AMT      PC ZZ,ZZZ,ZZ9.99.                        AGEDRP00
014100     05  FILLER      SZ 2     VA SPACE.                           AGEDRP00
014200     05  DL-BAL      PC ZZ,ZZZ,ZZ9.99.                            AGEDRP00
014300     05  FILLER      SZ 1     VA SPACE.                           AGEDRP00
014400     05  DL-CR       PC X(2).                                     AGEDRP00
014500     05  FILLER      SZ 23    VA SPACE.                           AGEDRP00
014600 01  COUNT-LINE      SZ 132.                                      AGEDRP00
014700     05  CL-LABEL    PC X(32).                                    AGEDRP00
014800     05  CL-COUNT    PC ZZZZZ9.                                   AGEDRP00
014900     05  FILLER      SZ 94    VA SPACE.                           AGEDRP00
015000 01  NONE-LINE       SZ 132.                                      AGEDRP00
015100     05  FILLER      PC X(32) VA                                  AGEDRP00
015200         "  NO BALANCES ON THE LEDGER     ".                      AGEDRP00
015300     05  FILLER      SZ 100   VA SPACE.                           AGEDRP00
015400 01  BLANK-LINE      SZ 132   VA SPACE.                           AGEDRP00
015500 PROCEDURE DIVISION.                                              AGEDRP00
015600 100-BEGIN.                                                       AGEDRP00
015700     MOVE TODAYS-DATE TO AGE-DATE-IN.                             AGEDRP00
015800     COMPUTE ASOF-DATE = AGE-DATE-IN MOD 100 * 10000              AGEDRP00
015900         + AGE-DATE-IN DIV 100.                                   AGEDRP00
016000     DISPLAY "AGED AS OF YYMMDD (BLANK FOR TODAY)".               AGEDRP00
016100     ACCEPT ASOF-REPLY.                                           AGEDRP00
016200     IF ASOF-REPLY NUMERIC MOVE ASOF-REPLY TO ASOF-DATE.          AGEDRP00
016300     MOVE ASOF-DATE TO DATE-WORK.                                 AGEDRP00
016400     COMPUTE ASOF-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.       AGEDRP00
016500     PERFORM 200-LOAD-USERS THRU 200X.                            AGEDRP00
016600     OPEN INPUT LEDGER-FILE.                                      AGEDRP00
016700     IF LEDG-FILE-STATUS NOT = "00"                               AGEDRP00
016800         DISPLAY "ARLEDGER NOT PRESENT - NOTHING TO AGE"          AGEDRP00
016900         GO TO 300-REPORT.                                        AGEDRP00
017000 110-READ-LEDGER.                                                 AGEDRP00
017100     READ LEDGER-FILE AT END GO TO 190-LEDGER-DONE.               AGEDRP00
017200     IF AR-DATE NOT NUMERIC GO TO 110-READ-LEDGER.                AGEDRP00
017300     IF AR-AMOUNT NOT NUMERIC GO TO 110-READ-LEDGER.              AGEDRP00
017400     IF AR-DATE IS GREATER THAN ASOF-DATE GO TO 110-READ-LEDGER.  AGEDRP00
017500     ADD 1 TO POSTINGS-READ.                                      AGEDRP00
017600     PERFORM 120-FIND-USER THRU 120X.                             AGEDRP00
017700     IF AHIT = 0                                                  AGEDRP00
017800         ADD 1 TO POSTINGS-LOST                                   AGEDRP00
017900         GO TO 110-READ-LEDGER.                                   AGEDRP00
018000     IF AR-TYPE = "B" OR AR-TYPE = "D"                            AGEDRP00
018100         PERFORM 150-AGE-DEBIT THRU 150X                          AGEDRP00
018200         GO TO 110-READ-LEDGER.                                   AGEDRP00
018300     IF AR-TYPE = "K" OR AR-TYPE = "P" OR AR-TYPE = "T"           AGEDRP00
018400         ADD AR-AMOUNT TO AG-CREDIT (AHIT).                       AGEDRP00
018500     GO TO 110-READ-LEDGER.                                       AGEDRP00
018600 190-LEDGER-DONE.                                                 AGEDRP00
018700     CLOSE LEDGER-FILE.                                           AGEDRP00
018800 300-REPORT.                                                      AGEDRP00
018900     OPEN OUTPUT REPORT-FILE.                                     AGEDRP00
019000     MOVE ASOF-DATE TO TI-ASOF.                                   AGEDRP00
019100     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   AGEDRP00
019200     WRITE REPORT-REC FROM COLUMN-HEAD BEFORE ADVANCING 2 LINES.  AGEDRP00
019300     MOVE 0 TO TOT-BKT (1).                                       AGEDRP00
019400     MOVE 0 TO TOT-BKT (2).                                       AGEDRP00
019500     MOVE 0 TO TOT-BKT (3).                                       AGEDRP00
019600     MOVE 0 TO TOT-BKT (4).                                       AGEDRP00
019700     PERFORM 310-AGE-ONE THRU 310X VARYING AX FROM 1 BY 1         AGEDRP00
019800         UNTIL AX IS GREATER THAN AG-CNT.                         AGEDRP00
019900     IF OWING-CNT = 0 AND CREDIT-CNT = 0                          AGEDRP00
020000         WRITE REPORT-REC FROM NONE-LINE.                         AGEDRP00
020100     WRITE REPORT-REC FROM BLANK-LINE.                            AGEDRP00
020200     MOVE SPACES TO DETAIL-LINE.                                  AGEDRP00
020300     MOVE "TOTAL  " TO DL-USER.                                   AGEDRP00
020400     MOVE TOT-BKT (1) TO DL-AMT (1).                              AGEDRP00
020500     MOVE TOT-BKT (2) TO DL-AMT (2).                              AGEDRP00
020600     MOVE TOT-BKT (3) TO DL-AMT (3).                              AGEDRP00
020700     MOVE TOT-BKT (4) TO DL-AMT (4).                              AGEDRP00
020800     MOVE TOT-BALANCE TO DL-BAL.                                  AGEDRP00
020900     WRITE REPORT-REC FROM DETAIL-LINE.                           AGEDRP00
021000     MOVE SPACES TO DETAIL-LINE.                                  AGEDRP00
021100     MOVE "CREDIT BALANCES     " TO DL-DEPT.                      AGEDRP00
021200     MOVE TOT-CREDIT TO DL-BAL.                                   AGEDRP00
021300     MOVE "CR" TO DL-CR.                                          AGEDRP00
021400     WRITE REPORT-REC FROM DETAIL-LINE.                           AGEDRP00
021500     WRITE REPORT-REC FROM BLANK-LINE.                            AGEDRP00
021600     MOVE "USERS WITH A BALANCE DUE        " TO CL-LABEL.         AGEDRP00
021700     MOVE OWING-CNT TO CL-COUNT.                                  AGEDRP00
021800     WRITE REPORT-REC FROM COUNT-LINE.                            AGEDRP00
021900     MOVE "USERS WITH A CREDIT BALANCE     " TO CL-LABEL.         AGEDRP00
022000     MOVE CREDIT-CNT TO CL-COUNT.                                 AGEDRP00
022100     WRITE REPORT-REC FROM COUNT-LINE.                            AGEDRP00
022200     MOVE "POSTINGS AGED                   " TO CL-LABEL.         AGEDRP00
022300     MOVE POSTINGS-READ TO CL-COUNT.                              AGEDRP00
022400     WRITE REPORT-REC FROM COUNT-LINE.                            AGEDRP00
022500     IF POSTINGS-LOST IS GREATER THAN 0                           AGEDRP00
022600         MOVE "POSTINGS NOT AGED - TABLE FULL  " TO CL-LABEL      AGEDRP00
022700         MOVE POSTINGS-LOST TO CL-COUNT                           AGEDRP00
022800         WRITE REPORT-REC FROM COUNT-LINE                         AGEDRP00
022900         DISPLAY "OVER 300 USERS ON ARLEDGER - SEE LISTING".      AGEDRP00
023000     CLOSE REPORT-FILE.                                           AGEDRP00
023100     DISPLAY "USERS WITH A BALANCE " OWING-CNT.                   AGEDRP00
023200     STOP RUN.                                                    AGEDRP00
023300 120-FIND-USER.                                                   AGEDRP00
023400     NOTE  FINDS AR-USER IN THE AGE TABLE OR PUTS IT IN, IN USER  AGEDRP00
023500         NUMBER ORDER, THE WAY RATEMNT ORDERS ITS TABLE. AHIT IS  AGEDRP00
023600         LEFT 0 WHEN A NEW USER DOES NOT FIT.                     AGEDRP00
023700     MOVE 0 TO AHIT.                                              AGEDRP00
023800     MOVE 0 TO APOS.                                              AGEDRP00
023900     PERFORM 125-FIND-PLACE VARYING AX FROM 1 BY 1                AGEDRP00
024000         UNTIL AX IS GREATER THAN AG-CNT                          AGEDRP00
024100         OR AHIT IS GREATER THAN 0 OR APOS IS GREATER THAN 0.     AGEDRP00
024200     IF AHIT IS GREATER THAN 0 GO TO 120X.                        AGEDRP00
024300     IF AG-CNT = 300 GO TO 120X.                                  AGEDRP00
024400     IF APOS = 0 COMPUTE APOS = AG-CNT + 1.                       AGEDRP00
024500     PERFORM 128-SHIFT-ONE VARYING AX FROM AG-CNT BY -1           AGEDRP00
024600         UNTIL AX IS LESS THAN APOS.                              AGEDRP00
024700     ADD 1 TO AG-CNT.                                             AGEDRP00
024800     MOVE AR-USER TO AG-USER (APOS).                              AGEDRP00
024900     MOVE 0 TO AG-BKT (APOS, 1).                                  AGEDRP00
025000     MOVE 0 TO AG-BKT (APOS, 2).                                  AGEDRP00
025100     MOVE 0 TO AG-BKT (APOS, 3).                                  AGEDRP00
025200     MOVE 0 TO AG-BKT (APOS, 4).                                  AGEDRP00
025300     MOVE 0 TO AG-CREDIT (APOS).                                  AGEDRP00
025400     MOVE APOS TO AHIT.                                           AGEDRP00
025500 120X.   EXIT.                                                    AGEDRP00
025600 125-FIND-PLACE.                                                  AGEDRP00
025700     IF AG-USER (AX) = AR-USER MOVE AX TO AHIT.                   AGEDRP00
025800     IF AG-USER (AX) IS GREATER THAN AR-USER MOVE AX TO APOS.     AGEDRP00
025900 128-SHIFT-ONE.                                                   AGEDRP00
026000     COMPUTE AY = AX + 1.                                         AGEDRP00
026100     MOVE AG-ENTRY (AX) TO AG-ENTRY (AY).                         AGEDRP00
026200 150-AGE-DEBIT.                                                   AGEDRP00
026300     MOVE AR-DATE TO DATE-WORK.                                   AGEDRP00
026400     COMPUTE EV-DAYNO = DW-YY * 372 + DW-MM * 31 + DW-DD.         AGEDRP00
026500     MOVE 0 TO AGE-DAYS.                                          AGEDRP00
026600     IF ASOF-DAYNO IS GREATER THAN EV-DAYNO                       AGEDRP00
026700         COMPUTE AGE-DAYS = ASOF-DAYNO - EV-DAYNO.                AGEDRP00
026800     MOVE 1 TO BX.                                                AGEDRP00
026900     IF AGE-DAYS IS GREATER THAN 30 MOVE 2 TO BX.                 AGEDRP00
027000     IF AGE-DAYS IS GREATER THAN 60 MOVE 3 TO BX.                 AGEDRP00
027100     IF AGE-DAYS IS GREATER THAN 90 MOVE 4 TO BX.                 AGEDRP00
027200     ADD AR-AMOUNT TO AG-BKT (AHIT, BX).                          AGEDRP00
027300 150X.   EXIT.                                                    AGEDRP00
027400 200-LOAD-USERS.                                                  AGEDRP00
027500     NOTE  LOADS THE DEPARTMENT NAMES FROM USERMSTR. WITH NO      AGEDRP00
027600         USERMSTR THE DEPARTMENT COLUMN IS LEFT BLANK.            AGEDRP00
027700     OPEN INPUT USER-MSTR.                                        AGEDRP00
027800     IF USER-MSTR-STATUS NOT = "00" GO TO 200X.                   AGEDRP00
027900 210-USER-READ.                                                   AGEDRP00
028000     READ USER-MSTR AT END GO TO 220-USER-DONE.                   AGEDRP00
028100     IF UT-CNT = 200 GO TO 220-USER-DONE.                         AGEDRP00
028200     ADD 1 TO UT-CNT.                                             AGEDRP00
028300     MOVE UM-USER TO UT-USER (UT-CNT).                            AGEDRP00
028400     MOVE UM-DEPT TO UT-DEPT (UT-CNT).                            AGEDRP00
028500     GO TO 210-USER-READ.                                         AGEDRP00
028600 220-USER-DONE.                                                   AGEDRP00
028700     CLOSE USER-MSTR.                                             AGEDRP00
028800 200X.   EXIT.                                                    AGEDRP00
028900 310-AGE-ONE.                                                     AGEDRP00
029000     NOTE  APPLIES THE USERS CREDITS TO THE OLDEST AGE FIRST AND  AGEDRP00
029100         PRINTS WHAT IS LEFT.                                     AGEDRP00
029200     MOVE AG-CREDIT (AX) TO CREDIT-LEFT.                          AGEDRP00
029300     PERFORM 320-TAKE-CREDIT VARYING BX FROM 4 BY -1              AGEDRP00
029400         UNTIL BX IS LESS THAN 1.                                 AGEDRP00
029500     COMPUTE BAL-WORK = AG-BKT (AX, 1) + AG-BKT (AX, 2)           AGEDRP00
029600         + AG-BKT (AX, 3) + AG-BKT (AX, 4).                       AGEDRP00
029700     IF BAL-WORK = 0 AND CREDIT-LEFT = 0 GO TO 310X.              AGEDRP00
029800     MOVE SPACES TO DETAIL-LINE.                                  AGEDRP00
029900     MOVE AG-USER (AX) TO DL-USER.                                AGEDRP00
030000     MOVE 0 TO UHIT.                                              AGEDRP00
030100     PERFORM 330-FIND-DEPT VARYING UX FROM 1 BY 1                 AGEDRP00
030200         UNTIL UX IS GREATER THAN UT-CNT                          AGEDRP00
030300         OR UHIT IS GREATER THAN 0.                               AGEDRP00
030400     IF UHIT IS GREATER THAN 0 MOVE UT-DEPT (UHIT) TO DL-DEPT.    AGEDRP00
030500     MOVE AG-BKT (AX, 1) TO DL-AMT (1).                           AGEDRP00
030600     MOVE AG-BKT (AX, 2) TO DL-AMT (2).                           AGEDRP00
030700     MOVE AG-BKT (AX, 3) TO DL-AMT (3).                           AGEDRP00
030800     MOVE AG-BKT (AX, 4) TO DL-AMT (4).                           AGEDRP00
030900     MOVE BAL-WORK TO DL-BAL.                                     AGEDRP00
031000     IF CREDIT-LEFT IS GREATER THAN 0                             AGEDRP00
031100         MOVE CREDIT-LEFT TO DL-BAL                               AGEDRP00
031200         MOVE "CR" TO DL-CR                                       AGEDRP00
031300         ADD CREDIT-LEFT TO TOT-CREDIT                            AGEDRP00
031400         ADD 1 TO CREDIT-CNT                                      AGEDRP00
031500     ELSE                                                         AGEDRP00
031600         ADD BAL-WORK TO TOT-BALANCE                              AGEDRP00
031700         ADD 1 TO OWING-CNT.                                      AGEDRP00
031800     ADD AG-BKT (AX, 1) TO TOT-BKT (1).                           AGEDRP00
031900     ADD AG-BKT (AX, 2) TO TOT-BKT (2).                           AGEDRP00
032000     ADD AG-BKT (AX, 3) TO TOT-BKT (3).                           AGEDRP00
032100     ADD AG-BKT (AX, 4) TO TOT-BKT (4).                           AGEDRP00
032200     WRITE REPORT-REC FROM DETAIL-LINE.                           AGEDRP00
032300 310X.   EXIT.                                                    AGEDRP00
032400 320-TAKE-CREDIT.                                                 AGEDRP00
032500     IF CREDIT-LEFT IS NOT LESS THAN AG-BKT (AX, BX)              AGEDRP00
032600         SUBTRACT AG-BKT (AX, BX) FROM CREDIT-LEFT                AGEDRP00
032700         MOVE 0 TO AG-BKT (AX, BX)                                AGEDRP00
032800     ELSE                                                         AGEDRP00
032900         SUBTRACT CREDIT-LEFT FROM AG-BKT (AX, BX)                AGEDRP00
033000         MOVE 0 TO CREDIT-LEFT.                                   AGEDRP00
033100 330-FIND-DEPT.                                                   AGEDRP00
033200     IF UT-USER (UX) = AG-USER (AX) MOVE UX TO UHIT.              AGEDRP00
