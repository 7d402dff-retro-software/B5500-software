000100RPLYGEN     000160CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  DIRCTRY, DISKPCH AND MAKSOLT KEEP EVERY REPLY THEY ARE GIVEN,         00
000900  FROM THE CONSOLE OR FROM A REPLYS DECK, ON THE SHARED RPLYHIST        00
001000  FILE - ONE RECORD PER REPLY, UNDER THE PROGRAM NAME AND RUN-ID,       00
001100  STAMPED WITH THE DATE AND TIME OF THE RUNS START EVENT AND            00
001200  NUMBERED IN THE ORDER THE REPLIES WERE TAKEN. THIS PROGRAM            00
001300  PUNCHES THEM BACK OUT AS A REPLYS CARD-IMAGE FILE, ONE REPLY          00
001400  PER CARD EXACTLY AS THE PROGRAM READS THEM (ALPHAMERIC IN COLS        00
001500  1-40, NUMERIC AS EIGHT DIGITS IN COLS 1-8), SO A RUN THAT             00
001600  ABORTED CAN BE RERUN WITH THE SAME PARAMETERS.                        00
001700                                                                        00
001800  FOUR REPLIES AT START-UP - THE PROGRAM NAME (E.G. DISKPCH),           00
001900  THE RUN-ID, THE RUN DATE MMDDYY (000000 FOR THE LATEST RUN            00
002000  UNDER THAT RUN-ID) AND THE OPERATOR CODE TO SIGN ON WITH IN           00
002100  THE RERUN (BLANK TO KEEP THE CODE OF THE ORIGINAL RUN). WHEN          00
002200  THE SAME RUN-ID WAS USED MORE THAN ONCE THE LAST RUN ON THE           00
002300  DATE ASKED FOR IS TAKEN. A LISTING SHOWS EACH CARD PUNCHED.           00
002400  NO REPLYS FILE IS MADE WHEN NO RUN IS FOUND OR WHEN THE RUN           00
002500  HAS MORE REPLIES THAN THE 200 THE IN-CORE TABLE HOLDS.                00
002600                                                                        00
002700                                                                        00
002800 IDENTIFICATION DIVISION.                                         RPLYGN00
002900 PROGRAM-ID. REPLY DECK REGENERATION "RPLYGEN".                   RPLYGN00
003000 DATE-COMPILED.                                                   RPLYGN00
003100 REMARKS. PUNCHES A REPLYS CARD-IMAGE FILE FROM THE REPLIES KEPT  RPLYGN00
003200     ON RPLYHIST FOR ONE PROGRAM AND RUN-ID, FOR A RERUN.         RPLYGN00
003300 ENVIRONMENT DIVISION.                                            RPLYGN00
003400 CONFIGURATION SECTION.                                           RPLYGN00
003500 SOURCE-COMPUTER. B-5500.                                         RPLYGN00
003600 OBJECT-COMPUTER. B-5500.                                         RPLYGN00
003700 INPUT-OUTPUT SECTION.                                            RPLYGN00
003800 FILE-CONTROL.                                                    RPLYGN00
003900     SELECT REPLY-HIST ASSIGN TO DISK                             RPLYGN00
004000         FILE STATUS IS HIST-FILE-STATUS.                         RPLYGN00
004100     SELECT REPLY-DECK ASSIGN TO DISK.                            RPLYGN00
004200     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   RPLYGN00
004300 DATA DIVISION.                                                   RPLYGN00
004400 FILE SECTION.                                                    RPLYGN00
004500 MD  REPLY-HIST                                                   RPLYGN00
004600         ACCESS SEQUENTIAL                                        RPLYGN00
004700         BLOCK CONTAINS 1 RECORDS                                 RPLYGN00
004800         VALUE OF ID "RPLYHIST"                                   RPLYGN00
004900         DATA RECORD RH-REC.                                      RPLYGN00
005000 01  RH-REC          SZ 80.                                       RPLYGN00
005100     05  RH-PROGRAM      PC X(8).                                 RPLYGN00
005200     05  RH-RUN-ID       PC X(7).                                 RPLYGN00
005300     05  RH-RUN-DATE     PC 9(6).                                 RPLYGN00
005400     05  RH-RUN-TIME     PC 9(4).                                 RPLYGN00
005500     05  RH-SEQ          PC 9(3).                                 RPLYGN00
005600     05  RH-KIND         PC X.                                    RPLYGN00
005700     05  RH-OPERATOR     PC X(3).                                 RPLYGN00
005800     05  FILLER          SZ 8.                                    RPLYGN00
005900     05  RH-TEXT         PC X(40).                                RPLYGN00
006000 MD  REPLY-DECK                                                   RPLYGN00
006100         ACCESS SEQUENTIAL                                        RPLYGN00
006200         BLOCK CONTAINS 1 RECORDS                                 RPLYGN00
006300         VALUE OF ID "REPLYS"                                     RPLYGN00
006400         DATA RECORD RD-REC.                                      RPLYGN00
006500 01  RD-REC          SZ 80.                                       RPLYGN00
006600     05  RD-X40          PC X(40).                                RPLYGN00
006700     05  FILLER          SZ 40.                                   RPLYGN00
006800 FD  REPORT-FILE                                                  RPLYGN00
006900         VALUE OF ID "RPLYGEN"                                    RPLYGN00
007000         DATA RECORD REPORT-REC.                                  RPLYGN00
007100 01  REPORT-REC      SZ 132.                                      RPLYGN00
007200 WORKING-STORAGE SECTION.                                         RPLYGN00
007300 77  GEN-PROGRAM                     PC X(8).                     RPLYGN00
007400 77  GEN-RUN-ID                      PC X(7).                     RPLYGN00
007500 77  GEN-DATE        VA 0            PC 9(6).                     RPLYGN00
007600 77  GEN-OPERATOR                    PC X(3).                     RPLYGN00
007700 77  HIST-FILE-STATUS VA SPACE       PC X(2).                     RPLYGN00
007800 77  LAST-DATE       VA 0            PC 9(6).                     RPLYGN00
007900 77  LAST-TIME       VA 0            PC 9(4).                     RPLYGN00
008000 77  LAST-SEQ        VA 0    CMP-1   PC 999.                      RPLYGN00
008100 77  RUNS-FOUND      VA 0    CMP-1   PC 9(4).                     RPLYGN00
008200 77  RG-CNT          VA 0    CMP-1   PC 999.                      RPLYGN00
008300 77  RG-IX                   CMP-1   PC 999.                      RPLYGN00
008400 77  RG-FULL-SW      VA 0    CMP-1   PC 9.                        RPLYGN00
008500 01  REPLY-TABLE.                                                 RPLYGN00
008600     05  RG-ENTRY  OC 200.                                        RPLYGN00
008700         10  RG-SEQ     CMP  PC 999.                              RPLYGN00
008800         10  RG-KIND         PC X.                                RPLYGN00
008900         10  RG-OPERATOR     PC X(3).                             RPLYGN00
009000         10  RG-TEXT         PC X(40).                            RPLYGN00
009100 01  TITLE-LINE      SZ 132.                                      RPLYGN00
009200     05  FILLER  PC X(24) VA "REPLYS DECK REGENERATED ".          RPLYGN00
009300     05  FILLER  PC X(8)  VA "PROGRAM ".                          RPLYGN00
009400     05  TL-PROGRAM  PC X(8).                                     RPLYGN00
009500     05  FILLER  PC X(8)  VA " RUN-ID ".                          RPLYGN00
009600     05  TL-RUN-ID   PC X(7).                                     RPLYGN00
009700     05  FILLER  PC X(10) VA " RUN DATE ".                        RPLYGN00
009800     05  TL-DATE     PC 9(6).                                     RPLYGN00
009900     05  FILLER  PC X(6)  VA " TIME ".                            RPLYGN00
010000     05  TL-TIME     PC 9(4).                                     RPLYGN00
010100     05  FILLER      SZ 51    VA SPACE.                           RPLYGN00
010200 01  COL-LINE        SZ 132.                                      RPLYGN00
010300     05  FILLER  PC X(26) VA "CARD  SEQ  KIND  OPR  COLS".        RPLYGN00
010400     05  FILLER  PC X(5)  VA " 1-40".                             RPLYGN00
010500     05  FILLER      SZ 101   VA SPACE.                           RPLYGN00
010600 01  DETAIL-LINE     SZ 132.                                      RPLYGN00
010700     05  DL-CARD     PC ZZZ9.                                     RPLYGN00
010800     05  FILLER      SZ 2     VA SPACE.                           RPLYGN00
010900     05  DL-SEQ      PC ZZ9.                                      RPLYGN00
011000     05  FILLER      SZ 4     VA SPACE.                           RPLYGN00
011100     05  DL-KIND     PC X.                                        RPLYGN00
011200     05  FILLER      SZ 3     VA SPACE.                           RPLYGN00
011300     05  DL-OPER     PC X(3).                                     RPLYGN00
011400     05  FILLER      SZ 2     VA SPACE.                           RPLYGN00
011500     05  DL-TEXT     PC X(40).                                    RPLYGN00
011600     05  FILLER      SZ 2     VA SPACE.                           RPLYGN00
011700     05  DL-NOTE     PC X(20).                                    RPLYGN00
011800     05  FILLER      SZ 48    VA SPACE.                           RPLYGN00
011900 01  TOTAL-LINE      SZ 132.                                      RPLYGN00
012000     05  FILLER  PC X(14) VA "CARDS PUNCHED ".                    RPLYGN00
012100     05  TT-CARDS    PC ZZZ9.                                     RPLYGN00
012200     05  FILLER  PC X(31) VA "   RUNS UNDER THIS RUN-ID SEEN ".   RPLYGN00
012300     05  TT-RUNS     PC ZZZ9.                                     RPLYGN00
012400     05  FILLER      SZ 79    VA SPACE.                           RPLYGN00
012500 01  BLANK-LINE      SZ 132   VA SPACE.                           RPLYGN00
012600 PROCEDURE DIVISION.                                              RPLYGN00
012700 100-BEGIN.                                                       RPLYGN00
012800     DISPLAY "PROGRAM WHOSE REPLIES ARE WANTED (E.G. DISKPCH)".   RPLYGN00
012900     ACCEPT GEN-PROGRAM.                                          RPLYGN00
013000     DISPLAY "RUN-ID OF THE RUN TO BE REPEATED".                  RPLYGN00
013100     ACCEPT GEN-RUN-ID.                                           RPLYGN00
013200     DISPLAY "RUN DATE MMDDYY (000000 = LATEST RUN)".             RPLYGN00
013300     ACCEPT GEN-DATE.                                             RPLYGN00
013400     DISPLAY "OPERATOR CODE FOR THE RERUN (BLANK = SAME)".        RPLYGN00
013500     ACCEPT GEN-OPERATOR.                                         RPLYGN00
013600     IF GEN-DATE NOT NUMERIC MOVE 0 TO GEN-DATE.                  RPLYGN00
013700     OPEN INPUT REPLY-HIST.                                       RPLYGN00
013800     IF HIST-FILE-STATUS NOT = "00"                               RPLYGN00
013900         DISPLAY "RPLYGEN - NO RPLYHIST FILE - NO DECK MADE"      RPLYGN00
014000         STOP RUN.                                                RPLYGN00
014100 110-HIST-READ.                                                   RPLYGN00
014200     READ REPLY-HIST AT END GO TO 150-HIST-DONE.                  RPLYGN00
014300     IF RH-PROGRAM NOT = GEN-PROGRAM GO TO 110-HIST-READ.         RPLYGN00
014400     IF RH-RUN-ID NOT = GEN-RUN-ID GO TO 110-HIST-READ.           RPLYGN00
014500     IF GEN-DATE NOT = 0                                          RPLYGN00
014600         IF RH-RUN-DATE NOT = GEN-DATE GO TO 110-HIST-READ.       RPLYGN00
014700     PERFORM 200-ONE-REPLY THRU 200X.                             RPLYGN00
014800     GO TO 110-HIST-READ.                                         RPLYGN00
014900 150-HIST-DONE.                                                   RPLYGN00
015000     CLOSE REPLY-HIST.                                            RPLYGN00
015100     IF RG-CNT = 0                                                RPLYGN00
015200         DISPLAY "RPLYGEN - NO REPLIES KEPT FOR " GEN-PROGRAM     RPLYGN00
015300             " RUN-ID " GEN-RUN-ID " - NO DECK MADE"              RPLYGN00
015400         STOP RUN.                                                RPLYGN00
015500     IF RG-FULL-SW = 1                                            RPLYGN00
015600         DISPLAY "RPLYGEN - OVER 200 REPLIES - NO DECK MADE"      RPLYGN00
015700         STOP RUN.                                                RPLYGN00
015800     GO TO 300-PUNCH.                                             RPLYGN00
015900 200-ONE-REPLY.                                                   RPLYGN00
016000     NOTE  A CHANGE OF START STAMP, OR A SEQUENCE NUMBER THAT DOESRPLYGN00
016100         NOT CLIMB, MEANS A LATER RUN UNDER THE SAME RUN-ID - THE RPLYGN00
016200         REPLIES HELD SO FAR ARE DROPPED IN FAVOUR OF IT.         RPLYGN00
016300     IF RH-RUN-DATE = LAST-DATE AND RH-RUN-TIME = LAST-TIME       RPLYGN00
016400         IF RH-SEQ IS GREATER THAN LAST-SEQ GO TO 210-KEEP.       RPLYGN00
016500     ADD 1 TO RUNS-FOUND.                                         RPLYGN00
016600     MOVE 0 TO RG-CNT.                                            RPLYGN00
016700     MOVE 0 TO RG-FULL-SW.                                        RPLYGN00
016800     MOVE RH-RUN-DATE TO LAST-DATE.                               RPLYGN00
016900     MOVE RH-RUN-TIME TO LAST-TIME.                               RPLYGN00
017000 210-KEEP.                                                        RPLYGN00
017100     MOVE RH-SEQ TO LAST-SEQ.                                     RPLYGN00
017200     IF RG-CNT = 200 MOVE 1 TO RG-FULL-SW  GO TO 200X.            RPLYGN00
017300     ADD 1 TO RG-CNT.                                             RPLYGN00
017400     MOVE RH-SEQ TO RG-SEQ (RG-CNT).                              RPLYGN00
017500     MOVE RH-KIND TO RG-KIND (RG-CNT).                            RPLYGN00
017600     MOVE RH-OPERATOR TO RG-OPERATOR (RG-CNT).                    RPLYGN00
017700     MOVE RH-TEXT TO RG-TEXT (RG-CNT).                            RPLYGN00
017800 200X.   EXIT.                                                    RPLYGN00
017900 300-PUNCH.                                                       RPLYGN00
018000     OPEN OUTPUT REPLY-DECK.                                      RPLYGN00
018100     OPEN OUTPUT REPORT-FILE.                                     RPLYGN00
018200     MOVE GEN-PROGRAM TO TL-PROGRAM.                              RPLYGN00
018300     MOVE GEN-RUN-ID TO TL-RUN-ID.                                RPLYGN00
018400     MOVE LAST-DATE TO TL-DATE.                                   RPLYGN00
018500     MOVE LAST-TIME TO TL-TIME.                                   RPLYGN00
018600     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   RPLYGN00
018700     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     RPLYGN00
018800     PERFORM 310-CARD-ONE THRU 310X VARYING RG-IX FROM 1          RPLYGN00
018900         BY 1 UNTIL RG-IX IS GREATER THAN RG-CNT.                 RPLYGN00
019000     WRITE REPORT-REC FROM BLANK-LINE.                            RPLYGN00
019100     MOVE RG-CNT TO TT-CARDS.                                     RPLYGN00
019200     MOVE RUNS-FOUND TO TT-RUNS.                                  RPLYGN00
019300     WRITE REPORT-REC FROM TOTAL-LINE.                            RPLYGN00
019400     CLOSE REPLY-DECK.                                            RPLYGN00
019500     CLOSE REPORT-FILE.                                           RPLYGN00
019600     DISPLAY "RPLYGEN - REPLYS CARDS PUNCHED " RG-CNT.            RPLYGN00
019700     STOP RUN.                                                    RPLYGN00
019800 310-CARD-ONE.                                                    RPLYGN00
019900     NOTE  THE SIGN-ON CARD TAKES THE RERUN OPERATORS CODE WHEN   RPLYGN00
020000         ONE WAS GIVEN - THE ROSTER STILL DECIDES WHETHER IT IS   RPLYGN00
020100         ACCEPTED.                                                RPLYGN00
020200     MOVE SPACES TO RD-REC.                                       RPLYGN00
020300     MOVE RG-TEXT (RG-IX) TO RD-X40.                              RPLYGN00
020400     MOVE SPACES TO DL-NOTE.                                      RPLYGN00
020500     IF RG-KIND (RG-IX) = "O" AND GEN-OPERATOR NOT = SPACES       RPLYGN00
020600         MOVE GEN-OPERATOR TO RD-X40                              RPLYGN00
020700         MOVE "OPERATOR REPLACED" TO DL-NOTE.                     RPLYGN00
020800     WRITE RD-REC.                                                RPLYGN00
020900     MOVE RG-IX TO DL-CARD.                                       RPLYGN00
021000     MOVE RG-SEQ (RG-IX) TO DL-SEQ.                               RPLYGN00
021100     MOVE RG-KIND (RG-IX) TO DL-KIND.                             RPLYGN00
021200     MOVE RG-OPERATOR (RG-IX) TO DL-OPER.                         RPLYGN00
021300     MOVE RD-X40 TO DL-TEXT.                                      RPLYGN00
021400     WRITE REPORT-REC FROM DETAIL-LINE.                           RPLYGN00
021500 310X.   EXIT.                                                    RPLYGN00
021600 END-OF-JOB.                                                      RPLYGN00
