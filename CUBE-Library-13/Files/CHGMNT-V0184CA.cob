000100CHGMNT      000184CA                                                    00
000200                                                                        00
000300*********************************************************************** 00
000400         PLEASE NOTE THAT THE BURROUGHS CORPORATION ASSUMES             00
000500    NO RESPONSIBILITY FOR THE USE OR MAINTENANCE OF THIS PROGRAM.       00
000600*********************************************************************** 00
000700                                                                        00
000800  THE AUDIT TRAIL SHOWS WHO CHANGED A SOURCE LIBRARY AND WHEN,          00
000900  BUT NOTHING TIED THE CHANGE TO THE PIECE OF WORK THAT ASKED FOR       00
001000  IT. THIS RUN KEEPS THE CHANGE REQUEST FILE CHGREQ, ONE RECORD         00
001100  PER REQUEST -                                                         00
001200     COLS 1-6    REQUEST NUMBER, GIVEN OUT IN ORDER BY THIS RUN         00
001300     COLS 8-27   PROGRAM OR SRCLIB MEMBER TO BE CHANGED                 00
001400     COL 29      E ENTERED, A APPROVED, R REJECTED, P APPLIED           00
001500     COLS 31-50  REQUESTER                                              00
001600     COLS 52-54  OPERATOR WHO ENTERED THE REQUEST                       00
001700     COLS 56-61  DATE ENTERED MMDDYY                                    00
001800     COLS 63-65  OPERATOR WHO APPROVED OR REJECTED IT                   00
001900     COLS 67-72  DATE APPROVED OR REJECTED MMDDYY                       00
002000     COLS 74-79  DATE LAST APPLIED MMDDYY                               00
002100     COLS 81-82  TIMES APPLIED                                          00
002200     COLS 84-123 DESCRIPTION OF THE CHANGE                              00
002300  MAKESOLT IN U MODE AND SRCLIB CHECK-IN REFUSE TO CHANGE A             00
002400  PROGRAM WITHOUT THE NUMBER OF AN APPROVED REQUEST FOR IT, AND         00
002500  MARK THE REQUEST APPLIED (P) WHEN THEY DO. SRCCOMP PRINTS THE         00
002600  CHANGE REPORT FOR A PERIOD FROM THIS FILE.                            00
002700                                                                        00
002800  THE FIRST REPLY AFTER SIGN-ON PICKS THE FUNCTION -                    00
002900     E  ENTER. FOR EACH REQUEST THE OPERATOR KEYS THE PROGRAM           00
003000        OR MEMBER NAME, THE REQUESTER AND A DESCRIPTION, AND THE        00
003100        REQUEST IS GIVEN THE NEXT NUMBER. A BLANK NAME ENDS THE         00
003200        ENTRIES.                                                        00
003300     A  APPROVE. EACH REQUEST NUMBER KEYED THAT IS STILL ENTERED        00
003400        IS APPROVED UNDER THE OPERATOR SIGNED ON. A REQUEST MAY         00
003500        NOT BE APPROVED BY THE OPERATOR WHO ENTERED IT.                 00
003600     R  REJECT. EACH REQUEST NUMBER KEYED THAT IS ENTERED OR            00
003700        APPROVED BUT NOT YET APPLIED IS REJECTED, AND CAN NO            00
003800        LONGER BE APPLIED.                                              00
003900     L  LIST. EVERY REQUEST, OR THOSE OF ONE STATUS, IS LISTED          00
004000        WITH A COUNT BY STATUS.                                         00
004100  EVERY REQUEST ENTERED, APPROVED OR REJECTED IS LOGGED TO THE          00
004200  SHARED AUDIT TRAIL (CHGENTER, CHGAPPRV, CHGREJCT) WITH CR AND         00
004300  ITS NUMBER AS THE RESULT. THE TABLE HOLDS 1000 REQUESTS - A           00
004400  LARGER CHGREQ STOPS THE RUN.                                          00
004500                                                                        00
004600                                                                        00
004700 IDENTIFICATION DIVISION.                                         CHGMNT00
004800 PROGRAM-ID. CHANGE REQUEST ENTRY AND APPROVAL "CHGMNT".          CHGMNT00
004900 DATE-COMPILED.                                                   CHGMNT00
005000 REMARKS. ENTERS, APPROVES, REJECTS AND LISTS THE CHANGE REQUESTS CHGMNT00
005100     THAT SOURCE LIBRARY CHANGES MUST BE APPLIED UNDER.           CHGMNT00
005200 ENVIRONMENT DIVISION.                                            CHGMNT00
005300 CONFIGURATION SECTION.                                           CHGMNT00
005400 SOURCE-COMPUTER. B-5500.                                         CHGMNT00
005500 OBJECT-COMPUTER. B-5500.                                         CHGMNT00
005600 INPUT-OUTPUT SECTION.                                            CHGMNT00
005700 FILE-CONTROL.                                                    CHGMNT00
005800     SELECT AUTH-FILE ASSIGN TO DISK                              CHGMNT00
005900         FILE STATUS IS AUTH-FILE-STATUS.                         CHGMNT00
006000     SELECT OPER-FILE ASSIGN TO DISK                              CHGMNT00
006100         FILE STATUS IS OPER-FILE-STATUS.                         CHGMNT00
006200     SELECT CHG-FILE ASSIGN TO DISK                               CHGMNT00
006300         FILE STATUS IS CHG-STATUS.                               CHGMNT00
006400     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   CHGMNT00
006500     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           CHGMNT00
006600 DATA DIVISION.                                                   CHGMNT00
006700 FILE SECTION.                                                    CHGMNT00
006800 MD  AUTH-FILE                                                    CHGMNT00
006900     ACCESS SEQUENTIAL                                            CHGMNT00
007000     BLOCK CONTAINS 1 RECORDS                                     CHGMNT00
007100     VALUE OF ID "RUNAUTH"                                        CHGMNT00
007200     DATA RECORD AUTH-REC.                                        CHGMNT00
007300 01  AUTH-REC        SZ 80.                                       CHGMNT00
007400     05  RA-RUN-ID       PC X(7).                                 CHGMNT00
007500     05  FILLER          SZ 1.                                    CHGMNT00
007600     05  RA-PROGRAM      PC X(8).                                 CHGMNT00
007700     05  FILLER          SZ 1.                                    CHGMNT00
007800     05  RA-EXPIRES      PC 9(6).                                 CHGMNT00
007900     05  FILLER          SZ 57.                                   CHGMNT00
008000 MD  OPER-FILE                                                    CHGMNT00
008100     ACCESS SEQUENTIAL                                            CHGMNT00
008200     BLOCK CONTAINS 1 RECORDS                                     CHGMNT00
008300     VALUE OF ID "OPROSTER"                                       CHGMNT00
008400     DATA RECORD OPER-REC.                                        CHGMNT00
008500 01  OPER-REC        SZ 80.                                       CHGMNT00
008600     05  OR-CODE         PC X(3).                                 CHGMNT00
008700     05  FILLER          SZ 1.                                    CHGMNT00
008800     05  OR-NAME         PC X(20).                                CHGMNT00
008900     05  FILLER          SZ 1.                                    CHGMNT00
009000     05  OR-STATUS       PC X.                                    CHGMNT00
009100     05  FILLER          SZ 54.                                   CHGMNT00
009200 MD  AUDIT-TRAIL                                                  CHGMNT00
009300     ACCESS MODE IS RANDOM                                        CHGMNT00
009400     ACTUAL KEY IS AU-KEY                                         CHGMNT00
009500     RECORD CONTAINS 44 CHARACTERS                                CHGMNT00
009600     LABEL RECORD IS STANDARD                                     CHGMNT00
009700     VALUE OF ID IS "AUDITTRL"                                    CHGMNT00
009800     DATA RECORD IS AUDIT-REC.                                    CHGMNT00
009900 01  AUDIT-REC       SZ 44.                                       CHGMNT00
010000     05  AU-PROGRAM      PC X(8)  VA "CHGMNT  ".                  CHGMNT00
010100     05  AU-DATE         PC 9(6).                                 CHGMNT00
010200     05  AU-TIME         PC 9(4).                                 CHGMNT00
010300     05  AU-EVENT        PC X(8).                                 CHGMNT00
010400     05  AU-RESULT       PC X(8).                                 CHGMNT00
010500     05  AU-RUN-ID       PC X(7).                                 CHGMNT00
010600     05  AU-OPERATOR     PC X(3).                                 CHGMNT00
010700 01  AUDIT-CTL.                                                   CHGMNT00
010800     05  AC-NEXT-SLOT    PC 9(8).                                 CHGMNT00
010900     05  AC-HASH         PC 9(9).                                 CHGMNT00
011000     05  FILLER          SZ 27.                                   CHGMNT00
011100 MD  CHG-FILE                                                     CHGMNT00
011200     ACCESS SEQUENTIAL                                            CHGMNT00
011300     BLOCK CONTAINS 1 RECORDS                                     CHGMNT00
011400     VALUE OF ID "CHGREQ"                                         CHGMNT00
011500     DATA RECORD CR-REC.                                          CHGMNT00
011600 01  CR-REC          SZ 128.                                      CHGMNT00
011700     05  CR-NUMBER       PC 9(6).                                 CHGMNT00
011800     05  FILLER          SZ 1.                                    CHGMNT00
011900     05  CR-PROGRAM      PC X(20).                                CHGMNT00
012000     05  FILLER          SZ 1.                                    CHGMNT00
012100     05  CR-STATUS       PC X.                                    CHGMNT00
012200     05  FILLER          SZ 1.                                    CHGMNT00
012300     05  CR-REQUESTER    PC X(20).                                CHGMNT00
012400     05  FILLER          SZ 1.                                    CHGMNT00
012500     05  CR-ENTERED-BY   PC X(3).                                 CHGMNT00
012600     05  FILLER          SZ 1.                                    CHGMNT00
012700     05  CR-ENTERED      PC 9(6).                                 CHGMNT00
012800     05  FILLER          SZ 1.                                    CHGMNT00
012900     05  CR-APPROVER     PC X(3).                                 CHGMNT00
013000     05  FILLER          SZ 1.                                    CHGMNT00
013100     05  CR-APPROVED     PC 9(6).                                 CHGMNT00
013200     05  FILLER          SZ 1.                                    CHGMNT00
013300     05  CR-APPLIED      PC 9(6).                                 CHGMNT00
013400     05  FILLER          SZ 1.                                    CHGMNT00
013500     05  CR-APPLY-CNT    PC 99.                                   CHGMNT00
013600     05  FILLER          SZ 1.                                    CHGMNT00
013700     05  CR-DESC         PC X(40).                                CHGMNT00
013800     05  FILLER          SZ 5.                                    CHGMNT00
013900 FD  REPORT-FILE                                                  CHGMNT00
014000         VALUE OF ID "CHGLIST"                                    CHGMNT00
014100         DATA RECORD REPORT-REC.                                  CHGMNT00
014200 01  REPORT-REC      SZ 132.                                      CHGMNT00
014300 WORKING-STORAGE SECTION.                                         CHGMNT00
014400 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        CHGMNT00
014500 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     CHGMNT00
014600 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     CHGMNT00
014700 77  OPERATOR-CODE   VA SPACE        PC X(3).                     CHGMNT00
014800 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        CHGMNT00
014900 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        CHGMNT00
015000 77  AUTH-TODAY      CMP-1   PC 9(6).                             CHGMNT00
015100 77  AUTH-DATE-IN            PC 9(6).                             CHGMNT00
015200 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             CHGMNT00
015300 77  AU-HH           CMP-1   PC 99.                               CHGMNT00
015400 77  AU-MM           CMP-1   PC 99.                               CHGMNT00
015500 77  AU-KEY          CMP-1   PC 9(8).                             CHGMNT00
015600 77  AU-NEXT         CMP-1   PC 9(8).                             CHGMNT00
015700 01  AU-SAVE-REC             SZ 44.                               CHGMNT00
015800 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     CHGMNT00
015900 77  AU-REC-SUM              CMP-1   PC 9(6).                     CHGMNT00
016000 77  AU-CX                   CMP-1   PC 99.                       CHGMNT00
016100 77  AU-TX                   CMP-1   PC 99.                       CHGMNT00
016200 77  AU-CODE                 CMP-1   PC 99.                       CHGMNT00
016300 01  AU-HASH-REC.                                                 CHGMNT00
016400     05  AU-HC       OC 44   PC X.                                CHGMNT00
016500 01  AU-CHAR-SET.                                                 CHGMNT00
016600     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          CHGMNT00
016700     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          CHGMNT00
016800 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           CHGMNT00
016900     05  AU-CHAR     OC 48   PC X.                                CHGMNT00
017000 77  RUN-ID-ENTRY            PC X(7).                             CHGMNT00
017100 77  CHG-STATUS      VA SPACE        PC X(2).                     CHGMNT00
017200 77  CT-CNT          VA 0    CMP-1   PC 9(4).                     CHGMNT00
017300 77  TX                      CMP-1   PC 9(4).                     CHGMNT00
017400 77  HIT-IX                  CMP-1   PC 9(4).                     CHGMNT00
017500 77  OVER-SW         VA 0    CMP-1   PC 9.                        CHGMNT00
017600 77  SAVED-SW        VA 0    CMP-1   PC 9.                        CHGMNT00
017700 77  LAST-NUMBER     VA 0    CMP-1   PC 9(6).                     CHGMNT00
017800 77  ENTER-CNT       VA 0    CMP-1   PC 9(4).                     CHGMNT00
017900 77  DECIDE-CNT      VA 0    CMP-1   PC 9(4).                     CHGMNT00
018000 77  REFUSE-CNT      VA 0    CMP-1   PC 9(4).                     CHGMNT00
018100 77  LIST-CNT        VA 0    CMP-1   PC 9(4).                     CHGMNT00
018200 77  UPDATE-CNT      VA 0    CMP-1   PC 9(4).                     CHGMNT00
018300 77  E-CNT           VA 0    CMP-1   PC 9(4).                     CHGMNT00
018400 77  A-CNT           VA 0    CMP-1   PC 9(4).                     CHGMNT00
018500 77  R-CNT           VA 0    CMP-1   PC 9(4).                     CHGMNT00
018600 77  P-CNT           VA 0    CMP-1   PC 9(4).                     CHGMNT00
018700 77  RUN-FUNCTION    VA SPACE        PC X.                        CHGMNT00
018800 77  LIST-STATUS     VA SPACE        PC X.                        CHGMNT00
018900 77  NEW-STATUS      VA SPACE        PC X.                        CHGMNT00
019000 77  PROGRAM-REPLY                   PC X(20).                    CHGMNT00
019100 77  REQUESTER-REPLY                 PC X(20).                    CHGMNT00
019200 77  DESC-REPLY                      PC X(40).                    CHGMNT00
019300 77  NUMBER-REPLY                    PC 9(6).                     CHGMNT00
019400 01  CR-RESULT.                                                   CHGMNT00
019500     05  FILLER      PC XX    VA "CR".                            CHGMNT00
019600     05  CRR-NUMBER  PC 9(6).                                     CHGMNT00
019700 01  CT-TABLE.                                                    CHGMNT00
019800     05  CT-ENT  OC 1000.                                         CHGMNT00
019900         10  CT-NUMBER       PC 9(6).                             CHGMNT00
020000         10  CT-PROGRAM      PC X(20).                            CHGMNT00
020100         10  CT-STATUS       PC X.                                CHGMNT00
020200         10  CT-REQUESTER    PC X(20).                            CHGMNT00
020300         10  CT-ENTERED-BY   PC X(3).                             CHGMNT00
020400         10  CT-ENTERED      PC 9(6).                             CHGMNT00
020500         10  CT-APPROVER     PC X(3).                             CHGMNT00
020600         10  CT-APPROVED     PC 9(6).                             CHGMNT00
020700         10  CT-APPLIED      PC 9(6).                             CHGMNT00
020800         10  CT-APPLY-CNT    PC 99.                               CHGMNT00
020900         10  CT-DESC         PC X(40).                            CHGMNT00
021000         10  CT-CHANGED      PC X.                                CHGMNT00
021100 01  TITLE-LINE      SZ 132.                                      CHGMNT00
021200     05  FILLER  PC X(18) VA "CHANGE REQUESTS - ".                CHGMNT00
021300     05  TL-WHAT     PC X(56).                                    CHGMNT00
021400     05  FILLER  PC X(10) VA "RUN DATE  ".                        CHGMNT00
021500     05  TL-DATE     PC 99/99/99.                                 CHGMNT00
021600     05  FILLER      SZ 40    VA SPACE.                           CHGMNT00
021700 01  COL-LINE        SZ 132.                                      CHGMNT00
021800     05  FILLER  PC X(36) VA                                      CHGMNT00
021900         "  NUMBER  PROGRAM OR MEMBER     S  R".                  CHGMNT00
022000     05  FILLER  PC X(36) VA                                      CHGMNT00
022100         "EQUESTER             BY   ENTERED   ".                  CHGMNT00
022200     05  FILLER  PC X(36) VA                                      CHGMNT00
022300         "BY   DECIDED   APPLIED   NO  NOTE   ".                  CHGMNT00
022400     05  FILLER      SZ 24    VA SPACE.                           CHGMNT00
022500 01  DETAIL-LINE     SZ 132.                                      CHGMNT00
022600     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
022700     05  DL-NUMBER   PC 9(6).                                     CHGMNT00
022800     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
022900     05  DL-PROGRAM  PC X(20).                                    CHGMNT00
023000     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
023100     05  DL-STATUS   PC X.                                        CHGMNT00
023200     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
023300     05  DL-REQUESTER PC X(20).                                   CHGMNT00
023400     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
023500     05  DL-ENTERED-BY PC X(3).                                   CHGMNT00
023600     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
023700     05  DL-ENTERED  PC 99/99/99.                                 CHGMNT00
023800     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
023900     05  DL-APPROVER PC X(3).                                     CHGMNT00
024000     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
024100     05  DL-APPROVED PC 99/99/99.                                 CHGMNT00
024200     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
024300     05  DL-APPLIED  PC 99/99/99.                                 CHGMNT00
024400     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
024500     05  DL-APPLY-CNT PC Z9.                                      CHGMNT00
024600     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
024700     05  DL-NOTE     PC X(20).                                    CHGMNT00
024800     05  FILLER      SZ 11    VA SPACE.                           CHGMNT00
024900 01  DESC-LINE       SZ 132.                                      CHGMNT00
025000     05  FILLER      SZ 10    VA SPACE.                           CHGMNT00
025100     05  DD-DESC     PC X(40).                                    CHGMNT00
025200     05  FILLER      SZ 82    VA SPACE.                           CHGMNT00
025300 01  COUNT-LINE      SZ 132.                                      CHGMNT00
025400     05  FILLER      SZ 2     VA SPACE.                           CHGMNT00
025500     05  CL-LABEL    PC X(40).                                    CHGMNT00
025600     05  CL-VALUE    PC Z(6)9.                                    CHGMNT00
025700     05  FILLER      SZ 83    VA SPACE.                           CHGMNT00
025800 01  NONE-LINE       SZ 132.                                      CHGMNT00
025900     05  FILLER      SZ 4     VA SPACE.                           CHGMNT00
026000     05  FILLER  PC X(4)  VA "NONE".                              CHGMNT00
026100     05  FILLER      SZ 124   VA SPACE.                           CHGMNT00
026200 PROCEDURE DIVISION.                                              CHGMNT00
026300 100-BEGIN.                                                       CHGMNT00
026400     ACCEPT RUN-ID-ENTRY.                                         CHGMNT00
026500     PERFORM 950-AUDIT-START.                                     CHGMNT00
026600     MOVE TODAYS-DATE TO TL-DATE.                                 CHGMNT00
026700     PERFORM 200-LOAD THRU 200X.                                  CHGMNT00
026800     IF OVER-SW = 1                                               CHGMNT00
026900         DISPLAY "OVER 1000 REQUESTS ON CHGREQ - RUN STOPPED"     CHGMNT00
027000         MOVE "ABORT   " TO AU-RESULT                             CHGMNT00
027100         PERFORM 955-AUDIT-END                                    CHGMNT00
027200         STOP RUN.                                                CHGMNT00
027300 110-ASK-FUNCTION.                                                CHGMNT00
027400     DISPLAY "CHGMNT - ENTER E (ENTER), A (APPROVE), R (REJECT)". CHGMNT00
027500     DISPLAY "OR L (LIST)".                                       CHGMNT00
027600     ACCEPT RUN-FUNCTION.                                         CHGMNT00
027700     IF RUN-FUNCTION = "E" GO TO 120-ENTER.                       CHGMNT00
027800     IF RUN-FUNCTION = "A" GO TO 130-APPROVE.                     CHGMNT00
027900     IF RUN-FUNCTION = "R" GO TO 135-REJECT.                      CHGMNT00
028000     IF RUN-FUNCTION = "L" GO TO 140-LIST.                        CHGMNT00
028100     DISPLAY "INVALID FUNCTION - MUST BE E, A, R OR L".           CHGMNT00
028200     GO TO 110-ASK-FUNCTION.                                      CHGMNT00
028300 120-ENTER.                                                       CHGMNT00
028400     OPEN OUTPUT REPORT-FILE.                                     CHGMNT00
028500     MOVE "REQUESTS ENTERED" TO TL-WHAT.                          CHGMNT00
028600     PERFORM 250-HEADING.                                         CHGMNT00
028700     PERFORM 300-ENTER THRU 300X.                                 CHGMNT00
028800     IF ENTER-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.            CHGMNT00
028900     CLOSE REPORT-FILE.                                           CHGMNT00
029000     IF ENTER-CNT IS GREATER THAN 0                               CHGMNT00
029100         PERFORM 600-APPEND THRU 600X.                            CHGMNT00
029200     DISPLAY "CHANGE REQUESTS ENTERED " ENTER-CNT.                CHGMNT00
029300     GO TO 190-FINISH.                                            CHGMNT00
029400 130-APPROVE.                                                     CHGMNT00
029500     MOVE "A" TO NEW-STATUS.                                      CHGMNT00
029600     MOVE "REQUESTS APPROVED" TO TL-WHAT.                         CHGMNT00
029700     GO TO 138-DECIDE.                                            CHGMNT00
029800 135-REJECT.                                                      CHGMNT00
029900     MOVE "R" TO NEW-STATUS.                                      CHGMNT00
030000     MOVE "REQUESTS REJECTED" TO TL-WHAT.                         CHGMNT00
030100 138-DECIDE.                                                      CHGMNT00
030200     OPEN OUTPUT REPORT-FILE.                                     CHGMNT00
030300     PERFORM 250-HEADING.                                         CHGMNT00
030400     PERFORM 400-DECIDE THRU 400X.                                CHGMNT00
030500     IF DECIDE-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.           CHGMNT00
030600     MOVE SPACES TO REPORT-REC.                                   CHGMNT00
030700     WRITE REPORT-REC.                                            CHGMNT00
030800     MOVE "REQUESTS DECIDED" TO CL-LABEL.                         CHGMNT00
030900     MOVE DECIDE-CNT TO CL-VALUE.                                 CHGMNT00
031000     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
031100     MOVE "REQUEST NUMBERS KEYED BUT REFUSED" TO CL-LABEL.        CHGMNT00
031200     MOVE REFUSE-CNT TO CL-VALUE.                                 CHGMNT00
031300     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
031400     CLOSE REPORT-FILE.                                           CHGMNT00
031500     IF DECIDE-CNT IS GREATER THAN 0                              CHGMNT00
031600         PERFORM 700-REWRITE THRU 700X.                           CHGMNT00
031700     DISPLAY "CHANGE REQUESTS DECIDED " DECIDE-CNT                CHGMNT00
031800         " REFUSED " REFUSE-CNT.                                  CHGMNT00
031900     GO TO 190-FINISH.                                            CHGMNT00
032000 140-LIST.                                                        CHGMNT00
032100     DISPLAY "ENTER STATUS TO LIST - E, A, R OR P, SPACE FOR ALL".CHGMNT00
032200     MOVE SPACE TO LIST-STATUS.                                   CHGMNT00
032300     ACCEPT LIST-STATUS.                                          CHGMNT00
032400     OPEN OUTPUT REPORT-FILE.                                     CHGMNT00
032500     MOVE "REQUEST LIST" TO TL-WHAT.                              CHGMNT00
032600     PERFORM 250-HEADING.                                         CHGMNT00
032700     PERFORM 500-LIST THRU 500X.                                  CHGMNT00
032800     CLOSE REPORT-FILE.                                           CHGMNT00
032900     DISPLAY "CHANGE REQUESTS LISTED " LIST-CNT.                  CHGMNT00
033000 190-FINISH.                                                      CHGMNT00
033100     MOVE "OK      " TO AU-RESULT.                                CHGMNT00
033200     IF SAVED-SW = 2 MOVE "NOTSAVED" TO AU-RESULT.                CHGMNT00
033300     PERFORM 955-AUDIT-END.                                       CHGMNT00
033400     STOP RUN.                                                    CHGMNT00
033500 200-LOAD.                                                        CHGMNT00
033600     NOTE  CHGREQ IS HELD IN CORE - A MISSING FILE IS TAKEN AS    CHGMNT00
033700         NO REQUESTS YET AND IS CREATED BY THE FIRST ENTRY.       CHGMNT00
033800     OPEN INPUT CHG-FILE.                                         CHGMNT00
033900     IF CHG-STATUS NOT = "00" GO TO 200X.                         CHGMNT00
034000 210-READ.                                                        CHGMNT00
034100     READ CHG-FILE AT END GO TO 220-LOADED.                       CHGMNT00
034200     IF CT-CNT = 1000                                             CHGMNT00
034300         MOVE 1 TO OVER-SW                                        CHGMNT00
034400         GO TO 220-LOADED.                                        CHGMNT00
034500     ADD 1 TO CT-CNT.                                             CHGMNT00
034600     MOVE CR-NUMBER TO CT-NUMBER (CT-CNT).                        CHGMNT00
034700     IF CR-NUMBER IS GREATER THAN LAST-NUMBER                     CHGMNT00
034800         MOVE CR-NUMBER TO LAST-NUMBER.                           CHGMNT00
034900     MOVE CR-PROGRAM TO CT-PROGRAM (CT-CNT).                      CHGMNT00
035000     MOVE CR-STATUS TO CT-STATUS (CT-CNT).                        CHGMNT00
035100     MOVE CR-REQUESTER TO CT-REQUESTER (CT-CNT).                  CHGMNT00
035200     MOVE CR-ENTERED-BY TO CT-ENTERED-BY (CT-CNT).                CHGMNT00
035300     MOVE CR-ENTERED TO CT-ENTERED (CT-CNT).                      CHGMNT00
035400     MOVE CR-APPROVER TO CT-APPROVER (CT-CNT).                    CHGMNT00
035500     MOVE CR-APPROVED TO CT-APPROVED (CT-CNT).                    CHGMNT00
035600     MOVE CR-APPLIED TO CT-APPLIED (CT-CNT).                      CHGMNT00
035700     MOVE CR-APPLY-CNT TO CT-APPLY-CNT (CT-CNT).                  CHGMNT00
035800     MOVE CR-DESC TO CT-DESC (CT-CNT).                            CHGMNT00
035900     MOVE SPACE TO CT-CHANGED (CT-CNT).                           CHGMNT00
036000     GO TO 210-READ.                                              CHGMNT00
036100 220-LOADED.                                                      CHGMNT00
036200     CLOSE CHG-FILE.                                              CHGMNT00
036300 200X.   EXIT.                                                    CHGMNT00
036400 250-HEADING.                                                     CHGMNT00
036500     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   CHGMNT00
036600     WRITE REPORT-REC FROM COL-LINE BEFORE ADVANCING 2 LINES.     CHGMNT00
036700 300-ENTER.                                                       CHGMNT00
036800     DISPLAY "ENTER PROGRAM OR MEMBER NAME, SPACES WHEN DONE".    CHGMNT00
036900     MOVE SPACES TO PROGRAM-REPLY.                                CHGMNT00
037000     ACCEPT PROGRAM-REPLY.                                        CHGMNT00
037100     IF PROGRAM-REPLY = SPACES GO TO 300X.                        CHGMNT00
037200     DISPLAY "ENTER REQUESTER (20 CHARACTERS)".                   CHGMNT00
037300     MOVE SPACES TO REQUESTER-REPLY.                              CHGMNT00
037400     ACCEPT REQUESTER-REPLY.                                      CHGMNT00
037500     IF REQUESTER-REPLY = SPACES                                  CHGMNT00
037600         DISPLAY "NO REQUESTER - " PROGRAM-REPLY " NOT ENTERED"   CHGMNT00
037700         GO TO 300-ENTER.                                         CHGMNT00
037800     DISPLAY "ENTER DESCRIPTION OF THE CHANGE (40 CHARACTERS)".   CHGMNT00
037900     MOVE SPACES TO DESC-REPLY.                                   CHGMNT00
038000     ACCEPT DESC-REPLY.                                           CHGMNT00
038100     IF CT-CNT = 1000                                             CHGMNT00
038200         DISPLAY "CHGREQ FULL - " PROGRAM-REPLY " NOT ENTERED"    CHGMNT00
038300         MOVE 2 TO SAVED-SW                                       CHGMNT00
038400         GO TO 300X.                                              CHGMNT00
038500     ADD 1 TO CT-CNT LAST-NUMBER ENTER-CNT.                       CHGMNT00
038600     MOVE CT-CNT TO TX.                                           CHGMNT00
038700     MOVE LAST-NUMBER TO CT-NUMBER (TX).                          CHGMNT00
038800     MOVE PROGRAM-REPLY TO CT-PROGRAM (TX).                       CHGMNT00
038900     MOVE "E" TO CT-STATUS (TX).                                  CHGMNT00
039000     MOVE REQUESTER-REPLY TO CT-REQUESTER (TX).                   CHGMNT00
039100     MOVE OPERATOR-CODE TO CT-ENTERED-BY (TX).                    CHGMNT00
039200     MOVE TODAYS-DATE TO CT-ENTERED (TX).                         CHGMNT00
039300     MOVE SPACES TO CT-APPROVER (TX).                             CHGMNT00
039400     MOVE 0 TO CT-APPROVED (TX) CT-APPLIED (TX) CT-APPLY-CNT (TX).CHGMNT00
039500     MOVE DESC-REPLY TO CT-DESC (TX).                             CHGMNT00
039600     MOVE "N" TO CT-CHANGED (TX).                                 CHGMNT00
039700     MOVE "CHGENTER" TO AU-EVENT.                                 CHGMNT00
039800     PERFORM 800-LOG-REQUEST.                                     CHGMNT00
039900     MOVE "ENTERED" TO DL-NOTE.                                   CHGMNT00
040000     PERFORM 850-DETAIL.                                          CHGMNT00
040100     DISPLAY "CHANGE REQUEST " LAST-NUMBER " ENTERED FOR "        CHGMNT00
040200         PROGRAM-REPLY.                                           CHGMNT00
040300     GO TO 300-ENTER.                                             CHGMNT00
040400 300X.   EXIT.                                                    CHGMNT00
040500 400-DECIDE.                                                      CHGMNT00
040600     NOTE  A REQUEST IS APPROVED ONLY WHILE IT IS STILL ENTERED,  CHGMNT00
040700         AND NOT BY THE OPERATOR WHO ENTERED IT. ONE ENTERED OR   CHGMNT00
040800         APPROVED BUT NOT YET APPLIED MAY BE REJECTED.            CHGMNT00
040900     DISPLAY "ENTER CHANGE REQUEST NUMBER, ZERO WHEN DONE".       CHGMNT00
041000     MOVE 0 TO NUMBER-REPLY.                                      CHGMNT00
041100     ACCEPT NUMBER-REPLY.                                         CHGMNT00
041200     IF NUMBER-REPLY NOT NUMERIC                                  CHGMNT00
041300         DISPLAY "REQUEST NUMBER MUST BE NUMERIC"                 CHGMNT00
041400         GO TO 400-DECIDE.                                        CHGMNT00
041500     IF NUMBER-REPLY = 0 GO TO 400X.                              CHGMNT00
041600     MOVE 0 TO HIT-IX.                                            CHGMNT00
041700     PERFORM 410-FIND VARYING TX FROM 1 BY 1                      CHGMNT00
041800         UNTIL TX IS GREATER THAN CT-CNT.                         CHGMNT00
041900     IF HIT-IX = 0                                                CHGMNT00
042000         DISPLAY "CHANGE REQUEST " NUMBER-REPLY " NOT ON CHGREQ"  CHGMNT00
042100         ADD 1 TO REFUSE-CNT                                      CHGMNT00
042200         GO TO 400-DECIDE.                                        CHGMNT00
042300     MOVE HIT-IX TO TX.                                           CHGMNT00
042400     IF NEW-STATUS = "R" GO TO 420-REJECT.                        CHGMNT00
042500     IF CT-STATUS (TX) NOT = "E"                                  CHGMNT00
042600         DISPLAY "CHANGE REQUEST " NUMBER-REPLY " IS NOT AWAITING"CHGMNT00
042700             " APPROVAL - STATUS " CT-STATUS (TX)                 CHGMNT00
042800         MOVE "NOT AWAITING APPROVAL" TO DL-NOTE                  CHGMNT00
042900         GO TO 430-REFUSED.                                       CHGMNT00
043000     IF CT-ENTERED-BY (TX) = OPERATOR-CODE                        CHGMNT00
043100         DISPLAY "CHANGE REQUEST " NUMBER-REPLY " WAS ENTERED BY" CHGMNT00
043200             " THIS OPERATOR - NOT APPROVED"                      CHGMNT00
043300         MOVE "SAME OPERATOR" TO DL-NOTE                          CHGMNT00
043400         GO TO 430-REFUSED.                                       CHGMNT00
043500     MOVE "CHGAPPRV" TO AU-EVENT.                                 CHGMNT00
043600     MOVE "APPROVED" TO DL-NOTE.                                  CHGMNT00
043700     GO TO 425-DECIDED.                                           CHGMNT00
043800 420-REJECT.                                                      CHGMNT00
043900     IF CT-STATUS (TX) NOT = "E" AND CT-STATUS (TX) NOT = "A"     CHGMNT00
044000         DISPLAY "CHANGE REQUEST " NUMBER-REPLY " CANNOT BE"      CHGMNT00
044100             " REJECTED - STATUS " CT-STATUS (TX)                 CHGMNT00
044200         MOVE "CANNOT BE REJECTED" TO DL-NOTE                     CHGMNT00
044300         GO TO 430-REFUSED.                                       CHGMNT00
044400     MOVE "CHGREJCT" TO AU-EVENT.                                 CHGMNT00
044500     MOVE "REJECTED" TO DL-NOTE.                                  CHGMNT00
044600 425-DECIDED.                                                     CHGMNT00
044700     MOVE NEW-STATUS TO CT-STATUS (TX).                           CHGMNT00
044800     MOVE OPERATOR-CODE TO CT-APPROVER (TX).                      CHGMNT00
044900     MOVE TODAYS-DATE TO CT-APPROVED (TX).                        CHGMNT00
045000     MOVE "Y" TO CT-CHANGED (TX).                                 CHGMNT00
045100     ADD 1 TO DECIDE-CNT.                                         CHGMNT00
045200     PERFORM 800-LOG-REQUEST.                                     CHGMNT00
045300     PERFORM 850-DETAIL.                                          CHGMNT00
045400     GO TO 400-DECIDE.                                            CHGMNT00
045500 430-REFUSED.                                                     CHGMNT00
045600     ADD 1 TO REFUSE-CNT.                                         CHGMNT00
045700     PERFORM 850-DETAIL.                                          CHGMNT00
045800     GO TO 400-DECIDE.                                            CHGMNT00
045900 400X.   EXIT.                                                    CHGMNT00
046000 410-FIND.                                                        CHGMNT00
046100     IF CT-NUMBER (TX) = NUMBER-REPLY MOVE TX TO HIT-IX.          CHGMNT00
046200 500-LIST.                                                        CHGMNT00
046300     MOVE SPACES TO DL-NOTE.                                      CHGMNT00
046400     PERFORM 510-LIST-ONE VARYING TX FROM 1 BY 1                  CHGMNT00
046500         UNTIL TX IS GREATER THAN CT-CNT.                         CHGMNT00
046600     IF LIST-CNT = 0 WRITE REPORT-REC FROM NONE-LINE.             CHGMNT00
046700     MOVE SPACES TO REPORT-REC.                                   CHGMNT00
046800     WRITE REPORT-REC.                                            CHGMNT00
046900     MOVE "REQUESTS ENTERED, AWAITING APPROVAL" TO CL-LABEL.      CHGMNT00
047000     MOVE E-CNT TO CL-VALUE.                                      CHGMNT00
047100     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
047200     MOVE "REQUESTS APPROVED, NOT YET APPLIED" TO CL-LABEL.       CHGMNT00
047300     MOVE A-CNT TO CL-VALUE.                                      CHGMNT00
047400     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
047500     MOVE "REQUESTS REJECTED" TO CL-LABEL.                        CHGMNT00
047600     MOVE R-CNT TO CL-VALUE.                                      CHGMNT00
047700     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
047800     MOVE "REQUESTS APPLIED" TO CL-LABEL.                         CHGMNT00
047900     MOVE P-CNT TO CL-VALUE.                                      CHGMNT00
048000     WRITE REPORT-REC FROM COUNT-LINE.                            CHGMNT00
048100 500X.   EXIT.                                                    CHGMNT00
048200 510-LIST-ONE.                                                    CHGMNT00
048300     IF CT-STATUS (TX) = "E" ADD 1 TO E-CNT.                      CHGMNT00
048400     IF CT-STATUS (TX) = "A" ADD 1 TO A-CNT.                      CHGMNT00
048500     IF CT-STATUS (TX) = "R" ADD 1 TO R-CNT.                      CHGMNT00
048600     IF CT-STATUS (TX) = "P" ADD 1 TO P-CNT.                      CHGMNT00
048700     IF LIST-STATUS = SPACE OR LIST-STATUS = CT-STATUS (TX)       CHGMNT00
048800         ADD 1 TO LIST-CNT                                        CHGMNT00
048900         PERFORM 850-DETAIL.                                      CHGMNT00
049000 600-APPEND.                                                      CHGMNT00
049100     NOTE  THE REQUESTS ENTERED ARE ADDED TO THE END OF CHGREQ -  CHGMNT00
049200         A MISSING CHGREQ IS STARTED BY THIS RUN.                 CHGMNT00
049300     IF SAVED-SW = 0 MOVE 1 TO SAVED-SW.                          CHGMNT00
049400     OPEN I-O CHG-FILE.                                           CHGMNT00
049500     IF CHG-STATUS NOT = "00"                                     CHGMNT00
049600         OPEN OUTPUT CHG-FILE                                     CHGMNT00
049700         GO TO 605-APPEND-WRITE.                                  CHGMNT00
049800 602-APPEND-SKIP.                                                 CHGMNT00
049900     READ CHG-FILE AT END GO TO 605-APPEND-WRITE.                 CHGMNT00
050000     GO TO 602-APPEND-SKIP.                                       CHGMNT00
050100 605-APPEND-WRITE.                                                CHGMNT00
050200     PERFORM 620-APPEND-ONE VARYING TX FROM 1 BY 1                CHGMNT00
050300         UNTIL TX IS GREATER THAN CT-CNT.                         CHGMNT00
050400     CLOSE CHG-FILE.                                              CHGMNT00
050500 600X.   EXIT.                                                    CHGMNT00
050600 620-APPEND-ONE.                                                  CHGMNT00
050700     IF CT-CHANGED (TX) = "N"                                     CHGMNT00
050800         MOVE SPACES TO CR-REC                                    CHGMNT00
050900         MOVE CT-NUMBER (TX) TO CR-NUMBER                         CHGMNT00
051000         MOVE CT-PROGRAM (TX) TO CR-PROGRAM                       CHGMNT00
051100         MOVE CT-STATUS (TX) TO CR-STATUS                         CHGMNT00
051200         MOVE CT-REQUESTER (TX) TO CR-REQUESTER                   CHGMNT00
051300         MOVE CT-ENTERED-BY (TX) TO CR-ENTERED-BY                 CHGMNT00
051400         MOVE CT-ENTERED (TX) TO CR-ENTERED                       CHGMNT00
051500         MOVE CT-APPROVER (TX) TO CR-APPROVER                     CHGMNT00
051600         MOVE CT-APPROVED (TX) TO CR-APPROVED                     CHGMNT00
051700         MOVE CT-APPLIED (TX) TO CR-APPLIED                       CHGMNT00
051800         MOVE CT-APPLY-CNT (TX) TO CR-APPLY-CNT                   CHGMNT00
051900         MOVE CT-DESC (TX) TO CR-DESC                             CHGMNT00
052000         WRITE CR-REC.                                            CHGMNT00
052100 700-REWRITE.                                                     CHGMNT00
052200     NOTE  CHGREQ IS READ AGAIN IN THE SAME ORDER AND EACH        CHGMNT00
052300         REQUEST NOW DECIDED IS REWRITTEN IN PLACE.               CHGMNT00
052400     MOVE 0 TO TX.                                                CHGMNT00
052500     MOVE 1 TO SAVED-SW.                                          CHGMNT00
052600     OPEN I-O CHG-FILE.                                           CHGMNT00
052700     IF CHG-STATUS NOT = "00"                                     CHGMNT00
052800         DISPLAY "CHGREQ NOT OPEN - DECISIONS NOT SAVED"          CHGMNT00
052900         MOVE 2 TO SAVED-SW                                       CHGMNT00
053000         GO TO 700X.                                              CHGMNT00
053100 710-REWRITE-READ.                                                CHGMNT00
053200     READ CHG-FILE AT END GO TO 790-REWRITE-END.                  CHGMNT00
053300     ADD 1 TO TX.                                                 CHGMNT00
053400     IF TX IS GREATER THAN CT-CNT GO TO 790-REWRITE-END.          CHGMNT00
053500     IF CT-CHANGED (TX) NOT = "Y" GO TO 710-REWRITE-READ.         CHGMNT00
053600     MOVE CT-STATUS (TX) TO CR-STATUS.                            CHGMNT00
053700     MOVE CT-APPROVER (TX) TO CR-APPROVER.                        CHGMNT00
053800     MOVE CT-APPROVED (TX) TO CR-APPROVED.                        CHGMNT00
053900     REWRITE CR-REC.                                              CHGMNT00
054000     ADD 1 TO UPDATE-CNT.                                         CHGMNT00
054100     GO TO 710-REWRITE-READ.                                      CHGMNT00
054200 790-REWRITE-END.                                                 CHGMNT00
054300     CLOSE CHG-FILE.                                              CHGMNT00
054400 700X.   EXIT.                                                    CHGMNT00
054500 800-LOG-REQUEST.                                                 CHGMNT00
054600     MOVE TODAYS-DATE TO AU-DATE.                                 CHGMNT00
054700     MOVE CT-NUMBER (TX) TO CRR-NUMBER.                           CHGMNT00
054800     MOVE CR-RESULT TO AU-RESULT.                                 CHGMNT00
054900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CHGMNT00
055000 850-DETAIL.                                                      CHGMNT00
055100     MOVE CT-NUMBER (TX) TO DL-NUMBER.                            CHGMNT00
055200     MOVE CT-PROGRAM (TX) TO DL-PROGRAM.                          CHGMNT00
055300     MOVE CT-STATUS (TX) TO DL-STATUS.                            CHGMNT00
055400     MOVE CT-REQUESTER (TX) TO DL-REQUESTER.                      CHGMNT00
055500     MOVE CT-ENTERED-BY (TX) TO DL-ENTERED-BY.                    CHGMNT00
055600     MOVE CT-ENTERED (TX) TO DL-ENTERED.                          CHGMNT00
055700     MOVE CT-APPROVER (TX) TO DL-APPROVER.                        CHGMNT00
055800     MOVE CT-APPROVED (TX) TO DL-APPROVED.                        CHGMNT00
055900     MOVE CT-APPLIED (TX) TO DL-APPLIED.                          CHGMNT00
056000     MOVE CT-APPLY-CNT (TX) TO DL-APPLY-CNT.                      CHGMNT00
056100     WRITE REPORT-REC FROM DETAIL-LINE.                           CHGMNT00
056200     MOVE CT-DESC (TX) TO DD-DESC.                                CHGMNT00
056300     WRITE REPORT-REC FROM DESC-LINE.                             CHGMNT00
056400 950-AUDIT-START.                                                 CHGMNT00
056500     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     CHGMNT00
056600     MOVE TODAYS-DATE TO AU-DATE.                                 CHGMNT00
056700     MOVE "START   " TO AU-EVENT.                                 CHGMNT00
056800     MOVE SPACES TO AU-RESULT.                                    CHGMNT00
056900     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CHGMNT00
057000 955-AUDIT-END.                                                   CHGMNT00
057100     MOVE TODAYS-DATE TO AU-DATE.                                 CHGMNT00
057200     MOVE "END     " TO AU-EVENT.                                 CHGMNT00
057300     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CHGMNT00
057400 970-AUDIT-WRITE.                                                 CHGMNT00
057500     COMPUTE AU-TIME-HOLD = DATA (1).                             CHGMNT00
057600     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     CHGMNT00
057700     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            CHGMNT00
057800     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       CHGMNT00
057900     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              CHGMNT00
058000     OPEN I-O AUDIT-TRAIL.                                        CHGMNT00
058100     MOVE AUDIT-REC TO AU-SAVE-REC.                               CHGMNT00
058200     MOVE 1 TO AU-KEY.                                            CHGMNT00
058300     READ AUDIT-TRAIL INVALID KEY                                 CHGMNT00
058400         MOVE 2 TO AC-NEXT-SLOT.                                  CHGMNT00
058500     IF AC-NEXT-SLOT NOT NUMERIC                                  CHGMNT00
058600         MOVE 2 TO AC-NEXT-SLOT.                                  CHGMNT00
058700     IF AC-NEXT-SLOT IS LESS THAN 2                               CHGMNT00
058800         MOVE 2 TO AC-NEXT-SLOT.                                  CHGMNT00
058900     MOVE AC-NEXT-SLOT TO AU-NEXT.                                CHGMNT00
059000 980-AUDIT-SKIP.                                                  CHGMNT00
059100     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          CHGMNT00
059200         TOOK IT SINCE THE CONTROL RECORD WAS READ -              CHGMNT00
059300         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          CHGMNT00
059400         OVERWRITING EACH OTHERS EVENTS.                          CHGMNT00
059500     MOVE AU-NEXT TO AU-KEY.                                      CHGMNT00
059600     READ AUDIT-TRAIL INVALID KEY                                 CHGMNT00
059700         GO TO 985-AUDIT-FREE.                                    CHGMNT00
059800     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  CHGMNT00
059900     ADD 1 TO AU-NEXT.                                            CHGMNT00
060000     GO TO 980-AUDIT-SKIP.                                        CHGMNT00
060100 985-AUDIT-FREE.                                                  CHGMNT00
060200     MOVE 1 TO AU-KEY.                                            CHGMNT00
060300     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       CHGMNT00
060400     MOVE 0 TO AU-HASH.                                           CHGMNT00
060500     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  CHGMNT00
060600     MOVE AU-NEXT TO AU-KEY.                                      CHGMNT00
060700     MOVE AU-SAVE-REC TO AUDIT-REC.                               CHGMNT00
060800     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                CHGMNT00
060900 990-AUDIT-PUT.                                                   CHGMNT00
061000     WRITE AUDIT-REC INVALID KEY                                  CHGMNT00
061100         DISPLAY "AUDIT TRAIL FULL".                              CHGMNT00
061200     ADD 1 TO AU-NEXT.                                            CHGMNT00
061300     MOVE 1 TO AU-KEY.                                            CHGMNT00
061400     MOVE SPACES TO AUDIT-REC.                                    CHGMNT00
061500     MOVE AU-NEXT TO AC-NEXT-SLOT.                                CHGMNT00
061600     MOVE AU-HASH TO AC-HASH.                                     CHGMNT00
061700     WRITE AUDIT-REC INVALID KEY                                  CHGMNT00
061800         DISPLAY "AUDIT CONTROL ERROR".                           CHGMNT00
061900     MOVE AU-SAVE-REC TO AUDIT-REC.                               CHGMNT00
062000     CLOSE AUDIT-TRAIL.                                           CHGMNT00
062100 991-AUDIT-HASH.                                                  CHGMNT00
062200     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        CHGMNT00
062300         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     CHGMNT00
062400         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     CHGMNT00
062500         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         CHGMNT00
062600         REMOVED AFTER IT WAS WRITTEN.                            CHGMNT00
062700     MOVE AUDIT-REC TO AU-HASH-REC.                               CHGMNT00
062800     MOVE 0 TO AU-REC-SUM.                                        CHGMNT00
062900     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        CHGMNT00
063000         UNTIL AU-CX IS GREATER THAN 44.                          CHGMNT00
063100     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       CHGMNT00
063200         MOD 999999937.                                           CHGMNT00
063300     GO TO 994-AUDIT-HASH-X.                                      CHGMNT00
063400 992-AUDIT-HASH-CHAR.                                             CHGMNT00
063500     MOVE 49 TO AU-CODE.                                          CHGMNT00
063600     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        CHGMNT00
063700         UNTIL AU-TX IS GREATER THAN 48.                          CHGMNT00
063800     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           CHGMNT00
063900 993-AUDIT-HASH-LOOK.                                             CHGMNT00
064000     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    CHGMNT00
064100 994-AUDIT-HASH-X.                                                CHGMNT00
064200     EXIT.                                                        CHGMNT00
064300 940-AUTH-CHECK.                                                  CHGMNT00
064400     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         CHGMNT00
064500         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           CHGMNT00
064600         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            CHGMNT00
064700         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          CHGMNT00
064800         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        CHGMNT00
064900         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            CHGMNT00
065000     MOVE 0 TO AUTH-OK-SW.                                        CHGMNT00
065100     OPEN INPUT AUTH-FILE.                                        CHGMNT00
065200     IF AUTH-FILE-STATUS NOT = "00"                               CHGMNT00
065300         MOVE 1 TO AUTH-OK-SW                                     CHGMNT00
065400         GO TO 945-AUTH-X.                                        CHGMNT00
065500 941-AUTH-READ.                                                   CHGMNT00
065600     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   CHGMNT00
065700     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         CHGMNT00
065800     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                CHGMNT00
065900     GO TO 941-AUTH-READ.                                         CHGMNT00
066000 943-AUTH-DONE.                                                   CHGMNT00
066100     CLOSE AUTH-FILE.                                             CHGMNT00
066200     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          CHGMNT00
066300     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               CHGMNT00
066400     MOVE TODAYS-DATE TO AU-DATE.                                 CHGMNT00
066500     MOVE "AUTHFAIL" TO AU-EVENT.                                 CHGMNT00
066600     MOVE "REFUSED " TO AU-RESULT.                                CHGMNT00
066700     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CHGMNT00
066800     STOP RUN.                                                    CHGMNT00
066900 945-AUTH-X.                                                      CHGMNT00
067000     EXIT.                                                        CHGMNT00
067100 946-AUTH-GRANT.                                                  CHGMNT00
067200     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          CHGMNT00
067300         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         CHGMNT00
067400         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            CHGMNT00
067500         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                CHGMNT00
067600     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            CHGMNT00
067700     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            CHGMNT00
067800         + AUTH-DATE-IN DIV 100.                                  CHGMNT00
067900     IF RA-EXPIRES NUMERIC                                        CHGMNT00
068000         IF RA-EXPIRES NOT = 0                                    CHGMNT00
068100             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                CHGMNT00
068200                 GO TO 947-AUTH-GRANT-X.                          CHGMNT00
068300     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             CHGMNT00
068400     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             CHGMNT00
068500 947-AUTH-GRANT-X.                                                CHGMNT00
068600     EXIT.                                                        CHGMNT00
068700 930-OPER-SIGNON.                                                 CHGMNT00
068800     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      CHGMNT00
068900         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       CHGMNT00
069000         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          CHGMNT00
069100         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       CHGMNT00
069200         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           CHGMNT00
069300         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         CHGMNT00
069400         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                CHGMNT00
069500     MOVE 0 TO OPER-TRIES.                                        CHGMNT00
069600 931-OPER-ASK.                                                    CHGMNT00
069700     ADD 1 TO OPER-TRIES.                                         CHGMNT00
069800     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            CHGMNT00
069900     ACCEPT OPERATOR-CODE.                                        CHGMNT00
070000     MOVE OPERATOR-CODE TO AU-OPERATOR.                           CHGMNT00
070100     MOVE 0 TO OPER-OK-SW.                                        CHGMNT00
070200     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               CHGMNT00
070300     OPEN INPUT OPER-FILE.                                        CHGMNT00
070400     IF OPER-FILE-STATUS NOT = "00"                               CHGMNT00
070500         MOVE 1 TO OPER-OK-SW                                     CHGMNT00
070600         GO TO 933-OPER-DONE.                                     CHGMNT00
070700 932-OPER-READ.                                                   CHGMNT00
070800     READ OPER-FILE AT END                                        CHGMNT00
070900         CLOSE OPER-FILE                                          CHGMNT00
071000         GO TO 933-OPER-DONE.                                     CHGMNT00
071100     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          CHGMNT00
071200     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 CHGMNT00
071300     GO TO 932-OPER-READ.                                         CHGMNT00
071400 933-OPER-DONE.                                                   CHGMNT00
071500     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       CHGMNT00
071600     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           CHGMNT00
071700     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             CHGMNT00
071800     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             CHGMNT00
071900     MOVE TODAYS-DATE TO AU-DATE.                                 CHGMNT00
072000     MOVE "SIGNFAIL" TO AU-EVENT.                                 CHGMNT00
072100     MOVE "REFUSED " TO AU-RESULT.                                CHGMNT00
072200     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  CHGMNT00
072300     STOP RUN.                                                    CHGMNT00
072400 934-OPER-AUTH.                                                   CHGMNT00
072500     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      CHGMNT00
072600 935-OPER-X.                                                      CHGMNT00
072700     EXIT.                                                        CHGMNT00
072800 END-OF-JOB.                                                      CHGMNT00
