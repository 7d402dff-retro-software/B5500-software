001400     AUDITTRL READABLE AND ITS NEXT SLOT UNDER 80 PCT OF THE            00
001500        ACCEPTED CAPACITY,                                              00
001600     PCHQUEUE READABLE,                                                 00
001700     RATECARD PRESENT,                                                  00
001710     PROGNORM PRESENT, AND                                              00
001720     CTLVSTAT SHOWING A CURRENT CTLVERF RUN WITH NO FINDINGS,           00
001900  AND PRINTS ONE GO/NO-GO PAGE WITH A LINE PER CHECK. THE               00
002000  OVERALL ANSWER IS ALSO DISPLAYED ON THE SPO.                          00
002100                                                                        00
004900         FILE STATUS IS RTE-FILE-STATUS.                          OPSCHK00
005000     SELECT PROG-NORMS   ASSIGN TO DISK                           OPSCHK00
005100         FILE STATUS IS NRM-FILE-STATUS.                          OPSCHK00
005110     SELECT VERF-STATUS  ASSIGN TO DISK                           OPSCHK00
005120         FILE STATUS IS VRF-FILE-STATUS.                          OPSCHK00
005200     SELECT REPORT-FILE  ASSIGN TO PRINTER DISK.                  OPSCHK00
005300 DATA DIVISION.                                                   OPSCHK00
005400 FILE SECTION.                                                    OPSCHK00
007300         BLOCK CONTAINS 1 RECORDS                                 OPSCHK00
007400         VALUE OF ID "AUDITTRL"                                   OPSCHK00
007500         DATA RECORD AUDIT-CTL.                                   OPSCHK00
007600 01  AUDIT-CTL       SZ 44.                                       OPSCHK00
007700     05  AC-NEXT-SLOT    PC 9(8).                                 OPSCHK00
007800     05  FILLER          SZ 36.                                   OPSCHK00
007900 MD  PUNCH-QUEUE                                                  OPSCHK00
008000         ACCESS SEQUENTIAL                                        OPSCHK00
008100         BLOCK CONTAINS 1 RECORDS                                 OPSCHK00
009400         VALUE OF ID "PROGNORM"                                   OPSCHK00
009500         DATA RECORD NORM-REC.                                    OPSCHK00
009600 01  NORM-REC        SZ 80.                                       OPSCHK00
009601 MD  VERF-STATUS                                                  OPSCHK00
009602         ACCESS SEQUENTIAL                                        OPSCHK00
009603         BLOCK CONTAINS 1 RECORDS                                 OPSCHK00
009604         VALUE OF ID "CTLVSTAT"                                   OPSCHK00
009605         DATA RECORD CV-REC.                                      OPSCHK00
009606 01  CV-REC          SZ 80.                                       OPSCHK00
009607     05  CV-DATE     PC 9(6).                                     OPSCHK00
009608     05  FILLER      SZ 1.                                        OPSCHK00
009609     05  CV-FILES    PC 99.                                       OPSCHK00
009610     05  FILLER      SZ 1.                                        OPSCHK00
009611     05  CV-BAD-FILES PC 99.                                      OPSCHK00
009612     05  FILLER      SZ 1.                                        OPSCHK00
009613     05  CV-FINDINGS PC 9(6).                                     OPSCHK00
009614     05  FILLER      SZ 1.                                        OPSCHK00
009615     05  CV-FIRST-BAD PC X(8).                                    OPSCHK00
009616     05  FILLER      SZ 1.                                        OPSCHK00
009617     05  CV-RUN-ID   PC X(7).                                     OPSCHK00
009618     05  FILLER      SZ 44.                                       OPSCHK00
009700 FD  REPORT-FILE                                                  OPSCHK00
009800         VALUE OF ID "OPSCHK"                                     OPSCHK00
009900         DATA RECORD REPORT-REC.                                  OPSCHK00
010500 77  QUE-FILE-STATUS     PC X(2)  VA SPACE.                       OPSCHK00
010600 77  RTE-FILE-STATUS     PC X(2)  VA SPACE.                       OPSCHK00
010700 77  NRM-FILE-STATUS     PC X(2)  VA SPACE.                       OPSCHK00
010710 77  VRF-FILE-STATUS     PC X(2)  VA SPACE.                       OPSCHK00
010800 77  TODAY-NUM           PC 9(6).                                 OPSCHK00
010900 77  NOGO-COUNT   VA 0   CMP-1   PC 99.                           OPSCHK00
011000 77  AUDIT-CAPACITY      CMP-1   PC 9(8).                         OPSCHK00
013000     05  NG-COUNT    PC Z9.                                       OPSCHK00
013100     05  FILLER  PC X(15) VA " CHECKS FAILED.".                   OPSCHK00
013200     05  FILLER      SZ 82    VA SPACE.                           OPSCHK00
013210 01  FINDINGS-TEXT.                                               OPSCHK00
013220     05  FT-COUNT    PC Z(5)9.                                    OPSCHK00
013230     05  FILLER  PC X(25) VA " FINDINGS - FIRST FILE IS".         OPSCHK00
013240     05  FILLER      SZ 1     VA SPACE.                           OPSCHK00
013250     05  FT-FILE     PC X(8).                                     OPSCHK00
013300 01  BLANK-LINE      SZ 132   VA SPACE.                           OPSCHK00
013400 PROCEDURE DIVISION.                                              OPSCHK00
013500 100-BEGIN.                                                       OPSCHK00
014600     PERFORM 230-CHECK-QUEUE THRU 230X.                           OPSCHK00
014700     PERFORM 240-CHECK-RATES THRU 240X.                           OPSCHK00
014800     PERFORM 250-CHECK-NORMS THRU 250X.                           OPSCHK00
014810     PERFORM 260-CHECK-CTLVERF THRU 260X.                         OPSCHK00
014900     WRITE REPORT-REC FROM BLANK-LINE.                            OPSCHK00
015000     IF NOGO-COUNT = 0                                            OPSCHK00
015100         WRITE REPORT-REC FROM GO-LINE                            OPSCHK00
027200 255-PUT.                                                         OPSCHK00
027300     WRITE REPORT-REC FROM CHECK-LINE.                            OPSCHK00
027400 250X.   EXIT.                                                    OPSCHK00
027401 260-CHECK-CTLVERF.                                               OPSCHK00
027402     NOTE  CTLVSTAT IS LEFT BY CTLVERF - ANY FINDING IN THE       OPSCHK00
027403         SHARED CONTROL FILES STOPS THE STREAM HERE.              OPSCHK00
027404     MOVE "CTLVERF   " TO CK-NAME.                                OPSCHK00
027405     OPEN INPUT VERF-STATUS.                                      OPSCHK00
027406     IF VRF-FILE-STATUS NOT = "00"                                OPSCHK00
027407         PERFORM 310-FAIL                                         OPSCHK00
027408         MOVE "FILE NOT PRESENT - RUN CTLVERF" TO CK-TEXT         OPSCHK00
027409         GO TO 265-PUT.                                           OPSCHK00
027410     READ VERF-STATUS AT END                                      OPSCHK00
027411         PERFORM 310-FAIL                                         OPSCHK00
027412         MOVE "FILE EMPTY - RUN CTLVERF" TO CK-TEXT               OPSCHK00
027413         CLOSE VERF-STATUS                                        OPSCHK00
027414         GO TO 265-PUT.                                           OPSCHK00
027415     CLOSE VERF-STATUS.                                           OPSCHK00
027416     IF CV-DATE NOT = TODAY-NUM AND STALE-OK-REPLY NOT = "Y"      OPSCHK00
027417         PERFORM 310-FAIL                                         OPSCHK00
027418         MOVE "RESULT STALE - RERUN CTLVERF" TO CK-TEXT           OPSCHK00
027419         GO TO 265-PUT.                                           OPSCHK00
027420     IF CV-FINDINGS NOT NUMERIC                                   OPSCHK00
027421         PERFORM 310-FAIL                                         OPSCHK00
027422         MOVE "RESULT UNREADABLE - RERUN CTLVERF" TO CK-TEXT      OPSCHK00
027423         GO TO 265-PUT.                                           OPSCHK00
027424     IF CV-FINDINGS IS GREATER THAN 0                             OPSCHK00
027425         PERFORM 310-FAIL                                         OPSCHK00
027426         MOVE CV-FINDINGS TO FT-COUNT                             OPSCHK00
027427         MOVE CV-FIRST-BAD TO FT-FILE                             OPSCHK00
027428         MOVE FINDINGS-TEXT TO CK-TEXT                            OPSCHK00
027429         GO TO 265-PUT.                                           OPSCHK00
027430     PERFORM 300-PASS.                                            OPSCHK00
027431     MOVE "CONTROL FILES VERIFIED" TO CK-TEXT.                    OPSCHK00
027432 265-PUT.                                                         OPSCHK00
027433     WRITE REPORT-REC FROM CHECK-LINE.                            OPSCHK00
027434 260X.   EXIT.                                                    OPSCHK00
027500 300-PASS.                                                        OPSCHK00
027600     MOVE "GO      " TO CK-RESULT.                                OPSCHK00
027700 310-FAIL.                                                        OPSCHK00
