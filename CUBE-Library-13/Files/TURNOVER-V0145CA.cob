001100  INCOMING ONE -                                                        00
001200     PCHQUEUE ENTRIES BY STATUS, WITH THE PENDING AND                   00
001300        IN-PROGRESS ENTRIES LISTED,                                     00
001310        DELIVERD ENTRIES (SENT ON A CARDOUT REEL) COUNTED               00
001320        AS ON TAPE,                                                     00
001400     STAGED PUNCHOUT FILES FROM THE SHARED DIREXT EXTRACT, AND          00
001500     RUNS WITH AN OPEN START IN THE AUDIT TRAIL AND NO END YET          00
001600        (THE SAME UNMATCHED-START LOGIC AUDRPT USES).                   00
006500     BLOCK CONTAINS 1 RECORDS                                     TURNVR00
006600     VALUE OF ID "AUDITTRL"                                       TURNVR00
006700     DATA RECORD AUDIT-REC.                                       TURNVR00
006800 01  AUDIT-REC       SZ 44.                                       TURNVR00
006900     05  AU-PROGRAM      PC X(8).                                 TURNVR00
007000     05  AU-DATE         PC 9(6).                                 TURNVR00
007100     05  AU-TIME         PC 9(4).                                 TURNVR00
007200     05  AU-EVENT        PC X(8).                                 TURNVR00
007300     05  AU-RESULT       PC X(8).                                 TURNVR00
007400     05  AU-RUN-ID       PC X(7).                                 TURNVR00
007410     05  AU-OPERATOR     PC X(3).                                 TURNVR00
007500 FD  REPORT-FILE                                                  TURNVR00
007600         VALUE OF ID "TURNOVER"                                   TURNVR00
007700         DATA RECORD REPORT-REC.                                  TURNVR00
008000 77  PEND-CNT        VA 0    CMP-1   PC 9(4).                     TURNVR00
008100 77  PROG-CNT        VA 0    CMP-1   PC 9(4).                     TURNVR00
008200 77  DONE-CNT        VA 0    CMP-1   PC 9(4).                     TURNVR00
008210 77  TAPE-CNT        VA 0    CMP-1   PC 9(4).                     TURNVR00
008300 77  STAGED-CNT      VA 0    CMP-1   PC 9(4).                     TURNVR00
008400 77  OS-CNT          VA 0    CMP-1   PC 999.                      TURNVR00
008500 77  OS-IX                   CMP-1   PC 999.                      TURNVR00
012200     05  FILLER  PC X(9)  VA "  PUNCHED".                         TURNVR00
012300     05  FILLER      SZ 1     VA SPACE.                           TURNVR00
012400     05  QT-DONE     PC ZZZ9.                                     TURNVR00
012410     05  FILLER  PC X(9)  VA "  ON TAPE".                         TURNVR00
012420     05  FILLER      SZ 1     VA SPACE.                           TURNVR00
012430     05  QT-TAPE     PC ZZZ9.                                     TURNVR00
012440     05  FILLER      SZ 73    VA SPACE.                           TURNVR00
012600 01  STAGE-HEAD      SZ 132.                                      TURNVR00
012700     05  FILLER  PC X(33) VA "STAGED PUNCHOUT FILES AWAITING PU". TURNVR00
012800     05  FILLER  PC X(5)  VA "NCH: ".                             TURNVR00
016100     IF Q-STATUS = "PENDING " ADD 1 TO PEND-CNT.                  TURNVR00
016200     IF Q-STATUS = "INPROGRS" ADD 1 TO PROG-CNT.                  TURNVR00
016300     IF Q-STATUS = "PUNCHED " ADD 1 TO DONE-CNT.                  TURNVR00
016310     IF Q-STATUS = "DELIVERD" ADD 1 TO TAPE-CNT.                  TURNVR00
016400     IF Q-STATUS = "PENDING " OR Q-STATUS = "INPROGRS"            TURNVR00
016500         MOVE Q-FILE-ID TO QL-ID                                  TURNVR00
016600         MOVE Q-MEDIUM TO QL-MED                                  TURNVR00
017400     MOVE PEND-CNT TO QT-PEND.                                    TURNVR00
017500     MOVE PROG-CNT TO QT-PROG.                                    TURNVR00
017600     MOVE DONE-CNT TO QT-DONE.                                    TURNVR00
017610     MOVE TAPE-CNT TO QT-TAPE.                                    TURNVR00
017700     WRITE REPORT-REC FROM QUEUE-TOT-LINE.                        TURNVR00
017800     WRITE REPORT-REC FROM BLANK-LINE.                            TURNVR00
017900 200-STAGED.                                                      TURNVR00
