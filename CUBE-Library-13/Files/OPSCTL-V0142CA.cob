002400  AFTER EACH SCAN OF THE TRAIL THE OPERATOR REPLIES G TO SCAN           00
002500  AGAIN (AFTER RELEASING THE JOBS JUST NAMED) OR Q TO QUIT.             00
002600  ONLY TODAYS TRAIL EVENTS ARE CONSIDERED.                              00
002610                                                                        00
002620  THE JOBDEPS DECK IS NO LONGER PUNCHED BY HAND - RUNSCHED G            00
002630  WRITES IT EACH EVENING FROM THE RUN CALENDAR RUNCAL, AS A             00
002640  CARD-IMAGE FILE READ HERE LIKE A REPLYS DECK, AND RUNSCHED M          00
002650  LISTS THE NEXT MORNING ANY JOB DUE THAT NEVER STARTED.                00
002660  DEPCHK V CHECKS THE DECK BEFORE IT IS GIVEN TO THIS PROGRAM,          00
002670  AND AFTER AN ABORT DEPCHK I LISTS THE JOBS IT SPOILS IN THE           00
002680  ORDER THEY MUST BE RERUN.                                             00
002700                                                                        00
002800                                                                        00
002900 IDENTIFICATION DIVISION.                                         OPSCTL00
006100         BLOCK CONTAINS 1 RECORDS                                 OPSCTL00
006200         VALUE OF ID "AUDITTRL"                                   OPSCTL00
006300         DATA RECORD AUDIT-REC.                                   OPSCTL00
006400 01  AUDIT-REC       SZ 44.                                       OPSCTL00
006500     05  AU-PROGRAM      PC X(8).                                 OPSCTL00
006600     05  AU-DATE         PC 9(6).                                 OPSCTL00
006700     05  AU-TIME         PC 9(4).                                 OPSCTL00
006800     05  AU-EVENT        PC X(8).                                 OPSCTL00
006900     05  AU-RESULT       PC X(8).                                 OPSCTL00
007000     05  AU-RUN-ID       PC X(7).                                 OPSCTL00
007010     05  AU-OPERATOR     PC X(3).                                 OPSCTL00
007100 WORKING-STORAGE SECTION.                                         OPSCTL00
007200 77  JB-CNT          VA 0    CMP-1   PC 99.                       OPSCTL00
007300 77  JB-IX                   CMP-1   PC 99.                       OPSCTL00
