003002   OWN END-OF-JOB TRAILER, WITH THE RECORD-COUNT RECONCILIATION         00
003003   APPLIED TO EVERY COPY.                                               00
003004                                                                        00
003005   A SOURCE CODE IS ACCEPTED AFTER THE COPY COUNT - T (OR BLANK)        00
003006   READS THE SOLT TAPE AS BEFORE, WHILE S TAKES THE DECK STRAIGHT       00
003007   FROM THE DISK SOURCE LIBRARY SRCLIB. WITH S TWO FURTHER ACCEPTS      00
003008   GIVE THE MEMBER NAME AND A FOUR-DIGIT GENERATION NUMBER (0000        00
003009   FOR THE LATEST); THE CARD IMAGES BETWEEN THAT GENERATIONS            00
003010   *MEMBER AND *ENDMBR RECORDS ARE PUNCHED WITH NO TAPE MOUNTED.        00
003011   THE MEMBER AND GENERATION ARE PUNCHED IN COLS. 30-58 OF THE          00
003012   BEGIN-FILE CARD AND LOGGED IN THE AUDIT TRAIL AS SRCMBR AND          00
003013   SRCGEN EVENTS, AND THE DATA CARD COUNT IS CHECKED AGAINST THE        00
003014   COUNT ON THE *ENDMBR RECORD INSTEAD OF SOLTINDX.                     00
003015                                                                        00
003100   EXECUTE PACKETS FOR UTILITY/PUNCHSOLT MUST BE ONE OF THE FOLLOWING:  00
003200      CC EXECUTE UTILITY/PUNCHSOLT                                      00
003300      CC DATA SOLT                                                      00
006550         SELECT  AUDIT-TRAIL     ASSIGN TO DISK.                        00
006551     SELECT AUTH-FILE ASSIGN TO DISK                                    00
006552         FILE STATUS IS AUTH-FILE-STATUS.                               00
006553     SELECT OPER-FILE ASSIGN TO DISK                                    00
006554         FILE STATUS IS OPER-FILE-STATUS.                               00
006560         SELECT  SOLT-INDEX      ASSIGN TO DISK.                        00
006561         SELECT  COPY-HOLD       ASSIGN TO DISK.                        00
006571         SELECT  SRC-LIBRARY     ASSIGN TO DISK.                        00
006600 I-O-CONTROL.  APPLY TECHNIQUE-A ON OUTCRD.                             00
006700 DATA DIVISION.                                                         00
006800 FILE SECTION.                                                          00
006801 FD  OPER-FILE                                                          00
006802     ACCESS SEQUENTIAL                                                  00
006803     BLOCK CONTAINS 1 RECORDS                                           00
006804     VALUE OF ID "OPROSTER"                                             00
006805     DATA RECORD OPER-REC.                                              00
006806 01  OPER-REC        SZ 80.                                             00
006807     05  OR-CODE         PC X(3).                                       00
006808     05  FILLER          SZ 1.                                          00
006809     05  OR-NAME         PC X(20).                                      00
006810     05  FILLER          SZ 1.                                          00
006811     05  OR-STATUS       PC X.                                          00
006812     05  FILLER          SZ 54.                                         00
006900 FD  SOLT-TAPE                                                          00
007000         LABEL RECORD STANDARD                                          00
007100         VALUE OF ID "SOLT"                                             00
009326         BLOCK CONTAINS 15 RECORDS                                      00
009327         DATA RECORD HOLDREC.                                           00
009328 01  HOLDREC                 SZ 80.                                     00
009329 MD  SRC-LIBRARY                                                        00
009330         LABEL RECORD STANDARD                                          00
009331         VALUE OF ID "SRCLIB"                                           00
009332         FILE CONTAINS 60 | 1500 RECORDS                                00
009333         ACCESS MODE SEQUENTIAL                                         00
009334         BLOCK CONTAINS 15 RECORDS                                      00
009335         DATA RECORD LIB-REC.                                           00
009336 01  LIB-REC                 SZ 80.                                     00
009337     05    LB-TAG                 PC X(8).                              00
009338     05    FILLER                 SZ 1.                                 00
009339     05    LB-MEMBER              PC X(20).                             00
009340     05    FILLER                 SZ 1.                                 00
009341     05    LB-DATE                PC 9(6).                              00
009342     05    FILLER                 SZ 1.                                 00
009343     05    LB-COUNT               PC 9(6).                              00
009344     05    FILLER                 SZ 37.                                00
009345 FD  AUTH-FILE                                                          00
009346     ACCESS SEQUENTIAL                                                  00
009347     BLOCK CONTAINS 1 RECORDS                                           00
009348     VALUE OF ID "RUNAUTH"                                              00
009349     DATA RECORD AUTH-REC.                                              00
009350 01  AUTH-REC        SZ 80.                                             00
009351     05  RA-RUN-ID       PC X(7).                                       00
009352     05  FILLER          SZ 1.                                          00
009353     05  RA-PROGRAM      PC X(8).                                       00
009354     05  FILLER          SZ 1.                                          00
009355     05  RA-EXPIRES      PC 9(6).                                       00
009356     05  FILLER          SZ 57.                                         00
009357 FD  AUDIT-TRAIL                                                        00
009358     ACCESS RANDOM ACTUAL KEY IS AU-KEY                                 00
009359         LABEL RECORD STANDARD                                          00
009360         VALUE OF ID "AUDITTRL"                                         00
009361         DATA RECORD AUDIT-REC.                                         00
009362 01  AUDIT-REC               SZ 44.                                     00
009370     05    AU-PROGRAM             PC X(8)  VA "PCHSOLT ".               00
009380     05    AU-DATE                PC 9(6).                              00
009389     05    AU-TIME                PC 9(4).                              00
009390     05    AU-EVENT               PC X(8).                              00
009392     05    AU-RESULT              PC X(8).                              00
009395     05    AU-RUN-ID              PC X(7).                              00
009396     05    AU-OPERATOR            PC X(3).                              00
009397 01  AUDIT-CTL.                                                         00
009398     05  AC-NEXT-SLOT        PC 9(8).                                   00
009399     05  AC-HASH             PC 9(9).                                   00
009400     05  FILLER              SZ 27.                                     00
009401 FD  SOLT-INDEX                                                         00
009402         LABEL RECORD STANDARD                                          00
009403         VALUE OF ID "SOLTINDX"                                         00
009404         DATA RECORD SI-REC.                                            00
009405 01  SI-REC                  SZ 80.                                     00
009406     05    SI-PROGRAM-ID          PC X(20).                             00
009407     05    FILLER                 SZ 1.                                 00
009408     05    SI-DATE                PC 9(6).                              00
009409     05    FILLER                 SZ 1.                                 00
009410     05    SI-INCREMENT           PC 99.                                00
009411     05    FILLER                 SZ 1.                                 00
009412     05    SI-RECORD-COUNT        PC 9(6).                              00
009413     05    FILLER                 SZ 1.                                 00
009414     05    SI-REEL-SERIAL         PC X(6).                              00
009415     05    FILLER                 SZ 1.                                 00
009416     05    SI-RACK-LOC            PC X(5).                              00
009417     05    FILLER                 SZ 30.                                00
009418 WORKING-STORAGE SECTION.                                               00
009419 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                              00
009420 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                           00
009421 77  AU-TIME-HOLD    CMP-1   PC 9(8).                                   00
009428 77  AU-HH           CMP-1   PC 99.                                     00
009442 77  AU-MM           CMP-1   PC 99.                                     00
009456 77  AU-KEY          CMP-1   PC 9(8).                                   00
009470 77  AU-NEXT         CMP-1   PC 9(8).                                   00
009484 01  AU-SAVE-REC             SZ 44.                                     00
009485 77  AU-HASH         VA 0    CMP-1   PC 9(9).                           00
009486 77  AU-REC-SUM              CMP-1   PC 9(6).                           00
009487 77  AU-CX                   CMP-1   PC 99.                             00
009488 77  AU-TX                   CMP-1   PC 99.                             00
009489 77  AU-CODE                 CMP-1   PC 99.                             00
009490 01  AU-HASH-REC.                                                       00
009491     05  AU-HC       OC 44   PC X.                                      00
009492 01  AU-CHAR-SET.                                                       00
009493     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".                00
009494     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".                00
009495 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                                 00
009496     05  AU-CHAR     OC 48   PC X.                                      00
009498 77  RUN-ID-ENTRY            PC X(7).                                   00
009500     77    SUB               CMP-1   PC 9.                              00
009550     77    EOJ-MISSING-FLAG  CMP-1   PC 9   VA 0.                       00
009562 77   HOLD-COUNT      VA 0 CMP-1   PC 9(6).                             00
009563 77   COPY-REC-COUNT       CMP-1   PC 9(6).                             00
009564 77   COPY-PASS-SW    VA 0 CMP-1   PC 9.                                00
009565 77   SOURCE-CODE     VA "T"       PC X.                                00
009566 77   SRC-MEMBER                   PC X(20).                            00
009567 77   SRC-GEN         VA 0         PC 9(4).                             00
009568 77   GEN-CNT         VA 0 CMP-1   PC 9(4).                             00
009569 77   GEN-SEEN        VA 0 CMP-1   PC 9(4).                             00
009570 77   LIB-COPY-SW     VA 0 CMP-1   PC 9.                                00
009571 77   ENDMBR-COUNT    VA 0         PC 9(6).                             00
009572 77   COUNT-SOURCE    VA "SOLTINDX" PC X(8).                            00
009573 01  GEN-RESULT.                                                        00
009574     05   FILLER            PC X(4)  VA "GEN ".                         00
009575     05   GR-GEN            PC 9(4).                                    00
009576 01  BANNER-CARD             SZ 80.                                     00
009577     05   FILLER  PC X(29) VA "BEGIN-FILE     PUNCHOUT/SOLT ".          00
009578     05   BN-MEMBER         PC X(20).                                   00
009579     05   FILLER            PC X(5)  VA " GEN ".                        00
009580     05   BN-GEN            PC 9(4).                                    00
009581     05   FILLER            SZ 22    VA SPACES.                         00
009582 01  EXCEP-CARD.                                                        00
009583     05   FILLER VA "*** EXCEPTION - MISSING END-OF-JOB - TRAILER       00
009584-    "FABRICATED BY PUNCHSOLT ***" SZ 80.                               00
009600 01  MCP-INFORMATION.                                                   00
009700     05   FILLER VA "CC CHANGE 0000000/CARDS TO PUNCHOU/CARDS;END"      00
009800                             SZ 45.                                     00
009810 77  AUTH-TODAY      CMP-1   PC 9(6).                                   00
009820 77  AUTH-DATE-IN            PC 9(6).                                   00
009830 77  OPER-FILE-STATUS VA SPACE       PC X(2).                           00
009840 77  OPERATOR-CODE   VA SPACE        PC X(3).                           00
009850 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                              00
009860 77  OPER-TRIES      VA 0    CMP-1   PC 9.                              00
009900 PROCEDURE DIVISION.                                                    00
009910 DECLARATIVES.                                                          00
009920 VOLUME-SWITCH SECTION.                                                 00
010000         IF COPY-COUNT IS LESS THAN 2                                   00
010001             MOVE 1 TO COPY-COUNT                                       00
010002         ELSE OPEN OUTPUT COPY-HOLD.                                    00
010003         ACCEPT SOURCE-CODE.                                            00
010004         IF SOURCE-CODE = "S"                                           00
010005             ACCEPT SRC-MEMBER                                          00
010006             ACCEPT SRC-GEN.                                            00
010007         IF CHECK-PROGRAM-ID NOT = SPACES                               00
010008                 AND SOURCE-CODE NOT = "S"                              00
010009             PERFORM 0303-SHOW-REEL THRU 0303X.                         00
010010         IF SOURCE-CODE = "S" OPEN OUTPUT OUTCRD                        00
010011         ELSE OPEN INPUT SOLT-TAPE  OUTPUT OUTCRD.                      00
010012     ACCEPT RUN-ID-ENTRY.                                               00
010013         PERFORM AUDIT-START.                                           00
010020         IF SOURCE-CODE = "S" PERFORM 0330-LIB-PICK THRU 0330X.         00
010100         MOVE "BEGIN-FILE     PUNCHOUT/SOLT" TO CARDOUT.                00
010110         IF SOURCE-CODE = "S" MOVE BANNER-CARD TO CARDOUT.              00
010200         PERFORM 0401-PUNCH-CARD.                                       00
010210         IF SOURCE-CODE = "S" GO TO 0340-LIB-READ.                      00
010300         READ SOLT-TAPE  AT END DISPLAY "NO RECORDS ON SOLT TAPE"       00
010350                 MOVE "ABORT   " TO AU-RESULT  PERFORM AUDIT-END        00
010400                 STOP RUN.                                              00
011230         MOVE "999999 END-OF-JOB." TO CARDOUT.                          00
011300         PERFORM 0401-PUNCH-CARD.                                       00
011310         IF EOJ-MISSING-FLAG = 1                                        00
011340             PERFORM 0470-CLOSE-FILES THRU 0470X                        00
011350             DISPLAY "EXCEPTION - END-OF-JOB FABRICATED - DECK NOT"     00
011360             DISPLAY "MARKED READY FOR PUNCHING. OPERATOR MUST REVIEW." 00
011365             MOVE "ABORT   " TO AU-RESULT  PERFORM AUDIT-END           00
011370             STOP RUN.                                                  00
011371         IF SOURCE-CODE = "S" AND RANGE-ACTIVE = 0                      00
011372             PERFORM 0458-ENDMBR-CHECK THRU 0458X                       00
011373         ELSE IF CHECK-PROGRAM-ID NOT = SPACES                          00
011374                 AND RANGE-ACTIVE = 0                                   00
011375             PERFORM 0450-INDEX-CHECK THRU 0450X.                       00
011376         IF MISMATCH-FLAG = 1                                           00
011378             PERFORM 0470-CLOSE-FILES THRU 0470X                        00
011379             DISPLAY "RECORD COUNT DISAGREES WITH " COUNT-SOURCE        00
011380                 " -"                                                   00
011382             DISPLAY "DECK NOT MARKED READY FOR PUNCHING."              00
011384             MOVE "BADCOUNT" TO AU-RESULT  PERFORM AUDIT-END            00
011386             STOP RUN.                                                  00
011388         PERFORM 0460-EXTRA-COPIES THRU 0460X.                          00
011389         IF MISMATCH-FLAG = 1                                           00
011390             PERFORM 0470-CLOSE-FILES THRU 0470X                        00
011391             DISPLAY "MULTI-COPY RUN SUSPECT - DECK NOT"                00
011392             DISPLAY "MARKED READY FOR PUNCHING."                       00
011393             MOVE "BADCOPY " TO AU-RESULT  PERFORM AUDIT-END            00
011394             STOP RUN.                                                  00
011400         PERFORM 0470-CLOSE-FILES THRU 0470X.                           00
011410         PERFORM WITH MCP-INFORMATION.                                  00
011500         DISPLAY "FILE SOLT READY FOR PUNCHING.".                       00
011550         MOVE "OK      " TO AU-RESULT.  PERFORM AUDIT-END.              00
012636         ADD 1 TO CX.                                                   00
012637         GO TO 0462-ONE-COPY.                                           00
012638 0460X.  EXIT.                                                          00
012639 0330-LIB-PICK.                                                         00
012640         NOTE  COUNTS THE GENERATIONS OF THE MEMBER SO A ZERO           00
012641             GENERATION CAN MEAN THE LATEST, THEN LEAVES SRCLIB         00
012642             OPEN FOR 0340-LIB-READ.                                    00
012643         MOVE 0 TO GEN-CNT.                                             00
012644         OPEN INPUT SRC-LIBRARY.                                        00
012645 0332-LIB-COUNT.                                                        00
012646         READ SRC-LIBRARY AT END GO TO 0334-LIB-COUNTED.                00
012647         IF LB-TAG = "*MEMBER " AND LB-MEMBER = SRC-MEMBER              00
012648             ADD 1 TO GEN-CNT.                                          00
012649         GO TO 0332-LIB-COUNT.                                          00
012650 0334-LIB-COUNTED.                                                      00
012651         CLOSE SRC-LIBRARY.                                             00
012652         IF GEN-CNT = 0                                                 00
012653             DISPLAY "MEMBER NOT IN LIBRARY - " SRC-MEMBER              00
012654             MOVE "NOTFOUND" TO AU-RESULT  PERFORM AUDIT-END            00
012655             STOP RUN.                                                  00
012656         IF SRC-GEN = 0 MOVE GEN-CNT TO SRC-GEN.                        00
012657         IF SRC-GEN IS GREATER THAN GEN-CNT                             00
012658             DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS "           00
012659                 GEN-CNT                                                00
012660             MOVE "NOGEN   " TO AU-RESULT  PERFORM AUDIT-END            00
012661             STOP RUN.                                                  00
012662         MOVE SRC-MEMBER TO BN-MEMBER.                                  00
012663         MOVE SRC-GEN TO BN-GEN.                                        00
012664         MOVE "*ENDMBR " TO COUNT-SOURCE.                               00
012665         MOVE 0 TO GEN-SEEN.                                            00
012666         MOVE 0 TO LIB-COPY-SW.                                         00
012667         OPEN INPUT SRC-LIBRARY.                                        00
012668         MOVE TODAYS-DATE TO AU-DATE.                                   00
012669         MOVE "SRCMBR  " TO AU-EVENT.                                   00
012670         MOVE SRC-MEMBER TO AU-RESULT.                                  00
012671         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
012672         MOVE SRC-GEN TO GR-GEN.                                        00
012673         MOVE "SRCGEN  " TO AU-EVENT.                                   00
012674         MOVE GEN-RESULT TO AU-RESULT.                                  00
012675         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
012676 0330X.  EXIT.                                                          00
012677 0340-LIB-READ.                                                         00
012678         NOTE  SKIPS TO THE CHOSEN GENERATIONS *MEMBER RECORD AND       00
012679             PUNCHES ITS CARDS - THE *ENDMBR RECORD ENDS THE DECK       00
012680             AND CARRIES THE COUNT IT IS CHECKED AGAINST.               00
012681         READ SRC-LIBRARY AT END DISPLAY "NO ENDMBR FOR MEMBER"         00
012682                 MOVE 1 TO EOJ-MISSING-FLAG                             00
012683                 GO TO 0316-EOJ.                                        00
012684         IF LB-TAG = "*MEMBER " AND LB-MEMBER = SRC-MEMBER              00
012685             ADD 1 TO GEN-SEEN                                          00
012686             IF GEN-SEEN = SRC-GEN                                      00
012687                 MOVE 1 TO LIB-COPY-SW                                  00
012688                 GO TO 0340-LIB-READ.                                   00
012689         IF LIB-COPY-SW = 0 GO TO 0340-LIB-READ.                        00
012690         IF LB-TAG = "*ENDMBR "                                         00
012691             MOVE LB-COUNT TO ENDMBR-COUNT                              00
012692             GO TO 0316-EOJ.                                            00
012693         IF LB-TAG = "*MEMBER "                                         00
012694             DISPLAY "NO ENDMBR FOR MEMBER"                             00
012695             MOVE 1 TO EOJ-MISSING-FLAG                                 00
012696             GO TO 0316-EOJ.                                            00
012697         MOVE LIB-REC TO CARDOUT.                                       00
012698         IF EOJ-CHECK = "END-OF-JOB" GO TO 0316-EOJ.                    00
012699         PERFORM 0420-RANGE-CHECK THRU 0420X.                           00
012700         IF RANGE-SKIP = 0                                              00
012701             ADD 1 TO DATA-CARD-COUNT                                   00
012702             PERFORM 0401-PUNCH-CARD.                                   00
012703         GO TO 0340-LIB-READ.                                           00
012704 0458-ENDMBR-CHECK.                                                     00
012705         IF DATA-CARD-COUNT NOT = ENDMBR-COUNT                          00
012706             DISPLAY "MEMBER COUNT " DATA-CARD-COUNT                    00
012707             DISPLAY "ENDMBR COUNT " ENDMBR-COUNT                       00
012708             MOVE 1 TO MISMATCH-FLAG.                                   00
012709 0458X.  EXIT.                                                          00
012710 0470-CLOSE-FILES.                                                      00
012711         CLOSE OUTCRD LOCK.                                             00
012712         IF SOURCE-CODE = "S" CLOSE SRC-LIBRARY                         00
012713         ELSE CLOSE SOLT-TAPE.                                          00
012714 0470X.  EXIT.                                                          00
012715 AUDIT-START.                                                           00
012716     PERFORM OPER-SIGNON THRU OPER-X.                                   00
012717     MOVE TODAYS-DATE TO AU-DATE.                                       00
012718     MOVE "START   " TO AU-EVENT.                                       00
012719     MOVE SPACES TO AU-RESULT.                                          00
012720     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
012721 AUDIT-END.                                                             00
012722     MOVE TODAYS-DATE TO AU-DATE.                                       00
012723     MOVE "END     " TO AU-EVENT.                                       00
012724     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
012725 AUDIT-WRITE.                                                           00
012726     COMPUTE AU-TIME-HOLD = DATA (1).                                   00
012727     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                           00
012728     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.                  00
012729     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                             00
012730     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                                    00
012731     OPEN I-O AUDIT-TRAIL.                                              00
012732     MOVE AUDIT-REC TO AU-SAVE-REC.                                     00
012733     MOVE 1 TO AU-KEY.                                                  00
012734     READ AUDIT-TRAIL INVALID KEY                                       00
012735         MOVE 2 TO AC-NEXT-SLOT.                                        00
012736     IF AC-NEXT-SLOT NOT NUMERIC                                        00
012737         MOVE 2 TO AC-NEXT-SLOT.                                        00
012738     IF AC-NEXT-SLOT IS LESS THAN 2                                     00
012739         MOVE 2 TO AC-NEXT-SLOT.                                        00
012740     MOVE AC-NEXT-SLOT TO AU-NEXT.                                      00
012741 AUDIT-SKIP.                                                            00
012742     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY                00
012743         TOOK IT SINCE THE CONTROL RECORD WAS READ -                    00
012744         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP                00
012745         OVERWRITING EACH OTHERS EVENTS.                                00
012746     MOVE AU-NEXT TO AU-KEY.                                            00
012747     READ AUDIT-TRAIL INVALID KEY                                       00
012748         GO TO AUDIT-FREE.                                              00
012749     IF AUDIT-REC = SPACES GO TO AUDIT-FREE.                            00
012750     ADD 1 TO AU-NEXT.                                                  00
012751     GO TO AUDIT-SKIP.                                                  00
012752 AUDIT-FREE.                                                            00
012753     MOVE 1 TO AU-KEY.                                                  00
012754     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.             00
012755     MOVE 0 TO AU-HASH.                                                 00
012756     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                        00
012757     MOVE AU-NEXT TO AU-KEY.                                            00
012758     MOVE AU-SAVE-REC TO AUDIT-REC.                                     00
012759     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                              00
012760 AUDIT-PUT.                                                             00
012761     WRITE AUDIT-REC INVALID KEY                                        00
012762         DISPLAY "AUDIT TRAIL FULL".                                    00
012763     ADD 1 TO AU-NEXT.                                                  00
012764     MOVE 1 TO AU-KEY.                                                  00
012765     MOVE SPACES TO AUDIT-REC.                                          00
012766     MOVE AU-NEXT TO AC-NEXT-SLOT.                                      00
012767     MOVE AU-HASH TO AC-HASH.                                           00
012768     WRITE AUDIT-REC INVALID KEY                                        00
012769         DISPLAY "AUDIT CONTROL ERROR".                                 00
012770     MOVE AU-SAVE-REC TO AUDIT-REC.                                     00
012771     CLOSE AUDIT-TRAIL.                                                 00
012772 AUDIT-HASH.                                                            00
012773     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL              00
012774         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED           00
012775         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND           00
012776         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR               00
012777         REMOVED AFTER IT WAS WRITTEN.                                  00
012778     MOVE AUDIT-REC TO AU-HASH-REC.                                     00
012779     MOVE 0 TO AU-REC-SUM.                                              00
012780     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1                  00
012781         UNTIL AU-CX IS GREATER THAN 44.                                00
012782     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)             00
012783         MOD 999999937.                                                 00
012784     GO TO AUDIT-HASH-X.                                                00
012785 AUDIT-HASH-CHAR.                                                       00
012786     MOVE 49 TO AU-CODE.                                                00
012787     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1                  00
012788         UNTIL AU-TX IS GREATER THAN 48.                                00
012789     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.                 00
012790 AUDIT-HASH-LOOK.                                                       00
012791     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.          00
012792 AUDIT-HASH-X.                                                          00
012793     EXIT.                                                              00
012794 AUTH-CHECK.                                                            00
012795     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED               00
012796         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR                 00
012797         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED                  00
012798         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL                00
012799         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES              00
012800         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.                  00
012801     MOVE 0 TO AUTH-OK-SW.                                              00
012802     OPEN INPUT AUTH-FILE.                                              00
012803     IF AUTH-FILE-STATUS NOT = "00"                                     00
012804         MOVE 1 TO AUTH-OK-SW                                           00
012805         GO TO AUTH-X.                                                  00
012806 AUTH-READ.                                                             00
012807     READ AUTH-FILE AT END GO TO AUTH-DONE.                             00
012808     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.                   00
012809     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                              00
012810     GO TO AUTH-READ.                                                   00
012811 AUTH-DONE.                                                             00
012812     CLOSE AUTH-FILE.                                                   00
012813     IF AUTH-OK-SW = 1 GO TO AUTH-X.                                    00
012814     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".                     00
012815     MOVE TODAYS-DATE TO AU-DATE.                                       00
012816     MOVE "AUTHFAIL" TO AU-EVENT.                                       00
012817     MOVE "REFUSED " TO AU-RESULT.                                      00
012818     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
012819     STOP RUN.                                                          00
012820 AUTH-X.                                                                00
012821     EXIT.                                                              00
012822 AUTH-GRANT.                                                            00
012823     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS                00
012824         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,               00
012825         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND                  00
012826         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                      00
012827     MOVE TODAYS-DATE TO AUTH-DATE-IN.                                  00
012828     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000                  00
012829         + AUTH-DATE-IN DIV 100.                                        00
012830     IF RA-EXPIRES NUMERIC                                              00
012831         IF RA-EXPIRES NOT = 0                                          00
012832             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                      00
012833                 GO TO AUTH-GRANT-X.                                    00
012834     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.                   00
012835     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.                   00
012836 AUTH-GRANT-X.                                                          00
012837     EXIT.                                                              00
012838 OPER-SIGNON.                                                           00
012839     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE            00
012840         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER             00
012841         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY                00
012842         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE             00
012843         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE                 00
012844         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING               00
012845         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                      00
012846     MOVE 0 TO OPER-TRIES.                                              00
012847 OPER-ASK.                                                              00
012848     ADD 1 TO OPER-TRIES.                                               00
012849     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".                  00
012850     ACCEPT OPERATOR-CODE.                                              00
012851     MOVE OPERATOR-CODE TO AU-OPERATOR.                                 00
012852     MOVE 0 TO OPER-OK-SW.                                              00
012853     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                         00
012854     OPEN INPUT OPER-FILE.                                              00
012855     IF OPER-FILE-STATUS NOT = "00"                                     00
012856         MOVE 1 TO OPER-OK-SW                                           00
012857         GO TO OPER-DONE.                                               00
012858 OPER-READ.                                                             00
012859     READ OPER-FILE AT END                                              00
012860         CLOSE OPER-FILE                                                00
012861         GO TO OPER-DONE.                                               00
012862     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.                    00
012863     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                       00
012864     GO TO OPER-READ.                                                   00
012865 OPER-DONE.                                                             00
012866     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                                 00
012867     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".                 00
012868     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                       00
012869     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".                   00
012870     MOVE TODAYS-DATE TO AU-DATE.                                       00
012871     MOVE "SIGNFAIL" TO AU-EVENT.                                       00
012872     MOVE "REFUSED " TO AU-RESULT.                                      00
012873     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
012874     STOP RUN.                                                          00
012875 OPER-AUTH.                                                             00
012876     PERFORM AUTH-CHECK THRU AUTH-X.                                    00
012877 OPER-X.                                                                00
012878     EXIT.                                                              00
012879 END-OF-JOB.                                                            00
