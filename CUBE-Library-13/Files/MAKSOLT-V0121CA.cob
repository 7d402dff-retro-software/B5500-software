003396   THE END-OF-REEL DECLARATIVE ON SOLT-TAPE DISPLAYS A MOUNT-NEXT-      00
003397   REEL MESSAGE AND WRITING CONTINUES ONTO THE NEXT MOUNTED VOLUME      00
003398   WITHOUT OPERATOR INTERVENTION IN THE PROCEDURE DIVISION.             00
003399                                                                        00
003400   A DECK MAY BE HEADED BY A $BATCH CONTROL CARD CARRYING THE           00
003401   BATCH NUMBER, THE NUMBER OF CARDS THAT FOLLOW IT (END-OF-JOB         00
003402   CARD INCLUDED), A HASH FIELD AND ITS EXPECTED TOTAL, AND THE         00
003403   SUBMITTER.  THE HEADER IS NOT WRITTEN TO THE TAPE.  A DECK OUT       00
003404   OF BALANCE IS FLAGGED ON THE LISTING AND THE OPERATOR MAY            00
003405   REFUSE IT - THE NEW REEL IS THEN NOT CATALOGUED AND A POOL           00
003406   REEL GOES BACK TO THE SCRATCH POOL.  A RUN DRIVEN BY A REPLY         00
003407   DECK REFUSES IT WITHOUT ASKING.  EVERY BATCH IS RECORDED IN          00
003408   THE BATCHREG REGISTER (COLUMNS ARE DESCRIBED AT BATCH-TAKE).         00
003410                                                                        00
003420   AT EXECUTION TIME, AFTER THE INCREMENT, THE OPERATOR MUST ALSO       00
003430   ENTER A TWENTY-CHARACTER SOURCE PROGRAM IDENTIFIER (WHATEVER NAME    00
003538   RUN (NEW TAPE AS OLD-SOLT, BACKOUT AS CARDIN) RESTORES THE           00
003539   PRIOR SOURCE EXACTLY.                                                00
003540                                                                        00
003541   THE OLD SOURCE FOR A U-MODE RUN MAY INSTEAD BE A GENERATION OF       00
003542   A MEMBER OF THE DISK SOURCE LIBRARY SRCLIB. AFTER THE OPERATOR       00
003543   SIGN-ON A U-MODE RUN ACCEPTS T (OR BLANK) FOR THE OLD-SOLT TAPE      00
003544   AS BEFORE, OR S FOLLOWED BY THE MEMBER NAME AND A GENERATION         00
003545   NUMBER (0 FOR THE LATEST) - THE CARD IMAGES BETWEEN THAT             00
003546   GENERATIONS *MEMBER AND *ENDMBR RECORDS ARE THEN UPDATED WITH        00
003547   NO OLD TAPE MOUNTED. ON A REPLIES DECK THESE ARE THREE MORE          00
003548   CARDS AFTER THE OPERATOR CODE (THE GENERATION RIGHT-JUSTIFIED        00
003549   IN COLS 1-8). THE MEMBER AND GENERATION ARE PRINTED IN THE           00
003550   SOLTLIST HEADING AND LOGGED IN THE AUDIT TRAIL AS SRCMBR AND         00
003551   SRCGEN EVENTS.                                                       00
003552                                                                        00
003553   AN OPTIONAL CONCORDANCE LISTING IS OFFERED ON THE NORMAL             00
003554   CREATE PASS (REPLY Y AT A FOURTH ACCEPT) - OLD SEQUENCE              00
003555   NUMBER ALONGSIDE THE NEW ONE FOR EVERY CARD, PAGE-BROKEN AND         00
003556   LABELED WITH THE SOURCE PROGRAM IDENTIFIER, SO ANNOTATED             00
003557   LISTINGS AND CROSS-REFERENCES STAY USABLE AFTER THE DECK IS          00
003558   RESEQUENCED.                                                         00
003559                                                                        00
003560   WHEN A REPLYS CARD FILE IS PRESENT IN THE EXECUTE PACKET, THE        00
003562   REPLIES ARE TAKEN FROM IT INSTEAD, ONE PER CARD, IN THE ORDER        00
003565   FUNCTION, INCREMENT, SOURCE PROGRAM IDENTIFIER, CONCORDANCE          00
003568   FLAG, RUN-ID (ALPHAMERIC IN COLS 1-40, NUMERIC AS EIGHT              00
003571   DIGITS IN COLS 1-8), FOLLOWED BY THE PHYSICAL REEL SERIAL            00
003572   (6 CHARACTERS) AND THE RACK LOCATION (5 CHARACTERS), WHICH           00
003573   ARE RECORDED IN THE SOLTINDX ENTRY SO A REEL CAN BE FOUND            00
003574   IN THE RACK, AND LAST THE OPERATOR CODE AT SIGN-ON. NO DECK          00
003575   MEANS THE CONSOLE AS BEFORE.                                         00
003576                                                                        00
003577   EVERY REPLY, FROM THE CONSOLE OR THE DECK, IS ALSO KEPT ON THE       00
003578   SHARED RPLYHIST FILE UNDER PROGRAM AND RUN-ID, SO RPLYGEN CAN        00
003579   PUNCH THE SAME REPLYS DECK FOR A RERUN.                              00
003580                                                                        00
003581   THE OUTPUT REEL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL AND        00
003582   SHOWN ON THE CONSOLE WITH ITS RACK LOCATION FOR MOUNTING; THE        00
003583   SERIAL AND RACK REPLIES ARE STILL READ FROM A REPLYS DECK BUT        00
003584   GIVE WAY TO THE POOL REEL. ONLY WHEN THE POOL IS EMPTY IS THE        00
003585   SERIAL KEYED, AND ONE WHOSE LATEST VOLCAT ENTRY IS STILL             00
003586   INSIDE ITS SAVE FACTOR IS REFUSED WITH THE OWNING FILE ID AND        00
003587   EXPIRY.                                                              00
003588                                                                        00
003589   EACH SOLT REEL IS CATALOGUED WITH VAULT CLASS G AND LOCATION         00
003590   R (VOLCAT COLS 74 AND 72) - VAULTROT KEEPS THE NEWEST SOLT           00
003591   REEL ON SITE AND SENDS THE OLDER GENERATIONS TO THE VAULT.           00
003592                                                                        00
003593   A U-MODE RUN IS MADE UNDER A CHANGE REQUEST - ITS NUMBER IS ONE      00
003594   MORE REPLY (CARD) AFTER THE OLD SOURCE, RIGHT-JUSTIFIED IN COLS      00
003595   1-8. IT MUST BE ON CHGREQ (KEPT BY CHGMNT) FOR THE PROGRAM OR        00
003596   SRCLIB MEMBER AND BE APPROVED OR ALREADY APPLIED, OR THE RUN IS      00
003597   REFUSED. THE NUMBER IS STAMPED IN SOLTINDX COLS 64-69, LOGGED        00
003598   AS A CHGREQ EVENT, AND THE REQUEST IS MARKED APPLIED.                00
003599                                                                        00
003600 IDENTIFICATION DIVISION.                                               00
003700 PROGRAM-ID.  CARD TO UNBLOCKED SOLT TAPE RESEQUENCED "CDSOLT".         00
003800 DATE-COMPILED.                                                         00
004650         SELECT AUDIT-TRAIL  ASSIGN TO DISK.                            00
004651     SELECT AUTH-FILE ASSIGN TO DISK                                    00
004652         FILE STATUS IS AUTH-FILE-STATUS.                               00
004653     SELECT OPER-FILE ASSIGN TO DISK                                    00
004654         FILE STATUS IS OPER-FILE-STATUS.                               00
004655     SELECT REPLY-HIST ASSIGN TO DISK.                                  00
004660         SELECT SOLT-INDEX   ASSIGN TO DISK.                            00
004661         SELECT OPS-MSG      ASSIGN TO DISK.                            00
004662         SELECT BACKOUT-FILE ASSIGN TO DISK.                            00
004663         SELECT VOL-CATALOG  ASSIGN TO DISK.                            00
004673         SELECT SRC-LIBRARY  ASSIGN TO DISK.                            00
004674         SELECT CHG-FILE     ASSIGN TO DISK                             00
004675             FILE STATUS IS CHG-FILE-STATUS.                            00
004676         SELECT BATCH-REG    ASSIGN TO DISK                             00
004677             FILE STATUS IS BREG-FILE-STATUS.                           00
004700 DATA DIVISION.                                                         00
004800 FILE SECTION.                                                          00
004801 FD  OPER-FILE                                                          00
004802     ACCESS SEQUENTIAL                                                  00
004803     BLOCK CONTAINS 1 RECORDS                                           00
004804     VALUE OF ID "OPROSTER"                                             00
004805     DATA RECORD OPER-REC.                                              00
004806 01  OPER-REC        SZ 80.                                             00
004807     05  OR-CODE         PC X(3).                                       00
004808     05  FILLER          SZ 1.                                          00
004809     05  OR-NAME         PC X(20).                                      00
004810     05  FILLER          SZ 1.                                          00
004811     05  OR-STATUS       PC X.                                          00
004812     05  FILLER          SZ 54.                                         00
004813 MD  CHG-FILE                                                           00
004814     ACCESS SEQUENTIAL                                                  00
004815     BLOCK CONTAINS 1 RECORDS                                           00
004816     VALUE OF ID "CHGREQ"                                               00
004817     DATA RECORD CR-REC.                                                00
004818 01  CR-REC          SZ 128.                                            00
004819     05  CR-NUMBER       PC 9(6).                                       00
004820     05  FILLER          SZ 1.                                          00
004821     05  CR-PROGRAM      PC X(20).                                      00
004822     05  FILLER          SZ 1.                                          00
004823     05  CR-STATUS       PC X.                                          00
004824     05  FILLER          SZ 44.                                         00
004825     05  CR-APPLIED      PC 9(6).                                       00
004826     05  FILLER          SZ 1.                                          00
004827     05  CR-APPLY-CNT    PC 99.                                         00
004828     05  FILLER          SZ 46.                                         00
004900 FD  SOLT-TAPE                                                          00
005000         LABEL RECORD STANDARD                                          00
005100         VALUE OF ID "SOLT"                                             00
005200         SAVE-FACTOR 10                                                 00
005300         DATA RECORD SOLTREC.                                           00
005400 01  SOLTREC                 SZ 80.                                     00
005401 MD  REPLY-HIST                                                         00
005402     ACCESS SEQUENTIAL                                                  00
005403     BLOCK CONTAINS 1 RECORDS                                           00
005404     VALUE OF ID "RPLYHIST"                                             00
005405     DATA RECORD RH-REC.                                                00
005406 01  RH-REC          SZ 80.                                             00
005407     05  RH-PROGRAM      PC X(8).                                       00
005408     05  RH-RUN-ID       PC X(7).                                       00
005409     05  RH-RUN-DATE     PC 9(6).                                       00
005410     05  RH-RUN-TIME     PC 9(4).                                       00
005411     05  RH-SEQ          PC 9(3).                                       00
005412     05  RH-KIND         PC X.                                          00
005413     05  RH-OPERATOR     PC X(3).                                       00
005414     05  FILLER          SZ 8.                                          00
005415     05  RH-TEXT         PC X(40).                                      00
005417 MD  BATCH-REG                                                          00
005419     ACCESS SEQUENTIAL                                                  00
005421     BLOCK CONTAINS 1 RECORDS                                           00
005423     VALUE OF ID "BATCHREG"                                             00
005425     DATA RECORD BR-REC.                                                00
005427 01  BR-REC          SZ 80.                                             00
005429     05  BR-DATE         PC 9(6).                                       00
005431     05  FILLER          SZ 1.                                          00
005433     05  BR-TIME         PC 9(4).                                       00
005435     05  FILLER          SZ 1.                                          00
005437     05  BR-PROGRAM      PC X(8).                                       00
005439     05  FILLER          SZ 1.                                          00
005441     05  BR-BATCH        PC X(6).                                       00
005443     05  FILLER          SZ 1.                                          00
005445     05  BR-SUBMIT       PC X(20).                                      00
005447     05  FILLER          SZ 1.                                          00
005449     05  BR-EXP-CNT      PC 9(6).                                       00
005451     05  FILLER          SZ 1.                                          00
005453     05  BR-ACT-CNT      PC 9(6).                                       00
005455     05  FILLER          SZ 1.                                          00
005457     05  BR-STATUS       PC X.                                          00
005459     05  FILLER          SZ 1.                                          00
005461     05  BR-DISP         PC X.                                          00
005463     05  FILLER          SZ 1.                                          00
005465     05  BR-OPERATOR     PC X(3).                                       00
005467     05  FILLER          SZ 1.                                          00
005469     05  BR-RUN-ID       PC X(7).                                       00
005471     05  FILLER          SZ 2.                                          00
005500 FD  CARDIN                                                             00
005600         LABEL RECORD STANDARD                                          00
005700         VALUE OF ID "CARD"                                             00
006303         VALUE OF ID "SOLT"                                             00
006304         DATA RECORD OLDREC.                                            00
006305 01  OLDREC                  SZ 80.                                     00
006306 MD  SRC-LIBRARY                                                        00
006307         LABEL RECORD STANDARD                                          00
006308         VALUE OF ID "SRCLIB"                                           00
006309         FILE CONTAINS 60 | 1500 RECORDS                                00
006310         ACCESS MODE SEQUENTIAL                                         00
006311         BLOCK CONTAINS 15 RECORDS                                      00
006312         DATA RECORD LIB-REC.                                           00
006313 01  LIB-REC                 SZ 80.                                     00
006314     05    LB-TAG                  PC X(8).                             00
006315     05    FILLER           SZ 1.                                       00
006316     05    LB-MEMBER               PC X(20).                            00
006317     05    FILLER           SZ 51.                                      00
006318 FD  LISTING                                                            00
006319         VALUE OF ID "SOLTLIST"                                         00
006320         DATA RECORD LIST-REC.                                          00
006321 01  LIST-REC                SZ 132.                                    00
006322 FD  REPLY-CARDS                                                        00
006323         LABEL RECORD STANDARD                                          00
006324         VALUE OF ID "REPLYS"                                           00
006325         DATA RECORDS REPLY-REC REPLY-NUM.                              00
006326 01  REPLY-REC           SZ 80.                                         00
006327     05  RP-X40              PC X(40).                                  00
006328     05  FILLER              SZ 40.                                     00
006329 01  REPLY-NUM           SZ 80.                                         00
006330     05  RP-D8               PC 9(8).                                   00
006331     05  FILLER              SZ 72.                                     00
006332 FD  AUTH-FILE                                                          00
006333     ACCESS SEQUENTIAL                                                  00
006334     BLOCK CONTAINS 1 RECORDS                                           00
006335     VALUE OF ID "RUNAUTH"                                              00
006336     DATA RECORD AUTH-REC.                                              00
006337 01  AUTH-REC        SZ 80.                                             00
006338     05  RA-RUN-ID       PC X(7).                                       00
006339     05  FILLER          SZ 1.                                          00
006340     05  RA-PROGRAM      PC X(8).                                       00
006341     05  FILLER          SZ 1.                                          00
006342     05  RA-EXPIRES      PC 9(6).                                       00
006343     05  FILLER          SZ 57.                                         00
006344 FD  AUDIT-TRAIL                                                        00
006345     ACCESS RANDOM ACTUAL KEY IS AU-KEY                                 00
006346         LABEL RECORD STANDARD                                          00
006347         VALUE OF ID "AUDITTRL"                                         00
006348         DATA RECORD AUDIT-REC.                                         00
006349 01  AUDIT-REC               SZ 44.                                     00
006350     05    AU-PROGRAM             PC X(8)  VA "MAKESOLT".               00
006351     05    AU-DATE                PC 9(6).                              00
006352     05    AU-TIME                PC 9(4).                              00
006353     05    AU-EVENT               PC X(8).                              00
006354     05    AU-RESULT              PC X(8).                              00
006355     05    AU-RUN-ID              PC X(7).                              00
006356     05    AU-OPERATOR            PC X(3).                              00
006357 01  AUDIT-CTL.                                                         00
006358     05  AC-NEXT-SLOT        PC 9(8).                                   00
006359     05  AC-HASH             PC 9(9).                                   00
006360     05  FILLER              SZ 27.                                     00
006361 MD  VOL-CATALOG                                                        00
006362     ACCESS SEQUENTIAL                                                  00
006363     BLOCK CONTAINS 1 RECORDS                                           00
006364     VALUE OF ID "VOLCAT"                                               00
006365     DATA RECORD VC-REC.                                                00
006366 01  VC-REC          SZ 80.                                             00
006367     05  VC-SERIAL       PC X(6).                                       00
006368     05  FILLER          SZ 1.                                          00
006369     05  VC-FILE-ID      PC X(8).                                       00
006370     05  FILLER          SZ 1.                                          00
006371     05  VC-PROGRAM      PC X(8).                                       00
006372     05  FILLER          SZ 1.                                          00
006373     05  VC-DATE         PC 9(6).                                       00
006374     05  FILLER          SZ 1.                                          00
006375     05  VC-SAVE         PC 9(3).                                       00
006376     05  FILLER          SZ 28.                                         00
006377     05  VC-POOL         PC X.                                          00
006378     05  FILLER          SZ 1.                                          00
006379     05  VC-RACK         PC X(5).                                       00
006380     05  FILLER          SZ 1.                                          00
006381     05  VC-LOC          PC X.                                          00
006382     05  FILLER          SZ 1.                                          00
006383     05  VC-CLASS        PC X.                                          00
006384     05  FILLER          SZ 6.                                          00
006385 MD  BACKOUT-FILE                                                       00
006386         LABEL RECORD STANDARD                                          00
006387         VALUE OF ID "BACKOUT"                                          00
006388         SAVE-FACTOR 10                                                 00
006389         FILE CONTAINS 6 | 1500 RECORDS                                 00
006390         ACCESS MODE SEQUENTIAL                                         00
006391         BLOCK CONTAINS 15 RECORDS                                      00
006392         DATA RECORD BKREC.                                             00
006393 01  BKREC                   SZ 80.                                     00
006394 FD  OPS-MSG                                                            00
006395         LABEL RECORD STANDARD                                          00
006396         VALUE OF ID "OPSMSG"                                           00
006397         DATA RECORD MSG-REC.                                           00
006398 01  MSG-REC             SZ 80.                                         00
006399     05    MSG-PROGRAM          PC X(8).                                00
006400     05    FILLER         SZ 1.                                         00
006401     05    MSG-DATE             PC 9(6).                                00
006402     05    FILLER         SZ 1.                                         00
006403     05    MSG-TIME             PC 9(4).                                00
006404     05    FILLER         SZ 1.                                         00
006405     05    MSG-TEXT             PC X(50).                               00
006406     05    FILLER         SZ 1.                                         00
006407     05    MSG-OPERATOR         PC X(3).                                00
006408     05    FILLER         SZ 5.                                         00
006409 FD  SOLT-INDEX                                                        00
006410         LABEL RECORD STANDARD                                         00
006411         VALUE OF ID "SOLTINDX"                                        00
006412         DATA RECORD SI-REC.                                           00
006413 01  SI-REC                  SZ 80.                                    00
006414     05    SI-PROGRAM-ID          PC X(20).                            00
006415     05    FILLER                 SZ 1.                                00
006416     05    SI-DATE                PC 9(6).                             00
006417     05    FILLER                 SZ 1.                                00
006418     05    SI-INCREMENT           PC 99.                               00
006419     05    FILLER                 SZ 1.                                00
006420     05    SI-RECORD-COUNT        PC 9(6).                             00
006421     05    FILLER                 SZ 1.                                 00
006422     05    SI-REEL-SERIAL         PC X(6).                              00
006423     05    FILLER                 SZ 1.                                 00
006424     05    SI-RACK-LOC            PC X(5).                              00
006425     05    FILLER                 SZ 13.                                00
006426     05    SI-CHG-REQ             PC X(6).                              00
006427     05    FILLER                 SZ 11.                                00
006428 WORKING-STORAGE SECTION.                                               00
006429 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                              00
006430 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                           00
006431 77  AUTH-TODAY      CMP-1   PC 9(6).                                   00
006432 77  AUTH-DATE-IN            PC 9(6).                                   00
006433 77  OPER-FILE-STATUS VA SPACE       PC X(2).                           00
006434 77  OPERATOR-CODE   VA SPACE        PC X(3).                           00
006435 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                              00
006436 77  OPER-TRIES      VA 0    CMP-1   PC 9.                              00
006437 77  AU-TIME-HOLD    CMP-1   PC 9(8).                                   00
006438 77  AU-HH           CMP-1   PC 99.                                     00
006442 77  AU-MM           CMP-1   PC 99.                                     00
006456 77  AU-KEY          CMP-1   PC 9(8).                                   00
006470 77  AU-NEXT         CMP-1   PC 9(8).                                   00
006484 01  AU-SAVE-REC             SZ 44.                                     00
006485 77  AU-HASH         VA 0    CMP-1   PC 9(9).                           00
006486 77  AU-REC-SUM              CMP-1   PC 9(6).                           00
006487 77  AU-CX                   CMP-1   PC 99.                             00
006488 77  AU-TX                   CMP-1   PC 99.                             00
006489 77  AU-CODE                 CMP-1   PC 99.                             00
006490 01  AU-HASH-REC.                                                       00
006491     05  AU-HC       OC 44   PC X.                                      00
006492 01  AU-CHAR-SET.                                                       00
006493     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".                00
006494     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".                00
006495 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                                 00
006496     05  AU-CHAR     OC 48   PC X.                                      00
006498 77  RUN-ID-ENTRY            PC X(7).                                   00
006499 01  MSG-TEXT-WORK           PC X(50).                                  00
006500     77   ACCUM-SEQ-NO    VA 0    CMP-1   PC 999999.                    00
006501 77   BATCH-SW        VA 0 CMP-1   PC 9.                                00
006502 77   BATCH-FIRST     VA 1 CMP-1   PC 9.                                00
006503 77   BATCH-SKIP      VA 0 CMP-1   PC 9.                                00
006504 77   BATCH-LIST-SW   VA 0 CMP-1   PC 9.                                00
006505 77   BATCH-COUNT     VA 0 CMP-1   PC 9(6).                             00
006506 77   BATCH-HASH      VA 0         PC 9(12).                            00
006507 77   BATCH-VALUE     VA 0 CMP-1   PC 9(8).                             00
006508 77   BATCH-DIGIT                  PC 9.                                00
006509 77   BATCH-CX             CMP-1   PC 999.                              00
006510 77   BATCH-TO             CMP-1   PC 999.                              00
006511 77   BATCH-STATUS    VA SPACE     PC X.                                00
006512 77   BATCH-DISP      VA "A"       PC X.                                00
006513 77   BATCH-REPLY     VA SPACE     PC X.                                00
006514 77   BREG-FILE-STATUS VA SPACE    PC X(2).                             00
006515 77   VOL-RET-CNT     VA 0 CMP-1   PC 9(4).                             00
006516 01   BATCH-HDR               SZ 80.                                    00
006517      05    BH-TAG                  PC X(6).                            00
006518      05    FILLER                  SZ 1.                               00
006519      05    BH-BATCH                PC X(6).                            00
006520      05    FILLER                  SZ 1.                               00
006521      05    BH-COUNT                PC 9(6).                            00
006522      05    FILLER                  SZ 1.                               00
006523      05    BH-FROM                 PC 99.                              00
006524      05    FILLER                  SZ 1.                               00
006525      05    BH-LEN                  PC 9.                               00
006526      05    FILLER                  SZ 1.                               00
006527      05    BH-HASH                 PC 9(12).                           00
006528      05    FILLER                  SZ 1.                               00
006529      05    BH-SUBMIT               PC X(20).                           00
006530      05    FILLER                  SZ 21.                              00
006531 01   BATCH-CARD.                                                       00
006532      05    BATCH-CH      OC 80     PC X.                               00
006533 01   BATCH-STARS.                                                      00
006534      05    FILLER  VA " "          SZ 1.                               00
006535      05    FILLER  VA "**************************************"         00
006536            SZ 38.                                                      00
006537      05    FILLER  VA "**************************************"         00
006538            SZ 38.                                                      00
006539      05    FILLER  VA "***"        SZ 3.                               00
006540 01   BATCH-LINE-A            SZ 80.                                    00
006541      05    FILLER  VA " "          SZ 1.                               00
006542      05    BL-FLAG                 PC X(4).                            00
006543      05    FILLER  VA "BATCH "     SZ 6.                               00
006544      05    BL-BATCH                PC X(6).                            00
006545      05    FILLER  VA " "          SZ 1.                               00
006546      05    BL-STATE                PC X(14).                           00
006547      05    BL-FLAG2                PC X(4).                            00
006548      05    FILLER  VA " SUBMITTED BY " SZ 14.                          00
006549      05    BL-SUBMIT               PC X(20).                           00
006550      05    FILLER  VA SPACES       SZ 10.                              00
006551 01   BATCH-LINE-B            SZ 80.                                    00
006552      05    FILLER  VA " "          SZ 1.                               00
006553      05    FILLER  VA "    CARDS EXPECTED " SZ 19.                     00
006554      05    BL-EXP-CNT              PC ZZZZZ9.                          00
006555      05    FILLER  VA "   READ "   SZ 8.                               00
006556      05    BL-ACT-CNT              PC ZZZZZ9.                          00
006557      05    FILLER  VA "   HASH COLUMNS " SZ 16.                        00
006558      05    BL-FROM                 PC Z9.                              00
006559      05    FILLER  VA "-"          SZ 1.                               00
006560      05    BL-TO                   PC Z9.                              00
006561      05    FILLER  VA SPACES       SZ 19.                              00
006562 01   BATCH-LINE-C            SZ 80.                                    00
006563      05    FILLER  VA " "          SZ 1.                               00
006564      05    FILLER  VA "    HASH EXPECTED  " SZ 19.                     00
006565      05    BL-EXP-HASH             PC Z(11)9.                          00
006566      05    FILLER  VA "   READ "   SZ 8.                               00
006567      05    BL-ACT-HASH             PC Z(11)9.                          00
006568      05    FILLER  VA SPACES       SZ 28.                              00
006569 01   BATCH-LINE-D            SZ 80.                                    00
006570      05    FILLER  VA "     "     SZ 5.                                00
006571      05    BL-TEXT                 PC X(50).                           00
006572      05    FILLER  VA SPACES       SZ 25.                              00
006573 01   BATCH-MSG               SZ 50.                                    00
006574      05    FILLER  VA "BATCH "     SZ 6.                               00
006575      05    BM-BATCH                PC X(6).                            00
006576      05    FILLER  VA " "          SZ 1.                               00
006577      05    BM-STATE                PC X(14).                           00
006578      05    FILLER  VA " - "        SZ 3.                               00
006579      05    BM-DISP                 PC X(8).                            00
006580      05    FILLER  VA SPACES       SZ 12.                              00
006600     77    TWO-DIGIT-INCREMENT          PC 99.                          00
006601 77  RPLY-X                  PC X(40).                                  00
006602 77  RPLY-D                  PC 9(8).                                   00
006603 77  RPLY-KIND               PC X.                                      00
006604 77  RPLY-DATE       VA 0    PC 9(6).                                   00
006605 77  RPLY-TIME       VA 0    PC 9(4).                                   00
006606 77  RPLY-SEQ        VA 0    CMP-1   PC 999.                            00
006607 77  RPLY-CNT        VA 0    CMP-1   PC 99.                             00
006608 77  RPLY-IX                 CMP-1   PC 99.                             00
006609 77  RPLY-READY      VA 0    CMP-1   PC 9.                              00
006610 01  RPLY-TABLE.                                                        00
006611     05  RT-ENTRY  OC 20.                                               00
006612         10  RT-KIND         PC X.                                      00
006613         10  RT-TEXT         PC X(40).                                  00
006614         10  RT-SEQ    CMP   PC 999.                                    00
006615 77   CHG-FILE-STATUS VA SPACE     PC X(2).                             00
006616 77   CHG-OK-SW       VA 0 CMP-1   PC 9.                                00
006617 77   CHG-REQ-NO      VA 0         PC 9(6).                             00
006618 77   CHG-STAMP       VA SPACE     PC X(6).                             00
006619 01   CHG-RESULT.                                                       00
006620     05    FILLER  VA "CR"         SZ 2.                                00
006621     05    CRR-NUMBER              PC 9(6).                             00
006650 77   WORK-SEQ-NO     VA 0    CMP-1   PC 9999999.                       00
006660 77   SOURCE-PROGRAM-ID            PC X(20).                           00
006670 77   DATA-REC-COUNT  VA 0    CMP-1   PC 9(6).                         00
006675 77   VOL-FILE-ID    VA "SOLT    " PC X(8).                             00
006676 77   VOL-PROGRAM    VA "MAKESOLT" PC X(8).                             00
006677 77   VOL-SAVE       VA 10         PC 9(3).                             00
006678 77   VOL-RACK     VA SPACES     PC X(5).                               00
006679 77   VOL-CLASS      VA "G"        PC X.                                00
006680 77   VOL-POOL-SW  VA 0  CMP-1   PC 9.                                  00
006681 77   VOL-REFUSE-SW VA 0 CMP-1   PC 9.                                  00
006682 77   VOL-HOLD-SW  VA 0  CMP-1   PC 9.                                  00
006683 77   VOL-HOLD-FILE              PC X(8).                               00
006684 77   VOL-HOLD-DATE              PC 9(6).                               00
006685 77   VOL-HOLD-SAVE              PC 9(3).                               00
006686 77   VOL-HOLD-POOL              PC X.                                  00
006687 77   VOL-TODAY-NO       CMP-1   PC 9(8).                               00
006688 77   VOL-EXP-NO         CMP-1   PC 9(8).                               00
006689 77   VOL-DOY            CMP-1   PC 9(4).                               00
006690 77   VOL-YY             CMP-1   PC 99.                                 00
006691 77   VOL-MM             CMP-1   PC 99.                                 00
006692 77   VOL-MX             CMP-1   PC 99.                                 00
006693 77   VOL-EXPIRES                PC 9(6).                               00
006694 77   VOL-EXP-EDIT               PC 99/99/99.                           00
006695 01  VOL-DATE-WORK.                                                     00
006696     05  VOL-DW-MM              PC 99.                                  00
006697     05  VOL-DW-DD              PC 99.                                  00
006698     05  VOL-DW-YY              PC 99.                                  00
006699 01  VOL-CUM-SET.                                                       00
006700     05  FILLER  PC X(18) VA "000031059090120151".                      00
006701     05  FILLER  PC X(18) VA "181212243273304334".                      00
006702 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                                 00
006703     05  VOL-CUM-DAYS   OC 12   PC 999.                                 00
006704 77   CONCORD-FLAG    VA "N"       PC X.                                00
006705 77   REPLY-MODE      VA 0 CMP-1   PC 9.                                00
006706 77   REPLY-PENDING   VA 0 CMP-1   PC 9.                                00
006707 77   OLD-EOF-SW      VA 0 CMP-1   PC 9.                                00
006708 77   CARD-EOF-SW     VA 0 CMP-1   PC 9.                                00
006709 77   OLD-SOURCE      VA "T"       PC X.                                00
006710 77   SRC-MEMBER                   PC X(20).                            00
006711 77   SRC-GEN         VA 0         PC 9(4).                             00
006712 77   GEN-CNT         VA 0 CMP-1   PC 9(4).                             00
006713 77   GEN-SEEN        VA 0 CMP-1   PC 9(4).                             00
006714 77   LIB-COPY-SW     VA 0 CMP-1   PC 9.                                00
006715 77   GEN-EDIT                     PC ZZZ9.                             00
006716 01   GEN-RESULT.                                                       00
006717     05    FILLER  VA "GEN "       SZ 4.                                00
006718     05    GR-GEN                  PC 9(4).                             00
006719 01   OLD-HOLD.                                                         00
006720     05    OH-SEQNO                PC 9(6).                             00
006721     05    FILLER           SZ 1.                                       00
006722     05    OH-EOJ           SZ 10.                                      00
006723     05    FILLER           SZ 63.                                      00
006724 01   CARD-HOLD.                                                        00
006725     05    CD-COL1                 PC X.                                00
006726     05    CD-ACTION               PC X.                                00
006727     05    FILLER           SZ 1.                                       00
006728     05    CD-SEQ1                 PC 9(6).                             00
006729     05    FILLER           SZ 1.                                       00
006730     05    CD-SEQ2                 PC 9(6).                             00
006731     05    FILLER           SZ 64.                                      00
006732 77   LAST-NEW-SEQ    VA 0 CMP-1   PC 9(6).                             00
006733 77   TEXT-FIRST-SEQ  VA 0 CMP-1   PC 9(6).                             00
006734 77   TEXT-LAST-SEQ   VA 0 CMP-1   PC 9(6).                             00
006735 77   TEXT-CARD-CNT   VA 0 CMP-1   PC 9(4).                             00
006736 77   CAPTURE-TEXT-SW VA 0 CMP-1   PC 9.                                00
006737 77   OLD-SAVED-SW    VA 0 CMP-1   PC 9.                                00
006738 77   DEL-HDR-SW      VA 0 CMP-1   PC 9.                                00
006739 77   BK-SECOND-SEQ        CMP-1   PC 9(6).                             00
006740 01   OLD-SAVED               SZ 80.                                    00
006741 01   BK-CARD.                                                          00
006742     05    BK-COL1                 PC X.                                00
006743     05    BK-ACTION               PC X.                                00
006744     05    FILLER           SZ 1   VA SPACE.                            00
006745     05    BK-SEQ1                 PC 9(6).                             00
006746     05    FILLER           SZ 1   VA SPACE.                            00
006747     05    BK-SEQ2                 PC 9(6).                             00
006748     05    FILLER           SZ 64  VA SPACES.                           00
006749 01   WORK-CARD.                                                        00
006750     05    WC-SEQNO                PC 9(6).                             00
006751     05    FILLER           SZ 74.                                      00
006752 01   CHANGE-LINE             SZ 132.                                   00
006753     05    CL-ACTION               PC X(8).                             00
006754     05    FILLER  VA "OLD SEQ "   SZ 8.                                00
006755     05    CL-SEQ                  PC 9(6).                             00
006756     05    FILLER           SZ 110.                                     00
006757 01   UPDATE-HEAD             SZ 132.                                   00
006758     05    FILLER  VA "SOLT LIBRARY UPDATE - " SZ 22.                   00
006759     05    UH-ID                   PC X(20).                            00
006760     05    UH-SRC  VA SPACES       PC X(16).                            00
006761     05    UH-MEMBER VA SPACES     PC X(20).                            00
006762     05    UH-GLIT VA SPACES       PC X(12).                            00
006763     05    UH-GEN  VA SPACES       PC X(4).                             00
006764     05    FILLER           SZ 38.                                      00
006765 77   CONC-LINE-CNT   VA 99 CMP-1  PC 99.                               00
006766 77   CONC-PAGE       VA 0  CMP-1  PC 9(4).                             00
006767 01   CONCORD-HEAD            SZ 132.                                   00
006768     05    FILLER  VA "RESEQUENCE CONCORDANCE - " SZ 25.                00
006769     05    CH-ID                   PC X(20).                            00
006770     05    FILLER  VA " PAGE "     SZ 6.                                00
006771     05    CH-PAGE                 PC ZZZ9.                             00
006772     05    FILLER           SZ 77.                                      00
006773 01   CONCORD-LINE            SZ 132.                                   00
006774     05    FILLER           SZ 2.                                       00
006775     05    CO-OLD                  PC X(6).                             00
006776     05    FILLER  VA " BECOMES "  SZ 9.                                00
006777     05    CO-NEW                  PC 9(6).                             00
006778     05    FILLER           SZ 109.                                     00
006779 PROCEDURE DIVISION.                                                    00
006780 DECLARATIVES.                                                          00
006781 VOLUME-SWITCH SECTION.                                                 00
006782     USE AFTER STANDARD ENDING FILE LABEL PROCEDURE ON                  00
006783         SOLT-TAPE.                                                     00
006784 VOLUME-SWITCH-PARA.                                                    00
006785     DISPLAY "SOLT-TAPE - END OF REEL - MOUNT NEXT REEL TO"             00
006786         " CONTINUE".                                                   00
006787     MOVE "SOLT-TAPE END OF REEL - MOUNT NEXT REEL" TO                  00
006788         MSG-TEXT-WORK.                                                 00
006789 VS-JOURNAL.                                                            00
006790     NOTE  THE MOUNT-NEXT-REEL MESSAGE SCROLLS OFF THE SPO -            00
006791         IT IS ALSO APPENDED TO THE SHARED OPSMSG JOURNAL SO            00
006792         THE MORNING REVIEW CAN SEE THE NIGHT SHIFT SAW IT.             00
006793     OPEN I-O OPS-MSG.                                                  00
006794 VS-JOURNAL-SKIP.                                                       00
006795     READ OPS-MSG AT END GO TO VS-JOURNAL-PUT.                          00
006796     GO TO VS-JOURNAL-SKIP.                                             00
006797 VS-JOURNAL-PUT.                                                        00
006798     MOVE SPACES TO MSG-REC.  MOVE OPERATOR-CODE TO MSG-OPERATOR.       00
006799     MOVE AU-PROGRAM TO MSG-PROGRAM.                                    00
006800     MOVE TODAYS-DATE TO MSG-DATE.                                      00
006801     COMPUTE AU-TIME-HOLD = DATA (1).                                   00
006802     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                           00
006803     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.                  00
006804     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                            00
006805     MOVE MSG-TEXT-WORK TO MSG-TEXT.                                    00
006806     WRITE MSG-REC.                                                     00
006807     CLOSE OPS-MSG.                                                     00
006808 END DECLARATIVES.                                                      00
006809 MAIN-LINE SECTION.                                                     00
006810 0205-FUNCTION.                                                         00
006811         PERFORM CHECK-REPLY-CARDS THRU CHECK-REPLY-X.                  00
006812         IF REPLY-MODE = 1                                              00
006813             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006814             MOVE RP-X40 TO RUN-FUNCTION                                00
006815         ELSE ACCEPT RUN-FUNCTION.                                      00
006816         MOVE RUN-FUNCTION TO RPLY-X.                                   00
006817         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006818 0206.   IF REPLY-MODE = 1                                              00
006819             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006820             MOVE RP-D8 TO TWO-DIGIT-INCREMENT                          00
006821         ELSE ACCEPT TWO-DIGIT-INCREMENT.                               00
006822         MOVE TWO-DIGIT-INCREMENT TO RPLY-D.                            00
006823         PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                          00
006824         IF TWO-DIGIT-INCREMENT = ZERO                                  00
006825             DISPLAY "INVALID INCREMENT - MUST BE NON-ZERO."            00
006830             GO TO 0206.                                                00
006838         IF REPLY-MODE = 1                                              00
006846             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006854             MOVE RP-X40 TO SOURCE-PROGRAM-ID                           00
006862         ELSE ACCEPT SOURCE-PROGRAM-ID.                                 00
006863         MOVE SOURCE-PROGRAM-ID TO RPLY-X.                              00
006864         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006870         IF REPLY-MODE = 1                                              00
006878             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006886             MOVE RP-X40 TO CONCORD-FLAG                                00
006894         ELSE ACCEPT CONCORD-FLAG.                                      00
006895         MOVE CONCORD-FLAG TO RPLY-X.                                   00
006896         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006900         OPEN OUTPUT SOLT-TAPE  INPUT CARDIN.                           00
006902         IF REPLY-MODE = 1                                              00
006904             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006906             MOVE RP-X40 TO RUN-ID-ENTRY                                00
006908         ELSE ACCEPT RUN-ID-ENTRY.                                      00
006909         MOVE RUN-ID-ENTRY TO RPLY-X.                                   00
006910         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006911 0207.   PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                        00
006912         IF REPLY-MODE = 1                                              00
006913             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006914             MOVE RP-X40 TO REEL-SERIAL-IN.                             00
006915         IF VOL-POOL-SW = 1                                             00
006916             MOVE VOL-SERIAL-IN TO REEL-SERIAL-IN                       00
006917             GO TO 0208.                                                00
006918         IF REPLY-MODE = 0                                              00
006919             DISPLAY "SCRATCH POOL EMPTY - ENTER REEL SERIAL"           00
006920             ACCEPT REEL-SERIAL-IN.                                     00
006921 0207-CHECK.                                                            00
006922         MOVE REEL-SERIAL-IN TO VOL-SERIAL-IN.                          00
006923         PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                      00
006924         IF VOL-REFUSE-SW = 1                                           00
006925             DISPLAY "ENTER ANOTHER REEL SERIAL"                        00
006926             ACCEPT REEL-SERIAL-IN                                      00
006927             GO TO 0207-CHECK.                                          00
006928 0208.   MOVE REEL-SERIAL-IN TO RPLY-X.                                 00
006929         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006930         IF REPLY-MODE = 1                                              00
006931             PERFORM GET-REPLY THRU GET-REPLY-X                         00
006932             MOVE RP-X40 TO RACK-LOC-IN                                 00
006933         ELSE                                                           00
006934             IF VOL-RACK = SPACES                                       00
006935                 ACCEPT RACK-LOC-IN.                                    00
006936         IF VOL-RACK NOT = SPACES                                       00
006937             MOVE VOL-RACK TO RACK-LOC-IN.                              00
006938         MOVE RACK-LOC-IN TO RPLY-X.                                    00
006939         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
006940         PERFORM AUDIT-START.                                           00
006941         IF RUN-FUNCTION = "U"                                          00
006942             PERFORM 0501-OLD-SOURCE THRU 0501X                         00
006943             PERFORM 0503-CHGREQ THRU 0503X                             00
006944             OPEN OUTPUT LISTING                                        00
006945             OPEN OUTPUT BACKOUT-FILE                                   00
006950             MOVE SOURCE-PROGRAM-ID TO UH-ID                            00
006960             WRITE LIST-REC FROM UPDATE-HEAD                            00
006970                 BEFORE ADVANCING 2 LINES                               00
007000 0210.                                                                  00
007100         READ CARDIN  AT END DISPLAY "END-OF-JOB MISSING"               00
007200                 GO TO 0218-EOJ.                                        00
007210         MOVE CARDREC TO BATCH-CARD.                                    00
007220         PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                          00
007230         IF BATCH-SKIP = 1 GO TO 0210.                                  00
007300         IF EOJ-CHECK = "END-OF-JOB" GO TO 0218-EOJ.                    00
007400 ADD TWO-DIGIT-INCREMENT TO ACCUM-SEQ-NO GIVING WORK-SEQ-NO.            00
007420 IF WORK-SEQ-NO } 999999 GO TO 0215-SEQ-OVERFLOW.                       00
007870     CLOSE SOLT-TAPE LOCK CARDIN.  STOP RUN.                            00
007900 0218-EOJ.                                                              00
008000        MOVE "999999 END-OF-JOB." TO SOLTREC. WRITE SOLTREC.            00
008010         PERFORM BATCH-CHECK THRU BATCH-CHECK-X.                        00
008020         IF BATCH-DISP = "R" GO TO 0219-REFUSED.                        00
008050         MOVE "OK      " TO AU-RESULT.  PERFORM AUDIT-END.              00
008070         PERFORM CATALOG-WRITE THRU CATALOG-PUT.                        00
008080         IF CONCORD-FLAG = "Y" CLOSE LISTING.                           00
008085         IF BATCH-LIST-SW = 1 CLOSE LISTING.                            00
008100         CLOSE SOLT-TAPE LOCK CARDIN.                                   00
008200         STOP RUN.                                                      00
008201 0219-REFUSED.                                                          00
008202         DISPLAY "DECK REFUSED - SOLT REEL NOT CATALOGUED".             00
008203         PERFORM VOLCAT-RETURN THRU VOLCAT-RETURN-X.                    00
008204         MOVE "REFUSED " TO AU-RESULT.  PERFORM AUDIT-END.              00
008205         IF CONCORD-FLAG = "Y" OR BATCH-LIST-SW = 1 CLOSE LISTING.      00
008206         CLOSE SOLT-TAPE CARDIN.                                        00
008207         STOP RUN.                                                      00
008210 AUDIT-START.                                                           00
008211     PERFORM OPER-SIGNON THRU OPER-X.                                   00
008212     MOVE TODAYS-DATE TO AU-DATE.                                       00
008214     MOVE "START   " TO AU-EVENT.                                       00
008216     MOVE SPACES TO AU-RESULT.                                          00
008218     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
008219     MOVE AU-DATE TO RPLY-DATE.  MOVE AU-TIME TO RPLY-TIME.             00
008220     MOVE 1 TO RPLY-READY.                                              00
008221     PERFORM REPLY-FLUSH THRU REPLY-LOG-X.                              00
008222 AUDIT-END.                                                             00
008223     MOVE TODAYS-DATE TO AU-DATE.                                       00
008224     MOVE "END     " TO AU-EVENT.                                       00
008226     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
008228 AUDIT-WRITE.                                                           00
008253     ADD 1 TO AU-NEXT.                                                  00
008254     GO TO AUDIT-SKIP.                                                  00
008255 AUDIT-FREE.                                                            00
008256     MOVE 1 TO AU-KEY.                                                  00
008257     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.             00
008258     MOVE 0 TO AU-HASH.                                                 00
008259     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                        00
008260     MOVE AU-NEXT TO AU-KEY.                                            00
008261     MOVE AU-SAVE-REC TO AUDIT-REC.                                     00
008262     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                              00
008263 AUDIT-PUT.                                                             00
008264     WRITE AUDIT-REC INVALID KEY                                        00
008265         DISPLAY "AUDIT TRAIL FULL".                                    00
008266     ADD 1 TO AU-NEXT.                                                  00
008267     MOVE 1 TO AU-KEY.                                                  00
008268     MOVE SPACES TO AUDIT-REC.                                          00
008269     MOVE AU-NEXT TO AC-NEXT-SLOT.                                      00
008270     MOVE AU-HASH TO AC-HASH.                                           00
008271     WRITE AUDIT-REC INVALID KEY                                        00
008272         DISPLAY "AUDIT CONTROL ERROR".                                 00
008273     MOVE AU-SAVE-REC TO AUDIT-REC.                                     00
008274     CLOSE AUDIT-TRAIL.                                                 00
008275 AUDIT-HASH.                                                            00
008276     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL              00
008277         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED           00
008278         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND           00
008279         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR               00
008280         REMOVED AFTER IT WAS WRITTEN.                                  00
008281     MOVE AUDIT-REC TO AU-HASH-REC.                                     00
008282     MOVE 0 TO AU-REC-SUM.                                              00
008283     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1                  00
008284         UNTIL AU-CX IS GREATER THAN 44.                                00
008285     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)             00
008286         MOD 999999937.                                                 00
008287     GO TO AUDIT-HASH-X.                                                00
008288 AUDIT-HASH-CHAR.                                                       00
008289     MOVE 49 TO AU-CODE.                                                00
008290     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1                  00
008291         UNTIL AU-TX IS GREATER THAN 48.                                00
008292     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.                 00
008293 AUDIT-HASH-LOOK.                                                       00
008294     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.          00
008295 AUDIT-HASH-X.                                                          00
008296     EXIT.                                                              00
008297 AUTH-CHECK.                                                            00
008298     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED               00
008299         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR                 00
008300         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED                  00
008301         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL                00
008302         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES              00
008303         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.                  00
008304     MOVE 0 TO AUTH-OK-SW.                                              00
008305     OPEN INPUT AUTH-FILE.                                              00
008306     IF AUTH-FILE-STATUS NOT = "00"                                     00
008307         MOVE 1 TO AUTH-OK-SW                                           00
008308         GO TO AUTH-X.                                                  00
008309 AUTH-READ.                                                             00
008310     READ AUTH-FILE AT END GO TO AUTH-DONE.                             00
008311     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.                   00
008312     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                              00
008313     GO TO AUTH-READ.                                                   00
008314 AUTH-DONE.                                                             00
008315     CLOSE AUTH-FILE.                                                   00
008316     IF AUTH-OK-SW = 1 GO TO AUTH-X.                                    00
008317     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".                     00
008318     MOVE TODAYS-DATE TO AU-DATE.                                       00
008319     MOVE "AUTHFAIL" TO AU-EVENT.                                       00
008320     MOVE "REFUSED " TO AU-RESULT.                                      00
008321     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
008322     STOP RUN.                                                          00
008323 AUTH-X.                                                                00
008324     EXIT.                                                              00
008325 0230-CONCORD-LINE.                                                     00
008326     ADD 1 TO CONC-LINE-CNT.                                            00
008327     IF CONC-LINE-CNT IS GREATER THAN 50                                00
008328         ADD 1 TO CONC-PAGE                                             00
008329         MOVE CONC-PAGE TO CH-PAGE                                      00
008330         MOVE SOURCE-PROGRAM-ID TO CH-ID                                00
008331         MOVE SPACES TO LIST-REC                                        00
008332         WRITE LIST-REC BEFORE ADVANCING TO CHANNEL 1                   00
008333         WRITE LIST-REC FROM CONCORD-HEAD                               00
008334             BEFORE ADVANCING 2 LINES                                   00
008335         MOVE 0 TO CONC-LINE-CNT.                                       00
008336     WRITE LIST-REC FROM CONCORD-LINE.                                  00
008337 0230X.  EXIT.                                                          00
008338 CHECK-REPLY-CARDS.                                                     00
008339         OPEN INPUT REPLY-CARDS.                                        00
008340         READ REPLY-CARDS AT END                                        00
008341             MOVE 0 TO REPLY-MODE                                       00
008342             CLOSE REPLY-CARDS                                          00
008343             GO TO CHECK-REPLY-X.                                       00
008344         MOVE 1 TO REPLY-MODE.                                          00
008345         MOVE 1 TO REPLY-PENDING.                                       00
008346 CHECK-REPLY-X.  EXIT.                                                  00
008347 GET-REPLY.                                                             00
008348         IF REPLY-PENDING = 1                                           00
008349             MOVE 0 TO REPLY-PENDING                                    00
008350             GO TO GET-REPLY-X.                                         00
008351         READ REPLY-CARDS AT END                                        00
008352             DISPLAY "REPLY CARD DECK EXHAUSTED - ABORTED"              00
008353             STOP RUN.                                                  00
008354 GET-REPLY-X.  EXIT.                                                    00
008355 CATALOG-WRITE.                                                        00
008356     MOVE SOURCE-PROGRAM-ID TO SI-PROGRAM-ID.                          00
008357     MOVE TODAYS-DATE TO SI-DATE.  MOVE CHG-STAMP TO SI-CHG-REQ.       00
008358     MOVE TWO-DIGIT-INCREMENT TO SI-INCREMENT.                         00
008359     MOVE DATA-REC-COUNT TO SI-RECORD-COUNT.                           00
008360     MOVE REEL-SERIAL-IN TO SI-REEL-SERIAL.                             00
008361     MOVE RACK-LOC-IN TO SI-RACK-LOC.                                   00
008362     OPEN I-O SOLT-INDEX.                                              00
008363 CATALOG-SKIP.                                                         00
008364     READ SOLT-INDEX AT END GO TO CATALOG-PUT.                         00
008365     GO TO CATALOG-SKIP.                                               00
008366 CATALOG-PUT.                                                          00
008367     WRITE SI-REC.  CLOSE SOLT-INDEX.                                  00
008368     MOVE RACK-LOC-IN TO VOL-RACK.                                      00
008369     MOVE REEL-SERIAL-IN TO VOL-SERIAL-IN.                              00
008370     IF VOL-SERIAL-IN NOT = SPACES                                      00
008371         PERFORM VOLCAT-PUT THRU VOLCAT-X.                              00
008372 VOLCAT-PUT.                                                            00
008373     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE               00
008374         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING               00
008375         PROGRAM, DATE, SAVE FACTOR) SO THE WHOLE RACK IS               00
008376         UNDER ONE REPORT INSTEAD OF ONE-UTILITY-ONE-INDEX - AN         00
008377         EARLIER ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL      00
008378         AND HANDS ON ITS RACK LOCATION.                                00
008379     OPEN I-O VOL-CATALOG.                                              00
008380 VOLCAT-SKIP.                                                           00
008381     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                        00
008382     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.                00
008383     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.                     00
008384     IF VC-POOL = "P"                                                   00
008385         MOVE SPACE TO VC-POOL                                          00
008386         REWRITE VC-REC.                                                00
008387     GO TO VOLCAT-SKIP.                                                 00
008388 VOLCAT-WRITE.                                                          00
008389     MOVE SPACES TO VC-REC.                                             00
008390     MOVE VOL-SERIAL-IN TO VC-SERIAL.                                   00
008391     MOVE VOL-FILE-ID TO VC-FILE-ID.                                    00
008392     MOVE VOL-PROGRAM TO VC-PROGRAM.                                    00
008393     MOVE TODAYS-DATE TO VC-DATE.                                       00
008394     MOVE VOL-SAVE TO VC-SAVE.                                          00
008395     MOVE VOL-RACK TO VC-RACK.                                          00
008396     MOVE "R" TO VC-LOC.                                                00
008397     MOVE VOL-CLASS TO VC-CLASS.                                        00
008398     WRITE VC-REC.                                                      00
008399     CLOSE VOL-CATALOG.                                                 00
008400 VOLCAT-X.                                                              00
008401     EXIT.                                                              00
008402 VOLCAT-DRAW.                                                           00
008403     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCAT      00
008404         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS             00
008405         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.         00
008406     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                             00
008407     MOVE 0 TO VOL-POOL-SW.                                             00
008408     OPEN I-O VOL-CATALOG.                                              00
008409 VOLCAT-DRAW-READ.                                                      00
008410     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.                     00
008411     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                       00
008412     MOVE SPACE TO VC-POOL.                                             00
008413     REWRITE VC-REC.                                                    00
008414     MOVE VC-SERIAL TO VOL-SERIAL-IN.                                   00
008415     MOVE VC-RACK TO VOL-RACK.                                          00
008416     MOVE 1 TO VOL-POOL-SW.                                             00
008417     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "          00
008418         VOL-RACK.                                                      00
008419 VOLCAT-DRAW-END.                                                       00
008420     CLOSE VOL-CATALOG.                                                 00
008421 VOLCAT-DRAW-X.                                                         00
008422     EXIT.                                                              00
008423 VOLCAT-CHECK.                                                          00
008424     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL            00
008425         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS        00
008426         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.             00
008427     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                               00
008428     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.                    00
008429     OPEN INPUT VOL-CATALOG.                                            00
008430 VOLCAT-CHECK-READ.                                                     00
008431     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.                    00
008432     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.          00
008433     MOVE 1 TO VOL-HOLD-SW.                                             00
008434     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                                  00
008435     MOVE VC-DATE TO VOL-HOLD-DATE.                                     00
008436     MOVE VC-SAVE TO VOL-HOLD-SAVE.                                     00
008437     MOVE VC-POOL TO VOL-HOLD-POOL.                                     00
008438     GO TO VOLCAT-CHECK-READ.                                           00
008439 VOLCAT-CHECK-END.                                                      00
008440     CLOSE VOL-CATALOG.                                                 00
008441     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                          00
008442         GO TO VOLCAT-CHECK-X.                                          00
008443     MOVE TODAYS-DATE TO VOL-DATE-WORK.                                 00
008444     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31            00
008445         + VOL-DW-DD.                                                   00
008446     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                               00
008447     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31              00
008448         + VOL-DW-DD + VOL-HOLD-SAVE.                                   00
008449     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                         00
008450         GO TO VOLCAT-CHECK-X.                                          00
008451     PERFORM VOLCAT-EXPIRY.                                             00
008452     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE              00
008453         " UNTIL " VOL-EXP-EDIT " - REFUSED".                           00
008454     MOVE 1 TO VOL-REFUSE-SW.                                           00
008455 VOLCAT-CHECK-X.                                                        00
008456     EXIT.                                                              00
008457 VOLCAT-EXPIRY.                                                         00
008458     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY           00
008459         DATE, COUNTING EVERY YEAR AS 365 DAYS.                         00
008460     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD             00
008461         + VOL-HOLD-SAVE.                                               00
008462     MOVE VOL-DW-YY TO VOL-YY.                                          00
008463     PERFORM VOLCAT-EXP-YEAR                                            00
008464         UNTIL VOL-DOY IS NOT GREATER THAN 365.                         00
008465     MOVE 1 TO VOL-MM.                                                  00
008466     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1                00
008467         UNTIL VOL-MX IS GREATER THAN 12.                               00
008468     COMPUTE VOL-EXPIRES = VOL-MM * 10000                               00
008469         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.            00
008470     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                                  00
008471 VOLCAT-EXP-YEAR.                                                       00
008472     SUBTRACT 365 FROM VOL-DOY.                                         00
008473     ADD 1 TO VOL-YY.                                                   00
008474 VOLCAT-EXP-MONTH.                                                      00
008475     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)                   00
008476         MOVE VOL-MX TO VOL-MM.                                         00
008477 0501-OLD-SOURCE.                                                       00
008478         NOTE  THE OLD SOURCE IS THE OLD-SOLT TAPE OR A GENERATION      00
008479             OF AN SRCLIB MEMBER. FOR A MEMBER THE GENERATIONS          00
008480             ARE COUNTED FIRST SO A ZERO REPLY CAN MEAN THE             00
008481             LATEST, AND THE LIBRARY IS LEFT OPEN FOR 0550.             00
008482         IF REPLY-MODE = 1                                              00
008483             PERFORM GET-REPLY THRU GET-REPLY-X                         00
008484             MOVE RP-X40 TO OLD-SOURCE                                  00
008485         ELSE ACCEPT OLD-SOURCE.                                        00
008486         MOVE OLD-SOURCE TO RPLY-X.                                     00
008487         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
008488         IF OLD-SOURCE NOT = "S"                                        00
008489             OPEN INPUT OLD-SOLT                                        00
008490             GO TO 0501X.                                               00
008491         IF REPLY-MODE = 1                                              00
008492             PERFORM GET-REPLY THRU GET-REPLY-X                         00
008493             MOVE RP-X40 TO SRC-MEMBER                                  00
008494         ELSE ACCEPT SRC-MEMBER.                                        00
008495         MOVE SRC-MEMBER TO RPLY-X.                                     00
008496         PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                          00
008497         IF REPLY-MODE = 1                                              00
008498             PERFORM GET-REPLY THRU GET-REPLY-X                         00
008499             MOVE RP-D8 TO SRC-GEN                                      00
008500         ELSE ACCEPT SRC-GEN.                                           00
008501         MOVE SRC-GEN TO RPLY-D.                                        00
008502         PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                          00
008503         MOVE 0 TO GEN-CNT.                                             00
008504         OPEN INPUT SRC-LIBRARY.                                        00
008505 0501-LIB-COUNT.                                                        00
008506         READ SRC-LIBRARY AT END GO TO 0501-LIB-COUNTED.                00
008507         IF LB-TAG = "*MEMBER " AND LB-MEMBER = SRC-MEMBER              00
008508             ADD 1 TO GEN-CNT.                                          00
008509         GO TO 0501-LIB-COUNT.                                          00
008510 0501-LIB-COUNTED.                                                      00
008511         CLOSE SRC-LIBRARY.                                             00
008512         IF GEN-CNT = 0                                                 00
008513             DISPLAY "MEMBER NOT IN LIBRARY - " SRC-MEMBER              00
008514             MOVE "NOTFOUND" TO AU-RESULT  PERFORM AUDIT-END            00
008515             STOP RUN.                                                  00
008516         IF SRC-GEN = 0 MOVE GEN-CNT TO SRC-GEN.                        00
008517         IF SRC-GEN IS GREATER THAN GEN-CNT                             00
008518             DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS "           00
008519                 GEN-CNT                                                00
008520             MOVE "NOGEN   " TO AU-RESULT  PERFORM AUDIT-END            00
008521             STOP RUN.                                                  00
008522         MOVE " SRCLIB MEMBER " TO UH-SRC.                              00
008523         MOVE SRC-MEMBER TO UH-MEMBER.                                  00
008524         MOVE " GENERATION " TO UH-GLIT.                                00
008525         MOVE SRC-GEN TO GEN-EDIT.                                      00
008526         MOVE GEN-EDIT TO UH-GEN.                                       00
008527         MOVE 0 TO GEN-SEEN.                                            00
008528         MOVE 0 TO LIB-COPY-SW.                                         00
008529         OPEN INPUT SRC-LIBRARY.                                        00
008530         MOVE TODAYS-DATE TO AU-DATE.                                   00
008531         MOVE "SRCMBR  " TO AU-EVENT.                                   00
008532         MOVE SRC-MEMBER TO AU-RESULT.                                  00
008533         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
008534         MOVE SRC-GEN TO GR-GEN.                                        00
008535         MOVE "SRCGEN  " TO AU-EVENT.                                   00
008536         MOVE GEN-RESULT TO AU-RESULT.                                  00
008537         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
008538 0501X.  EXIT.                                                          00
008539 0502-UPDATE-START.                                                     00
008540         PERFORM 0550-NEXT-OLD THRU 0550X.                              00
008541         PERFORM 0560-NEXT-CARD THRU 0560X.                             00
008542 0505-MERGE.                                                            00
008543         IF CARD-EOF-SW = 1 GO TO 0540-FLUSH-OLD.                       00
008544         IF CD-COL1 NOT = "*"                                           00
008545             DISPLAY "CORRECTION DECK OUT OF STEP - CARD IGNORED"       00
008546             PERFORM 0560-NEXT-CARD THRU 0560X                          00
008547             GO TO 0505-MERGE.                                          00
008548 0506-COPY-AHEAD.                                                       00
008549         IF OLD-EOF-SW = 1 GO TO 0510-APPLY.                            00
008550         IF OH-SEQNO IS NOT LESS THAN CD-SEQ1 GO TO 0510-APPLY.         00
008551         PERFORM 0590-WRITE-OLD THRU 0590X.                             00
008552         PERFORM 0550-NEXT-OLD THRU 0550X.                              00
008553         GO TO 0506-COPY-AHEAD.                                         00
008554 0510-APPLY.                                                            00
008555         IF CD-ACTION = "R" GO TO 0512-REPLACE.                         00
008556         IF CD-ACTION = "D" GO TO 0514-DELETE.                          00
008557         IF CD-ACTION = "I" GO TO 0516-INSERT.                          00
008558         DISPLAY "INVALID ACTION CODE - CARD IGNORED".                  00
008559         PERFORM 0560-NEXT-CARD THRU 0560X.                             00
008560         GO TO 0505-MERGE.                                              00
008561 0512-REPLACE.                                                          00
008562         MOVE 0 TO OLD-SAVED-SW.                                        00
008563         IF OLD-EOF-SW = 0 AND OH-SEQNO = CD-SEQ1                       00
008564             MOVE OLD-HOLD TO OLD-SAVED                                 00
008565             MOVE 1 TO OLD-SAVED-SW                                     00
008566             PERFORM 0550-NEXT-OLD THRU 0550X                           00
008567         ELSE DISPLAY "REPLACE TARGET NOT ON TAPE " CD-SEQ1.            00
008568         MOVE "REPLACE " TO CL-ACTION.                                  00
008569         MOVE CD-SEQ1 TO CL-SEQ.                                        00
008570         PERFORM 0570-LOG-CHANGE THRU 0570X.                            00
008571         MOVE 1 TO CAPTURE-TEXT-SW.                                     00
008572         MOVE 0 TO TEXT-CARD-CNT.                                       00
008573         PERFORM 0565-COPY-TEXTS THRU 0565X.                            00
008574         MOVE 0 TO CAPTURE-TEXT-SW.                                     00
008575         PERFORM 0580-BACKOUT-R THRU 0580X.                             00
008576         GO TO 0505-MERGE.                                              00
008577 0514-DELETE.                                                           00
008578         MOVE "DELETE  " TO CL-ACTION.                                  00
008579         MOVE CD-SEQ1 TO CL-SEQ.                                        00
008580         PERFORM 0570-LOG-CHANGE THRU 0570X.                            00
008581         IF CD-SEQ2 = 0 MOVE CD-SEQ1 TO CD-SEQ2.                        00
008582         MOVE 0 TO DEL-HDR-SW.                                          00
008583 0514-DEL-LOOP.                                                         00
008584         IF OLD-EOF-SW = 1 GO TO 0514-DEL-DONE.                         00
008585         IF OH-SEQNO IS GREATER THAN CD-SEQ2                            00
008586             GO TO 0514-DEL-DONE.                                       00
008587         IF DEL-HDR-SW = 0                                              00
008588             MOVE 1 TO DEL-HDR-SW                                       00
008589             MOVE "I" TO BK-ACTION                                      00
008590             MOVE LAST-NEW-SEQ TO BK-SEQ1                               00
008591             MOVE 0 TO BK-SEQ2                                          00
008592             PERFORM 0582-BK-CTL THRU 0582X.                            00
008593         WRITE BKREC FROM OLD-HOLD.                                     00
008594         PERFORM 0550-NEXT-OLD THRU 0550X.                              00
008595         GO TO 0514-DEL-LOOP.                                           00
008596 0514-DEL-DONE.                                                         00
008597         PERFORM 0560-NEXT-CARD THRU 0560X.                             00
008598         GO TO 0505-MERGE.                                              00
008599 0516-INSERT.                                                           00
008600         IF OLD-EOF-SW = 0 AND OH-SEQNO = CD-SEQ1                       00
008601             PERFORM 0590-WRITE-OLD THRU 0590X                          00
008602             PERFORM 0550-NEXT-OLD THRU 0550X.                          00
008603         MOVE "INSERT  " TO CL-ACTION.                                  00
008604         MOVE CD-SEQ1 TO CL-SEQ.                                        00
008605         PERFORM 0570-LOG-CHANGE THRU 0570X.                            00
008606         MOVE 1 TO CAPTURE-TEXT-SW.                                     00
008607         MOVE 0 TO TEXT-CARD-CNT.                                       00
008608         PERFORM 0565-COPY-TEXTS THRU 0565X.                            00
008609         MOVE 0 TO CAPTURE-TEXT-SW.                                     00
008610         IF TEXT-CARD-CNT IS GREATER THAN 0                             00
008611             MOVE "D" TO BK-ACTION                                      00
008612             MOVE TEXT-FIRST-SEQ TO BK-SEQ1                             00
008613             MOVE TEXT-LAST-SEQ TO BK-SEQ2                              00
008614             PERFORM 0582-BK-CTL THRU 0582X.                            00
008615         GO TO 0505-MERGE.                                              00
008616 0540-FLUSH-OLD.                                                        00
008617         IF OLD-EOF-SW = 1 GO TO 0544-UPDATE-BATCH.                     00
008618         PERFORM 0590-WRITE-OLD THRU 0590X.                             00
008619         PERFORM 0550-NEXT-OLD THRU 0550X.                              00
008620         GO TO 0540-FLUSH-OLD.                                          00
008621 0545-UPDATE-EOJ.                                                       00
008622         MOVE "999999 END-OF-JOB." TO SOLTREC.  WRITE SOLTREC.          00
008623         PERFORM 0547-CHGREQ-APPLIED THRU 0547X.                        00
008624         MOVE "OK      " TO AU-RESULT.  PERFORM AUDIT-END.              00
008625         PERFORM CATALOG-WRITE THRU CATALOG-PUT.                        00
008626         MOVE "       END-OF-JOB." TO BKREC.  WRITE BKREC.              00
008627         CLOSE BACKOUT-FILE LOCK.                                       00
008628         DISPLAY "BACK-OUT DECK WRITTEN TO FILE BACKOUT".               00
008629         CLOSE SOLT-TAPE LOCK CARDIN.                                   00
008630         IF OLD-SOURCE = "S" CLOSE SRC-LIBRARY                          00
008631         ELSE CLOSE OLD-SOLT.                                           00
008632         CLOSE LISTING.                                                 00
008633         STOP RUN.                                                      00
008634 0550-NEXT-OLD.                                                         00
008635         IF OLD-EOF-SW = 1 GO TO 0550X.                                 00
008636         IF OLD-SOURCE = "S" GO TO 0552-NEXT-LIB.                       00
008637         READ OLD-SOLT INTO OLD-HOLD AT END                             00
008638             MOVE 1 TO OLD-EOF-SW GO TO 0550X.                          00
008639         IF OH-EOJ = "END-OF-JOB" MOVE 1 TO OLD-EOF-SW.                 00
008640         GO TO 0550X.                                                   00
008641 0552-NEXT-LIB.                                                         00
008642         READ SRC-LIBRARY AT END                                        00
008643             MOVE 1 TO OLD-EOF-SW GO TO 0550X.                          00
008644         IF LB-TAG = "*MEMBER " AND LB-MEMBER = SRC-MEMBER              00
008645             ADD 1 TO GEN-SEEN                                          00
008646             IF GEN-SEEN = SRC-GEN                                      00
008647                 MOVE 1 TO LIB-COPY-SW                                  00
008648                 GO TO 0552-NEXT-LIB.                                   00
008649         IF LIB-COPY-SW = 0 GO TO 0552-NEXT-LIB.                        00
008650         IF LB-TAG = "*ENDMBR " MOVE 1 TO OLD-EOF-SW GO TO 0550X.       00
008651         IF LB-TAG = "*MEMBER " MOVE 1 TO OLD-EOF-SW GO TO 0550X.       00
008652         MOVE LIB-REC TO OLD-HOLD.                                      00
008653 0550X.  EXIT.                                                          00
008654 0560-NEXT-CARD.                                                        00
008655         IF CARD-EOF-SW = 1 GO TO 0560X.                                00
008656         PERFORM 0562-READ-CARD THRU 0562X.                             00
008657         IF CARD-EOF-SW = 1 GO TO 0560X.                                00
008658         MOVE CARDREC TO CARD-HOLD.                                     00
008659         IF EOJ-CHECK = "END-OF-JOB" MOVE 1 TO CARD-EOF-SW.             00
008660 0560X.  EXIT.                                                          00
008661 0565-COPY-TEXTS.                                                       00
008662         PERFORM 0560-NEXT-CARD THRU 0560X.                             00
008663         IF CARD-EOF-SW = 1 GO TO 0565X.                                00
008664         IF CD-COL1 = "*" GO TO 0565X.                                  00
008665         MOVE CARD-HOLD TO WORK-CARD.                                   00
008666         PERFORM 0592-WRITE-NEW THRU 0592X.                             00
008667         GO TO 0565-COPY-TEXTS.                                         00
008668 0565X.  EXIT.                                                          00
008669 0570-LOG-CHANGE.                                                       00
008670         WRITE LIST-REC FROM CHANGE-LINE.                               00
008671 0570X.  EXIT.                                                          00
008672 0580-BACKOUT-R.                                                        00
008673         NOTE  WRITES THE INVERSE OF A REPLACE TO THE BACKOUT           00
008674             DECK - THE ORIGINAL CARD COMES BACK AS A REPLACE           00
008675             (OR AN INSERT WHEN THE REPLACEMENT REMOVED THE             00
008676             CARD OUTRIGHT) AND ANY EXTRA REPLACEMENT TEXT              00
008677             CARDS AS A DELETE RANGE, ALL KEYED TO THE NEW              00
008678             TAPES SEQUENCE NUMBERS.                                    00
008679         IF TEXT-CARD-CNT = 0                                           00
008680             IF OLD-SAVED-SW = 1                                        00
008681                 MOVE "I" TO BK-ACTION                                  00
008682                 MOVE LAST-NEW-SEQ TO BK-SEQ1                           00
008683                 MOVE 0 TO BK-SEQ2                                      00
008684                 PERFORM 0582-BK-CTL THRU 0582X                         00
008685                 WRITE BKREC FROM OLD-SAVED                             00
008686                 GO TO 0580X                                            00
008687             ELSE GO TO 0580X.                                          00
008688         IF OLD-SAVED-SW = 0                                            00
008689             MOVE "D" TO BK-ACTION                                      00
008690             MOVE TEXT-FIRST-SEQ TO BK-SEQ1                             00
008691             MOVE TEXT-LAST-SEQ TO BK-SEQ2                              00
008692             PERFORM 0582-BK-CTL THRU 0582X                             00
008693             GO TO 0580X.                                               00
008694         MOVE "R" TO BK-ACTION.                                         00
008695         MOVE TEXT-FIRST-SEQ TO BK-SEQ1.                                00
008696         MOVE 0 TO BK-SEQ2.                                             00
008697         PERFORM 0582-BK-CTL THRU 0582X.                                00
008698         WRITE BKREC FROM OLD-SAVED.                                    00
008699         IF TEXT-CARD-CNT IS GREATER THAN 1                             00
008700             ADD TWO-DIGIT-INCREMENT TO TEXT-FIRST-SEQ                  00
008701                 GIVING BK-SECOND-SEQ                                   00
008702             MOVE "D" TO BK-ACTION                                      00
008703             MOVE BK-SECOND-SEQ TO BK-SEQ1                              00
008704             MOVE TEXT-LAST-SEQ TO BK-SEQ2                              00
008705             PERFORM 0582-BK-CTL THRU 0582X.                            00
008706 0580X.  EXIT.                                                          00
008707 0582-BK-CTL.                                                           00
008708         MOVE "*" TO BK-COL1.                                           00
008709         WRITE BKREC FROM BK-CARD.                                      00
008710 0582X.  EXIT.                                                          00
008711 0590-WRITE-OLD.                                                        00
008712         MOVE OLD-HOLD TO WORK-CARD.                                    00
008713         PERFORM 0592-WRITE-NEW THRU 0592X.                             00
008714 0590X.  EXIT.                                                          00
008715 0592-WRITE-NEW.                                                        00
008716         ADD TWO-DIGIT-INCREMENT TO ACCUM-SEQ-NO                        00
008717             GIVING WORK-SEQ-NO.                                        00
008718         IF WORK-SEQ-NO } 999999 GO TO 0215-SEQ-OVERFLOW.               00
008719         MOVE WORK-SEQ-NO TO ACCUM-SEQ-NO.                              00
008720         MOVE ACCUM-SEQ-NO TO WC-SEQNO.                                 00
008721         MOVE WORK-CARD TO SOLTREC.                                     00
008722         ADD 1 TO DATA-REC-COUNT.                                       00
008723         WRITE SOLTREC.                                                 00
008724         MOVE ACCUM-SEQ-NO TO LAST-NEW-SEQ.                             00
008725         IF CAPTURE-TEXT-SW = 1                                         00
008726             ADD 1 TO TEXT-CARD-CNT                                     00
008727             IF TEXT-CARD-CNT = 1                                       00
008728                 MOVE ACCUM-SEQ-NO TO TEXT-FIRST-SEQ                    00
008729                 MOVE ACCUM-SEQ-NO TO TEXT-LAST-SEQ                     00
008730             ELSE MOVE ACCUM-SEQ-NO TO TEXT-LAST-SEQ.                   00
008731 0592X.  EXIT.                                                          00
008732 AUTH-GRANT.                                                            00
008733     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS                00
008734         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,               00
008735         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND                  00
008736         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                      00
008737     MOVE TODAYS-DATE TO AUTH-DATE-IN.                                  00
008738     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000                  00
008739         + AUTH-DATE-IN DIV 100.                                        00
008740     IF RA-EXPIRES NUMERIC                                              00
008741         IF RA-EXPIRES NOT = 0                                          00
008742             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                      00
008743                 GO TO AUTH-GRANT-X.                                    00
008744     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.                   00
008745     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.                   00
008746 AUTH-GRANT-X.                                                          00
008747     EXIT.                                                              00
008748 OPER-SIGNON.                                                           00
008749     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE            00
008750         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER             00
008751         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY                00
008752         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE             00
008753         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE                 00
008754         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING               00
008755         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                      00
008756     MOVE 0 TO OPER-TRIES.                                              00
008757 OPER-ASK.                                                              00
008758     ADD 1 TO OPER-TRIES.                                               00
008759     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".                  00
008760     IF REPLY-MODE = 1                                                  00
008761         PERFORM GET-REPLY THRU GET-REPLY-X                             00
008762         MOVE RP-X40 TO OPERATOR-CODE                                   00
008763     ELSE ACCEPT OPERATOR-CODE.                                         00
008764     MOVE OPERATOR-CODE TO AU-OPERATOR.                                 00
008765     MOVE 0 TO OPER-OK-SW.                                              00
008766     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                         00
008767     OPEN INPUT OPER-FILE.                                              00
008768     IF OPER-FILE-STATUS NOT = "00"                                     00
008769         MOVE 1 TO OPER-OK-SW                                           00
008770         GO TO OPER-DONE.                                               00
008771 OPER-READ.                                                             00
008772     READ OPER-FILE AT END                                              00
008773         CLOSE OPER-FILE                                                00
008774         GO TO OPER-DONE.                                               00
008775     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.                    00
008776     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                       00
008777     GO TO OPER-READ.                                                   00
008778 OPER-DONE.                                                             00
008779     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                                 00
008780     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".                 00
008781     IF REPLY-MODE = 1 MOVE 3 TO OPER-TRIES.                            00
008782     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                       00
008783     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".                   00
008784     MOVE TODAYS-DATE TO AU-DATE.                                       00
008785     MOVE "SIGNFAIL" TO AU-EVENT.                                       00
008786     MOVE "REFUSED " TO AU-RESULT.                                      00
008787     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
008788     STOP RUN.                                                          00
008789 OPER-AUTH.                                                             00
008790     MOVE OPERATOR-CODE TO RPLY-X.                                      00
008791     MOVE "O" TO RPLY-KIND.                                             00
008792     PERFORM REPLY-LOG THRU REPLY-LOG-X.                                00
008793     PERFORM AUTH-CHECK THRU AUTH-X.                                    00
008794 OPER-X.                                                                00
008795     EXIT.                                                              00
008796 END-OF-JOB.                                                            00
008797 REPLY-LOG-N.                                                           00
008798     NOTE  EVERY REPLY, FROM THE CONSOLE OR THE REPLYS DECK, IS         00
008799         KEPT IN ORDER ON THE SHARED RPLYHIST FILE UNDER PROGRAM        00
008800         AND RUN IDENTIFIER, SO RPLYGEN CAN PUNCH THE SAME DECK         00
008801         FOR A RERUN. NUMERIC REPLIES ARE KEPT AS THE EIGHT             00
008802         DIGITS A REPLYS CARD CARRIES. REPLIES GIVEN BEFORE THE         00
008803         START EVENT ARE HELD IN CORE UNTIL THE RUN IDENTIFIER          00
008804         AND OPERATOR ARE KNOWN.                                        00
008805     MOVE RPLY-D TO RPLY-X.                                             00
008806     MOVE "N" TO RPLY-KIND.                                             00
008807     GO TO REPLY-LOG.                                                   00
008808 REPLY-LOG-A.                                                           00
008809     MOVE "A" TO RPLY-KIND.                                             00
008810 REPLY-LOG.                                                             00
008811     ADD 1 TO RPLY-SEQ.                                                 00
008812     IF RPLY-CNT = 20                                                   00
008813         DISPLAY "REPLY HISTORY HOLD AREA FULL - REPLY NOT KEPT"        00
008814         GO TO REPLY-LOG-X.                                             00
008815     ADD 1 TO RPLY-CNT.                                                 00
008816     MOVE RPLY-KIND TO RT-KIND (RPLY-CNT).                              00
008819     MOVE RPLY-X TO RT-TEXT (RPLY-CNT).                                 00
008829     MOVE RPLY-SEQ TO RT-SEQ (RPLY-CNT).                                00
008839     IF RPLY-READY = 0 GO TO REPLY-LOG-X.                               00
008849 REPLY-FLUSH.                                                           00
008859     IF RPLY-CNT = 0 GO TO REPLY-LOG-X.                                 00
008869     OPEN I-O REPLY-HIST.                                               00
008879 REPLY-SKIP.                                                            00
008889     READ REPLY-HIST AT END GO TO REPLY-WRITE.                          00
008899     GO TO REPLY-SKIP.                                                  00
008909 REPLY-WRITE.                                                           00
008919     PERFORM REPLY-PUT VARYING RPLY-IX FROM 1 BY 1                      00
008929         UNTIL RPLY-IX IS GREATER THAN RPLY-CNT.                        00
008939     CLOSE REPLY-HIST.                                                  00
008949     MOVE 0 TO RPLY-CNT.                                                00
008959     GO TO REPLY-LOG-X.                                                 00
008969 REPLY-PUT.                                                             00
008979     MOVE SPACES TO RH-REC.                                             00
008989     MOVE AU-PROGRAM TO RH-PROGRAM.                                     00
008999     MOVE RUN-ID-ENTRY TO RH-RUN-ID.                                    00
009009     MOVE RPLY-DATE TO RH-RUN-DATE.                                     00
009019     MOVE RPLY-TIME TO RH-RUN-TIME.                                     00
009029     MOVE RT-SEQ (RPLY-IX) TO RH-SEQ.                                   00
009039     MOVE RT-KIND (RPLY-IX) TO RH-KIND.                                 00
009049     MOVE OPERATOR-CODE TO RH-OPERATOR.                                 00
009059     MOVE RT-TEXT (RPLY-IX) TO RH-TEXT.                                 00
009069     WRITE RH-REC.                                                      00
009079 REPLY-LOG-X.                                                           00
009089     EXIT.                                                              00
009099 0503-CHGREQ.                                                           00
009109         NOTE  THE CHANGE REQUEST MUST BE ON CHGREQ FOR THIS            00
009119             PROGRAM OR MEMBER AND APPROVED (A) OR ALREADY              00
009129             APPLIED (P) - A MISSING CHGREQ REFUSES EVERY UPDATE.       00
009139         DISPLAY "ENTER APPROVED CHANGE REQUEST NUMBER".                00
009149         IF REPLY-MODE = 1                                              00
009159             PERFORM GET-REPLY THRU GET-REPLY-X                         00
009169             MOVE RP-D8 TO CHG-REQ-NO                                   00
009179         ELSE ACCEPT CHG-REQ-NO.                                        00
009189         IF CHG-REQ-NO NOT NUMERIC MOVE 0 TO CHG-REQ-NO.                00
009199         MOVE CHG-REQ-NO TO RPLY-D.                                     00
009209         PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                          00
009219         MOVE 0 TO CHG-OK-SW.                                           00
009229         OPEN INPUT CHG-FILE.                                           00
009239         IF CHG-FILE-STATUS NOT = "00" GO TO 0503-CHGREQ-REFUSE.        00
009249 0503-CHGREQ-READ.                                                      00
009259         READ CHG-FILE AT END GO TO 0503-CHGREQ-DONE.                   00
009269         IF CR-NUMBER NOT = CHG-REQ-NO GO TO 0503-CHGREQ-READ.          00
009279         MOVE 1 TO CHG-OK-SW.                                           00
009289         IF CR-STATUS NOT = "A" AND CR-STATUS NOT = "P"                 00
009299             GO TO 0503-CHGREQ-DONE.                                    00
009309         IF CR-PROGRAM = SOURCE-PROGRAM-ID MOVE 2 TO CHG-OK-SW.         00
009319         IF OLD-SOURCE = "S" AND CR-PROGRAM = SRC-MEMBER                00
009329             MOVE 2 TO CHG-OK-SW.                                       00
009339 0503-CHGREQ-DONE.                                                      00
009349         CLOSE CHG-FILE.                                                00
009359         IF CHG-OK-SW = 2                                               00
009369             MOVE CHG-REQ-NO TO CHG-STAMP                               00
009379             GO TO 0503X.                                               00
009389 0503-CHGREQ-REFUSE.                                                    00
009399         IF CHG-OK-SW = 0                                               00
009409             DISPLAY "CHANGE REQUEST " CHG-REQ-NO                       00
009419                 " NOT ON CHGREQ".                                      00
009429         IF CHG-OK-SW = 1                                               00
009439             DISPLAY "CHANGE REQUEST " CHG-REQ-NO                       00
009449                 " NOT APPROVED FOR " SOURCE-PROGRAM-ID.                00
009459         DISPLAY "UPDATE REFUSED".                                      00
009469         MOVE TODAYS-DATE TO AU-DATE.                                   00
009479         MOVE "CHGREQ  " TO AU-EVENT.                                   00
009489         MOVE "REFUSED " TO AU-RESULT.                                  00
009499         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
009509         MOVE "ABORT   " TO AU-RESULT  PERFORM AUDIT-END.               00
009519         STOP RUN.                                                      00
009529 0503X.  EXIT.                                                          00
009539 0547-CHGREQ-APPLIED.                                                   00
009549         NOTE  THE UPDATE IS LOGGED UNDER ITS CHANGE REQUEST AND        00
009559             THE REQUEST REWRITTEN AS APPLIED TODAY.                    00
009569         MOVE TODAYS-DATE TO AU-DATE.                                   00
009579         MOVE "CHGREQ  " TO AU-EVENT.                                   00
009589         MOVE CHG-REQ-NO TO CRR-NUMBER.                                 00
009599         MOVE CHG-RESULT TO AU-RESULT.                                  00
009609         PERFORM AUDIT-WRITE THRU AUDIT-PUT.                            00
009619         OPEN I-O CHG-FILE.                                             00
009629 0547-APPLIED-READ.                                                     00
009639         READ CHG-FILE AT END GO TO 0547-APPLIED-DONE.                  00
009649         IF CR-NUMBER NOT = CHG-REQ-NO GO TO 0547-APPLIED-READ.         00
009659         MOVE "P" TO CR-STATUS.                                         00
009669         MOVE TODAYS-DATE TO CR-APPLIED.                                00
009679         IF CR-APPLY-CNT NOT NUMERIC MOVE 0 TO CR-APPLY-CNT.            00
009689         IF CR-APPLY-CNT IS LESS THAN 99 ADD 1 TO CR-APPLY-CNT.         00
009699         REWRITE CR-REC.                                                00
009709 0547-APPLIED-DONE.                                                     00
009719         CLOSE CHG-FILE.                                                00
009729 0547X.  EXIT.                                                          00
009739 0544-UPDATE-BATCH.                                                     00
009749         PERFORM BATCH-CHECK THRU BATCH-CHECK-X.                        00
009759         IF BATCH-DISP NOT = "R" GO TO 0545-UPDATE-EOJ.                 00
009769         MOVE "999999 END-OF-JOB." TO SOLTREC.  WRITE SOLTREC.          00
009779         DISPLAY "DECK REFUSED - NEW SOLT REEL NOT CATALOGUED".         00
009789         PERFORM VOLCAT-RETURN THRU VOLCAT-RETURN-X.                    00
009799         MOVE "REFUSED " TO AU-RESULT.  PERFORM AUDIT-END.              00
009809         CLOSE BACKOUT-FILE.                                            00
009819         DISPLAY "BACK-OUT FILE NOT KEPT - DECK WAS NOT APPLIED".       00
009829         CLOSE SOLT-TAPE CARDIN.                                        00
009839         IF OLD-SOURCE = "S" CLOSE SRC-LIBRARY                          00
009849         ELSE CLOSE OLD-SOLT.                                           00
009859         CLOSE LISTING.                                                 00
009869         STOP RUN.                                                      00
009879 0562-READ-CARD.                                                        00
009889         READ CARDIN AT END MOVE 1 TO CARD-EOF-SW                       00
009899             GO TO 0562X.                                               00
009909         MOVE CARDREC TO BATCH-CARD.                                    00
009919         PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                          00
009929         IF BATCH-SKIP = 1 GO TO 0562-READ-CARD.                        00
009939 0562X.  EXIT.                                                          00
009949 VOLCAT-RETURN.                                                         00
009959     NOTE  A REFUSED DECK LEAVES ITS REEL UNCATALOGUED - A REEL         00
009969         DRAWN FROM THE SCRATCH POOL HAS ITS LATEST VOLCAT ENTRY        00
009979         FLAGGED P AGAIN; A KEYED SERIAL IS LEFT TO THE OPERATOR.       00
009989     IF VOL-POOL-SW = 0                                                 00
009999         DISPLAY "REEL " REEL-SERIAL-IN " MAY BE SCRATCHED"             00
010009         GO TO VOLCAT-RETURN-X.                                         00
010019     MOVE 0 TO VOL-RET-CNT.                                             00
010029     OPEN INPUT VOL-CATALOG.                                            00
010039 VOLCAT-RETURN-COUNT.                                                   00
010049     READ VOL-CATALOG AT END GO TO VOLCAT-RETURN-OPEN.                  00
010059     IF VC-SERIAL = REEL-SERIAL-IN ADD 1 TO VOL-RET-CNT.                00
010069     GO TO VOLCAT-RETURN-COUNT.                                         00
010079 VOLCAT-RETURN-OPEN.                                                    00
010089     CLOSE VOL-CATALOG.                                                 00
010099     OPEN I-O VOL-CATALOG.                                              00
010109 VOLCAT-RETURN-READ.                                                    00
010119     READ VOL-CATALOG AT END GO TO VOLCAT-RETURN-END.                   00
010129     IF VC-SERIAL NOT = REEL-SERIAL-IN GO TO VOLCAT-RETURN-READ.        00
010139     SUBTRACT 1 FROM VOL-RET-CNT.                                       00
010149     IF VOL-RET-CNT NOT = 0 GO TO VOLCAT-RETURN-READ.                   00
010159     MOVE "P" TO VC-POOL.                                               00
010169     REWRITE VC-REC.                                                    00
010179 VOLCAT-RETURN-END.                                                     00
010189     CLOSE VOL-CATALOG.                                                 00
010199     DISPLAY "REEL " REEL-SERIAL-IN " BACK IN THE SCRATCH POOL".        00
010209 VOLCAT-RETURN-X.                                                       00
010219     EXIT.                                                              00
010229 BATCH-TAKE.                                                            00
010239     NOTE  A DECK MAY BE HEADED BY A $BATCH CONTROL CARD - COLS         00
010249         1-6 $BATCH, 8-13 BATCH NUMBER, 15-20 NUMBER OF CARDS           00
010259         THAT FOLLOW IT (END-OF-JOB CARD INCLUDED), 22-23 FIRST         00
010269         HASH COLUMN, 25 HASH LENGTH 1 TO 8, 27-38 EXPECTED HASH        00
010279         TOTAL, 40-59 SUBMITTER.  EVERY CARD AFTER THE HEADER IS        00
010289         COUNTED AND THE VALUE OF ITS HASH FIELD ADDED IN (A            00
010299         NON-DIGIT COUNTS AS ZERO).  BATCH-SKIP TELLS THE CALLER        00
010309         TO READ PAST THE HEADER.                                       00
010319     MOVE 0 TO BATCH-SKIP.                                              00
010329     IF BATCH-FIRST = 0 GO TO BATCH-ADD.                                00
010339     MOVE 0 TO BATCH-FIRST.                                             00
010349     MOVE BATCH-CARD TO BATCH-HDR.                                      00
010359     IF BH-TAG NOT = "$BATCH" GO TO BATCH-TAKE-X.                       00
010369     MOVE 1 TO BATCH-SW BATCH-SKIP.                                     00
010379     IF BH-COUNT NOT NUMERIC OR BH-FROM NOT NUMERIC                     00
010389         OR BH-LEN NOT NUMERIC OR BH-HASH NOT NUMERIC                   00
010399         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                        00
010409     IF BH-FROM = 0 OR BH-LEN = 0 OR BH-LEN IS GREATER THAN 8           00
010419         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                        00
010429     COMPUTE BATCH-TO = BH-FROM + BH-LEN - 1.                           00
010439     IF BATCH-TO IS GREATER THAN 80 MOVE 2 TO BATCH-SW.                 00
010449     GO TO BATCH-TAKE-X.                                                00
010459 BATCH-ADD.                                                             00
010469     IF BATCH-SW = 0 GO TO BATCH-TAKE-X.                                00
010479     ADD 1 TO BATCH-COUNT.                                              00
010489     IF BATCH-SW NOT = 1 GO TO BATCH-TAKE-X.                            00
010499     MOVE 0 TO BATCH-VALUE.                                             00
010509     PERFORM BATCH-DIGIT-ADD VARYING BATCH-CX FROM BH-FROM BY 1         00
010519         UNTIL BATCH-CX IS GREATER THAN BATCH-TO.                       00
010529     ADD BATCH-VALUE TO BATCH-HASH.                                     00
010539     GO TO BATCH-TAKE-X.                                                00
010549 BATCH-DIGIT-ADD.                                                       00
010559     MOVE 0 TO BATCH-DIGIT.                                             00
010569     IF BATCH-CH (BATCH-CX) IS NUMERIC                                  00
010579         MOVE BATCH-CH (BATCH-CX) TO BATCH-DIGIT.                       00
010589     COMPUTE BATCH-VALUE = BATCH-VALUE * 10 + BATCH-DIGIT.              00
010599 BATCH-TAKE-X.                                                          00
010609     EXIT.                                                              00
010619 BATCH-CHECK.                                                           00
010629     NOTE  RUN ONCE THE WHOLE DECK HAS BEEN READ.  A DECK WITH NO       00
010639         HEADER IS TAKEN AS BEFORE.  A BALANCED BATCH IS NOTED ON       00
010649         THE LISTING; ONE OUT OF BALANCE, OR WITH AN INVALID            00
010659         HEADER, IS FLAGGED AND THE OPERATOR DECIDES WHETHER TO         00
010669         REFUSE IT - BATCH-DISP COMES BACK R IF IT IS REFUSED.          00
010679         EITHER WAY THE BATCH IS RECORDED IN BATCHREG.                  00
010689     MOVE "A" TO BATCH-DISP.                                            00
010699     IF BATCH-SW = 0 GO TO BATCH-CHECK-X.                               00
010709     IF CONCORD-FLAG NOT = "Y" AND RUN-FUNCTION NOT = "U"               00
010719         OPEN OUTPUT LISTING  MOVE 1 TO BATCH-LIST-SW.                  00
010729     MOVE BH-BATCH TO BL-BATCH BM-BATCH.                                00
010739     MOVE BH-SUBMIT TO BL-SUBMIT.                                       00
010749     MOVE 0 TO BL-EXP-CNT BL-FROM BL-TO BL-EXP-HASH.                    00
010759     MOVE BATCH-COUNT TO BL-ACT-CNT.                                    00
010769     MOVE BATCH-HASH TO BL-ACT-HASH.                                    00
010779     MOVE SPACES TO BL-FLAG BL-FLAG2.                                   00
010789     IF BATCH-SW = 2                                                    00
010799         MOVE "I" TO BATCH-STATUS                                       00
010809         MOVE "HEADER INVALID" TO BL-STATE                              00
010819         GO TO BATCH-OUT.                                               00
010829     MOVE BH-COUNT TO BL-EXP-CNT.                                       00
010839     MOVE BH-FROM TO BL-FROM.                                           00
010849     MOVE BATCH-TO TO BL-TO.                                            00
010859     MOVE BH-HASH TO BL-EXP-HASH.                                       00
010869     MOVE "B" TO BATCH-STATUS.                                          00
010879     IF BATCH-COUNT NOT = BH-COUNT MOVE "C" TO BATCH-STATUS.            00
010889     IF BATCH-HASH NOT = BH-HASH                                        00
010899         IF BATCH-STATUS = "C" MOVE "X" TO BATCH-STATUS                 00
010909         ELSE MOVE "H" TO BATCH-STATUS.                                 00
010919     IF BATCH-STATUS NOT = "B"                                          00
010929         MOVE "OUT OF BALANCE" TO BL-STATE  GO TO BATCH-OUT.            00
010939     MOVE "IN BALANCE" TO BL-STATE.                                     00
010949     WRITE LIST-REC FROM BATCH-LINE-A.                                  00
010959     WRITE LIST-REC FROM BATCH-LINE-B.                                  00
010969     WRITE LIST-REC FROM BATCH-LINE-C.                                  00
010979     MOVE "BALANCED" TO AU-RESULT.                                      00
010989     GO TO BATCH-REGISTER.                                              00
010999 BATCH-OUT.                                                             00
011009     MOVE "*** " TO BL-FLAG.  MOVE " ***" TO BL-FLAG2.                  00
011019     MOVE BL-STATE TO BM-STATE.                                         00
011029     DISPLAY "BATCH " BH-BATCH " " BL-STATE.                            00
011039     DISPLAY "CARDS EXPECTED " BL-EXP-CNT " READ " BL-ACT-CNT.          00
011049     DISPLAY "HASH EXPECTED " BL-EXP-HASH " READ " BL-ACT-HASH.         00
011059     MOVE "R" TO BATCH-DISP.                                            00
011069     IF REPLY-MODE = 1                                                  00
011079         MOVE "DECK REFUSED - RUN IS DRIVEN BY A REPLY DECK"            00
011089             TO BL-TEXT                                                 00
011099         GO TO BATCH-OUT-PRINT.                                         00
011109     DISPLAY "REPLY Y TO REFUSE THE DECK, N TO ACCEPT IT".              00
011119     ACCEPT BATCH-REPLY.                                                00
011129     MOVE "DECK REFUSED BY OPERATOR - REEL NOT CATALOGUED"              00
011139         TO BL-TEXT.                                                    00
011149     IF BATCH-REPLY = "N"                                               00
011159         MOVE "A" TO BATCH-DISP                                         00
011169         MOVE "DECK ACCEPTED BY THE OPERATOR" TO BL-TEXT.               00
011179 BATCH-OUT-PRINT.                                                       00
011189     WRITE LIST-REC FROM BATCH-STARS.                                   00
011199     WRITE LIST-REC FROM BATCH-LINE-A.                                  00
011209     WRITE LIST-REC FROM BATCH-LINE-B.                                  00
011219     WRITE LIST-REC FROM BATCH-LINE-C.                                  00
011229     WRITE LIST-REC FROM BATCH-LINE-D.                                  00
011239     WRITE LIST-REC FROM BATCH-STARS.                                   00
011249     MOVE "REFUSED " TO BM-DISP AU-RESULT.                              00
011259     IF BATCH-DISP = "A" MOVE "ACCEPTED" TO BM-DISP AU-RESULT.          00
011269     MOVE BATCH-MSG TO MSG-TEXT-WORK.                                   00
011279 BATCH-JOURNAL.                                                         00
011289     OPEN I-O OPS-MSG.                                                  00
011299 BATCH-JOURNAL-SKIP.                                                    00
011309     READ OPS-MSG AT END GO TO BATCH-JOURNAL-PUT.                       00
011319     GO TO BATCH-JOURNAL-SKIP.                                          00
011329 BATCH-JOURNAL-PUT.                                                     00
011339     MOVE SPACES TO MSG-REC.                                            00
011349     MOVE AU-PROGRAM TO MSG-PROGRAM.                                    00
011359     MOVE TODAYS-DATE TO MSG-DATE.                                      00
011369     COMPUTE AU-TIME-HOLD = DATA (1).                                   00
011379     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                           00
011389     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.                  00
011399     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                            00
011409     MOVE MSG-TEXT-WORK TO MSG-TEXT.                                    00
011419     MOVE OPERATOR-CODE TO MSG-OPERATOR.                                00
011429     WRITE MSG-REC.                                                     00
011439     CLOSE OPS-MSG.                                                     00
011449 BATCH-REGISTER.                                                        00
011459     NOTE  BATCHREG HOLDS ONE CARD PER BATCH RECEIVED - COLS 1-6        00
011469         DATE, 8-11 TIME, 13-20 PROGRAM, 22-27 BATCH, 29-48             00
011479         SUBMITTER, 50-55 CARDS EXPECTED, 57-62 CARDS READ, 64          00
011489         STATUS (B BALANCED, C COUNT OUT, H HASH OUT, X BOTH, I         00
011499         HEADER INVALID), 66 A ACCEPTED OR R REFUSED, 68-70             00
011509         OPERATOR, 72-78 RUN ID.  IT IS CREATED ON FIRST USE.           00
011519     OPEN I-O BATCH-REG.                                                00
011529     IF BREG-FILE-STATUS NOT = "00"                                     00
011539         OPEN OUTPUT BATCH-REG  GO TO BATCH-REG-PUT.                    00
011549 BATCH-REG-SKIP.                                                        00
011559     READ BATCH-REG AT END GO TO BATCH-REG-PUT.                         00
011569     GO TO BATCH-REG-SKIP.                                              00
011579 BATCH-REG-PUT.                                                         00
011589     MOVE SPACES TO BR-REC.                                             00
011599     MOVE TODAYS-DATE TO BR-DATE.                                       00
011609     COMPUTE AU-TIME-HOLD = DATA (1).                                   00
011619     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                           00
011629     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.                  00
011639     COMPUTE BR-TIME = AU-HH * 100 + AU-MM.                             00
011649     MOVE AU-PROGRAM TO BR-PROGRAM.                                     00
011659     MOVE BH-BATCH TO BR-BATCH.                                         00
011669     MOVE BH-SUBMIT TO BR-SUBMIT.                                       00
011679     MOVE 0 TO BR-EXP-CNT.                                              00
011689     IF BATCH-SW = 1 MOVE BH-COUNT TO BR-EXP-CNT.                       00
011699     MOVE BATCH-COUNT TO BR-ACT-CNT.                                    00
011709     MOVE BATCH-STATUS TO BR-STATUS.                                    00
011719     MOVE BATCH-DISP TO BR-DISP.                                        00
011729     MOVE OPERATOR-CODE TO BR-OPERATOR.                                 00
011739     MOVE RUN-ID-ENTRY TO BR-RUN-ID.                                    00
011749     WRITE BR-REC.                                                      00
011759     CLOSE BATCH-REG.                                                   00
011769     MOVE TODAYS-DATE TO AU-DATE.                                       00
011779     MOVE "BATCH   " TO AU-EVENT.                                       00
011789     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                                00
011799 BATCH-CHECK-X.                                                         00
011809     EXIT.                                                              00
