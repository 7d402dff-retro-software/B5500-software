003760    IDENTIFIER AT THE START OF THE JOB. EACH FILE PUNCHED IS            00
003770    LOGGED TO THE CATALOGUED DISK FILE "PCHLOG" (FILE ID,               00
003780    DATE AND RUN IDENTIFIER) SO PAST PUNCH RUNS CAN BE LISTED.          00
003781    THE VOLCAT ENTRY WRITTEN FOR A CATALOGED REEL CARRIES THE           00
003782    REQUESTER (Q-REQ-BY) OF THE FIRST FILE PUNCHED FROM IT AS           00
003783    THE REEL OWNER, WHOM RESCHG BILLS FOR HOLDING THE REEL.             00
003784    A KEYED REEL SERIAL IS CHECKED AGAINST VOLCAT - ONE WHOSE           00
003785    LATEST ENTRY IS STILL INSIDE ITS SAVE FACTOR FOR ANOTHER FILE       00
003786    IS REFUSED WITH THE OWNING FILE ID AND EXPIRY AND ASKED FOR         00
003787    AGAIN. THE PUNCH REEL IS READ, NOT WRITTEN, SO IT IS NOT            00
003788    DRAWN FROM THE SCRATCH POOL; ITS ENTRY TAKES IT OUT OF THE          00
003789    POOL AND KEEPS ITS RACK LOCATION.                                   00
003790    A FILE WHOSE PCHQUEUE ENTRY IS FLAGGED T IN COL 64 IS NOT           00
003791    PUNCHED. AFTER A COUNTING PASS OF THE PUNCHER REEL IT IS            00
003792    WRITTEN TO ITS OWN LABELLED CARDOUT REEL OF 80-COLUMN CARD          00
003793    IMAGES (THE FORMAT MAKESOLT AND PUNCHSOLT READ) BEHIND A            00
003794    HEADER IMAGE CARRYING THE DECK ID AND CARD COUNT AND AHEAD          00
003795    OF THE END-FILE TRAILER. THE CARDOUT REEL IS DRAWN FROM THE         00
003796    VOLCAT SCRATCH POOL AND CATALOGUED, THE PCHLOG ENTRY CARRIES        00
003797    T AND ITS SERIAL (COLS 38 AND 40-45), AND THE QUEUE ENTRY IS        00
003798    MARKED DELIVERD.                                                    00
003800                                                                        00
003900                                                                        00
004100 IDENTIFICATION DIVISION.                                         TAPPCH00
005360     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           TAPPCH00
005361     SELECT OPS-MSG      ASSIGN TO DISK.                          TAPPCH00
005362     SELECT VOL-CATALOG ASSIGN TO DISK.                           TAPPCH00
005363     SELECT CARD-TAPE ASSIGN TO TAPE.                             TAPPCH00
005364     SELECT AUTH-FILE ASSIGN TO DISK                              TAPPCH00
005365         FILE STATUS IS AUTH-FILE-STATUS.                         TAPPCH00
005374     SELECT OPER-FILE ASSIGN TO DISK                              TAPPCH00
005384         FILE STATUS IS OPER-FILE-STATUS.                         TAPPCH00
005400 I-O-CONTROL.                                                     TAPPCH00
005500     APPLY TECHNIQUE-A ON PUNCHER.                                TAPPCH00
005600 DATA DIVISION.                                                   TAPPCH00
005700 FILE SECTION.                                                    TAPPCH00
005701 MD  OPER-FILE                                                    TAPPCH00
005702     ACCESS SEQUENTIAL                                            TAPPCH00
005703     BLOCK CONTAINS 1 RECORDS                                     TAPPCH00
005704     VALUE OF ID "OPROSTER"                                       TAPPCH00
005705     DATA RECORD OPER-REC.                                        TAPPCH00
005706 01  OPER-REC        SZ 80.                                       TAPPCH00
005707     05  OR-CODE         PC X(3).                                 TAPPCH00
005708     05  FILLER          SZ 1.                                    TAPPCH00
005709     05  OR-NAME         PC X(20).                                TAPPCH00
005710     05  FILLER          SZ 1.                                    TAPPCH00
005711     05  OR-STATUS       PC X.                                    TAPPCH00
005712     05  FILLER          SZ 54.                                   TAPPCH00
005800 FD  PUNCHER                                                      TAPPCH00
005900     BLOCK CONTAINS 15 RECORDS                                    TAPPCH00
006000     RECORD CONTAINS 80 CHARACTERS                                TAPPCH00
007000     LABEL RECORD IS OMITTED                                      TAPPCH00
007100     DATA RECORD IS PCH.                                          TAPPCH00
007200 01  PCH             SZ 80.                                       TAPPCH00
007201 FD  CARD-TAPE                                                    TAPPCH00
007202     BLOCK CONTAINS 1 RECORDS                                     TAPPCH00
007203     RECORD CONTAINS 80 CHARACTERS                                TAPPCH00
007204     LABEL RECORD IS STANDARD                                     TAPPCH00
007205     VALUE OF ID IS "CARDOUT"   SAVE-FACTOR 030                   TAPPCH00
007206     DATA RECORD IS CARD-IMAGE.                                   TAPPCH00
007207 01  CARD-IMAGE      SZ 80.                                       TAPPCH00
007250 MD  PUNCH-LOG                                                    TAPPCH00
007260     ACCESS MODE IS SEQUENTIAL                                    TAPPCH00
007270     RECORD CONTAINS 80 CHARACTERS                                TAPPCH00
007303     05  LOG-READ-CNT    PC 9(6).                                 TAPPCH00
007304     05  FILLER          SZ 1.                                    TAPPCH00
007305     05  LOG-PUNCH-CNT   PC 9(6).                                 TAPPCH00
007306     05  FILLER          SZ 1.                                    TAPPCH00
007307     05  LOG-OUTPUT      PC X.                                    TAPPCH00
007308     05  FILLER          SZ 1.                                    TAPPCH00
007309     05  LOG-SERIAL      PC X(6).                                 TAPPCH00
007310     05  FILLER          SZ 35.                                   TAPPCH00
007311 MD  AUTH-FILE                                                    TAPPCH00
007312     ACCESS SEQUENTIAL                                            TAPPCH00
007313     BLOCK CONTAINS 1 RECORDS                                     TAPPCH00
007314     VALUE OF ID "RUNAUTH"                                        TAPPCH00
007315     DATA RECORD AUTH-REC.                                        TAPPCH00
007316 01  AUTH-REC        SZ 80.                                       TAPPCH00
007317     05  RA-RUN-ID       PC X(7).                                 TAPPCH00
007318     05  FILLER          SZ 1.                                    TAPPCH00
007319     05  RA-PROGRAM      PC X(8).                                 TAPPCH00
007320     05  FILLER          SZ 64.                                   TAPPCH00
007321 MD  VOL-CATALOG                                                  TAPPCH00
007322     ACCESS SEQUENTIAL                                            TAPPCH00
007323     BLOCK CONTAINS 1 RECORDS                                     TAPPCH00
007324     VALUE OF ID "VOLCAT"                                         TAPPCH00
007325     DATA RECORD VC-REC.                                          TAPPCH00
007326 01  VC-REC          SZ 80.                                       TAPPCH00
007327     05  VC-SERIAL       PC X(6).                                 TAPPCH00
007328     05  FILLER          SZ 1.                                    TAPPCH00
007329     05  VC-FILE-ID      PC X(8).                                 TAPPCH00
007330     05  FILLER          SZ 1.                                    TAPPCH00
007331     05  VC-PROGRAM      PC X(8).                                 TAPPCH00
007332     05  FILLER          SZ 1.                                    TAPPCH00
007333     05  VC-DATE         PC 9(6).                                 TAPPCH00
007334     05  FILLER          SZ 1.                                    TAPPCH00
007335     05  VC-SAVE         PC 9(3).                                 TAPPCH00
007336     05  FILLER          SZ 1.                                    TAPPCH00
007337     05  VC-USER         PC X(7).                                 TAPPCH00
007338     05  FILLER          SZ 20.                                   TAPPCH00
007339     05  VC-POOL         PC X.                                    TAPPCH00
007340     05  FILLER          SZ 1.                                    TAPPCH00
007341     05  VC-RACK         PC X(5).                                 TAPPCH00
007342     05  FILLER          SZ 10.                                   TAPPCH00
007343 MD  OPS-MSG                                                      TAPPCH00
007344     ACCESS SEQUENTIAL                                            TAPPCH00
007345     BLOCK CONTAINS 1 RECORDS                                     TAPPCH00
007346     VALUE OF ID "OPSMSG"                                         TAPPCH00
007347     DATA RECORD MSG-REC.                                         TAPPCH00
007348 01  MSG-REC         SZ 80.                                       TAPPCH00
007349     05  MSG-PROGRAM     PC X(8).                                 TAPPCH00
007350     05  FILLER          SZ 1.                                    TAPPCH00
007351     05  MSG-DATE        PC 9(6).                                 TAPPCH00
007352     05  FILLER          SZ 1.                                    TAPPCH00
007353     05  MSG-TIME        PC 9(4).                                 TAPPCH00
007354     05  FILLER          SZ 1.                                    TAPPCH00
007355     05  MSG-TEXT        PC X(50).                                TAPPCH00
007356     05  FILLER          SZ 1.                                    TAPPCH00
007357     05  MSG-OPERATOR    PC X(3).                                 TAPPCH00
007358     05  FILLER          SZ 5.                                    TAPPCH00
007359 MD  AUDIT-TRAIL                                                  TAPPCH00
007360     ACCESS MODE IS RANDOM                                        TAPPCH00
007361     ACTUAL KEY IS AU-KEY                                         TAPPCH00
007362     RECORD CONTAINS 44 CHARACTERS                                TAPPCH00
007363     LABEL RECORD IS STANDARD                                     TAPPCH00
007364     VALUE OF ID IS "AUDITTRL"                                    TAPPCH00
007365     DATA RECORD IS AUDIT-REC.                                    TAPPCH00
007366 01  AUDIT-REC       SZ 44.                                       TAPPCH00
007367     05  AU-PROGRAM      PC X(8)  VA "TAPEPCH ".                  TAPPCH00
007368     05  AU-DATE         PC 9(6).                                 TAPPCH00
007369     05  AU-TIME         PC 9(4).                                 TAPPCH00
007370     05  AU-EVENT        PC X(8).                                 TAPPCH00
007371     05  AU-RESULT       PC X(8).                                 TAPPCH00
007372     05  AU-RUN-ID       PC X(7).                                 TAPPCH00
007373     05  AU-OPERATOR     PC X(3).                                 TAPPCH00
007374 01  AUDIT-CTL.                                                   TAPPCH00
007375     05  AC-NEXT-SLOT        PC 9(8).                             TAPPCH00
007376     05  AC-HASH             PC 9(9).                             TAPPCH00
007377     05  FILLER              SZ 27.                               TAPPCH00
007378 MD  PUNCH-QUEUE                                                  TAPPCH00
007379     ACCESS MODE IS SEQUENTIAL                                    TAPPCH00
007380     RECORD CONTAINS 80 CHARACTERS                                TAPPCH00
007381     LABEL RECORD IS STANDARD                                     TAPPCH00
007382     VALUE OF ID IS "PCHQUEUE"                                    TAPPCH00
007383     DATA RECORD IS QUEUE-REC.                                    TAPPCH00
007384 01  QUEUE-REC       SZ 80.                                       TAPPCH00
007385     05  Q-FILE-ID       PC X(7).                                 TAPPCH00
007386     05  FILLER          SZ 1.                                    TAPPCH00
007387     05  Q-MEDIUM        PC X.                                    TAPPCH00
007388     05  FILLER          SZ 1.                                    TAPPCH00
007389     05  Q-PRIORITY      PC 9.                                    TAPPCH00
007390     05  FILLER          SZ 1.                                    TAPPCH00
007391     05  Q-REQ-BY        PC X(7).                                 TAPPCH00
007392     05  FILLER          SZ 1.                                    TAPPCH00
007393     05  Q-STATUS        PC X(8).                                 TAPPCH00
007394     05  FILLER          SZ 1.                                    TAPPCH00
007395     05  Q-DONE-DATE     PC 9(6).                                 TAPPCH00
007396     05  FILLER          SZ 1.                                    TAPPCH00
007397     05  Q-RUN-ID        PC X(7).                                 TAPPCH00
007398     05  FILLER          SZ 1.                                    TAPPCH00
007399     05  Q-REQ-DATE      PC 9(6).                                 TAPPCH00
007400     05  FILLER          SZ 1.                                    TAPPCH00
007401     05  Q-AGE-DATE      PC 9(6).                                 TAPPCH00
007402     05  FILLER          SZ 6.                                    TAPPCH00
007403     05  Q-OUTPUT        PC X.                                    TAPPCH00
007404     05  FILLER          SZ 16.                                   TAPPCH00
007405 WORKING-STORAGE SECTION.                                         TAPPCH00
007406 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        TAPPCH00
007407 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     TAPPCH00
007408 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             TAPPCH00
007409 77  AU-HH           CMP-1   PC 99.                               TAPPCH00
007410 77  AUTH-TODAY      CMP-1   PC 9(6).                             TAPPCH00
007411 77  AUTH-DATE-IN            PC 9(6).                             TAPPCH00
007412 01  AUTH-LIMIT.                                                  TAPPCH00
007413     05  FILLER          SZ 17.                                   TAPPCH00
007414     05  AL-EXPIRES      PC 9(6).                                 TAPPCH00
007415     05  FILLER          SZ 57.                                   TAPPCH00
007416 77  AU-MM           CMP-1   PC 99.                               TAPPCH00
007417 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     TAPPCH00
007418 77  OPERATOR-CODE   VA SPACE        PC X(3).                     TAPPCH00
007419 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        TAPPCH00
007420 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        TAPPCH00
007421 77  AU-KEY          CMP-1   PC 9(8).                             TAPPCH00
007433 77  AU-NEXT         CMP-1   PC 9(8).                             TAPPCH00
007449 01  AU-SAVE-REC             SZ 44.                               TAPPCH00
007450 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     TAPPCH00
007451 77  AU-REC-SUM              CMP-1   PC 9(6).                     TAPPCH00
007452 77  AU-CX                   CMP-1   PC 99.                       TAPPCH00
007453 77  AU-TX                   CMP-1   PC 99.                       TAPPCH00
007454 77  AU-CODE                 CMP-1   PC 99.                       TAPPCH00
007455 01  AU-HASH-REC.                                                 TAPPCH00
007456     05  AU-HC       OC 44   PC X.                                TAPPCH00
007457 01  AU-CHAR-SET.                                                 TAPPCH00
007458     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          TAPPCH00
007459     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          TAPPCH00
007460 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           TAPPCH00
007461     05  AU-CHAR     OC 48   PC X.                                TAPPCH00
007462 77  START                       PC X(10) VA "BEGIN-FILE".        TAPPCH00
007550 77  ENDIT                       PC X(10) VA "COMPLETED ".        TAPPCH00
007650 01  MESSAGE         SZ 80.                                       TAPPCH00
007750     05  SPOMSG      SZ 31.                                       TAPPCH00
008930 77  PUNCH-COUNT       CMP-1   PC 9(6) VA 0.                      TAPPCH00
008932 77  SKIP-COUNT        CMP-1   PC 9(4) VA 0.                      TAPPCH00
008934 77  SKIP-IX           CMP-1   PC 9(4).                           TAPPCH00
008935 77  VOL-USER      VA SPACE  PC X(7).                             TAPPCH00
008936 77  ERR-SW            CMP-1   PC 9    VA 0.                      TAPPCH00
008937 77  DUP-FOUND         CMP-1   PC 9    VA 0.                      TAPPCH00
008938 77  DUP-SKIP-SW       CMP-1   PC 9    VA 0.                      TAPPCH00
008942 77  SCAN-FILES       CMP-1   PC 9(4) VA 0.                       TAPPCH00
008943 77  SCAN-RECS        CMP-1   PC 9(6).                            TAPPCH00
008944 77  SCAN-PGM                 PC X(7).                            TAPPCH00
008945 77  OUT-SW            CMP-1   PC 9    VA 0.                      TAPPCH00
008946 77  OUT-COUNT         CMP-1   PC 9(6).                           TAPPCH00
008947 77  OUT-SERIAL               PC X(6).                            TAPPCH00
008948 77  OUT-RACK                 PC X(5).                            TAPPCH00
008949 77  PCH-SERIAL-HOLD          PC X(6).                            TAPPCH00
008950 77  PCH-RACK-HOLD            PC X(5).                            TAPPCH00
008951 01  OUT-HEAD          SZ 80.                                     TAPPCH00
008952     05  OH-ID         PC X(31).                                  TAPPCH00
008953     05  FILLER        PC X(7)  VA " CARDS ".                     TAPPCH00
008954     05  OH-COUNT      PC 9(6).                                   TAPPCH00
008955     05  FILLER        PC X(6)  VA " DATE ".                      TAPPCH00
008956     05  OH-DATE       PC 9(6).                                   TAPPCH00
008957     05  FILLER        SZ 24    VA SPACE.                         TAPPCH00
008958 77  VOL-SERIAL-IN            PC X(6).                            TAPPCH00
008959 77  VOL-FILE-ID  VA "PCHTAP  " PC X(8).                          TAPPCH00
008960 77  VOL-PROGRAM  VA "TAPEPCH " PC X(8).                          TAPPCH00
008961 77  VOL-SAVE     VA 2          PC 9(3).                          TAPPCH00
008962 77  VOL-RACK     VA SPACES     PC X(5).                          TAPPCH00
008963 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             TAPPCH00
008964 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             TAPPCH00
008965 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             TAPPCH00
008966 77  VOL-HOLD-FILE              PC X(8).                          TAPPCH00
008967 77  VOL-HOLD-DATE              PC 9(6).                          TAPPCH00
008968 77  VOL-HOLD-SAVE              PC 9(3).                          TAPPCH00
008969 77  VOL-HOLD-POOL              PC X.                             TAPPCH00
008970 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          TAPPCH00
008971 77  VOL-EXP-NO         CMP-1   PC 9(8).                          TAPPCH00
008972 77  VOL-DOY            CMP-1   PC 9(4).                          TAPPCH00
008973 77  VOL-YY             CMP-1   PC 99.                            TAPPCH00
008974 77  VOL-MM             CMP-1   PC 99.                            TAPPCH00
008975 77  VOL-MX             CMP-1   PC 99.                            TAPPCH00
008976 77  VOL-EXPIRES                PC 9(6).                          TAPPCH00
008977 77  VOL-EXP-EDIT               PC 99/99/99.                      TAPPCH00
008978 01  VOL-DATE-WORK.                                               TAPPCH00
008979     05  VOL-DW-MM              PC 99.                            TAPPCH00
008980     05  VOL-DW-DD              PC 99.                            TAPPCH00
008981     05  VOL-DW-YY              PC 99.                            TAPPCH00
008982 01  VOL-CUM-SET.                                                 TAPPCH00
008983     05  FILLER  PC X(18) VA "000031059090120151".                TAPPCH00
008984     05  FILLER  PC X(18) VA "181212243273304334".                TAPPCH00
008985 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           TAPPCH00
008986     05  VOL-CUM-DAYS   OC 12   PC 999.                           TAPPCH00
008987 01  TRAILER-CARD    SZ 80.                                       TAPPCH00
008988     05  TC-TAG          PC X(8)  VA "END-FILE".                  TAPPCH00
008989     05  FILLER          SZ 1.                                    TAPPCH00
008990     05  TC-PGM          PC X(7).                                 TAPPCH00
008991     05  FILLER          SZ 1.                                    TAPPCH00
008992     05  TC-DATE         PC 9(6).                                 TAPPCH00
008993     05  FILLER          SZ 1.                                    TAPPCH00
008994     05  TC-COUNT        PC 9(6).                                 TAPPCH00
008995     05  FILLER          SZ 50.                                   TAPPCH00
008996 01  MSG-TEXT-WORK           PC X(50).                            TAPPCH00
008997 01  SKIP-TABLE.                                                  TAPPCH00
008998     05  SKIP-POS      OC 20   PC 9(6).                           TAPPCH00
008999 01  EXC-CARD          SZ 80.                                     TAPPCH00
009000     05  FILLER  PC X(40) VA "*** EXCEPTION - TAPE ERROR - RECORD TAPPCH00
009001-    " ".                                                         TAPPCH00
009002     05  FILLER  PC X(40) VA "SKIPPED - RE-KEY FROM SOURCE ***".  TAPPCH00
009003 PROCEDURE DIVISION.                                              TAPPCH00
009004 DECLARATIVES.                                                    TAPPCH00
009005 TAPE-ERROR SECTION.                                              TAPPCH00
009006     USE AFTER STANDARD ERROR PROCEDURE ON PUNCHER.               TAPPCH00
009007 TAPE-ERROR-NOTE.                                                 TAPPCH00
009008     NOTE  A PARITY ERROR ON THE PUNCHER REEL NO LONGER           TAPPCH00
009009         ABORTS THE RUN. THE BAD BLOCKS POSITION IS LOGGED,       TAPPCH00
009010         A CLEARLY MARKED EXCEPTION CARD IS PUNCHED IN ITS        TAPPCH00
009011         PLACE (THE WAY PUNCHSOLT PUNCHES ITS EXCEP-CARD FOR      TAPPCH00
009012         A MISSING END-OF-JOB) AND COPYING CONTINUES. THE         TAPPCH00
009013         END-OF-RUN SUMMARY LISTS EVERY SKIPPED BLOCK SO THE      TAPPCH00
009014         CARD ROOM KNOWS WHICH PART OF THE DECK TO RE-KEY.        TAPPCH00
009015 TAPE-ERROR-PARA.                                                 TAPPCH00
009016     IF OUT-SW = 2                                                TAPPCH00
009017         ADD 1 TO OUT-COUNT                                       TAPPCH00
009018         MOVE 1 TO ERR-SW                                         TAPPCH00
009019         GO TO TAPE-ERROR-X.                                      TAPPCH00
009020     ADD 1 TO SKIP-COUNT.                                         TAPPCH00
009021     ADD 1 TO READ-COUNT.                                         TAPPCH00
009022     IF SKIP-COUNT IS NOT GREATER THAN 20                         TAPPCH00
009023         MOVE READ-COUNT TO SKIP-POS (SKIP-COUNT).                TAPPCH00
009024     DISPLAY "PUNCHER TAPE ERROR AT RECORD " READ-COUNT.          TAPPCH00
009025     IF OUT-SW = 1 WRITE CARD-IMAGE FROM EXC-CARD                 TAPPCH00
009026     ELSE WRITE PCH FROM EXC-CARD.                                TAPPCH00
009027     ADD 1 TO PUNCH-COUNT.                                        TAPPCH00
009028     MOVE 1 TO ERR-SW.                                            TAPPCH00
009029 TAPE-ERROR-X.                                                    TAPPCH00
009030     EXIT.                                                        TAPPCH00
009031 END DECLARATIVES.                                                TAPPCH00
009032 MAIN-LINE SECTION.                                               TAPPCH00
009050 101.                                                             TAPPCH00
010150     OPEN OUTPUT PUNCHIT.                                         TAPPCH00
010160     ACCEPT RUN-ID-ENTRY.                                         TAPPCH00
010161 101-SERIAL.                                                      TAPPCH00
010162     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           TAPPCH00
010163     " CATALOGED)".                                               TAPPCH00
010164     ACCEPT VOL-SERIAL-IN.                                        TAPPCH00
010173     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    TAPPCH00
010183     IF VOL-REFUSE-SW = 1 GO TO 101-SERIAL.                       TAPPCH00
010200     PERFORM 950-AUDIT-START.                                     TAPPCH00
010201     DISPLAY "REPLY S TO SCAN THE REEL FIRST - ANY OTHER"         TAPPCH00
010202     DISPLAY "REPLY PUNCHES AT ONCE".                             TAPPCH00
010250 104.                                                             TAPPCH00
010260     MOVE 0 TO READ-COUNT.  MOVE 0 TO PUNCH-COUNT.                TAPPCH00
010270     MOVE 0 TO SKIP-COUNT.  MOVE 0 TO ERR-SW.                     TAPPCH00
010280     MOVE 0 TO OUT-SW.                                            TAPPCH00
010300     OPEN INPUT PUNCHER.                                          TAPPCH00
010350     READ PUNCHER AT END DISPLAY "NO PUNCH FILE ON TAPE"          TAPPCH00
010360         MOVE "ABORT   " TO AU-RESULT  PERFORM 955-AUDIT-END      TAPPCH00
010650     MOVE PGM-ID TO PGM.                                          TAPPCH00
010655     PERFORM 942-DUP-CHECK THRU 944X.                             TAPPCH00
010660     IF DUP-SKIP-SW = 1 MOVE 0 TO DUP-SKIP-SW GO TO 105.          TAPPCH00
010670     PERFORM 970-OUT-CHECK THRU 979X.                             TAPPCH00
010700     ADD 1 TO READ-COUNT.                                         TAPPCH00
010750     MOVE START TO MSG.                                           TAPPCH00
010850     DISPLAY SPOMSG.                                              TAPPCH00
010860     IF OUT-SW = 1 WRITE CARD-IMAGE FROM OUT-HEAD                 TAPPCH00
010870     ELSE WRITE PCH FROM MESSAGE.                                 TAPPCH00
011000     ADD 1 TO PUNCH-COUNT.                                        TAPPCH00
011050 102.                                                             TAPPCH00
011150     READ PUNCHER AT END GO TO 103.                               TAPPCH00
011160     IF ERR-SW = 1 MOVE 0 TO ERR-SW GO TO 102.                    TAPPCH00
011200     ADD 1 TO READ-COUNT.                                         TAPPCH00
011210     IF OUT-SW = 1 WRITE CARD-IMAGE FROM CRD                      TAPPCH00
011220     ELSE WRITE PCH FROM CRD.                                     TAPPCH00
011300     ADD 1 TO PUNCH-COUNT.                                        TAPPCH00
011350     GO TO 102.                                                   TAPPCH00
011450 103.                                                             TAPPCH00
011676     MOVE PGM TO TC-PGM.                                          TAPPCH00
011677     ACCEPT TC-DATE FROM DATE.                                    TAPPCH00
011678     MOVE PUNCH-COUNT TO TC-COUNT.                                TAPPCH00
011679     IF OUT-SW = 1 WRITE CARD-IMAGE FROM TRAILER-CARD             TAPPCH00
011680     ELSE WRITE PCH FROM TRAILER-CARD.                            TAPPCH00
011681     IF OUT-SW = 1 PERFORM 980-OUT-CLOSE THRU 980X.               TAPPCH00
011682     IF SKIP-COUNT IS GREATER THAN 0                              TAPPCH00
011683         DISPLAY "TAPE BLOCKS SKIPPED THIS FILE " SKIP-COUNT      TAPPCH00
011684         PERFORM 940-SKIP-ONE VARYING SKIP-IX FROM 1 BY 1         TAPPCH00
011685             UNTIL SKIP-IX IS GREATER THAN SKIP-COUNT             TAPPCH00
011686             OR SKIP-IX IS GREATER THAN 20.                       TAPPCH00
011700     PERFORM 900-LOG-PUNCH THRU 920-LOG-WRITE.                    TAPPCH00
011705     IF READ-COUNT NOT = PUNCH-COUNT                              TAPPCH00
011706         DISPLAY "COUNT MISMATCH - DECK SUSPECT - QUEUE"          TAPPCH00
011730     CLOSE PUNCHER WITH LOCK.                                     TAPPCH00
011731     IF VOL-SERIAL-IN NOT = SPACES                                TAPPCH00
011732         PERFORM VOLCAT-PUT THRU VOLCAT-X                         TAPPCH00
011733         MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                   TAPPCH00
011740     DISPLAY "MORE PUNCHER FILES THIS RUN (Y/N)".                 TAPPCH00
011745     ACCEPT MORE-FILES.                                           TAPPCH00
011748     IF MORE-FILES = "Y" GO TO 104.                               TAPPCH00
011880     READ PUNCH-LOG AT END GO TO 920-LOG-WRITE.                   TAPPCH00
011890     GO TO 910-LOG-SKIP.                                          TAPPCH00
011900 920-LOG-WRITE.                                                   TAPPCH00
011901     MOVE SPACES TO LOG-REC.                                      TAPPCH00
011910     MOVE PGM TO LOG-FILE-ID.                                     TAPPCH00
011920     ACCEPT LOG-DATE FROM DATE.                                   TAPPCH00
011930     MOVE RUN-ID-ENTRY TO LOG-RUN-ID.                             TAPPCH00
011932     MOVE READ-COUNT TO LOG-READ-CNT.                             TAPPCH00
011934     MOVE PUNCH-COUNT TO LOG-PUNCH-CNT.                           TAPPCH00
011935     IF OUT-SW = 1                                                TAPPCH00
011936         MOVE "T" TO LOG-OUTPUT                                   TAPPCH00
011937         MOVE OUT-SERIAL TO LOG-SERIAL.                           TAPPCH00
011940     WRITE LOG-REC.  CLOSE PUNCH-LOG.                             TAPPCH00
011942 930-QUEUE-MARK.                                                  TAPPCH00
011943     NOTE  MARKS THE FILES PCHQUEUE ENTRY PUNCHED (DELIVERD FOR   TAPPCH00
011944         A CARDOUT REEL) WITH DATE AND RUN ID SO THE QUEUE        TAPPCH00
011945         LISTING SHOWS THE WORK DONE.                             TAPPCH00
011946     OPEN I-O PUNCH-QUEUE.                                        TAPPCH00
011947 935-QM-READ.                                                     TAPPCH00
011948     READ PUNCH-QUEUE AT END GO TO 945-QUEUE-DONE.                TAPPCH00
011949     IF Q-FILE-ID NOT = PGM GO TO 935-QM-READ.                    TAPPCH00
011950     IF Q-STATUS = "PUNCHED " OR Q-STATUS = "DELIVERD"            TAPPCH00
011951         GO TO 935-QM-READ.                                       TAPPCH00
011952     MOVE "PUNCHED " TO Q-STATUS.                                 TAPPCH00
011953     IF OUT-SW = 1 MOVE "DELIVERD" TO Q-STATUS.                   TAPPCH00
011954     ACCEPT Q-DONE-DATE FROM DATE.                                TAPPCH00
011955     MOVE RUN-ID-ENTRY TO Q-RUN-ID.                               TAPPCH00
011956     REWRITE QUEUE-REC.  MOVE Q-REQ-BY TO VOL-USER.               TAPPCH00
011957 945-QUEUE-DONE.                                                  TAPPCH00
011958     CLOSE PUNCH-QUEUE.                                           TAPPCH00
011959 JOURNAL-MSG.                                                     TAPPCH00
011960     NOTE  APPENDS A DECISION-POINT CONSOLE MESSAGE TO THE        TAPPCH00
011961         SHARED OPSMSG JOURNAL (PROGRAM, DATE, TIME, TEXT)        TAPPCH00
011962         SO THE MORNING REVIEW CAN RECONSTRUCT WHAT THE           TAPPCH00
011963         NIGHT SHIFT SAW AND ANSWERED.                            TAPPCH00
011964     OPEN I-O OPS-MSG.                                            TAPPCH00
011965 JOURNAL-SKIP.                                                    TAPPCH00
011966     READ OPS-MSG AT END GO TO JOURNAL-PUT.                       TAPPCH00
011967     GO TO JOURNAL-SKIP.                                          TAPPCH00
011968 JOURNAL-PUT.                                                     TAPPCH00
011969     MOVE SPACES TO MSG-REC.  MOVE OPERATOR-CODE TO MSG-OPERATOR. TAPPCH00
011970     MOVE AU-PROGRAM TO MSG-PROGRAM.                              TAPPCH00
011971     MOVE TODAYS-DATE TO MSG-DATE.                                TAPPCH00
011972     COMPUTE AU-TIME-HOLD = DATA (1).                             TAPPCH00
011973     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     TAPPCH00
011974     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            TAPPCH00
011975     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      TAPPCH00
011976     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              TAPPCH00
011977     WRITE MSG-REC.                                               TAPPCH00
011978     CLOSE OPS-MSG.                                               TAPPCH00
011979 940-SKIP-ONE.                                                    TAPPCH00
011980     DISPLAY "  SKIPPED AT RECORD " SKIP-POS (SKIP-IX).           TAPPCH00
011981 942-DUP-CHECK.                                                   TAPPCH00
011982     NOTE  BEFORE PUNCHING, THE DAYS PCHLOG IS SCANNED FOR AN     TAPPCH00
011983         ENTRY WITH THE SAME FILE ID - ON A HIT THE OPERATOR      TAPPCH00
011984         MUST CONFIRM WITH Y OR THE REEL FILE IS SKIPPED, SO      TAPPCH00
011985         TWO OPERATORS WORKING THE SAME HANDOVER LIST STOP        TAPPCH00
011986         PRODUCING DUPLICATE DECKS.                               TAPPCH00
011987     MOVE 0 TO DUP-FOUND.  MOVE 0 TO DUP-SKIP-SW.                 TAPPCH00
011988     ACCEPT DUP-TODAY FROM DATE.                                  TAPPCH00
011989     OPEN INPUT PUNCH-LOG.                                        TAPPCH00
011990 943-DUP-READ.                                                    TAPPCH00
011991     READ PUNCH-LOG AT END GO TO 944-DUP-DONE.                    TAPPCH00
011992     IF LOG-FILE-ID = PGM                                         TAPPCH00
011993         IF LOG-DATE = DUP-TODAY                                  TAPPCH00
011994             MOVE 1 TO DUP-FOUND.                                 TAPPCH00
011995     GO TO 943-DUP-READ.                                          TAPPCH00
011996 944-DUP-DONE.                                                    TAPPCH00
011997     CLOSE PUNCH-LOG.                                             TAPPCH00
011998     IF DUP-FOUND = 0 GO TO 944X.                                 TAPPCH00
011999     DISPLAY "ALREADY PUNCHED TODAY: " PGM.                       TAPPCH00
012000     DISPLAY "PUNCH AGAIN (Y/N)".                                 TAPPCH00
012001     ACCEPT CONFIRM-REPLY.                                        TAPPCH00
012002     IF CONFIRM-REPLY NOT = "Y"                                   TAPPCH00
012003         DISPLAY "FILE SKIPPED: " PGM                             TAPPCH00
012004         MOVE 1 TO DUP-SKIP-SW.                                   TAPPCH00
012005 944X.                                                            TAPPCH00
012006     EXIT.                                                        TAPPCH00
012007 960-SCAN-REEL.                                                   TAPPCH00
012008     NOTE  READS THE MOUNTED PUNCHER REEL AND LISTS EVERY         TAPPCH00
012009         BEGIN-FILE HEADERS PGM-ID WITH ITS RECORD COUNT          TAPPCH00
012010         WITHOUT PUNCHING ANYTHING, THEN DEMANDS A CONFIRM        TAPPCH00
012011         REPLY BEFORE THE REAL PASS - THE TAPE-SIDE               TAPPCH00
012012         EQUIVALENT OF DISKPCHS SWEEP-LIST CONFIRMATION.          TAPPCH00
012013     OPEN INPUT PUNCHER.                                          TAPPCH00
012014     MOVE 0 TO SCAN-RECS.                                         TAPPCH00
012015     MOVE SPACES TO SCAN-PGM.                                     TAPPCH00
012016     MOVE 0 TO SCAN-FILES.                                        TAPPCH00
012017     DISPLAY "REEL CONTENTS FOLLOW".                              TAPPCH00
012018 961-SCAN-READ.                                                   TAPPCH00
012019     READ PUNCHER AT END GO TO 963-SCAN-DONE.                     TAPPCH00
012020     IF BEGINIT = "BEGIN-FILE"                                    TAPPCH00
012021         PERFORM 962-SCAN-FLUSH THRU 962X                         TAPPCH00
012022         MOVE PGM-ID TO SCAN-PGM                                  TAPPCH00
012023         ADD 1 TO SCAN-FILES                                      TAPPCH00
012024         MOVE 0 TO SCAN-RECS                                      TAPPCH00
012025         GO TO 961-SCAN-READ.                                     TAPPCH00
012026     ADD 1 TO SCAN-RECS.                                          TAPPCH00
012027     GO TO 961-SCAN-READ.                                         TAPPCH00
012028 962-SCAN-FLUSH.                                                  TAPPCH00
012029     IF SCAN-PGM = SPACES GO TO 962X.                             TAPPCH00
012030     DISPLAY "  " SCAN-PGM " RECORDS " SCAN-RECS.                 TAPPCH00
012031 962X.                                                            TAPPCH00
012032     EXIT.                                                        TAPPCH00
012033 963-SCAN-DONE.                                                   TAPPCH00
012034     PERFORM 962-SCAN-FLUSH THRU 962X.                            TAPPCH00
012035     CLOSE PUNCHER.                                               TAPPCH00
012036     DISPLAY "FILES ON REEL " SCAN-FILES.                         TAPPCH00
012037     DISPLAY "PUNCH THIS REEL (Y/N)".                             TAPPCH00
012038     ACCEPT SCAN-REPLY.                                           TAPPCH00
012039     IF SCAN-REPLY NOT = "Y"                                      TAPPCH00
012040         DISPLAY "PUNCH CANCELLED - WRONG REEL"                   TAPPCH00
012041         CLOSE PUNCHIT                                            TAPPCH00
012042         MOVE "OK      " TO AU-RESULT                             TAPPCH00
012043         PERFORM 955-AUDIT-END                                    TAPPCH00
012044         STOP RUN.                                                TAPPCH00
012045 969X.                                                            TAPPCH00
012046     EXIT.                                                        TAPPCH00
012047 970-OUT-CHECK.                                                   TAPPCH00
012048     NOTE  A FILE WHOSE OPEN PCHQUEUE ENTRY IS FLAGGED T GOES     TAPPCH00
012049         TO A CARDOUT REEL INSTEAD OF THE PUNCH. THE PUNCHER      TAPPCH00
012050         REEL IS READ THROUGH ONCE TO COUNT THE CARD IMAGES FOR   TAPPCH00
012051         THE HEADER (A BAD BLOCK COUNTS AS ITS EXCEPTION IMAGE),  TAPPCH00
012052         THEN REOPENED AT THE HEADER FOR THE COPY.                TAPPCH00
012053     MOVE 0 TO OUT-SW.                                            TAPPCH00
012054     OPEN INPUT PUNCH-QUEUE.                                      TAPPCH00
012055 971-OUT-READ.                                                    TAPPCH00
012056     READ PUNCH-QUEUE AT END GO TO 972-OUT-FOUND.                 TAPPCH00
012057     IF Q-FILE-ID NOT = PGM GO TO 971-OUT-READ.                   TAPPCH00
012058     IF Q-STATUS = "PUNCHED " OR Q-STATUS = "DELIVERD"            TAPPCH00
012059         GO TO 971-OUT-READ.                                      TAPPCH00
012060     IF Q-OUTPUT = "T"                                            TAPPCH00
012061         MOVE 2 TO OUT-SW                                         TAPPCH00
012062         MOVE Q-REQ-BY TO VOL-USER.                               TAPPCH00
012063     GO TO 971-OUT-READ.                                          TAPPCH00
012064 972-OUT-FOUND.                                                   TAPPCH00
012065     CLOSE PUNCH-QUEUE.                                           TAPPCH00
012066     IF OUT-SW = 0 GO TO 979X.                                    TAPPCH00
012067     DISPLAY "CARD-IMAGE TAPE OUTPUT FOR " PGM.                   TAPPCH00
012068     MOVE 1 TO OUT-COUNT.                                         TAPPCH00
012069 973-OUT-COUNT.                                                   TAPPCH00
012070     READ PUNCHER AT END GO TO 974-OUT-REOPEN.                    TAPPCH00
012071     IF ERR-SW = 1 MOVE 0 TO ERR-SW GO TO 973-OUT-COUNT.          TAPPCH00
012072     ADD 1 TO OUT-COUNT.                                          TAPPCH00
012073     GO TO 973-OUT-COUNT.                                         TAPPCH00
012074 974-OUT-REOPEN.                                                  TAPPCH00
012075     CLOSE PUNCHER.                                               TAPPCH00
012076     OPEN INPUT PUNCHER.                                          TAPPCH00
012077     MOVE 0 TO ERR-SW.                                            TAPPCH00
012078     READ PUNCHER AT END MOVE 0 TO OUT-SW GO TO 979X.             TAPPCH00
012079     MOVE 0 TO ERR-SW.                                            TAPPCH00
012080     MOVE START TO MSG.                                           TAPPCH00
012081     MOVE SPOMSG TO OH-ID.                                        TAPPCH00
012082     MOVE OUT-COUNT TO OH-COUNT.                                  TAPPCH00
012083     ACCEPT OH-DATE FROM DATE.                                    TAPPCH00
012084     MOVE SPACES TO OUT-SERIAL OUT-RACK.                          TAPPCH00
012085     PERFORM 985-OUT-VOLS.                                        TAPPCH00
012086     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  TAPPCH00
012087     PERFORM 986-PCH-VOLS.                                        TAPPCH00
012088     OPEN OUTPUT CARD-TAPE.                                       TAPPCH00
012089     MOVE 1 TO OUT-SW.                                            TAPPCH00
012090 979X.                                                            TAPPCH00
012091     EXIT.                                                        TAPPCH00
012092 980-OUT-CLOSE.                                                   TAPPCH00
012093     CLOSE CARD-TAPE WITH LOCK.                                   TAPPCH00
012094     DISPLAY "DECK ON CARDOUT REEL " OUT-SERIAL.                  TAPPCH00
012095     IF OUT-SERIAL = SPACES GO TO 980X.                           TAPPCH00
012096     PERFORM 985-OUT-VOLS.                                        TAPPCH00
012097     PERFORM VOLCAT-PUT THRU VOLCAT-X.                            TAPPCH00
012098     PERFORM 986-PCH-VOLS.                                        TAPPCH00
012099 980X.                                                            TAPPCH00
012100     EXIT.                                                        TAPPCH00
012101 985-OUT-VOLS.                                                    TAPPCH00
012102     NOTE  THE VOLCAT PARAGRAPHS WORK ON THE VOL- ITEMS - THE     TAPPCH00
012103         PUNCHER REELS VALUES ARE HELD WHILE THE CARDOUT REELS    TAPPCH00
012104         ARE IN PLACE.                                            TAPPCH00
012105     MOVE VOL-SERIAL-IN TO PCH-SERIAL-HOLD.                       TAPPCH00
012106     MOVE VOL-RACK TO PCH-RACK-HOLD.                              TAPPCH00
012107     MOVE OUT-SERIAL TO VOL-SERIAL-IN.                            TAPPCH00
012108     MOVE OUT-RACK TO VOL-RACK.                                   TAPPCH00
012109     MOVE "CARDOUT " TO VOL-FILE-ID.                              TAPPCH00
012110     MOVE 30 TO VOL-SAVE.                                         TAPPCH00
012111 986-PCH-VOLS.                                                    TAPPCH00
012112     MOVE VOL-SERIAL-IN TO OUT-SERIAL.                            TAPPCH00
012113     MOVE VOL-RACK TO OUT-RACK.                                   TAPPCH00
012114     MOVE PCH-SERIAL-HOLD TO VOL-SERIAL-IN.                       TAPPCH00
012115     MOVE PCH-RACK-HOLD TO VOL-RACK.                              TAPPCH00
012116     MOVE "PCHTAP  " TO VOL-FILE-ID.                              TAPPCH00
012117     MOVE 2 TO VOL-SAVE.                                          TAPPCH00
012118 VOLCAT-PUT.                                                      TAPPCH00
012119     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         TAPPCH00
012120         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         TAPPCH00
012121         PROGRAM, DATE, SAVE FACTOR) SO THE WHOLE RACK IS         TAPPCH00
012122         UNDER ONE REPORT INSTEAD OF ONE-UTILITY-ONE-INDEX - AN   TAPPCH00
012123         EARLIER ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOLTAPPCH00
012124         AND HANDS ON ITS RACK LOCATION.                          TAPPCH00
012125     OPEN I-O VOL-CATALOG.                                        TAPPCH00
012126 VOLCAT-SKIP.                                                     TAPPCH00
012127     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  TAPPCH00
012128     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          TAPPCH00
012129     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               TAPPCH00
012130     IF VC-POOL = "P"                                             TAPPCH00
012131         MOVE SPACE TO VC-POOL                                    TAPPCH00
012132         REWRITE VC-REC.                                          TAPPCH00
012133     GO TO VOLCAT-SKIP.                                           TAPPCH00
012134 VOLCAT-WRITE.                                                    TAPPCH00
012135     MOVE SPACES TO VC-REC.                                       TAPPCH00
012136     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             TAPPCH00
012137     MOVE VOL-FILE-ID TO VC-FILE-ID.                              TAPPCH00
012138     MOVE VOL-PROGRAM TO VC-PROGRAM.                              TAPPCH00
012139     MOVE TODAYS-DATE TO VC-DATE.                                 TAPPCH00
012140     MOVE VOL-SAVE TO VC-SAVE.  MOVE VOL-USER TO VC-USER.         TAPPCH00
012141     MOVE VOL-RACK TO VC-RACK.                                    TAPPCH00
012142     WRITE VC-REC.                                                TAPPCH00
012143     CLOSE VOL-CATALOG.                                           TAPPCH00
012144 VOLCAT-X.                                                        TAPPCH00
012145     EXIT.                                                        TAPPCH00
012146 VOLCAT-SERIAL.                                                   TAPPCH00
012147     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -TAPPCH00
012148         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     TAPPCH00
012149         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          TAPPCH00
012150     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      TAPPCH00
012151     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    TAPPCH00
012152     DISPLAY "SCRATCH POOL EMPTY".                                TAPPCH00
012153 VOLCAT-SERIAL-ASK.                                               TAPPCH00
012154     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           TAPPCH00
012155     " CATALOGED)".                                               TAPPCH00
012156     ACCEPT VOL-SERIAL-IN.                                        TAPPCH00
012157     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    TAPPCH00
012158     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                TAPPCH00
012159 VOLCAT-SERIAL-X.                                                 TAPPCH00
012160     EXIT.                                                        TAPPCH00
012161 VOLCAT-DRAW.                                                     TAPPCH00
012162     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATTAPPCH00
012163         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       TAPPCH00
012164         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   TAPPCH00
012165     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       TAPPCH00
012166     MOVE 0 TO VOL-POOL-SW.                                       TAPPCH00
012167     OPEN I-O VOL-CATALOG.                                        TAPPCH00
012168 VOLCAT-DRAW-READ.                                                TAPPCH00
012169     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               TAPPCH00
012170     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 TAPPCH00
012171     MOVE SPACE TO VC-POOL.                                       TAPPCH00
012172     REWRITE VC-REC.                                              TAPPCH00
012173     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             TAPPCH00
012174     MOVE VC-RACK TO VOL-RACK.                                    TAPPCH00
012175     MOVE 1 TO VOL-POOL-SW.                                       TAPPCH00
012176     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    TAPPCH00
012177         VOL-RACK.                                                TAPPCH00
012178 VOLCAT-DRAW-END.                                                 TAPPCH00
012179     CLOSE VOL-CATALOG.                                           TAPPCH00
012180 VOLCAT-DRAW-X.                                                   TAPPCH00
012181     EXIT.                                                        TAPPCH00
012182 VOLCAT-CHECK.                                                    TAPPCH00
012183     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      TAPPCH00
012184         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  TAPPCH00
012185         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       TAPPCH00
012186     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         TAPPCH00
012187     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              TAPPCH00
012188     OPEN INPUT VOL-CATALOG.                                      TAPPCH00
012189 VOLCAT-CHECK-READ.                                               TAPPCH00
012190     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              TAPPCH00
012191     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    TAPPCH00
012192     MOVE 1 TO VOL-HOLD-SW.                                       TAPPCH00
012193     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            TAPPCH00
012194     MOVE VC-DATE TO VOL-HOLD-DATE.                               TAPPCH00
012195     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               TAPPCH00
012196     MOVE VC-POOL TO VOL-HOLD-POOL.                               TAPPCH00
012197     GO TO VOLCAT-CHECK-READ.                                     TAPPCH00
012198 VOLCAT-CHECK-END.                                                TAPPCH00
012199     CLOSE VOL-CATALOG.                                           TAPPCH00
012200     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    TAPPCH00
012201         GO TO VOLCAT-CHECK-X.                                    TAPPCH00
012202     IF VOL-HOLD-FILE = VOL-FILE-ID AND VOL-FILE-ID = "PCHTAP  "  TAPPCH00
012203         GO TO VOLCAT-CHECK-X.                                    TAPPCH00
012204     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           TAPPCH00
012205     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      TAPPCH00
012206         + VOL-DW-DD.                                             TAPPCH00
012207     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         TAPPCH00
012208     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        TAPPCH00
012209         + VOL-DW-DD + VOL-HOLD-SAVE.                             TAPPCH00
012210     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   TAPPCH00
012211         GO TO VOLCAT-CHECK-X.                                    TAPPCH00
012212     PERFORM VOLCAT-EXPIRY.                                       TAPPCH00
012213     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        TAPPCH00
012214         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     TAPPCH00
012215     MOVE 1 TO VOL-REFUSE-SW.                                     TAPPCH00
012216 VOLCAT-CHECK-X.                                                  TAPPCH00
012217     EXIT.                                                        TAPPCH00
012218 VOLCAT-EXPIRY.                                                   TAPPCH00
012219     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     TAPPCH00
012220         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   TAPPCH00
012221     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       TAPPCH00
012222         + VOL-HOLD-SAVE.                                         TAPPCH00
012223     MOVE VOL-DW-YY TO VOL-YY.                                    TAPPCH00
012224     PERFORM VOLCAT-EXP-YEAR                                      TAPPCH00
012225         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   TAPPCH00
012226     MOVE 1 TO VOL-MM.                                            TAPPCH00
012227     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          TAPPCH00
012228         UNTIL VOL-MX IS GREATER THAN 12.                         TAPPCH00
012229     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         TAPPCH00
012230         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      TAPPCH00
012231     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            TAPPCH00
012232 VOLCAT-EXP-YEAR.                                                 TAPPCH00
012233     SUBTRACT 365 FROM VOL-DOY.                                   TAPPCH00
012234     ADD 1 TO VOL-YY.                                             TAPPCH00
012235 VOLCAT-EXP-MONTH.                                                TAPPCH00
012236     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             TAPPCH00
012237         MOVE VOL-MX TO VOL-MM.                                   TAPPCH00
012238 950-AUDIT-START.                                                 TAPPCH00
012239     PERFORM 921-OPER-SIGNON THRU 926-OPER-X.                     TAPPCH00
012240     MOVE TODAYS-DATE TO AU-DATE.                                 TAPPCH00
012241     MOVE "START   " TO AU-EVENT.                                 TAPPCH00
012242     MOVE SPACES TO AU-RESULT.                                    TAPPCH00
012243     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  TAPPCH00
012244 955-AUDIT-END.                                                   TAPPCH00
012245     MOVE TODAYS-DATE TO AU-DATE.                                 TAPPCH00
012246     MOVE "END     " TO AU-EVENT.                                 TAPPCH00
012247     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  TAPPCH00
012248 970-AUDIT-WRITE.                                                 TAPPCH00
012249     COMPUTE AU-TIME-HOLD = DATA (1).                             TAPPCH00
012250     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     TAPPCH00
012251     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            TAPPCH00
012252     COMPUTE AU-TIME = AU-HH * 100 + AU-MM.                       TAPPCH00
012253     MOVE RUN-ID-ENTRY TO AU-RUN-ID.                              TAPPCH00
012254     OPEN I-O AUDIT-TRAIL.                                        TAPPCH00
012255     MOVE AUDIT-REC TO AU-SAVE-REC.                               TAPPCH00
012256     MOVE 1 TO AU-KEY.                                            TAPPCH00
012257     READ AUDIT-TRAIL INVALID KEY                                 TAPPCH00
012258         MOVE 2 TO AC-NEXT-SLOT.                                  TAPPCH00
012259     IF AC-NEXT-SLOT NOT NUMERIC                                  TAPPCH00
012260         MOVE 2 TO AC-NEXT-SLOT.                                  TAPPCH00
012261     IF AC-NEXT-SLOT IS LESS THAN 2                               TAPPCH00
012262         MOVE 2 TO AC-NEXT-SLOT.                                  TAPPCH00
012263     MOVE AC-NEXT-SLOT TO AU-NEXT.                                TAPPCH00
012264 980-AUDIT-SKIP.                                                  TAPPCH00
012265     NOTE  A SLOT ALREADY OCCUPIED MEANS ANOTHER UTILITY          TAPPCH00
012266         TOOK IT SINCE THE CONTROL RECORD WAS READ -              TAPPCH00
012267         ADVANCE AND PROBE AGAIN SO CONCURRENT RUNS STOP          TAPPCH00
012268         OVERWRITING EACH OTHERS EVENTS.                          TAPPCH00
012269     MOVE AU-NEXT TO AU-KEY.                                      TAPPCH00
012270     READ AUDIT-TRAIL INVALID KEY                                 TAPPCH00
012271         GO TO 985-AUDIT-FREE.                                    TAPPCH00
012272     IF AUDIT-REC = SPACES GO TO 985-AUDIT-FREE.                  TAPPCH00
012273     ADD 1 TO AU-NEXT.                                            TAPPCH00
012274     GO TO 980-AUDIT-SKIP.                                        TAPPCH00
012275 985-AUDIT-FREE.                                                  TAPPCH00
012276     MOVE 1 TO AU-KEY.                                            TAPPCH00
012277     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       TAPPCH00
012278     MOVE 0 TO AU-HASH.                                           TAPPCH00
012279     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  TAPPCH00
012280     MOVE AU-NEXT TO AU-KEY.                                      TAPPCH00
012281     MOVE AU-SAVE-REC TO AUDIT-REC.                               TAPPCH00
012282     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                TAPPCH00
012283 990-AUDIT-PUT.                                                   TAPPCH00
012284     WRITE AUDIT-REC INVALID KEY                                  TAPPCH00
012285         DISPLAY "AUDIT TRAIL FULL"                               TAPPCH00
012286         MOVE "AUDIT TRAIL FULL" TO MSG-TEXT-WORK                 TAPPCH00
012287         PERFORM JOURNAL-MSG THRU JOURNAL-PUT.                    TAPPCH00
012288     ADD 1 TO AU-NEXT.                                            TAPPCH00
012289     MOVE 1 TO AU-KEY.                                            TAPPCH00
012290     MOVE SPACES TO AUDIT-REC.                                    TAPPCH00
012291     MOVE AU-NEXT TO AC-NEXT-SLOT.                                TAPPCH00
012292     MOVE AU-HASH TO AC-HASH.                                     TAPPCH00
012293     WRITE AUDIT-REC INVALID KEY                                  TAPPCH00
012294         DISPLAY "AUDIT CONTROL ERROR".                           TAPPCH00
012295     MOVE AU-SAVE-REC TO AUDIT-REC.                               TAPPCH00
012296     CLOSE AUDIT-TRAIL.                                           TAPPCH00
012297 991-AUDIT-HASH.                                                  TAPPCH00
012298     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        TAPPCH00
012299         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     TAPPCH00
012300         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     TAPPCH00
012301         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         TAPPCH00
012302         REMOVED AFTER IT WAS WRITTEN.                            TAPPCH00
012303     MOVE AUDIT-REC TO AU-HASH-REC.                               TAPPCH00
012304     MOVE 0 TO AU-REC-SUM.                                        TAPPCH00
012305     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        TAPPCH00
012306         UNTIL AU-CX IS GREATER THAN 44.                          TAPPCH00
012307     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       TAPPCH00
012308         MOD 999999937.                                           TAPPCH00
012309     GO TO 994-AUDIT-HASH-X.                                      TAPPCH00
012310 992-AUDIT-HASH-CHAR.                                             TAPPCH00
012311     MOVE 49 TO AU-CODE.                                          TAPPCH00
012312     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        TAPPCH00
012313         UNTIL AU-TX IS GREATER THAN 48.                          TAPPCH00
012314     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           TAPPCH00
012315 993-AUDIT-HASH-LOOK.                                             TAPPCH00
012316     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    TAPPCH00
012317 994-AUDIT-HASH-X.                                                TAPPCH00
012318     EXIT.                                                        TAPPCH00
012319 946-AUTH-CHECK.                                                  TAPPCH00
012320     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         TAPPCH00
012321         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           TAPPCH00
012322         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            TAPPCH00
012323         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          TAPPCH00
012324         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        TAPPCH00
012325         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            TAPPCH00
012326     MOVE 0 TO AUTH-OK-SW.                                        TAPPCH00
012327     OPEN INPUT AUTH-FILE.                                        TAPPCH00
012328     IF AUTH-FILE-STATUS NOT = "00"                               TAPPCH00
012329         MOVE 1 TO AUTH-OK-SW                                     TAPPCH00
012330         GO TO 949-AUTH-X.                                        TAPPCH00
012331 947-AUTH-READ.                                                   TAPPCH00
012332     READ AUTH-FILE AT END GO TO 948-AUTH-DONE.                   TAPPCH00
012333     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 947-AUTH-READ.         TAPPCH00
012334     PERFORM 950-AUTH-GRANT THRU 951-AUTH-GRANT-X.                TAPPCH00
012335     GO TO 947-AUTH-READ.                                         TAPPCH00
012336 948-AUTH-DONE.                                                   TAPPCH00
012337     CLOSE AUTH-FILE.                                             TAPPCH00
012338     IF AUTH-OK-SW = 1 GO TO 949-AUTH-X.                          TAPPCH00
012339     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               TAPPCH00
012340     MOVE TODAYS-DATE TO AU-DATE.                                 TAPPCH00
012341     MOVE "AUTHFAIL" TO AU-EVENT.                                 TAPPCH00
012342     MOVE "REFUSED " TO AU-RESULT.                                TAPPCH00
012343     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  TAPPCH00
012344     STOP RUN.                                                    TAPPCH00
012345 949-AUTH-X.                                                      TAPPCH00
012346     EXIT.                                                        TAPPCH00
012347 950-AUTH-GRANT.                                                  TAPPCH00
012348     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          TAPPCH00
012349         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         TAPPCH00
012350         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            TAPPCH00
012351         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                TAPPCH00
012352     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            TAPPCH00
012353     MOVE AUTH-REC TO AUTH-LIMIT.                                 TAPPCH00
012354     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            TAPPCH00
012355         + AUTH-DATE-IN DIV 100.                                  TAPPCH00
012356     IF AL-EXPIRES NUMERIC                                        TAPPCH00
012357         IF AL-EXPIRES NOT = 0                                    TAPPCH00
012358             IF AL-EXPIRES IS LESS THAN AUTH-TODAY                TAPPCH00
012359                 GO TO 951-AUTH-GRANT-X.                          TAPPCH00
012360     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             TAPPCH00
012361     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             TAPPCH00
012362 951-AUTH-GRANT-X.                                                TAPPCH00
012363     EXIT.                                                        TAPPCH00
012364 921-OPER-SIGNON.                                                 TAPPCH00
012365     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      TAPPCH00
012366         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       TAPPCH00
012367         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          TAPPCH00
012368         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       TAPPCH00
012369         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           TAPPCH00
012370         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         TAPPCH00
012371         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                TAPPCH00
012372     MOVE 0 TO OPER-TRIES.                                        TAPPCH00
012373 922-OPER-ASK.                                                    TAPPCH00
012374     ADD 1 TO OPER-TRIES.                                         TAPPCH00
012375     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            TAPPCH00
012376     ACCEPT OPERATOR-CODE.                                        TAPPCH00
012377     MOVE OPERATOR-CODE TO AU-OPERATOR.                           TAPPCH00
012378     MOVE 0 TO OPER-OK-SW.                                        TAPPCH00
012379     IF OPERATOR-CODE = SPACES GO TO 924-OPER-DONE.               TAPPCH00
012380     OPEN INPUT OPER-FILE.                                        TAPPCH00
012381     IF OPER-FILE-STATUS NOT = "00"                               TAPPCH00
012382         MOVE 1 TO OPER-OK-SW                                     TAPPCH00
012383         GO TO 924-OPER-DONE.                                     TAPPCH00
012384 923-OPER-READ.                                                   TAPPCH00
012385     READ OPER-FILE AT END                                        TAPPCH00
012386         CLOSE OPER-FILE                                          TAPPCH00
012387         GO TO 924-OPER-DONE.                                     TAPPCH00
012388     IF OR-CODE NOT = OPERATOR-CODE GO TO 923-OPER-READ.          TAPPCH00
012389     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 TAPPCH00
012390     GO TO 923-OPER-READ.                                         TAPPCH00
012391 924-OPER-DONE.                                                   TAPPCH00
012392     IF OPER-OK-SW = 1 GO TO 925-OPER-AUTH.                       TAPPCH00
012393     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           TAPPCH00
012394     IF OPER-TRIES IS LESS THAN 3 GO TO 922-OPER-ASK.             TAPPCH00
012395     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             TAPPCH00
012396     MOVE TODAYS-DATE TO AU-DATE.                                 TAPPCH00
012397     MOVE "SIGNFAIL" TO AU-EVENT.                                 TAPPCH00
012398     MOVE "REFUSED " TO AU-RESULT.                                TAPPCH00
012399     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  TAPPCH00
012400     STOP RUN.                                                    TAPPCH00
012401 925-OPER-AUTH.                                                   TAPPCH00
012402     PERFORM 946-AUTH-CHECK THRU 949-AUTH-X.                      TAPPCH00
012403 926-OPER-X.                                                      TAPPCH00
012404     EXIT.                                                        TAPPCH00
012405 END-OF-JOB.                                                      TAPPCH00
