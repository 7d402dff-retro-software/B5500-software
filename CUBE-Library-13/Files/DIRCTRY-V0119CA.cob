002585                                                                  DIRECT00
002586 *****       WHEN A REPLYS CARD FILE IS PRESENT IN THE EXECUTE    DIRECT00
002587        PACKET, EVERY CONSOLE REPLY IS TAKEN FROM IT INSTEAD -    DIRECT00
002588        ONE REPLY PER CARD, IN THE ORDER RUN-ID, OPERATOR CODE,   DIRECT00
002590        STALE DATE, MAX-LINES, PREFIX MASK, RUN MODE (THEN THE    DIRECT00
002592        MAINTENANCE REPLIES WHEN MODE M IS SELECTED). ALPHAMERIC  DIRECT00
002594        REPLIES GO IN COLS 1-40, NUMERIC REPLIES AS EIGHT DIGITS  DIRECT00
002596        IN COLS 1-8. NO DECK MEANS THE CONSOLE IS USED AS BEFORE. DIRECT00
002600                                                                  DIRECT00
002601 *****       EVERY REPLY, FROM THE CONSOLE OR THE DECK, IS ALSO   DIRECT00
002602        KEPT ON THE SHARED RPLYHIST FILE UNDER PROGRAM AND RUN-ID,DIRECT00
002603        SO RPLYGEN CAN PUNCH THE SAME REPLYS DECK FOR A RERUN.    DIRECT00
002604                                                                  DIRECT00
002605 *****       THE DISK USAGE BY USER NUMBER SUMMARY PRINTS THE     DIRECT00
002606        DEPARTMENT NAME FROM THE USER MASTER FILE USERMSTR BESIDE DIRECT00
002607        EACH USER NUMBER, OR NOT ON USERMSTR FOR A NUMBER IT DOES DIRECT00
002608        NOT CARRY. WITHOUT A USERMSTR THE COLUMN IS LEFT BLANK.   DIRECT00
002609                                                                  DIRECT00
002610 *****       THE IDENTIFICATIONS LISTING NOW MARKS EACH FILE      DIRECT00
002620        LINE WITH A TWO-COLUMN FLAG HEADED FLAG ON THE REPORT.    DIRECT00
002630        A P MEANS PURGE-FACTOR IS ZERO (THE FILE IS ELIGIBLE      DIRECT00
004770                     SELECT AUDIT-TRAIL ASSIGN TO DISK.           DIRECT00
004771     SELECT AUTH-FILE ASSIGN TO DISK                              DIRECT00
004772         FILE STATUS IS AUTH-FILE-STATUS.                         DIRECT00
004773     SELECT OPER-FILE ASSIGN TO DISK                              DIRECT00
004774         FILE STATUS IS OPER-FILE-STATUS.                         DIRECT00
004784     SELECT REPLY-HIST ASSIGN TO DISK.                            DIRECT00
004785     SELECT USER-MSTR ASSIGN TO DISK                              DIRECT00
004786         FILE STATUS IS USER-MSTR-STATUS.                         DIRECT00
004800 I-O-CONTROL.        MULTIPLE FILE CONTAINS DIRECTORY             DIRECT00
004900                     VALUE OF MFID IS "DIRCTRY".                  DIRECT00
005000                                                                  DIRECT00
007300           10        FILLER                  SZ 1.                DIRECT00
007400           10        USERS-NO                PC X(7).             DIRECT00
007500                                                                  DIRECT00
007501 MD  OPER-FILE                                                    DIRECT00
007502     ACCESS SEQUENTIAL                                            DIRECT00
007503     BLOCK CONTAINS 1 RECORDS                                     DIRECT00
007504     VALUE OF ID "OPROSTER"                                       DIRECT00
007505     DATA RECORD OPER-REC.                                        DIRECT00
007506 01  OPER-REC        SZ 80.                                       DIRECT00
007507     05  OR-CODE         PC X(3).                                 DIRECT00
007508     05  FILLER          SZ 1.                                    DIRECT00
007509     05  OR-NAME         PC X(20).                                DIRECT00
007510     05  FILLER          SZ 1.                                    DIRECT00
007511     05  OR-STATUS       PC X.                                    DIRECT00
007512     05  FILLER          SZ 54.                                   DIRECT00
007600 MD  DIRECTORY                                                    DIRECT00
007700                     FILE CONTAINS 1410 RECORDS                   DIRECT00
007800                     ACCESS MODE SEQUENTIAL                       DIRECT00
013740         10          TR-DATE                 PC 9(6).             DIRECT00
013750         10          TR-AVAILABLE-SEGMENTS   PC 9(11).            DIRECT00
013760         10          TR-TOTAL-FILES          PC 9(4).             DIRECT00
013770 MD  REPLY-HIST                                                   DIRECT00
013780     ACCESS SEQUENTIAL                                            DIRECT00
013790     BLOCK CONTAINS 1 RECORDS                                     DIRECT00
013800     VALUE OF ID "RPLYHIST"                                       DIRECT00
013810     DATA RECORD RH-REC.                                          DIRECT00
013820 01  RH-REC          SZ 80.                                       DIRECT00
013830     05  RH-PROGRAM      PC X(8).                                 DIRECT00
013840     05  RH-RUN-ID       PC X(7).                                 DIRECT00
013850     05  RH-RUN-DATE     PC 9(6).                                 DIRECT00
013860     05  RH-RUN-TIME     PC 9(4).                                 DIRECT00
013870     05  RH-SEQ          PC 9(3).                                 DIRECT00
013880     05  RH-KIND         PC X.                                    DIRECT00
013890     05  RH-OPERATOR     PC X(3).                                 DIRECT00
013900     05  FILLER          SZ 8.                                    DIRECT00
013910     05  RH-TEXT         PC X(40).                                DIRECT00
013920 MD  USER-MSTR                                                    DIRECT00
013930             ACCESS SEQUENTIAL                                    DIRECT00
013940             BLOCK CONTAINS 1 RECORDS                             DIRECT00
013950             VALUE OF ID "USERMSTR"                               DIRECT00
013960             DATA RECORD USER-REC.                                DIRECT00
013970 01  USER-REC                     SZ 160.                         DIRECT00
013980     05              UM-USER                 PC X(7).             DIRECT00
013990     05              FILLER                  SZ 1.                DIRECT00
014000     05              UM-DEPT                 PC X(20).            DIRECT00
014010     05              FILLER                  SZ 132.              DIRECT00
014100 MD  AUTH-FILE                                                    DIRECT00
014101     ACCESS SEQUENTIAL                                            DIRECT00
014102     BLOCK CONTAINS 1 RECORDS                                     DIRECT00
014106     05  RA-RUN-ID       PC X(7).                                 DIRECT00
014107     05  FILLER          SZ 1.                                    DIRECT00
014108     05  RA-PROGRAM      PC X(8).                                 DIRECT00
014109     05  FILLER          SZ 1.                                    DIRECT00
014110     05  RA-EXPIRES      PC 9(6).                                 DIRECT00
014111     05  FILLER          SZ 57.                                   DIRECT00
014112 MD  AUDIT-TRAIL                                                  DIRECT00
014199             ACCESS RANDOM                                        DIRECT00
014298         ACTUAL KEY IS AU-KEY                                     DIRECT00
014300             VALUE OF ID "AUDITTRL"                               DIRECT00
014400             DATA RECORD AUDIT-REC.                               DIRECT00
014450 01  AUDIT-REC                    SZ 44.                          DIRECT00
014460     05          AU-PROGRAM              PC X(8) VA "DIRCTRY ".   DIRECT00
014470     05          AU-DATE                 PC 9(6).                 DIRECT00
014479     05          AU-TIME                 PC 9(4).                 DIRECT00
014480     05          AU-EVENT                PC X(8).                 DIRECT00
014490     05          AU-RESULT               PC X(8).                 DIRECT00
014517     05          AU-RUN-ID               PC X(7).                 DIRECT00
014527     05          AU-OPERATOR             PC X(3).                 DIRECT00
014544 01  AUDIT-CTL.                                                   DIRECT00
014571     05  AC-NEXT-SLOT        PC 9(8).                             DIRECT00
014581     05  AC-HASH             PC 9(9).                             DIRECT00
014598     05  FILLER              SZ 27.                               DIRECT00
014600 WORKING-STORAGE SECTION.                                         DIRECT00
014601 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DIRECT00
014602 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DIRECT00
014603 77  AUTH-TODAY      CMP-1   PC 9(6).                             DIRECT00
014604 77  AUTH-DATE-IN            PC 9(6).                             DIRECT00
014605 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DIRECT00
014606 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DIRECT00
014607 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DIRECT00
014608 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DIRECT00
014614 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DIRECT00
014628 77  AU-HH           CMP-1   PC 99.                               DIRECT00
014642 77  AU-MM           CMP-1   PC 99.                               DIRECT00
014656 77  AU-KEY          CMP-1   PC 9(8).                             DIRECT00
014670 77  AU-NEXT         CMP-1   PC 9(8).                             DIRECT00
014684 01  AU-SAVE-REC             SZ 44.                               DIRECT00
014685 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DIRECT00
014686 77  AU-REC-SUM              CMP-1   PC 9(6).                     DIRECT00
014687 77  AU-CX                   CMP-1   PC 99.                       DIRECT00
014688 77  AU-TX                   CMP-1   PC 99.                       DIRECT00
014689 77  AU-CODE                 CMP-1   PC 99.                       DIRECT00
014690 01  AU-HASH-REC.                                                 DIRECT00
014691     05  AU-HC       OC 44   PC X.                                DIRECT00
014692 01  AU-CHAR-SET.                                                 DIRECT00
014693     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DIRECT00
014694     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DIRECT00
014695 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DIRECT00
014696     05  AU-CHAR     OC 48   PC X.                                DIRECT00
014698 77  RUN-ID-ENTRY            PC X(7).                             DIRECT00
014700 77          DE-BLOCK                CMP-1   PC 9(8).             DIRECT00
014800 77          REC-MAKE                CMP-1   PC 9(8).             DIRECT00
021497 01  USER-SUM-HEAD-1                    SZ 132.                   DIRECT00
021498     05      FILLER  VA "DISK USAGE BY USER NUMBER" SZ 25.        DIRECT00
021499 01  USER-SUM-HEAD-2                    SZ 132.                   DIRECT00
021500     05      FILLER  VA "  USER     DEPARTMENT          " SZ 31.  DIRECT00
021501     05      FILLER  VA "    FILES     SEGMENTS" SZ 22.           DIRECT00
021502 01  USER-SUM-LINE                      SZ 132.                   DIRECT00
021503     05      FILLER                  SZ 2.                        DIRECT00
021504     05      USL-USER                PC X(7).                     DIRECT00
021505     05      FILLER                  SZ 2.                        DIRECT00
021506     05      USL-DEPT                PC X(20).                    DIRECT00
021507     05      FILLER                  SZ 2.                        DIRECT00
021508     05      USL-FILES               PC ZZ,ZZ9.                   DIRECT00
021509     05      FILLER                  SZ 2.                        DIRECT00
021510     05      USL-SEGS                PC ZZZ,ZZZ,ZZ9.              DIRECT00
021511 01  TREND-NONE-WEEK-LINE                     SZ 132.             DIRECT00
021512     05      FILLER  VA "  WEEK AGO: NO HISTORY YET." SZ 27.      DIRECT00
021513 01  TREND-NONE-MONTH-LINE                     SZ 132.            DIRECT00
021514     05      FILLER  VA "  MONTH AGO: NO HISTORY YET." SZ 28.     DIRECT00
021521 77          USER-MSTR-STATUS VA SPACE       PC X(2).             DIRECT00
021531 77          UD-LOADED       VA 0    CMP-1   PC 9.                DIRECT00
021541 77          UD-CNT          VA 0    CMP-1   PC 9(4).             DIRECT00
021551 77          UD-IX                   CMP-1   PC 9(4).             DIRECT00
021561 77          UD-HIT                  CMP-1   PC 9(4).             DIRECT00
021571 01  USER-DEPT-TABLE.                                             DIRECT00
021581     05      UD-ENTRY  OC 200.                                    DIRECT00
021591         10  UD-USER                 PC X(7).                     DIRECT00
021601         10  UD-DEPT                 PC X(20).                    DIRECT00
021900 01  TOTAL-LINE                      SZ 132.                      DIRECT00
022000     05      FILLER  VA "THERE ARE"          SZ 10.               DIRECT00
022100     05      TOTAL-AREAS                     PC ZZ,ZZZ.           DIRECT00
024900     05              MAXIMUM-ADDRESS                              DIRECT00
025000       REDEFINES MAX-1       OC 20       CMP PC 9(8).             DIRECT00
025100                                                                  DIRECT00
025101 77  RPLY-X                  PC X(40).                            DIRECT00
025102 77  RPLY-D                  PC 9(8).                             DIRECT00
025103 77  RPLY-KIND               PC X.                                DIRECT00
025104 77  RPLY-DATE       VA 0    PC 9(6).                             DIRECT00
025105 77  RPLY-TIME       VA 0    PC 9(4).                             DIRECT00
025106 77  RPLY-SEQ        VA 0    CMP-1   PC 999.                      DIRECT00
025107 77  RPLY-CNT        VA 0    CMP-1   PC 99.                       DIRECT00
025108 77  RPLY-IX                 CMP-1   PC 99.                       DIRECT00
025109 77  RPLY-READY      VA 0    CMP-1   PC 9.                        DIRECT00
025110 01  RPLY-TABLE.                                                  DIRECT00
025111     05  RT-ENTRY  OC 20.                                         DIRECT00
025112         10  RT-KIND         PC X.                                DIRECT00
025113         10  RT-TEXT         PC X(40).                            DIRECT00
025114         10  RT-SEQ    CMP   PC 999.                              DIRECT00
025200 PROCEDURE DIVISION.                                              DIRECT00
025210 CONFIGURE-EU-TABLE.                                              DIRECT00
025220             OPEN INPUT EU-CONFIG.                                DIRECT00
025223         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
025224         MOVE RP-X40 TO RUN-ID-ENTRY                              DIRECT00
025225     ELSE ACCEPT RUN-ID-ENTRY.                                    DIRECT00
025226     MOVE RUN-ID-ENTRY TO RPLY-X.                                 DIRECT00
025227     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DIRECT00
025228             PERFORM AUDIT-START.                                 DIRECT00
025230 CET-001.                                                         DIRECT00
025240             READ EU-CONFIG  AT END GO TO CET-DONE.               DIRECT00
025250             IF CFG-EU-NO IS GREATER THAN 00 AND                  DIRECT00
025294         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
025295         MOVE RP-D8 TO STALE-THRESHOLD-DATE                       DIRECT00
025296     ELSE ACCEPT STALE-THRESHOLD-DATE.                            DIRECT00
025297     MOVE STALE-THRESHOLD-DATE TO RPLY-D.                         DIRECT00
025298     PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                        DIRECT00
025299 ACCEPT-PAGE-SIZE.                                                DIRECT00
025300     IF REPLY-MODE = 1                                            DIRECT00
025301         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
025302         MOVE RP-D8 TO MAX-LINES                                  DIRECT00
025303     ELSE ACCEPT MAX-LINES.                                       DIRECT00
025304     MOVE MAX-LINES TO RPLY-D.                                    DIRECT00
025305     PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                        DIRECT00
025306             IF MAX-LINES EQUALS ZERO MOVE 50 TO MAX-LINES.       DIRECT00
025319 ACCEPT-PREFIX-MASK.                                              DIRECT00
025339     IF REPLY-MODE = 1                                            DIRECT00
025359         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
025379         MOVE RP-X40 TO SELECT-PREFIX-MASK                        DIRECT00
025399     ELSE ACCEPT SELECT-PREFIX-MASK.                              DIRECT00
025400     MOVE SELECT-PREFIX-MASK TO RPLY-X.                           DIRECT00
025401     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DIRECT00
025402 ACCEPT-RUN-MODE.                                                 DIRECT00
025409     IF REPLY-MODE = 1                                            DIRECT00
025418         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
025427         MOVE RP-X40 TO MAINT-REQUEST                             DIRECT00
025436     ELSE ACCEPT MAINT-REQUEST.                                   DIRECT00
025437     MOVE MAINT-REQUEST TO RPLY-X.                                DIRECT00
025438     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DIRECT00
025440     IF MAINT-MODE-REQUESTED GO TO MAINT-001.                     DIRECT00
026300 SORT-PARAGRAPH.                                                  DIRECT00
026400             SORT SORTER ON ASCENDING SORT-KEY                    DIRECT00
057410     WRITE DIRECTORY-LISTING-RECORD FROM FRAG-EU-LINE.            DIRECT00
057420 FRAG-EU-ONE-X.                                                   DIRECT00
057430     EXIT.                                                        DIRECT00
057440 USER-SUM-DEPT.                                                   DIRECT00
057450     NOTE  PUTS THE USER NUMBER AND ITS DEPARTMENT NAME FROM      DIRECT00
057460         USERMSTR ON THE USER SUMMARY LINE. USERMSTR IS LOADED    DIRECT00
057470         ON FIRST USE - WITHOUT IT THE DEPARTMENT IS LEFT BLANK.  DIRECT00
057480     MOVE US-USER (US-HIT) TO USL-USER.                           DIRECT00
057490     MOVE SPACES TO USL-DEPT.                                     DIRECT00
057500     IF UD-LOADED = 0                                             DIRECT00
057510         PERFORM USER-DEPT-LOAD THRU USER-DEPT-LOAD-X.            DIRECT00
057520     IF UD-LOADED = 2 GO TO USER-SUM-DEPT-EXIT.                   DIRECT00
057530     IF US-USER (US-HIT) = "NO-USER" GO TO USER-SUM-DEPT-EXIT.    DIRECT00
057540     MOVE 0 TO UD-HIT.                                            DIRECT00
057550     PERFORM USER-DEPT-FIND VARYING UD-IX FROM 1 BY 1             DIRECT00
057560         UNTIL UD-IX GREATER UD-CNT OR UD-HIT GREATER 0.          DIRECT00
057570     IF UD-HIT = 0                                                DIRECT00
057580         MOVE "** NOT ON USERMSTR" TO USL-DEPT                    DIRECT00
057590     ELSE MOVE UD-DEPT (UD-HIT) TO USL-DEPT.                      DIRECT00
057600 USER-SUM-DEPT-EXIT.                                              DIRECT00
057610     EXIT.                                                        DIRECT00
057620 USER-DEPT-FIND.                                                  DIRECT00
057630     IF UD-USER (UD-IX) = US-USER (US-HIT) MOVE UD-IX TO UD-HIT.  DIRECT00
057640 USER-DEPT-LOAD.                                                  DIRECT00
057650     MOVE 2 TO UD-LOADED.                                         DIRECT00
057660     OPEN INPUT USER-MSTR.                                        DIRECT00
057670     IF USER-MSTR-STATUS NOT = "00" GO TO USER-DEPT-LOAD-X.       DIRECT00
057680     MOVE 1 TO UD-LOADED.                                         DIRECT00
057690 USER-DEPT-READ.                                                  DIRECT00
057700     READ USER-MSTR AT END GO TO USER-DEPT-DONE.                  DIRECT00
057710     IF UD-CNT = 200                                              DIRECT00
057720         DISPLAY "USERMSTR OVER 200 USERS - REST NOT USED"        DIRECT00
057730         GO TO USER-DEPT-DONE.                                    DIRECT00
057740     ADD 1 TO UD-CNT.                                             DIRECT00
057750     MOVE UM-USER TO UD-USER (UD-CNT).                            DIRECT00
057760     MOVE UM-DEPT TO UD-DEPT (UD-CNT).                            DIRECT00
057770     GO TO USER-DEPT-READ.                                        DIRECT00
057780 USER-DEPT-DONE.                                                  DIRECT00
057790     CLOSE USER-MSTR.                                             DIRECT00
057800 USER-DEPT-LOAD-X.                                                DIRECT00
057810     EXIT.                                                        DIRECT00
058310 MAINTENANCE SECTION.                                             DIRECT00
058320 MAINT-001.                                                       DIRECT00
058330     OPEN I-O DIRECTORY.                                          DIRECT00
058336         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
058339         MOVE RP-X40 TO MAINT-TARGET                              DIRECT00
058342     ELSE ACCEPT MAINT-TARGET.                                    DIRECT00
058343     MOVE MAINT-TARGET TO RPLY-X.                                 DIRECT00
058344     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DIRECT00
058345     IF REPLY-MODE = 1                                            DIRECT00
058348         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
058351         MOVE RP-X40 TO MAINT-FIELD-CODE                          DIRECT00
058354     ELSE ACCEPT MAINT-FIELD-CODE.                                DIRECT00
058355     MOVE MAINT-FIELD-CODE TO RPLY-X.                             DIRECT00
058356     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DIRECT00
058357     IF MAINT-FIX-RECORDS                                         DIRECT00
058360         PERFORM GET-NEW-VALUE THRU GET-NEW-VALUE-X.              DIRECT00
058370     IF MAINT-FIX-ADDRESS                                         DIRECT00
058373             MOVE RP-D8 TO MAINT-ROW-NUM                          DIRECT00
058374         ELSE ACCEPT MAINT-ROW-NUM.                               DIRECT00
058375     IF MAINT-FIX-ADDRESS                                         DIRECT00
058376         MOVE MAINT-ROW-NUM TO RPLY-D                             DIRECT00
058377         PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                    DIRECT00
058378     IF MAINT-FIX-ADDRESS                                         DIRECT00
058379         PERFORM GET-NEW-VALUE THRU GET-NEW-VALUE-X.              DIRECT00
058400     MOVE "N" TO MAINT-FOUND-FLAG.                                DIRECT00
058410     OPEN OUTPUT LISTING.                                         DIRECT00
058420     MOVE 16 TO DE-BLOCK.                                         DIRECT00
059020             MOVE "OK      " TO AU-RESULT.                        DIRECT00
059040             PERFORM AUDIT-END.                                   DIRECT00
059100             STOP RUN.                                            DIRECT00
059101 AUTH-GRANT.                                                      DIRECT00
059102     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DIRECT00
059103         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DIRECT00
059104         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DIRECT00
059105         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DIRECT00
059106     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DIRECT00
059107     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DIRECT00
059108         + AUTH-DATE-IN DIV 100.                                  DIRECT00
059109     IF RA-EXPIRES NUMERIC                                        DIRECT00
059110         IF RA-EXPIRES NOT = 0                                    DIRECT00
059111             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DIRECT00
059112                 GO TO AUTH-GRANT-X.                              DIRECT00
059113     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DIRECT00
059114     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DIRECT00
059115 AUTH-GRANT-X.                                                    DIRECT00
059116     EXIT.                                                        DIRECT00
059117 OPER-SIGNON.                                                     DIRECT00
059118     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DIRECT00
059119         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DIRECT00
059120         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DIRECT00
059121         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DIRECT00
059122         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DIRECT00
059123         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DIRECT00
059124         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DIRECT00
059125     MOVE 0 TO OPER-TRIES.                                        DIRECT00
059126 OPER-ASK.                                                        DIRECT00
059127     ADD 1 TO OPER-TRIES.                                         DIRECT00
059128     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DIRECT00
059129     IF REPLY-MODE = 1                                            DIRECT00
059130         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
059131         MOVE RP-X40 TO OPERATOR-CODE                             DIRECT00
059132     ELSE ACCEPT OPERATOR-CODE.                                   DIRECT00
059133     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DIRECT00
059134     MOVE 0 TO OPER-OK-SW.                                        DIRECT00
059135     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   DIRECT00
059136     OPEN INPUT OPER-FILE.                                        DIRECT00
059137     IF OPER-FILE-STATUS NOT = "00"                               DIRECT00
059138         MOVE 1 TO OPER-OK-SW                                     DIRECT00
059139         GO TO OPER-DONE.                                         DIRECT00
059140 OPER-READ.                                                       DIRECT00
059141     READ OPER-FILE AT END                                        DIRECT00
059142         CLOSE OPER-FILE                                          DIRECT00
059143         GO TO OPER-DONE.                                         DIRECT00
059144     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              DIRECT00
059145     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DIRECT00
059146     GO TO OPER-READ.                                             DIRECT00
059147 OPER-DONE.                                                       DIRECT00
059148     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           DIRECT00
059149     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DIRECT00
059150     IF REPLY-MODE = 1 MOVE 3 TO OPER-TRIES.                      DIRECT00
059151     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 DIRECT00
059152     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DIRECT00
059153     MOVE TODAYS-DATE TO AU-DATE.                                 DIRECT00
059154     MOVE "SIGNFAIL" TO AU-EVENT.                                 DIRECT00
059155     MOVE "REFUSED " TO AU-RESULT.                                DIRECT00
059156     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DIRECT00
059157     STOP RUN.                                                    DIRECT00
059158 OPER-AUTH.                                                       DIRECT00
059159     MOVE OPERATOR-CODE TO RPLY-X.                                DIRECT00
059160     MOVE "O" TO RPLY-KIND.                                       DIRECT00
059161     PERFORM REPLY-LOG THRU REPLY-LOG-X.                          DIRECT00
059162     PERFORM AUTH-CHECK THRU AUTH-X.                              DIRECT00
059163 OPER-X.                                                          DIRECT00
059164     EXIT.                                                        DIRECT00
059200 END-OF-JOB.                                                      DIRECT00
059300 AUDIT-START.                                                     DIRECT00
059301     PERFORM OPER-SIGNON THRU OPER-X.                             DIRECT00
059310             MOVE TODAYS-DATE TO AU-DATE.                         DIRECT00
059320             MOVE "START   " TO AU-EVENT.                         DIRECT00
059330             MOVE SPACES TO AU-RESULT.                            DIRECT00
059335             PERFORM AUDIT-WRITE THRU AUDIT-PUT.                  DIRECT00
059345             MOVE AU-DATE TO RPLY-DATE.                           DIRECT00
059346             MOVE AU-TIME TO RPLY-TIME.                           DIRECT00
059355             MOVE 1 TO RPLY-READY.                                DIRECT00
059365             PERFORM REPLY-FLUSH THRU REPLY-LOG-X.                DIRECT00
059400 AUDIT-END.                                                       DIRECT00
059410             MOVE TODAYS-DATE TO AU-DATE.                         DIRECT00
059420             MOVE "END     " TO AU-EVENT.                         DIRECT00
059471         ADD 1 TO AU-NEXT.                                        DIRECT00
059472         GO TO AUDIT-SKIP.                                        DIRECT00
059473 AUDIT-FREE.                                                      DIRECT00
059474         MOVE 1 TO AU-KEY.                                        DIRECT00
059475         READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.   DIRECT00
059476         MOVE 0 TO AU-HASH.                                       DIRECT00
059477         IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.              DIRECT00
059478         MOVE AU-NEXT TO AU-KEY.                                  DIRECT00
059479         MOVE AU-SAVE-REC TO AUDIT-REC.                           DIRECT00
059480         PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                    DIRECT00
059481 AUDIT-PUT.                                                       DIRECT00
059482         WRITE AUDIT-REC INVALID KEY                              DIRECT00
059483             DISPLAY "AUDIT TRAIL FULL".                          DIRECT00
059484         ADD 1 TO AU-NEXT.                                        DIRECT00
059485         MOVE 1 TO AU-KEY.                                        DIRECT00
059486         MOVE SPACES TO AUDIT-REC.                                DIRECT00
059487         MOVE AU-NEXT TO AC-NEXT-SLOT.                            DIRECT00
059488         MOVE AU-HASH TO AC-HASH.                                 DIRECT00
059489         WRITE AUDIT-REC INVALID KEY                              DIRECT00
059490             DISPLAY "AUDIT CONTROL ERROR".                       DIRECT00
059491         MOVE AU-SAVE-REC TO AUDIT-REC.                           DIRECT00
059492         CLOSE AUDIT-TRAIL.                                       DIRECT00
059493 AUDIT-HASH.                                                      DIRECT00
059494         NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL    DIRECT00
059495             KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED DIRECT00
059496             BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND DIRECT00
059497             AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR     DIRECT00
059498             REMOVED AFTER IT WAS WRITTEN.                        DIRECT00
059499         MOVE AUDIT-REC TO AU-HASH-REC.                           DIRECT00
059500         MOVE 0 TO AU-REC-SUM.                                    DIRECT00
059501         PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        DIRECT00
059502             UNTIL AU-CX IS GREATER THAN 44.                      DIRECT00
059503         COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)   DIRECT00
059504             MOD 999999937.                                       DIRECT00
059505         GO TO AUDIT-HASH-X.                                      DIRECT00
059506 AUDIT-HASH-CHAR.                                                 DIRECT00
059507         MOVE 49 TO AU-CODE.                                      DIRECT00
059508         PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        DIRECT00
059509             UNTIL AU-TX IS GREATER THAN 48.                      DIRECT00
059510         COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.       DIRECT00
059511 AUDIT-HASH-LOOK.                                                 DIRECT00
059512         IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.DIRECT00
059513 AUDIT-HASH-X.                                                    DIRECT00
059514         EXIT.                                                    DIRECT00
059515 AUTH-CHECK.                                                      DIRECT00
059516     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DIRECT00
059517         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DIRECT00
059518         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DIRECT00
059519         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DIRECT00
059520         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DIRECT00
059521         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DIRECT00
059522     MOVE 0 TO AUTH-OK-SW.                                        DIRECT00
059523     OPEN INPUT AUTH-FILE.                                        DIRECT00
059524     IF AUTH-FILE-STATUS NOT = "00"                               DIRECT00
059525         MOVE 1 TO AUTH-OK-SW                                     DIRECT00
059526         GO TO AUTH-X.                                            DIRECT00
059527 AUTH-READ.                                                       DIRECT00
059528     READ AUTH-FILE AT END GO TO AUTH-DONE.                       DIRECT00
059529     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             DIRECT00
059530     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        DIRECT00
059531     GO TO AUTH-READ.                                             DIRECT00
059532 AUTH-DONE.                                                       DIRECT00
059533     CLOSE AUTH-FILE.                                             DIRECT00
059534     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              DIRECT00
059535     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DIRECT00
059536     MOVE TODAYS-DATE TO AU-DATE.                                 DIRECT00
059537     MOVE "AUTHFAIL" TO AU-EVENT.                                 DIRECT00
059538     MOVE "REFUSED " TO AU-RESULT.                                DIRECT00
059539     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DIRECT00
059540     STOP RUN.                                                    DIRECT00
059541 AUTH-X.                                                          DIRECT00
059542     EXIT.                                                        DIRECT00
059543 PUNCH-AGE-CHECK.                                                 DIRECT00
059544     IF PREFIX OF SORTER = "PUNCHDO"                              DIRECT00
059545         PERFORM RECORD-PUNCHDONE.                                DIRECT00
059546     IF PREFIX OF SORTER = "PUNCHOU"                              DIRECT00
059550         PERFORM CHECK-PUNCHOUT-AGE.                              DIRECT00
059560 RECORD-PUNCHDONE.                                                DIRECT00
059570     ADD 1 TO PDT-CNT.                                            DIRECT00
059902     PERFORM USER-SUM-SCAN-MAX THRU USER-SUM-SCAN-EXIT            DIRECT00
059903         VARYING US-IX FROM 1 BY 1 UNTIL US-IX GREATER US-CNT.    DIRECT00
059904     IF US-HIT = 0 GO TO USER-SUM-ONE-EXIT.                       DIRECT00
059905     PERFORM USER-SUM-DEPT THRU USER-SUM-DEPT-EXIT.               DIRECT00
059906     MOVE US-FILES (US-HIT) TO USL-FILES.                         DIRECT00
059907     MOVE US-SEGS (US-HIT) TO USL-SEGS.                           DIRECT00
059908     MOVE "Y" TO US-DONE (US-HIT).                                DIRECT00
059956         PERFORM GET-REPLY THRU GET-REPLY-X                       DIRECT00
059957         MOVE RP-D8 TO MAINT-NEW-VALUE                            DIRECT00
059958     ELSE ACCEPT MAINT-NEW-VALUE.                                 DIRECT00
059959     MOVE MAINT-NEW-VALUE TO RPLY-D.                              DIRECT00
059960     PERFORM REPLY-LOG-N THRU REPLY-LOG-X.                        DIRECT00
059961 GET-NEW-VALUE-X.                                                 DIRECT00
059962     EXIT.                                                        DIRECT00
059970 REPLY-LOG-N.                                                     DIRECT00
059980     NOTE  EVERY REPLY, FROM THE CONSOLE OR THE REPLYS DECK, IS   DIRECT00
059990         KEPT IN ORDER ON THE SHARED RPLYHIST FILE UNDER PROGRAM  DIRECT00
060000         AND RUN IDENTIFIER, SO RPLYGEN CAN PUNCH THE SAME DECK   DIRECT00
060010         FOR A RERUN. NUMERIC REPLIES ARE KEPT AS THE EIGHT       DIRECT00
060020         DIGITS A REPLYS CARD CARRIES. REPLIES GIVEN BEFORE THE   DIRECT00
060030         START EVENT ARE HELD IN CORE UNTIL THE RUN IDENTIFIER    DIRECT00
060040         AND OPERATOR ARE KNOWN.                                  DIRECT00
060050     MOVE RPLY-D TO RPLY-X.                                       DIRECT00
060060     MOVE "N" TO RPLY-KIND.                                       DIRECT00
060070     GO TO REPLY-LOG.                                             DIRECT00
060080 REPLY-LOG-A.                                                     DIRECT00
060090     MOVE "A" TO RPLY-KIND.                                       DIRECT00
060100 REPLY-LOG.                                                       DIRECT00
060110     ADD 1 TO RPLY-SEQ.                                           DIRECT00
060120     IF RPLY-CNT = 20                                             DIRECT00
060130         DISPLAY "REPLY HISTORY HOLD AREA FULL - REPLY NOT KEPT"  DIRECT00
060140         GO TO REPLY-LOG-X.                                       DIRECT00
060150     ADD 1 TO RPLY-CNT.                                           DIRECT00
060160     MOVE RPLY-KIND TO RT-KIND (RPLY-CNT).                        DIRECT00
060170     MOVE RPLY-X TO RT-TEXT (RPLY-CNT).                           DIRECT00
060180     MOVE RPLY-SEQ TO RT-SEQ (RPLY-CNT).                          DIRECT00
060190     IF RPLY-READY = 0 GO TO REPLY-LOG-X.                         DIRECT00
060200 REPLY-FLUSH.                                                     DIRECT00
060210     IF RPLY-CNT = 0 GO TO REPLY-LOG-X.                           DIRECT00
060220     OPEN I-O REPLY-HIST.                                         DIRECT00
060230 REPLY-SKIP.                                                      DIRECT00
060240     READ REPLY-HIST AT END GO TO REPLY-WRITE.                    DIRECT00
060250     GO TO REPLY-SKIP.                                            DIRECT00
060260 REPLY-WRITE.                                                     DIRECT00
060270     PERFORM REPLY-PUT VARYING RPLY-IX FROM 1 BY 1                DIRECT00
060280         UNTIL RPLY-IX IS GREATER THAN RPLY-CNT.                  DIRECT00
060290     CLOSE REPLY-HIST.                                            DIRECT00
060300     MOVE 0 TO RPLY-CNT.                                          DIRECT00
060310     GO TO REPLY-LOG-X.                                           DIRECT00
060320 REPLY-PUT.                                                       DIRECT00
060330     MOVE SPACES TO RH-REC.                                       DIRECT00
060340     MOVE AU-PROGRAM TO RH-PROGRAM.                               DIRECT00
060350     MOVE RUN-ID-ENTRY TO RH-RUN-ID.                              DIRECT00
060360     MOVE RPLY-DATE TO RH-RUN-DATE.                               DIRECT00
060370     MOVE RPLY-TIME TO RH-RUN-TIME.                               DIRECT00
060380     MOVE RT-SEQ (RPLY-IX) TO RH-SEQ.                             DIRECT00
060390     MOVE RT-KIND (RPLY-IX) TO RH-KIND.                           DIRECT00
060400     MOVE OPERATOR-CODE TO RH-OPERATOR.                           DIRECT00
060410     MOVE RT-TEXT (RPLY-IX) TO RH-TEXT.                           DIRECT00
060420     WRITE RH-REC.                                                DIRECT00
060430 REPLY-LOG-X.                                                     DIRECT00
060440     EXIT.                                                        DIRECT00
