002100  EITHER RESTORE DEMANDS A Y CONFIRM BEFORE TOUCHING THE LIVE           00
002200  DIRECTORY. DISKTOG MUST BE OFF FOR EVERY MODE. EACH RUN IS            00
002300  LOGGED TO THE SHARED AUDIT TRAIL WITH ITS MODE AND RESULT.            00
002310                                                                        00
002320  THE DUMP REEL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL (OR           00
002330  KEYED WHEN THE POOL IS EMPTY) AND CATALOGUED IN VOLCAT AS FILE        00
002340  ID DIRTAPE WITH VAULT CLASS G - VAULTROT KEEPS THE NEWEST DUMP        00
002350  ON SITE FOR A QUICK RESTORE AND SENDS THE OLDER GENERATIONS TO        00
002360  THE OFF-SITE VAULT.                                                   00
002400                                                                        00
002500                                                                        00
002600 IDENTIFICATION DIVISION.                                         DIRSAV00
004000     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           DIRSAV00
004001     SELECT AUTH-FILE ASSIGN TO DISK                              DIRSAV00
004002         FILE STATUS IS AUTH-FILE-STATUS.                         DIRSAV00
004012     SELECT OPER-FILE ASSIGN TO DISK                              DIRSAV00
004022         FILE STATUS IS OPER-FILE-STATUS.                         DIRSAV00
004032     SELECT VOL-CATALOG ASSIGN TO DISK.                           DIRSAV00
004100 DATA DIVISION.                                                   DIRSAV00
004200 FILE SECTION.                                                    DIRSAV00
004201 MD  OPER-FILE                                                    DIRSAV00
004202     ACCESS SEQUENTIAL                                            DIRSAV00
004203     BLOCK CONTAINS 1 RECORDS                                     DIRSAV00
004204     VALUE OF ID "OPROSTER"                                       DIRSAV00
004205     DATA RECORD OPER-REC.                                        DIRSAV00
004206 01  OPER-REC        SZ 80.                                       DIRSAV00
004207     05  OR-CODE         PC X(3).                                 DIRSAV00
004208     05  FILLER          SZ 1.                                    DIRSAV00
004209     05  OR-NAME         PC X(20).                                DIRSAV00
004210     05  FILLER          SZ 1.                                    DIRSAV00
004211     05  OR-STATUS       PC X.                                    DIRSAV00
004212     05  FILLER          SZ 54.                                   DIRSAV00
004300 MD  DIRECTORY                                                    DIRSAV00
004400     FILE CONTAINS 1410 RECORDS                                   DIRSAV00
004500     ACCESS MODE SEQUENTIAL                                       DIRSAV00
007006     05  RA-RUN-ID       PC X(7).                                 DIRSAV00
007007     05  FILLER          SZ 1.                                    DIRSAV00
007008     05  RA-PROGRAM      PC X(8).                                 DIRSAV00
007009     05  FILLER          SZ 1.                                    DIRSAV00
007010     05  RA-EXPIRES      PC 9(6).                                 DIRSAV00
007011     05  FILLER          SZ 57.                                   DIRSAV00
007012 MD  VOL-CATALOG                                                  DIRSAV00
007013     ACCESS SEQUENTIAL                                            DIRSAV00
007014     BLOCK CONTAINS 1 RECORDS                                     DIRSAV00
007015     VALUE OF ID "VOLCAT"                                         DIRSAV00
007016     DATA RECORD VC-REC.                                          DIRSAV00
007017 01  VC-REC          SZ 80.                                       DIRSAV00
007018     05  VC-SERIAL       PC X(6).                                 DIRSAV00
007019     05  FILLER          SZ 1.                                    DIRSAV00
007020     05  VC-FILE-ID      PC X(8).                                 DIRSAV00
007021     05  FILLER          SZ 1.                                    DIRSAV00
007022     05  VC-PROGRAM      PC X(8).                                 DIRSAV00
007023     05  FILLER          SZ 1.                                    DIRSAV00
007024     05  VC-DATE         PC 9(6).                                 DIRSAV00
007025     05  FILLER          SZ 1.                                    DIRSAV00
007026     05  VC-SAVE         PC 9(3).                                 DIRSAV00
007027     05  FILLER          SZ 28.                                   DIRSAV00
007028     05  VC-POOL         PC X.                                    DIRSAV00
007029     05  FILLER          SZ 1.                                    DIRSAV00
007030     05  VC-RACK         PC X(5).                                 DIRSAV00
007031     05  FILLER          SZ 1.                                    DIRSAV00
007032     05  VC-LOC          PC X.                                    DIRSAV00
007033     05  FILLER          SZ 1.                                    DIRSAV00
007034     05  VC-CLASS        PC X.                                    DIRSAV00
007035     05  FILLER          SZ 6.                                    DIRSAV00
007036 MD  AUDIT-TRAIL                                                  DIRSAV00
007100     ACCESS MODE IS RANDOM                                        DIRSAV00
007200     ACTUAL KEY IS AU-KEY                                         DIRSAV00
007300     RECORD CONTAINS 44 CHARACTERS                                DIRSAV00
007400     LABEL RECORD IS STANDARD                                     DIRSAV00
007500     VALUE OF ID IS "AUDITTRL"                                    DIRSAV00
007600     DATA RECORD IS AUDIT-REC.                                    DIRSAV00
007700 01  AUDIT-REC       SZ 44.                                       DIRSAV00
007800     05  AU-PROGRAM      PC X(8)  VA "DIRSAVE ".                  DIRSAV00
007900     05  AU-DATE         PC 9(6).                                 DIRSAV00
008000     05  AU-TIME         PC 9(4).                                 DIRSAV00
008100     05  AU-EVENT        PC X(8).                                 DIRSAV00
008200     05  AU-RESULT       PC X(8).                                 DIRSAV00
008300     05  AU-RUN-ID       PC X(7).                                 DIRSAV00
008310     05  AU-OPERATOR     PC X(3).                                 DIRSAV00
008400 01  AUDIT-CTL.                                                   DIRSAV00
008500     05  AC-NEXT-SLOT    PC 9(8).                                 DIRSAV00
008510     05  AC-HASH         PC 9(9).                                 DIRSAV00
008600     05  FILLER          SZ 27.                                   DIRSAV00
008700 WORKING-STORAGE SECTION.                                         DIRSAV00
008701 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DIRSAV00
008702 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DIRSAV00
008703 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DIRSAV00
008704 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DIRSAV00
008705 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DIRSAV00
008706 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DIRSAV00
008712 77  AUTH-TODAY      CMP-1   PC 9(6).                             DIRSAV00
008722 77  AUTH-DATE-IN            PC 9(6).                             DIRSAV00
008800 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DIRSAV00
008900 77  AU-HH           CMP-1   PC 99.                               DIRSAV00
009000 77  AU-MM           CMP-1   PC 99.                               DIRSAV00
009100 77  AU-KEY          CMP-1   PC 9(8).                             DIRSAV00
009200 77  AU-NEXT         CMP-1   PC 9(8).                             DIRSAV00
009300 01  AU-SAVE-REC             SZ 44.                               DIRSAV00
009301 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DIRSAV00
009302 77  AU-REC-SUM              CMP-1   PC 9(6).                     DIRSAV00
009303 77  AU-CX                   CMP-1   PC 99.                       DIRSAV00
009304 77  AU-TX                   CMP-1   PC 99.                       DIRSAV00
009305 77  AU-CODE                 CMP-1   PC 99.                       DIRSAV00
009306 01  AU-HASH-REC.                                                 DIRSAV00
009307     05  AU-HC       OC 44   PC X.                                DIRSAV00
009308 01  AU-CHAR-SET.                                                 DIRSAV00
009309     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DIRSAV00
009310     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DIRSAV00
009311 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DIRSAV00
009312     05  AU-CHAR     OC 48   PC X.                                DIRSAV00
009400 77  RUN-ID-ENTRY            PC X(7).                             DIRSAV00
009500 77  RUN-MODE                PC X.                                DIRSAV00
009600 77  CONFIRM-REPLY           PC X.                                DIRSAV00
009900 77  FOUND-SW        VA 0    CMP-1   PC 9.                        DIRSAV00
010000 77  WANT-PREFIX             PC X(7).                             DIRSAV00
010100 77  WANT-SUFFIX             PC X(7).                             DIRSAV00
010101 77  VOL-SERIAL-IN           PC X(6).                             DIRSAV00
010102 77  VOL-FILE-ID  VA "DIRTAPE " PC X(8).                          DIRSAV00
010103 77  VOL-PROGRAM  VA "DIRSAVE " PC X(8).                          DIRSAV00
010104 77  VOL-SAVE     VA 30         PC 9(3).                          DIRSAV00
010105 77  VOL-CLASS    VA "G"        PC X.                             DIRSAV00
010106 77  VOL-RACK     VA SPACES     PC X(5).                          DIRSAV00
010107 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             DIRSAV00
010108 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             DIRSAV00
010109 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             DIRSAV00
010110 77  VOL-HOLD-FILE              PC X(8).                          DIRSAV00
010111 77  VOL-HOLD-DATE              PC 9(6).                          DIRSAV00
010112 77  VOL-HOLD-SAVE              PC 9(3).                          DIRSAV00
010113 77  VOL-HOLD-POOL              PC X.                             DIRSAV00
010114 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          DIRSAV00
010115 77  VOL-EXP-NO         CMP-1   PC 9(8).                          DIRSAV00
010116 77  VOL-DOY            CMP-1   PC 9(4).                          DIRSAV00
010117 77  VOL-YY             CMP-1   PC 99.                            DIRSAV00
010118 77  VOL-MM             CMP-1   PC 99.                            DIRSAV00
010119 77  VOL-MX             CMP-1   PC 99.                            DIRSAV00
010120 77  VOL-EXPIRES                PC 9(6).                          DIRSAV00
010121 77  VOL-EXP-EDIT               PC 99/99/99.                      DIRSAV00
010122 01  VOL-DATE-WORK.                                               DIRSAV00
010123     05  VOL-DW-MM              PC 99.                            DIRSAV00
010124     05  VOL-DW-DD              PC 99.                            DIRSAV00
010125     05  VOL-DW-YY              PC 99.                            DIRSAV00
010126 01  VOL-CUM-SET.                                                 DIRSAV00
010127     05  FILLER  PC X(18) VA "000031059090120151".                DIRSAV00
010128     05  FILLER  PC X(18) VA "181212243273304334".                DIRSAV00
010129 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           DIRSAV00
010130     05  VOL-CUM-DAYS   OC 12   PC 999.                           DIRSAV00
010200 01  SAVE-ENTRY              SZ 240.                              DIRSAV00
010300 01  OTHER-AREAS.                                                 DIRSAV00
010400     05    TEST-14.                                               DIRSAV00
012100     STOP RUN.                                                    DIRSAV00
012200 200-DUMP.                                                        DIRSAV00
012300     OPEN INPUT DIRECTORY.                                        DIRSAV00
012310     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  DIRSAV00
012400     OPEN OUTPUT BACKUP-TAPE.                                     DIRSAV00
012500 210-DUMP-READ.                                                   DIRSAV00
012600     READ DIRECTORY AT END GO TO 220-DUMP-DONE.                   DIRSAV00
013000 220-DUMP-DONE.                                                   DIRSAV00
013100     CLOSE DIRECTORY.                                             DIRSAV00
013200     CLOSE BACKUP-TAPE WITH LOCK.                                 DIRSAV00
013210     IF VOL-SERIAL-IN NOT = SPACES                                DIRSAV00
013220         PERFORM VOLCAT-PUT THRU VOLCAT-X.                        DIRSAV00
013300     DISPLAY "DIRECTORY RECORDS DUMPED " COPY-COUNT.              DIRSAV00
013400     MOVE "DUMPED  " TO AU-RESULT.                                DIRSAV00
013500     PERFORM 955-AUDIT-END.                                       DIRSAV00
022000     PERFORM 955-AUDIT-END.                                       DIRSAV00
022100     STOP RUN.                                                    DIRSAV00
022200 950-AUDIT-START.                                                 DIRSAV00
022201     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     DIRSAV00
022300     MOVE TODAYS-DATE TO AU-DATE.                                 DIRSAV00
022400     MOVE "START   " TO AU-EVENT.                                 DIRSAV00
022500     MOVE SPACES TO AU-RESULT.                                    DIRSAV00
024709     ADD 1 TO AU-NEXT.                                            DIRSAV00
024710     GO TO 980-AUDIT-SKIP.                                        DIRSAV00
024711 985-AUDIT-FREE.                                                  DIRSAV00
024712     MOVE 1 TO AU-KEY.                                            DIRSAV00
024713     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DIRSAV00
024714     MOVE 0 TO AU-HASH.                                           DIRSAV00
024715     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DIRSAV00
024716     MOVE AU-NEXT TO AU-KEY.                                      DIRSAV00
024717     MOVE AU-SAVE-REC TO AUDIT-REC.                               DIRSAV00
024723     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                DIRSAV00
025000 990-AUDIT-PUT.                                                   DIRSAV00
025100     WRITE AUDIT-REC INVALID KEY                                  DIRSAV00
025200         DISPLAY "AUDIT TRAIL FULL".                              DIRSAV00
025400     MOVE 1 TO AU-KEY.                                            DIRSAV00
025500     MOVE SPACES TO AUDIT-REC.                                    DIRSAV00
025600     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DIRSAV00
025610     MOVE AU-HASH TO AC-HASH.                                     DIRSAV00
025700     WRITE AUDIT-REC INVALID KEY                                  DIRSAV00
025800         DISPLAY "AUDIT CONTROL ERROR".                           DIRSAV00
025900     MOVE AU-SAVE-REC TO AUDIT-REC.                               DIRSAV00
026000     CLOSE AUDIT-TRAIL.                                           DIRSAV00
026001 991-AUDIT-HASH.                                                  DIRSAV00
026002     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DIRSAV00
026003         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DIRSAV00
026004         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DIRSAV00
026005         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DIRSAV00
026006         REMOVED AFTER IT WAS WRITTEN.                            DIRSAV00
026007     MOVE AUDIT-REC TO AU-HASH-REC.                               DIRSAV00
026008     MOVE 0 TO AU-REC-SUM.                                        DIRSAV00
026009     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        DIRSAV00
026010         UNTIL AU-CX IS GREATER THAN 44.                          DIRSAV00
026011     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DIRSAV00
026012         MOD 999999937.                                           DIRSAV00
026013     GO TO 994-AUDIT-HASH-X.                                      DIRSAV00
026014 992-AUDIT-HASH-CHAR.                                             DIRSAV00
026015     MOVE 49 TO AU-CODE.                                          DIRSAV00
026016     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        DIRSAV00
026017         UNTIL AU-TX IS GREATER THAN 48.                          DIRSAV00
026018     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DIRSAV00
026019 993-AUDIT-HASH-LOOK.                                             DIRSAV00
026020     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DIRSAV00
026021 994-AUDIT-HASH-X.                                                DIRSAV00
026022     EXIT.                                                        DIRSAV00
026023 940-AUTH-CHECK.                                                  DIRSAV00
026024     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DIRSAV00
026025         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DIRSAV00
026026         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DIRSAV00
026027         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DIRSAV00
026028         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DIRSAV00
026029         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DIRSAV00
026030     MOVE 0 TO AUTH-OK-SW.                                        DIRSAV00
026031     OPEN INPUT AUTH-FILE.                                        DIRSAV00
026032     IF AUTH-FILE-STATUS NOT = "00"                               DIRSAV00
026033         MOVE 1 TO AUTH-OK-SW                                     DIRSAV00
026034         GO TO 945-AUTH-X.                                        DIRSAV00
026035 941-AUTH-READ.                                                   DIRSAV00
026036     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   DIRSAV00
026037     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         DIRSAV00
026038     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                DIRSAV00
026039     GO TO 941-AUTH-READ.                                         DIRSAV00
026040 943-AUTH-DONE.                                                   DIRSAV00
026041     CLOSE AUTH-FILE.                                             DIRSAV00
026042     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          DIRSAV00
026043     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DIRSAV00
026044     MOVE TODAYS-DATE TO AU-DATE.                                 DIRSAV00
026045     MOVE "AUTHFAIL" TO AU-EVENT.                                 DIRSAV00
026046     MOVE "REFUSED " TO AU-RESULT.                                DIRSAV00
026047     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DIRSAV00
026048     STOP RUN.                                                    DIRSAV00
026049 945-AUTH-X.                                                      DIRSAV00
026050     EXIT.                                                        DIRSAV00
026051 946-AUTH-GRANT.                                                  DIRSAV00
026052     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DIRSAV00
026053         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DIRSAV00
026054         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DIRSAV00
026055         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DIRSAV00
026056     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DIRSAV00
026057     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DIRSAV00
026058         + AUTH-DATE-IN DIV 100.                                  DIRSAV00
026059     IF RA-EXPIRES NUMERIC                                        DIRSAV00
026060         IF RA-EXPIRES NOT = 0                                    DIRSAV00
026061             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DIRSAV00
026062                 GO TO 947-AUTH-GRANT-X.                          DIRSAV00
026063     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DIRSAV00
026064     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DIRSAV00
026065 947-AUTH-GRANT-X.                                                DIRSAV00
026066     EXIT.                                                        DIRSAV00
026067 930-OPER-SIGNON.                                                 DIRSAV00
026068     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DIRSAV00
026069         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DIRSAV00
026070         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DIRSAV00
026071         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DIRSAV00
026072         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DIRSAV00
026073         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DIRSAV00
026074         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DIRSAV00
026075     MOVE 0 TO OPER-TRIES.                                        DIRSAV00
026076 931-OPER-ASK.                                                    DIRSAV00
026077     ADD 1 TO OPER-TRIES.                                         DIRSAV00
026078     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DIRSAV00
026079     ACCEPT OPERATOR-CODE.                                        DIRSAV00
026080     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DIRSAV00
026081     MOVE 0 TO OPER-OK-SW.                                        DIRSAV00
026082     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               DIRSAV00
026083     OPEN INPUT OPER-FILE.                                        DIRSAV00
026084     IF OPER-FILE-STATUS NOT = "00"                               DIRSAV00
026085         MOVE 1 TO OPER-OK-SW                                     DIRSAV00
026086         GO TO 933-OPER-DONE.                                     DIRSAV00
026087 932-OPER-READ.                                                   DIRSAV00
026088     READ OPER-FILE AT END                                        DIRSAV00
026089         CLOSE OPER-FILE                                          DIRSAV00
026090         GO TO 933-OPER-DONE.                                     DIRSAV00
026091     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          DIRSAV00
026092     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DIRSAV00
026093     GO TO 932-OPER-READ.                                         DIRSAV00
026094 933-OPER-DONE.                                                   DIRSAV00
026095     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       DIRSAV00
026096     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DIRSAV00
026097     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             DIRSAV00
026098     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DIRSAV00
026099     MOVE TODAYS-DATE TO AU-DATE.                                 DIRSAV00
026100     MOVE "SIGNFAIL" TO AU-EVENT.                                 DIRSAV00
026101     MOVE "REFUSED " TO AU-RESULT.                                DIRSAV00
026102     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DIRSAV00
026103     STOP RUN.                                                    DIRSAV00
026104 934-OPER-AUTH.                                                   DIRSAV00
026105     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      DIRSAV00
026106 935-OPER-X.                                                      DIRSAV00
026107     EXIT.                                                        DIRSAV00
026108 VOLCAT-PUT.                                                      DIRSAV00
026109     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         DIRSAV00
026110         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         DIRSAV00
026111         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    DIRSAV00
026112         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    DIRSAV00
026113         HANDS ON ITS RACK LOCATION.                              DIRSAV00
026114     OPEN I-O VOL-CATALOG.                                        DIRSAV00
026115 VOLCAT-SKIP.                                                     DIRSAV00
026116     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  DIRSAV00
026117     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          DIRSAV00
026118     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               DIRSAV00
026119     IF VC-POOL = "P"                                             DIRSAV00
026120         MOVE SPACE TO VC-POOL                                    DIRSAV00
026121         REWRITE VC-REC.                                          DIRSAV00
026122     GO TO VOLCAT-SKIP.                                           DIRSAV00
026123 VOLCAT-WRITE.                                                    DIRSAV00
026124     MOVE SPACES TO VC-REC.                                       DIRSAV00
026125     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             DIRSAV00
026126     MOVE VOL-FILE-ID TO VC-FILE-ID.                              DIRSAV00
026127     MOVE VOL-PROGRAM TO VC-PROGRAM.                              DIRSAV00
026128     MOVE TODAYS-DATE TO VC-DATE.                                 DIRSAV00
026129     MOVE VOL-SAVE TO VC-SAVE.                                    DIRSAV00
026130     MOVE VOL-RACK TO VC-RACK.                                    DIRSAV00
026131     MOVE "R" TO VC-LOC.                                          DIRSAV00
026132     MOVE VOL-CLASS TO VC-CLASS.                                  DIRSAV00
026133     WRITE VC-REC.                                                DIRSAV00
026134     CLOSE VOL-CATALOG.                                           DIRSAV00
026135 VOLCAT-X.                                                        DIRSAV00
026136     EXIT.                                                        DIRSAV00
026137 VOLCAT-SERIAL.                                                   DIRSAV00
026138     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -DIRSAV00
026139         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     DIRSAV00
026140         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          DIRSAV00
026141     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      DIRSAV00
026142     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    DIRSAV00
026143     DISPLAY "SCRATCH POOL EMPTY".                                DIRSAV00
026144 VOLCAT-SERIAL-ASK.                                               DIRSAV00
026145     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           DIRSAV00
026146     " CATALOGED)".                                               DIRSAV00
026147     ACCEPT VOL-SERIAL-IN.                                        DIRSAV00
026148     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    DIRSAV00
026149     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                DIRSAV00
026150 VOLCAT-SERIAL-X.                                                 DIRSAV00
026151     EXIT.                                                        DIRSAV00
026152 VOLCAT-DRAW.                                                     DIRSAV00
026153     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATDIRSAV00
026154         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       DIRSAV00
026155         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   DIRSAV00
026156     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       DIRSAV00
026157     MOVE 0 TO VOL-POOL-SW.                                       DIRSAV00
026158     OPEN I-O VOL-CATALOG.                                        DIRSAV00
026159 VOLCAT-DRAW-READ.                                                DIRSAV00
026160     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               DIRSAV00
026161     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 DIRSAV00
026162     MOVE SPACE TO VC-POOL.                                       DIRSAV00
026163     REWRITE VC-REC.                                              DIRSAV00
026164     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             DIRSAV00
026165     MOVE VC-RACK TO VOL-RACK.                                    DIRSAV00
026166     MOVE 1 TO VOL-POOL-SW.                                       DIRSAV00
026167     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    DIRSAV00
026168         VOL-RACK.                                                DIRSAV00
026169 VOLCAT-DRAW-END.                                                 DIRSAV00
026170     CLOSE VOL-CATALOG.                                           DIRSAV00
026171 VOLCAT-DRAW-X.                                                   DIRSAV00
026172     EXIT.                                                        DIRSAV00
026173 VOLCAT-CHECK.                                                    DIRSAV00
026174     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      DIRSAV00
026175         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  DIRSAV00
026176         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       DIRSAV00
026177     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         DIRSAV00
026178     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              DIRSAV00
026179     OPEN INPUT VOL-CATALOG.                                      DIRSAV00
026180 VOLCAT-CHECK-READ.                                               DIRSAV00
026181     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              DIRSAV00
026182     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    DIRSAV00
026183     MOVE 1 TO VOL-HOLD-SW.                                       DIRSAV00
026184     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            DIRSAV00
026185     MOVE VC-DATE TO VOL-HOLD-DATE.                               DIRSAV00
026186     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               DIRSAV00
026187     MOVE VC-POOL TO VOL-HOLD-POOL.                               DIRSAV00
026188     GO TO VOLCAT-CHECK-READ.                                     DIRSAV00
026189 VOLCAT-CHECK-END.                                                DIRSAV00
026190     CLOSE VOL-CATALOG.                                           DIRSAV00
026191     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    DIRSAV00
026192         GO TO VOLCAT-CHECK-X.                                    DIRSAV00
026193     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           DIRSAV00
026194     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      DIRSAV00
026195         + VOL-DW-DD.                                             DIRSAV00
026196     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         DIRSAV00
026197     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        DIRSAV00
026198         + VOL-DW-DD + VOL-HOLD-SAVE.                             DIRSAV00
026199     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   DIRSAV00
026200         GO TO VOLCAT-CHECK-X.                                    DIRSAV00
026201     PERFORM VOLCAT-EXPIRY.                                       DIRSAV00
026202     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        DIRSAV00
026203         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     DIRSAV00
026204     MOVE 1 TO VOL-REFUSE-SW.                                     DIRSAV00
026205 VOLCAT-CHECK-X.                                                  DIRSAV00
026206     EXIT.                                                        DIRSAV00
026207 VOLCAT-EXPIRY.                                                   DIRSAV00
026208     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     DIRSAV00
026209         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   DIRSAV00
026210     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       DIRSAV00
026211         + VOL-HOLD-SAVE.                                         DIRSAV00
026212     MOVE VOL-DW-YY TO VOL-YY.                                    DIRSAV00
026213     PERFORM VOLCAT-EXP-YEAR                                      DIRSAV00
026214         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   DIRSAV00
026215     MOVE 1 TO VOL-MM.                                            DIRSAV00
026216     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          DIRSAV00
026217         UNTIL VOL-MX IS GREATER THAN 12.                         DIRSAV00
026218     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         DIRSAV00
026219         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      DIRSAV00
026220     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            DIRSAV00
026221 VOLCAT-EXP-YEAR.                                                 DIRSAV00
026222     SUBTRACT 365 FROM VOL-DOY.                                   DIRSAV00
026223     ADD 1 TO VOL-YY.                                             DIRSAV00
026224 VOLCAT-EXP-MONTH.                                                DIRSAV00
026225     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             DIRSAV00
026226         MOVE VOL-MX TO VOL-MM.                                   DIRSAV00
026227 END-OF-JOB.                                                      DIRSAV00
