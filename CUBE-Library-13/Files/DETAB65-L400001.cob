001800     NEXT PATH  THIS PROCESS IS REPEATED UNTIL IF STATEMENTS      DETAB-65
001900     HAVE BEEN GENERATED FOR ALL PATHS THRU THE DECISION TABLE    DETAB-65
002000     TREE STRUCTURE.                                              DETAB-65
002001     A REPLY OF Y TO THE DATADICT CHECK LOOKS UP EVERY STUB       DETAB-65
002002     WORD THAT COULD BE A DATA NAME THROUGH THE DICTNDX INDEX.    DETAB-65
002003     NAMES NOT IN DATADICT, AND PICTURES THAT DO NOT SUIT THE     DETAB-65
002004     LITERAL OR ARITHMETIC USED WITH THEM, ARE LISTED UNDER EACH  DETAB-65
002005     TABLE AND THE SUMMARY GIVES THE UNRESOLVED COUNT PER TABLE.  DETAB-65
002006     A SECOND REPLY OF Y STOPS ALL CARD OUTPUT FROM THE FIRST     DETAB-65
002007     TABLE WITH AN UNRESOLVED NAME ON, AND A STAGED DECK IS THEN  DETAB-65
002008     NOT RELEASED.                                                DETAB-65
002010     A RULES CARD THAT RUNS OUT OF ROOM FOR MORE RULE COLUMNS     DETAB-65
002020     MAY BE CONTINUED ONTO A SECOND RULES CARD BY PUNCHING A "+"  DETAB-65
002030     IN COLUMN 80; EACH DATA ROW OF SUCH A TABLE MUST LIKEWISE    DETAB-65
003190     SELECT AUDIT-TRAIL, ASSIGN TO DISK.                          DETAB-65
003191     SELECT AUTH-FILE ASSIGN TO DISK                              DETAB-65
003192         FILE STATUS IS AUTH-FILE-STATUS.                         DETAB-65
003193     SELECT OPER-FILE ASSIGN TO DISK                              DETAB-65
003194         FILE STATUS IS OPER-FILE-STATUS.                         DETAB-65
003195     SELECT TABLE-LIB, ASSIGN TO DISK.                            DETAB-65
003197     SELECT STAGE-FILE, ASSIGN TO DISK.                           DETAB-65
003198     SELECT DATA-DICT, ASSIGN TO DISK.                            DETAB-65
003199     SELECT DICT-INDEX ASSIGN TO DISK                             DETAB-65
003200         FILE STATUS IS NDX-FILE-STATUS.                          DETAB-65
003210     SELECT OPS-MSG ASSIGN TO DISK.                               DETAB-65
003220     SELECT BATCH-REG ASSIGN TO DISK                              DETAB-65
003230         FILE STATUS IS BREG-FILE-STATUS.                         DETAB-65
003240 DATA DIVISION.                                                   DETAB-65
003340 FILE SECTION.                                                    DETAB-65
003341 FD  OPER-FILE                                                    DETAB-65
003342     ACCESS SEQUENTIAL                                            DETAB-65
003343     BLOCK CONTAINS 1 RECORDS                                     DETAB-65
003344     VALUE OF ID "OPROSTER"                                       DETAB-65
003345     DATA RECORD OPER-REC.                                        DETAB-65
003346 01  OPER-REC        SZ 80.                                       DETAB-65
003347     05  OR-CODE         PC X(3).                                 DETAB-65
003348     05  FILLER          SZ 1.                                    DETAB-65
003349     05  OR-NAME         PC X(20).                                DETAB-65
003350     05  FILLER          SZ 1.                                    DETAB-65
003351     05  OR-STATUS       PC X.                                    DETAB-65
003352     05  FILLER          SZ 54.                                   DETAB-65
003354 FD  DATA-DICT                                                    DETAB-65
003356     LABEL RECORD STANDARD, VA ID "DATADICT",                     DETAB-65
003358     ACCESS RANDOM ACTUAL KEY IS DD-KEY,                          DETAB-65
003360     DATA RECORDS ARE DICTREC.                                    DETAB-65
003362 01  DICTREC.                                                     DETAB-65
003364     02 DR-NAME     PICTURE X(32).                                DETAB-65
003366     02 DR-KIND     PICTURE 9.                                    DETAB-65
003368     02 FILLER      PICTURE X.                                    DETAB-65
003370     02 DR-PROG     PICTURE X(8).                                 DETAB-65
003372     02 FILLER      PICTURE X.                                    DETAB-65
003374     02 DR-PICT     PICTURE X(14).                                DETAB-65
003376     02 FILLER      PICTURE X.                                    DETAB-65
003378     02 DR-DESC     PICTURE X(15).                                DETAB-65
003380     02 FILLER      PICTURE X.                                    DETAB-65
003382     02 DR-DATE     PICTURE 9(6).                                 DETAB-65
003384 FD  DICT-INDEX                                                   DETAB-65
003386     ACCESS SEQUENTIAL                                            DETAB-65
003388     BLOCK CONTAINS 1 RECORDS                                     DETAB-65
003390     VALUE OF ID "DICTNDX"                                        DETAB-65
003392     DATA RECORDS NDX-CTL AND NDX-REC.                            DETAB-65
003394 01  NDX-CTL         SZ 80.                                       DETAB-65
003396     05  NC-TYPE             PC X.                                DETAB-65
003398     05  FILLER              SZ 1.                                DETAB-65
003400     05  NC-PRIME            PC 9(6).                             DETAB-65
003402     05  FILLER              SZ 1.                                DETAB-65
003404     05  NC-TOTAL            PC 9(6).                             DETAB-65
003406     05  FILLER              SZ 1.                                DETAB-65
003408     05  NC-BLOCK            PC 99.                               DETAB-65
003410     05  FILLER              SZ 1.                                DETAB-65
003412     05  NC-DATE             PC 9(6).                             DETAB-65
003414     05  FILLER              SZ 55.                               DETAB-65
003416 01  NDX-REC         SZ 80.                                       DETAB-65
003418     05  NX-TYPE             PC X.                                DETAB-65
003420     05  FILLER              SZ 1.                                DETAB-65
003422     05  NX-BLOCK            PC 9(4).                             DETAB-65
003424     05  FILLER              SZ 1.                                DETAB-65
003426     05  NX-KEY              PC X(32).                            DETAB-65
003428     05  FILLER              SZ 41.                               DETAB-65
003440 FD  CARD-INPUT                                                   DETAB-65
003540     LABEL RECORD STANDARD, VA ID "KARDS",                                
003640     DATA RECORDS ARE TEST-CARD.                                  DETAB-65
003740 01  TEST-CARD.                                                   DETAB-65
003840     02 FILLER   PICTURE X(80).                                   DETAB-65
003842 MD  OPS-MSG                                                      DETAB-65
003844     ACCESS SEQUENTIAL                                            DETAB-65
003846     BLOCK CONTAINS 1 RECORDS                                     DETAB-65
003848     VALUE OF ID "OPSMSG"                                         DETAB-65
003850     DATA RECORD MSG-REC.                                         DETAB-65
003852 01  MSG-REC         SZ 80.                                       DETAB-65
003854     05  MSG-PROGRAM     PC X(8).                                 DETAB-65
003856     05  FILLER          SZ 1.                                    DETAB-65
003858     05  MSG-DATE        PC 9(6).                                 DETAB-65
003860     05  FILLER          SZ 1.                                    DETAB-65
003862     05  MSG-TIME        PC 9(4).                                 DETAB-65
003864     05  FILLER          SZ 1.                                    DETAB-65
003866     05  MSG-TEXT        PC X(50).                                DETAB-65
003868     05  FILLER          SZ 1.                                    DETAB-65
003870     05  MSG-OPERATOR    PC X(3).                                 DETAB-65
003872     05  FILLER          SZ 5.                                    DETAB-65
003874 MD  BATCH-REG                                                    DETAB-65
003876     ACCESS SEQUENTIAL                                            DETAB-65
003878     BLOCK CONTAINS 1 RECORDS                                     DETAB-65
003880     VALUE OF ID "BATCHREG"                                       DETAB-65
003882     DATA RECORD BR-REC.                                          DETAB-65
003884 01  BR-REC          SZ 80.                                       DETAB-65
003886     05  BR-DATE         PC 9(6).                                 DETAB-65
003888     05  FILLER          SZ 1.                                    DETAB-65
003890     05  BR-TIME         PC 9(4).                                 DETAB-65
003892     05  FILLER          SZ 1.                                    DETAB-65
003894     05  BR-PROGRAM      PC X(8).                                 DETAB-65
003896     05  FILLER          SZ 1.                                    DETAB-65
003898     05  BR-BATCH        PC X(6).                                 DETAB-65
003900     05  FILLER          SZ 1.                                    DETAB-65
003902     05  BR-SUBMIT       PC X(20).                                DETAB-65
003904     05  FILLER          SZ 1.                                    DETAB-65
003906     05  BR-EXP-CNT      PC 9(6).                                 DETAB-65
003908     05  FILLER          SZ 1.                                    DETAB-65
003910     05  BR-ACT-CNT      PC 9(6).                                 DETAB-65
003912     05  FILLER          SZ 1.                                    DETAB-65
003914     05  BR-STATUS       PC X.                                    DETAB-65
003916     05  FILLER          SZ 1.                                    DETAB-65
003918     05  BR-DISP         PC X.                                    DETAB-65
003920     05  FILLER          SZ 1.                                    DETAB-65
003922     05  BR-OPERATOR     PC X(3).                                 DETAB-65
003924     05  FILLER          SZ 1.                                    DETAB-65
003926     05  BR-RUN-ID       PC X(7).                                 DETAB-65
003928     05  FILLER          SZ 2.                                    DETAB-65
003940 FD  CARD-OUTPUT                                                  DETAB-65
004040     LABEL RECORD STANDARD, VA ID "PNCHCRD",                              
004140     DATA RECORDS ARE CRD-OUT, DETAB-CRD, DUM-1.                  DETAB-65
006266     05  RA-RUN-ID       PC X(7).                                 DETAB-65
006267     05  FILLER          SZ 1.                                    DETAB-65
006268     05  RA-PROGRAM      PC X(8).                                 DETAB-65
006269     05  FILLER          SZ 1.                                    DETAB-65
006270     05  RA-EXPIRES      PC 9(6).                                 DETAB-65
006271     05  FILLER          SZ 57.                                   DETAB-65
006272 FD  AUDIT-TRAIL                                                  DETAB-65
006273     LABEL RECORD STANDARD, VA ID "AUDITTRL",                     DETAB-65
006274     ACCESS RANDOM ACTUAL KEY IS AU-KEY,                          DETAB-65
006280     DATA RECORDS ARE AUDIT-REC.                                  DETAB-65
006290 01  AUDIT-REC.                                                   DETAB-65
006300     02 AU-PROGRAM  PICTURE X(8)  VALUE "DETAB65 ".               DETAB-65
006320     02 AU-EVENT    PICTURE X(8).                                 DETAB-65
006330     02 AU-RESULT   PICTURE X(8).                                 DETAB-65
006331     02 AU-RUN-ID   PICTURE X(7).                                 DETAB-65
006332     02 AU-OPERATOR PICTURE X(3).                                 DETAB-65
006333 01  AUDIT-CTL.                                                   DETAB-65
006334     05  AC-NEXT-SLOT        PC 9(8).                             DETAB-65
006335     05  AC-HASH             PC 9(9).                             DETAB-65
006336     05  FILLER              SZ 27.                               DETAB-65
006337 MD  STAGE-FILE                                                   DETAB-65
006338     FILE CONTAINS 6 | 1500 RECORDS                               DETAB-65
006339     ACCESS SEQUENTIAL                                            DETAB-65
006340     BLOCK CONTAINS 15 RECORDS                                    DETAB-65
006341     VALUE OF ID "PNCHSTG"                                        DETAB-65
006342     DATA RECORDS ARE STG-REC.                                    DETAB-65
006343 01  STG-REC.                                                     DETAB-65
006344     02 FILLER   PICTURE X(80).                                   DETAB-65
006345 FD  TABLE-LIB                                                    DETAB-65
006346     LABEL RECORD STANDARD, VA ID "DTABLIB",                      DETAB-65
006347     DATA RECORDS ARE LIB-REC.                                    DETAB-65
006348 01  LIB-REC.                                                     DETAB-65
006349     02 DL-NAME     PICTURE X(30).                                DETAB-65
006350     02 DL-CARD     PICTURE X(80).                                DETAB-65
006351 WORKING-STORAGE SECTION.                                         DETAB-65
006352 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DETAB-65
006353 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DETAB-65
006354 77  AUTH-TODAY      CMP-1   PC 9(6).                             DETAB-65
006355 77  AUTH-DATE-IN            PC 9(6).                             DETAB-65
006356 77  AU-TIME-HOLD PICTURE 9(8) COMPUTATIONAL SYNCHRONIZED RIGHT.  DETAB-65
006357 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DETAB-65
006358 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DETAB-65
006359 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DETAB-65
006360 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DETAB-65
006368 77  AU-HH       PICTURE 99   COMPUTATIONAL SYNCHRONIZED RIGHT.   DETAB-65
006382 77  AU-MM       PICTURE 99   COMPUTATIONAL SYNCHRONIZED RIGHT.   DETAB-65
006396 77  AU-KEY          CMP-1   PC 9(8).                             DETAB-65
006410 77  AU-NEXT         CMP-1   PC 9(8).                             DETAB-65
006424 01  AU-SAVE-REC             SZ 44.                               DETAB-65
006425 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DETAB-65
006426 77  AU-REC-SUM              CMP-1   PC 9(6).                     DETAB-65
006427 77  AU-CX                   CMP-1   PC 99.                       DETAB-65
006428 77  AU-TX                   CMP-1   PC 99.                       DETAB-65
006429 77  AU-CODE                 CMP-1   PC 99.                       DETAB-65
006430 01  AU-HASH-REC.                                                 DETAB-65
006431     05  AU-HC       OC 44   PC X.                                DETAB-65
006432 01  AU-CHAR-SET.                                                 DETAB-65
006433     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DETAB-65
006434     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DETAB-65
006435 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DETAB-65
006436     05  AU-CHAR     OC 48   PC X.                                DETAB-65
006438 77  RUN-ID-ENTRY PICTURE X(7).                                   DETAB-65
006440 77  AZ          PICTURE XX       VALUE "AZ".                     DETAB-65
006540 77  CARDCNT     PICTURE 999     COMPUTATIONAL SYNCHRONIZED RIGHT.DETAB-65
018830     02 FILLER   PICTURE X(72)    VALUE                           DETAB-65
018840        "  TABLE NAME                   CONDS ACTNS RULES C-ROOM ADETAB-65
018850-    "-ROOM R-ROOM".                                              DETAB-65
018851     02 FILLER   PICTURE X(6)     VALUE " UNRES".                 DETAB-65
018860 01  SUMM-DET-PRINT.                                              DETAB-65
018870     02 SUMM-DET-NAME  PICTURE X(30).                             DETAB-65
018880     02 FILLER PICTURE X(2)  VALUE SPACES.                        DETAB-65
018970     02 SUMM-DET-AROOM  PICTURE ZZ9.                              DETAB-65
018980     02 FILLER PICTURE X(3)  VALUE SPACES.                        DETAB-65
018990     02 SUMM-DET-RROOM  PICTURE ZZ9.                              DETAB-65
018995     02 FILLER PICTURE X(5)  VALUE SPACES.                        DETAB-65
019000     02 SUMM-DET-UNRES  PICTURE ZZ9.                              DETAB-65
019005 77  DICTCHK-FLAG PICTURE X    VALUE "N".                         DETAB-65
019010 77  DICTSUP-FLAG PICTURE X    VALUE "N".                         DETAB-65
019015 77  NDX-FILE-STATUS PICTURE XX VALUE SPACES.                     DETAB-65
019020 77  DD-OPEN-SW  PICTURE 9      COMPUTATIONAL SYNCHRONIZED RIGHT  DETAB-65
019025             VALUE 0.                                             DETAB-65
019030 77  DD-OFF-SW   PICTURE 9      COMPUTATIONAL SYNCHRONIZED RIGHT  DETAB-65
019035             VALUE 0.                                             DETAB-65
019040 77  DD-KEY      PICTURE 9(6)   COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019045 77  DD-PRIME    PICTURE 9(6)   COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019050 77  DD-TOTAL    PICTURE 9(6)   COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019055 77  DD-BLOCK    PICTURE 99     COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019060 77  DD-HIT      PICTURE 9(6)   COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019065 77  NDX-CNT     PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019070 77  NX          PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019075 77  OVER-CNT    PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019080 77  OX          PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019085 77  OHIT        PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019090 77  LOOK-BLK    PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019095 77  LOOK-END    PICTURE 9(6)   COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019100 77  DD-UNRES    PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019105 77  DD-MISFIT   PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019110 77  DD-RUN-UNRES PICTURE 9(5)  COMPUTATIONAL SYNCHRONIZED RIGHT  DETAB-65
019115             VALUE 0.                                             DETAB-65
019120 77  DD-RUN-MISFIT PICTURE 9(5) COMPUTATIONAL SYNCHRONIZED RIGHT  DETAB-65
019125             VALUE 0.                                             DETAB-65
019130 77  DD-ROW      PICTURE 999    COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019135 77  DD-CX       PICTURE 99     COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019140 77  DD-WX       PICTURE 99     COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019145 77  DD-RX       PICTURE 99     COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019150 77  DD-RHIT     PICTURE 99     COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019155 77  DD-SKIP     PICTURE 9      COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019160 77  DD-QUOTE-SW PICTURE 9      COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019165 77  DD-ARITH-SW PICTURE 9      COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019170 77  DD-STUB-TYPE PICTURE X.                                      DETAB-65
019175 77  DD-C        PICTURE X.                                       DETAB-65
019180 77  DD-QUOTE    PICTURE X.                                       DETAB-65
019185 77  DD-PREV-KIND PICTURE X.                                      DETAB-65
019190 77  DD-PREV-NAME PICTURE X(32).                                  DETAB-65
019195 77  DD-PREV-PICT PICTURE X(14).                                  DETAB-65
019200 77  DD-NAME     PICTURE X(32).                                   DETAB-65
019205 01  DD-STUB-TEXT PICTURE X(58).                                  DETAB-65
019210 01  DD-STUB-TBL REDEFINES DD-STUB-TEXT.                          DETAB-65
019215     02 DD-CH    PICTURE X     OCCURS 58 TIMES.                   DETAB-65
019220 01  DD-WORD     PICTURE X(32).                                   DETAB-65
019225 01  DD-WORD-TBL REDEFINES DD-WORD.                               DETAB-65
019230     02 DD-WCH   PICTURE X     OCCURS 32 TIMES.                   DETAB-65
019235 01  NDX-TABLE.                                                   DETAB-65
019240     02 NDX-KEY  PICTURE X(32)  OCCURS 500 TIMES.                 DETAB-65
019245 01  OVER-TABLE.                                                  DETAB-65
019250     02 OVER-ENTRY OCCURS 100 TIMES.                              DETAB-65
019255        03 OV-NAME PICTURE X(32).                                 DETAB-65
019260        03 OV-SLOT PICTURE 9(6) COMPUTATIONAL SYNCHRONIZED RIGHT. DETAB-65
019265 01  DD-SUMM-TABLE.                                               DETAB-65
019270     02 DD-SUMM-UNRES PICTURE 999  OCCURS 100 TIMES.              DETAB-65
019275 01  DD-RES-SET.                                                  DETAB-65
019280     02 FILLER PICTURE X(28) VALUE "IS            NOT           ".DETAB-65
019285     02 FILLER PICTURE X(28) VALUE "GREATER       LESS          ".DETAB-65
019290     02 FILLER PICTURE X(28) VALUE "THAN          EQUAL         ".DETAB-65
019295     02 FILLER PICTURE X(28) VALUE "EQUALS        TO            ".DETAB-65
019300     02 FILLER PICTURE X(28) VALUE "=             >             ".DETAB-65
019305     02 FILLER PICTURE X(28) VALUE "<             AND           ".DETAB-65
019310     02 FILLER PICTURE X(28) VALUE "OR            MOVE          ".DETAB-65
019315     02 FILLER PICTURE X(28) VALUE "ADD           SUBTRACT      ".DETAB-65
019320     02 FILLER PICTURE X(28) VALUE "MULTIPLY      DIVIDE        ".DETAB-65
019325     02 FILLER PICTURE X(28) VALUE "COMPUTE       FROM          ".DETAB-65
019330     02 FILLER PICTURE X(28) VALUE "BY            INTO          ".DETAB-65
019335     02 FILLER PICTURE X(28) VALUE "GIVING        ROUNDED       ".DETAB-65
019340     02 FILLER PICTURE X(28) VALUE "TIMES         UNTIL         ".DETAB-65
019345     02 FILLER PICTURE X(28) VALUE "VARYING       AFTER         ".DETAB-65
019350     02 FILLER PICTURE X(28) VALUE "DISPLAY       UPON          ".DETAB-65
019355     02 FILLER PICTURE X(28) VALUE "ACCEPT        EXAMINE       ".DETAB-65
019360     02 FILLER PICTURE X(28) VALUE "TALLYING      REPLACING     ".DETAB-65
019365     02 FILLER PICTURE X(28) VALUE "ALL           LEADING       ".DETAB-65
019370     02 FILLER PICTURE X(28) VALUE "FIRST         QUOTE         ".DETAB-65
019375     02 FILLER PICTURE X(28) VALUE "QUOTES        HIGH-VALUES   ".DETAB-65
019380     02 FILLER PICTURE X(28) VALUE "LOW-VALUES    NUMERIC       ".DETAB-65
019385     02 FILLER PICTURE X(28) VALUE "ALPHABETIC    POSITIVE      ".DETAB-65
019390     02 FILLER PICTURE X(28) VALUE "NEGATIVE      OF            ".DETAB-65
019395     02 FILLER PICTURE X(28) VALUE "IN            NEXT          ".DETAB-65
019400     02 FILLER PICTURE X(28) VALUE "SENTENCE      ELSE          ".DETAB-65
019405     02 FILLER PICTURE X(28) VALUE "THEN          IF            ".DETAB-65
019410     02 FILLER PICTURE X(28) VALUE "STOP          RUN           ".DETAB-65
019415     02 FILLER PICTURE X(28) VALUE "EXIT          WRITE         ".DETAB-65
019420     02 FILLER PICTURE X(28) VALUE "READ          OPEN          ".DETAB-65
019425     02 FILLER PICTURE X(28) VALUE "CLOSE         CORRESPONDING ".DETAB-65
019430     02 FILLER PICTURE X(28) VALUE "+             -             ".DETAB-65
019435     02 FILLER PICTURE X(28) VALUE "*             /             ".DETAB-65
019440 01  DD-RES-TBL REDEFINES DD-RES-SET.                             DETAB-65
019445     02 DD-RES   PICTURE X(14)  OCCURS 64 TIMES.                  DETAB-65
019450 01  DD-HEAD.                                                     DETAB-65
019455     02 FILLER   PICTURE X(26)  VALUE "0DATADICT CHECK - TABLE  ".DETAB-65
019460     02 DDH-TBL  PICTURE X(30).                                   DETAB-65
019465     02 FILLER   PICTURE X(24)  VALUE SPACES.                     DETAB-65
019470 01  DD-LINE.                                                     DETAB-65
019475     02 FILLER   PICTURE X      VALUE SPACE.                      DETAB-65
019480     02 DDL-TYPE PICTURE X(6).                                    DETAB-65
019485     02 FILLER   PICTURE X      VALUE SPACE.                      DETAB-65
019490     02 DDL-ROW  PICTURE ZZ9.                                     DETAB-65
019495     02 FILLER   PICTURE XX     VALUE SPACES.                     DETAB-65
019500     02 DDL-NAME PICTURE X(32).                                   DETAB-65
019505     02 FILLER   PICTURE X      VALUE SPACE.                      DETAB-65
019510     02 DDL-REASON PICTURE X(24).                                 DETAB-65
019515     02 FILLER   PICTURE X      VALUE SPACE.                      DETAB-65
019520     02 DDL-PICT PICTURE X(9).                                    DETAB-65
019525 01  DD-CLEAN.                                                    DETAB-65
019530     02 FILLER   PICTURE X(37)  VALUE                             DETAB-65
019535        "  EVERY STUB DATA NAME IS IN DATADICT".                  DETAB-65
019540     02 FILLER   PICTURE X(43)  VALUE SPACES.                     DETAB-65
019545 01  DD-OFF-LINE.                                                 DETAB-65
019550     02 FILLER   PICTURE X(17)  VALUE " ****** WARNING. ".        DETAB-65
019555     02 FILLER   PICTURE X(33)  VALUE                             DETAB-65
019560        "UNRESOLVED NAMES - NO CARDS FROM ".                      DETAB-65
019565     02 DDO-TBL  PICTURE X(30).                                   DETAB-65
019570 01  DD-TOTAL-LINE.                                               DETAB-65
019575     02 FILLER   PICTURE X(32)  VALUE                             DETAB-65
019580        "  STUB NAMES NOT IN DATADICT    ".                       DETAB-65
019585     02 DDT-UNRES PICTURE ZZZZ9.                                  DETAB-65
019590     02 FILLER   PICTURE X(25)  VALUE                             DETAB-65
019595        "    PICTURE MISFITS      ".                              DETAB-65
019600     02 DDT-MISFIT PICTURE ZZZZ9.                                 DETAB-65
019605     02 FILLER   PICTURE X(13)  VALUE SPACES.                     DETAB-65
019610 77  BATCH-SW        VA 0    CMP-1   PC 9.                        DETAB-65
019615 77  BATCH-HOLD      VA 0    CMP-1   PC 9.                        DETAB-65
019620 77  BATCH-FIRST     VA 1    CMP-1   PC 9.                        DETAB-65
019625 77  BATCH-SKIP      VA 0    CMP-1   PC 9.                        DETAB-65
019630 77  BATCH-COUNT     VA 0    CMP-1   PC 9(6).                     DETAB-65
019635 77  BATCH-HASH      VA 0            PC 9(12).                    DETAB-65
019640 77  BATCH-VALUE     VA 0    CMP-1   PC 9(8).                     DETAB-65
019645 77  BATCH-DIGIT                     PC 9.                        DETAB-65
019650 77  BATCH-CX                CMP-1   PC 999.                      DETAB-65
019655 77  BATCH-TO                CMP-1   PC 999.                      DETAB-65
019660 77  BATCH-STATUS    VA SPACE        PC X.                        DETAB-65
019665 77  BATCH-DISP      VA "A"          PC X.                        DETAB-65
019670 77  BATCH-REPLY     VA SPACE        PC X.                        DETAB-65
019675 77  BREG-FILE-STATUS VA SPACE       PC X(2).                     DETAB-65
019680 01  BATCH-HDR                SZ 80.                              DETAB-65
019685     05  BH-TAG                  PC X(6).                         DETAB-65
019690     05  FILLER                  SZ 1.                            DETAB-65
019695     05  BH-BATCH                PC X(6).                         DETAB-65
019700     05  FILLER                  SZ 1.                            DETAB-65
019705     05  BH-COUNT                PC 9(6).                         DETAB-65
019710     05  FILLER                  SZ 1.                            DETAB-65
019715     05  BH-FROM                 PC 99.                           DETAB-65
019720     05  FILLER                  SZ 1.                            DETAB-65
019725     05  BH-LEN                  PC 9.                            DETAB-65
019730     05  FILLER                  SZ 1.                            DETAB-65
019735     05  BH-HASH                 PC 9(12).                        DETAB-65
019740     05  FILLER                  SZ 1.                            DETAB-65
019745     05  BH-SUBMIT               PC X(20).                        DETAB-65
019750     05  FILLER                  SZ 21.                           DETAB-65
019755 01  BATCH-CARD.                                                  DETAB-65
019760     05  BATCH-CH      OC 80     PC X.                            DETAB-65
019765 01  BATCH-STARS.                                                 DETAB-65
019770     05  FILLER  VA " "          SZ 1.                            DETAB-65
019775     05  FILLER  VA "**************************************"      DETAB-65
019780            SZ 38.                                                DETAB-65
019785     05  FILLER  VA "**************************************"      DETAB-65
019790            SZ 38.                                                DETAB-65
019795     05  FILLER  VA "***"        SZ 3.                            DETAB-65
019800 01  BATCH-LINE-A             SZ 80.                              DETAB-65
019805     05  FILLER  VA " "          SZ 1.                            DETAB-65
019810     05  BL-FLAG                 PC X(4).                         DETAB-65
019815     05  FILLER  VA "BATCH "     SZ 6.                            DETAB-65
019820     05  BL-BATCH                PC X(6).                         DETAB-65
019825     05  FILLER  VA " "          SZ 1.                            DETAB-65
019830     05  BL-STATE                PC X(14).                        DETAB-65
019835     05  BL-FLAG2                PC X(4).                         DETAB-65
019840     05  FILLER  VA " SUBMITTED BY " SZ 14.                       DETAB-65
019845     05  BL-SUBMIT               PC X(20).                        DETAB-65
019850     05  FILLER  VA SPACES       SZ 10.                           DETAB-65
019855 01  BATCH-LINE-B             SZ 80.                              DETAB-65
019860     05  FILLER  VA " "          SZ 1.                            DETAB-65
019865     05  FILLER  VA "    CARDS EXPECTED " SZ 19.                  DETAB-65
019870     05  BL-EXP-CNT              PC ZZZZZ9.                       DETAB-65
019875     05  FILLER  VA "   READ "   SZ 8.                            DETAB-65
019880     05  BL-ACT-CNT              PC ZZZZZ9.                       DETAB-65
019885     05  FILLER  VA "   HASH COLUMNS " SZ 16.                     DETAB-65
019890     05  BL-FROM                 PC Z9.                           DETAB-65
019895     05  FILLER  VA "-"          SZ 1.                            DETAB-65
019900     05  BL-TO                   PC Z9.                           DETAB-65
019905     05  FILLER  VA SPACES       SZ 19.                           DETAB-65
019910 01  BATCH-LINE-C             SZ 80.                              DETAB-65
019915     05  FILLER  VA " "          SZ 1.                            DETAB-65
019920     05  FILLER  VA "    HASH EXPECTED  " SZ 19.                  DETAB-65
019925     05  BL-EXP-HASH             PC Z(11)9.                       DETAB-65
019930     05  FILLER  VA "   READ "   SZ 8.                            DETAB-65
019935     05  BL-ACT-HASH             PC Z(11)9.                       DETAB-65
019940     05  FILLER  VA SPACES       SZ 28.                           DETAB-65
019945 01  BATCH-LINE-D             SZ 80.                              DETAB-65
019950     05  FILLER  VA "     "     SZ 5.                             DETAB-65
019955     05  BL-TEXT                 PC X(50).                        DETAB-65
019960     05  FILLER  VA SPACES       SZ 25.                           DETAB-65
019965 01  BATCH-MSG                SZ 50.                              DETAB-65
019970     05  FILLER  VA "BATCH "     SZ 6.                            DETAB-65
019975     05  BM-BATCH                PC X(6).                         DETAB-65
019980     05  FILLER  VA " "          SZ 1.                            DETAB-65
019985     05  BM-STATE                PC X(14).                        DETAB-65
019990     05  FILLER  VA " - "        SZ 3.                            DETAB-65
019995     05  BM-DISP                 PC X(8).                         DETAB-65
020000     05  FILLER  VA SPACES       SZ 12.                           DETAB-65
020005 01  MSG-TEXT-WORK           PC X(50).                            DETAB-65
020735 PROCEDURE DIVISION.                                              DETAB-65
020740 DETAB65.                                                         DETAB-65
020800     DISPLAY "PREVIEW/VALIDATE ONLY - NO PUNCHED OUTPUT (Y/N)".   DETAB-65
020827     IF STAGE-FLAG = "Y"                                          DETAB-65
020828       DISPLAY "ENTER STAGE FILE ID (NNNNNNN)"                    DETAB-65
020829       ACCEPT STAGE-ID.                                           DETAB-65
020830     DISPLAY "CHECK STUB DATA NAMES AGAINST DATADICT (Y/N)".      DETAB-65
020831     ACCEPT DICTCHK-FLAG.                                         DETAB-65
020832     IF DICTCHK-FLAG = "Y"                                        DETAB-65
020833       DISPLAY "NO CARD OUTPUT IF ANY NAME IS UNRESOLVED (Y/N)"   DETAB-65
020834       ACCEPT DICTSUP-FLAG                                        DETAB-65
020835       PERFORM DD-OPEN THRU DD-OPEN-X.                            DETAB-65
020840     OPEN INPUT CARD-INPUT, OUTPUT LIST-OUTPUT.                   DETAB-65
020841     IF STAGE-FLAG NOT = "Y" OPEN OUTPUT CARD-OUTPUT.             DETAB-65
020845     IF STAGE-FLAG = "Y"                                          DETAB-65
020860       WRITE STG-REC FROM STG-HEAD.                               DETAB-65
020865     ACCEPT RUN-ID-ENTRY.                                         DETAB-65
020870     PERFORM AUDIT-START.                                        DETAB-65 
020880     PERFORM BATCH-PROVE THRU BATCH-PROVE-X.                      DETAB-65
020890     IF BATCH-DISP = "R" GO TO BATCH-REFUSED.                     DETAB-65
020940 DT001.                                                           DETAB-65
021040     PERFORM READ-1.                                              DETAB-65
021140     IF "0000" = IDENT OF DETAB-CRD GO TO MONITER.                        
021240     IF PREVIEW-FLAG NOT = "Y" AND DD-OFF-SW = 0                  DETAB-65
021242       PERFORM PUNCH-A-CARD THRU PUNCH-A-X.                       DETAB-65
021340     GO TO DT001.                                                 DETAB-65
021440 MONITER.                                                                 
031140     ADD 1 TO COLIX.                                              DETAB-65
031240 TBLPROC.                                                         DETAB-65
031250     PERFORM SUMM-RECORD.                                         DETAB-65
031251     PERFORM DD-CHECK THRU DD-CHECK-X.                            DETAB-65
031252     MOVE 0 TO CC-SAVED.                                          DETAB-65
031254     PERFORM CC-SAVE THRU CC-SAVE-X.                              DETAB-65
031256     PERFORM CC-CHECK THRU CC-CHECK-X.                            DETAB-65
071240     MOVE DLABEL TO CRD-OUT, TAPE-LIST.                           DETAB-65
071340 RITAB.                                                           DETAB-65
071440     WRITE TAPE-LIST.                                             DETAB-65
071540     IF PREVIEW-FLAG NOT = "Y" AND DD-OFF-SW = 0                  DETAB-65
071542       PERFORM PUNCH-A-CARD THRU PUNCH-A-X.                       DETAB-65
071640 RSCAN.                                                           DETAB-65
071740     MOVE 58 TO DUMIX.                                            DETAB-65
076099 HG-DH-X.  EXIT.                                                  DETAB-65
076100 READ-1.                                                          DETAB-65
076140     IF INCL-ACTIVE = 1 GO TO READ-LIB.                           DETAB-65
076142     IF BATCH-HOLD = 1                                            DETAB-65
076144       MOVE 0 TO BATCH-HOLD                                       DETAB-65
076146       MOVE BATCH-CARD TO DETAB-CRD                               DETAB-65
076148     ELSE                                                         DETAB-65
076150       READ CARD-INPUT INTO DETAB-CRD, AT END GO TO EOF.          DETAB-65
076160     MOVE DETAB-CRD TO DIR-WORK.                                  DETAB-65
076165     IF DW-TAG = "$STORE  "                                       DETAB-65
076170       MOVE DW-NAME TO STORE-NAME                                 DETAB-65
077040     GO TO DT001.                                                 DETAB-65
077140 EOF.                                                             DETAB-65
077145     IF STORE-ACTIVE = 1 CLOSE TABLE-LIB.                         DETAB-65
077146     IF DD-OPEN-SW = 1 CLOSE DATA-DICT.                           DETAB-65
077147     IF STAGE-FLAG = "Y" AND DD-OFF-SW = 1                        DETAB-65
077148       CLOSE STAGE-FILE                                           DETAB-65
077149       DISPLAY "UNRESOLVED DATA NAMES - STAGE FILE NOT RELEASED". DETAB-65
077150     IF STAGE-FLAG = "Y" AND DD-OFF-SW = 0                        DETAB-65
077151       CLOSE STAGE-FILE                                           DETAB-65
077152       MOVE STAGE-ID TO STG-CHG-ID                                DETAB-65
077153       PERFORM WITH STG-CHANGE-INFO                               DETAB-65
077154       DISPLAY "FILE " STAGE-ID " READY FOR PUNCHING".            DETAB-65
077190     MOVE DFLT-ELSE-COUNT TO SUMM-COUNT.                          DETAB-65
077200     WRITE TAPE-LIST FROM DFLT-ELSE-SUMMARY.                      DETAB-65
077205     PERFORM NT-CHAIN-PRINT THRU NT-CP-X.                         DETAB-65
077540     IF STAGE-FLAG NOT = "Y" CLOSE CARD-OUTPUT WITH LOCK.         DETAB-65
077541     CLOSE LIST-OUTPUT WITH LOCK.                                 DETAB-65
077600     MOVE "OK      " TO AU-RESULT.                                DETAB-65
077601     IF DD-OFF-SW = 1 MOVE "SUPPRESS" TO AU-RESULT.               DETAB-65
077620     PERFORM AUDIT-END.                                           DETAB-65
077640     STOP RUN.                                                    DETAB-65
077641 AUTH-GRANT.                                                      DETAB-65
077642     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DETAB-65
077643         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DETAB-65
077644         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DETAB-65
077645         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DETAB-65
077646     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DETAB-65
077647     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DETAB-65
077648         + AUTH-DATE-IN DIV 100.                                  DETAB-65
077649     IF RA-EXPIRES NUMERIC                                        DETAB-65
077650         IF RA-EXPIRES NOT = 0                                    DETAB-65
077651             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DETAB-65
077652                 GO TO AUTH-GRANT-X.                              DETAB-65
077653     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DETAB-65
077654     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DETAB-65
077655 AUTH-GRANT-X.                                                    DETAB-65
077656     EXIT.                                                        DETAB-65
077657 OPER-SIGNON.                                                     DETAB-65
077658     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DETAB-65
077659         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DETAB-65
077660         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DETAB-65
077661         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DETAB-65
077662         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DETAB-65
077663         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DETAB-65
077664         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DETAB-65
077665     MOVE 0 TO OPER-TRIES.                                        DETAB-65
077666 OPER-ASK.                                                        DETAB-65
077667     ADD 1 TO OPER-TRIES.                                         DETAB-65
077668     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DETAB-65
077669     ACCEPT OPERATOR-CODE.                                        DETAB-65
077670     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DETAB-65
077671     MOVE 0 TO OPER-OK-SW.                                        DETAB-65
077672     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   DETAB-65
077673     OPEN INPUT OPER-FILE.                                        DETAB-65
077674     IF OPER-FILE-STATUS NOT = "00"                               DETAB-65
077675         MOVE 1 TO OPER-OK-SW                                     DETAB-65
077676         GO TO OPER-DONE.                                         DETAB-65
077677 OPER-READ.                                                       DETAB-65
077678     READ OPER-FILE AT END                                        DETAB-65
077679         CLOSE OPER-FILE                                          DETAB-65
077680         GO TO OPER-DONE.                                         DETAB-65
077681     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              DETAB-65
077682     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DETAB-65
077683     GO TO OPER-READ.                                             DETAB-65
077684 OPER-DONE.                                                       DETAB-65
077685     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           DETAB-65
077686     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DETAB-65
077687     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 DETAB-65
077688     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DETAB-65
077689     MOVE TODAYS-DATE TO AU-DATE.                                 DETAB-65
077690     MOVE "SIGNFAIL" TO AU-EVENT.                                 DETAB-65
077691     MOVE "REFUSED " TO AU-RESULT.                                DETAB-65
077692     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DETAB-65
077693     STOP RUN.                                                    DETAB-65
077694 OPER-AUTH.                                                       DETAB-65
077695     PERFORM AUTH-CHECK THRU AUTH-X.                              DETAB-65
077696 OPER-X.                                                          DETAB-65
077697     EXIT.                                                        DETAB-65
077740 END-OF-JOB.                                                              
077760 AUDIT-START.                                                     DETAB-65
077761     PERFORM OPER-SIGNON THRU OPER-X.                             DETAB-65
077770     MOVE TODAYS-DATE TO AU-DATE.                                 DETAB-65
077780     MOVE "START   " TO AU-EVENT.                                 DETAB-65
077790     MOVE SPACES TO AU-RESULT.                                    DETAB-65
077885     ADD 1 TO AU-NEXT.                                            DETAB-65
077886     GO TO AUDIT-SKIP.                                            DETAB-65
077887 AUDIT-FREE.                                                      DETAB-65
077888     MOVE 1 TO AU-KEY.                                            DETAB-65
077889     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DETAB-65
077890     MOVE 0 TO AU-HASH.                                           DETAB-65
077891     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DETAB-65
077892     MOVE AU-NEXT TO AU-KEY.                                      DETAB-65
077893     MOVE AU-SAVE-REC TO AUDIT-REC.                               DETAB-65
077894     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        DETAB-65
077895 AUDIT-PUT.                                                       DETAB-65
077896     WRITE AUDIT-REC INVALID KEY                                  DETAB-65
077897         DISPLAY "AUDIT TRAIL FULL".                              DETAB-65
077898     ADD 1 TO AU-NEXT.                                            DETAB-65
077899     MOVE 1 TO AU-KEY.                                            DETAB-65
077900     MOVE SPACES TO AUDIT-REC.                                    DETAB-65
077901     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DETAB-65
077902     MOVE AU-HASH TO AC-HASH.                                     DETAB-65
077903     WRITE AUDIT-REC INVALID KEY                                  DETAB-65
077904         DISPLAY "AUDIT CONTROL ERROR".                           DETAB-65
077905     MOVE AU-SAVE-REC TO AUDIT-REC.                               DETAB-65
077906     CLOSE AUDIT-TRAIL.                                           DETAB-65
077907 AUDIT-HASH.                                                      DETAB-65
077908     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DETAB-65
077909         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DETAB-65
077910         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DETAB-65
077911         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DETAB-65
077912         REMOVED AFTER IT WAS WRITTEN.                            DETAB-65
077913     MOVE AUDIT-REC TO AU-HASH-REC.                               DETAB-65
077914     MOVE 0 TO AU-REC-SUM.                                        DETAB-65
077915     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            DETAB-65
077916         UNTIL AU-CX IS GREATER THAN 44.                          DETAB-65
077917     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DETAB-65
077918         MOD 999999937.                                           DETAB-65
077919     GO TO AUDIT-HASH-X.                                          DETAB-65
077920 AUDIT-HASH-CHAR.                                                 DETAB-65
077921     MOVE 49 TO AU-CODE.                                          DETAB-65
077922     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            DETAB-65
077923         UNTIL AU-TX IS GREATER THAN 48.                          DETAB-65
077924     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DETAB-65
077925 AUDIT-HASH-LOOK.                                                 DETAB-65
077926     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DETAB-65
077927 AUDIT-HASH-X.                                                    DETAB-65
077928     EXIT.                                                        DETAB-65
077929 AUTH-CHECK.                                                      DETAB-65
077930     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DETAB-65
077931         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DETAB-65
077932         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DETAB-65
077933         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DETAB-65
077934         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DETAB-65
077935         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DETAB-65
077936     MOVE 0 TO AUTH-OK-SW.                                        DETAB-65
077937     OPEN INPUT AUTH-FILE.                                        DETAB-65
077938     IF AUTH-FILE-STATUS NOT = "00"                               DETAB-65
077939         MOVE 1 TO AUTH-OK-SW                                     DETAB-65
077940         GO TO AUTH-X.                                            DETAB-65
077941 AUTH-READ.                                                       DETAB-65
077942     READ AUTH-FILE AT END GO TO AUTH-DONE.                       DETAB-65
077943     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             DETAB-65
077944     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        DETAB-65
077945     GO TO AUTH-READ.                                             DETAB-65
077946 AUTH-DONE.                                                       DETAB-65
077947     CLOSE AUTH-FILE.                                             DETAB-65
077948     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              DETAB-65
077949     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DETAB-65
077950     MOVE TODAYS-DATE TO AU-DATE.                                 DETAB-65
077951     MOVE "AUTHFAIL" TO AU-EVENT.                                 DETAB-65
077952     MOVE "REFUSED " TO AU-RESULT.                                DETAB-65
077953     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DETAB-65
077954     STOP RUN.                                                    DETAB-65
077955 AUTH-X.                                                          DETAB-65
077956     EXIT.                                                        DETAB-65
077957 SUMM-RECORD.                                                     DETAB-65
077958     ADD 1 TO SUMM-CNT.                                           DETAB-65
077959     MOVE TBLNME TO SUMM-NAME (SUMM-CNT).                         DETAB-65
077960     MOVE NCOND TO SUMM-NCOND (SUMM-CNT).                         DETAB-65
077961     MOVE ACTNS TO SUMM-ACTNS (SUMM-CNT).                         DETAB-65
077962     MOVE NORULS TO SUMM-NORULS (SUMM-CNT).                       DETAB-65
077963 SUMM-PRINT-ALL.                                                  DETAB-65
077970     WRITE TAPE-LIST FROM SUMM-BANNER.                            DETAB-65
077980     WRITE TAPE-LIST FROM SUMM-HDR-PRINT.                         DETAB-65
077990     PERFORM SUMM-PRINT-ONE VARYING SUMM-IX FROM 1 BY 1           DETAB-65
078000       UNTIL SUMM-IX GREATER SUMM-CNT.                            DETAB-65
078001     IF DICTCHK-FLAG = "Y" PERFORM DD-TOTALS.                     DETAB-65
078030 SUMM-PRINT-ONE.                                                  DETAB-65
078040     MOVE SUMM-NAME (SUMM-IX) TO SUMM-DET-NAME.                   DETAB-65
078050     MOVE SUMM-NCOND (SUMM-IX) TO SUMM-DET-NCOND.                 DETAB-65
078080     COMPUTE SUMM-DET-CROOM = 100 - SUMM-NCOND (SUMM-IX).         DETAB-65
078090     COMPUTE SUMM-DET-AROOM = 100 - SUMM-ACTNS (SUMM-IX).         DETAB-65
078100     COMPUTE SUMM-DET-RROOM = 80 - SUMM-NORULS (SUMM-IX).         DETAB-65
078101     MOVE DD-SUMM-UNRES (SUMM-IX) TO SUMM-DET-UNRES.              DETAB-65
078110     WRITE TAPE-LIST FROM SUMM-DET-PRINT.                         DETAB-65
078200 CC-SAVE.                                                         DETAB-65
078205     NOTE  SAVES THE DECISION TABLE AS WRITTEN BEFORE THE         DETAB-65
078994     WRITE STG-REC INVALID KEY DISPLAY "STAGE FILE FULL".         DETAB-65
078995 PUNCH-A-X.                                                       DETAB-65
078996     EXIT.                                                        DETAB-65
079001 DD-OPEN.                                                         DETAB-65
079006     NOTE  THE STUB CHECK READS DATADICT BY SLOT THROUGH THE      DETAB-65
079011         DICTNDX BLOCK INDEX THAT DICTMNT KEEPS - ONLY THE INDEX  DETAB-65
079016         AND THE OVERFLOW NAMES ARE HELD IN CORE. WITHOUT DICTNDX DETAB-65
079021         THE CHECK IS TURNED OFF FOR THE RUN.                     DETAB-65
079026     MOVE 0 TO DD-OPEN-SW NDX-CNT OVER-CNT.                       DETAB-65
079031     MOVE QUOTE TO DD-QUOTE.                                      DETAB-65
079036     OPEN INPUT DICT-INDEX.                                       DETAB-65
079041     IF NDX-FILE-STATUS NOT = "00"                                DETAB-65
079046       DISPLAY "DATADICT HAS NO DICTNDX INDEX - NAMES NOT CHECKED"DETAB-65
079051       MOVE "N" TO DICTCHK-FLAG                                   DETAB-65
079056       GO TO DD-OPEN-X.                                           DETAB-65
079061     READ DICT-INDEX AT END GO TO DD-OPEN-BAD.                    DETAB-65
079066     IF NC-TYPE NOT = "C" GO TO DD-OPEN-BAD.                      DETAB-65
079071     MOVE NC-PRIME TO DD-PRIME.                                   DETAB-65
079076     MOVE NC-TOTAL TO DD-TOTAL.                                   DETAB-65
079081     MOVE NC-BLOCK TO DD-BLOCK.                                   DETAB-65
079086 DD-OPEN-NDX.                                                     DETAB-65
079091     READ DICT-INDEX AT END GO TO DD-OPEN-DICT.                   DETAB-65
079096     IF NDX-CNT = 500 GO TO DD-OPEN-NDX.                          DETAB-65
079101     ADD 1 TO NDX-CNT.                                            DETAB-65
079106     MOVE NX-KEY TO NDX-KEY (NDX-CNT).                            DETAB-65
079111     GO TO DD-OPEN-NDX.                                           DETAB-65
079116 DD-OPEN-BAD.                                                     DETAB-65
079121     CLOSE DICT-INDEX.                                            DETAB-65
079126     DISPLAY "DICTNDX HAS NO CONTROL RECORD - NAMES NOT CHECKED". DETAB-65
079131     MOVE "N" TO DICTCHK-FLAG.                                    DETAB-65
079136     GO TO DD-OPEN-X.                                             DETAB-65
079141 DD-OPEN-DICT.                                                    DETAB-65
079146     CLOSE DICT-INDEX.                                            DETAB-65
079151     OPEN INPUT DATA-DICT.                                        DETAB-65
079156     MOVE 1 TO DD-OPEN-SW.                                        DETAB-65
079161     MOVE DD-PRIME TO DD-KEY.                                     DETAB-65
079166 DD-OPEN-OVER.                                                    DETAB-65
079171     ADD 1 TO DD-KEY.                                             DETAB-65
079176     IF DD-KEY IS GREATER THAN DD-TOTAL GO TO DD-OPEN-X.          DETAB-65
079181     READ DATA-DICT INVALID KEY GO TO DD-OPEN-X.                  DETAB-65
079186     IF DR-NAME = SPACES GO TO DD-OPEN-OVER.                      DETAB-65
079191     IF OVER-CNT = 100 GO TO DD-OPEN-X.                           DETAB-65
079196     ADD 1 TO OVER-CNT.                                           DETAB-65
079201     MOVE DR-NAME TO OV-NAME (OVER-CNT).                          DETAB-65
079206     MOVE DD-KEY TO OV-SLOT (OVER-CNT).                           DETAB-65
079211     GO TO DD-OPEN-OVER.                                          DETAB-65
079216 DD-OPEN-X.                                                       DETAB-65
079221     EXIT.                                                        DETAB-65
079226 DD-CHECK.                                                        DETAB-65
079231     NOTE  EVERY WORD OF EVERY CONDITION AND ACTION STUB THAT     DETAB-65
079236         COULD BE A DATA NAME IS LOOKED UP BEFORE THE TABLE IS    DETAB-65
079241         GENERATED. LITERALS, COBOL WORDS AND THE PROCEDURE NAMES DETAB-65
079246         AFTER GO TO, PERFORM AND THRU ARE PASSED OVER. A NAME NOTDETAB-65
079251         IN DATADICT IS UNRESOLVED, AND A NAME WHOSE PICTURE DOES DETAB-65
079256         NOT SUIT THE LITERAL IT IS COMPARED WITH, OR THE         DETAB-65
079261         ARITHMETIC DONE ON IT, IS A MISFIT. THE FIRST TABLE WITH DETAB-65
079266         AN UNRESOLVED NAME STOPS THE CARD OUTPUT FOR THE REST OF DETAB-65
079271         THE RUN WHEN ASKED TO.                                   DETAB-65
079276     MOVE 0 TO DD-UNRES DD-MISFIT.                                DETAB-65
079281     IF DICTCHK-FLAG NOT = "Y" GO TO DD-CHECK-END.                DETAB-65
079286     MOVE TBLNME TO DDH-TBL.                                      DETAB-65
079291     WRITE TAPE-LIST FROM DD-HEAD.                                DETAB-65
079296     MOVE "C" TO DD-STUB-TYPE.                                    DETAB-65
079301     PERFORM DD-STUB THRU DD-STUB-X VARYING DD-ROW FROM 1 BY 1    DETAB-65
079306       UNTIL DD-ROW IS GREATER THAN NCOND.                        DETAB-65
079311     MOVE "A" TO DD-STUB-TYPE.                                    DETAB-65
079316     PERFORM DD-STUB THRU DD-STUB-X VARYING DD-ROW FROM 1 BY 1    DETAB-65
079321       UNTIL DD-ROW IS GREATER THAN ACTNS.                        DETAB-65
079326     IF DD-UNRES = 0 AND DD-MISFIT = 0                            DETAB-65
079331       WRITE TAPE-LIST FROM DD-CLEAN.                             DETAB-65
079336     ADD DD-UNRES TO DD-RUN-UNRES.                                DETAB-65
079341     ADD DD-MISFIT TO DD-RUN-MISFIT.                              DETAB-65
079346     IF DD-UNRES = 0 OR DICTSUP-FLAG NOT = "Y" OR DD-OFF-SW = 1   DETAB-65
079351       GO TO DD-CHECK-END.                                        DETAB-65
079356     MOVE 1 TO DD-OFF-SW.                                         DETAB-65
079361     MOVE TBLNME TO DDO-TBL.                                      DETAB-65
079366     WRITE TAPE-LIST FROM DD-OFF-LINE.                            DETAB-65
079371     DISPLAY "UNRESOLVED DATA NAMES - CARD OUTPUT STOPPED AT "    DETAB-65
079376       TBLNME.                                                    DETAB-65
079381 DD-CHECK-END.                                                    DETAB-65
079386     IF SUMM-CNT IS GREATER THAN 0 AND SUMM-CNT IS LESS THAN 101  DETAB-65
079391       MOVE DD-UNRES TO DD-SUMM-UNRES (SUMM-CNT).                 DETAB-65
079396 DD-CHECK-X.                                                      DETAB-65
079401     EXIT.                                                        DETAB-65
079406 DD-STUB.                                                         DETAB-65
079411     IF DD-STUB-TYPE = "C" MOVE CNDI (DD-ROW) TO DD-STUB-TEXT     DETAB-65
079416     ELSE MOVE ATBL (DD-ROW) TO DD-STUB-TEXT.                     DETAB-65
079421     IF DD-STUB-TEXT = SPACES GO TO DD-STUB-X.                    DETAB-65
079426     MOVE DD-STUB-TEXT TO NEXT-VIEW.                              DETAB-65
079431     IF DD-STUB-TYPE = "A" AND NV-TAG = "NEXT TABLE "             DETAB-65
079436       GO TO DD-STUB-X.                                           DETAB-65
079441     MOVE SPACES TO DD-WORD DD-PREV-KIND.                         DETAB-65
079446     MOVE 0 TO DD-WX DD-QUOTE-SW DD-SKIP DD-ARITH-SW.             DETAB-65
079451     PERFORM DD-CHAR THRU DD-CHAR-X VARYING DD-CX FROM 1 BY 1     DETAB-65
079456       UNTIL DD-CX IS GREATER THAN 58.                            DETAB-65
079461     IF DD-WX IS GREATER THAN 0 PERFORM DD-WORD-END THRU DD-WE-X. DETAB-65
079466 DD-STUB-X.                                                       DETAB-65
079471     EXIT.                                                        DETAB-65
079476 DD-CHAR.                                                         DETAB-65
079481     NOTE  A QUOTED LITERAL IS PASSED OVER WHOLE. OUTSIDE ONE A   DETAB-65
079486         SPACE, COMMA, SEMICOLON OR PARENTHESIS ENDS A WORD, SO   DETAB-65
079491         SUBSCRIPTS ARE CHECKED AS NAMES OF THEIR OWN.            DETAB-65
079496     MOVE DD-CH (DD-CX) TO DD-C.                                  DETAB-65
079501     IF DD-QUOTE-SW = 0 GO TO DD-CHAR-OUT.                        DETAB-65
079506     IF DD-C = DD-QUOTE MOVE 0 TO DD-QUOTE-SW.                    DETAB-65
079511     GO TO DD-CHAR-X.                                             DETAB-65
079516 DD-CHAR-OUT.                                                     DETAB-65
079521     IF DD-C NOT = DD-QUOTE GO TO DD-CHAR-SEP.                    DETAB-65
079526     IF DD-WX IS GREATER THAN 0 PERFORM DD-WORD-END THRU DD-WE-X. DETAB-65
079531     MOVE 1 TO DD-QUOTE-SW.                                       DETAB-65
079536     PERFORM DD-ALPHA-LIT THRU DD-AL-X.                           DETAB-65
079541     GO TO DD-CHAR-X.                                             DETAB-65
079546 DD-CHAR-SEP.                                                     DETAB-65
079551     IF DD-C = SPACE OR DD-C = "," OR DD-C = ";"                  DETAB-65
079556       GO TO DD-CHAR-BRK.                                         DETAB-65
079561     IF DD-C = "(" OR DD-C = ")" GO TO DD-CHAR-BRK.               DETAB-65
079566     IF DD-WX IS LESS THAN 32                                     DETAB-65
079571       ADD 1 TO DD-WX                                             DETAB-65
079576       MOVE DD-C TO DD-WCH (DD-WX).                               DETAB-65
079581     GO TO DD-CHAR-X.                                             DETAB-65
079586 DD-CHAR-BRK.                                                     DETAB-65
079591     IF DD-WX IS GREATER THAN 0 PERFORM DD-WORD-END THRU DD-WE-X. DETAB-65
079596 DD-CHAR-X.                                                       DETAB-65
079601     EXIT.                                                        DETAB-65
079606 DD-WORD-END.                                                     DETAB-65
079611     IF DD-WCH (DD-WX) = "." MOVE SPACE TO DD-WCH (DD-WX).        DETAB-65
079616     IF DD-WORD = SPACES GO TO DD-WE-CLEAR.                       DETAB-65
079621     IF DD-SKIP IS GREATER THAN 0                                 DETAB-65
079626       SUBTRACT 1 FROM DD-SKIP                                    DETAB-65
079631       GO TO DD-WE-CLEAR.                                         DETAB-65
079636     IF DD-WORD = "ZERO" OR DD-WORD = "ZEROS" OR                  DETAB-65
079641       DD-WORD = "ZEROES"                                         DETAB-65
079646       MOVE SPACE TO DD-PREV-KIND                                 DETAB-65
079651       GO TO DD-WE-CLEAR.                                         DETAB-65
079656     IF DD-WORD = "SPACE" OR DD-WORD = "SPACES"                   DETAB-65
079661       PERFORM DD-ALPHA-LIT THRU DD-AL-X                          DETAB-65
079666       GO TO DD-WE-CLEAR.                                         DETAB-65
079671     IF DD-WORD = "GO" MOVE 2 TO DD-SKIP GO TO DD-WE-CLEAR.       DETAB-65
079676     IF DD-WORD = "PERFORM" OR DD-WORD = "THRU" OR                DETAB-65
079681       DD-WORD = "THROUGH" MOVE 1 TO DD-SKIP GO TO DD-WE-CLEAR.   DETAB-65
079686     IF DD-WORD = "ADD" OR DD-WORD = "SUBTRACT" OR                DETAB-65
079691       DD-WORD = "MULTIPLY" OR DD-WORD = "DIVIDE" OR              DETAB-65
079696       DD-WORD = "COMPUTE" MOVE 1 TO DD-ARITH-SW.                 DETAB-65
079701     MOVE 0 TO DD-RHIT.                                           DETAB-65
079706     PERFORM DD-RES-FIND VARYING DD-RX FROM 1 BY 1                DETAB-65
079711       UNTIL DD-RX IS GREATER THAN 64                             DETAB-65
079716       OR DD-RHIT IS GREATER THAN 0.                              DETAB-65
079721     IF DD-RHIT IS GREATER THAN 0 GO TO DD-WE-CLEAR.              DETAB-65
079726     IF DD-WCH (1) IS NUMERIC OR DD-WCH (1) = "+" OR              DETAB-65
079731       DD-WCH (1) = "-" OR DD-WCH (1) = "."                       DETAB-65
079736       PERFORM DD-NUM-LIT THRU DD-NL-X                            DETAB-65
079741       GO TO DD-WE-CLEAR.                                         DETAB-65
079746     IF DD-WCH (1) IS ALPHABETIC                                  DETAB-65
079751       PERFORM DD-LOOKUP THRU DD-LOOKUP-X.                        DETAB-65
079756 DD-WE-CLEAR.                                                     DETAB-65
079761     MOVE SPACES TO DD-WORD.                                      DETAB-65
079766     MOVE 0 TO DD-WX.                                             DETAB-65
079771 DD-WE-X.                                                         DETAB-65
079776     EXIT.                                                        DETAB-65
079781 DD-RES-FIND.                                                     DETAB-65
079786     IF DD-RES (DD-RX) = DD-WORD MOVE DD-RX TO DD-RHIT.           DETAB-65
079791 DD-LOOKUP.                                                       DETAB-65
079796     NOTE  THE PICTURE CLASS OF THE NAME IS KEPT - X FOR AN       DETAB-65
079801         ALPHAMERIC OR ALPHABETIC PICTURE, 9 FOR A NUMERIC ONE -  DETAB-65
079806         FOR THE LITERAL THAT MAY FOLLOW IT IN A CONDITION.       DETAB-65
079811     MOVE DD-WORD TO DD-NAME.                                     DETAB-65
079816     MOVE SPACE TO DD-PREV-KIND.                                  DETAB-65
079821     PERFORM DD-FIND THRU DD-FIND-X.                              DETAB-65
079826     IF DD-HIT = 0                                                DETAB-65
079831       ADD 1 TO DD-UNRES                                          DETAB-65
079836       MOVE DD-WORD TO DDL-NAME                                   DETAB-65
079841       MOVE "NOT IN DATADICT         " TO DDL-REASON              DETAB-65
079846       MOVE SPACES TO DDL-PICT                                    DETAB-65
079851       PERFORM DD-PRINT                                           DETAB-65
079856       GO TO DD-LOOKUP-X.                                         DETAB-65
079861     MOVE DD-WORD TO DD-PREV-NAME.                                DETAB-65
079866     MOVE DR-PICT TO DD-PREV-PICT.                                DETAB-65
079871     EXAMINE DD-PREV-PICT TALLYING ALL "9".                       DETAB-65
079876     IF TALLY IS GREATER THAN 0 MOVE "9" TO DD-PREV-KIND.         DETAB-65
079881     EXAMINE DD-PREV-PICT TALLYING ALL "X".                       DETAB-65
079886     IF TALLY IS GREATER THAN 0 MOVE "X" TO DD-PREV-KIND.         DETAB-65
079891     EXAMINE DD-PREV-PICT TALLYING ALL "A".                       DETAB-65
079896     IF TALLY IS GREATER THAN 0 MOVE "X" TO DD-PREV-KIND.         DETAB-65
079901     IF DD-ARITH-SW = 1 AND DD-PREV-KIND = "X"                    DETAB-65
079906       MOVE "ARITHMETIC ON ALPHAMERIC" TO DDL-REASON              DETAB-65
079911       PERFORM DD-MISFIT-LINE.                                    DETAB-65
079916 DD-LOOKUP-X.                                                     DETAB-65
079921     EXIT.                                                        DETAB-65
079926 DD-NUM-LIT.                                                      DETAB-65
079931     IF DD-STUB-TYPE = "C" AND DD-PREV-KIND = "X"                 DETAB-65
079936       MOVE "NUMERIC VS ALPHAMERIC   " TO DDL-REASON              DETAB-65
079941       PERFORM DD-MISFIT-LINE.                                    DETAB-65
079946     MOVE SPACE TO DD-PREV-KIND.                                  DETAB-65
079951 DD-NL-X.                                                         DETAB-65
079956     EXIT.                                                        DETAB-65
079961 DD-ALPHA-LIT.                                                    DETAB-65
079966     IF DD-STUB-TYPE = "C" AND DD-PREV-KIND = "9"                 DETAB-65
079971       MOVE "ALPHAMERIC VS NUMERIC   " TO DDL-REASON              DETAB-65
079976       PERFORM DD-MISFIT-LINE.                                    DETAB-65
079981     MOVE SPACE TO DD-PREV-KIND.                                  DETAB-65
079986 DD-AL-X.                                                         DETAB-65
079991     EXIT.                                                        DETAB-65
079996 DD-MISFIT-LINE.                                                  DETAB-65
080001     ADD 1 TO DD-MISFIT.                                          DETAB-65
080006     MOVE DD-PREV-NAME TO DDL-NAME.                               DETAB-65
080011     MOVE DD-PREV-PICT TO DDL-PICT.                               DETAB-65
080016     PERFORM DD-PRINT.                                            DETAB-65
080021 DD-PRINT.                                                        DETAB-65
080026     IF DD-STUB-TYPE = "C" MOVE "COND  " TO DDL-TYPE              DETAB-65
080031     ELSE MOVE "ACTION" TO DDL-TYPE.                              DETAB-65
080036     MOVE DD-ROW TO DDL-ROW.                                      DETAB-65
080041     WRITE TAPE-LIST FROM DD-LINE.                                DETAB-65
080046 DD-FIND.                                                         DETAB-65
080051     NOTE  THE LAST BLOCK WHOSE FIRST NAME IS NOT PAST DD-NAME IS DETAB-65
080056         READ UNTIL THE NAME IS FOUND OR PASSED, THEN THE OVERFLOWDETAB-65
080061         NAMES ARE SEARCHED. A HIT LEAVES ITS SLOT IN DD-HIT AND  DETAB-65
080066         ITS RECORD IN DICTREC.                                   DETAB-65
080071     MOVE 0 TO DD-HIT LOOK-BLK OHIT.                              DETAB-65
080076     IF DD-OPEN-SW = 0 GO TO DD-FIND-X.                           DETAB-65
080081     PERFORM DD-FIND-BLK VARYING NX FROM 1 BY 1                   DETAB-65
080086       UNTIL NX IS GREATER THAN NDX-CNT.                          DETAB-65
080091     IF LOOK-BLK = 0 GO TO DD-FIND-OVER.                          DETAB-65
080096     COMPUTE DD-KEY = (LOOK-BLK - 1) * DD-BLOCK.                  DETAB-65
080101     COMPUTE LOOK-END = DD-KEY + DD-BLOCK.                        DETAB-65
080106     IF LOOK-BLK = NDX-CNT OR LOOK-END IS GREATER THAN DD-PRIME   DETAB-65
080111       MOVE DD-PRIME TO LOOK-END.                                 DETAB-65
080116 DD-FIND-READ.                                                    DETAB-65
080121     ADD 1 TO DD-KEY.                                             DETAB-65
080126     IF DD-KEY IS GREATER THAN LOOK-END GO TO DD-FIND-OVER.       DETAB-65
080131     READ DATA-DICT INVALID KEY GO TO DD-FIND-OVER.               DETAB-65
080136     IF DR-NAME = DD-NAME                                         DETAB-65
080141       MOVE DD-KEY TO DD-HIT                                      DETAB-65
080146       GO TO DD-FIND-X.                                           DETAB-65
080151     IF DR-NAME = SPACES GO TO DD-FIND-READ.                      DETAB-65
080156     IF DR-NAME IS GREATER THAN DD-NAME GO TO DD-FIND-OVER.       DETAB-65
080161     GO TO DD-FIND-READ.                                          DETAB-65
080166 DD-FIND-OVER.                                                    DETAB-65
080171     PERFORM DD-FIND-OV VARYING OX FROM 1 BY 1                    DETAB-65
080176       UNTIL OX IS GREATER THAN OVER-CNT                          DETAB-65
080181       OR OHIT IS GREATER THAN 0.                                 DETAB-65
080186     IF OHIT = 0 GO TO DD-FIND-X.                                 DETAB-65
080191     MOVE OV-SLOT (OHIT) TO DD-KEY.                               DETAB-65
080196     READ DATA-DICT INVALID KEY GO TO DD-FIND-X.                  DETAB-65
080201     MOVE DD-KEY TO DD-HIT.                                       DETAB-65
080206 DD-FIND-X.                                                       DETAB-65
080211     EXIT.                                                        DETAB-65
080216 DD-FIND-BLK.                                                     DETAB-65
080221     IF NDX-KEY (NX) NOT GREATER THAN DD-NAME MOVE NX TO LOOK-BLK.DETAB-65
080226 DD-FIND-OV.                                                      DETAB-65
080231     IF OV-NAME (OX) = DD-NAME MOVE OX TO OHIT.                   DETAB-65
080236 DD-TOTALS.                                                       DETAB-65
080241     MOVE DD-RUN-UNRES TO DDT-UNRES.                              DETAB-65
080246     MOVE DD-RUN-MISFIT TO DDT-MISFIT.                            DETAB-65
080251     WRITE TAPE-LIST FROM DD-TOTAL-LINE.                          DETAB-65
080256 BATCH-PROVE.                                                     DETAB-65
080261     NOTE  A DECK HEADED BY A $BATCH CARD IS READ THROUGH ONCE    DETAB-65
080266         AND PROVED BEFORE ANY TABLE IS PROCESSED, THEN READ      DETAB-65
080271         AGAIN FROM THE START - SUCH A DECK MUST THEREFORE BE ON  DETAB-65
080276         DISK (THE USUAL KARDS FILE) OR TAPE, NOT IN THE READER.  DETAB-65
080281         A DECK WITHOUT ONE IS NOT REREAD - ITS FIRST CARD IS HELDDETAB-65
080286         FOR READ-1.                                              DETAB-65
080291     MOVE 0 TO BATCH-HOLD.                                        DETAB-65
080296     READ CARD-INPUT INTO BATCH-CARD, AT END GO TO BATCH-PROVE-X. DETAB-65
080301     PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                        DETAB-65
080306     IF BATCH-SW = 0                                              DETAB-65
080311       MOVE 1 TO BATCH-HOLD                                       DETAB-65
080316       GO TO BATCH-PROVE-X.                                       DETAB-65
080321 BATCH-PROVE-READ.                                                DETAB-65
080326     READ CARD-INPUT INTO BATCH-CARD,                             DETAB-65
080331         AT END GO TO BATCH-PROVE-END.                            DETAB-65
080336     PERFORM BATCH-TAKE THRU BATCH-TAKE-X.                        DETAB-65
080341     GO TO BATCH-PROVE-READ.                                      DETAB-65
080346 BATCH-PROVE-END.                                                 DETAB-65
080351     PERFORM BATCH-CHECK THRU BATCH-CHECK-X.                      DETAB-65
080356     CLOSE CARD-INPUT.                                            DETAB-65
080361     OPEN INPUT CARD-INPUT.                                       DETAB-65
080366     READ CARD-INPUT INTO BATCH-CARD, AT END GO TO BATCH-PROVE-X. DETAB-65
080371 BATCH-PROVE-X.                                                   DETAB-65
080376     EXIT.                                                        DETAB-65
080381 BATCH-REFUSED.                                                   DETAB-65
080386     DISPLAY "DECK REFUSED - NO TABLE PROCESSED".                 DETAB-65
080391     IF DD-OPEN-SW = 1 CLOSE DATA-DICT.                           DETAB-65
080396     IF STAGE-FLAG = "Y"                                          DETAB-65
080401       CLOSE STAGE-FILE                                           DETAB-65
080406       DISPLAY "STAGE FILE NOT RELEASED".                         DETAB-65
080411     CLOSE CARD-INPUT.                                            DETAB-65
080416     IF STAGE-FLAG NOT = "Y" CLOSE CARD-OUTPUT.                   DETAB-65
080421     CLOSE LIST-OUTPUT WITH LOCK.                                 DETAB-65
080426     MOVE "REFUSED " TO AU-RESULT.                                DETAB-65
080431     PERFORM AUDIT-END.                                           DETAB-65
080436     STOP RUN.                                                    DETAB-65
080441 BATCH-TAKE.                                                      DETAB-65
080446     NOTE  A DECK MAY BE HEADED BY A $BATCH CONTROL CARD - COLS   DETAB-65
080451         1-6 $BATCH, 8-13 BATCH NUMBER, 15-20 NUMBER OF CARDS     DETAB-65
080456         THAT FOLLOW IT (END-OF-JOB CARD INCLUDED), 22-23 FIRST   DETAB-65
080461         HASH COLUMN, 25 HASH LENGTH 1 TO 8, 27-38 EXPECTED HASH  DETAB-65
080466         TOTAL, 40-59 SUBMITTER.  EVERY CARD AFTER THE HEADER IS  DETAB-65
080471         COUNTED AND THE VALUE OF ITS HASH FIELD ADDED IN (A      DETAB-65
080476         NON-DIGIT COUNTS AS ZERO).  BATCH-SKIP TELLS THE CALLER  DETAB-65
080481         TO READ PAST THE HEADER.                                 DETAB-65
080486     MOVE 0 TO BATCH-SKIP.                                        DETAB-65
080491     IF BATCH-FIRST = 0 GO TO BATCH-ADD.                          DETAB-65
080496     MOVE 0 TO BATCH-FIRST.                                       DETAB-65
080501     MOVE BATCH-CARD TO BATCH-HDR.                                DETAB-65
080506     IF BH-TAG NOT = "$BATCH" GO TO BATCH-TAKE-X.                 DETAB-65
080511     MOVE 1 TO BATCH-SW BATCH-SKIP.                               DETAB-65
080516     IF BH-COUNT NOT NUMERIC OR BH-FROM NOT NUMERIC               DETAB-65
080521         OR BH-LEN NOT NUMERIC OR BH-HASH NOT NUMERIC             DETAB-65
080526         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  DETAB-65
080531     IF BH-FROM = 0 OR BH-LEN = 0 OR BH-LEN IS GREATER THAN 8     DETAB-65
080536         MOVE 2 TO BATCH-SW  GO TO BATCH-TAKE-X.                  DETAB-65
080541     COMPUTE BATCH-TO = BH-FROM + BH-LEN - 1.                     DETAB-65
080546     IF BATCH-TO IS GREATER THAN 80 MOVE 2 TO BATCH-SW.           DETAB-65
080551     GO TO BATCH-TAKE-X.                                          DETAB-65
080556 BATCH-ADD.                                                       DETAB-65
080561     IF BATCH-SW = 0 GO TO BATCH-TAKE-X.                          DETAB-65
080566     ADD 1 TO BATCH-COUNT.                                        DETAB-65
080571     IF BATCH-SW NOT = 1 GO TO BATCH-TAKE-X.                      DETAB-65
080576     MOVE 0 TO BATCH-VALUE.                                       DETAB-65
080581     PERFORM BATCH-DIGIT-ADD VARYING BATCH-CX FROM BH-FROM BY 1   DETAB-65
080586         UNTIL BATCH-CX IS GREATER THAN BATCH-TO.                 DETAB-65
080591     ADD BATCH-VALUE TO BATCH-HASH.                               DETAB-65
080596     GO TO BATCH-TAKE-X.                                          DETAB-65
080601 BATCH-DIGIT-ADD.                                                 DETAB-65
080606     MOVE 0 TO BATCH-DIGIT.                                       DETAB-65
080611     IF BATCH-CH (BATCH-CX) IS NUMERIC                            DETAB-65
080616         MOVE BATCH-CH (BATCH-CX) TO BATCH-DIGIT.                 DETAB-65
080621     COMPUTE BATCH-VALUE = BATCH-VALUE * 10 + BATCH-DIGIT.        DETAB-65
080626 BATCH-TAKE-X.                                                    DETAB-65
080631     EXIT.                                                        DETAB-65
080636 BATCH-CHECK.                                                     DETAB-65
080641     NOTE  RUN ONCE THE WHOLE DECK HAS BEEN READ.  A DECK WITH NO DETAB-65
080646         HEADER IS TAKEN AS BEFORE.  A BALANCED BATCH IS NOTED ON DETAB-65
080651         THE LISTING; ONE OUT OF BALANCE, OR WITH AN INVALID      DETAB-65
080656         HEADER, IS FLAGGED AND THE OPERATOR DECIDES WHETHER TO   DETAB-65
080661         REFUSE IT - BATCH-DISP COMES BACK R IF IT IS REFUSED.    DETAB-65
080666         EITHER WAY THE BATCH IS RECORDED IN BATCHREG.            DETAB-65
080671     MOVE "A" TO BATCH-DISP.                                      DETAB-65
080676     IF BATCH-SW = 0 GO TO BATCH-CHECK-X.                         DETAB-65
080681     MOVE BH-BATCH TO BL-BATCH BM-BATCH.                          DETAB-65
080686     MOVE BH-SUBMIT TO BL-SUBMIT.                                 DETAB-65
080691     MOVE 0 TO BL-EXP-CNT BL-FROM BL-TO BL-EXP-HASH.              DETAB-65
080696     MOVE BATCH-COUNT TO BL-ACT-CNT.                              DETAB-65
080701     MOVE BATCH-HASH TO BL-ACT-HASH.                              DETAB-65
080706     MOVE SPACES TO BL-FLAG BL-FLAG2.                             DETAB-65
080711     IF BATCH-SW = 2                                              DETAB-65
080716         MOVE "I" TO BATCH-STATUS                                 DETAB-65
080721         MOVE "HEADER INVALID" TO BL-STATE                        DETAB-65
080726         GO TO BATCH-OUT.                                         DETAB-65
080731     MOVE BH-COUNT TO BL-EXP-CNT.                                 DETAB-65
080736     MOVE BH-FROM TO BL-FROM.                                     DETAB-65
080741     MOVE BATCH-TO TO BL-TO.                                      DETAB-65
080746     MOVE BH-HASH TO BL-EXP-HASH.                                 DETAB-65
080751     MOVE "B" TO BATCH-STATUS.                                    DETAB-65
080756     IF BATCH-COUNT NOT = BH-COUNT MOVE "C" TO BATCH-STATUS.      DETAB-65
080761     IF BATCH-HASH NOT = BH-HASH                                  DETAB-65
080766         IF BATCH-STATUS = "C" MOVE "X" TO BATCH-STATUS           DETAB-65
080771         ELSE MOVE "H" TO BATCH-STATUS.                           DETAB-65
080776     IF BATCH-STATUS NOT = "B"                                    DETAB-65
080781         MOVE "OUT OF BALANCE" TO BL-STATE  GO TO BATCH-OUT.      DETAB-65
080786     MOVE "IN BALANCE" TO BL-STATE.                               DETAB-65
080791     WRITE TAPE-LIST FROM BATCH-LINE-A.                           DETAB-65
080796     WRITE TAPE-LIST FROM BATCH-LINE-B.                           DETAB-65
080801     WRITE TAPE-LIST FROM BATCH-LINE-C.                           DETAB-65
080806     MOVE "BALANCED" TO AU-RESULT.                                DETAB-65
080811     GO TO BATCH-REGISTER.                                        DETAB-65
080816 BATCH-OUT.                                                       DETAB-65
080821     MOVE "*** " TO BL-FLAG.  MOVE " ***" TO BL-FLAG2.            DETAB-65
080826     MOVE BL-STATE TO BM-STATE.                                   DETAB-65
080831     DISPLAY "BATCH " BH-BATCH " " BL-STATE.                      DETAB-65
080836     DISPLAY "CARDS EXPECTED " BL-EXP-CNT " READ " BL-ACT-CNT.    DETAB-65
080841     DISPLAY "HASH EXPECTED " BL-EXP-HASH " READ " BL-ACT-HASH.   DETAB-65
080846     MOVE "R" TO BATCH-DISP.                                      DETAB-65
080851     DISPLAY "REPLY Y TO REFUSE THE DECK, N TO ACCEPT IT".        DETAB-65
080856     ACCEPT BATCH-REPLY.                                          DETAB-65
080861     MOVE "DECK REFUSED BY OPERATOR - NO TABLE PROCESSED"         DETAB-65
080866         TO BL-TEXT.                                              DETAB-65
080871     IF BATCH-REPLY = "N"                                         DETAB-65
080876         MOVE "A" TO BATCH-DISP                                   DETAB-65
080881         MOVE "DECK ACCEPTED BY THE OPERATOR" TO BL-TEXT.         DETAB-65
080886 BATCH-OUT-PRINT.                                                 DETAB-65
080891     WRITE TAPE-LIST FROM BATCH-STARS.                            DETAB-65
080896     WRITE TAPE-LIST FROM BATCH-LINE-A.                           DETAB-65
080901     WRITE TAPE-LIST FROM BATCH-LINE-B.                           DETAB-65
080906     WRITE TAPE-LIST FROM BATCH-LINE-C.                           DETAB-65
080911     WRITE TAPE-LIST FROM BATCH-LINE-D.                           DETAB-65
080916     WRITE TAPE-LIST FROM BATCH-STARS.                            DETAB-65
080921     MOVE "REFUSED " TO BM-DISP AU-RESULT.                        DETAB-65
080926     IF BATCH-DISP = "A" MOVE "ACCEPTED" TO BM-DISP AU-RESULT.    DETAB-65
080931     MOVE BATCH-MSG TO MSG-TEXT-WORK.                             DETAB-65
080936 BATCH-JOURNAL.                                                   DETAB-65
080941     OPEN I-O OPS-MSG.                                            DETAB-65
080946 BATCH-JOURNAL-SKIP.                                              DETAB-65
080951     READ OPS-MSG AT END GO TO BATCH-JOURNAL-PUT.                 DETAB-65
080956     GO TO BATCH-JOURNAL-SKIP.                                    DETAB-65
080961 BATCH-JOURNAL-PUT.                                               DETAB-65
080966     MOVE SPACES TO MSG-REC.                                      DETAB-65
080971     MOVE AU-PROGRAM TO MSG-PROGRAM.                              DETAB-65
080976     MOVE TODAYS-DATE TO MSG-DATE.                                DETAB-65
080981     COMPUTE AU-TIME-HOLD = DATA (1).                             DETAB-65
080986     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DETAB-65
080991     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DETAB-65
080996     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      DETAB-65
081001     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              DETAB-65
081006     MOVE OPERATOR-CODE TO MSG-OPERATOR.                          DETAB-65
081011     WRITE MSG-REC.                                               DETAB-65
081016     CLOSE OPS-MSG.                                               DETAB-65
081021 BATCH-REGISTER.                                                  DETAB-65
081026     NOTE  BATCHREG HOLDS ONE CARD PER BATCH RECEIVED - COLS 1-6  DETAB-65
081031         DATE, 8-11 TIME, 13-20 PROGRAM, 22-27 BATCH, 29-48       DETAB-65
081036         SUBMITTER, 50-55 CARDS EXPECTED, 57-62 CARDS READ, 64    DETAB-65
081041         STATUS (B BALANCED, C COUNT OUT, H HASH OUT, X BOTH, I   DETAB-65
081046         HEADER INVALID), 66 A ACCEPTED OR R REFUSED, 68-70       DETAB-65
081051         OPERATOR, 72-78 RUN ID.  IT IS CREATED ON FIRST USE.     DETAB-65
081056     OPEN I-O BATCH-REG.                                          DETAB-65
081061     IF BREG-FILE-STATUS NOT = "00"                               DETAB-65
081066         OPEN OUTPUT BATCH-REG  GO TO BATCH-REG-PUT.              DETAB-65
081071 BATCH-REG-SKIP.                                                  DETAB-65
081076     READ BATCH-REG AT END GO TO BATCH-REG-PUT.                   DETAB-65
081081     GO TO BATCH-REG-SKIP.                                        DETAB-65
081086 BATCH-REG-PUT.                                                   DETAB-65
081091     MOVE SPACES TO BR-REC.                                       DETAB-65
081096     MOVE TODAYS-DATE TO BR-DATE.                                 DETAB-65
081101     COMPUTE AU-TIME-HOLD = DATA (1).                             DETAB-65
081106     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DETAB-65
081111     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DETAB-65
081116     COMPUTE BR-TIME = AU-HH * 100 + AU-MM.                       DETAB-65
081121     MOVE AU-PROGRAM TO BR-PROGRAM.                               DETAB-65
081126     MOVE BH-BATCH TO BR-BATCH.                                   DETAB-65
081131     MOVE BH-SUBMIT TO BR-SUBMIT.                                 DETAB-65
081136     MOVE 0 TO BR-EXP-CNT.                                        DETAB-65
081141     IF BATCH-SW = 1 MOVE BH-COUNT TO BR-EXP-CNT.                 DETAB-65
081146     MOVE BATCH-COUNT TO BR-ACT-CNT.                              DETAB-65
081151     MOVE BATCH-STATUS TO BR-STATUS.                              DETAB-65
081156     MOVE BATCH-DISP TO BR-DISP.                                  DETAB-65
081161     MOVE OPERATOR-CODE TO BR-OPERATOR.                           DETAB-65
081166     MOVE RUN-ID-ENTRY TO BR-RUN-ID.                              DETAB-65
081171     WRITE BR-REC.                                                DETAB-65
081176     CLOSE BATCH-REG.                                             DETAB-65
081181     MOVE TODAYS-DATE TO AU-DATE.                                 DETAB-65
081186     MOVE "BATCH   " TO AU-EVENT.                                 DETAB-65
081191     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          DETAB-65
081196 BATCH-CHECK-X.                                                   DETAB-65
081201     EXIT.                                                        DETAB-65
