000296 REMARKS A THIRD REPLY GIVES THE OUTPUT REEL SERIAL (6 CHARS,             
000297 REMARKS SPACES TO SKIP) - THE REEL IS THEN CATALOGED IN THE              
000298 REMARKS SHOP-WIDE VOLCAT TAPE VOLUME CATALOG AT CLOSE TIME.              
000299 REMARKS THE SERIAL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL             
000300 REMARKS AND SHOWN WITH ITS RACK LOCATION FOR MOUNTING - ONLY             
000301 REMARKS WHEN THE POOL IS EMPTY IS IT KEYED, AND A KEYED SERIAL           
000302 REMARKS STILL INSIDE ITS SAVE FACTOR IS REFUSED WITH THE OWNING          
000303 REMARKS FILE ID AND EXPIRY.                                              
000304 IDENTIFICATION DIVISION.                                         ZIP-SORT
000400 PROGRAM-ID. "SRTLOCN".                                           ZIP-SORT
000500 ENVIRONMENT DIVISION.                                            ZIP-SORT
000600 CONFIGURATION SECTION.                                           ZIP-SORT
004032     05  VC-DATE         PICTURE 9(6).                            ZIP-SORT
004033     05  FILLER          SZ 1.                                    ZIP-SORT
004034     05  VC-SAVE         PICTURE 9(3).                            ZIP-SORT
004035     05  FILLER          SZ 28.                                   ZIP-SORT
004036     05  VC-POOL         PICTURE X.                               ZIP-SORT
004037     05  FILLER          SZ 1.                                    ZIP-SORT
004038     05  VC-RACK         PICTURE X(5).                            ZIP-SORT
004039     05  FILLER          SZ 10.                                   ZIP-SORT
004040 WORKING-STORAGE SECTION.                                         ZIP-SORT
004041 01  VALIDATION-COUNTERS.                                         ZIP-SORT
004042     02  BAD-KEY-COUNT          PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004043     02  RECORDS-READ           PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004050     02  RECORDS-WRITTEN        PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004060 01  RECORD-LAYOUT-CONTRACT.                                      ZIP-SORT
004070     02  SEQA-LENGTH          PICTURE 9(3) VALUE 060.             ZIP-SORT
005068 77  VOL-FILE-ID   PICTURE X(8) VALUE "SORTEDI ".                 ZIP-SORT
005069 77  VOL-PROGRAM   PICTURE X(8) VALUE "SRTLOCN ".                 ZIP-SORT
005070 77  VOL-SAVE      PICTURE 9(3) VALUE 1.                          ZIP-SORT
005071 77  VOL-RACK      PICTURE X(5) VALUE SPACES.                     ZIP-SORT
005072 77  VOL-POOL-SW   PICTURE 9    VALUE 0.                          ZIP-SORT
005073 77  VOL-REFUSE-SW PICTURE 9    VALUE 0.                          ZIP-SORT
005074 77  VOL-HOLD-SW   PICTURE 9    VALUE 0.                          ZIP-SORT
005075 77  VOL-HOLD-FILE PICTURE X(8).                                  ZIP-SORT
005076 77  VOL-HOLD-DATE PICTURE 9(6).                                  ZIP-SORT
005077 77  VOL-HOLD-SAVE PICTURE 9(3).                                  ZIP-SORT
005078 77  VOL-HOLD-POOL PICTURE X.                                     ZIP-SORT
005079 77  VOL-TODAY-NO  PICTURE 9(8).                                  ZIP-SORT
005080 77  VOL-EXP-NO    PICTURE 9(8).                                  ZIP-SORT
005081 77  VOL-DOY       PICTURE 9(4).                                  ZIP-SORT
005082 77  VOL-YY        PICTURE 99.                                    ZIP-SORT
005083 77  VOL-MM        PICTURE 99.                                    ZIP-SORT
005084 77  VOL-MX        PICTURE 99.                                    ZIP-SORT
005085 77  VOL-EXPIRES   PICTURE 9(6).                                  ZIP-SORT
005086 77  VOL-EXP-EDIT  PICTURE 99/99/99.                              ZIP-SORT
005087 01  VOL-DATE-WORK.                                               ZIP-SORT
005088     02  VOL-DW-MM PICTURE 99.                                    ZIP-SORT
005089     02  VOL-DW-DD PICTURE 99.                                    ZIP-SORT
005090     02  VOL-DW-YY PICTURE 99.                                    ZIP-SORT
005091 01  VOL-CUM-SET.                                                 ZIP-SORT
005092     02  FILLER PICTURE X(18) VALUE "000031059090120151".         ZIP-SORT
005093     02  FILLER PICTURE X(18) VALUE "181212243273304334".         ZIP-SORT
005094 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           ZIP-SORT
005095     02  VOL-CUM-DAYS PICTURE 999 OCCURS 12.                      ZIP-SORT
005096 01  PREV-KEY.                                                    ZIP-SORT
005097     02  PK-SEQA PICTURE X(60).                                   ZIP-SORT
005098     02  PK-SEQB PICTURE X(60).                                   ZIP-SORT
005099     02  PK-SEQC PICTURE X(60).                                   ZIP-SORT
005100     02  PK-SEQD PICTURE X(60).                                   ZIP-SORT
005101     02  PK-SEQE PICTURE X(60).                                   ZIP-SORT
005102 PROCEDURE DIVISION.                                              ZIP-SORT
005200 SORTING SECTION.                                                 ZIP-SORT
005233 ASK.                                                             ZIP-SORT
005266     ACCEPT MERGE-MODE.                                           ZIP-SORT
005267     ACCEPT DUP-FLAG.                                             ZIP-SORT
005268     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  ZIP-SORT
005299     IF MERGE-MODE = "M" GO TO M1.                                ZIP-SORT
005300 START. SORT SORT-FILE ON ASCENDING KEY                           ZIP-SORT
005400     NUMB OF SORT-RECORD                                          ZIP-SORT
006000     OUTPUT PROCEDURE IS                                          ZIP-SORT
006100     FINAL.                                                       ZIP-SORT
006200 AA. STOP RUN.                                                    ZIP-SORT
006201 VOLCAT-SERIAL.                                                   ZIP-SORT
006202     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -ZIP-SORT
006203         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     ZIP-SORT
006204         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          ZIP-SORT
006205     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      ZIP-SORT
006206     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    ZIP-SORT
006207     DISPLAY "SCRATCH POOL EMPTY".                                ZIP-SORT
006208 VOLCAT-SERIAL-ASK.                                               ZIP-SORT
006209     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           ZIP-SORT
006210     " CATALOGED)".                                               ZIP-SORT
006211     ACCEPT VOL-SERIAL-IN.                                        ZIP-SORT
006212     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    ZIP-SORT
006213     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                ZIP-SORT
006214 VOLCAT-SERIAL-X.                                                 ZIP-SORT
006215     EXIT.                                                        ZIP-SORT
006216 VOLCAT-DRAW.                                                     ZIP-SORT
006217     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATZIP-SORT
006218         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       ZIP-SORT
006219         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   ZIP-SORT
006220     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       ZIP-SORT
006221     MOVE 0 TO VOL-POOL-SW.                                       ZIP-SORT
006222     OPEN I-O VOL-CATALOG.                                        ZIP-SORT
006223 VOLCAT-DRAW-READ.                                                ZIP-SORT
006224     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               ZIP-SORT
006225     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 ZIP-SORT
006226     MOVE SPACE TO VC-POOL.                                       ZIP-SORT
006227     REWRITE VC-REC.                                              ZIP-SORT
006228     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             ZIP-SORT
006229     MOVE VC-RACK TO VOL-RACK.                                    ZIP-SORT
006230     MOVE 1 TO VOL-POOL-SW.                                       ZIP-SORT
006231     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    ZIP-SORT
006232         VOL-RACK.                                                ZIP-SORT
006233 VOLCAT-DRAW-END.                                                 ZIP-SORT
006234     CLOSE VOL-CATALOG.                                           ZIP-SORT
006235 VOLCAT-DRAW-X.                                                   ZIP-SORT
006236     EXIT.                                                        ZIP-SORT
006237 VOLCAT-CHECK.                                                    ZIP-SORT
006238     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      ZIP-SORT
006239         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  ZIP-SORT
006240         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       ZIP-SORT
006241     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         ZIP-SORT
006242     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              ZIP-SORT
006243     OPEN INPUT VOL-CATALOG.                                      ZIP-SORT
006244 VOLCAT-CHECK-READ.                                               ZIP-SORT
006245     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              ZIP-SORT
006246     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    ZIP-SORT
006247     MOVE 1 TO VOL-HOLD-SW.                                       ZIP-SORT
006248     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            ZIP-SORT
006249     MOVE VC-DATE TO VOL-HOLD-DATE.                               ZIP-SORT
006250     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               ZIP-SORT
006251     MOVE VC-POOL TO VOL-HOLD-POOL.                               ZIP-SORT
006252     GO TO VOLCAT-CHECK-READ.                                     ZIP-SORT
006253 VOLCAT-CHECK-END.                                                ZIP-SORT
006254     CLOSE VOL-CATALOG.                                           ZIP-SORT
006255     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    ZIP-SORT
006256         GO TO VOLCAT-CHECK-X.                                    ZIP-SORT
006257     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           ZIP-SORT
006258     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      ZIP-SORT
006259         + VOL-DW-DD.                                             ZIP-SORT
006260     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         ZIP-SORT
006261     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        ZIP-SORT
006262         + VOL-DW-DD + VOL-HOLD-SAVE.                             ZIP-SORT
006263     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   ZIP-SORT
006264         GO TO VOLCAT-CHECK-X.                                    ZIP-SORT
006265     PERFORM VOLCAT-EXPIRY.                                       ZIP-SORT
006266     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        ZIP-SORT
006267         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     ZIP-SORT
006268     MOVE 1 TO VOL-REFUSE-SW.                                     ZIP-SORT
006269 VOLCAT-CHECK-X.                                                  ZIP-SORT
006270     EXIT.                                                        ZIP-SORT
006271 VOLCAT-EXPIRY.                                                   ZIP-SORT
006272     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     ZIP-SORT
006273         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   ZIP-SORT
006274     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       ZIP-SORT
006275         + VOL-HOLD-SAVE.                                         ZIP-SORT
006276     MOVE VOL-DW-YY TO VOL-YY.                                    ZIP-SORT
006277     PERFORM VOLCAT-EXP-YEAR                                      ZIP-SORT
006278         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   ZIP-SORT
006279     MOVE 1 TO VOL-MM.                                            ZIP-SORT
006280     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          ZIP-SORT
006281         UNTIL VOL-MX IS GREATER THAN 12.                         ZIP-SORT
006282     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         ZIP-SORT
006283         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      ZIP-SORT
006284     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            ZIP-SORT
006285 VOLCAT-EXP-YEAR.                                                 ZIP-SORT
006286     SUBTRACT 365 FROM VOL-DOY.                                   ZIP-SORT
006287     ADD 1 TO VOL-YY.                                             ZIP-SORT
006288 VOLCAT-EXP-MONTH.                                                ZIP-SORT
006289     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             ZIP-SORT
006290         MOVE VOL-MX TO VOL-MM.                                   ZIP-SORT
006291 VALIDATION SECTION.                                              ZIP-SORT
006292 LAYOUT-SELF-CHECK.  MOVE ZERO TO LAYOUT-CHECK-TOTAL.             ZIP-SORT
006293     ADD SEQA-LENGTH SEQB-LENGTH SEQC-LENGTH SEQD-LENGTH          ZIP-SORT
006294         SEQE-LENGTH SEPARATOR-LENGTH NUMB-LENGTH                 ZIP-SORT
006295         GIVING LAYOUT-CHECK-TOTAL.                               ZIP-SORT
006296     IF LAYOUT-CHECK-TOTAL NOT EQUAL EXPECTED-RECORD-LENGTH       ZIP-SORT
006297         DISPLAY "SRTLOCN - LAYOUT CONTRACT MISMATCH - "          ZIP-SORT
006298         "EXPECTED " EXPECTED-RECORD-LENGTH " GOT "               ZIP-SORT
006299         LAYOUT-CHECK-TOTAL                                       ZIP-SORT
006300         STOP RUN.                                                ZIP-SORT
006301 VA. PERFORM LAYOUT-SELF-CHECK.                                   ZIP-SORT
006302     OPEN INPUT INPUT-FILE.                                       ZIP-SORT
006303 VB. READ INPUT-FILE AT END GO TO VALIDATION-DONE.                ZIP-SORT
006304     ADD 1 TO RECORDS-READ.                                       ZIP-SORT
007240     MOVE INPUT-RECORD TO SORT-RECORD.                            ZIP-SORT
007245     MOVE NUMB OF SORT-RECORD TO NUMB-WORK.                       ZIP-SORT
007246     PERFORM HASH-ONE THRU HASH-ONE-X.                            ZIP-SORT
008145     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         ZIP-SORT
008146         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         ZIP-SORT
008147         PROGRAM, DATE, SAVE FACTOR) SO THE WHOLE RACK IS         ZIP-SORT
008148         UNDER ONE REPORT INSTEAD OF ONE-UTILITY-ONE-INDEX - AN   ZIP-SORT
008149         EARLIER ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOLZIP-SORT
008150         AND HANDS ON ITS RACK LOCATION.                          ZIP-SORT
008151     OPEN I-O VOL-CATALOG.                                        ZIP-SORT
008152 VOLCAT-SKIP.                                                     ZIP-SORT
008153     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  ZIP-SORT
008154     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          ZIP-SORT
008155     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               ZIP-SORT
008156     IF VC-POOL = "P"                                             ZIP-SORT
008157         MOVE SPACE TO VC-POOL                                    ZIP-SORT
008158         REWRITE VC-REC.                                          ZIP-SORT
008159     GO TO VOLCAT-SKIP.                                           ZIP-SORT
008160 VOLCAT-WRITE.                                                    ZIP-SORT
008161     MOVE SPACES TO VC-REC.                                       ZIP-SORT
008162     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             ZIP-SORT
008163     MOVE VOL-FILE-ID TO VC-FILE-ID.                              ZIP-SORT
008164     MOVE VOL-PROGRAM TO VC-PROGRAM.                              ZIP-SORT
008165     MOVE TODAYS-DATE TO VC-DATE.                                 ZIP-SORT
008166     MOVE VOL-SAVE TO VC-SAVE.                                    ZIP-SORT
008167     MOVE VOL-RACK TO VC-RACK.                                    ZIP-SORT
008168     WRITE VC-REC.                                                ZIP-SORT
008169     CLOSE VOL-CATALOG.                                           ZIP-SORT
008170 VOLCAT-X.                                                        ZIP-SORT
008171     EXIT.                                                        ZIP-SORT
008172 END-OF-JOB.                                                      ZIP-SORT
