000296 REMARKS A THIRD REPLY GIVES THE OUTPUT REEL SERIAL (6 CHARS,             
000297 REMARKS SPACES TO SKIP) - THE REEL IS THEN CATALOGED IN THE              
000298 REMARKS SHOP-WIDE VOLCAT TAPE VOLUME CATALOG AT CLOSE TIME.              
000299 REMARKS THE SERIAL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL             
000300 REMARKS AND SHOWN WITH ITS RACK LOCATION FOR MOUNTING - ONLY             
000301 REMARKS WHEN THE POOL IS EMPTY IS IT KEYED, AND A KEYED SERIAL           
000302 REMARKS STILL INSIDE ITS SAVE FACTOR IS REFUSED WITH THE OWNING          
000303 REMARKS FILE ID AND EXPIRY.                                              
000304 IDENTIFICATION DIVISION.                                         ZIP-SORT
000400 PROGRAM-ID. "SRTPERM".                                           ZIP-SORT
000500 ENVIRONMENT DIVISION.                                            ZIP-SORT
000600 CONFIGURATION SECTION.                                           ZIP-SORT
004322     05  VC-DATE         PICTURE 9(6).                            ZIP-SORT
004323     05  FILLER          SZ 1.                                    ZIP-SORT
004324     05  VC-SAVE         PICTURE 9(3).                            ZIP-SORT
004325     05  FILLER          SZ 28.                                   ZIP-SORT
004326     05  VC-POOL         PICTURE X.                               ZIP-SORT
004327     05  FILLER          SZ 1.                                    ZIP-SORT
004328     05  VC-RACK         PICTURE X(5).                            ZIP-SORT
004329     05  FILLER          SZ 10.                                   ZIP-SORT
004330 WORKING-STORAGE SECTION.                                         ZIP-SORT
004331 01  VALIDATION-COUNTERS.                                         ZIP-SORT
004332     02  BAD-KEY-COUNT          PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004340     02  RECORDS-READ           PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004350     02  RECORDS-WRITTEN        PICTURE 9(6) VALUE ZERO.          ZIP-SORT
004360 01  RECORD-LAYOUT-CONTRACT.                                      ZIP-SORT
005269 77  VOL-FILE-ID   PICTURE X(8) VALUE "SORTEDP ".                 ZIP-SORT
005270 77  VOL-PROGRAM   PICTURE X(8) VALUE "SRTPERM ".                 ZIP-SORT
005271 77  VOL-SAVE      PICTURE 9(3) VALUE 1.                          ZIP-SORT
005272 77  VOL-RACK      PICTURE X(5) VALUE SPACES.                     ZIP-SORT
005273 77  VOL-POOL-SW   PICTURE 9    VALUE 0.                          ZIP-SORT
005274 77  VOL-REFUSE-SW PICTURE 9    VALUE 0.                          ZIP-SORT
005275 77  VOL-HOLD-SW   PICTURE 9    VALUE 0.                          ZIP-SORT
005276 77  VOL-HOLD-FILE PICTURE X(8).                                  ZIP-SORT
005277 77  VOL-HOLD-DATE PICTURE 9(6).                                  ZIP-SORT
005278 77  VOL-HOLD-SAVE PICTURE 9(3).                                  ZIP-SORT
005279 77  VOL-HOLD-POOL PICTURE X.                                     ZIP-SORT
005280 77  VOL-TODAY-NO  PICTURE 9(8).                                  ZIP-SORT
005281 77  VOL-EXP-NO    PICTURE 9(8).                                  ZIP-SORT
005282 77  VOL-DOY       PICTURE 9(4).                                  ZIP-SORT
005283 77  VOL-YY        PICTURE 99.                                    ZIP-SORT
005284 77  VOL-MM        PICTURE 99.                                    ZIP-SORT
005285 77  VOL-MX        PICTURE 99.                                    ZIP-SORT
005286 77  VOL-EXPIRES   PICTURE 9(6).                                  ZIP-SORT
005287 77  VOL-EXP-EDIT  PICTURE 99/99/99.                              ZIP-SORT
005288 01  VOL-DATE-WORK.                                               ZIP-SORT
005289     02  VOL-DW-MM PICTURE 99.                                    ZIP-SORT
005290     02  VOL-DW-DD PICTURE 99.                                    ZIP-SORT
005291     02  VOL-DW-YY PICTURE 99.                                    ZIP-SORT
005292 01  VOL-CUM-SET.                                                 ZIP-SORT
005293     02  FILLER PICTURE X(18) VALUE "000031059090120151".         ZIP-SORT
005294     02  FILLER PICTURE X(18) VALUE "181212243273304334".         ZIP-SORT
005295 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           ZIP-SORT
005296     02  VOL-CUM-DAYS PICTURE 999 OCCURS 12.                      ZIP-SORT
005297 01  PREV-KEY.                                                    ZIP-SORT
005298     02  PK-SEQA PICTURE X(60).                                   ZIP-SORT
005299     02  PK-SEQB PICTURE X(60).                                   ZIP-SORT
005300     02  PK-SEQC PICTURE X(60).                                   ZIP-SORT
005301     02  PK-SEQD PICTURE X(60).                                   ZIP-SORT
005302     02  PK-SEQE PICTURE X(60).                                   ZIP-SORT
005303 PROCEDURE DIVISION.                                              ZIP-SORT
005400 SORTING SECTION.                                                 ZIP-SORT
005433 ASK.                                                             ZIP-SORT
005466     ACCEPT MERGE-MODE.                                           ZIP-SORT
005467     ACCEPT DUP-FLAG.                                             ZIP-SORT
005468     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  ZIP-SORT
005499     IF MERGE-MODE = "M" GO TO M1.                                ZIP-SORT
005500 START. SORT SORT-FILE ON ASCENDING KEY                           ZIP-SORT
005600     SEQA OF SORT-RECORD                                          ZIP-SORT
006200     OUTPUT PROCEDURE IS                                          ZIP-SORT
006300     FINAL.                                                       ZIP-SORT
006400 AA. STOP RUN.                                                    ZIP-SORT
006401 VOLCAT-SERIAL.                                                   ZIP-SORT
006402     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -ZIP-SORT
006403         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     ZIP-SORT
006404         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          ZIP-SORT
006405     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      ZIP-SORT
006406     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    ZIP-SORT
006407     DISPLAY "SCRATCH POOL EMPTY".                                ZIP-SORT
006408 VOLCAT-SERIAL-ASK.                                               ZIP-SORT
006409     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           ZIP-SORT
006410     " CATALOGED)".                                               ZIP-SORT
006411     ACCEPT VOL-SERIAL-IN.                                        ZIP-SORT
006412     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    ZIP-SORT
006413     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                ZIP-SORT
006414 VOLCAT-SERIAL-X.                                                 ZIP-SORT
006415     EXIT.                                                        ZIP-SORT
006416 VOLCAT-DRAW.                                                     ZIP-SORT
006417     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATZIP-SORT
006418         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       ZIP-SORT
006419         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   ZIP-SORT
006420     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       ZIP-SORT
006421     MOVE 0 TO VOL-POOL-SW.                                       ZIP-SORT
006422     OPEN I-O VOL-CATALOG.                                        ZIP-SORT
006423 VOLCAT-DRAW-READ.                                                ZIP-SORT
006424     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               ZIP-SORT
006425     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 ZIP-SORT
006426     MOVE SPACE TO VC-POOL.                                       ZIP-SORT
006427     REWRITE VC-REC.                                              ZIP-SORT
006428     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             ZIP-SORT
006429     MOVE VC-RACK TO VOL-RACK.                                    ZIP-SORT
006430     MOVE 1 TO VOL-POOL-SW.                                       ZIP-SORT
006431     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    ZIP-SORT
006432         VOL-RACK.                                                ZIP-SORT
006433 VOLCAT-DRAW-END.                                                 ZIP-SORT
006434     CLOSE VOL-CATALOG.                                           ZIP-SORT
006435 VOLCAT-DRAW-X.                                                   ZIP-SORT
006436     EXIT.                                                        ZIP-SORT
006437 VOLCAT-CHECK.                                                    ZIP-SORT
006438     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      ZIP-SORT
006439         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  ZIP-SORT
006440         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       ZIP-SORT
006441     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         ZIP-SORT
006442     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              ZIP-SORT
006443     OPEN INPUT VOL-CATALOG.                                      ZIP-SORT
006444 VOLCAT-CHECK-READ.                                               ZIP-SORT
006445     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              ZIP-SORT
006446     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    ZIP-SORT
006447     MOVE 1 TO VOL-HOLD-SW.                                       ZIP-SORT
006448     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            ZIP-SORT
006449     MOVE VC-DATE TO VOL-HOLD-DATE.                               ZIP-SORT
006450     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               ZIP-SORT
006451     MOVE VC-POOL TO VOL-HOLD-POOL.                               ZIP-SORT
006452     GO TO VOLCAT-CHECK-READ.                                     ZIP-SORT
006453 VOLCAT-CHECK-END.                                                ZIP-SORT
006454     CLOSE VOL-CATALOG.                                           ZIP-SORT
006455     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    ZIP-SORT
006456         GO TO VOLCAT-CHECK-X.                                    ZIP-SORT
006457     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           ZIP-SORT
006458     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      ZIP-SORT
006459         + VOL-DW-DD.                                             ZIP-SORT
006460     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         ZIP-SORT
006461     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        ZIP-SORT
006462         + VOL-DW-DD + VOL-HOLD-SAVE.                             ZIP-SORT
006463     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   ZIP-SORT
006464         GO TO VOLCAT-CHECK-X.                                    ZIP-SORT
006465     PERFORM VOLCAT-EXPIRY.                                       ZIP-SORT
006466     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        ZIP-SORT
006467         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     ZIP-SORT
006468     MOVE 1 TO VOL-REFUSE-SW.                                     ZIP-SORT
006469 VOLCAT-CHECK-X.                                                  ZIP-SORT
006470     EXIT.                                                        ZIP-SORT
006471 VOLCAT-EXPIRY.                                                   ZIP-SORT
006472     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     ZIP-SORT
006473         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   ZIP-SORT
006474     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       ZIP-SORT
006475         + VOL-HOLD-SAVE.                                         ZIP-SORT
006476     MOVE VOL-DW-YY TO VOL-YY.                                    ZIP-SORT
006477     PERFORM VOLCAT-EXP-YEAR                                      ZIP-SORT
006478         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   ZIP-SORT
006479     MOVE 1 TO VOL-MM.                                            ZIP-SORT
006480     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          ZIP-SORT
006481         UNTIL VOL-MX IS GREATER THAN 12.                         ZIP-SORT
006482     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         ZIP-SORT
006483         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      ZIP-SORT
006484     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            ZIP-SORT
006485 VOLCAT-EXP-YEAR.                                                 ZIP-SORT
006486     SUBTRACT 365 FROM VOL-DOY.                                   ZIP-SORT
006487     ADD 1 TO VOL-YY.                                             ZIP-SORT
006488 VOLCAT-EXP-MONTH.                                                ZIP-SORT
006489     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             ZIP-SORT
006490         MOVE VOL-MX TO VOL-MM.                                   ZIP-SORT
006491 VALIDATION SECTION.                                              ZIP-SORT
006492 LAYOUT-SELF-CHECK.  MOVE ZERO TO LAYOUT-CHECK-TOTAL.             ZIP-SORT
006493     ADD PREFIX-LENGTH SEQA-LENGTH SEQB-LENGTH SEQC-LENGTH        ZIP-SORT
006494         SEQD-LENGTH SEQE-LENGTH SEPARATOR-LENGTH NUMB-LENGTH     ZIP-SORT
006495         SUFFIX-LENGTH GIVING LAYOUT-CHECK-TOTAL.                 ZIP-SORT
006496     IF LAYOUT-CHECK-TOTAL NOT EQUAL EXPECTED-RECORD-LENGTH       ZIP-SORT
006497         DISPLAY "SRTPERM - LAYOUT CONTRACT MISMATCH - "          ZIP-SORT
006498         "EXPECTED " EXPECTED-RECORD-LENGTH " GOT "               ZIP-SORT
006499         LAYOUT-CHECK-TOTAL                                       ZIP-SORT
006500         STOP RUN.                                                ZIP-SORT
006501 VA. PERFORM LAYOUT-SELF-CHECK.                                   ZIP-SORT
006502     OPEN INPUT INPUT-FILE.                                       ZIP-SORT
006503 VB. READ INPUT-FILE AT END GO TO VALIDATION-DONE.                ZIP-SORT
006504     ADD 1 TO RECORDS-READ.                                       ZIP-SORT
007440     MOVE INPUT-RECORD TO SORT-RECORD.                            ZIP-SORT
007443     MOVE NUMB OF SORT-RECORD TO NUMB-WORK.                       ZIP-SORT
007446     PERFORM HASH-ONE THRU HASH-ONE-X.                            ZIP-SORT
008345     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         ZIP-SORT
008346         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         ZIP-SORT
008347         PROGRAM, DATE, SAVE FACTOR) SO THE WHOLE RACK IS         ZIP-SORT
008348         UNDER ONE REPORT INSTEAD OF ONE-UTILITY-ONE-INDEX - AN   ZIP-SORT
008349         EARLIER ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOLZIP-SORT
008350         AND HANDS ON ITS RACK LOCATION.                          ZIP-SORT
008351     OPEN I-O VOL-CATALOG.                                        ZIP-SORT
008352 VOLCAT-SKIP.                                                     ZIP-SORT
008353     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  ZIP-SORT
008354     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          ZIP-SORT
008355     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               ZIP-SORT
008356     IF VC-POOL = "P"                                             ZIP-SORT
008357         MOVE SPACE TO VC-POOL                                    ZIP-SORT
008358         REWRITE VC-REC.                                          ZIP-SORT
008359     GO TO VOLCAT-SKIP.                                           ZIP-SORT
008360 VOLCAT-WRITE.                                                    ZIP-SORT
008361     MOVE SPACES TO VC-REC.                                       ZIP-SORT
008362     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             ZIP-SORT
008363     MOVE VOL-FILE-ID TO VC-FILE-ID.                              ZIP-SORT
008364     MOVE VOL-PROGRAM TO VC-PROGRAM.                              ZIP-SORT
008365     MOVE TODAYS-DATE TO VC-DATE.                                 ZIP-SORT
008366     MOVE VOL-SAVE TO VC-SAVE.                                    ZIP-SORT
008367     MOVE VOL-RACK TO VC-RACK.                                    ZIP-SORT
008368     WRITE VC-REC.                                                ZIP-SORT
008369     CLOSE VOL-CATALOG.                                           ZIP-SORT
008370 VOLCAT-X.                                                        ZIP-SORT
008371     EXIT.                                                        ZIP-SORT
008372 END-OF-JOB.                                                      ZIP-SORT
008400  000000000PUNCH  00166025010000000006400000640000        0OMNI           
