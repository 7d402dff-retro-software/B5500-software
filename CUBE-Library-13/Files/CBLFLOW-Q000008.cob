001100     SELECT COB-FILE ASSIGN TO READER.                            OR43125 
001102     SELECT COB-TAPE ASSIGN TO TAPE.                              OR43125 
001104     SELECT COB-DISK ASSIGN TO DISK.                              OR43125 
001105     SELECT SRC-LIBRARY ASSIGN TO DISK.                           OR43125 
001106     SELECT COPY-LIBRARY ASSIGN TO DISK.                          OR43125 
001107     SELECT OPER-FILE ASSIGN TO DISK                              OR43125 
001108         FILE STATUS IS OPER-FILE-STATUS.                         OR43125 
001110     SELECT PLOT-FILE ASSIGN TO TAPE.                             OR43125 
001111     SELECT FMAT-EXPORT ASSIGN TO DISK.                           OR43125 
001115     SELECT CKPT-FILE ASSIGN TO TAPE.                             OR43125 
001120     SELECT FLOW-FILE ASSIGN TO PRINTER.                          OR43125 
001125     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           OR43125 
002160     FILE CONTAINS 20 | 2400 RECORDS ACCESS SEQUENTIAL            OR43125 
002170     VALUE OF ID IS "CARD" DATA RECORDS ARE CD-REC.               OR43125 
002180 01  CD-REC  PC X(80).                                            OR43125 
002181 MD  SRC-LIBRARY BLOCK 15 RECORDS                                 OR43125 
002182     FILE CONTAINS 60 | 1500 RECORDS ACCESS SEQUENTIAL            OR43125 
002183     VALUE OF ID IS "SRCLIB" DATA RECORDS ARE LIB-REC.            OR43125 
002184 01  LIB-REC.                                                     OR43125 
002185     03 LB-TAG    PC X(8).                                        OR43125 
002186     03 FILLER    PC X.                                           OR43125 
002187     03 LB-MEMBER PC X(20).                                       OR43125 
002188     03 FILLER    PC X(51).                                       OR43125 
002189 MD  COPY-LIBRARY BLOCK 15 RECORDS                                OR43125 
002190     FILE CONTAINS 60 | 1500 RECORDS ACCESS SEQUENTIAL            OR43125 
002191     VALUE OF ID IS "SRCLIB" DATA RECORDS ARE CPY-REC.            OR43125 
002192 01  CPY-REC.                                                     OR43125 
002193     03 CL-TAG    PC X(8).                                        OR43125 
002194     03 FILLER    PC X.                                           OR43125 
002195     03 CL-MEMBER PC X(20).                                       OR43125 
002196     03 FILLER    PC X(15).                                       OR43125 
002197     03 CL-CLASS  PC X.                                           OR43125 
002198     03 FILLER    PC X(35).                                       OR43125 
002199 FD  OPER-FILE                                                    OR43125 
002200     ACCESS SEQUENTIAL                                            OR43125 
002201     BLOCK CONTAINS 1 RECORDS                                     OR43125 
002202     VALUE OF ID "OPROSTER"                                       OR43125 
002203     DATA RECORD OPER-REC.                                        OR43125 
002204 01  OPER-REC        SZ 80.                                       OR43125 
002205     05  OR-CODE         PC X(3).                                 OR43125 
002206     05  FILLER          SZ 1.                                    OR43125 
002207     05  OR-NAME         PC X(20).                                OR43125 
002208     05  FILLER          SZ 1.                                    OR43125 
002209     05  OR-STATUS       PC X.                                    OR43125 
002210     05  FILLER          SZ 54.                                   OR43125 
002211 FD  PLOT-FILE BLOCK CONTAINS 90 CHARACTERS LABEL RECORDS ARE     OR43125 
002212     STANDARD VALUE OF ID IS "CBLFLOW" SAVE-FACTOR IS 05          OR43125 
002220     DATA RECORDS ARE PLOT-REC.                                   OR43125 
002230 01  PLOT-REC.                                                    OR43125 
002240     03 PLOTCHAR.                                                 OR43125 
002255         05 PE-PID     PC X.                                      OR43125 
002256         05 PE-PLOT-2  PC X(4).                                   OR43125 
002257     03 PE-PLOTIND  PC 9(10).                                     OR43125 
002258 FD  FMAT-EXPORT BLOCK CONTAINS 80 CHARACTERS LABEL RECORDS ARE   OR43125 
002259     STANDARD VALUE OF ID IS "CBLFMAT" DATA RECORDS ARE FMAT-REC. OR43125 
002260 01  FMAT-REC.                                                    OR43125 
002261     03 FMT-TYPE  PC X.                                           OR43125 
002262     03 FMT-PROG  PC X(8).                                        OR43125 
002263     03 FMT-FILE  PC X(30).                                       OR43125 
002264     03 FMT-PARA  PC X(10).                                       OR43125 
002265     03 FMT-PNO   PC 9(4).                                        OR43125 
002266     03 FMT-CELL  PC X(8).                                        OR43125 
002267     03 FMT-FLAGS.                                                OR43125 
002268         05 FMF-N PC X.                                           OR43125 
002269         05 FMF-R PC X.                                           OR43125 
002270         05 FMF-W PC X.                                           OR43125 
002271     03 FILLER    PC X(16).                                       OR43125 
002272 FD  FLOW-FILE BLOCK CONTAINS 132 CHARACTERS LABEL RECORDS ARE    OR43125 
002273     STANDARD VALUE OF ID IS "CBLFLOW" DATA RECORDS ARE FLOW-REC. OR43125 
002274 01  FLOW-REC.                                                    OR43125 
002280     03 FLOWDATA  PC X(132).                                      OR43125 
002281 FD  CKPT-FILE LABEL RECORDS ARE STANDARD VALUE OF ID IS          OR43125 
002282     "CBLFLOW" DATA RECORDS ARE CKPT-REC.                         OR43125 
002296     05  RA-RUN-ID       PC X(7).                                 OR43125 
002297     05  FILLER          SZ 1.                                    OR43125 
002298     05  RA-PROGRAM      PC X(8).                                 OR43125 
002299     05  FILLER          SZ 1.                                    OR43125 
002300     05  RA-EXPIRES      PC 9(6).                                 OR43125 
002301     05  FILLER          SZ 57.                                   OR43125 
002302 FD  AUDIT-TRAIL LABEL RECORDS ARE STANDARD VALUE OF ID IS        OR43125 
002303     "AUDITTRL" ACCESS RANDOM ACTUAL KEY IS AU-KEY                OR43125 
002304     DATA RECORDS ARE AUDIT-REC.                                  OR43125 
002305 01  AUDIT-REC.                                                   OR43125 
002306     03 AU-PROGRAM  PC X(8)  VA "CBLFLOW ".                       OR43125 
002310     03 AU-DATE     PC 9(6).                                      OR43125 
002314     03 AU-TIME     PC 9(4).                                      OR43125 
002315     03 AU-EVENT    PC X(8).                                      OR43125 
002320     03 AU-RESULT   PC X(8).                                      OR43125 
002321     03 AU-RUN-ID   PC X(7).                                      OR43125 
002322     03 AU-OPERATOR PC X(3).                                      OR43125 
002323 01  AUDIT-CTL.                                                   OR43125 
002324     05  AC-NEXT-SLOT        PC 9(8).                             OR43125 
002325     05  AC-HASH             PC 9(9).                             OR43125 
002326     05  FILLER              SZ 27.                               OR43125 
002327 FD  XREF-FILE LABEL RECORDS ARE STANDARD VALUE OF ID IS          OR43125 
002328     "LISTING" DATA RECORDS ARE XREF-LSTG XREF-FRMT1              OR43125 
002329     XREF-FRMT2.                                                  OR43125 
002330 01  XREF-LSTG    PC X(330).                                      OR43125 
002331 01  XREF-FRMT1.                                                  OR43125 
002332     03 FILLER    PC X(24).                                       OR43125 
002333     03 XREF-CRD  PC X(80).                                       OR43125 
002334     03 FILLER    PC X(226).                                      OR43125 
002335 01  XREF-FRMT2.                                                  OR43125 
002336     03 FILLER    PC X(8).                                        OR43125 
002337     03 XREF-PSNO PC 9(6).                                        OR43125 
002338     03 FILLER    PC X(3).                                        OR43125 
002339     03 XREF-ALF  PC X(32).                                       OR43125 
002340     03 XREF-MSG.                                                 OR43125 
002341         05 XREF-LSNO PC 9(6) OCCURS 40 TIMES.                    OR43125 
002342         05 FILLER    PC X    OCCURS 40 TIMES.                    OR43125 
002343     03 FILLER    PC X.                                           OR43125 
002344 WORKING-STORAGE SECTION.                                         OR43125 
002345 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        OR43125 
002346 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     OR43125 
002347 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     OR43125 
002348 77  OPERATOR-CODE   VA SPACE        PC X(3).                     OR43125 
002349 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        OR43125 
002350 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        OR43125 
002354 77  AUTH-TODAY      CMP-1   PC 9(6).                             OR43125 
002364 77  AUTH-DATE-IN            PC 9(6).                             OR43125 
002441 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             OR43125 
002542 77  AU-HH           CMP-1   PC 99.                               OR43125 
002643 77  AU-MM           CMP-1   PC 99.                               OR43125 
002744 77  AU-KEY          CMP-1   PC 9(8).                             OR43125 
002845 77  AU-NEXT         CMP-1   PC 9(8).                             OR43125 
002946 01  AU-SAVE-REC             SZ 44.                               OR43125 
002947 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     OR43125 
002948 77  AU-REC-SUM              CMP-1   PC 9(6).                     OR43125 
002949 77  AU-CX                   CMP-1   PC 99.                       OR43125 
002950 77  AU-TX                   CMP-1   PC 99.                       OR43125 
002951 77  AU-CODE                 CMP-1   PC 99.                       OR43125 
002952 01  AU-HASH-REC.                                                 OR43125 
002953     05  AU-HC       OC 44   PC X.                                OR43125 
002954 01  AU-CHAR-SET.                                                 OR43125 
002955     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          OR43125 
002956     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          OR43125 
002957 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           OR43125 
002958     05  AU-CHAR     OC 48   PC X.                                OR43125 
003047 77  RUN-ID-ENTRY            PC X(7).                             OR43125 
003050 77  T  PC 99.                                                    OR43125 
003060 77  P  PC 9999  VA 0001.                                         OR43125 
003231 77 XREF-CHECK-FLAG PC X VA "N".                                  OR43125 
003232 77 SRC-CODE PC X VA "R".                                         OR43125 
003233 77 SRC-EOF PC 9 VA 0.                                            OR43125 
003234 77 SRC-MEMBER PC X(20) VA SPACES.                                OR43125 
003235 77 SRC-GEN PC 9(4) VA 0.                                         OR43125 
003236 77 GEN-CNT PC 9(4) VA 0.                                         OR43125 
003237 77 GEN-SEEN PC 9(4) VA 0.                                        OR43125 
003238 77 LIB-COPY-SW PC 9 VA 0.                                        OR43125 
003239 77 GEN-EDIT PC ZZZ9.                                             OR43125 
003240 01 GEN-RESULT.                                                   OR43125 
003241     03 FILLER PC X(4) VA "GEN ".                                 OR43125 
003242     03 GR-GEN PC 9(4).                                           OR43125 
003243 77 CPY-ON PC 9 VA 0.                                             OR43125 
003244 77 CPY-TAKE-SW PC 9 VA 0.                                        OR43125 
003245 77 CPY-CNT PC 9(4) VA 0.                                         OR43125 
003246 77 CPY-SEEN PC 9(4) VA 0.                                        OR43125 
003247 77 CPX PC 99.                                                    OR43125 
003248 77 CPW PC 99.                                                    OR43125 
003249 77 CPY-NAME PC X(20) VA SPACES.                                  OR43125 
003250 01 CPY-MARK.                                                     OR43125 
003251     03 FILLER PC X(5) VA "COPY ".                                OR43125 
003252     03 CPY-MARK-NAME PC X(20).                                   OR43125 
003253 01 CPY-CARD.                                                     OR43125 
003254     03 CPY-CH PC X OCCURS 80 TIMES.                              OR43125 
003255 01 CPY-WORD.                                                     OR43125 
003256     03 CPY-WCH PC X OCCURS 20 TIMES.                             OR43125 
003257 77 PARCOUNT PC 9999 VA 0.                                        OR43125 
003258 77 UX PC 9999.                                                   OR43125 
003259 77 UNREACH-SW PC 9 VA 0.                                         OR43125 
003260 77 MORE-SW PC 9 VA 0.                                            OR43125 
003261 77 FLOW-OPEN-SW PC 9 VA 0.                                       OR43125 
003262 77 XREF-COUNT      PC 9(4) VA 0000.                              OR43125 
003263 77 XX2             PC 9(4).                                      OR43125 
003264 77 REFIX           PC 99.                                        OR43125 
003274 77 TX PC 9999.                                                   OR43125 
003284 77 SX PC 9999.                                                   OR43125 
003294 77 TY PC 9999.                                                   OR43125 
003304 77 TREE-CUR PC 9999 VA 0.                                        OR43125 
003314 77 TREE-STATE PC 9 VA 0.                                         OR43125 
003324 77 TREE-PEND PC 9999.                                            OR43125 
003334 77 TREE-PLAST PC 9999.                                           OR43125 
003344 77 TREE-FND PC 9999.                                             OR43125 
003354 77 TREE-CX PC 99.                                                OR43125 
003364 77 TREE-WL PC 99.                                                OR43125 
003374 77 TREE-KX PC 99.                                                OR43125 
003384 77 TREE-QT PC 9.                                                 OR43125 
003394 77 TREE-DOT PC 9.                                                OR43125 
003404 77 TREE-LAST PC X.                                               OR43125 
003414 77 TREE-ROOT-TOP PC 9999.                                        OR43125 
003424 77 TREE-W PC 9999.                                               OR43125 
003434 77 TREE-ROUND PC 99.                                             OR43125 
003444 77 TREE-CHG PC 9.                                                OR43125 
003454 77 TREE-D PC 99.                                                 OR43125 
003464 77 TREE-ED PC Z9.                                                OR43125 
003474 77 TREE-PD PC 99.                                                OR43125 
003484 77 TREE-IN PC 99.                                                OR43125 
003494 77 TREE-BX PC 99.                                                OR43125 
003504 77 TREE-PX PC 99.                                                OR43125 
003514 77 TREE-F PC 9999.                                               OR43125 
003524 77 TREE-T PC 9999.                                               OR43125 
003534 77 TREE-RC PC 9.                                                 OR43125 
003544 77 TREE-SEEN PC 9.                                               OR43125 
003554 77 TREE-FLAGGED PC 9999.                                         OR43125 
003564 77 TREE-RCN PC 9999.                                             OR43125 
003574 77 TREE-OVN PC 9999.                                             OR43125 
003584 77 TREE-GON PC 9999.                                             OR43125 
003594 77 STK-PTR PC 99.                                                OR43125 
003604 77 PF-COUNT PC 9999 VA 0.                                        OR43125 
003614 77 GE-COUNT PC 9999 VA 0.                                        OR43125 
003624 77 TREE-WN PC 99.                                                OR43125 
003634 77 FX PC 999.                                                    OR43125 
003644 77 CX PC 99.                                                     OR43125 
003654 77 FILE-IX PC 99.                                                OR43125 
003664 77 FILE-STATE PC 9 VA 0.                                         OR43125 
003674 77 FILE-MODE PC X.                                               OR43125 
003684 77 FILE-VERB PC X.                                               OR43125 
003694 77 FILE-SLOT PC 9.                                               OR43125 
003704 77 FILE-AUTO PC 9 VA 0.                                          OR43125 
003714 77 FILE-STOP PC 9.                                               OR43125 
003724 77 DECL-SW PC 9 VA 0.                                            OR43125 
003734 77 DECL-STATE PC 9 VA 0.                                         OR43125 
003744 77 DECL-FD PC 99 VA 0.                                           OR43125 
003754 77 FT-COUNT PC 99 VA 0.                                          OR43125 
003764 77 RT-COUNT PC 999 VA 0.                                         OR43125 
003774 77 FA-COUNT PC 9999 VA 0.                                        OR43125 
003784 77 FA-BASE PC 9999 VA 1.                                         OR43125 
003794 77 FA-X PC 9999.                                                 OR43125 
003804 77 FMX-NC PC 99.                                                 OR43125 
003814 77 FMX-LAST PC 9999.                                             OR43125 
003824 77 FMX-LO PC 9999.                                               OR43125 
003834 77 FMX-HI PC 9999.                                               OR43125 
003844 77 FMX-EXC PC 99.                                                OR43125 
004050 01  COBTST.                                                      OR43125 
004060     03 COBPAR  PC X(4).                                          OR43125 
004070     03 COBPARB PC X(6).                                          OR43125 
004464     03 XRL-TAG  PC X(6) VA "XREF: ".                             OR43125 
004465     03 XRL-NAME PC X(32).                                        OR43125 
004466     03 FILLER PC X(67) VA SPACES.                                OR43125 
004467 01  TREE-SCAN.                                                   OR43125 
004468     03 TR-CH  PC X OCCURS 80 TIMES.                              OR43125 
004469 01  TREE-TOKEN.                                                  OR43125 
004470     03 TK-CH  PC X OCCURS 30 TIMES.                              OR43125 
004471 01  TREE-KEY.                                                    OR43125 
004472     03 KY-CH  PC X OCCURS 10 TIMES.                              OR43125 
004473 01  TREE-PIECE.                                                  OR43125 
004474     03 TP-CH  PC X OCCURS 10 TIMES.                              OR43125 
004475 01  TREE-BODY.                                                   OR43125 
004476     03 TB-CH  PC X OCCURS 90 TIMES.                              OR43125 
004477 01  PF-TABLE.                                                    OR43125 
004478     03 PF-ENTRY OCCURS 1000 TIMES.                               OR43125 
004479         05 PF-SRC   PC 9999.                                     OR43125 
004480         05 PF-FROM  PC 9999.                                     OR43125 
004481         05 PF-LAST  PC 9999.                                     OR43125 
004482         05 PF-TOP   PC 9999.                                     OR43125 
004483         05 PF-RC    PC 9.                                        OR43125 
004484         05 PF-OV    PC 9.                                        OR43125 
004485         05 PF-BK    PC 9.                                        OR43125 
004486         05 PF-DONE  PC 9.                                        OR43125 
004487 01  GE-TABLE.                                                    OR43125 
004488     03 GE-ENTRY OCCURS 1500 TIMES.                               OR43125 
004489         05 GE-SRC   PC 9999.                                     OR43125 
004490         05 GE-TGT   PC 9999.                                     OR43125 
004491 01  PAR-DEPTH-T.                                                 OR43125 
004492     03 PAR-DEPTH PC 99 OCCURS 1500 TIMES.                        OR43125 
004493 01  TREE-STACK.                                                  OR43125 
004494     03 STK-ENTRY OCCURS 30 TIMES.                                OR43125 
004495         05 STK-FROM PC 9999.                                     OR43125 
004496         05 STK-TOP  PC 9999.                                     OR43125 
004497         05 STK-EDGE PC 9999.                                     OR43125 
004498         05 STK-SRC  PC 9999.                                     OR43125 
004499 01  TREE-HEAD.                                                   OR43125 
004500     03 FILLER PC X(22) VA "PERFORM HIERARCHY FROM".              OR43125 
004501     03 FILLER PC X(20) VA " THE FIRST PARAGRAPH".                OR43125 
004502     03 FILLER PC X(90) VA SPACES.                                OR43125 
004503 01  TREE-COL.                                                    OR43125 
004504     03 FILLER PC X(19) VA "DP  RANGE PERFORMED".                 OR43125 
004505     03 FILLER PC X(77) VA SPACES.                                OR43125 
004506     03 FILLER PC X(4) VA "FLAG".                                 OR43125 
004507     03 FILLER PC X(32) VA SPACES.                                OR43125 
004508 01  TREE-PRT.                                                    OR43125 
004509     03 TL-DEPTH PC Z9.                                           OR43125 
004510     03 FILLER PC XX VA SPACES.                                   OR43125 
004511     03 TL-BODY PC X(90).                                         OR43125 
004512     03 FILLER PC XX VA SPACES.                                   OR43125 
004513     03 TL-FLAG1 PC X(18).                                        OR43125 
004514     03 FILLER PC X VA SPACE.                                     OR43125 
004515     03 TL-FLAG2 PC X(14).                                        OR43125 
004516     03 FILLER PC XXX VA SPACES.                                  OR43125 
004517 01  FLAG-HEAD.                                                   OR43125 
004518     03 FILLER PC X(32) VA "PERFORM STATEMENTS ON RECURSIVE ".    OR43125 
004519     03 FILLER PC X(21) VA "OR OVERLAPPING RANGES".               OR43125 
004520     03 FILLER PC X(79) VA SPACES.                                OR43125 
004521 01  FLAG-COL.                                                    OR43125 
004522     03 FILLER PC X(28) VA "  PERFORMED IN  RANGE FROM  ".        OR43125 
004523     03 FILLER PC X(16) VA "THRU        FLAG".                    OR43125 
004524     03 FILLER PC X(88) VA SPACES.                                OR43125 
004525 01  FLAG-LINE.                                                   OR43125 
004526     03 FILLER PC XX VA SPACES.                                   OR43125 
004527     03 FL-SRC PC X(10).                                          OR43125 
004528     03 FILLER PC X(4) VA SPACES.                                 OR43125 
004529     03 FL-FROM PC X(10).                                         OR43125 
004530     03 FILLER PC XX VA SPACES.                                   OR43125 
004531     03 FL-THRU PC X(10).                                         OR43125 
004532     03 FILLER PC XX VA SPACES.                                   OR43125 
004533     03 FL-FLAG1 PC X(18).                                        OR43125 
004534     03 FILLER PC X VA SPACE.                                     OR43125 
004535     03 FL-FLAG2 PC X(18).                                        OR43125 
004536     03 FILLER PC X(55) VA SPACES.                                OR43125 
004537 01  FLAG-NONE.                                                   OR43125 
004538     03 FILLER PC X(22) VA "  NONE - NO RECURSIVE ".              OR43125 
004539     03 FILLER PC X(21) VA "OR OVERLAPPING RANGES".               OR43125 
004540     03 FILLER PC X(89) VA SPACES.                                OR43125 
004541 01  DEPTH-HEAD.                                                  OR43125 
004542     03 FILLER PC X(30) VA "MAXIMUM PERFORM NESTING DEPTH ".      OR43125 
004543     03 FILLER PC X(12) VA "BY PARAGRAPH".                        OR43125 
004544     03 FILLER PC X(90) VA SPACES.                                OR43125 
004545 01  DEPTH-COL.                                                   OR43125 
004546     03 FILLER PC X(19) VA "  PARAGRAPH   DEPTH".                 OR43125 
004547     03 FILLER PC X(113) VA SPACES.                               OR43125 
004548 01  DEPTH-LINE.                                                  OR43125 
004549     03 FILLER PC XX VA SPACES.                                   OR43125 
004550     03 DL-NAME PC X(10).                                         OR43125 
004551     03 FILLER PC X(5) VA SPACES.                                 OR43125 
004552     03 DL-DEPTH PC XX.                                           OR43125 
004553     03 FILLER PC XX VA SPACES.                                   OR43125 
004554     03 DL-NOTE PC X(24).                                         OR43125 
004555     03 FILLER PC X(87) VA SPACES.                                OR43125 
004556 01  TREE-TOTAL.                                                  OR43125 
004557     03 FILLER PC X(21) VA "  PERFORM STATEMENTS ".               OR43125 
004558     03 TT-PF PC ZZZ9.                                            OR43125 
004559     03 FILLER PC X(13) VA "   RECURSIVE ".                       OR43125 
004560     03 TT-RC PC ZZZ9.                                            OR43125 
004561     03 FILLER PC X(15) VA "   OVERLAPPING ".                     OR43125 
004562     03 TT-OV PC ZZZ9.                                            OR43125 
004563     03 FILLER PC X(26) VA "   GO TOS LEAVING A RANGE ".          OR43125 
004564     03 TT-GO PC ZZZ9.                                            OR43125 
004565     03 FILLER PC X(41) VA SPACES.                                OR43125 
004566 01  FILE-KEY.                                                    OR43125 
004567     03 FK-CH  PC X OCCURS 30 TIMES.                              OR43125 
004568 01  FT-TABLE.                                                    OR43125 
004569     03 FT-ENTRY OCCURS 40 TIMES.                                 OR43125 
004570         05 FT-NAME  PC X(30).                                    OR43125 
004571         05 FT-MODE  PC X.                                        OR43125 
004572         05 FT-OPEN  PC 9.                                        OR43125 
004573         05 FT-CLOSE PC 9.                                        OR43125 
004574         05 FT-READ  PC 9.                                        OR43125 
004575         05 FT-WIN   PC 9.                                        OR43125 
004576 01  RT-TABLE.                                                    OR43125 
004577     03 RT-ENTRY OCCURS 100 TIMES.                                OR43125 
004578         05 RT-NAME  PC X(30).                                    OR43125 
004579         05 RT-FILE  PC 99.                                       OR43125 
004580 01  FA-TABLE.                                                    OR43125 
004581     03 FA-ENTRY OCCURS 1000 TIMES.                               OR43125 
004582         05 FA-FILE  PC 99.                                       OR43125 
004583         05 FA-PARA  PC 9999.                                     OR43125 
004584         05 FA-CELL.                                              OR43125 
004585             07 FA-SL PC X OCCURS 8 TIMES.                        OR43125 
004586 01  FMX-COLT.                                                    OR43125 
004587     03 FMX-COL PC 9999 OCCURS 10 TIMES.                          OR43125 
004588 01  FMX-HEAD.                                                    OR43125 
004589     03 FILLER PC X(31) VA "FILE ACCESS MATRIX - VERBS USED".     OR43125 
004590     03 FILLER PC X(31) VA " ON EACH FILE BY EACH PARAGRAPH".     OR43125 
004591     03 FILLER PC X(70) VA SPACES.                                OR43125 
004592 01  FMX-KEY.                                                     OR43125 
004593     03 FILLER PC X(32) VA "  I OPEN INPUT   O OPEN OUTPUT  ".    OR43125 
004594     03 FILLER PC X(31) VA " U OPEN I-O   R READ   W WRITE ".     OR43125 
004595     03 FILLER PC X(30) VA "  X REWRITE   S SEEK   C CLOSE".      OR43125 
004596     03 FILLER PC X(39) VA SPACES.                                OR43125 
004597 01  FMX-COLS.                                                    OR43125 
004598     03 FXH-LABEL PC X(16).                                       OR43125 
004599     03 FXH-C OCCURS 10 TIMES.                                    OR43125 
004600         05 FXH-NAME PC X(10).                                    OR43125 
004601         05 FXH-GAP  PC X.                                        OR43125 
004602     03 FILLER PC X(6).                                           OR43125 
004603 01  FMX-ROW.                                                     OR43125 
004604     03 FXR-NAME PC X(15).                                        OR43125 
004605     03 FXR-SP   PC X.                                            OR43125 
004606     03 FXR-C OCCURS 10 TIMES.                                    OR43125 
004607         05 FXR-CELL PC X(8).                                     OR43125 
004608         05 FXR-GAP  PC XXX.                                      OR43125 
004609     03 FILLER PC X(6).                                           OR43125 
004610 01  FMX-NOFILE.                                                  OR43125 
004611     03 FILLER PC X(30) VA "  NO FILES FOUND IN THE SOURCE".      OR43125 
004612     03 FILLER PC X(102) VA SPACES.                               OR43125 
004613 01  FMX-NOVERB.                                                  OR43125 
004614     03 FILLER PC X(25) VA "  NO FILE VERBS FOUND IN ".           OR43125 
004615     03 FILLER PC X(22) VA "THE PROCEDURE DIVISION".              OR43125 
004616     03 FILLER PC X(85) VA SPACES.                                OR43125 
004617 01  FMX-EXHEAD.                                                  OR43125 
004618     03 FILLER PC X(21) VA "FILE USAGE EXCEPTIONS".               OR43125 
004619     03 FILLER PC X(111) VA SPACES.                               OR43125 
004620 01  FMX-EXLINE.                                                  OR43125 
004621     03 FILLER PC XX VA SPACES.                                   OR43125 
004622     03 FXE-NAME PC X(30).                                        OR43125 
004623     03 FILLER PC XX VA SPACES.                                   OR43125 
004624     03 FXE-TEXT PC X(26).                                        OR43125 
004625     03 FILLER PC X(72) VA SPACES.                                OR43125 
004626 01  FMX-EXNONE.                                                  OR43125 
004627     03 FILLER PC X(33) VA "  NONE - NO FILE USAGE EXCEPTIONS".   OR43125 
004628     03 FILLER PC X(99) VA SPACES.                                OR43125 
005050 01 PGF-1.                                                        OR43125 
005060     03 DUM-1 PC X(132) VA SPACES.                                OR43125 
005070 01 PGF-2.                                                        OR43125 
005240     03 PF4-4  PC X(9) VA " .-----( ".                            OR43125 
005250     03 PF4-5  PC X(30).                                          OR43125 
005260     03 PF4-6  PC XX VA " )".                                     OR43125 
005261     03 FILLER PC XX VA SPACES.                                   OR43125 
005262     03 PF4-7  PC X(25).                                          OR43125 
005263     03 FILLER PC X(48) VA SPACES.                                OR43125 
005280 01 SPACRE.                                                       OR43125 
005290     03 FILLER PC X(27) VA SPACES.                                OR43125 
005300     03 SPC    PC X VA ".".                                       OR43125 
006240     03 HDPNO   PC ZZZ9.                                          OR43125 
006250     03 FILLER   PC X(15) VA SPACES.                              OR43125 
006260     03 HDPRG   PC X(8).                                          OR43125 
006261     03 FILLER  PC X(2)  VA SPACES.                               OR43125 
006262     03 HDSRC   PC X(7)  VA SPACES.                               OR43125 
006263     03 HDMBR   PC X(20) VA SPACES.                               OR43125 
006264     03 HDGLIT  PC X(5)  VA SPACES.                               OR43125 
006265     03 HDGEN   PC X(4)  VA SPACES.                               OR43125 
006266     03 FILLER  PC X(6)  VA SPACES.                               OR43125 
006290 01 PAREA.                                                        OR43125 
006300     03 P-SEQ   PC 9(6).                                          OR43125 
006310     03 P-SP    PC X.                                             OR43125 
009779                    PROGRAM CAN READ THE FLOWCHART INTERMEDIATE DATA    
009780                    WITHOUT RUNNING CBLFLOW A SECOND TIME OR PARSING    
009781                    THE PRINTED CHART;                                  
009791                    F) THE SOURCE MAY ALSO BE TAKEN               OR43125 
009801                    STRAIGHT FROM THE DISK SOURCE LIBRARY         OR43125 
009811                    SRCLIB (REPLY S TO THE SOURCE QUESTION);      OR43125 
009821                    THE OPERATOR GIVES THE MEMBER NAME AND A      OR43125 
009831                    GENERATION NUMBER (ZERO FOR THE LATEST)       OR43125 
009841                    AND THE CARD IMAGES BETWEEN THAT              OR43125 
009851                    GENERATIONS *MEMBER AND *ENDMBR RECORDS       OR43125 
009861                    ARE CHARTED. THE MEMBER AND GENERATION        OR43125 
009871                    ARE PRINTED IN EACH PAGE HEADING AND          OR43125 
009881                    LOGGED IN THE AUDIT TRAIL AS SRCMBR AND       OR43125 
009891                    SRCGEN EVENTS;                                OR43125 
009901                    G) A CARD WHOSE FIRST WORD IS COPY IS         OR43125 
009911                    REPLACED BY THE CARD IMAGES OF THE LATEST     OR43125 
009921                    GENERATION OF THE NAMED COPY MEMBER (CLASS    OR43125 
009931                    C IN SRCLIB), WHATEVER THE SOURCE. A          OR43125 
009941                    PARAGRAPH THAT BEGINS IN A COPY MEMBER IS     OR43125 
009951                    MARKED "COPY" AND THE MEMBER NAME BESIDE      OR43125 
009961                    ITS BOX ON THE CHART, AND ITS SEQUENCE        OR43125 
009971                    NUMBER IS THAT OF THE MEMBER CARD. A COPY     OR43125 
009981                    NAMING NO COPY MEMBER IS DISPLAYED AND THE    OR43125 
009991                    CARD IS CHARTED AS IT STANDS;                 OR43125 
009992                    H) AFTER THE CHART, THE UNREACHED-PARAGRAPH   OR43125 
009993                    LIST AND THE METRICS PAGE, A PERFORM          OR43125 
009994                    HIERARCHY IS PRINTED: AN INDENTED CALL TREE   OR43125 
009995                    FROM THE FIRST PARAGRAPH OF THE PROCEDURE     OR43125 
009996                    DIVISION (WHOSE RANGE RUNS TO THE PARAGRAPH   OR43125 
009997                    BEFORE THE FIRST ONE PERFORMED), FOLLOWING    OR43125 
009998                    EVERY PERFORMED PARAGRAPH AND RANGE; A        OR43125 
009999                    RANGE ALREADY EXPANDED IS MARKED AS SUCH      OR43125 
010000                    RATHER THAN REPEATED; UNDER EACH RANGE A GO   OR43125 
010001                    TO WHOSE TARGET LIES OUTSIDE THE RANGE IS     OR43125 
010002                    LISTED AS LEAVING IT; A RANGE PERFORMED       OR43125 
010003                    WHILE ONE OF ITS PARAGRAPHS IS EXECUTING IS   OR43125 
010004                    FLAGGED RECURSIVE, AND TWO RANGES THAT        OR43125 
010005                    PARTLY OVERLAP (NEITHER INSIDE THE OTHER)     OR43125 
010006                    ARE FLAGGED OVERLAPPING; ALL SUCH PERFORMS    OR43125 
010007                    ARE LISTED AGAIN ON A PAGE OF THEIR OWN,      OR43125 
010008                    FOLLOWED BY THE MAXIMUM NESTING DEPTH OF      OR43125 
010009                    EVERY PARAGRAPH;                              OR43125 
010010                    I) AFTER THE HIERARCHY, A FILE-ACCESS MATRIX  OR43125 
010011                    IS PRINTED: ONE ROW PER FILE NAMED IN A       OR43125 
010012                    SELECT OR FD ENTRY, ONE COLUMN PER PARAGRAPH  OR43125 
010013                    THAT USES A FILE (TEN COLUMNS TO A BAND), AND OR43125 
010014                    IN EACH CELL THE LETTERS OF THE VERBS THAT    OR43125 
010015                    PARAGRAPH USES ON THE FILE - I, O AND U FOR   OR43125 
010016                    OPEN INPUT, OUTPUT AND I-O, R READ, W WRITE,  OR43125 
010017                    X REWRITE, S SEEK AND C CLOSE; A WRITE OR     OR43125 
010018                    REWRITE NAMES A RECORD AND IS CHARGED TO THE  OR43125 
010019                    FILE WHOSE FD DESCRIBES IT; WHEN THE DECK     OR43125 
010020                    HOLDS NO SELECT OR FD ENTRIES THE ROWS ARE THEOR43125 
010021                    FILES NAMED BY OPEN, CLOSE, READ AND SEEK;    OR43125 
010022                    BELOW THE MATRIX A FILE OPENED BUT NEVER      OR43125 
010023                    CLOSED, READ BUT NEVER OPENED, OR WRITTEN     OR43125 
010024                    WHILE ITS LATEST OPEN WAS INPUT IS FLAGGED;   OR43125 
010025                    THE MATRIX IS ALSO WRITTEN TO CBLFMAT, A      OR43125 
010026                    CATALOGUED 80-CHARACTER DISK FILE ALONGSIDE   OR43125 
010027                    CBLPLOT - AN H RECORD PER PROGRAM, AN F       OR43125 
010028                    RECORD PER FILE WITH ITS FLAGS, AND AN A      OR43125 
010029                    RECORD PER FILE AND PARAGRAPH CELL;           OR43125 
010050                                                                          
010051                                                                          
010059         END DICTIONARY ENTRY.                                    OR43125 
010060 BEGIN.                                                           OR43125 
010065     ACCEPT LINES-PER-PAGE.                                       OR43125 
010066     IF LINES-PER-PAGE EQUALS ZERO MOVE 06 TO LINES-PER-PAGE.     OR43125 
010067     DISPLAY "SOURCE - R (READER), T (TAPE), D (DISK)".           OR43125 
010068     DISPLAY "    OR S (SRCLIB MEMBER)".                          OR43125 
010069     ACCEPT SRC-CODE.                                             OR43125 
010070     IF SRC-CODE = "T" OPEN INPUT COB-TAPE ELSE                   OR43125 
010071     IF SRC-CODE = "D" OPEN INPUT COB-DISK ELSE                   OR43125 
010072     IF SRC-CODE = "S" NEXT SENTENCE ELSE                         OR43125 
010073     OPEN INPUT COB-FILE.                                         OR43125 
010080     OPEN OUTPUT PLOT-FILE.                                       OR43125 
010085     OPEN OUTPUT PLOT-EXPORT.                                     OR43125 
010086     OPEN OUTPUT FMAT-EXPORT.                                     OR43125 
010089     ACCEPT RUN-ID-ENTRY.                                         OR43125 
010090     PERFORM AUDIT-START.                                         OR43125 
010091     IF SRC-CODE = "S" PERFORM LIB-PICK THRU LIB-PICK-X.          OR43125 
010092     DISPLAY "CROSS-REFERENCE BOXES WITH CARDCROSREF (Y/N)".      OR43125 
010093     ACCEPT XREF-CHECK-FLAG.                                      OR43125 
010094     IF XREF-CHECK-FLAG EQUALS "Y"                                OR43125
010095         PERFORM LOAD-XREF THRU LOAD-XREF-DONE.                   OR43125
010140 P1. PERFORM RDSRC THRU RDSRC-X.                                  OR43125 
010142     IF SRC-EOF = 1 GO TO LISTUM.                                 OR43125 
010143     IF COBHD ! "PROCEDURE " PERFORM FILE-DECK THRU FILE-DECK-X.  OR43125 
010150     IF COBHD ! "PROCEDURE " GO TO P1.                            OR43125 
010151     IF FT-COUNT EQUALS 0 MOVE 1 TO FILE-AUTO.                    OR43125 
010152     MOVE COPRG TO HDPRG.                                         OR43125 
010153     MOVE COPRG TO HE-PRG.                                        OR43125 
010154     WRITE PLOT-EXPORT-REC FROM HDR-EXPORT.                       OR43125 
010330     MOVE CHAR (L) TO PNAME (N).                                  OR43125 
010340     ADD 1 TO N GO TO P5.                                         OR43125 
010350 P6. MOVE COBINC TO COBPINC.                                      OR43125 
010351     MOVE SPACES TO COBPARSP.                                     OR43125 
010352     IF CPY-ON EQUALS 1 MOVE CPY-MARK TO COBPARSP.                OR43125 
010360     MOVE PNAMER TO COBPAROT.                                     OR43125 
010370     MOVE BALCT TO COBPBAL.                                       OR43125 
010372     MOVE "P" TO COBPTYP.                                         OR43125 
012421     IF MORE-SW EQUALS 1 GO TO LISTU2.                            OR43125 
012422     IF SRC-CODE = "T" CLOSE COB-TAPE ELSE                        OR43125 
012423     IF SRC-CODE = "D" CLOSE COB-DISK ELSE                        OR43125 
012424     IF SRC-CODE = "S" CLOSE SRC-LIBRARY ELSE                     OR43125 
012425     CLOSE COB-FILE.                                              OR43125 
012426     CLOSE PLOT-EXPORT.                                           OR43125 
012427 LISTU2.                                                          OR43125 
012428     CLOSE PLOT-FILE.                                             OR43125 
012429     IF FLOW-OPEN-SW EQUALS 0                                     OR43125 
012430     OPEN OUTPUT FLOW-FILE MOVE 1 TO FLOW-OPEN-SW.                OR43125 
012431     OPEN INPUT PLOT-FILE.                                        OR43125 
012432     GO TO T1.                                                    OR43125 
014050 IF2.                                                             OR43125 
014060     IF INDX-1 EQUALS ZERO MOVE 01 TO INDX-1 MOVE 01 TO TYPER     OR43125 
014070     MOVE ZERO TO VBIND GO TO P12.                                OR43125 
015210     MOVE 06 TO TYPER.                                            OR43125 
015220     MOVE 1 TO VBIND GO TO P12.                                   OR43125 
025050 T1. MOVE "A00" TO HDNO MOVE 0001 TO HDPNO.                       OR43125 
025051     MOVE 0 TO TREE-CUR MOVE 0 TO TREE-STATE.                     OR43125 
025052     MOVE 0 TO PF-COUNT MOVE 0 TO GE-COUNT.                       OR43125 
025053     MOVE 0 TO FA-COUNT MOVE 1 TO FA-BASE MOVE 0 TO FILE-STATE.   OR43125 
025060     WRITE FLOW-REC FROM PGF-1 AFTER ADVANCING TOP.               OR43125 
025070     WRITE FLOW-REC FROM HDBOT BEFORE ADVANCING 1 LINES.          OR43125 
025080 T2. READ PLOT-FILE AT END GO TO FINISH.                          OR43125 
025081     PERFORM TREE-NOTE THRU TREE-NOTE-X.                          OR43125 
025090     IF PID EQUALS "P" GO TO PID1.                                OR43125 
025100     IF PID EQUALS "B" GO TO BID1.                                OR43125 
025110     IF PID EQUALS "S" GO TO SID1.                                OR43125 
026070     MOVE P-SEQ TO PF4-1.                                         OR43125 
026080     MOVE P-BAL TO PF4-3.                                         OR43125 
026090     MOVE P-NME TO PF4-5.                                         OR43125 
026091     MOVE P-BLK TO PF4-7.                                         OR43125 
026100     WRITE FLOW-REC FROM PGF-2 BEFORE ADVANCING 1 LINES.          OR43125 
026110     WRITE FLOW-REC FROM PGF-3 BEFORE ADVANCING 1 LINES.          OR43125 
026120     WRITE FLOW-REC FROM PGF-4 BEFORE ADVANCING 1 LINES.          OR43125 
060690     WRITE FLOW-REC FROM SPACRE BEFORE ADVANCING 1 LINES.         OR43125 
060700     GO TO T2.                                                    OR43125 
080050 FINISH.                                                          OR43125 
080051     CLOSE PLOT-FILE.                                             OR43125 
080052     PERFORM UNREACH-RPT THRU UNREACH-X.                          OR43125 
080053     PERFORM METRICS-RPT THRU METRICS-X.                          OR43125 
080054     PERFORM TREE-RPT THRU TREE-RPT-X.                            OR43125 
080055     PERFORM FILE-RPT THRU FILE-RPT-X.                            OR43125 
080064     IF MORE-SW EQUALS 1 GO TO NEXTPROG.                          OR43125 
080070     CLOSE FLOW-FILE.                                             OR43125 
080071     CLOSE FMAT-EXPORT.                                           OR43125 
080075     IF TABLE-OVERFLOW-FLAG EQUALS 1                              OR43125 
080076         DISPLAY "CBLFLOW TABLE OVERFLOW - CHART INCOMPLETE".      OR43125
080077     MOVE "OK      " TO AU-RESULT.                                 OR43125
080105     MOVE 0 TO MET-GO-OUT (UX).                                   OR43125 
080106     MOVE 0 TO MET-PERF-IN (UX).                                  OR43125 
080107     MOVE 0 TO MET-GO-IN (UX).                                    OR43125 
080117 AUTH-GRANT.                                                      OR43125 
080127     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          OR43125 
080137         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         OR43125 
080147         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            OR43125 
080157         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                OR43125 
080167     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            OR43125 
080177     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            OR43125 
080187         + AUTH-DATE-IN DIV 100.                                  OR43125 
080197     IF RA-EXPIRES NUMERIC                                        OR43125 
080207         IF RA-EXPIRES NOT = 0                                    OR43125 
080217             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                OR43125 
080227                 GO TO AUTH-GRANT-X.                              OR43125 
080237     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             OR43125 
080247     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             OR43125 
080257 AUTH-GRANT-X.                                                    OR43125 
080267     EXIT.                                                        OR43125 
080277 OPER-SIGNON.                                                     OR43125 
080287     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      OR43125 
080297         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       OR43125 
080307         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          OR43125 
080317         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       OR43125 
080327         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           OR43125 
080337         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         OR43125 
080347         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                OR43125 
080357     MOVE 0 TO OPER-TRIES.                                        OR43125 
080367 OPER-ASK.                                                        OR43125 
080377     ADD 1 TO OPER-TRIES.                                         OR43125 
080387     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            OR43125 
080397     ACCEPT OPERATOR-CODE.                                        OR43125 
080407     MOVE OPERATOR-CODE TO AU-OPERATOR.                           OR43125 
080417     MOVE 0 TO OPER-OK-SW.                                        OR43125 
080427     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   OR43125 
080437     OPEN INPUT OPER-FILE.                                        OR43125 
080447     IF OPER-FILE-STATUS NOT = "00"                               OR43125 
080457         MOVE 1 TO OPER-OK-SW                                     OR43125 
080467         GO TO OPER-DONE.                                         OR43125 
080477 OPER-READ.                                                       OR43125 
080487     READ OPER-FILE AT END                                        OR43125 
080497         CLOSE OPER-FILE                                          OR43125 
080507         GO TO OPER-DONE.                                         OR43125 
080517     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              OR43125 
080527     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 OR43125 
080537     GO TO OPER-READ.                                             OR43125 
080547 OPER-DONE.                                                       OR43125 
080557     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           OR43125 
080567     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           OR43125 
080577     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 OR43125 
080587     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             OR43125 
080597     MOVE TODAYS-DATE TO AU-DATE.                                 OR43125 
080607     MOVE "SIGNFAIL" TO AU-EVENT.                                 OR43125 
080617     MOVE "REFUSED " TO AU-RESULT.                                OR43125 
080627     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          OR43125 
080637     STOP RUN.                                                    OR43125 
080647 OPER-AUTH.                                                       OR43125 
080657     PERFORM AUTH-CHECK THRU AUTH-X.                              OR43125 
080667 OPER-X.                                                          OR43125 
080677     EXIT.                                                        OR43125 
099050 END-OF-JOB.                                                      OR43125 
099051 AUDIT-START.                                                     OR43125 
099052     PERFORM OPER-SIGNON THRU OPER-X.                             OR43125 
099053     MOVE TODAYS-DATE TO AU-DATE.                                 OR43125 
099054     MOVE "START   " TO AU-EVENT.                                 OR43125 
099055     MOVE SPACES TO AU-RESULT.                                    OR43125 
099086     ADD 1 TO AU-NEXT.                                            OR43125 
099087     GO TO AUDIT-SKIP.                                            OR43125 
099088 AUDIT-FREE.                                                      OR43125 
099089     MOVE 1 TO AU-KEY.                                            OR43125 
099090     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       OR43125 
099091     MOVE 0 TO AU-HASH.                                           OR43125 
099092     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  OR43125 
099093     MOVE AU-NEXT TO AU-KEY.                                      OR43125 
099094     MOVE AU-SAVE-REC TO AUDIT-REC.                               OR43125 
099095     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        OR43125 
099096 AUDIT-PUT.                                                       OR43125 
099097     WRITE AUDIT-REC INVALID KEY                                  OR43125 
099098         DISPLAY "AUDIT TRAIL FULL".                              OR43125 
099099     ADD 1 TO AU-NEXT.                                            OR43125 
099100     MOVE 1 TO AU-KEY.                                            OR43125 
099101     MOVE SPACES TO AUDIT-REC.                                    OR43125 
099102     MOVE AU-NEXT TO AC-NEXT-SLOT.                                OR43125 
099103     MOVE AU-HASH TO AC-HASH.                                     OR43125 
099104     WRITE AUDIT-REC INVALID KEY                                  OR43125 
099105         DISPLAY "AUDIT CONTROL ERROR".                           OR43125 
099106     MOVE AU-SAVE-REC TO AUDIT-REC.                               OR43125 
099107     CLOSE AUDIT-TRAIL.                                           OR43125 
099108 AUDIT-HASH.                                                      OR43125 
099109     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        OR43125 
099110         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     OR43125 
099111         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     OR43125 
099112         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         OR43125 
099113         REMOVED AFTER IT WAS WRITTEN.                            OR43125 
099114     MOVE AUDIT-REC TO AU-HASH-REC.                               OR43125 
099115     MOVE 0 TO AU-REC-SUM.                                        OR43125 
099116     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            OR43125 
099117         UNTIL AU-CX IS GREATER THAN 44.                          OR43125 
099118     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       OR43125 
099119         MOD 999999937.                                           OR43125 
099120     GO TO AUDIT-HASH-X.                                          OR43125 
099121 AUDIT-HASH-CHAR.                                                 OR43125 
099122     MOVE 49 TO AU-CODE.                                          OR43125 
099123     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            OR43125 
099124         UNTIL AU-TX IS GREATER THAN 48.                          OR43125 
099125     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           OR43125 
099126 AUDIT-HASH-LOOK.                                                 OR43125 
099127     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    OR43125 
099128 AUDIT-HASH-X.                                                    OR43125 
099129     EXIT.                                                        OR43125 
099130 AUTH-CHECK.                                                      OR43125 
099131     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         OR43125 
099132         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           OR43125 
099133         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            OR43125 
099134         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          OR43125 
099135         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        OR43125 
099136         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            OR43125 
099137     MOVE 0 TO AUTH-OK-SW.                                        OR43125 
099138     OPEN INPUT AUTH-FILE.                                        OR43125 
099139     IF AUTH-FILE-STATUS NOT = "00"                               OR43125 
099140         MOVE 1 TO AUTH-OK-SW                                     OR43125 
099141         GO TO AUTH-X.                                            OR43125 
099142 AUTH-READ.                                                       OR43125 
099143     READ AUTH-FILE AT END GO TO AUTH-DONE.                       OR43125 
099144     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             OR43125 
099145     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        OR43125 
099146     GO TO AUTH-READ.                                             OR43125 
099147 AUTH-DONE.                                                       OR43125 
099148     CLOSE AUTH-FILE.                                             OR43125 
099149     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              OR43125 
099150     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               OR43125 
099151     MOVE TODAYS-DATE TO AU-DATE.                                 OR43125 
099152     MOVE "AUTHFAIL" TO AU-EVENT.                                 OR43125 
099153     MOVE "REFUSED " TO AU-RESULT.                                OR43125 
099154     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          OR43125 
099155     STOP RUN.                                                    OR43125 
099156 AUTH-X.                                                          OR43125 
099157     EXIT.                                                        OR43125 
099158 UNREACH-RPT.                                                     OR43125 
099159     IF PARCOUNT EQUALS ZEROS GO TO UNREACH-X.                    OR43125 
099160     WRITE FLOW-REC FROM UNREACH-HEAD AFTER ADVANCING TOP.        OR43125 
099161     WRITE FLOW-REC FROM SPACRE BEFORE ADVANCING 1 LINES.         OR43125 
099162     MOVE 0 TO UNREACH-SW.                                        OR43125 
099163     PERFORM UNREACH-ONE THRU UNREACH-ONE-X VARYING UX            OR43125 
099164     FROM 2 BY 1 UNTIL UX EXCEEDS PARCOUNT.                       OR43125 
099165     IF UNREACH-SW EQUALS 0                                       OR43125 
099166     WRITE FLOW-REC FROM UNREACH-NONE BEFORE ADVANCING 1 LINES.   OR43125 
099167 UNREACH-X.  EXIT.                                                OR43125 
099168 UNREACH-ONE.                                                     OR43125 
099169     IF PARREF (UX) EQUALS 1 GO TO UNREACH-ONE-X.                 OR43125 
099170     MOVE PARTST (UX) TO UR-NAME.                                 OR43125 
099171     MOVE BALTST (UX) TO UR-BAL.                                  OR43125 
099172     MOVE PGTST (UX) TO UR-PG.                                    OR43125 
099173     MOVE 1 TO UNREACH-SW.                                        OR43125 
099174     WRITE FLOW-REC FROM UNREACH-LINE BEFORE ADVANCING 1 LINES.   OR43125 
099175 UNREACH-ONE-X.  EXIT.                                            OR43125 
099176 METRICS-RPT.                                                     OR43125 
099177     NOTE  PRINTS ONE LINE PER PARAGRAPH FROM THE NODE            OR43125 
099178         TABLE - GO TOS ISSUED, TIMES ENTERED BY PERFORM          OR43125 
099179         AND BY GO TO, AND A MIXED-ENTRY FLAG WHEN A              OR43125 
099180         PARAGRAPH IS ENTERED BOTH WAYS - SO THE WORST            OR43125 
099181         PARAGRAPHS CAN BE RANKED BEFORE A MAINTENANCE            OR43125 
099182         PROJECT IS COMMITTED TO.                                 OR43125 
099183     IF PARCOUNT EQUALS ZEROS GO TO METRICS-X.                    OR43125 
099184     WRITE FLOW-REC FROM MET-HEAD AFTER ADVANCING TOP.            OR43125 
099185     WRITE FLOW-REC FROM MET-COL BEFORE ADVANCING 2 LINES.        OR43125 
099186     PERFORM METRICS-ONE THRU METRICS-ONE-X VARYING UX            OR43125 
099187     FROM 2 BY 1 UNTIL UX EXCEEDS PARCOUNT.                       OR43125 
099188 METRICS-X.  EXIT.                                                OR43125 
099189 METRICS-ONE.                                                     OR43125 
099190     MOVE PARTST (UX) TO ML-NAME.                                 OR43125 
099191     MOVE MET-GO-OUT (UX) TO ML-GO.                               OR43125 
099192     MOVE MET-PERF-IN (UX) TO ML-PERF.                            OR43125 
099193     MOVE MET-GO-IN (UX) TO ML-GOIN.                              OR43125 
099194     MOVE SPACES TO ML-FLAG.                                      OR43125 
099195     IF MET-PERF-IN (UX) EXCEEDS 0                                OR43125 
099196     IF MET-GO-IN (UX) EXCEEDS 0                                  OR43125 
099197     MOVE "MIXED ENTRY " TO ML-FLAG.                              OR43125 
099198     WRITE FLOW-REC FROM MET-LINE BEFORE ADVANCING 1 LINES.       OR43125 
099199 METRICS-ONE-X.  EXIT.                                            OR43125 
099200 RDSRC.                                                           OR43125 
099201     IF CPY-ON EQUALS 1 PERFORM CPY-READ THRU CPY-READ-X          OR43125 
099202         IF CPY-ON EQUALS 1 GO TO RDSRC-X.                        OR43125 
099203     IF SRC-CODE = "S" PERFORM LIB-READ THRU LIB-READ-X           OR43125 
099204         GO TO RDSRC-CPY.                                         OR43125 
099205     IF SRC-CODE = "T"                                            OR43125 
099206         READ COB-TAPE INTO COB-REC AT END MOVE 1 TO SRC-EOF      OR43125 
099207     ELSE IF SRC-CODE = "D"                                       OR43125 
099208         READ COB-DISK INTO COB-REC AT END MOVE 1 TO SRC-EOF      OR43125 
099209     ELSE                                                         OR43125 
099210         READ COB-FILE AT END MOVE 1 TO SRC-EOF.                  OR43125 
099211     IF SRC-EOF EQUALS 1 GO TO RDSRC-X.                           OR43125 
099212     IF COBHD EQUALS "END-OF-JOB" AND COBINC EQUALS 999999        OR43125 
099213     MOVE 1 TO SRC-EOF MOVE 1 TO MORE-SW.                         OR43125 
099214 RDSRC-CPY.                                                       OR43125 
099215     IF SRC-EOF EQUALS 1 GO TO RDSRC-X.                           OR43125 
099216     PERFORM CPY-LOOK THRU CPY-LOOK-X.                            OR43125 
099217     IF CPY-ON EQUALS 1 GO TO RDSRC.                              OR43125 
099218 RDSRC-X.  EXIT.                                                  OR43125 
099219 LIB-READ.                                                        OR43125 
099220     NOTE SKIPS TO THE CHOSEN GENERATIONS *MEMBER RECORD AND      OR43125 
099221         DELIVERS ITS CARDS - THE *ENDMBR ENDS THE SOURCE.        OR43125 
099222     READ SRC-LIBRARY AT END MOVE 1 TO SRC-EOF GO TO LIB-READ-X.  OR43125 
099223     IF LB-TAG EQUALS "*MEMBER " IF LB-MEMBER EQUALS SRC-MEMBER   OR43125 
099224         ADD 1 TO GEN-SEEN IF GEN-SEEN EQUALS SRC-GEN             OR43125 
099225             MOVE 1 TO LIB-COPY-SW GO TO LIB-READ.                OR43125 
099226     IF LIB-COPY-SW EQUALS 0 GO TO LIB-READ.                      OR43125 
099227     IF LB-TAG EQUALS "*ENDMBR " MOVE 1 TO SRC-EOF                OR43125 
099228         GO TO LIB-READ-X.                                        OR43125 
099229     IF LB-TAG EQUALS "*MEMBER " MOVE 1 TO SRC-EOF                OR43125 
099230         GO TO LIB-READ-X.                                        OR43125 
099231     MOVE LIB-REC TO COB-REC.                                     OR43125 
099232 LIB-READ-X.  EXIT.                                               OR43125 
099233 LIB-PICK.                                                        OR43125 
099234     NOTE COUNTS THE GENERATIONS OF THE MEMBER SO A ZERO REPLY    OR43125 
099235         CAN MEAN THE LATEST, THEN LEAVES SRCLIB OPEN FOR RDSRC.  OR43125 
099236     DISPLAY "SRCLIB MEMBER NAME".                                OR43125 
099237     ACCEPT SRC-MEMBER.                                           OR43125 
099238     DISPLAY "GENERATION (0 = LATEST)".                           OR43125 
099239     ACCEPT SRC-GEN.                                              OR43125 
099240     MOVE 0 TO GEN-CNT.                                           OR43125 
099241     OPEN INPUT SRC-LIBRARY.                                      OR43125 
099242 LIB-COUNT.  READ SRC-LIBRARY AT END GO TO LIB-COUNTED.           OR43125 
099243     IF LB-TAG EQUALS "*MEMBER " IF LB-MEMBER EQUALS SRC-MEMBER   OR43125 
099244         ADD 1 TO GEN-CNT.                                        OR43125 
099245     GO TO LIB-COUNT.                                             OR43125 
099246 LIB-COUNTED.  CLOSE SRC-LIBRARY.                                 OR43125 
099247     IF GEN-CNT EQUALS 0                                          OR43125 
099248         DISPLAY "MEMBER NOT IN LIBRARY - " SRC-MEMBER            OR43125 
099249         MOVE "NOTFOUND" TO AU-RESULT PERFORM AUDIT-END           OR43125 
099250         STOP RUN.                                                OR43125 
099251     IF SRC-GEN EQUALS 0 MOVE GEN-CNT TO SRC-GEN.                 OR43125 
099252     IF SRC-GEN EXCEEDS GEN-CNT                                   OR43125 
099253         DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS " GEN-CNT OR43125 
099254         MOVE "NOGEN   " TO AU-RESULT PERFORM AUDIT-END           OR43125 
099255         STOP RUN.                                                OR43125 
099256     MOVE "MEMBER " TO HDSRC.                                     OR43125 
099257     MOVE SRC-MEMBER TO HDMBR.                                    OR43125 
099258     MOVE " GEN " TO HDGLIT.                                      OR43125 
099259     MOVE SRC-GEN TO GEN-EDIT.                                    OR43125 
099260     MOVE GEN-EDIT TO HDGEN.                                      OR43125 
099261     MOVE 0 TO GEN-SEEN.                                          OR43125 
099262     MOVE 0 TO LIB-COPY-SW.                                       OR43125 
099263     OPEN INPUT SRC-LIBRARY.                                      OR43125 
099264     MOVE TODAYS-DATE TO AU-DATE.                                 OR43125 
099265     MOVE "SRCMBR  " TO AU-EVENT.                                 OR43125 
099266     MOVE SRC-MEMBER TO AU-RESULT.                                OR43125 
099267     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          OR43125 
099268     MOVE SRC-GEN TO GR-GEN.                                      OR43125 
099269     MOVE "SRCGEN  " TO AU-EVENT.                                 OR43125 
099270     MOVE GEN-RESULT TO AU-RESULT.                                OR43125 
099271     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          OR43125 
099272 LIB-PICK-X.  EXIT.                                               OR43125 
099273 CPY-LOOK.                                                        OR43125 
099274     NOTE A CARD WHOSE FIRST WORD IS COPY NAMES A COPY MEMBER -   OR43125 
099275         ITS GENERATIONS ARE COUNTED AND SRCLIB IS LEFT OPEN A    OR43125 
099276         SECOND TIME FOR CPY-READ TO DELIVER THE LATEST ONE.      OR43125 
099277     MOVE COB-REC TO CPY-CARD.                                    OR43125 
099278     IF CPY-CH (7) NOT EQUAL TO SPACE GO TO CPY-LOOK-X.           OR43125 
099279     MOVE 7 TO CPX.                                               OR43125 
099280     PERFORM CPY-TAKE THRU CPY-TAKE-X.                            OR43125 
099281     IF CPY-WORD NOT EQUAL TO "COPY" GO TO CPY-LOOK-X.            OR43125 
099282     PERFORM CPY-TAKE THRU CPY-TAKE-X.                            OR43125 
099283     MOVE CPY-WORD TO CPY-NAME.                                   OR43125 
099284     IF CPY-NAME EQUALS SPACES GO TO CPY-LOOK-X.                  OR43125 
099285     MOVE 0 TO CPY-CNT.                                           OR43125 
099286     OPEN INPUT COPY-LIBRARY.                                     OR43125 
099287 CPY-COUNT.  READ COPY-LIBRARY AT END GO TO CPY-COUNTED.          OR43125 
099288     IF CL-TAG EQUALS "*MEMBER " IF CL-MEMBER EQUALS CPY-NAME     OR43125 
099289         IF CL-CLASS EQUALS "C" ADD 1 TO CPY-CNT.                 OR43125 
099290     GO TO CPY-COUNT.                                             OR43125 
099291 CPY-COUNTED.  CLOSE COPY-LIBRARY.                                OR43125 
099292     IF CPY-CNT EQUALS 0                                          OR43125 
099293         DISPLAY "COPY MEMBER NOT IN LIBRARY - " CPY-NAME         OR43125 
099294         GO TO CPY-LOOK-X.                                        OR43125 
099295     MOVE 0 TO CPY-SEEN.                                          OR43125 
099296     MOVE 0 TO CPY-TAKE-SW.                                       OR43125 
099297     MOVE CPY-NAME TO CPY-MARK-NAME.                              OR43125 
099298     MOVE 1 TO CPY-ON.                                            OR43125 
099299     OPEN INPUT COPY-LIBRARY.                                     OR43125 
099300 CPY-LOOK-X.  EXIT.                                               OR43125 
099301 CPY-TAKE.  MOVE SPACES TO CPY-WORD.  MOVE 0 TO CPW.              OR43125 
099302 CPY-SKIP.  ADD 1 TO CPX.                                         OR43125 
099303     IF CPX EXCEEDS 72 GO TO CPY-TAKE-X.                          OR43125 
099304     IF CPY-CH (CPX) EQUALS SPACE GO TO CPY-SKIP.                 OR43125 
099305 CPY-CHAR.  IF CPY-CH (CPX) EQUALS "." GO TO CPY-TAKE-X.          OR43125 
099306     IF CPW LESS 20 ADD 1 TO CPW                                  OR43125 
099307         MOVE CPY-CH (CPX) TO CPY-WCH (CPW).                      OR43125 
099308     ADD 1 TO CPX.                                                OR43125 
099309     IF CPX EXCEEDS 72 GO TO CPY-TAKE-X.                          OR43125 
099310     IF CPY-CH (CPX) NOT EQUAL TO SPACE GO TO CPY-CHAR.           OR43125 
099311 CPY-TAKE-X.  EXIT.                                               OR43125 
099312 CPY-READ.                                                        OR43125 
099313     READ COPY-LIBRARY AT END GO TO CPY-READ-END.                 OR43125 
099314     IF CL-TAG EQUALS "*MEMBER " IF CL-MEMBER EQUALS CPY-NAME     OR43125 
099315         IF CL-CLASS EQUALS "C" ADD 1 TO CPY-SEEN                 OR43125 
099316             IF CPY-SEEN EQUALS CPY-CNT                           OR43125 
099317                 MOVE 1 TO CPY-TAKE-SW GO TO CPY-READ.            OR43125 
099318     IF CPY-TAKE-SW EQUALS 0 GO TO CPY-READ.                      OR43125 
099319     IF CL-TAG EQUALS "*ENDMBR " GO TO CPY-READ-END.              OR43125 
099320     IF CL-TAG EQUALS "*MEMBER " GO TO CPY-READ-END.              OR43125 
099321     MOVE CPY-REC TO COB-REC.                                     OR43125 
099322     GO TO CPY-READ-X.                                            OR43125 
099323 CPY-READ-END.  CLOSE COPY-LIBRARY.                               OR43125 
099324     MOVE 0 TO CPY-ON.                                            OR43125 
099325 CPY-READ-X.  EXIT.                                               OR43125 
099326 LOAD-XREF.  OPEN INPUT XREF-FILE.                                OR43125 
099327 LOAD-XREF-SKIP.  READ XREF-FILE AT END GO TO LOAD-XREF-DONE.     OR43125 
099328     IF XREF-PSNO NOT NUMERIC GO TO LOAD-XREF-SKIP.               OR43125 
099329     IF XREF-PSNO EQUALS ZEROS GO TO LOAD-XREF-SKIP.              OR43125 
099330     IF XREF-COUNT EXCEEDS 200 GO TO LOAD-XREF-DONE.              OR43125 
099331     ADD 1 TO XREF-COUNT.                                         OR43125 
099332     MOVE XREF-ALF TO XR-NAME (XREF-COUNT).                       OR43125 
099333     MOVE XREF-PSNO TO XR-DEFN-LINE (XREF-COUNT).                 OR43125 
099334     MOVE ZEROS TO REFIX XX2.                                     OR43125 
099335 LOAD-XREF-REFS.  ADD 1 TO XX2.                                   OR43125 
099336     IF XX2 EXCEEDS 40 GO TO LOAD-XREF-REFS-DONE.                 OR43125 
099337     IF XREF-LSNO (XX2) NOT NUMERIC GO TO LOAD-XREF-REFS.         OR43125 
099338     IF XREF-LSNO (XX2) EQUALS ZEROS GO TO LOAD-XREF-REFS.        OR43125 
099339     IF REFIX EXCEEDS 10 GO TO LOAD-XREF-REFS-DONE.               OR43125 
099340     ADD 1 TO REFIX.                                              OR43125 
099341     MOVE XREF-LSNO (XX2) TO XR-REF-LINE (XREF-COUNT REFIX).      OR43125 
099342     GO TO LOAD-XREF-REFS.                                        OR43125 
099343 LOAD-XREF-REFS-DONE.                                             OR43125 
099344     MOVE REFIX TO XR-REF-COUNT (XREF-COUNT).                     OR43125 
099345     GO TO LOAD-XREF-SKIP.                                        OR43125 
099346 LOAD-XREF-DONE.  CLOSE XREF-FILE.                                OR43125 
099347 XREF-ANNOTATE.  MOVE ZEROS TO XX2.                               OR43125 
099348 XREF-SCAN.  ADD 1 TO XX2.                                        OR43125 
099349     IF XX2 GREATER XREF-COUNT GO TO XREF-ANNOTATE-EXIT.          OR43125 
099350     IF XR-DEFN-LINE (XX2) EQUALS S-SEQ                           OR43125 
099351         PERFORM XREF-PRINT-ONE.                                  OR43125 
099352     MOVE ZEROS TO REFIX.                                         OR43125 
099353 XREF-SCAN-REFS.  ADD 1 TO REFIX.                                 OR43125 
099354     IF REFIX GREATER XR-REF-COUNT (XX2) GO TO XREF-SCAN.         OR43125 
099355     IF XR-REF-LINE (XX2 REFIX) EQUALS S-SEQ                      OR43125 
099356         PERFORM XREF-PRINT-ONE.                                  OR43125 
099357     GO TO XREF-SCAN-REFS.                                        OR43125 
099358 XREF-PRINT-ONE.  MOVE SPACES TO XREF-ANNOTATE-LINE.              OR43125 
099359     MOVE XR-NAME (XX2) TO XRL-NAME.                              OR43125 
099360     WRITE FLOW-REC FROM XREF-ANNOTATE-LINE                       OR43125 
099361         BEFORE ADVANCING 1 LINES.                                OR43125 
099362 XREF-ANNOTATE-EXIT.  EXIT.                                       OR43125 
099372 TREE-NOTE.                                                       OR43125 
099382     NOTE  CALLED FOR EVERY PLOT RECORD OF THE CHART PASS - A     OR43125 
099392         P RECORD STARTS THE NEXT PARAGRAPH OF PARATABLE; THE     OR43125 
099402         WORDS OF AN S RECORD ARE SCANNED FOR THE WORDS           OR43125 
099412         PERFORM, THRU, GO AND TO, AND THE EDGES OF EACH          OR43125 
099413         PARAGRAPH ARE TABLED FOR THE HIERARCHY REPORT; THE SAME  OR43125 
099414         WORDS FEED THE FILE-ACCESS MATRIX.                       OR43125 
099432     IF PID EQUALS "P" GO TO TREE-N-PARA.                         OR43125 
099442     IF PID ! "S" GO TO TREE-NOTE-X.                              OR43125 
099443     MOVE PLOTCHAR TO TREE-SCAN.                                  OR43125 
099444 TREE-N-SCAN.                                                     OR43125 
099462     IF TR-CH (7) EQUALS "*" GO TO TREE-NOTE-X.                   OR43125 
099472     MOVE 0 TO TREE-QT MOVE 0 TO TREE-WL MOVE 7 TO TREE-CX.       OR43125 
099473     MOVE 0 TO TREE-WN.                                           OR43125 
099482     MOVE SPACES TO TREE-TOKEN.                                   OR43125 
099492 TREE-N-CHAR.                                                     OR43125 
099502     ADD 1 TO TREE-CX.                                            OR43125 
099512     IF TREE-CX EXCEEDS 72 GO TO TREE-N-END.                      OR43125 
099522     IF TR-CH (TREE-CX) EQUALS QUOTE GO TO TREE-N-QUOTE.          OR43125 
099532     IF TREE-QT EQUALS 1 GO TO TREE-N-CHAR.                       OR43125 
099542     IF TR-CH (TREE-CX) EQUALS SPACE OR "," OR ";"                OR43125 
099552         GO TO TREE-N-BREAK.                                      OR43125 
099562     ADD 1 TO TREE-WL.                                            OR43125 
099572     MOVE TR-CH (TREE-CX) TO TREE-LAST.                           OR43125 
099582     IF TREE-WL LESS 31 MOVE TR-CH (TREE-CX) TO TK-CH (TREE-WL).  OR43125 
099592     GO TO TREE-N-CHAR.                                           OR43125 
099602 TREE-N-QUOTE.                                                    OR43125 
099612     IF TREE-QT EQUALS 1 MOVE 0 TO TREE-QT GO TO TREE-N-CHAR.     OR43125 
099622     MOVE 1 TO TREE-QT GO TO TREE-N-CHAR.                         OR43125 
099632 TREE-N-BREAK.                                                    OR43125 
099642     IF TREE-WL EQUALS 0 GO TO TREE-N-CHAR.                       OR43125 
099652     ADD 1 TO TREE-WN PERFORM TREE-WORDS THRU TREE-WORDS-X.       OR43125 
099662     MOVE 0 TO TREE-WL MOVE SPACES TO TREE-TOKEN.                 OR43125 
099672     GO TO TREE-N-CHAR.                                           OR43125 
099682 TREE-N-END.                                                      OR43125 
099683     IF TREE-WL EXCEEDS 0 ADD 1 TO TREE-WN                        OR43125 
099684         PERFORM TREE-WORDS THRU TREE-WORDS-X.                    OR43125 
099702     GO TO TREE-NOTE-X.                                           OR43125 
099712 TREE-N-PARA.                                                     OR43125 
099722     IF TREE-STATE EQUALS 2 OR 3 MOVE TREE-PEND TO TREE-PLAST     OR43125 
099732         PERFORM TREE-EDGE THRU TREE-EDGE-X.                      OR43125 
099742     MOVE 0 TO TREE-STATE.                                        OR43125 
099743     MOVE 0 TO FILE-STATE.                                        OR43125 
099752     ADD 1 TO TREE-CUR.                                           OR43125 
099753     MOVE FA-COUNT TO FA-BASE ADD 1 TO FA-BASE.                   OR43125 
099762 TREE-NOTE-X.  EXIT.                                              OR43125 
099772 TREE-WORD.                                                       OR43125 
099782     NOTE  TREE-STATE IS 1 AFTER PERFORM, 2 AFTER ITS TARGET,     OR43125 
099792         3 AFTER THRU, 5 AFTER GO AND 4 AFTER GO TO - A NAME IS   OR43125 
099802         KEYED AS PARATABLE HOLDS IT - TEN CHARACTERS, WITH A     OR43125 
099812         PERIOD ADDED TO A SHORTER NAME.                          OR43125 
099822     MOVE TREE-TOKEN TO TREE-KEY.                                 OR43125 
099832     MOVE 0 TO TREE-DOT.                                          OR43125 
099842     IF TREE-LAST EQUALS "." MOVE 1 TO TREE-DOT.                  OR43125 
099852     IF TREE-WL LESS 10 AND TREE-DOT EQUALS 0                     OR43125 
099862         MOVE TREE-WL TO TREE-KX ADD 1 TO TREE-KX                 OR43125 
099872         MOVE "." TO KY-CH (TREE-KX).                             OR43125 
099882     IF TREE-STATE EQUALS 1 GO TO TREE-W-TGT.                     OR43125 
099892     IF TREE-STATE EQUALS 2 GO TO TREE-W-THRU.                    OR43125 
099902     IF TREE-STATE EQUALS 3 GO TO TREE-W-LAST.                    OR43125 
099912     IF TREE-STATE EQUALS 4 GO TO TREE-W-GO.                      OR43125 
099922     IF TREE-STATE EQUALS 5 GO TO TREE-W-TO.                      OR43125 
099932 TREE-W-NEW.                                                      OR43125 
099942     MOVE 0 TO TREE-STATE.                                        OR43125 
099952     IF TREE-TOKEN EQUALS "PERFORM" MOVE 1 TO TREE-STATE.         OR43125 
099962     IF TREE-TOKEN EQUALS "GO" MOVE 5 TO TREE-STATE.              OR43125 
099972     GO TO TREE-WORD-X.                                           OR43125 
099982 TREE-W-TGT.                                                      OR43125 
099992     PERFORM TREE-FIND THRU TREE-FIND-X.                          OR43125 
100002     IF TREE-FND EQUALS 0 GO TO TREE-W-NEW.                       OR43125 
100012     MOVE TREE-FND TO TREE-PEND.                                  OR43125 
100022     MOVE 2 TO TREE-STATE.                                        OR43125 
100032     IF TREE-DOT EQUALS 0 GO TO TREE-WORD-X.                      OR43125 
100042     MOVE TREE-PEND TO TREE-PLAST.                                OR43125 
100052     PERFORM TREE-EDGE THRU TREE-EDGE-X.                          OR43125 
100062     MOVE 0 TO TREE-STATE GO TO TREE-WORD-X.                      OR43125 
100072 TREE-W-THRU.                                                     OR43125 
100082     IF TREE-TOKEN EQUALS "THRU" MOVE 3 TO TREE-STATE             OR43125 
100092         GO TO TREE-WORD-X.                                       OR43125 
100102     IF TREE-TOKEN EQUALS "THROUGH" MOVE 3 TO TREE-STATE          OR43125 
100112         GO TO TREE-WORD-X.                                       OR43125 
100122     MOVE TREE-PEND TO TREE-PLAST.                                OR43125 
100132     PERFORM TREE-EDGE THRU TREE-EDGE-X.                          OR43125 
100142     GO TO TREE-W-NEW.                                            OR43125 
100152 TREE-W-LAST.                                                     OR43125 
100162     PERFORM TREE-FIND THRU TREE-FIND-X.                          OR43125 
100172     MOVE TREE-FND TO TREE-PLAST.                                 OR43125 
100182     IF TREE-FND EQUALS 0 MOVE TREE-PEND TO TREE-PLAST.           OR43125 
100192     PERFORM TREE-EDGE THRU TREE-EDGE-X.                          OR43125 
100202     MOVE 0 TO TREE-STATE GO TO TREE-WORD-X.                      OR43125 
100212 TREE-W-TO.                                                       OR43125 
100222     IF TREE-TOKEN EQUALS "TO" MOVE 4 TO TREE-STATE               OR43125 
100232         GO TO TREE-WORD-X.                                       OR43125 
100242     GO TO TREE-W-NEW.                                            OR43125 
100252 TREE-W-GO.                                                       OR43125 
100262     PERFORM TREE-FIND THRU TREE-FIND-X.                          OR43125 
100272     IF TREE-FND EQUALS 0 GO TO TREE-W-NEW.                       OR43125 
100282     PERFORM TREE-GOTO THRU TREE-GOTO-X.                          OR43125 
100292     IF TREE-DOT EQUALS 1 MOVE 0 TO TREE-STATE.                   OR43125 
100302 TREE-WORD-X.  EXIT.                                              OR43125 
100312 TREE-FIND.                                                       OR43125 
100322     MOVE 0 TO TREE-FND.                                          OR43125 
100332     PERFORM TREE-CMP THRU TREE-CMP-X VARYING TY FROM 1 BY 1      OR43125 
100342         UNTIL TY EXCEEDS PARCOUNT OR TREE-FND EXCEEDS 0.         OR43125 
100352 TREE-FIND-X.  EXIT.                                              OR43125 
100362 TREE-CMP.                                                        OR43125 
100372     IF TREE-KEY EQUALS PARTST (TY) MOVE TY TO TREE-FND.          OR43125 
100382 TREE-CMP-X.  EXIT.                                               OR43125 
100392 TREE-EDGE.                                                       OR43125 
100402     IF TREE-CUR EQUALS 0 GO TO TREE-EDGE-X.                      OR43125 
100412     IF TREE-CUR EXCEEDS PARCOUNT GO TO TREE-EDGE-X.              OR43125 
100422     IF PF-COUNT EQUALS 1000 MOVE 1 TO TABLE-OVERFLOW-FLAG        OR43125 
100432         GO TO TREE-EDGE-X.                                       OR43125 
100442     ADD 1 TO PF-COUNT.                                           OR43125 
100452     MOVE TREE-CUR TO PF-SRC (PF-COUNT).                          OR43125 
100462     MOVE TREE-PEND TO PF-FROM (PF-COUNT).                        OR43125 
100472     MOVE TREE-PLAST TO PF-LAST (PF-COUNT).                       OR43125 
100482     MOVE TREE-PLAST TO PF-TOP (PF-COUNT).                        OR43125 
100492     MOVE 0 TO PF-RC (PF-COUNT) MOVE 0 TO PF-OV (PF-COUNT).       OR43125 
100502     MOVE 0 TO PF-BK (PF-COUNT) MOVE 0 TO PF-DONE (PF-COUNT).     OR43125 
100512     IF TREE-PLAST LESS TREE-PEND                                 OR43125 
100522         MOVE TREE-PEND TO PF-TOP (PF-COUNT)                      OR43125 
100532         MOVE 1 TO PF-BK (PF-COUNT).                              OR43125 
100542 TREE-EDGE-X.  EXIT.                                              OR43125 
100552 TREE-GOTO.                                                       OR43125 
100562     IF TREE-CUR EQUALS 0 GO TO TREE-GOTO-X.                      OR43125 
100572     IF TREE-CUR EXCEEDS PARCOUNT GO TO TREE-GOTO-X.              OR43125 
100582     IF GE-COUNT EQUALS 1500 MOVE 1 TO TABLE-OVERFLOW-FLAG        OR43125 
100592         GO TO TREE-GOTO-X.                                       OR43125 
100602     ADD 1 TO GE-COUNT.                                           OR43125 
100612     MOVE TREE-CUR TO GE-SRC (GE-COUNT).                          OR43125 
100622     MOVE TREE-FND TO GE-TGT (GE-COUNT).                          OR43125 
100632 TREE-GOTO-X.  EXIT.                                              OR43125 
100642 TREE-RPT.                                                        OR43125 
100652     NOTE  PRINTS THE HIERARCHY OF PERFORMS AS AN INDENTED TREE - OR43125 
100662         THE ROOT IS THE FIRST PARAGRAPH, ITS RANGE RUNNING TO    OR43125 
100672         THE PARAGRAPH BEFORE THE FIRST ONE PERFORMED; THE        OR43125 
100682         TREE IS WALKED WITH TREE-STACK - EACH LEVEL HOLDS ITS    OR43125 
100692         RANGE, THE NEXT EDGE TO TRY AND THE PARAGRAPH            OR43125 
100702         THAT PERFORMED IT - SO ENTERING A PARAGRAPH              OR43125 
100712         STILL EXECUTING IS CAUGHT AS RECURSIVE; THE FLAGGED      OR43125 
100722         PERFORMS AND THE DEPTH OF EVERY PARAGRAPH FOLLOW.        OR43125 
100732     IF PARCOUNT EQUALS ZEROS GO TO TREE-RPT-X.                   OR43125 
100742     IF TREE-STATE EQUALS 2 OR 3 MOVE TREE-PEND TO TREE-PLAST     OR43125 
100752         PERFORM TREE-EDGE THRU TREE-EDGE-X.                      OR43125 
100762     MOVE 0 TO TREE-STATE.                                        OR43125 
100772     MOVE PARCOUNT TO TREE-ROOT-TOP.                              OR43125 
100782     PERFORM TREE-ROOT THRU TREE-ROOT-X VARYING TX FROM 1 BY 1    OR43125 
100792         UNTIL TX EXCEEDS PF-COUNT.                               OR43125 
100802     PERFORM TREE-OVL THRU TREE-OVL-X VARYING TX FROM 1 BY 1      OR43125 
100812         UNTIL TX EXCEEDS PF-COUNT.                               OR43125 
100822     PERFORM TREE-DEPTH THRU TREE-DEPTH-X.                        OR43125 
100832     MOVE 0 TO TREE-RCN MOVE 0 TO TREE-OVN MOVE 0 TO TREE-GON.    OR43125 
100842     WRITE FLOW-REC FROM TREE-HEAD AFTER ADVANCING TOP.           OR43125 
100852     WRITE FLOW-REC FROM TREE-COL BEFORE ADVANCING 2 LINES.       OR43125 
100862     MOVE SPACES TO TL-FLAG1 MOVE SPACES TO TL-FLAG2.             OR43125 
100872     MOVE 0 TO TREE-PD MOVE 1 TO TREE-F.                          OR43125 
100882     MOVE TREE-ROOT-TOP TO TREE-T.                                OR43125 
100892     PERFORM TREE-LINE THRU TREE-LINE-X.                          OR43125 
100902     MOVE 1 TO STK-PTR MOVE 1 TO STK-FROM (1).                    OR43125 
100912     MOVE TREE-ROOT-TOP TO STK-TOP (1).                           OR43125 
100922     MOVE 1 TO STK-EDGE (1) MOVE 0 TO STK-SRC (1).                OR43125 
100932 TREE-NEXT.                                                       OR43125 
100942     IF STK-PTR EQUALS 0 GO TO TREE-LIST.                         OR43125 
100952     IF STK-EDGE (STK-PTR) EXCEEDS PF-COUNT                       OR43125 
100962         SUBTRACT 1 FROM STK-PTR GO TO TREE-NEXT.                 OR43125 
100972     MOVE STK-EDGE (STK-PTR) TO TX.                               OR43125 
100982     ADD 1 TO STK-EDGE (STK-PTR).                                 OR43125 
100992     IF PF-SRC (TX) LESS STK-FROM (STK-PTR) GO TO TREE-NEXT.      OR43125 
101002     IF PF-SRC (TX) EXCEEDS STK-TOP (STK-PTR) GO TO TREE-NEXT.    OR43125 
101012     MOVE PF-RC (TX) TO TREE-RC.                                  OR43125 
101022     PERFORM TREE-RCHK THRU TREE-RCHK-X VARYING SX FROM 2 BY 1    OR43125 
101032         UNTIL SX EXCEEDS STK-PTR.                                OR43125 
101042     IF TREE-RC EQUALS 1 MOVE 1 TO PF-RC (TX).                    OR43125 
101052     MOVE SPACES TO TL-FLAG1 MOVE SPACES TO TL-FLAG2.             OR43125 
101062     IF PF-BK (TX) EQUALS 1 MOVE "BACKWARD RANGE" TO TL-FLAG1.    OR43125 
101072     IF PF-OV (TX) EQUALS 1 MOVE "OVERLAPPING RANGE" TO TL-FLAG1. OR43125 
101082     IF PF-RC (TX) EQUALS 1 MOVE "RECURSIVE PERFORM" TO TL-FLAG1. OR43125 
101092     MOVE STK-PTR TO TREE-PD MOVE PF-FROM (TX) TO TREE-F.         OR43125 
101102     MOVE PF-LAST (TX) TO TREE-T.                                 OR43125 
101112     IF TREE-RC EQUALS 1 PERFORM TREE-LINE THRU TREE-LINE-X       OR43125 
101122         GO TO TREE-NEXT.                                         OR43125 
101132     MOVE 0 TO TREE-SEEN.                                         OR43125 
101142     PERFORM TREE-SCHK THRU TREE-SCHK-X VARYING SX FROM 1 BY 1    OR43125 
101152         UNTIL SX EXCEEDS PF-COUNT.                               OR43125 
101162     IF TREE-SEEN EQUALS 1 MOVE "EXPANDED ABOVE" TO TL-FLAG2      OR43125 
101172         PERFORM TREE-LINE THRU TREE-LINE-X GO TO TREE-NEXT.      OR43125 
101182     IF STK-PTR EQUALS 30 MOVE "DEPTH LIMIT" TO TL-FLAG2          OR43125 
101192         PERFORM TREE-LINE THRU TREE-LINE-X GO TO TREE-NEXT.      OR43125 
101202     MOVE 1 TO PF-DONE (TX).                                      OR43125 
101212     PERFORM TREE-LINE THRU TREE-LINE-X.                          OR43125 
101222     ADD 1 TO STK-PTR.                                            OR43125 
101232     MOVE PF-FROM (TX) TO STK-FROM (STK-PTR).                     OR43125 
101242     MOVE PF-TOP (TX) TO STK-TOP (STK-PTR).                       OR43125 
101252     MOVE 1 TO STK-EDGE (STK-PTR).                                OR43125 
101262     MOVE PF-SRC (TX) TO STK-SRC (STK-PTR).                       OR43125 
101272     PERFORM TREE-GOOUT THRU TREE-GOOUT-X VARYING SX FROM 1 BY 1  OR43125 
101282         UNTIL SX EXCEEDS GE-COUNT.                               OR43125 
101292     GO TO TREE-NEXT.                                             OR43125 
101302 TREE-LIST.                                                       OR43125 
101312     WRITE FLOW-REC FROM FLAG-HEAD AFTER ADVANCING TOP.           OR43125 
101322     WRITE FLOW-REC FROM FLAG-COL BEFORE ADVANCING 2 LINES.       OR43125 
101332     MOVE 0 TO TREE-FLAGGED.                                      OR43125 
101342     PERFORM TREE-FLAG THRU TREE-FLAG-X VARYING TX FROM 1 BY 1    OR43125 
101352         UNTIL TX EXCEEDS PF-COUNT.                               OR43125 
101362     IF TREE-FLAGGED EQUALS 0                                     OR43125 
101372         WRITE FLOW-REC FROM FLAG-NONE BEFORE ADVANCING 1 LINES.  OR43125 
101382     WRITE FLOW-REC FROM DEPTH-HEAD AFTER ADVANCING TOP.          OR43125 
101392     WRITE FLOW-REC FROM DEPTH-COL BEFORE ADVANCING 2 LINES.      OR43125 
101402     PERFORM TREE-DLINE THRU TREE-DLINE-X VARYING TX FROM 1 BY 1  OR43125 
101412         UNTIL TX EXCEEDS PARCOUNT.                               OR43125 
101422     MOVE PF-COUNT TO TT-PF MOVE TREE-RCN TO TT-RC.               OR43125 
101432     MOVE TREE-OVN TO TT-OV MOVE TREE-GON TO TT-GO.               OR43125 
101442     WRITE FLOW-REC FROM TREE-TOTAL AFTER ADVANCING 2 LINES.      OR43125 
101452 TREE-RPT-X.  EXIT.                                               OR43125 
101462 TREE-ROOT.                                                       OR43125 
101472     IF PF-SRC (TX) NOT LESS PF-FROM (TX)                         OR43125 
101482         AND PF-SRC (TX) NOT GREATER PF-TOP (TX)                  OR43125 
101492         MOVE 1 TO PF-RC (TX).                                    OR43125 
101502     IF PF-FROM (TX) LESS 2 GO TO TREE-ROOT-X.                    OR43125 
101512     MOVE PF-FROM (TX) TO TREE-W.                                 OR43125 
101522     SUBTRACT 1 FROM TREE-W.                                      OR43125 
101532     IF TREE-W LESS TREE-ROOT-TOP MOVE TREE-W TO TREE-ROOT-TOP.   OR43125 
101542 TREE-ROOT-X.  EXIT.                                              OR43125 
101552 TREE-OVL.                                                        OR43125 
101562     PERFORM TREE-OVL2 THRU TREE-OVL2-X VARYING SX FROM TX BY 1   OR43125 
101572         UNTIL SX EXCEEDS PF-COUNT.                               OR43125 
101582 TREE-OVL-X.  EXIT.                                               OR43125 
101592 TREE-OVL2.                                                       OR43125 
101602     IF PF-FROM (TX) LESS PF-FROM (SX)                            OR43125 
101612         AND PF-FROM (SX) NOT GREATER PF-TOP (TX)                 OR43125 
101622         AND PF-TOP (TX) LESS PF-TOP (SX)                         OR43125 
101632         MOVE 1 TO PF-OV (TX) MOVE 1 TO PF-OV (SX).               OR43125 
101642     IF PF-FROM (SX) LESS PF-FROM (TX)                            OR43125 
101652         AND PF-FROM (TX) NOT GREATER PF-TOP (SX)                 OR43125 
101662         AND PF-TOP (SX) LESS PF-TOP (TX)                         OR43125 
101672         MOVE 1 TO PF-OV (TX) MOVE 1 TO PF-OV (SX).               OR43125 
101682 TREE-OVL2-X.  EXIT.                                              OR43125 
101692 TREE-DEPTH.                                                      OR43125 
101702     NOTE  PAR-DEPTH HOLDS THE DEEPEST NESTING PLUS ONE, ZERO     OR43125 
101712         FOR A PARAGRAPH NEVER REACHED FROM THE ROOT; EVERY       OR43125 
101722         EDGE IS APPLIED AGAIN UNTIL NOTHING CHANGES, SO A CYCLE  OR43125 
101732         OF RECURSIVE PERFORMS CLIMBS TO THE CEILING OF 99.       OR43125 
101742     PERFORM TREE-DCLR THRU TREE-DCLR-X VARYING TX FROM 1 BY 1    OR43125 
101752         UNTIL TX EXCEEDS PARCOUNT.                               OR43125 
101762     MOVE 0 TO TREE-ROUND.                                        OR43125 
101772 TREE-DEPTH-R.                                                    OR43125 
101782     MOVE 0 TO TREE-CHG.                                          OR43125 
101792     ADD 1 TO TREE-ROUND.                                         OR43125 
101802     PERFORM TREE-DEDGE THRU TREE-DEDGE-X VARYING TX FROM 1 BY 1  OR43125 
101812         UNTIL TX EXCEEDS PF-COUNT.                               OR43125 
101822     IF TREE-CHG EQUALS 1 AND TREE-ROUND LESS 99                  OR43125 
101832         GO TO TREE-DEPTH-R.                                      OR43125 
101842 TREE-DEPTH-X.  EXIT.                                             OR43125 
101852 TREE-DCLR.                                                       OR43125 
101862     MOVE 0 TO PAR-DEPTH (TX).                                    OR43125 
101872     IF TX NOT GREATER TREE-ROOT-TOP MOVE 1 TO PAR-DEPTH (TX).    OR43125 
101882 TREE-DCLR-X.  EXIT.                                              OR43125 
101892 TREE-DEDGE.                                                      OR43125 
101902     MOVE PF-SRC (TX) TO SX.                                      OR43125 
101912     IF PAR-DEPTH (SX) EQUALS 0 GO TO TREE-DEDGE-X.               OR43125 
101922     MOVE PAR-DEPTH (SX) TO TREE-D.                               OR43125 
101932     IF TREE-D LESS 99 ADD 1 TO TREE-D.                           OR43125 
101942     PERFORM TREE-DPAR THRU TREE-DPAR-X VARYING TY                OR43125 
101952         FROM PF-FROM (TX) BY 1 UNTIL TY EXCEEDS PF-TOP (TX).     OR43125 
101962 TREE-DEDGE-X.  EXIT.                                             OR43125 
101972 TREE-DPAR.                                                       OR43125 
101982     IF PAR-DEPTH (TY) LESS TREE-D                                OR43125 
101992         MOVE TREE-D TO PAR-DEPTH (TY) MOVE 1 TO TREE-CHG.        OR43125 
102002 TREE-DPAR-X.  EXIT.                                              OR43125 
102012 TREE-RCHK.                                                       OR43125 
102022     IF STK-SRC (SX) NOT LESS PF-FROM (TX)                        OR43125 
102032         AND STK-SRC (SX) NOT GREATER PF-TOP (TX)                 OR43125 
102042         MOVE 1 TO TREE-RC.                                       OR43125 
102052 TREE-RCHK-X.  EXIT.                                              OR43125 
102062 TREE-SCHK.                                                       OR43125 
102072     IF PF-DONE (SX) EQUALS 1 AND PF-FROM (SX) EQUALS PF-FROM (TX)OR43125 
102082         AND PF-TOP (SX) EQUALS PF-TOP (TX) MOVE 1 TO TREE-SEEN.  OR43125 
102092 TREE-SCHK-X.  EXIT.                                              OR43125 
102102 TREE-GOOUT.                                                      OR43125 
102112     IF GE-SRC (SX) LESS STK-FROM (STK-PTR) GO TO TREE-GOOUT-X.   OR43125 
102122     IF GE-SRC (SX) EXCEEDS STK-TOP (STK-PTR) GO TO TREE-GOOUT-X. OR43125 
102132     IF GE-TGT (SX) LESS STK-FROM (STK-PTR) GO TO TREE-GOOUT-G.   OR43125 
102142     IF GE-TGT (SX) EXCEEDS STK-TOP (STK-PTR) GO TO TREE-GOOUT-G. OR43125 
102152     GO TO TREE-GOOUT-X.                                          OR43125 
102162 TREE-GOOUT-G.                                                    OR43125 
102172     ADD 1 TO TREE-GON.                                           OR43125 
102182     MOVE SPACES TO TREE-BODY MOVE 0 TO TREE-BX.                  OR43125 
102192     MOVE STK-PTR TO TREE-IN.                                     OR43125 
102202     PERFORM TREE-INDENT THRU TREE-INDENT-X.                      OR43125 
102212     MOVE "GO" TO TREE-PIECE PERFORM TREE-PUT THRU TREE-PUT-X.    OR43125 
102222     ADD 1 TO TREE-BX.                                            OR43125 
102232     MOVE "TO" TO TREE-PIECE PERFORM TREE-PUT THRU TREE-PUT-X.    OR43125 
102242     ADD 1 TO TREE-BX MOVE GE-TGT (SX) TO TY.                     OR43125 
102252     MOVE PARTST (TY) TO TREE-PIECE.                              OR43125 
102262     PERFORM TREE-PUT THRU TREE-PUT-X.                            OR43125 
102272     ADD 1 TO TREE-BX.                                            OR43125 
102282     MOVE "IN" TO TREE-PIECE PERFORM TREE-PUT THRU TREE-PUT-X.    OR43125 
102292     ADD 1 TO TREE-BX MOVE GE-SRC (SX) TO TY.                     OR43125 
102302     MOVE PARTST (TY) TO TREE-PIECE.                              OR43125 
102312     PERFORM TREE-PUT THRU TREE-PUT-X.                            OR43125 
102322     MOVE STK-PTR TO TREE-D SUBTRACT 1 FROM TREE-D.               OR43125 
102332     MOVE TREE-D TO TL-DEPTH MOVE TREE-BODY TO TL-BODY.           OR43125 
102342     MOVE "LEAVES THE RANGE" TO TL-FLAG1 MOVE SPACES TO TL-FLAG2. OR43125 
102352     WRITE FLOW-REC FROM TREE-PRT BEFORE ADVANCING 1 LINES.       OR43125 
102362 TREE-GOOUT-X.  EXIT.                                             OR43125 
102372 TREE-LINE.                                                       OR43125 
102382     MOVE SPACES TO TREE-BODY MOVE 0 TO TREE-BX.                  OR43125 
102392     MOVE TREE-PD TO TREE-IN.                                     OR43125 
102402     PERFORM TREE-INDENT THRU TREE-INDENT-X.                      OR43125 
102412     MOVE PARTST (TREE-F) TO TREE-PIECE.                          OR43125 
102422     PERFORM TREE-PUT THRU TREE-PUT-X.                            OR43125 
102432     IF TREE-T EQUALS TREE-F GO TO TREE-LINE-W.                   OR43125 
102442     ADD 1 TO TREE-BX.                                            OR43125 
102452     MOVE "THRU" TO TREE-PIECE PERFORM TREE-PUT THRU TREE-PUT-X.  OR43125 
102462     ADD 1 TO TREE-BX MOVE PARTST (TREE-T) TO TREE-PIECE.         OR43125 
102472     PERFORM TREE-PUT THRU TREE-PUT-X.                            OR43125 
102482 TREE-LINE-W.                                                     OR43125 
102492     MOVE TREE-PD TO TL-DEPTH MOVE TREE-BODY TO TL-BODY.          OR43125 
102502     WRITE FLOW-REC FROM TREE-PRT BEFORE ADVANCING 1 LINES.       OR43125 
102512 TREE-LINE-X.  EXIT.                                              OR43125 
102522 TREE-INDENT.                                                     OR43125 
102532     IF TREE-IN EXCEEDS 30 MOVE 30 TO TREE-IN.                    OR43125 
102542 TREE-INDENT-1.                                                   OR43125 
102552     IF TREE-IN EQUALS 0 GO TO TREE-INDENT-X.                     OR43125 
102562     ADD 1 TO TREE-BX MOVE "." TO TB-CH (TREE-BX).                OR43125 
102572     ADD 1 TO TREE-BX SUBTRACT 1 FROM TREE-IN.                    OR43125 
102582     GO TO TREE-INDENT-1.                                         OR43125 
102592 TREE-INDENT-X.  EXIT.                                            OR43125 
102602 TREE-PUT.                                                        OR43125 
102612     MOVE 0 TO TREE-PX.                                           OR43125 
102622 TREE-PUT-1.                                                      OR43125 
102632     ADD 1 TO TREE-PX.                                            OR43125 
102642     IF TREE-PX EXCEEDS 10 GO TO TREE-PUT-X.                      OR43125 
102652     IF TP-CH (TREE-PX) EQUALS SPACE GO TO TREE-PUT-X.            OR43125 
102662     IF TREE-BX NOT LESS 90 GO TO TREE-PUT-X.                     OR43125 
102672     ADD 1 TO TREE-BX.                                            OR43125 
102682     MOVE TP-CH (TREE-PX) TO TB-CH (TREE-BX).                     OR43125 
102692     GO TO TREE-PUT-1.                                            OR43125 
102702 TREE-PUT-X.  EXIT.                                               OR43125 
102712 TREE-FLAG.                                                       OR43125 
102722     IF PF-RC (TX) EQUALS 1 ADD 1 TO TREE-RCN.                    OR43125 
102732     IF PF-OV (TX) EQUALS 1 ADD 1 TO TREE-OVN.                    OR43125 
102742     IF PF-RC (TX) EQUALS 0 AND PF-OV (TX) EQUALS 0               OR43125 
102752         AND PF-BK (TX) EQUALS 0 GO TO TREE-FLAG-X.               OR43125 
102762     ADD 1 TO TREE-FLAGGED.                                       OR43125 
102772     MOVE PF-SRC (TX) TO TY MOVE PARTST (TY) TO FL-SRC.           OR43125 
102782     MOVE PF-FROM (TX) TO TY MOVE PARTST (TY) TO FL-FROM.         OR43125 
102792     MOVE PF-LAST (TX) TO TY MOVE PARTST (TY) TO FL-THRU.         OR43125 
102802     MOVE SPACES TO FL-FLAG1 MOVE SPACES TO FL-FLAG2.             OR43125 
102812     IF PF-BK (TX) EQUALS 1 MOVE "BACKWARD RANGE" TO FL-FLAG1.    OR43125 
102822     IF PF-OV (TX) EQUALS 1 MOVE "OVERLAPPING RANGE" TO FL-FLAG1. OR43125 
102832     IF PF-RC (TX) EQUALS 1 MOVE "RECURSIVE PERFORM" TO FL-FLAG1. OR43125 
102842     IF PF-RC (TX) EQUALS 1 AND PF-OV (TX) EQUALS 1               OR43125 
102852         MOVE "OVERLAPPING RANGE" TO FL-FLAG2.                    OR43125 
102862     WRITE FLOW-REC FROM FLAG-LINE BEFORE ADVANCING 1 LINES.      OR43125 
102872 TREE-FLAG-X.  EXIT.                                              OR43125 
102882 TREE-DLINE.                                                      OR43125 
102892     MOVE PARTST (TX) TO DL-NAME MOVE SPACES TO DL-NOTE.          OR43125 
102902     MOVE SPACES TO DL-DEPTH.                                     OR43125 
102912     MOVE PAR-DEPTH (TX) TO TREE-D.                               OR43125 
102922     IF TREE-D EQUALS 0 MOVE "NOT IN THE CALL TREE" TO DL-NOTE    OR43125 
102932         GO TO TREE-DLINE-W.                                      OR43125 
102942     IF TREE-D EQUALS 99 MOVE "UNBOUNDED - RECURSIVE" TO DL-NOTE  OR43125 
102952         GO TO TREE-DLINE-W.                                      OR43125 
102962     SUBTRACT 1 FROM TREE-D.                                      OR43125 
102972     MOVE TREE-D TO TREE-ED MOVE TREE-ED TO DL-DEPTH.             OR43125 
102982 TREE-DLINE-W.                                                    OR43125 
102992     WRITE FLOW-REC FROM DEPTH-LINE BEFORE ADVANCING 1 LINES.     OR43125 
103002 TREE-DLINE-X.  EXIT.                                             OR43125 
103012 TREE-WORDS.                                                      OR43125 
103022     NOTE  A WORD OF A DECLARATION CARD GOES TO FILE-DECL; A WORD OR43125 
103032         OF THE PROCEDURE DIVISION GOES TO TREE-WORD AND THEN TO  OR43125 
103042         FILE-WORD - FILE-KEY HOLDS THE WORD WITHOUT ITS PERIOD.  OR43125 
103052     MOVE TREE-TOKEN TO FILE-KEY.                                 OR43125 
103062     IF TREE-LAST EQUALS "." AND TREE-WL LESS 31                  OR43125 
103072         MOVE SPACE TO FK-CH (TREE-WL).                           OR43125 
103082     IF DECL-SW EQUALS 1 PERFORM FILE-DECL THRU FILE-DECL-X       OR43125 
103092         GO TO TREE-WORDS-X.                                      OR43125 
103102     PERFORM TREE-WORD THRU TREE-WORD-X.                          OR43125 
103112     PERFORM FILE-WORD THRU FILE-WORD-X.                          OR43125 
103122 TREE-WORDS-X.  EXIT.                                             OR43125 
103132 FILE-DECK.                                                       OR43125 
103142     NOTE  CALLED BY PASS 1 FOR EACH CARD AHEAD OF THE PROCEDURE  OR43125 
103152         DIVISION - ITS WORDS ARE SCANNED FOR SELECT, FD AND 01   OR43125 
103162         ENTRIES TO TABLE THE FILES AND THEIR RECORD NAMES.       OR43125 
103172     MOVE COB-REC TO TREE-SCAN.                                   OR43125 
103182     MOVE 1 TO DECL-SW.                                           OR43125 
103192     PERFORM TREE-N-SCAN THRU TREE-NOTE-X.                        OR43125 
103202     MOVE 0 TO DECL-SW.                                           OR43125 
103212 FILE-DECK-X.  EXIT.                                              OR43125 
103222 FILE-DECL.                                                       OR43125 
103232     NOTE  DECL-STATE IS 1 AFTER SELECT, 2 AFTER FD, MD OR SD AND OR43125 
103242         3 AFTER AN 01 LEVEL UNDER AN FD; DECL-FD IS THE FILE     OR43125 
103252         WHOSE RECORDS ARE BEING DESCRIBED.                       OR43125 
103262     IF DECL-STATE EQUALS 1 GO TO FILE-D-SEL.                     OR43125 
103272     IF DECL-STATE EQUALS 2 GO TO FILE-D-FD.                      OR43125 
103282     IF DECL-STATE EQUALS 3 GO TO FILE-D-REC.                     OR43125 
103292     IF TREE-WN NOT EQUAL TO 1 GO TO FILE-DECL-X.                 OR43125 
103302     IF TREE-TOKEN EQUALS "SELECT" MOVE 1 TO DECL-STATE.          OR43125 
103312     IF TREE-TOKEN EQUALS "FD" OR "MD" OR "SD"                    OR43125 
103322         MOVE 2 TO DECL-STATE.                                    OR43125 
103332     IF TREE-TOKEN EQUALS "01" AND DECL-FD EXCEEDS 0              OR43125 
103342         MOVE 3 TO DECL-STATE.                                    OR43125 
103352     IF FILE-KEY EQUALS "WORKING-STORAGE" MOVE 0 TO DECL-FD.      OR43125 
103362     GO TO FILE-DECL-X.                                           OR43125 
103372 FILE-D-SEL.                                                      OR43125 
103382     IF TREE-TOKEN EQUALS "OPTIONAL" GO TO FILE-DECL-X.           OR43125 
103392     PERFORM FILE-ADD THRU FILE-ADD-X.                            OR43125 
103402     MOVE 0 TO DECL-STATE.                                        OR43125 
103412     GO TO FILE-DECL-X.                                           OR43125 
103422 FILE-D-FD.                                                       OR43125 
103432     PERFORM FILE-ADD THRU FILE-ADD-X.                            OR43125 
103442     MOVE FILE-IX TO DECL-FD.                                     OR43125 
103452     MOVE 0 TO DECL-STATE.                                        OR43125 
103462     GO TO FILE-DECL-X.                                           OR43125 
103472 FILE-D-REC.                                                      OR43125 
103482     MOVE 0 TO DECL-STATE.                                        OR43125 
103492     IF RT-COUNT EQUALS 100 MOVE 1 TO TABLE-OVERFLOW-FLAG         OR43125 
103502         GO TO FILE-DECL-X.                                       OR43125 
103512     ADD 1 TO RT-COUNT.                                           OR43125 
103522     MOVE FILE-KEY TO RT-NAME (RT-COUNT).                         OR43125 
103532     MOVE DECL-FD TO RT-FILE (RT-COUNT).                          OR43125 
103542 FILE-DECL-X.  EXIT.                                              OR43125 
103552 FILE-FIND.                                                       OR43125 
103562     MOVE 0 TO FILE-IX.                                           OR43125 
103572     PERFORM FILE-FCMP THRU FILE-FCMP-X VARYING FX FROM 1 BY 1    OR43125 
103582         UNTIL FX EXCEEDS FT-COUNT OR FILE-IX EXCEEDS 0.          OR43125 
103592 FILE-FIND-X.  EXIT.                                              OR43125 
103602 FILE-FCMP.                                                       OR43125 
103612     IF FT-NAME (FX) EQUALS FILE-KEY MOVE FX TO FILE-IX.          OR43125 
103622 FILE-FCMP-X.  EXIT.                                              OR43125 
103632 FILE-ADD.                                                        OR43125 
103642     PERFORM FILE-FIND THRU FILE-FIND-X.                          OR43125 
103652     IF FILE-IX EXCEEDS 0 GO TO FILE-ADD-X.                       OR43125 
103662     IF FT-COUNT EQUALS 40 MOVE 1 TO TABLE-OVERFLOW-FLAG          OR43125 
103672         GO TO FILE-ADD-X.                                        OR43125 
103682     ADD 1 TO FT-COUNT.                                           OR43125 
103692     MOVE FT-COUNT TO FILE-IX.                                    OR43125 
103702     MOVE FILE-KEY TO FT-NAME (FILE-IX).                          OR43125 
103712     MOVE SPACE TO FT-MODE (FILE-IX).                             OR43125 
103722     MOVE 0 TO FT-OPEN (FILE-IX) MOVE 0 TO FT-CLOSE (FILE-IX).    OR43125 
103732     MOVE 0 TO FT-READ (FILE-IX) MOVE 0 TO FT-WIN (FILE-IX).      OR43125 
103742 FILE-ADD-X.  EXIT.                                               OR43125 
103752 FILE-LEARN.                                                      OR43125 
103762     NOTE  A FILE NAMED BY OPEN, CLOSE, READ OR SEEK - WHEN THE   OR43125 
103772         DECK CARRIED NO SELECT OR FD ENTRIES THE NAME IS TABLED, OR43125 
103782         UNLESS IT IS A VERB OR A WORD THAT ENDS THE FILE LIST.   OR43125 
103792     PERFORM FILE-FIND THRU FILE-FIND-X.                          OR43125 
103802     IF FILE-IX EXCEEDS 0 OR FILE-AUTO EQUALS 0                   OR43125 
103812         GO TO FILE-LEARN-X.                                      OR43125 
103822     MOVE 0 TO FILE-STOP.                                         OR43125 
103832     PERFORM FILE-STOPV THRU FILE-STOPV-X VARYING FX FROM 1 BY 1  OR43125 
103842         UNTIL FX EXCEEDS 31.                                     OR43125 
103852     IF FILE-KEY EQUALS "ELSE" OR "OTHERWISE" OR "NEXT" OR "AT"   OR43125 
103862         OR "RECORD" OR "INTO" OR "FROM" MOVE 1 TO FILE-STOP.     OR43125 
103872     IF FILE-STOP EQUALS 0 PERFORM FILE-ADD THRU FILE-ADD-X.      OR43125 
103882 FILE-LEARN-X.  EXIT.                                             OR43125 
103892 FILE-STOPV.                                                      OR43125 
103902     IF FILE-KEY EQUALS VTAB (FX) MOVE 1 TO FILE-STOP.            OR43125 
103912 FILE-STOPV-X.  EXIT.                                             OR43125 
103922 FILE-WORD.                                                       OR43125 
103932     NOTE  FILE-STATE IS 1 AFTER OPEN, 3 AFTER CLOSE, 4 AFTER READOR43125 
103942         OR SEEK AND 5 AFTER WRITE OR REWRITE; FILE-MODE IS THE   OR43125 
103952         OPEN MODE IN FORCE AND FILE-VERB THE CELL LETTER.        OR43125 
103962     IF FILE-STATE EQUALS 1 GO TO FILE-W-OPEN.                    OR43125 
103972     IF FILE-STATE EQUALS 3 GO TO FILE-W-CLOSE.                   OR43125 
103982     IF FILE-STATE EQUALS 4 GO TO FILE-W-READ.                    OR43125 
103992     IF FILE-STATE EQUALS 5 GO TO FILE-W-WRITE.                   OR43125 
104002 FILE-W-NEW.                                                      OR43125 
104012     MOVE 0 TO FILE-STATE.                                        OR43125 
104022     IF TREE-TOKEN EQUALS "OPEN" MOVE 1 TO FILE-STATE             OR43125 
104032         MOVE SPACE TO FILE-MODE.                                 OR43125 
104042     IF TREE-TOKEN EQUALS "CLOSE" MOVE 3 TO FILE-STATE.           OR43125 
104052     IF TREE-TOKEN EQUALS "READ" MOVE 4 TO FILE-STATE             OR43125 
104062         MOVE "R" TO FILE-VERB.                                   OR43125 
104072     IF TREE-TOKEN EQUALS "SEEK" MOVE 4 TO FILE-STATE             OR43125 
104082         MOVE "S" TO FILE-VERB.                                   OR43125 
104092     IF TREE-TOKEN EQUALS "WRITE" MOVE 5 TO FILE-STATE            OR43125 
104102         MOVE "W" TO FILE-VERB.                                   OR43125 
104112     IF TREE-TOKEN EQUALS "REWRITE" MOVE 5 TO FILE-STATE          OR43125 
104122         MOVE "X" TO FILE-VERB.                                   OR43125 
104132     GO TO FILE-WORD-X.                                           OR43125 
104142 FILE-W-OPEN.                                                     OR43125 
104152     IF FILE-KEY EQUALS "INPUT" MOVE "I" TO FILE-MODE             OR43125 
104162         GO TO FILE-WORD-X.                                       OR43125 
104172     IF FILE-KEY EQUALS "OUTPUT" MOVE "O" TO FILE-MODE            OR43125 
104182         GO TO FILE-WORD-X.                                       OR43125 
104192     IF FILE-KEY EQUALS "I-O" MOVE "U" TO FILE-MODE               OR43125 
104202         GO TO FILE-WORD-X.                                       OR43125 
104212     IF FILE-KEY EQUALS "REVERSED" OR "WITH" OR "NO" OR "REWIND"  OR43125 
104222         GO TO FILE-W-OEND.                                       OR43125 
104232     IF FILE-MODE EQUALS SPACE GO TO FILE-W-NEW.                  OR43125 
104242     PERFORM FILE-LEARN THRU FILE-LEARN-X.                        OR43125 
104252     IF FILE-IX EQUALS 0 GO TO FILE-W-NEW.                        OR43125 
104262     MOVE FILE-MODE TO FILE-VERB.                                 OR43125 
104272     PERFORM FILE-HIT THRU FILE-HIT-X.                            OR43125 
104282 FILE-W-OEND.                                                     OR43125 
104292     IF TREE-DOT EQUALS 1 MOVE 0 TO FILE-STATE.                   OR43125 
104302     GO TO FILE-WORD-X.                                           OR43125 
104312 FILE-W-CLOSE.                                                    OR43125 
104322     IF FILE-KEY EQUALS "WITH" OR "LOCK" OR "RELEASE" OR "NO"     OR43125 
104332         OR "REWIND" OR "PURGE" GO TO FILE-W-OEND.                OR43125 
104342     PERFORM FILE-LEARN THRU FILE-LEARN-X.                        OR43125 
104352     IF FILE-IX EQUALS 0 GO TO FILE-W-NEW.                        OR43125 
104362     MOVE "C" TO FILE-VERB.                                       OR43125 
104372     PERFORM FILE-HIT THRU FILE-HIT-X.                            OR43125 
104382     GO TO FILE-W-OEND.                                           OR43125 
104392 FILE-W-READ.                                                     OR43125 
104402     MOVE 0 TO FILE-STATE.                                        OR43125 
104412     PERFORM FILE-LEARN THRU FILE-LEARN-X.                        OR43125 
104422     IF FILE-IX EXCEEDS 0 PERFORM FILE-HIT THRU FILE-HIT-X.       OR43125 
104432     GO TO FILE-WORD-X.                                           OR43125 
104442 FILE-W-WRITE.                                                    OR43125 
104452     MOVE 0 TO FILE-STATE MOVE 0 TO FILE-IX.                      OR43125 
104462     PERFORM FILE-RCMP THRU FILE-RCMP-X VARYING FX FROM 1 BY 1    OR43125 
104472         UNTIL FX EXCEEDS RT-COUNT OR FILE-IX EXCEEDS 0.          OR43125 
104482     IF FILE-IX EQUALS 0 PERFORM FILE-FIND THRU FILE-FIND-X.      OR43125 
104492     IF FILE-IX EXCEEDS 0 PERFORM FILE-HIT THRU FILE-HIT-X.       OR43125 
104502 FILE-WORD-X.  EXIT.                                              OR43125 
104512 FILE-RCMP.                                                       OR43125 
104522     IF RT-NAME (FX) EQUALS FILE-KEY MOVE RT-FILE (FX) TO FILE-IX.OR43125 
104532 FILE-RCMP-X.  EXIT.                                              OR43125 
104542 FILE-HIT.                                                        OR43125 
104552     NOTE  MARKS FILE-VERB IN THE CELL OF FILE FILE-IX AND THE    OR43125 
104562         CURRENT PARAGRAPH - THE CELLS OF ONE PARAGRAPH START AT  OR43125 
104572         FA-BASE - AND KEEPS THE FILE SUMMARY FOR THE EXCEPTIONS. OR43125 
104582     IF TREE-CUR EQUALS 0 OR TREE-CUR EXCEEDS PARCOUNT            OR43125 
104592         GO TO FILE-HIT-X.                                        OR43125 
104602     IF FILE-VERB EQUALS "I" OR "O" OR "U"                        OR43125 
104612         MOVE 1 TO FT-OPEN (FILE-IX)                              OR43125 
104622         MOVE FILE-VERB TO FT-MODE (FILE-IX).                     OR43125 
104632     IF FILE-VERB EQUALS "C" MOVE 1 TO FT-CLOSE (FILE-IX).        OR43125 
104642     IF FILE-VERB EQUALS "R" MOVE 1 TO FT-READ (FILE-IX).         OR43125 
104652     IF FILE-VERB EQUALS "W" OR "X"                               OR43125 
104662         IF FT-MODE (FILE-IX) EQUALS "I"                          OR43125 
104672             MOVE 1 TO FT-WIN (FILE-IX).                          OR43125 
104682     MOVE 8 TO FILE-SLOT.                                         OR43125 
104692     IF FILE-VERB EQUALS "I" MOVE 1 TO FILE-SLOT.                 OR43125 
104702     IF FILE-VERB EQUALS "O" MOVE 2 TO FILE-SLOT.                 OR43125 
104712     IF FILE-VERB EQUALS "U" MOVE 3 TO FILE-SLOT.                 OR43125 
104722     IF FILE-VERB EQUALS "R" MOVE 4 TO FILE-SLOT.                 OR43125 
104732     IF FILE-VERB EQUALS "W" MOVE 5 TO FILE-SLOT.                 OR43125 
104742     IF FILE-VERB EQUALS "X" MOVE 6 TO FILE-SLOT.                 OR43125 
104752     IF FILE-VERB EQUALS "S" MOVE 7 TO FILE-SLOT.                 OR43125 
104762     MOVE 0 TO FA-X.                                              OR43125 
104772     PERFORM FILE-CELL THRU FILE-CELL-X VARYING TY FROM FA-BASE   OR43125 
104782         BY 1 UNTIL TY EXCEEDS FA-COUNT OR FA-X EXCEEDS 0.        OR43125 
104792     IF FA-X EXCEEDS 0 GO TO FILE-HIT-S.                          OR43125 
104802     IF FA-COUNT EQUALS 1000 MOVE 1 TO TABLE-OVERFLOW-FLAG        OR43125 
104812         GO TO FILE-HIT-X.                                        OR43125 
104822     ADD 1 TO FA-COUNT.                                           OR43125 
104832     MOVE FA-COUNT TO FA-X.                                       OR43125 
104842     MOVE FILE-IX TO FA-FILE (FA-X).                              OR43125 
104852     MOVE TREE-CUR TO FA-PARA (FA-X).                             OR43125 
104862     MOVE "........" TO FA-CELL (FA-X).                           OR43125 
104872 FILE-HIT-S.                                                      OR43125 
104882     MOVE FILE-VERB TO FA-SL (FA-X, FILE-SLOT).                   OR43125 
104892 FILE-HIT-X.  EXIT.                                               OR43125 
104902 FILE-CELL.                                                       OR43125 
104912     IF FA-FILE (TY) EQUALS FILE-IX MOVE TY TO FA-X.              OR43125 
104922 FILE-CELL-X.  EXIT.                                              OR43125 
104932 FILE-RPT.                                                        OR43125 
104942     NOTE  THE FILE-ACCESS MATRIX - ONE ROW PER FILE AND ONE      OR43125 
104952         COLUMN PER PARAGRAPH THAT USES A FILE, TEN COLUMNS TO A  OR43125 
104962         BAND - THEN THE FILE USAGE EXCEPTIONS; THE SAME CELLS AREOR43125 
104972         WRITTEN TO FMAT-EXPORT, AND THE FILE TABLES ARE CLEARED  OR43125 
104982         FOR THE NEXT PROGRAM OF THE RUN.                         OR43125 
104992     WRITE FLOW-REC FROM FMX-HEAD AFTER ADVANCING TOP.            OR43125 
105002     WRITE FLOW-REC FROM FMX-KEY BEFORE ADVANCING 2 LINES.        OR43125 
105012     MOVE SPACES TO FMAT-REC.                                     OR43125 
105022     MOVE "H" TO FMT-TYPE MOVE HDPRG TO FMT-PROG.                 OR43125 
105032     WRITE FMAT-REC.                                              OR43125 
105042     IF FT-COUNT EQUALS 0 WRITE FLOW-REC FROM FMX-NOFILE          OR43125 
105052         BEFORE ADVANCING 1 LINES GO TO FILE-RPT-Z.               OR43125 
105062     MOVE 0 TO FMX-NC MOVE 0 TO FMX-LAST MOVE 1 TO FMX-LO.        OR43125 
105072     PERFORM FILE-BAND THRU FILE-BAND-X VARYING TX FROM 1 BY 1    OR43125 
105082         UNTIL TX EXCEEDS FA-COUNT.                               OR43125 
105092     IF FMX-NC EXCEEDS 0 MOVE FA-COUNT TO FMX-HI                  OR43125 
105102         PERFORM FILE-PRINT THRU FILE-PRINT-X.                    OR43125 
105112     IF FA-COUNT EQUALS 0 WRITE FLOW-REC FROM FMX-NOVERB          OR43125 
105122         BEFORE ADVANCING 1 LINES.                                OR43125 
105132     WRITE FLOW-REC FROM FMX-EXHEAD AFTER ADVANCING 2 LINES.      OR43125 
105142     MOVE 0 TO FMX-EXC.                                           OR43125 
105152     PERFORM FILE-EXC THRU FILE-EXC-X VARYING FX FROM 1 BY 1      OR43125 
105162         UNTIL FX EXCEEDS FT-COUNT.                               OR43125 
105172     IF FMX-EXC EQUALS 0 WRITE FLOW-REC FROM FMX-EXNONE           OR43125 
105182         BEFORE ADVANCING 1 LINES.                                OR43125 
105192     PERFORM FILE-AREC THRU FILE-AREC-X VARYING TX FROM 1 BY 1    OR43125 
105202         UNTIL TX EXCEEDS FA-COUNT.                               OR43125 
105212 FILE-RPT-Z.                                                      OR43125 
105222     MOVE 0 TO FT-COUNT MOVE 0 TO RT-COUNT MOVE 0 TO DECL-FD.     OR43125 
105232     MOVE 0 TO DECL-STATE MOVE 0 TO FILE-AUTO.                    OR43125 
105242 FILE-RPT-X.  EXIT.                                               OR43125 
105252 FILE-BAND.                                                       OR43125 
105262     IF FA-PARA (TX) EQUALS FMX-LAST GO TO FILE-BAND-X.           OR43125 
105272     IF FMX-NC LESS 10 GO TO FILE-BAND-A.                         OR43125 
105282     MOVE TX TO FMX-HI SUBTRACT 1 FROM FMX-HI.                    OR43125 
105292     PERFORM FILE-PRINT THRU FILE-PRINT-X.                        OR43125 
105302     MOVE 0 TO FMX-NC MOVE TX TO FMX-LO.                          OR43125 
105312 FILE-BAND-A.                                                     OR43125 
105322     ADD 1 TO FMX-NC.                                             OR43125 
105332     MOVE FA-PARA (TX) TO FMX-COL (FMX-NC).                       OR43125 
105342     MOVE FA-PARA (TX) TO FMX-LAST.                               OR43125 
105352 FILE-BAND-X.  EXIT.                                              OR43125 
105362 FILE-PRINT.                                                      OR43125 
105372     MOVE SPACES TO FMX-COLS.                                     OR43125 
105382     MOVE "FILE" TO FXH-LABEL.                                    OR43125 
105392     PERFORM FILE-PHEAD THRU FILE-PHEAD-X VARYING CX FROM 1 BY 1  OR43125 
105402         UNTIL CX EXCEEDS FMX-NC.                                 OR43125 
105412     WRITE FLOW-REC FROM FMX-COLS AFTER ADVANCING 2 LINES.        OR43125 
105422     PERFORM FILE-PROW THRU FILE-PROW-X VARYING FX FROM 1 BY 1    OR43125 
105432         UNTIL FX EXCEEDS FT-COUNT.                               OR43125 
105442 FILE-PRINT-X.  EXIT.                                             OR43125 
105452 FILE-PHEAD.                                                      OR43125 
105462     MOVE FMX-COL (CX) TO TY.                                     OR43125 
105472     MOVE PARTST (TY) TO FXH-NAME (CX).                           OR43125 
105482 FILE-PHEAD-X.  EXIT.                                             OR43125 
105492 FILE-PROW.                                                       OR43125 
105502     MOVE SPACES TO FMX-ROW.                                      OR43125 
105512     MOVE FT-NAME (FX) TO FXR-NAME.                               OR43125 
105522     PERFORM FILE-PCELL THRU FILE-PCELL-X VARYING TY FROM FMX-LO  OR43125 
105532         BY 1 UNTIL TY EXCEEDS FMX-HI.                            OR43125 
105542     WRITE FLOW-REC FROM FMX-ROW BEFORE ADVANCING 1 LINES.        OR43125 
105552 FILE-PROW-X.  EXIT.                                              OR43125 
105562 FILE-PCELL.                                                      OR43125 
105572     IF FA-FILE (TY) NOT EQUAL TO FX GO TO FILE-PCELL-X.          OR43125 
105582     PERFORM FILE-PCOL THRU FILE-PCOL-X VARYING CX FROM 1 BY 1    OR43125 
105592         UNTIL CX EXCEEDS FMX-NC.                                 OR43125 
105602 FILE-PCELL-X.  EXIT.                                             OR43125 
105612 FILE-PCOL.                                                       OR43125 
105622     IF FMX-COL (CX) EQUALS FA-PARA (TY)                          OR43125 
105632         MOVE FA-CELL (TY) TO FXR-CELL (CX).                      OR43125 
105642 FILE-PCOL-X.  EXIT.                                              OR43125 
105652 FILE-EXC.                                                        OR43125 
105662     MOVE SPACES TO FMAT-REC.                                     OR43125 
105672     MOVE "F" TO FMT-TYPE MOVE HDPRG TO FMT-PROG.                 OR43125 
105682     MOVE FT-NAME (FX) TO FMT-FILE MOVE FT-NAME (FX) TO FXE-NAME. OR43125 
105692     IF FT-OPEN (FX) EQUALS 1 AND FT-CLOSE (FX) EQUALS 0          OR43125 
105702         MOVE "OPENED BUT NEVER CLOSED" TO FXE-TEXT               OR43125 
105712         MOVE "N" TO FMF-N                                        OR43125 
105722         PERFORM FILE-EXW THRU FILE-EXW-X.                        OR43125 
105732     IF FT-READ (FX) EQUALS 1 AND FT-OPEN (FX) EQUALS 0           OR43125 
105742         MOVE "READ BUT NEVER OPENED" TO FXE-TEXT                 OR43125 
105752         MOVE "R" TO FMF-R                                        OR43125 
105762         PERFORM FILE-EXW THRU FILE-EXW-X.                        OR43125 
105772     IF FT-WIN (FX) EQUALS 1                                      OR43125 
105782         MOVE "WRITTEN WHILE OPENED INPUT" TO FXE-TEXT            OR43125 
105792         MOVE "W" TO FMF-W PERFORM FILE-EXW THRU FILE-EXW-X.      OR43125 
105802     WRITE FMAT-REC.                                              OR43125 
105812 FILE-EXC-X.  EXIT.                                               OR43125 
105822 FILE-EXW.                                                        OR43125 
105832     WRITE FLOW-REC FROM FMX-EXLINE BEFORE ADVANCING 1 LINES.     OR43125 
105842     ADD 1 TO FMX-EXC.                                            OR43125 
105852 FILE-EXW-X.  EXIT.                                               OR43125 
105862 FILE-AREC.                                                       OR43125 
105872     MOVE SPACES TO FMAT-REC.                                     OR43125 
105882     MOVE "A" TO FMT-TYPE MOVE HDPRG TO FMT-PROG.                 OR43125 
105892     MOVE FA-FILE (TX) TO FX MOVE FT-NAME (FX) TO FMT-FILE.       OR43125 
105902     MOVE FA-PARA (TX) TO TY MOVE PARTST (TY) TO FMT-PARA.        OR43125 
105912     MOVE FA-PARA (TX) TO FMT-PNO MOVE FA-CELL (TX) TO FMT-CELL.  OR43125 
105922     WRITE FMAT-REC.                                              OR43125 
105932 FILE-AREC-X.  EXIT.                                              OR43125 
