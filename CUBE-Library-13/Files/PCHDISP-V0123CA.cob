002850   MODE) AND TAPEPUNCH TAKE THEIR WORK FROM THE QUEUE AND MARK          00
002860   EACH ENTRY PUNCHED WITH DATE AND RUN ID. REPLY L AT THE FIRST        00
002870   ACCEPT TO LIST THE QUEUE - PENDING, IN-PROGRESS AND COMPLETED.       00
002871   PUNCHED DECKS BOUND FOR AN OUTSIDE SITE CARRY THAT SITE'S            00
002872   DESTINATION CODE (QUEUE COLS 59-62), ASKED FOR WHEN THE              00
002873   REQUEST IS QUEUED AND SHOWN IN THE LIST. SHIPMNT PICKS THEM          00
002874   UP FOR THE NEXT PACKING MANIFEST. SPACES MEANS IN-HOUSE.             00
002875   A REQUEST MAY ALSO BE DELIVERED ON A LABELLED CARD-IMAGE REEL        00
002876   INSTEAD OF CARDS (REPLY T - QUEUE COL 64). DISKPUNCH AND             00
002877   TAPEPUNCH WRITE SUCH A DECK TO ITS OWN CARDOUT REEL AND MARK IT      00
002878   DELIVERD INSTEAD OF PUNCHED. A DISK DECK FOR AN OUTSIDE SITE         00
002879   WHOSE DIREXT SIZE (THREE CARDS TO A SEGMENT) IS OVER TAPE-LIMIT      00
002880   (5000 CARDS - CHANGE ITS VALUE TO SUIT) GOES TO TAPE WITHOUT         00
002881   ASKING.                                                              00
002900                                                                        00
003000                                                                        00
003001 IDENTIFICATION DIVISION.                                        PCHDSP00
003022     05              DX-PREFIX       PC X(7).                    PCHDSP00
003023     05              FILLER          SZ 1.                       PCHDSP00
003024     05              DX-SUFFIX       PC X(7).                    PCHDSP00
003025     05              FILLER          SZ 13.                      PCHDSP00
003026     05              DX-SEGS         PC 9(9).                    PCHDSP00
003027     05              FILLER          SZ 43.                      PCHDSP00
003029 MD  PUNCH-QUEUE                                                 PCHDSP00
003030                     ACCESS SEQUENTIAL                           PCHDSP00
003031                     BLOCK CONTAINS 1 RECORDS                    PCHDSP00
003049     05              Q-REQ-DATE      PC 9(6).                    PCHDSP00
003050     05              FILLER          SZ 1.                       PCHDSP00
003051     05              Q-AGE-DATE      PC 9(6).                    PCHDSP00
003052     05              FILLER          SZ 1.                       PCHDSP00
003053     05              Q-DEST          PC X(4).                    PCHDSP00
003054     05              FILLER          SZ 1.                       PCHDSP00
003055     05              Q-OUTPUT        PC X.                       PCHDSP00
003056     05              FILLER          SZ 16.                      PCHDSP00
003057 WORKING-STORAGE SECTION.                                        PCHDSP00
003058 77  FILE-ID-ENTRY             PC X(7).                          PCHDSP00
003059 77  FOUND-FLAG        VA "N"  PC X.                             PCHDSP00
003060 77  FUNCTION-CODE             PC X.                             PCHDSP00
003061 77  MEDIUM-HOLD               PC X.                             PCHDSP00
003062 77  Q-PRIORITY-IN             PC 9.                             PCHDSP00
003063 77  REQ-BY-IN                 PC X(7).                          PCHDSP00
003064 77  DEST-IN                   PC X(4).                          PCHDSP00
003065 77  OUTPUT-IN                 PC X.                             PCHDSP00
003066 77  DECK-SEGS         VA 0    PC 9(9).                          PCHDSP00
003067 77  DECK-CARDS        VA 0    PC 9(9).                          PCHDSP00
003068 77  TAPE-LIMIT        VA 5000 PC 9(9).                          PCHDSP00
003069 77  TAPE-CNT          VA 0    CMP-1  PC 9(4).                   PCHDSP00
003070 77  PEND-CNT          VA 0    CMP-1  PC 9(4).                   PCHDSP00
003071 77  PROG-CNT          VA 0    CMP-1  PC 9(4).                   PCHDSP00
003072 77  DONE-CNT          VA 0    CMP-1  PC 9(4).                   PCHDSP00
003073 01  LIST-LINE       SZ 50.                                      PCHDSP00
003074     05  LL-ID       PC X(7).                                    PCHDSP00
003075     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003076     05  LL-MED      PC X.                                       PCHDSP00
003077     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003078     05  LL-PRI      PC 9.                                       PCHDSP00
003079     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003080     05  LL-STATUS   PC X(8).                                    PCHDSP00
003081     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003082     05  LL-REQ      PC X(7).                                    PCHDSP00
003083     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003084     05  LL-RUN      PC X(7).                                    PCHDSP00
003085     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003086     05  LL-DEST     PC X(4).                                    PCHDSP00
003087     05  FILLER      PC X(1)   VA " ".                           PCHDSP00
003088     05  LL-OUT      PC X.                                       PCHDSP00
003089     05  FILLER      SZ 7      VA SPACE.                         PCHDSP00
003090 01  DISK-MSG        SZ 80.                                      PCHDSP00
003091     05  FILLER      PC X(18)  VA "RUN UTILITY/DISKPU".          PCHDSP00
003092     05  FILLER      PC X(9)   VA "NCH FOR /".                   PCHDSP00
003093     05  DSK-ID      PC X(7).                                    PCHDSP00
003094     05  FILLER      SZ 46     VA SPACE.                         PCHDSP00
003095 01  TAPE-MSG        SZ 80.                                      PCHDSP00
003096     05  FILLER      PC X(18)  VA "RUN UTILITY/TAPEPU".          PCHDSP00
003097     05  FILLER      PC X(9)   VA "NCH FOR /".                   PCHDSP00
003098     05  TAP-ID      PC X(7).                                    PCHDSP00
003099     05  FILLER      SZ 46     VA SPACE.                         PCHDSP00
003100 PROCEDURE DIVISION.                                             PCHDSP00
003101 100.                                                            PCHDSP00
003102     DISPLAY "ENTER FUNCTION - R (REQUEST) OR L (LIST QUEUE)".   PCHDSP00
003103     ACCEPT FUNCTION-CODE.                                       PCHDSP00
003104     IF FUNCTION-CODE = "L" GO TO 400-LIST-QUEUE.                PCHDSP00
003105     IF FUNCTION-CODE NOT = "R"                                  PCHDSP00
003106         DISPLAY "INVALID FUNCTION - MUST BE R OR L"             PCHDSP00
003107         GO TO 100.                                              PCHDSP00
003108 110-REQUEST.                                                    PCHDSP00
003109     DISPLAY "ENTER PUNCH FILE ID (NNNNNNN)".                    PCHDSP00
003110     ACCEPT FILE-ID-ENTRY.                                       PCHDSP00
003111 200-SCAN-DIRECTORY.                                             PCHDSP00
003112     NOTE  LOOKS FOR A CATALOGUED PUNCHOUT ENTRY WITH THE        PCHDSP00
003113         MATCHING SUFFIX IN THE SHARED DIREXT EXTRACT FILE       PCHDSP00
003114         (WRITTEN ONCE A DAY BY UTILITY/DIREXTR) - FOUND         PCHDSP00
003115         MEANS THE DECK IS STAGED ON DISK, NOT FOUND MEANS       PCHDSP00
003116         IT MUST BE ON A PUNCHER REEL.                           PCHDSP00
003117     MOVE "N" TO FOUND-FLAG.                                     PCHDSP00
003118     OPEN INPUT DIR-EXTRACT.                                     PCHDSP00
003119 210-READ-EXTRACT.                                               PCHDSP00
003120     READ DIR-EXTRACT AT END GO TO 300-ANSWER.                   PCHDSP00
003121     IF DX-PREFIX NOT = "PUNCHOU" GO TO 210-READ-EXTRACT.        PCHDSP00
003122     IF DX-SUFFIX NOT = FILE-ID-ENTRY GO TO 210-READ-EXTRACT.    PCHDSP00
003123     MOVE "Y" TO FOUND-FLAG.                                     PCHDSP00
003124     MOVE DX-SEGS TO DECK-SEGS.                                  PCHDSP00
003125 300-ANSWER.                                                     PCHDSP00
003126     CLOSE DIR-EXTRACT.                                          PCHDSP00
003127     IF FOUND-FLAG = "Y"                                         PCHDSP00
003128         MOVE FILE-ID-ENTRY TO DSK-ID                            PCHDSP00
003129         DISPLAY DISK-MSG                                        PCHDSP00
003130         MOVE "D" TO MEDIUM-HOLD                                 PCHDSP00
003131         GO TO 350-QUEUE-ADD.                                    PCHDSP00
003132     MOVE FILE-ID-ENTRY TO TAP-ID.                               PCHDSP00
003133     DISPLAY TAPE-MSG.                                           PCHDSP00
003134     DISPLAY "MOUNT THE PUNCHER REEL BEFORE EXECUTING".          PCHDSP00
003135     MOVE "T" TO MEDIUM-HOLD.                                    PCHDSP00
003136 350-QUEUE-ADD.                                                  PCHDSP00
003137     DISPLAY "ENTER PRIORITY (1-9)".                             PCHDSP00
003138     ACCEPT Q-PRIORITY-IN.                                       PCHDSP00
003139     DISPLAY "ENTER REQUESTED-BY (7 CHARACTERS)".                PCHDSP00
003140     ACCEPT REQ-BY-IN.                                           PCHDSP00
003141     DISPLAY "ENTER DESTINATION SITE CODE (4 CHARACTERS)".       PCHDSP00
003142     DISPLAY "SPACES = DECK STAYS IN-HOUSE".                     PCHDSP00
003143     MOVE SPACES TO DEST-IN.                                     PCHDSP00
003144     ACCEPT DEST-IN.                                             PCHDSP00
003145     NOTE  A DISK DECK BOUND FOR AN OUTSIDE SITE AND LARGER      PCHDSP00
003146         THAN TAPE-LIMIT CARDS (THREE TO A SEGMENT) GOES ON A    PCHDSP00
003147         CARD-IMAGE REEL WITHOUT ASKING - ANY OTHER IS ASKED.    PCHDSP00
003148     MOVE SPACE TO OUTPUT-IN.                                    PCHDSP00
003149     COMPUTE DECK-CARDS = DECK-SEGS * 3.                         PCHDSP00
003150     IF MEDIUM-HOLD NOT = "D" OR DEST-IN = SPACES                PCHDSP00
003151         GO TO 355-QA-ASK.                                       PCHDSP00
003152     IF DECK-CARDS IS GREATER THAN TAPE-LIMIT                    PCHDSP00
003153         DISPLAY "DECK OF ABOUT " DECK-CARDS " CARDS IS OVER"    PCHDSP00
003154         DISPLAY "THE TAPE LIMIT - DELIVERED ON CARD-IMAGE TAPE" PCHDSP00
003155         MOVE "T" TO OUTPUT-IN                                   PCHDSP00
003156         GO TO 358-QA-OPEN.                                      PCHDSP00
003157 355-QA-ASK.                                                     PCHDSP00
003158     DISPLAY "REPLY T TO DELIVER ON CARD-IMAGE TAPE - ANY"       PCHDSP00
003159     DISPLAY "OTHER REPLY PUNCHES THE DECK".                     PCHDSP00
003160     ACCEPT OUTPUT-IN.                                           PCHDSP00
003161     IF OUTPUT-IN NOT = "T" MOVE SPACE TO OUTPUT-IN.             PCHDSP00
003162 358-QA-OPEN.                                                    PCHDSP00
003163     OPEN I-O PUNCH-QUEUE.                                       PCHDSP00
003164 360-QA-SKIP.                                                    PCHDSP00
003165     READ PUNCH-QUEUE AT END GO TO 370-QA-PUT.                   PCHDSP00
003166     GO TO 360-QA-SKIP.                                          PCHDSP00
003167 370-QA-PUT.                                                     PCHDSP00
003168     MOVE SPACES TO QUEUE-REC.                                   PCHDSP00
003169     MOVE FILE-ID-ENTRY TO Q-FILE-ID.                            PCHDSP00
003170     MOVE MEDIUM-HOLD TO Q-MEDIUM.                               PCHDSP00
003171     MOVE Q-PRIORITY-IN TO Q-PRIORITY.                           PCHDSP00
003172     MOVE REQ-BY-IN TO Q-REQ-BY.                                 PCHDSP00
003173     MOVE "PENDING " TO Q-STATUS.                                PCHDSP00
003174     MOVE 0 TO Q-DONE-DATE.                                      PCHDSP00
003175     ACCEPT Q-REQ-DATE FROM DATE.                                PCHDSP00
003176     MOVE Q-REQ-DATE TO Q-AGE-DATE.                              PCHDSP00
003177     MOVE DEST-IN TO Q-DEST.                                     PCHDSP00
003178     MOVE OUTPUT-IN TO Q-OUTPUT.                                 PCHDSP00
003179     WRITE QUEUE-REC.                                            PCHDSP00
003180     CLOSE PUNCH-QUEUE.                                          PCHDSP00
003181     DISPLAY "REQUEST QUEUED".                                   PCHDSP00
003182     GO TO END-OF-JOB.                                           PCHDSP00
003183 400-LIST-QUEUE.                                                 PCHDSP00
003184     OPEN INPUT PUNCH-QUEUE.                                     PCHDSP00
003185 410-LQ-READ.                                                    PCHDSP00
003186     READ PUNCH-QUEUE AT END GO TO 490-LQ-DONE.                  PCHDSP00
003187     MOVE Q-FILE-ID TO LL-ID.                                    PCHDSP00
003188     MOVE Q-MEDIUM TO LL-MED.                                    PCHDSP00
003189     MOVE Q-PRIORITY TO LL-PRI.                                  PCHDSP00
003190     MOVE Q-STATUS TO LL-STATUS.                                 PCHDSP00
003191     MOVE Q-REQ-BY TO LL-REQ.                                    PCHDSP00
003192     MOVE Q-RUN-ID TO LL-RUN.                                    PCHDSP00
003193     MOVE Q-DEST TO LL-DEST.                                     PCHDSP00
003194     MOVE Q-OUTPUT TO LL-OUT.                                    PCHDSP00
003195     DISPLAY LIST-LINE.                                          PCHDSP00
003196     IF Q-STATUS = "PENDING " ADD 1 TO PEND-CNT.                 PCHDSP00
003197     IF Q-STATUS = "INPROGRS" ADD 1 TO PROG-CNT.                 PCHDSP00
003198     IF Q-STATUS = "PUNCHED " ADD 1 TO DONE-CNT.                 PCHDSP00
003199     IF Q-STATUS = "DELIVERD" ADD 1 TO TAPE-CNT.                 PCHDSP00
003200     GO TO 410-LQ-READ.                                          PCHDSP00
003201 490-LQ-DONE.                                                    PCHDSP00
003202     CLOSE PUNCH-QUEUE.                                          PCHDSP00
003203     DISPLAY "PENDING " PEND-CNT " IN-PROGRESS " PROG-CNT        PCHDSP00
003204         " PUNCHED " DONE-CNT " ON TAPE " TAPE-CNT.              PCHDSP00
003205 END-OF-JOB.                                                     PCHDSP00
003206     STOP RUN.                                                   PCHDSP00
