001340   PUNCHED WITH NO MATCHING PCHLOG RECORD FOR THAT DATE, PCHLOG         00
001350   RECORDS WITH NO QUEUE ENTRY AT ALL, AND ANY LOG ENTRY WHERE          00
001360   THE READ AND PUNCH COUNTS DISAGREE.                                  00
001370   A DECK DELIVERED ON A CARDOUT REEL INSTEAD OF CARDS SHOWS AS AN      00
001380   ON TAPE EVENT, AND ITS DELIVERD QUEUE ENTRY RECONCILES AGAINST       00
001390   PCHLOG EXACTLY AS A PUNCHED ONE DOES.                                00
001400                                                                        00
001500   FOUR REPLIES ARE ACCEPTED AT START-UP:                               00
001600      FROM-DATE (YYMMDD, 000000 FOR NO LOWER BOUND)                     00
005900     05  LOG-READ-CNT    PC 9(6).                                 PCHRPT00
006000     05  FILLER          SZ 1.                                    PCHRPT00
006100     05  LOG-PUNCH-CNT   PC 9(6).                                 PCHRPT00
006110     05  FILLER          SZ 1.                                    PCHRPT00
006120     05  LOG-OUTPUT      PC X.                                    PCHRPT00
006130     05  FILLER          SZ 1.                                    PCHRPT00
006140     05  LOG-SERIAL      PC X(6).                                 PCHRPT00
006150     05  FILLER          SZ 35.                                   PCHRPT00
006300 MD  AUDIT-TRAIL                                                  PCHRPT00
006400     ACCESS MODE IS SEQUENTIAL                                    PCHRPT00
006500     RECORD CONTAINS 44 CHARACTERS                                PCHRPT00
006600     LABEL RECORD IS STANDARD                                     PCHRPT00
006700     VALUE OF ID IS "AUDITTRL"                                    PCHRPT00
006800     DATA RECORD IS AUDIT-REC.                                    PCHRPT00
006900 01  AUDIT-REC       SZ 44.                                       PCHRPT00
007000     05  AU-PROGRAM      PC X(8).                                 PCHRPT00
007100     05  AU-DATE         PC 9(6).                                 PCHRPT00
007150     05  AU-TIME         PC 9(4).                                 PCHRPT00
007200     05  AU-EVENT        PC X(8).                                 PCHRPT00
007300     05  AU-RESULT       PC X(8).                                 PCHRPT00
007350     05  AU-RUN-ID       PC X(7).                                 PCHRPT00
007360     05  AU-OPERATOR     PC X(3).                                 PCHRPT00
007400 MD  PUNCH-QUEUE                                                  PCHRPT00
007401     ACCESS MODE IS SEQUENTIAL                                    PCHRPT00
007402     RECORD CONTAINS 80 CHARACTERS                                PCHRPT00
015400     MOVE LOG-FILE-ID TO SR-FILE-ID.                              PCHRPT00
015500     MOVE LOG-DATE TO SR-DATE.                                    PCHRPT00
015600     MOVE "P" TO SR-TYPE.                                         PCHRPT00
015610     IF LOG-OUTPUT = "T" MOVE "T" TO SR-TYPE.                     PCHRPT00
015700     MOVE LOG-RUN-ID TO SR-RUN-ID.                                PCHRPT00
015800     MOVE LOG-READ-CNT TO SR-READ.                                PCHRPT00
015900     MOVE LOG-PUNCH-CNT TO SR-PUNCH.                              PCHRPT00
019400     RETURN SORTER AT END GO TO 290-REPORT-DONE.                  PCHRPT00
019500     MOVE SR-FILE-ID TO DL-FILE-ID.                               PCHRPT00
019600     MOVE SR-DATE TO DL-DATE.                                     PCHRPT00
019700     IF SR-TYPE = "P" OR SR-TYPE = "T"                            PCHRPT00
019800         MOVE "PUNCHED " TO DL-EVENT                              PCHRPT00
019900         MOVE SR-READ TO DL-READ                                  PCHRPT00
020000         MOVE SR-PUNCH TO DL-PUNCH                                PCHRPT00
020200         MOVE "REQUEUED" TO DL-EVENT                              PCHRPT00
020300         MOVE ZEROS TO DL-READ                                    PCHRPT00
020400         MOVE ZEROS TO DL-PUNCH.                                  PCHRPT00
020410     IF SR-TYPE = "T" MOVE "ON TAPE " TO DL-EVENT.                PCHRPT00
020500     MOVE SR-RUN-ID TO DL-RUN-ID.                                 PCHRPT00
020600     ADD 1 TO EVENT-COUNT.                                        PCHRPT00
020700     ADD 1 TO LINE-COUNT.                                         PCHRPT00
022335     IF QT-ID (QT-IX) NOT = LOG-FILE-ID GO TO 540X.               PCHRPT00
022336     MOVE QT-IX TO QT-HIT.                                        PCHRPT00
022337     IF QT-STATUS (QT-IX) = "PUNCHED "                            PCHRPT00
022338         OR QT-STATUS (QT-IX) = "DELIVERD"                        PCHRPT00
022339         IF QT-DONE (QT-IX) = LOG-DATE                            PCHRPT00
022340             MOVE "Y" TO QT-SEEN (QT-IX).                         PCHRPT00
022341 540X.   EXIT.                                                    PCHRPT00
022342 560-LOG-DONE.                                                    PCHRPT00
022343     CLOSE PUNCH-LOG.                                             PCHRPT00
022344     PERFORM 570-ORPHAN-ONE THRU 570X VARYING QT-IX FROM 1        PCHRPT00
022345         BY 1 UNTIL QT-IX IS GREATER THAN QT-CNT.                 PCHRPT00
022346     IF RECON-COUNT = 0                                           PCHRPT00
022347         WRITE REPORT-REC FROM RECON-NONE.                        PCHRPT00
022348 500X.   EXIT.                                                    PCHRPT00
022349 570-ORPHAN-ONE.                                                  PCHRPT00
022350     IF QT-STATUS (QT-IX) NOT = "PUNCHED "                        PCHRPT00
022351         AND QT-STATUS (QT-IX) NOT = "DELIVERD" GO TO 570X.       PCHRPT00
022352     IF QT-SEEN (QT-IX) = "Y" GO TO 570X.                         PCHRPT00
022353     MOVE QT-ID (QT-IX) TO RL-ID.                                 PCHRPT00
022354     MOVE "MARKED PUNCHED - NO PCHLOG RECORD THAT DAY" TO RL-TEXT.PCHRPT00
022355     ADD 1 TO RECON-COUNT.                                        PCHRPT00
022356     WRITE REPORT-REC FROM RECON-LINE.                            PCHRPT00
022357 570X.   EXIT.                                                    PCHRPT00
022358 END-OF-JOB.                                                      PCHRPT00
