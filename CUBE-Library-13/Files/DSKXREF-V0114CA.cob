006450     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           X-REF 00
006451     SELECT AUTH-FILE ASSIGN TO DISK                              X-REF 00
006452         FILE STATUS IS AUTH-FILE-STATUS.                         X-REF 00
006453     SELECT OPER-FILE ASSIGN TO DISK                              X-REF 00
006454         FILE STATUS IS OPER-FILE-STATUS.                         X-REF 00
006460     SELECT DATA-DICT ASSIGN TO DISK.                             X-REF 00
006500   SELECT SFIL ASSIGN TO SORT DISK.                                     00
006600 I-O-CONTROL.  APPLY TECHNIQUE-A ON CARDS.                              00
006700 DATA DIVISION.                                                   X-REF 00
006800 FILE SECTION.                                                    X-REF 00
006801 FD  OPER-FILE                                                    X-REF 00
006802     ACCESS SEQUENTIAL                                            X-REF 00
006803     BLOCK CONTAINS 1 RECORDS                                     X-REF 00
006804     VALUE OF ID "OPROSTER"                                       X-REF 00
006805     DATA RECORD OPER-REC.                                        X-REF 00
006806 01  OPER-REC        SZ 80.                                       X-REF 00
006807     05  OR-CODE         PC X(3).                                 X-REF 00
006808     05  FILLER          SZ 1.                                    X-REF 00
006809     05  OR-NAME         PC X(20).                                X-REF 00
006810     05  FILLER          SZ 1.                                    X-REF 00
006811     05  OR-STATUS       PC X.                                    X-REF 00
006812     05  FILLER          SZ 54.                                   X-REF 00
006900 FD LINE  LABEL RECORD STANDARD VA ID "LISTING"                   X-REF 00
007000     DATA RECORDS LSTG FRMT1 FRMT2.                                     00
007100 01 LSTG SZ 330. 01 FRMT1. 02 FILLER SZ 24. 02 CRD SZ 80.         X-REF 00
007916     05  RA-RUN-ID       PC X(7).                                 X-REF 00
007917     05  FILLER          SZ 1.                                    X-REF 00
007918     05  RA-PROGRAM      PC X(8).                                 X-REF 00
007919     05  FILLER          SZ 1.                                    X-REF 00
007920     05  RA-EXPIRES      PC 9(6).                                 X-REF 00
007921     05  FILLER          SZ 57.                                   X-REF 00
007922 FD  AUDIT-TRAIL LABEL RECORD STANDARD VA ID "AUDITTRL"           X-REF 00
007923     ACCESS RANDOM ACTUAL KEY IS AU-KEY                           X-REF 00
007924     DATA RECORDS AUDREC.                                         X-REF 00
007928 01 AUDREC. 02 AU-PROGRAM SZ 8. 02 AU-DATE PC 9(6).               X-REF 00
007934 02 AU-TIME PC 9(4). 02 AU-EVENT SZ 8. 02 AU-RESULT               X-REF 00
007940 SZ 8. 02 AU-RUN-ID SZ 7. 02 AU-OPERATOR SZ 3.                    X-REF 00
007946 01 AUDCTL. 02 AC-NEXT-SLOT PC 9(8). 02 AC-HASH PC 9(9).          X-REF 00
007947 02 FILLER SZ 27.                                                 X-REF 00
007950 FD  DATA-DICT LABEL RECORD STANDARD VA ID "DATADICT"             X-REF 00
007960     DATA RECORDS DICTREC.                                        X-REF 00
007970 01 DICTREC. 02 DNAME SZ 32. 02 DKIND PC 9.                       X-REF 00
008200 WORKING-STORAGE SECTION.                                         X-REF 00
008201 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        X-REF 00
008202 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     X-REF 00
008203 77  AUTH-TODAY      CMP-1   PC 9(6).                             X-REF 00
008204 77  AUTH-DATE-IN            PC 9(6).                             X-REF 00
008205 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     X-REF 00
008206 77  OPERATOR-CODE   VA SPACE        PC X(3).                     X-REF 00
008207 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        X-REF 00
008208 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        X-REF 00
008224 77 AU-TIME-HOLD PC 9(8) CMP-1. 77 AU-HH PC 99 CMP-1.             X-REF 00
008248 77 AU-MM PC 99 CMP-1. 77 RUN-ID-ENTRY SZ 7.                      X-REF 00
008272 77 AU-KEY PC 9(8) CMP-1. 77 AU-NEXT PC 9(8) CMP-1.               X-REF 00
008296 01 AU-SAVE-REC SZ 44.                                            X-REF 00
008297 77 AU-HASH VA 0 CMP-1 PC 9(9). 77 AU-REC-SUM CMP-1 PC 9(6).      X-REF 00
008298 77 AU-CX CMP-1 PC 99. 77 AU-TX CMP-1 PC 99.                      X-REF 00
008299 77 AU-CODE CMP-1 PC 99.                                          X-REF 00
008300 01 AU-HASH-REC. 02 AU-HC OC 44 PC X.                             X-REF 00
008301 01 AU-CHAR-SET. 02 FILLER PC X(24) VA " 0123456789ABCDEFGHIJKLM".X-REF 00
008302 02 FILLER PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".                X-REF 00
008303 01 AU-CHAR-TBL REDEFINES AU-CHAR-SET. 02 AU-CHAR OC 48 PC X.     X-REF 00
008304 77 I PC 99 CMP-1. 77 LI PC 99 CMP-1. 77 CI PC 99 CMP-1.          X-REF 00
008400 77 WI PC 99 CMP-1. 77 EOFSW PC 9 CMP-1.                          X-REF 00
008450 77 EOJSW PC 9 CMP-1.                                             X-REF 00
008460 77 DUPSW PC 9 CMP-1.                                             X-REF 00
008800     MOVE ZERO TO EOFSW GO TO SORTER.                             X-REF 00
008810 LOAD-DICT.  OPEN INPUT DATA-DICT.                                X-REF 00
008820 LOAD-DICT-SKIP.  READ DATA-DICT AT END GO TO LOAD-DICT-DONE.     X-REF 00
008822     IF DNAME = SPACES GO TO LOAD-DICT-SKIP.                      X-REF 00
008825     IF DICT-COUNT = 200                                          X-REF 00
008826         DISPLAY "DICTIONARY OVER 200 - CHECK INCOMPLETE"         X-REF 00
008827         GO TO LOAD-DICT-DONE.                                    X-REF 00
015400 STOPPER. IF EOJSW=1 GO TO SORTER.                                X-REF 00
015420     MOVE "OK      " TO AU-RESULT PERFORM AUDIT-END.              X-REF 00
015450         STOP RUN.                                                X-REF 00
015451 AUTH-GRANT.                                                      X-REF 00
015452     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          X-REF 00
015453         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         X-REF 00
015454         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            X-REF 00
015455         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                X-REF 00
015456     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            X-REF 00
015457     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            X-REF 00
015458         + AUTH-DATE-IN DIV 100.                                  X-REF 00
015459     IF RA-EXPIRES NUMERIC                                        X-REF 00
015460         IF RA-EXPIRES NOT = 0                                    X-REF 00
015461             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                X-REF 00
015462                 GO TO AUTH-GRANT-X.                              X-REF 00
015463     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             X-REF 00
015464     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             X-REF 00
015465 AUTH-GRANT-X.                                                    X-REF 00
015466     EXIT.                                                        X-REF 00
015467 OPER-SIGNON.                                                     X-REF 00
015468     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      X-REF 00
015469         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       X-REF 00
015470         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          X-REF 00
015471         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       X-REF 00
015472         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           X-REF 00
015473         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         X-REF 00
015474         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                X-REF 00
015475     MOVE 0 TO OPER-TRIES.                                        X-REF 00
015476 OPER-ASK.                                                        X-REF 00
015477     ADD 1 TO OPER-TRIES.                                         X-REF 00
015478     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            X-REF 00
015479     ACCEPT OPERATOR-CODE.                                        X-REF 00
015480     MOVE OPERATOR-CODE TO AU-OPERATOR.                           X-REF 00
015481     MOVE 0 TO OPER-OK-SW.                                        X-REF 00
015482     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   X-REF 00
015483     OPEN INPUT OPER-FILE.                                        X-REF 00
015484     IF OPER-FILE-STATUS NOT = "00"                               X-REF 00
015485         MOVE 1 TO OPER-OK-SW                                     X-REF 00
015486         GO TO OPER-DONE.                                         X-REF 00
015487 OPER-READ.                                                       X-REF 00
015488     READ OPER-FILE AT END                                        X-REF 00
015489         CLOSE OPER-FILE                                          X-REF 00
015490         GO TO OPER-DONE.                                         X-REF 00
015491     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              X-REF 00
015492     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 X-REF 00
015493     GO TO OPER-READ.                                             X-REF 00
015494 OPER-DONE.                                                       X-REF 00
015495     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           X-REF 00
015496     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           X-REF 00
015497     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 X-REF 00
015498     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             X-REF 00
015499     MOVE TODAYS-DATE TO AU-DATE.                                 X-REF 00
015500     MOVE "SIGNFAIL" TO AU-EVENT.                                 X-REF 00
015501     MOVE "REFUSED " TO AU-RESULT.                                X-REF 00
015502     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015503     STOP RUN.                                                    X-REF 00
015504 OPER-AUTH.                                                       X-REF 00
015505     PERFORM AUTH-CHECK THRU AUTH-X.                              X-REF 00
015506 OPER-X.                                                          X-REF 00
015507     EXIT.                                                        X-REF 00
015508 END-OF-JOB.                                                      X-REF 00
015510 AUDIT-START.                                                     X-REF 00
015511     PERFORM OPER-SIGNON THRU OPER-X.                             X-REF 00
015520     MOVE "DSKXREF " TO AU-PROGRAM. MOVE TODAYS-DATE TO AU-DATE.  X-REF 00
015530     MOVE "START   " TO AU-EVENT. MOVE SPACES TO AU-RESULT.       X-REF 00
015535     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015601     ADD 1 TO AU-NEXT.                                            X-REF 00
015602     GO TO AUDIT-SKIP.                                            X-REF 00
015603 AUDIT-FREE.                                                      X-REF 00
015604     MOVE 1 TO AU-KEY.                                            X-REF 00
015605     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDREC.          X-REF 00
015606     MOVE 0 TO AU-HASH.                                           X-REF 00
015607     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  X-REF 00
015608     MOVE AU-NEXT TO AU-KEY.                                      X-REF 00
015609     MOVE AU-SAVE-REC TO AUDREC.                                  X-REF 00
015610     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        X-REF 00
015611 AUDIT-PUT.                                                       X-REF 00
015612     WRITE AUDREC INVALID KEY                                     X-REF 00
015613         DISPLAY "AUDIT TRAIL FULL".                              X-REF 00
015614     ADD 1 TO AU-NEXT.                                            X-REF 00
015615     MOVE 1 TO AU-KEY.                                            X-REF 00
015616     MOVE SPACES TO AUDREC.                                       X-REF 00
015617     MOVE AU-NEXT TO AC-NEXT-SLOT.                                X-REF 00
015618     MOVE AU-HASH TO AC-HASH.                                     X-REF 00
015619     WRITE AUDREC INVALID KEY                                     X-REF 00
015620         DISPLAY "AUDIT CONTROL ERROR".                           X-REF 00
015621     MOVE AU-SAVE-REC TO AUDREC.                                  X-REF 00
015622     CLOSE AUDIT-TRAIL.                                           X-REF 00
015623 AUDIT-HASH.                                                      X-REF 00
015624     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        X-REF 00
015625         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     X-REF 00
015626         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     X-REF 00
015627         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         X-REF 00
015628         REMOVED AFTER IT WAS WRITTEN.                            X-REF 00
015629     MOVE AUDREC TO AU-HASH-REC.                                  X-REF 00
015630     MOVE 0 TO AU-REC-SUM.                                        X-REF 00
015631     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            X-REF 00
015632         UNTIL AU-CX IS GREATER THAN 44.                          X-REF 00
015633     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       X-REF 00
015634         MOD 999999937.                                           X-REF 00
015635     GO TO AUDIT-HASH-X.                                          X-REF 00
015636 AUDIT-HASH-CHAR.                                                 X-REF 00
015637     MOVE 49 TO AU-CODE.                                          X-REF 00
015638     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            X-REF 00
015639         UNTIL AU-TX IS GREATER THAN 48.                          X-REF 00
015640     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           X-REF 00
015641 AUDIT-HASH-LOOK.                                                 X-REF 00
015642     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    X-REF 00
015643 AUDIT-HASH-X.                                                    X-REF 00
015644     EXIT.                                                        X-REF 00
015645 AUTH-CHECK.                                                      X-REF 00
015646     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         X-REF 00
015647         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           X-REF 00
015648         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            X-REF 00
015649         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          X-REF 00
015650         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        X-REF 00
015651         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            X-REF 00
015652     MOVE 0 TO AUTH-OK-SW.                                        X-REF 00
015653     OPEN INPUT AUTH-FILE.                                        X-REF 00
015654     IF AUTH-FILE-STATUS NOT = "00"                               X-REF 00
015655         MOVE 1 TO AUTH-OK-SW                                     X-REF 00
015656         GO TO AUTH-X.                                            X-REF 00
015657 AUTH-READ.                                                       X-REF 00
015658     READ AUTH-FILE AT END GO TO AUTH-DONE.                       X-REF 00
015659     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             X-REF 00
015660     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        X-REF 00
015661     GO TO AUTH-READ.                                             X-REF 00
015662 AUTH-DONE.                                                       X-REF 00
015663     CLOSE AUTH-FILE.                                             X-REF 00
015664     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              X-REF 00
015665     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               X-REF 00
015666     MOVE TODAYS-DATE TO AU-DATE.                                 X-REF 00
015667     MOVE "AUTHFAIL" TO AU-EVENT.                                 X-REF 00
015668     MOVE "REFUSED " TO AU-RESULT.                                X-REF 00
015669     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015670     STOP RUN.                                                    X-REF 00
015671 AUTH-X.                                                          X-REF 00
015672     EXIT.                                                        X-REF 00
015673 DICT-LOOKUP.                                                     X-REF 00
015674     MOVE ZERO TO DICT-FOUND-SW DICT-MISMATCH-SW.                 X-REF 00
015675     PERFORM DICT-SCAN VARYING DX FROM 1 BY 1                     X-REF 00
015676         UNTIL DX > DICT-COUNT OR DICT-FOUND-SW = 1.              X-REF 00
015677 DICT-SCAN.                                                       X-REF 00
015678     IF DT-NAME(DX) = SALF MOVE 1 TO DICT-FOUND-SW                X-REF 00
015679         IF DT-KIND(DX) ! STYP MOVE 1 TO DICT-MISMATCH-SW.        X-REF 00
