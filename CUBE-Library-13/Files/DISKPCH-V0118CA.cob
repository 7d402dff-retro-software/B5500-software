005405    COLS 1-40, NUMERIC AS EIGHT DIGITS IN COLS 1-8), SO THE             00
005406    WHOLE STREAM CAN BE QUEUED AS ONE JOB DECK.                         00
005407                                                                        00
005408    EVERY REPLY, FROM THE CONSOLE OR THE DECK, IS ALSO KEPT ON          00
005409    THE SHARED RPLYHIST FILE UNDER PROGRAM AND RUN-ID, SO RPLYGEN       00
005410    CAN PUNCH THE SAME REPLYS DECK FOR A RERUN.                         00
005411                                                                        00
005412    A QUEUE ENTRY FLAGGED T IN COL 64 (SEE PCHDISP) IS NOT              00
005413    PUNCHED. IT IS WRITTEN TO ITS OWN LABELLED CARDOUT REEL OF          00
005414    80-COLUMN CARD IMAGES - THE FORMAT MAKESOLT AND PUNCHSOLT           00
005415    READ - BEHIND A HEADER IMAGE CARRYING THE DECK ID AND CARD          00
005416    COUNT AND AHEAD OF THE USUAL END-FILE TRAILER. THE REEL IS          00
005417    DRAWN FROM THE VOLCAT SCRATCH POOL AND CATALOGUED, THE              00
005418    PCHLOG ENTRY CARRIES T AND THE REEL SERIAL (COLS 38 AND             00
005419    40-45), AND THE QUEUE ENTRY IS MARKED DELIVERD.                     00
005420                                                                        00
005500                                                                        00
005600 IDENTIFICATION DIVISION.                                         DSKPCH00
005700 PROGRAM-ID. UTILITY DISK PUNCH "DISKPCH".                        DSKPCH00
006861     SELECT OPS-MSG      ASSIGN TO DISK.                          DSKPCH00
006862     SELECT AUTH-FILE ASSIGN TO DISK                              DSKPCH00
006863         FILE STATUS IS AUTH-FILE-STATUS.                         DSKPCH00
006864     SELECT REPLY-HIST ASSIGN TO DISK.                            DSKPCH00
006873     SELECT OPER-FILE ASSIGN TO DISK                              DSKPCH00
006883         FILE STATUS IS OPER-FILE-STATUS.                         DSKPCH00
006884     SELECT CARD-TAPE ASSIGN TO TAPE.                             DSKPCH00
006885     SELECT VOL-CATALOG ASSIGN TO DISK.                           DSKPCH00
006900 I-O-CONTROL.                                                     DSKPCH00
007000     APPLY TECHNIQUE-A ON PUNCHER.                                DSKPCH00
007100 DATA DIVISION.                                                   DSKPCH00
007200 FILE SECTION.                                                    DSKPCH00
007201 MD  OPER-FILE                                                    DSKPCH00
007202     ACCESS SEQUENTIAL                                            DSKPCH00
007203     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
007204     VALUE OF ID "OPROSTER"                                       DSKPCH00
007205     DATA RECORD OPER-REC.                                        DSKPCH00
007206 01  OPER-REC        SZ 80.                                       DSKPCH00
007207     05  OR-CODE         PC X(3).                                 DSKPCH00
007208     05  FILLER          SZ 1.                                    DSKPCH00
007209     05  OR-NAME         PC X(20).                                DSKPCH00
007210     05  FILLER          SZ 1.                                    DSKPCH00
007211     05  OR-STATUS       PC X.                                    DSKPCH00
007212     05  FILLER          SZ 54.                                   DSKPCH00
007300 MD  PUNCHER                                                      DSKPCH00
007400     FILE CONTAINS 20 | 1500 RECORDS                              DSKPCH00
007500     ACCESS MODE IS SEQUENTIAL                                    DSKPCH00
008700     LABEL RECORD IS OMITTED                                      DSKPCH00
008800     DATA RECORD IS PCH.                                          DSKPCH00
008900 01  PCH             SZ 80.                                       DSKPCH00
008901 FD  CARD-TAPE                                                    DSKPCH00
008902     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
008903     RECORD CONTAINS 80 CHARACTERS                                DSKPCH00
008904     LABEL RECORD IS STANDARD                                     DSKPCH00
008905     VALUE OF ID IS "CARDOUT"   SAVE-FACTOR 030                   DSKPCH00
008906     DATA RECORD IS CARD-IMAGE.                                   DSKPCH00
008907 01  CARD-IMAGE      SZ 80.                                       DSKPCH00
008908 MD  VOL-CATALOG                                                  DSKPCH00
008909     ACCESS SEQUENTIAL                                            DSKPCH00
008910     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
008911     VALUE OF ID "VOLCAT"                                         DSKPCH00
008912     DATA RECORD VC-REC.                                          DSKPCH00
008913 01  VC-REC          SZ 80.                                       DSKPCH00
008914     05  VC-SERIAL       PC X(6).                                 DSKPCH00
008915     05  FILLER          SZ 1.                                    DSKPCH00
008916     05  VC-FILE-ID      PC X(8).                                 DSKPCH00
008917     05  FILLER          SZ 1.                                    DSKPCH00
008918     05  VC-PROGRAM      PC X(8).                                 DSKPCH00
008919     05  FILLER          SZ 1.                                    DSKPCH00
008920     05  VC-DATE         PC 9(6).                                 DSKPCH00
008921     05  FILLER          SZ 1.                                    DSKPCH00
008922     05  VC-SAVE         PC 9(3).                                 DSKPCH00
008923     05  FILLER          SZ 1.                                    DSKPCH00
008924     05  VC-USER         PC X(7).                                 DSKPCH00
008925     05  FILLER          SZ 20.                                   DSKPCH00
008926     05  VC-POOL         PC X.                                    DSKPCH00
008927     05  FILLER          SZ 1.                                    DSKPCH00
008928     05  VC-RACK         PC X(5).                                 DSKPCH00
008929     05  FILLER          SZ 1.                                    DSKPCH00
008930     05  VC-LOC          PC X.                                    DSKPCH00
008931     05  FILLER          SZ 1.                                    DSKPCH00
008932     05  VC-CLASS        PC X.                                    DSKPCH00
008933     05  FILLER          SZ 6.                                    DSKPCH00
008934 MD  REPLY-HIST                                                   DSKPCH00
008935     ACCESS SEQUENTIAL                                            DSKPCH00
008936     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
008937     VALUE OF ID "RPLYHIST"                                       DSKPCH00
008938     DATA RECORD RH-REC.                                          DSKPCH00
008939 01  RH-REC          SZ 80.                                       DSKPCH00
008940     05  RH-PROGRAM      PC X(8).                                 DSKPCH00
008941     05  RH-RUN-ID       PC X(7).                                 DSKPCH00
008942     05  RH-RUN-DATE     PC 9(6).                                 DSKPCH00
008943     05  RH-RUN-TIME     PC 9(4).                                 DSKPCH00
008944     05  RH-SEQ          PC 9(3).                                 DSKPCH00
008945     05  RH-KIND         PC X.                                    DSKPCH00
008946     05  RH-OPERATOR     PC X(3).                                 DSKPCH00
008947     05  FILLER          SZ 8.                                    DSKPCH00
008948     05  RH-TEXT         PC X(40).                                DSKPCH00
008950 MD  PUNCH-LOG                                                    DSKPCH00
008960     ACCESS MODE IS SEQUENTIAL                                    DSKPCH00
008970     RECORD CONTAINS 80 CHARACTERS                                DSKPCH00
009003     05  LOG-READ-CNT    PC 9(6).                                 DSKPCH00
009004     05  FILLER          SZ 1.                                    DSKPCH00
009005     05  LOG-PUNCH-CNT   PC 9(6).                                 DSKPCH00
009006     05  FILLER          SZ 1.                                    DSKPCH00
009007     05  LOG-OUTPUT      PC X.                                    DSKPCH00
009008     05  FILLER          SZ 1.                                    DSKPCH00
009009     05  LOG-SERIAL      PC X(6).                                 DSKPCH00
009010     05  FILLER          SZ 35.                                   DSKPCH00
009011 MD  AUTH-FILE                                                    DSKPCH00
009012     ACCESS SEQUENTIAL                                            DSKPCH00
009013     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
009014     VALUE OF ID "RUNAUTH"                                        DSKPCH00
009015     DATA RECORD AUTH-REC.                                        DSKPCH00
009016 01  AUTH-REC        SZ 80.                                       DSKPCH00
009017     05  RA-RUN-ID       PC X(7).                                 DSKPCH00
009018     05  FILLER          SZ 1.                                    DSKPCH00
009019     05  RA-PROGRAM      PC X(8).                                 DSKPCH00
009020     05  FILLER          SZ 64.                                   DSKPCH00
009021 MD  OPS-MSG                                                      DSKPCH00
009022     ACCESS SEQUENTIAL                                            DSKPCH00
009023     BLOCK CONTAINS 1 RECORDS                                     DSKPCH00
009024     VALUE OF ID "OPSMSG"                                         DSKPCH00
009025     DATA RECORD MSG-REC.                                         DSKPCH00
009026 01  MSG-REC         SZ 80.                                       DSKPCH00
009027     05  MSG-PROGRAM     PC X(8).                                 DSKPCH00
009028     05  FILLER          SZ 1.                                    DSKPCH00
009029     05  MSG-DATE        PC 9(6).                                 DSKPCH00
009030     05  FILLER          SZ 1.                                    DSKPCH00
009031     05  MSG-TIME        PC 9(4).                                 DSKPCH00
009032     05  FILLER          SZ 1.                                    DSKPCH00
009033     05  MSG-TEXT        PC X(50).                                DSKPCH00
009034     05  FILLER          SZ 1.                                    DSKPCH00
009035     05  MSG-OPERATOR    PC X(3).                                 DSKPCH00
009036     05  FILLER          SZ 5.                                    DSKPCH00
009037 MD  AUDIT-TRAIL                                                  DSKPCH00
009038     ACCESS MODE IS RANDOM                                        DSKPCH00
009039     ACTUAL KEY IS AU-KEY                                         DSKPCH00
009040     RECORD CONTAINS 44 CHARACTERS                                DSKPCH00
009041     LABEL RECORD IS STANDARD                                     DSKPCH00
009042     VALUE OF ID IS "AUDITTRL"                                    DSKPCH00
009043     DATA RECORD IS AUDIT-REC.                                    DSKPCH00
009044 01  AUDIT-REC         SZ 44.                                     DSKPCH00
009045     05  AU-PROGRAM              PC X(8) VA "DISKPCH ".           DSKPCH00
009046     05  AU-DATE                 PC 9(6).                         DSKPCH00
009047     05  AU-TIME                 PC 9(4).                         DSKPCH00
009048     05  AU-EVENT                PC X(8).                         DSKPCH00
009049     05  AU-RESULT               PC X(8).                         DSKPCH00
009050     05  AU-RUN-ID               PC X(7).                         DSKPCH00
009051     05  AU-OPERATOR             PC X(3).                         DSKPCH00
009052 01  AUDIT-CTL.                                                   DSKPCH00
009053     05  AC-NEXT-SLOT        PC 9(8).                             DSKPCH00
009054     05  AC-HASH             PC 9(9).                             DSKPCH00
009055     05  FILLER              SZ 27.                               DSKPCH00
009056 MD  DIR-EXTRACT                                                  DSKPCH00
009057    ACCESS MODE SEQUENTIAL                                        DSKPCH00
009058    RECORD CONTAINS 80 CHARACTERS                                 DSKPCH00
009059    VALUE OF ID "DIREXT"                                          DSKPCH00
009060    DATA RECORD DIR-EXT-REC.                                      DSKPCH00
009061 01  DIR-EXT-REC         SZ 80.                                   DSKPCH00
009062    05  DX-PREFIX           PC X(7).                              DSKPCH00
009063    05  FILLER              SZ 1.                                 DSKPCH00
009064    05  DX-SUFFIX           PC X(7).                              DSKPCH00
009065    05  FILLER              SZ 65.                                DSKPCH00
009066 FD  REPLY-CARDS                                                  DSKPCH00
009067         LABEL RECORD STANDARD                                    DSKPCH00
009068         VALUE OF ID "REPLYS"                                     DSKPCH00
009069         DATA RECORDS REPLY-REC REPLY-NUM.                        DSKPCH00
009070 01  REPLY-REC           SZ 80.                                   DSKPCH00
009071     05  RP-X40              PC X(40).                            DSKPCH00
009072     05  FILLER              SZ 40.                               DSKPCH00
009073 01  REPLY-NUM           SZ 80.                                   DSKPCH00
009074     05  RP-D8               PC 9(8).                             DSKPCH00
009075     05  FILLER              SZ 72.                               DSKPCH00
009076 MD  PUNCH-QUEUE                                                  DSKPCH00
009077     ACCESS MODE IS SEQUENTIAL                                    DSKPCH00
009078     RECORD CONTAINS 80 CHARACTERS                                DSKPCH00
009079     LABEL RECORD IS STANDARD                                     DSKPCH00
009080     VALUE OF ID IS "PCHQUEUE"                                    DSKPCH00
009081     DATA RECORD IS QUEUE-REC.                                    DSKPCH00
009082 01  QUEUE-REC       SZ 80.                                       DSKPCH00
009083     05  Q-FILE-ID       PC X(7).                                 DSKPCH00
009084     05  FILLER          SZ 1.                                    DSKPCH00
009085     05  Q-MEDIUM        PC X.                                    DSKPCH00
009086     05  FILLER          SZ 1.                                    DSKPCH00
009087     05  Q-PRIORITY      PC 9.                                    DSKPCH00
009088     05  FILLER          SZ 1.                                    DSKPCH00
009089     05  Q-REQ-BY        PC X(7).                                 DSKPCH00
009090     05  FILLER          SZ 1.                                    DSKPCH00
009091     05  Q-STATUS        PC X(8).                                 DSKPCH00
009092     05  FILLER          SZ 1.                                    DSKPCH00
009093     05  Q-DONE-DATE     PC 9(6).                                 DSKPCH00
009094     05  FILLER          SZ 1.                                    DSKPCH00
009095     05  Q-RUN-ID        PC X(7).                                 DSKPCH00
009096     05  FILLER          SZ 1.                                    DSKPCH00
009097     05  Q-REQ-DATE      PC 9(6).                                 DSKPCH00
009098     05  FILLER          SZ 1.                                    DSKPCH00
009099     05  Q-AGE-DATE      PC 9(6).                                 DSKPCH00
009100     05  FILLER          SZ 6.                                    DSKPCH00
009101     05  Q-OUTPUT        PC X.                                    DSKPCH00
009102     05  FILLER          SZ 16.                                   DSKPCH00
009103 WORKING-STORAGE SECTION.                                         DSKPCH00
009104 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DSKPCH00
009105 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DSKPCH00
009106 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DSKPCH00
009107 77  AU-HH           CMP-1   PC 99.                               DSKPCH00
009108 77  AU-MM           CMP-1   PC 99.                               DSKPCH00
009109 77  AU-KEY          CMP-1   PC 9(8).                             DSKPCH00
009110 77  AU-NEXT         CMP-1   PC 9(8).                             DSKPCH00
009111 01  AU-SAVE-REC             SZ 44.                               DSKPCH00
009112 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DSKPCH00
009113 77  AU-REC-SUM              CMP-1   PC 9(6).                     DSKPCH00
009114 77  AU-CX                   CMP-1   PC 99.                       DSKPCH00
009115 77  AU-TX                   CMP-1   PC 99.                       DSKPCH00
009116 77  AU-CODE                 CMP-1   PC 99.                       DSKPCH00
009117 01  AU-HASH-REC.                                                 DSKPCH00
009118     05  AU-HC       OC 44   PC X.                                DSKPCH00
009119 01  AU-CHAR-SET.                                                 DSKPCH00
009120     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DSKPCH00
009121     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DSKPCH00
009122 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DSKPCH00
009123     05  AU-CHAR     OC 48   PC X.                                DSKPCH00
009124 77  START                       PC X(10) VA "BEGIN-FILE".        DSKPCH00
009125 77  AUTH-TODAY      CMP-1   PC 9(6).                             DSKPCH00
009126 77  AUTH-DATE-IN            PC 9(6).                             DSKPCH00
009127 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DSKPCH00
009128 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DSKPCH00
009129 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DSKPCH00
009130 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DSKPCH00
009132 01  AUTH-LIMIT.                                                  DSKPCH00
009142     05  FILLER          SZ 17.                                   DSKPCH00
009152     05  AL-EXPIRES      PC 9(6).                                 DSKPCH00
009162     05  FILLER          SZ 57.                                   DSKPCH00
009200 77  ENDIT                       PC X(10) VA "COMPLETED ".        DSKPCH00
009300 01  MESSAGE         SZ 80.                                       DSKPCH00
009400     05  SPOMSG      SZ 31.                                       DSKPCH00
010525     05  FILLER      PC X(15)    VA " TO    PUNCHOU/".            DSKPCH00
010530     05  RQID2       PC X(7).                                     DSKPCH00
010535     05  FILLER      PC X(5)     VA ";END.".                      DSKPCH00
010536 77  RPLY-X                  PC X(40).                            DSKPCH00
010537 77  RPLY-D                  PC 9(8).                             DSKPCH00
010538 77  RPLY-KIND               PC X.                                DSKPCH00
010539 77  RPLY-DATE       VA 0    PC 9(6).                             DSKPCH00
010540 77  RPLY-TIME       VA 0    PC 9(4).                             DSKPCH00
010541 77  RPLY-SEQ        VA 0    CMP-1   PC 999.                      DSKPCH00
010542 77  RPLY-CNT        VA 0    CMP-1   PC 99.                       DSKPCH00
010543 77  RPLY-IX                 CMP-1   PC 99.                       DSKPCH00
010544 77  RPLY-READY      VA 0    CMP-1   PC 9.                        DSKPCH00
010545 01  RPLY-TABLE.                                                  DSKPCH00
010546     05  RT-ENTRY  OC 20.                                         DSKPCH00
010547         10  RT-KIND         PC X.                                DSKPCH00
010548         10  RT-TEXT         PC X(40).                            DSKPCH00
010549         10  RT-SEQ    CMP   PC 999.                              DSKPCH00
010646 77  RUN-MODE                   PC X.                             DSKPCH00
010650 77  FILE-COUNT                PC 99    CMP-1.                    DSKPCH00
010654 77  FX                        PC 99    CMP-1.                    DSKPCH00
010658 01  FILE-ID-TABLE.                                               DSKPCH00
010662     05  FILE-ID-ENTRY         PC X(7)  OC 50.                    DSKPCH00
010663 01  FILE-OUT-TABLE.                                              DSKPCH00
010664     05  FILE-OUT              PC X     OC 50.                    DSKPCH00
010665 01  FILE-OWNER-TABLE.                                            DSKPCH00
010666     05  FILE-OWNER            PC X(7)  OC 50.                    DSKPCH00
010667 77  VOL-USER     VA SPACE      PC X(7).                          DSKPCH00
010668 77  LOG-OUT-HOLD              PC X.                              DSKPCH00
010669 77  LOG-SERIAL-HOLD           PC X(6).                           DSKPCH00
010670 01  TAPE-HEAD       SZ 80.                                       DSKPCH00
010671     05  TH-ID           PC X(31).                                DSKPCH00
010672     05  FILLER          PC X(7)  VA " CARDS ".                   DSKPCH00
010673     05  TH-COUNT        PC 9(6).                                 DSKPCH00
010674     05  FILLER          PC X(6)  VA " DATE ".                    DSKPCH00
010675     05  TH-DATE         PC 9(6).                                 DSKPCH00
010676     05  FILLER          SZ 24    VA SPACE.                       DSKPCH00
010677 77  VOL-SERIAL-IN             PC X(6).                           DSKPCH00
010678 77  VOL-FILE-ID  VA "CARDOUT " PC X(8).                          DSKPCH00
010679 77  VOL-PROGRAM  VA "DISKPCH " PC X(8).                          DSKPCH00
010680 77  VOL-SAVE     VA 30         PC 9(3).                          DSKPCH00
010681 77  VOL-CLASS    VA SPACE      PC X.                             DSKPCH00
010682 77  VOL-RACK     VA SPACES     PC X(5).                          DSKPCH00
010683 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             DSKPCH00
010684 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             DSKPCH00
010685 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             DSKPCH00
010686 77  VOL-HOLD-FILE              PC X(8).                          DSKPCH00
010687 77  VOL-HOLD-DATE              PC 9(6).                          DSKPCH00
010688 77  VOL-HOLD-SAVE              PC 9(3).                          DSKPCH00
010689 77  VOL-HOLD-POOL              PC X.                             DSKPCH00
010690 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          DSKPCH00
010691 77  VOL-EXP-NO         CMP-1   PC 9(8).                          DSKPCH00
010692 77  VOL-DOY            CMP-1   PC 9(4).                          DSKPCH00
010693 77  VOL-YY             CMP-1   PC 99.                            DSKPCH00
010694 77  VOL-MM             CMP-1   PC 99.                            DSKPCH00
010695 77  VOL-MX             CMP-1   PC 99.                            DSKPCH00
010696 77  VOL-EXPIRES                PC 9(6).                          DSKPCH00
010697 77  VOL-EXP-EDIT               PC 99/99/99.                      DSKPCH00
010698 01  VOL-DATE-WORK.                                               DSKPCH00
010699     05  VOL-DW-MM              PC 99.                            DSKPCH00
010700     05  VOL-DW-DD              PC 99.                            DSKPCH00
010701     05  VOL-DW-YY              PC 99.                            DSKPCH00
010702 01  VOL-CUM-SET.                                                 DSKPCH00
010703     05  FILLER  PC X(18) VA "000031059090120151".                DSKPCH00
010704     05  FILLER  PC X(18) VA "181212243273304334".                DSKPCH00
010705 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           DSKPCH00
010706     05  VOL-CUM-DAYS   OC 12   PC 999.                           DSKPCH00
010707 01  FILEQ            SZ 38.                                      DSKPCH00
010708     05  FILLER      PC X(18)    VA "CC FILE PUNCHER = ".         DSKPCH00
010709     05  FILLER      PC X(8)     VA "0000000/".                   DSKPCH00
010710     05  FILQID      PC X(7).                                     DSKPCH00
010711     05  FILLER      PC X(5)     VA ";END.".                      DSKPCH00
010712 77  RUN-ID-ENTRY              PC X(7).                           DSKPCH00
010713 77  QFND                      PC 99    CMP-1.                    DSKPCH00
010714 77  READ-COUNT                PC 9(6)  CMP-1  VA 0.              DSKPCH00
010715 77  REPLY-MODE        VA 0     PC 9     CMP-1.                   DSKPCH00
010716 77  REPLY-PENDING     VA 0     PC 9     CMP-1.                   DSKPCH00
010717 77  CONFIRM-REPLY             PC X.                              DSKPCH00
010718 77  DUP-FOUND         VA 0     PC 9     CMP-1.                   DSKPCH00
010719 77  DUP-SKIP-SW       VA 0     PC 9     CMP-1.                   DSKPCH00
010720 77  DUP-TODAY                 PC X(6).                           DSKPCH00
010721 01  TRAILER-CARD    SZ 80.                                       DSKPCH00
010722     05  TC-TAG          PC X(8)  VA "END-FILE".                  DSKPCH00
010723     05  FILLER          SZ 1.                                    DSKPCH00
010724     05  TC-PGM          PC X(7).                                 DSKPCH00
010725     05  FILLER          SZ 1.                                    DSKPCH00
010726     05  TC-DATE         PC 9(6).                                 DSKPCH00
010727     05  FILLER          SZ 1.                                    DSKPCH00
010728     05  TC-COUNT        PC 9(6).                                 DSKPCH00
010729     05  FILLER          SZ 50.                                   DSKPCH00
010730 01  MSG-TEXT-WORK           PC X(50).                            DSKPCH00
010731 77  PUNCH-COUNT               PC 9(6)  CMP-1  VA 0.              DSKPCH00
010732 77  QH-CNT            VA 0     PC 9(4)  CMP-1.                   DSKPCH00
010733 77  QH-IX                      PC 9(4)  CMP-1.                   DSKPCH00
010734 77  QH-LEVEL                   PC 9     CMP-1.                   DSKPCH00
010735 77  QH-DROP-CNT       VA 0     PC 9(4)  CMP-1.                   DSKPCH00
010736 77  QH-TODAY                   PC 9(6).                          DSKPCH00
010737 77  QH-TODAY-DAY               PC 9(8)  CMP-1.                   DSKPCH00
010738 77  QD-SERIAL                  PC 9(8)  CMP-1.                   DSKPCH00
010739 01  QD-DATE-X.                                                   DSKPCH00
010740     05  QD-YY                 PC 99.                             DSKPCH00
010741     05  QD-MM                 PC 99.                             DSKPCH00
010742     05  QD-DD                 PC 99.                             DSKPCH00
010743 01  QW-REC          SZ 80.                                       DSKPCH00
010744     05  QW-FILE-ID      PC X(7).                                 DSKPCH00
010745     05  FILLER          SZ 1.                                    DSKPCH00
010746     05  QW-MEDIUM       PC X.                                    DSKPCH00
010747     05  FILLER          SZ 1.                                    DSKPCH00
010748     05  QW-PRIORITY     PC 9.                                    DSKPCH00
010749     05  FILLER          SZ 1.                                    DSKPCH00
010750     05  QW-REQ-BY       PC X(7).                                 DSKPCH00
010751     05  FILLER          SZ 1.                                    DSKPCH00
010752     05  QW-STATUS       PC X(8).                                 DSKPCH00
010753     05  FILLER          SZ 1.                                    DSKPCH00
010754     05  QW-DONE-DATE    PC 9(6).                                 DSKPCH00
010755     05  FILLER          SZ 1.                                    DSKPCH00
010756     05  QW-RUN-ID       PC X(7).                                 DSKPCH00
010757     05  FILLER          SZ 1.                                    DSKPCH00
010758     05  QW-REQ-DATE     PC 9(6).                                 DSKPCH00
010759     05  FILLER          SZ 1.                                    DSKPCH00
010760     05  QW-AGE-DATE     PC 9(6).                                 DSKPCH00
010761     05  FILLER          SZ 6.                                    DSKPCH00
010762     05  QW-OUTPUT       PC X.                                    DSKPCH00
010763     05  FILLER          SZ 16.                                   DSKPCH00
010764 01  QH-HOLD-TABLE.                                               DSKPCH00
010765     05  QH-ENTRY        OC 200  PC X(80).                        DSKPCH00
010766 PROCEDURE DIVISION.                                              DSKPCH00
010767 100.                                                             DSKPCH00
010768 PERFORM CHECK-REPLY-CARDS THRU CHECK-REPLY-X.                    DSKPCH00
010769 IF REPLY-MODE = 1                                                DSKPCH00
010770     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
010771     MOVE RP-X40 TO RUN-MODE                                      DSKPCH00
010772 ELSE ACCEPT RUN-MODE.                                            DSKPCH00
010773 MOVE RUN-MODE TO RPLY-X.  PERFORM REPLY-LOG-A THRU REPLY-LOG-X.  DSKPCH00
010774 IF RUN-MODE = "R" GO TO 500-REQUEUE.                             DSKPCH00
010775 IF RUN-MODE = "Q" GO TO 600-QUEUE-MODE.                          DSKPCH00
010776 IF RUN-MODE = "S" GO TO 800-SWEEP-MODE.                          DSKPCH00
010777 IF REPLY-MODE = 1                                                DSKPCH00
010778     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
010779     MOVE RP-D8 TO FILE-COUNT                                     DSKPCH00
010780 ELSE ACCEPT FILE-COUNT.                                          DSKPCH00
010781 MOVE FILE-COUNT TO RPLY-D.  PERFORM REPLY-LOG-N THRU REPLY-LOG-X.DSKPCH00
010782 IF REPLY-MODE = 1                                                DSKPCH00
010783     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
010784     MOVE RP-X40 TO RUN-ID-ENTRY                                  DSKPCH00
010785 ELSE ACCEPT RUN-ID-ENTRY.                                        DSKPCH00
010786 MOVE RUN-ID-ENTRY TO RPLY-X.                                     DSKPCH00
010787 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
010788     IF FILE-COUNT = ZERO MOVE 1 TO FILE-COUNT.                   DSKPCH00
010789     OPEN OUTPUT PUNCHIT.                                         DSKPCH00
010790     PERFORM 950-AUDIT-START.                                     DSKPCH00
010791     PERFORM 110-GET-ID VARYING FX FROM 1 BY 1                    DSKPCH00
010792         UNTIL FX } FILE-COUNT.                                   DSKPCH00
010793     PERFORM 200-PUNCH-FILE THRU 290-END-FILE VARYING FX FROM 1   DSKPCH00
010794         BY 1 UNTIL FX } FILE-COUNT.                              DSKPCH00
010795     CLOSE PUNCHIT.                                               DSKPCH00
010796     MOVE "OK      " TO AU-RESULT.                                DSKPCH00
010797     PERFORM 955-AUDIT-END.                                       DSKPCH00
010798     STOP RUN.                                                    DSKPCH00
010800 110-GET-ID.                                                      DSKPCH00
010824 IF REPLY-MODE = 1                                                DSKPCH00
010848     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
010872     MOVE RP-X40 TO FILE-ID-ENTRY(FX)                             DSKPCH00
010896 ELSE ACCEPT FILE-ID-ENTRY(FX).                                   DSKPCH00
010897 MOVE FILE-ID-ENTRY(FX) TO RPLY-X.                                DSKPCH00
010898 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
010900 200-PUNCH-FILE.                                                  DSKPCH00
010901     MOVE 0 TO READ-COUNT.  MOVE 0 TO PUNCH-COUNT.                DSKPCH00
010902     MOVE SPACE TO LOG-OUT-HOLD.  MOVE SPACES TO LOG-SERIAL-HOLD. DSKPCH00
010906     PERFORM 205-DUP-CHECK THRU 205X.                             DSKPCH00
010907     IF DUP-SKIP-SW = 1 GO TO 290-END-FILE.                       DSKPCH00
010910     MOVE FILE-ID-ENTRY(FX) TO FILQID.  PERFORM WITH FILEQ.       DSKPCH00
010960         DISPLAY FILE-ID-ENTRY(FX)                                DSKPCH00
010962         MOVE SPACES TO FILE-ID-ENTRY(FX)                         DSKPCH00
010964         GO TO 290-END-FILE.                                      DSKPCH00
010965     IF RUN-MODE = "Q" AND FILE-OUT (FX) = "T" GO TO 300-TAPE-OUT.DSKPCH00
010970     MOVE PGM-ID TO PGM.  MOVE START TO MSG.  DISPLAY SPOMSG.     DSKPCH00
010975     ADD 1 TO READ-COUNT.                                         DSKPCH00
010980     WRITE PCH FROM MESSAGE.                                      DSKPCH00
011119     ACCEPT TC-DATE FROM DATE.                                    DSKPCH00
011120     MOVE PUNCH-COUNT TO TC-COUNT.                                DSKPCH00
011121     WRITE PCH FROM TRAILER-CARD.                                 DSKPCH00
011122 225-FILE-CHECK.                                                  DSKPCH00
011123     IF READ-COUNT NOT = PUNCH-COUNT                              DSKPCH00
011124         DISPLAY "COUNT MISMATCH - FILE NOT RENAMED"              DSKPCH00
011125         MOVE "COUNT MISMATCH - FILE NOT RENAMED" TO              DSKPCH00
011126             MSG-TEXT-WORK                                        DSKPCH00
011127         PERFORM JOURNAL-MSG THRU JOURNAL-PUT                     DSKPCH00
011128         PERFORM 900-LOG-PUNCH THRU 920-LOG-WRITE                 DSKPCH00
011129         MOVE SPACES TO FILE-ID-ENTRY(FX)                         DSKPCH00
011130         GO TO 290-END-FILE.                                      DSKPCH00
011131     MOVE FILE-ID-ENTRY(FX) TO ENDID1, ENDID2.                    DSKPCH00
011132     PERFORM WITH CHGIT.                                          DSKPCH00
011140     PERFORM 900-LOG-PUNCH THRU 920-LOG-WRITE.                    DSKPCH00
011200 290-END-FILE.                                                    DSKPCH00
011205     IF DUP-SKIP-SW = 1 MOVE 0 TO DUP-SKIP-SW                     DSKPCH00
011241         PERFORM GET-REPLY THRU GET-REPLY-X                       DSKPCH00
011242         MOVE RP-X40 TO CONFIRM-REPLY                             DSKPCH00
011243     ELSE ACCEPT CONFIRM-REPLY.                                   DSKPCH00
011244     MOVE CONFIRM-REPLY TO RPLY-X.                                DSKPCH00
011245     PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                        DSKPCH00
011246     IF CONFIRM-REPLY NOT = "Y"                                   DSKPCH00
011247         DISPLAY "FILE SKIPPED: " FILE-ID-ENTRY(FX)               DSKPCH00
011248         MOVE SPACES TO FILE-ID-ENTRY(FX)                         DSKPCH00
011249         MOVE 1 TO DUP-SKIP-SW.                                   DSKPCH00
011250 205X.                                                            DSKPCH00
011251     EXIT.                                                        DSKPCH00
011261 300-TAPE-OUT.                                                    DSKPCH00
011271     NOTE  A QUEUE ENTRY FLAGGED T GOES TO ITS OWN LABELLED       DSKPCH00
011281         CARDOUT REEL OF CARD IMAGES INSTEAD OF THE PUNCH. A      DSKPCH00
011291         COUNTING PASS PUTS THE CARD COUNT (HEADER AND DECK,      DSKPCH00
011301         AS THE TRAILER COUNTS THEM) ON THE HEADER IMAGE IN       DSKPCH00
011311         COLS 33-44, THE DATE FOLLOWS IN 46-51, AND THE DECK      DSKPCH00
011321         THEN TAKES THE NORMAL TRAILER, RENAME AND LOG PATH.      DSKPCH00
011331     MOVE 1 TO READ-COUNT.                                        DSKPCH00
011332     MOVE FILE-OWNER (FX) TO VOL-USER.                            DSKPCH00
011341 310-TAPE-COUNT.                                                  DSKPCH00
011351     READ PUNCHER AT END GO TO 320-TAPE-OPEN.                     DSKPCH00
011361     ADD 1 TO READ-COUNT.                                         DSKPCH00
011371     GO TO 310-TAPE-COUNT.                                        DSKPCH00
011381 320-TAPE-OPEN.                                                   DSKPCH00
011391     CLOSE PUNCHER.                                               DSKPCH00
011401     OPEN INPUT PUNCHER.                                          DSKPCH00
011411     READ PUNCHER AT END GO TO 290-END-FILE.                      DSKPCH00
011421     MOVE PGM-ID TO PGM.  MOVE START TO MSG.  DISPLAY SPOMSG.     DSKPCH00
011431     MOVE SPOMSG TO TH-ID.                                        DSKPCH00
011441     MOVE READ-COUNT TO TH-COUNT.                                 DSKPCH00
011451     ACCEPT TH-DATE FROM DATE.                                    DSKPCH00
011461     MOVE 0 TO READ-COUNT.                                        DSKPCH00
011471     DISPLAY "CARD-IMAGE TAPE OUTPUT FOR " FILE-ID-ENTRY (FX).    DSKPCH00
011481     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  DSKPCH00
011491     OPEN OUTPUT CARD-TAPE.                                       DSKPCH00
011501     WRITE CARD-IMAGE FROM TAPE-HEAD.                             DSKPCH00
011511     ADD 1 TO READ-COUNT.                                         DSKPCH00
011521     ADD 1 TO PUNCH-COUNT.                                        DSKPCH00
011531 330-TAPE-COPY.                                                   DSKPCH00
011541     READ PUNCHER AT END GO TO 340-TAPE-DONE.                     DSKPCH00
011551     ADD 1 TO READ-COUNT.                                         DSKPCH00
011561     WRITE CARD-IMAGE FROM CRD.                                   DSKPCH00
011571     ADD 1 TO PUNCH-COUNT.                                        DSKPCH00
011581     GO TO 330-TAPE-COPY.                                         DSKPCH00
011591 340-TAPE-DONE.                                                   DSKPCH00
011601     MOVE ENDIT TO MSG.  DISPLAY SPOMSG.                          DSKPCH00
011611     DISPLAY "RECORDS READ " READ-COUNT.                          DSKPCH00
011621     DISPLAY "CARD IMAGES WRITTEN " PUNCH-COUNT.                  DSKPCH00
011631     MOVE FILE-ID-ENTRY(FX) TO TC-PGM.                            DSKPCH00
011641     ACCEPT TC-DATE FROM DATE.                                    DSKPCH00
011651     MOVE PUNCH-COUNT TO TC-COUNT.                                DSKPCH00
011661     WRITE CARD-IMAGE FROM TRAILER-CARD.                          DSKPCH00
011671     CLOSE CARD-TAPE WITH LOCK.                                   DSKPCH00
011681     IF VOL-SERIAL-IN NOT = SPACES                                DSKPCH00
011691         PERFORM VOLCAT-PUT THRU VOLCAT-X.                        DSKPCH00
011701     DISPLAY "DECK ON CARDOUT REEL " VOL-SERIAL-IN.               DSKPCH00
011711     MOVE "T" TO LOG-OUT-HOLD.                                    DSKPCH00
011721     MOVE VOL-SERIAL-IN TO LOG-SERIAL-HOLD.                       DSKPCH00
011731     GO TO 225-FILE-CHECK.                                        DSKPCH00
011800 900-LOG-PUNCH.                                                   DSKPCH00
011810     OPEN I-O PUNCH-LOG.                                          DSKPCH00
011820 910-LOG-SKIP.                                                    DSKPCH00
011830     READ PUNCH-LOG AT END GO TO 920-LOG-WRITE.                   DSKPCH00
011840     GO TO 910-LOG-SKIP.                                          DSKPCH00
011850 920-LOG-WRITE.                                                   DSKPCH00
011851     MOVE SPACES TO LOG-REC.                                      DSKPCH00
011860     MOVE FILE-ID-ENTRY(FX) TO LOG-FILE-ID.                       DSKPCH00
011870     ACCEPT LOG-DATE FROM DATE.                                   DSKPCH00
011880     MOVE RUN-ID-ENTRY TO LOG-RUN-ID.                             DSKPCH00
011882     MOVE READ-COUNT TO LOG-READ-CNT.                             DSKPCH00
011884     MOVE PUNCH-COUNT TO LOG-PUNCH-CNT.                           DSKPCH00
011885     MOVE LOG-OUT-HOLD TO LOG-OUTPUT.                             DSKPCH00
011886     MOVE LOG-SERIAL-HOLD TO LOG-SERIAL.                          DSKPCH00
011890     WRITE LOG-REC.  CLOSE PUNCH-LOG.                             DSKPCH00
012000 950-AUDIT-START.                                                 DSKPCH00
012001     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     DSKPCH00
012010     MOVE TODAYS-DATE TO AU-DATE.                                 DSKPCH00
012020     MOVE "START   " TO AU-EVENT.                                 DSKPCH00
012030     MOVE SPACES TO AU-RESULT.                                    DSKPCH00
012040     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DSKPCH00
012050     MOVE AU-DATE TO RPLY-DATE.  MOVE AU-TIME TO RPLY-TIME.       DSKPCH00
012060     MOVE 1 TO RPLY-READY.                                        DSKPCH00
012070     PERFORM REPLY-FLUSH THRU REPLY-LOG-X.                        DSKPCH00
012100 955-AUDIT-END.                                                   DSKPCH00
012110     MOVE TODAYS-DATE TO AU-DATE.                                 DSKPCH00
012120     MOVE "END     " TO AU-EVENT.                                 DSKPCH00
012559     ADD 1 TO AU-NEXT.                                            DSKPCH00
012560     GO TO 980-AUDIT-SKIP.                                        DSKPCH00
012561 985-AUDIT-FREE.                                                  DSKPCH00
012562     MOVE 1 TO AU-KEY.                                            DSKPCH00
012563     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DSKPCH00
012564     MOVE 0 TO AU-HASH.                                           DSKPCH00
012565     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DSKPCH00
012566     MOVE AU-NEXT TO AU-KEY.                                      DSKPCH00
012567     MOVE AU-SAVE-REC TO AUDIT-REC.                               DSKPCH00
012573     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                DSKPCH00
012652 990-AUDIT-PUT.                                                   DSKPCH00
012686     WRITE AUDIT-REC INVALID KEY                                  DSKPCH00
012720         DISPLAY "AUDIT TRAIL FULL"                               DSKPCH00
012788     MOVE 1 TO AU-KEY.                                            DSKPCH00
012822     MOVE SPACES TO AUDIT-REC.                                    DSKPCH00
012856     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DSKPCH00
012866     MOVE AU-HASH TO AC-HASH.                                     DSKPCH00
012890     WRITE AUDIT-REC INVALID KEY                                  DSKPCH00
012924         DISPLAY "AUDIT CONTROL ERROR".                           DSKPCH00
012958     MOVE AU-SAVE-REC TO AUDIT-REC.                               DSKPCH00
012992     CLOSE AUDIT-TRAIL.                                           DSKPCH00
012993 991-AUDIT-HASH.                                                  DSKPCH00
012994     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DSKPCH00
012995         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DSKPCH00
012996         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DSKPCH00
012997         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DSKPCH00
012998         REMOVED AFTER IT WAS WRITTEN.                            DSKPCH00
012999     MOVE AUDIT-REC TO AU-HASH-REC.                               DSKPCH00
013000     MOVE 0 TO AU-REC-SUM.                                        DSKPCH00
013001     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        DSKPCH00
013002         UNTIL AU-CX IS GREATER THAN 44.                          DSKPCH00
013003     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DSKPCH00
013004         MOD 999999937.                                           DSKPCH00
013005     GO TO 994-AUDIT-HASH-X.                                      DSKPCH00
013006 992-AUDIT-HASH-CHAR.                                             DSKPCH00
013007     MOVE 49 TO AU-CODE.                                          DSKPCH00
013008     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        DSKPCH00
013009         UNTIL AU-TX IS GREATER THAN 48.                          DSKPCH00
013010     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DSKPCH00
013011 993-AUDIT-HASH-LOOK.                                             DSKPCH00
013012     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DSKPCH00
013013 994-AUDIT-HASH-X.                                                DSKPCH00
013014     EXIT.                                                        DSKPCH00
013015 940-AUTH-CHECK.                                                  DSKPCH00
013016     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DSKPCH00
013017         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DSKPCH00
013018         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DSKPCH00
013019         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DSKPCH00
013020         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DSKPCH00
013021         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DSKPCH00
013022     MOVE 0 TO AUTH-OK-SW.                                        DSKPCH00
013023     OPEN INPUT AUTH-FILE.                                        DSKPCH00
013024     IF AUTH-FILE-STATUS NOT = "00"                               DSKPCH00
013025         MOVE 1 TO AUTH-OK-SW                                     DSKPCH00
013026         GO TO 945-AUTH-X.                                        DSKPCH00
013027 941-AUTH-READ.                                                   DSKPCH00
013028     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   DSKPCH00
013029     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         DSKPCH00
013030     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                DSKPCH00
013031     GO TO 941-AUTH-READ.                                         DSKPCH00
013032 943-AUTH-DONE.                                                   DSKPCH00
013033     CLOSE AUTH-FILE.                                             DSKPCH00
013034     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          DSKPCH00
013035     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DSKPCH00
013036     MOVE TODAYS-DATE TO AU-DATE.                                 DSKPCH00
013037     MOVE "AUTHFAIL" TO AU-EVENT.                                 DSKPCH00
013038     MOVE "REFUSED " TO AU-RESULT.                                DSKPCH00
013039     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DSKPCH00
013040     STOP RUN.                                                    DSKPCH00
013041 945-AUTH-X.                                                      DSKPCH00
013042     EXIT.                                                        DSKPCH00
013043 JOURNAL-MSG.                                                     DSKPCH00
013044     NOTE  APPENDS A DECISION-POINT CONSOLE MESSAGE TO THE        DSKPCH00
013045         SHARED OPSMSG JOURNAL (PROGRAM, DATE, TIME, TEXT)        DSKPCH00
013046         SO THE MORNING REVIEW CAN RECONSTRUCT WHAT THE           DSKPCH00
013047         NIGHT SHIFT SAW AND ANSWERED.                            DSKPCH00
013048     OPEN I-O OPS-MSG.                                            DSKPCH00
013049 JOURNAL-SKIP.                                                    DSKPCH00
013050     READ OPS-MSG AT END GO TO JOURNAL-PUT.                       DSKPCH00
013051     GO TO JOURNAL-SKIP.                                          DSKPCH00
013052 JOURNAL-PUT.                                                     DSKPCH00
013053     MOVE SPACES TO MSG-REC.  MOVE OPERATOR-CODE TO MSG-OPERATOR. DSKPCH00
013054     MOVE AU-PROGRAM TO MSG-PROGRAM.                              DSKPCH00
013055     MOVE TODAYS-DATE TO MSG-DATE.                                DSKPCH00
013056     COMPUTE AU-TIME-HOLD = DATA (1).                             DSKPCH00
013057     COMPUTE AU-HH = AU-TIME-HOLD DIV 216000.                     DSKPCH00
013058     COMPUTE AU-MM = AU-TIME-HOLD MOD 216000 DIV 3600.            DSKPCH00
013059     COMPUTE MSG-TIME = AU-HH * 100 + AU-MM.                      DSKPCH00
013060     MOVE MSG-TEXT-WORK TO MSG-TEXT.                              DSKPCH00
013061     WRITE MSG-REC.                                               DSKPCH00
013062     CLOSE OPS-MSG.                                               DSKPCH00
013063 500-REQUEUE.                                                     DSKPCH00
013064 IF REPLY-MODE = 1                                                DSKPCH00
013065     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
013066     MOVE RP-D8 TO FILE-COUNT                                     DSKPCH00
013067 ELSE ACCEPT FILE-COUNT.                                          DSKPCH00
013068 MOVE FILE-COUNT TO RPLY-D.  PERFORM REPLY-LOG-N THRU REPLY-LOG-X.DSKPCH00
013069 IF REPLY-MODE = 1                                                DSKPCH00
013070     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
013071     MOVE RP-X40 TO RUN-ID-ENTRY                                  DSKPCH00
013072 ELSE ACCEPT RUN-ID-ENTRY.                                        DSKPCH00
013073 MOVE RUN-ID-ENTRY TO RPLY-X.                                     DSKPCH00
013074 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
013075 IF FILE-COUNT = ZERO MOVE 1 TO FILE-COUNT.                       DSKPCH00
013076 PERFORM 950-AUDIT-START.                                         DSKPCH00
013077 PERFORM 110-GET-ID VARYING FX FROM 1 BY 1                        DSKPCH00
013078     UNTIL FX } FILE-COUNT.                                       DSKPCH00
013079 PERFORM 510-REQUEUE-FILE VARYING FX FROM 1 BY 1                  DSKPCH00
013080     UNTIL FX } FILE-COUNT.                                       DSKPCH00
013090 MOVE "REQUEUED" TO AU-RESULT.                                    DSKPCH00
013100 PERFORM 955-AUDIT-END.                                           DSKPCH00
013242     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
013243     MOVE RP-X40 TO RUN-ID-ENTRY                                  DSKPCH00
013244 ELSE ACCEPT RUN-ID-ENTRY.                                        DSKPCH00
013245 MOVE RUN-ID-ENTRY TO RPLY-X.                                     DSKPCH00
013246 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
013247 PERFORM 950-AUDIT-START.                                         DSKPCH00
013248 MOVE 0 TO FILE-COUNT.                                            DSKPCH00
013249 MOVE 0 TO QH-CNT.  MOVE 0 TO QH-DROP-CNT.                        DSKPCH00
013250 ACCEPT QH-TODAY FROM DATE.                                       DSKPCH00
013251 MOVE QH-TODAY TO QD-DATE-X.                                      DSKPCH00
013252 PERFORM 690-DAY-SERIAL.                                          DSKPCH00
013253 MOVE QD-SERIAL TO QH-TODAY-DAY.                                  DSKPCH00
013254 OPEN INPUT PUNCH-QUEUE.                                          DSKPCH00
013255 605-Q-LOAD.                                                      DSKPCH00
013256     NOTE  HOUSEKEEPING - THE WHOLE QUEUE IS PULLED INTO THE      DSKPCH00
013257         HOLD TABLE. PENDING ENTRIES THAT HAVE SAT MORE THAN      DSKPCH00
013258         A DAY MOVE UP ONE PRIORITY LEVEL (CEILING 9), AND        DSKPCH00
013259         PUNCHED ENTRIES MORE THAN SEVEN DAYS OLD ARE DROPPED     DSKPCH00
013260         ON THE FLOOR, SO THE FILE STOPS GROWING WITHOUT          DSKPCH00
013261         BOUND. THE SURVIVORS ARE WRITTEN BACK AT 616.            DSKPCH00
013262 READ PUNCH-QUEUE AT END GO TO 612-Q-SELECT.                      DSKPCH00
013263 IF QH-CNT = 200                                                  DSKPCH00
013264     DISPLAY "PCHQUEUE EXCEEDS 200 ENTRIES - RUN CANCELLED"       DSKPCH00
013265     DISPLAY "LIST AND TRIM THE QUEUE BEFORE RERUNNING"           DSKPCH00
013266     CLOSE PUNCH-QUEUE                                            DSKPCH00
013267     MOVE "ABORT   " TO AU-RESULT                                 DSKPCH00
013268     PERFORM 955-AUDIT-END                                        DSKPCH00
013269     STOP RUN.                                                    DSKPCH00
013270 MOVE QUEUE-REC TO QW-REC.                                        DSKPCH00
013271 IF QW-STATUS NOT = "PUNCHED " AND QW-STATUS NOT = "DELIVERD"     DSKPCH00
013272     GO TO 608-Q-AGE.                                             DSKPCH00
013273 IF QW-DONE-DATE NOT NUMERIC GO TO 610-Q-KEEP.                    DSKPCH00
013274 MOVE QW-DONE-DATE TO QD-DATE-X.                                  DSKPCH00
013275 PERFORM 690-DAY-SERIAL.                                          DSKPCH00
013276 COMPUTE QD-SERIAL = QD-SERIAL + 7.                               DSKPCH00
013277 IF QD-SERIAL IS LESS THAN QH-TODAY-DAY                           DSKPCH00
013278     ADD 1 TO QH-DROP-CNT                                         DSKPCH00
013279     GO TO 605-Q-LOAD.                                            DSKPCH00
013280 GO TO 610-Q-KEEP.                                                DSKPCH00
013281 608-Q-AGE.                                                       DSKPCH00
013282 IF QW-STATUS NOT = "PENDING " GO TO 610-Q-KEEP.                  DSKPCH00
013283 IF QW-AGE-DATE NOT NUMERIC                                       DSKPCH00
013284     MOVE QH-TODAY TO QW-AGE-DATE                                 DSKPCH00
013285     GO TO 610-Q-KEEP.                                            DSKPCH00
013286 IF QW-AGE-DATE IS LESS THAN QH-TODAY                             DSKPCH00
013287     AND QW-PRIORITY IS LESS THAN 9                               DSKPCH00
013288     ADD 1 TO QW-PRIORITY                                         DSKPCH00
013289     MOVE QH-TODAY TO QW-AGE-DATE.                                DSKPCH00
013290 610-Q-KEEP.                                                      DSKPCH00
013291 ADD 1 TO QH-CNT.                                                 DSKPCH00
013292 MOVE QW-REC TO QH-ENTRY (QH-CNT).                                DSKPCH00
013293 GO TO 605-Q-LOAD.                                                DSKPCH00
013294 612-Q-SELECT.                                                    DSKPCH00
013295     NOTE  PENDING DISK ENTRIES ARE TAKEN HIGHEST PRIORITY        DSKPCH00
013296         FIRST - ONE SCAN OF THE HOLD TABLE PER LEVEL FROM        DSKPCH00
013297         9 DOWN TO 0, MARKING EACH ENTRY TAKEN IN-PROGRESS.       DSKPCH00
013298 CLOSE PUNCH-QUEUE.                                               DSKPCH00
013299 MOVE 9 TO QH-LEVEL.                                              DSKPCH00
013300 614-Q-LEVEL.                                                     DSKPCH00
013301 PERFORM 630-Q-PICK VARYING QH-IX FROM 1 BY 1                     DSKPCH00
013302     UNTIL QH-IX } QH-CNT.                                        DSKPCH00
013303 IF QH-LEVEL = 0 GO TO 616-Q-REWRITE.                             DSKPCH00
013304 SUBTRACT 1 FROM QH-LEVEL.                                        DSKPCH00
013305 GO TO 614-Q-LEVEL.                                               DSKPCH00
013306 616-Q-REWRITE.                                                   DSKPCH00
013307 OPEN OUTPUT PUNCH-QUEUE.                                         DSKPCH00
013308 PERFORM 640-Q-PUT VARYING QH-IX FROM 1 BY 1                      DSKPCH00
013309     UNTIL QH-IX } QH-CNT.                                        DSKPCH00
013310 CLOSE PUNCH-QUEUE.                                               DSKPCH00
013311 IF QH-DROP-CNT IS GREATER THAN 0                                 DSKPCH00
013312     DISPLAY "AGED PUNCHED ENTRIES DROPPED " QH-DROP-CNT.         DSKPCH00
013313 IF FILE-COUNT = 0                                                DSKPCH00
013314     DISPLAY "NO PENDING DISK PUNCH WORK ON QUEUE"                DSKPCH00
013315     MOVE "OK      " TO AU-RESULT                                 DSKPCH00
013316     PERFORM 955-AUDIT-END                                        DSKPCH00
013317     STOP RUN.                                                    DSKPCH00
013318 OPEN OUTPUT PUNCHIT.                                             DSKPCH00
013319 PERFORM 200-PUNCH-FILE THRU 290-END-FILE VARYING FX FROM 1       DSKPCH00
013320     BY 1 UNTIL FX } FILE-COUNT.                                  DSKPCH00
013321 CLOSE PUNCHIT.                                                   DSKPCH00
013322 PERFORM 700-MARK-PUNCHED THRU 790-MARK-DONE.                     DSKPCH00
013323 MOVE "OK      " TO AU-RESULT.                                    DSKPCH00
013324 PERFORM 955-AUDIT-END.                                           DSKPCH00
013325 STOP RUN.                                                        DSKPCH00
013326 700-MARK-PUNCHED.                                                DSKPCH00
013327 OPEN I-O PUNCH-QUEUE.                                            DSKPCH00
013328 710-M-READ.                                                      DSKPCH00
013329 READ PUNCH-QUEUE AT END GO TO 790-MARK-DONE.                     DSKPCH00
013330 IF Q-STATUS NOT = "INPROGRS" GO TO 710-M-READ.                   DSKPCH00
013331 MOVE 0 TO QFND.                                                  DSKPCH00
013332 PERFORM 720-M-MATCH VARYING FX FROM 1 BY 1                       DSKPCH00
013333     UNTIL FX } FILE-COUNT OR QFND } 0.                           DSKPCH00
013334 IF QFND = 0 GO TO 710-M-READ.                                    DSKPCH00
013335 MOVE "PUNCHED " TO Q-STATUS.                                     DSKPCH00
013336 IF FILE-OUT (QFND) = "T" MOVE "DELIVERD" TO Q-STATUS.            DSKPCH00
013337 ACCEPT Q-DONE-DATE FROM DATE.                                    DSKPCH00
013338 MOVE RUN-ID-ENTRY TO Q-RUN-ID.                                   DSKPCH00
013339 REWRITE QUEUE-REC.                                               DSKPCH00
013340 GO TO 710-M-READ.                                                DSKPCH00
013341 720-M-MATCH.                                                     DSKPCH00
013342 IF FILE-ID-ENTRY (FX) = Q-FILE-ID MOVE FX TO QFND.               DSKPCH00
013343 790-MARK-DONE.                                                   DSKPCH00
013344 CLOSE PUNCH-QUEUE.                                               DSKPCH00
013345 630-Q-PICK.                                                      DSKPCH00
013346 MOVE QH-ENTRY (QH-IX) TO QW-REC.                                 DSKPCH00
013347 IF QW-STATUS = "PENDING " AND QW-MEDIUM = "D"                    DSKPCH00
013348     AND QW-PRIORITY = QH-LEVEL                                   DSKPCH00
013349     AND FILE-COUNT IS LESS THAN 50                               DSKPCH00
013350     ADD 1 TO FILE-COUNT                                          DSKPCH00
013351     MOVE QW-FILE-ID TO FILE-ID-ENTRY (FILE-COUNT)                DSKPCH00
013352     MOVE QW-REQ-BY TO FILE-OWNER (FILE-COUNT)                    DSKPCH00
013353     MOVE QW-OUTPUT TO FILE-OUT (FILE-COUNT)                      DSKPCH00
013354     MOVE "INPROGRS" TO QW-STATUS                                 DSKPCH00
013355     MOVE QW-REC TO QH-ENTRY (QH-IX).                             DSKPCH00
013356 640-Q-PUT.                                                       DSKPCH00
013357 MOVE QH-ENTRY (QH-IX) TO QUEUE-REC.                              DSKPCH00
013358 WRITE QUEUE-REC.                                                 DSKPCH00
013359 690-DAY-SERIAL.                                                  DSKPCH00
013360     NOTE  TURNS A YYMMDD DATE INTO A ROUGH DAY SERIAL GOOD       DSKPCH00
013361         ENOUGH FOR AGE COMPARISONS ACROSS MONTH AND YEAR         DSKPCH00
013362         BOUNDARIES.                                              DSKPCH00
013363 COMPUTE QD-SERIAL = QD-YY * 372 + QD-MM * 31 + QD-DD.            DSKPCH00
013364 800-SWEEP-MODE.                                                  DSKPCH00
013365    NOTE  SCANS THE SHARED DIREXT EXTRACT (WRITTEN ONCE A         DSKPCH00
013366        DAY BY DIREXTR) FOR EVERY STAGED PUNCHOUT ENTRY,          DSKPCH00
013367        DISPLAYS THE LIST FOR CONFIRMATION, THEN                  DSKPCH00
013368         PUNCHES EACH ONE THROUGH THE NORMAL PATH - THE END       DSKPCH00
013369         OF SHIFT INSTRUCTION BECOMES SIMPLY RUN THE SWEEP.       DSKPCH00
013370 IF REPLY-MODE = 1                                                DSKPCH00
013371     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
013372     MOVE RP-X40 TO RUN-ID-ENTRY                                  DSKPCH00
013373 ELSE ACCEPT RUN-ID-ENTRY.                                        DSKPCH00
013374 MOVE RUN-ID-ENTRY TO RPLY-X.                                     DSKPCH00
013375 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
013376 PERFORM 950-AUDIT-START.                                         DSKPCH00
013377 MOVE 0 TO FILE-COUNT.                                            DSKPCH00
013378 OPEN INPUT DIR-EXTRACT.                                          DSKPCH00
013379 810-READ-EXTRACT.                                                DSKPCH00
013380 READ DIR-EXTRACT AT END GO TO 850-SWEEP-LIST.                    DSKPCH00
013381 IF DX-PREFIX NOT = "PUNCHOU" GO TO 810-READ-EXTRACT.             DSKPCH00
013382 IF FILE-COUNT = 50                                               DSKPCH00
013383    DISPLAY "MORE THAN 50 STAGED FILES - FIRST 50 TAKEN"          DSKPCH00
013384    GO TO 850-SWEEP-LIST.                                         DSKPCH00
013385 ADD 1 TO FILE-COUNT.                                             DSKPCH00
013386 MOVE DX-SUFFIX TO FILE-ID-ENTRY (FILE-COUNT).                    DSKPCH00
013387 GO TO 810-READ-EXTRACT.                                          DSKPCH00
013388 850-SWEEP-LIST.                                                  DSKPCH00
013389 CLOSE DIR-EXTRACT.                                               DSKPCH00
013390 IF FILE-COUNT = 0                                                DSKPCH00
013391     DISPLAY "NO PUNCHOUT FILES STAGED ON DISK"                   DSKPCH00
013392     MOVE "OK      " TO AU-RESULT                                 DSKPCH00
013393     PERFORM 955-AUDIT-END                                        DSKPCH00
013394     STOP RUN.                                                    DSKPCH00
013395 DISPLAY "STAGED PUNCHOUT FILES FOLLOW".                          DSKPCH00
013396 PERFORM 860-SHOW-ONE VARYING FX FROM 1 BY 1                      DSKPCH00
013397     UNTIL FX } FILE-COUNT.                                       DSKPCH00
013398 DISPLAY "PUNCH ALL OF THESE (Y/N)".                              DSKPCH00
013399 IF REPLY-MODE = 1                                                DSKPCH00
013400     PERFORM GET-REPLY THRU GET-REPLY-X                           DSKPCH00
013401     MOVE RP-X40 TO CONFIRM-REPLY                                 DSKPCH00
013402 ELSE ACCEPT CONFIRM-REPLY.                                       DSKPCH00
013403 MOVE CONFIRM-REPLY TO RPLY-X.                                    DSKPCH00
013404 PERFORM REPLY-LOG-A THRU REPLY-LOG-X.                            DSKPCH00
013405 IF CONFIRM-REPLY NOT = "Y"                                       DSKPCH00
013406     DISPLAY "SWEEP CANCELLED"                                    DSKPCH00
013407     MOVE "OK      " TO AU-RESULT                                 DSKPCH00
013408     PERFORM 955-AUDIT-END                                        DSKPCH00
013409     STOP RUN.                                                    DSKPCH00
013410 OPEN OUTPUT PUNCHIT.                                             DSKPCH00
013411 PERFORM 200-PUNCH-FILE THRU 290-END-FILE VARYING FX FROM 1       DSKPCH00
013412     BY 1 UNTIL FX } FILE-COUNT.                                  DSKPCH00
013413 CLOSE PUNCHIT.                                                   DSKPCH00
013414 MOVE "OK      " TO AU-RESULT.                                    DSKPCH00
013415 PERFORM 955-AUDIT-END.                                           DSKPCH00
013416 STOP RUN.                                                        DSKPCH00
013417 860-SHOW-ONE.                                                    DSKPCH00
013418 DISPLAY FILE-ID-ENTRY (FX).                                      DSKPCH00
013419 CHECK-REPLY-CARDS.                                               DSKPCH00
013420 NOTE  WHEN A REPLYS CARD FILE IS PRESENT IN THE EXECUTE          DSKPCH00
013421     PACKET EVERY CONSOLE REPLY IS TAKEN FROM IT INSTEAD,         DSKPCH00
013422     ONE REPLY PER CARD (ALPHAMERIC REPLIES IN COLS 1-40,         DSKPCH00
013423     NUMERIC REPLIES AS EIGHT DIGITS IN COLS 1-8), SO THE         DSKPCH00
013424     END-OF-DAY STREAM RUNS WITHOUT AN OPERATOR AT THE SPO        DSKPCH00
013425     - A MISSING OR EMPTY DECK FALLS BACK TO THE CONSOLE.         DSKPCH00
013426 OPEN INPUT REPLY-CARDS.                                          DSKPCH00
013427 READ REPLY-CARDS AT END                                          DSKPCH00
013428     MOVE 0 TO REPLY-MODE                                         DSKPCH00
013429     CLOSE REPLY-CARDS                                            DSKPCH00
013430     GO TO CHECK-REPLY-X.                                         DSKPCH00
013431 MOVE 1 TO REPLY-MODE.                                            DSKPCH00
013432 MOVE 1 TO REPLY-PENDING.                                         DSKPCH00
013433 CHECK-REPLY-X.                                                   DSKPCH00
013434 EXIT.                                                            DSKPCH00
013435 GET-REPLY.                                                       DSKPCH00
013436 IF REPLY-PENDING = 1                                             DSKPCH00
013437     MOVE 0 TO REPLY-PENDING                                      DSKPCH00
013438     GO TO GET-REPLY-X.                                           DSKPCH00
013439 READ REPLY-CARDS AT END                                          DSKPCH00
013440     DISPLAY "REPLY CARD DECK EXHAUSTED - RUN ABORTED"            DSKPCH00
013441     STOP RUN.                                                    DSKPCH00
013442 GET-REPLY-X.                                                     DSKPCH00
013443 EXIT.                                                            DSKPCH00
013444 946-AUTH-GRANT.                                                  DSKPCH00
013445     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DSKPCH00
013446         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DSKPCH00
013447         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DSKPCH00
013448         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DSKPCH00
013449     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DSKPCH00
013450     MOVE AUTH-REC TO AUTH-LIMIT.                                 DSKPCH00
013451     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DSKPCH00
013452         + AUTH-DATE-IN DIV 100.                                  DSKPCH00
013453     IF AL-EXPIRES NUMERIC                                        DSKPCH00
013454         IF AL-EXPIRES NOT = 0                                    DSKPCH00
013455             IF AL-EXPIRES IS LESS THAN AUTH-TODAY                DSKPCH00
013456                 GO TO 947-AUTH-GRANT-X.                          DSKPCH00
013457     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DSKPCH00
013458     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DSKPCH00
013459 947-AUTH-GRANT-X.                                                DSKPCH00
013460     EXIT.                                                        DSKPCH00
013461 930-OPER-SIGNON.                                                 DSKPCH00
013462     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DSKPCH00
013463         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DSKPCH00
013464         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DSKPCH00
013465         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DSKPCH00
013466         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DSKPCH00
013467         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DSKPCH00
013468         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DSKPCH00
013469     MOVE 0 TO OPER-TRIES.                                        DSKPCH00
013470 931-OPER-ASK.                                                    DSKPCH00
013471     ADD 1 TO OPER-TRIES.                                         DSKPCH00
013472     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DSKPCH00
013473     IF REPLY-MODE = 1                                            DSKPCH00
013474         PERFORM GET-REPLY THRU GET-REPLY-X                       DSKPCH00
013475         MOVE RP-X40 TO OPERATOR-CODE                             DSKPCH00
013476     ELSE ACCEPT OPERATOR-CODE.                                   DSKPCH00
013477     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DSKPCH00
013478     MOVE 0 TO OPER-OK-SW.                                        DSKPCH00
013479     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               DSKPCH00
013480     OPEN INPUT OPER-FILE.                                        DSKPCH00
013481     IF OPER-FILE-STATUS NOT = "00"                               DSKPCH00
013482         MOVE 1 TO OPER-OK-SW                                     DSKPCH00
013483         GO TO 933-OPER-DONE.                                     DSKPCH00
013484 932-OPER-READ.                                                   DSKPCH00
013485     READ OPER-FILE AT END                                        DSKPCH00
013486         CLOSE OPER-FILE                                          DSKPCH00
013487         GO TO 933-OPER-DONE.                                     DSKPCH00
013488     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          DSKPCH00
013489     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DSKPCH00
013490     GO TO 932-OPER-READ.                                         DSKPCH00
013491 933-OPER-DONE.                                                   DSKPCH00
013492     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       DSKPCH00
013493     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DSKPCH00
013494     IF REPLY-MODE = 1 MOVE 3 TO OPER-TRIES.                      DSKPCH00
013495     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             DSKPCH00
013496     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DSKPCH00
013497     MOVE TODAYS-DATE TO AU-DATE.                                 DSKPCH00
013498     MOVE "SIGNFAIL" TO AU-EVENT.                                 DSKPCH00
013499     MOVE "REFUSED " TO AU-RESULT.                                DSKPCH00
013500     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DSKPCH00
013501     STOP RUN.                                                    DSKPCH00
013502 934-OPER-AUTH.                                                   DSKPCH00
013503     MOVE OPERATOR-CODE TO RPLY-X.                                DSKPCH00
013504     MOVE "O" TO RPLY-KIND.                                       DSKPCH00
013505     PERFORM REPLY-LOG THRU REPLY-LOG-X.                          DSKPCH00
013506     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      DSKPCH00
013507 935-OPER-X.                                                      DSKPCH00
013508     EXIT.                                                        DSKPCH00
013509 VOLCAT-PUT.                                                      DSKPCH00
013510     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         DSKPCH00
013511         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         DSKPCH00
013512         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    DSKPCH00
013513         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    DSKPCH00
013514         HANDS ON ITS RACK LOCATION.                              DSKPCH00
013515     OPEN I-O VOL-CATALOG.                                        DSKPCH00
013516 VOLCAT-SKIP.                                                     DSKPCH00
013517     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  DSKPCH00
013518     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          DSKPCH00
013519     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               DSKPCH00
013520     IF VC-POOL = "P"                                             DSKPCH00
013521         MOVE SPACE TO VC-POOL                                    DSKPCH00
013522         REWRITE VC-REC.                                          DSKPCH00
013523     GO TO VOLCAT-SKIP.                                           DSKPCH00
013524 VOLCAT-WRITE.                                                    DSKPCH00
013525     MOVE SPACES TO VC-REC.                                       DSKPCH00
013526     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             DSKPCH00
013527     MOVE VOL-FILE-ID TO VC-FILE-ID.                              DSKPCH00
013528     MOVE VOL-PROGRAM TO VC-PROGRAM.                              DSKPCH00
013529     MOVE TODAYS-DATE TO VC-DATE.                                 DSKPCH00
013530     MOVE VOL-SAVE TO VC-SAVE.  MOVE VOL-USER TO VC-USER.         DSKPCH00
013531     MOVE VOL-RACK TO VC-RACK.                                    DSKPCH00
013532     MOVE "R" TO VC-LOC.                                          DSKPCH00
013533     MOVE VOL-CLASS TO VC-CLASS.                                  DSKPCH00
013534     WRITE VC-REC.                                                DSKPCH00
013535     CLOSE VOL-CATALOG.                                           DSKPCH00
013536 VOLCAT-X.                                                        DSKPCH00
013537     EXIT.                                                        DSKPCH00
013538 VOLCAT-SERIAL.                                                   DSKPCH00
013539     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -DSKPCH00
013540         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     DSKPCH00
013541         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED. A RUN    DSKPCH00
013542         FROM A REPLYS DECK DOES NOT STOP TO ASK - THE REEL IS    DSKPCH00
013543         WRITTEN UNCATALOGUED.                                    DSKPCH00
013544     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      DSKPCH00
013545     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    DSKPCH00
013546     IF REPLY-MODE = 1                                            DSKPCH00
013547         DISPLAY "SCRATCH POOL EMPTY - REEL NOT CATALOGUED"       DSKPCH00
013548         GO TO VOLCAT-SERIAL-X.                                   DSKPCH00
013549     DISPLAY "SCRATCH POOL EMPTY".                                DSKPCH00
013550 VOLCAT-SERIAL-ASK.                                               DSKPCH00
013551     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           DSKPCH00
013552     " CATALOGED)".                                               DSKPCH00
013553     ACCEPT VOL-SERIAL-IN.                                        DSKPCH00
013554     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    DSKPCH00
013555     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                DSKPCH00
013556 VOLCAT-SERIAL-X.                                                 DSKPCH00
013557     EXIT.                                                        DSKPCH00
013558 VOLCAT-DRAW.                                                     DSKPCH00
013559     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATDSKPCH00
013560         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       DSKPCH00
013561         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   DSKPCH00
013562     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       DSKPCH00
013563     MOVE 0 TO VOL-POOL-SW.                                       DSKPCH00
013564     OPEN I-O VOL-CATALOG.                                        DSKPCH00
013565 VOLCAT-DRAW-READ.                                                DSKPCH00
013566     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               DSKPCH00
013567     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 DSKPCH00
013568     MOVE SPACE TO VC-POOL.                                       DSKPCH00
013569     REWRITE VC-REC.                                              DSKPCH00
013570     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             DSKPCH00
013571     MOVE VC-RACK TO VOL-RACK.                                    DSKPCH00
013572     MOVE 1 TO VOL-POOL-SW.                                       DSKPCH00
013573     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    DSKPCH00
013574         VOL-RACK.                                                DSKPCH00
013575 VOLCAT-DRAW-END.                                                 DSKPCH00
013576     CLOSE VOL-CATALOG.                                           DSKPCH00
013577 VOLCAT-DRAW-X.                                                   DSKPCH00
013578     EXIT.                                                        DSKPCH00
013579 VOLCAT-CHECK.                                                    DSKPCH00
013580     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      DSKPCH00
013581         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  DSKPCH00
013582         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       DSKPCH00
013583     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         DSKPCH00
013584     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              DSKPCH00
013585     OPEN INPUT VOL-CATALOG.                                      DSKPCH00
013586 VOLCAT-CHECK-READ.                                               DSKPCH00
013587     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              DSKPCH00
013588     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    DSKPCH00
013589     MOVE 1 TO VOL-HOLD-SW.                                       DSKPCH00
013590     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            DSKPCH00
013591     MOVE VC-DATE TO VOL-HOLD-DATE.                               DSKPCH00
013592     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               DSKPCH00
013593     MOVE VC-POOL TO VOL-HOLD-POOL.                               DSKPCH00
013594     GO TO VOLCAT-CHECK-READ.                                     DSKPCH00
013595 VOLCAT-CHECK-END.                                                DSKPCH00
013596     CLOSE VOL-CATALOG.                                           DSKPCH00
013597     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    DSKPCH00
013598         GO TO VOLCAT-CHECK-X.                                    DSKPCH00
013599     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           DSKPCH00
013600     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      DSKPCH00
013601         + VOL-DW-DD.                                             DSKPCH00
013602     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         DSKPCH00
013603     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        DSKPCH00
013604         + VOL-DW-DD + VOL-HOLD-SAVE.                             DSKPCH00
013605     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   DSKPCH00
013606         GO TO VOLCAT-CHECK-X.                                    DSKPCH00
013607     PERFORM VOLCAT-EXPIRY.                                       DSKPCH00
013608     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        DSKPCH00
013609         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     DSKPCH00
013610     MOVE 1 TO VOL-REFUSE-SW.                                     DSKPCH00
013611 VOLCAT-CHECK-X.                                                  DSKPCH00
013612     EXIT.                                                        DSKPCH00
013613 VOLCAT-EXPIRY.                                                   DSKPCH00
013614     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     DSKPCH00
013615         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   DSKPCH00
013616     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       DSKPCH00
013617         + VOL-HOLD-SAVE.                                         DSKPCH00
013618     MOVE VOL-DW-YY TO VOL-YY.                                    DSKPCH00
013619     PERFORM VOLCAT-EXP-YEAR                                      DSKPCH00
013620         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   DSKPCH00
013621     MOVE 1 TO VOL-MM.                                            DSKPCH00
013622     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          DSKPCH00
013623         UNTIL VOL-MX IS GREATER THAN 12.                         DSKPCH00
013624     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         DSKPCH00
013625         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      DSKPCH00
013626     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            DSKPCH00
013627 VOLCAT-EXP-YEAR.                                                 DSKPCH00
013628     SUBTRACT 365 FROM VOL-DOY.                                   DSKPCH00
013629     ADD 1 TO VOL-YY.                                             DSKPCH00
013630 VOLCAT-EXP-MONTH.                                                DSKPCH00
013631     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             DSKPCH00
013632         MOVE VOL-MX TO VOL-MM.                                   DSKPCH00
013633 END-OF-JOB.                                                      DSKPCH00
013634 REPLY-LOG-N.                                                     DSKPCH00
013635     NOTE  EVERY REPLY, FROM THE CONSOLE OR THE REPLYS DECK, IS   DSKPCH00
013636         KEPT IN ORDER ON THE SHARED RPLYHIST FILE UNDER PROGRAM  DSKPCH00
013637         AND RUN IDENTIFIER, SO RPLYGEN CAN PUNCH THE SAME DECK   DSKPCH00
013638         FOR A RERUN. NUMERIC REPLIES ARE KEPT AS THE EIGHT       DSKPCH00
013639         DIGITS A REPLYS CARD CARRIES. REPLIES GIVEN BEFORE THE   DSKPCH00
013640         START EVENT ARE HELD IN CORE UNTIL THE RUN IDENTIFIER    DSKPCH00
013641         AND OPERATOR ARE KNOWN.                                  DSKPCH00
013642     MOVE RPLY-D TO RPLY-X.                                       DSKPCH00
013643     MOVE "N" TO RPLY-KIND.                                       DSKPCH00
013644     GO TO REPLY-LOG.                                             DSKPCH00
013645 REPLY-LOG-A.                                                     DSKPCH00
013646     MOVE "A" TO RPLY-KIND.                                       DSKPCH00
013647 REPLY-LOG.                                                       DSKPCH00
013648     ADD 1 TO RPLY-SEQ.                                           DSKPCH00
013656     IF RPLY-CNT = 20                                             DSKPCH00
013666         DISPLAY "REPLY HISTORY HOLD AREA FULL - REPLY NOT KEPT"  DSKPCH00
013676         GO TO REPLY-LOG-X.                                       DSKPCH00
013686     ADD 1 TO RPLY-CNT.                                           DSKPCH00
013696     MOVE RPLY-KIND TO RT-KIND (RPLY-CNT).                        DSKPCH00
013706     MOVE RPLY-X TO RT-TEXT (RPLY-CNT).                           DSKPCH00
013716     MOVE RPLY-SEQ TO RT-SEQ (RPLY-CNT).                          DSKPCH00
013726     IF RPLY-READY = 0 GO TO REPLY-LOG-X.                         DSKPCH00
013736 REPLY-FLUSH.                                                     DSKPCH00
013746     IF RPLY-CNT = 0 GO TO REPLY-LOG-X.                           DSKPCH00
013756     OPEN I-O REPLY-HIST.                                         DSKPCH00
013766 REPLY-SKIP.                                                      DSKPCH00
013776     READ REPLY-HIST AT END GO TO REPLY-WRITE.                    DSKPCH00
013786     GO TO REPLY-SKIP.                                            DSKPCH00
013796 REPLY-WRITE.                                                     DSKPCH00
013806     PERFORM REPLY-PUT VARYING RPLY-IX FROM 1 BY 1                DSKPCH00
013816         UNTIL RPLY-IX IS GREATER THAN RPLY-CNT.                  DSKPCH00
013826     CLOSE REPLY-HIST.                                            DSKPCH00
013836     MOVE 0 TO RPLY-CNT.                                          DSKPCH00
013846     GO TO REPLY-LOG-X.                                           DSKPCH00
013856 REPLY-PUT.                                                       DSKPCH00
013866     MOVE SPACES TO RH-REC.                                       DSKPCH00
013876     MOVE AU-PROGRAM TO RH-PROGRAM.                               DSKPCH00
013886     MOVE RUN-ID-ENTRY TO RH-RUN-ID.                              DSKPCH00
013896     MOVE RPLY-DATE TO RH-RUN-DATE.                               DSKPCH00
013906     MOVE RPLY-TIME TO RH-RUN-TIME.                               DSKPCH00
013916     MOVE RT-SEQ (RPLY-IX) TO RH-SEQ.                             DSKPCH00
013926     MOVE RT-KIND (RPLY-IX) TO RH-KIND.                           DSKPCH00
013936     MOVE OPERATOR-CODE TO RH-OPERATOR.                           DSKPCH00
013946     MOVE RT-TEXT (RPLY-IX) TO RH-TEXT.                           DSKPCH00
013956     WRITE RH-REC.                                                DSKPCH00
013966 REPLY-LOG-X.                                                     DSKPCH00
013976     EXIT.                                                        DSKPCH00
