001600 REMARKS  624-CHARACTER SORT JOB DOES NOT MEAN CLONING A THIRD            
001700 REMARKS  PROGRAM. THE INPUT AND OUTPUT REELS ARE BOUND TO THE            
001800 REMARKS  CARDS FILE IDS BY GENERATED CC FILE CARDS.                      
001801 REMARKS     COLS 57-59/61-63 HASH FIELD START/LENGTH (UP TO 18           
001802 REMARKS        DIGITS, OR ZEROS FOR NO HASH TOTAL)                       
001803 REMARKS  ANY NUMBER OF INCL OR OMIT CARDS MAY FOLLOW (NOT BOTH) -        
001804 REMARKS     COLS  1-4   INCL OR OMIT                                     
001805 REMARKS     COLS  6-8/10-12 FIELD START/LENGTH (LENGTH UP TO 40)         
001806 REMARKS     COLS 14-15  EQ NE GT LT GE OR LE                             
001807 REMARKS     COLS 17-19  AND OR OR JOINING THE NEXT CARD                  
001808 REMARKS     COLS 21-60  CONSTANT, COMPARED FOR THE FIELD LENGTH          
001809 REMARKS  AND BINDS BEFORE OR. A RECORD MEETING THE CONDITIONS IS         
001810 REMARKS  KEPT (INCL) OR DROPPED (OMIT) BEFORE IT IS RELEASED TO          
001811 REMARKS  THE SORT. FMT CARDS BUILD THE OUTPUT RECORD PIECE BY            
001812 REMARKS  PIECE IN CARD ORDER -                                           
001813 REMARKS     COLS  1-4   FMT                                              
001814 REMARKS     COL   6     F (INPUT FIELD) OR C (CONSTANT)                  
001815 REMARKS     COLS  8-10/12-14 INPUT START/LENGTH, OR FOR A                
001816 REMARKS        CONSTANT ITS LENGTH IN 12-14 (UP TO 40)                   
001817 REMARKS     COLS 21-60  CONSTANT TEXT                                    
001818 REMARKS  THE OUTPUT LENGTH IS THE SUM OF THE PIECES (35 TO 624).         
001819 REMARKS  A HASHCTL TRAILER ENDS THE OUTPUT REEL WITH THE HASH            
001820 REMARKS  TOTAL AND THE WRITTEN, READ AND OMITTED COUNTS, AND THE         
001821 REMARKS  COUNTS AND HASH TOTALS ARE RECONCILED AT END OF JOB.            
001900 IDENTIFICATION DIVISION.                                         ZIP-SORT
002000 PROGRAM-ID. "SRTGEN".                                            ZIP-SORT
002100 ENVIRONMENT DIVISION.                                            ZIP-SORT
003600 FD  PARM-CARDS                                                   ZIP-SORT
003700     LABEL RECORD IS STANDARD                                     ZIP-SORT
003800     VALUE OF ID IS "SRTPARM"                                     ZIP-SORT
003900     DATA RECORDS ARE PARM-CARD SEL-CARD FMT-CARD.                ZIP-SORT
004000 01  PARM-CARD.                                                   ZIP-SORT
004100     02  PM-IN-ID    PICTURE X(7).                                ZIP-SORT
004200     02  FILLER      SZ 1.                                        ZIP-SORT
004800             04  FILLER    SZ 1.                                  ZIP-SORT
004900             04  PM-LEN    PICTURE 9(3).                          ZIP-SORT
005000             04  FILLER    SZ 1.                                  ZIP-SORT
005100     02  PM-HASH-START PICTURE 9(3).                              ZIP-SORT
005101     02  FILLER      SZ 1.                                        ZIP-SORT
005102     02  PM-HASH-LEN PICTURE 9(3).                                ZIP-SORT
005103     02  FILLER      SZ 17.                                       ZIP-SORT
005104 01  SEL-CARD.                                                    ZIP-SORT
005105     02  SC-TYPE     PICTURE X(4).                                ZIP-SORT
005106     02  FILLER      SZ 1.                                        ZIP-SORT
005107     02  SC-START    PICTURE 9(3).                                ZIP-SORT
005108     02  FILLER      SZ 1.                                        ZIP-SORT
005109     02  SC-LEN      PICTURE 9(3).                                ZIP-SORT
005110     02  FILLER      SZ 1.                                        ZIP-SORT
005111     02  SC-OP       PICTURE XX.                                  ZIP-SORT
005112     02  FILLER      SZ 1.                                        ZIP-SORT
005113     02  SC-JOIN     PICTURE X(3).                                ZIP-SORT
005114     02  FILLER      SZ 1.                                        ZIP-SORT
005115     02  SC-CONST.                                                ZIP-SORT
005116         03  SC-CH   PICTURE X OCCURS 40 TIMES.                   ZIP-SORT
005117     02  FILLER      SZ 20.                                       ZIP-SORT
005118 01  FMT-CARD.                                                    ZIP-SORT
005119     02  RF-TYPE     PICTURE X(4).                                ZIP-SORT
005120     02  FILLER      SZ 1.                                        ZIP-SORT
005121     02  RF-KIND     PICTURE X.                                   ZIP-SORT
005122     02  FILLER      SZ 1.                                        ZIP-SORT
005123     02  RF-START    PICTURE 9(3).                                ZIP-SORT
005124     02  FILLER      SZ 1.                                        ZIP-SORT
005125     02  RF-LEN      PICTURE 9(3).                                ZIP-SORT
005126     02  FILLER      SZ 6.                                        ZIP-SORT
005127     02  RF-CONST.                                                ZIP-SORT
005128         03  RF-CH   PICTURE X OCCURS 40 TIMES.                   ZIP-SORT
005129     02  FILLER      SZ 20.                                       ZIP-SORT
005200 FD  SORT-IN                                                      ZIP-SORT
005300     RECORDING MODE IS STANDARD BLOCK CONTAINS 1 RECORDS          ZIP-SORT
005400     RECORD CONTAINS 624 CHARACTERS LABEL RECORD IS STANDARD      ZIP-SORT
005500     VALUE OF ID IS "SORTIN" DATA RECORD IS INPUT-RECORD.         ZIP-SORT
005600 01  INPUT-RECORD SZ 624.                                         ZIP-SORT
005700 SD  SORT-FILE                                                    ZIP-SORT
005800     RECORD CONTAINS 933 CHARACTERS                               ZIP-SORT
005900     DATA RECORD IS SORT-RECORD.                                  ZIP-SORT
006000 01  SORT-RECORD.                                                 ZIP-SORT
006100     02  SK-KEY   PICTURE X(300).                                 ZIP-SORT
006200     02  SK-DATA  PICTURE X(624).                                 ZIP-SORT
006201     02  SK-HASH  PICTURE 9(9).                                   ZIP-SORT
006300 FD  SORT-OUT                                                     ZIP-SORT
006400     RECORDING MODE IS STANDARD BLOCK CONTAINS 1 RECORDS          ZIP-SORT
006500     RECORD CONTAINS 35 TO 624 CHARACTERS                         ZIP-SORT
006501     LABEL RECORD IS STANDARD                                     ZIP-SORT
006600     VALUE OF ID IS "SORTOUT" SAVE-FACTOR IS 1                    ZIP-SORT
006700     DATA RECORD IS OUTPUT-RECORD.                                ZIP-SORT
006800 01  OUTPUT-RECORD.                                               ZIP-SORT
006801     02  OR-CH  PICTURE X OCCURS 35 TO 624 TIMES                  ZIP-SORT
006802         DEPENDING ON OUT-LEN.                                    ZIP-SORT
006900 WORKING-STORAGE SECTION.                                         ZIP-SORT
007000 01  RECORD-LAYOUT-CONTRACT.                                      ZIP-SORT
007100     02  EXPECTED-RECORD-LENGTH PICTURE 9(4) VALUE 0624.          ZIP-SORT
007900 77  KEY-TOTAL         PICTURE 9(4) VALUE 0.                      ZIP-SORT
008000 77  END-POS           PICTURE 9(4).                              ZIP-SORT
008100 77  PARM-BAD-SW       PICTURE 9    VALUE 0.                      ZIP-SORT
008101 77  CARD-BAD-SW       PICTURE 9    VALUE 0.                      ZIP-SORT
008102 77  RECORDS-OMITTED   PICTURE 9(6) VALUE ZERO.                   ZIP-SORT
008103 77  RECON-TOTAL       PICTURE 9(6) VALUE ZERO.                   ZIP-SORT
008104 77  OUT-LEN           PICTURE 9(3) VALUE 624.                    ZIP-SORT
008105 77  SEL-MODE          PICTURE X(4) VALUE SPACES.                 ZIP-SORT
008106 77  SEL-CNT           PICTURE 99   VALUE 0.                      ZIP-SORT
008107 77  SEL-HIT           PICTURE 9    VALUE 0.                      ZIP-SORT
008108 77  ANY-HIT           PICTURE 9    VALUE 0.                      ZIP-SORT
008109 77  GRP-HIT           PICTURE 9    VALUE 0.                      ZIP-SORT
008110 77  COND-HIT          PICTURE 9    VALUE 0.                      ZIP-SORT
008111 77  QX                PICTURE 99.                                ZIP-SORT
008112 77  FMT-CNT           PICTURE 99   VALUE 0.                      ZIP-SORT
008113 77  FMT-TOTAL         PICTURE 9(4) VALUE 0.                      ZIP-SORT
008114 77  FX                PICTURE 99.                                ZIP-SORT
008115 77  OX                PICTURE 9(3).                              ZIP-SORT
008116 77  HX                PICTURE 99.                                ZIP-SORT
008117 77  HASH-START        PICTURE 9(3) VALUE 0.                      ZIP-SORT
008118 77  HASH-LEN          PICTURE 99   VALUE 0.                      ZIP-SORT
008119 77  HASH-TEMP         PICTURE 9(9) VALUE 0.                      ZIP-SORT
008120 77  IN-HASH           PICTURE 9(9) VALUE 0.                      ZIP-SORT
008121 77  OUT-HASH          PICTURE 9(9) VALUE 0.                      ZIP-SORT
008200 01  KEY-TABLE.                                                   ZIP-SORT
008300     02  KT-ENT OCCURS 5 TIMES.                                   ZIP-SORT
008400         03  KT-START  PICTURE 9(3).                              ZIP-SORT
009700     02  FILLER      PICTURE X(8)  VALUE "0000000/".              ZIP-SORT
009800     02  FC-OUT-ID   PICTURE X(7).                                ZIP-SORT
009900     02  FILLER      PICTURE X(5)  VALUE ";END.".                 ZIP-SORT
009901 01  SEL-TABLE.                                                   ZIP-SORT
009902     02  ST-ENT OCCURS 10 TIMES.                                  ZIP-SORT
009903         03  ST-START  PICTURE 9(3).                              ZIP-SORT
009904         03  ST-LEN    PICTURE 9(3).                              ZIP-SORT
009905         03  ST-OP     PICTURE XX.                                ZIP-SORT
009906         03  ST-JOIN   PICTURE X(3).                              ZIP-SORT
009907         03  ST-CONST.                                            ZIP-SORT
009908             04  ST-CH PICTURE X OCCURS 40 TIMES.                 ZIP-SORT
009909 01  SEL-WORK.                                                    ZIP-SORT
009910     02  SW-CH  PICTURE X OCCURS 40 TIMES.                        ZIP-SORT
009911 01  FMT-TABLE.                                                   ZIP-SORT
009912     02  FT-ENT OCCURS 20 TIMES.                                  ZIP-SORT
009913         03  FT-KIND   PICTURE X.                                 ZIP-SORT
009914         03  FT-START  PICTURE 9(3).                              ZIP-SORT
009915         03  FT-LEN    PICTURE 9(3).                              ZIP-SORT
009916         03  FT-CONST.                                            ZIP-SORT
009917             04  FT-CH PICTURE X OCCURS 40 TIMES.                 ZIP-SORT
009918 01  OUT-WORK.                                                    ZIP-SORT
009919     02  OW-CH  PICTURE X OCCURS 624 TIMES.                       ZIP-SORT
009920 01  HASH-WORK-AREA.                                              ZIP-SORT
009921     02  HASH-WORK.                                               ZIP-SORT
009922         03  HW-CH  PICTURE X OCCURS 18 TIMES.                    ZIP-SORT
009923     02  HASH-SPLIT REDEFINES HASH-WORK.                          ZIP-SORT
009924         03  HS-H1  PICTURE 9(9).                                 ZIP-SORT
009925         03  HS-H2  PICTURE 9(9).                                 ZIP-SORT
009926 01  HASH-TRAILER.                                                ZIP-SORT
009927     02  FILLER    PICTURE X(8) VALUE "HASHCTL ".                 ZIP-SORT
009928     02  HT-HASH   PICTURE 9(9).                                  ZIP-SORT
009929     02  HT-COUNT  PICTURE 9(6).                                  ZIP-SORT
009930     02  HT-READ   PICTURE 9(6).                                  ZIP-SORT
009931     02  HT-OMIT   PICTURE 9(6).                                  ZIP-SORT
009932     02  FILLER    PICTURE X(589) VALUE SPACES.                   ZIP-SORT
010000 PROCEDURE DIVISION.                                              ZIP-SORT
010100 CONTROL-CARD SECTION.                                            ZIP-SORT
010200 CC1.                                                             ZIP-SORT
010600         STOP RUN.                                                ZIP-SORT
010700     PERFORM CC2-ONE-PAIR THRU CC2-X VARYING KX FROM 1 BY 1       ZIP-SORT
010800         UNTIL KX IS GREATER THAN 5.                              ZIP-SORT
010801     PERFORM CC3-HASH THRU CC3-X.                                 ZIP-SORT
010802     PERFORM CC4-MORE THRU CC4-X.                                 ZIP-SORT
010900     CLOSE PARM-CARDS.                                            ZIP-SORT
011000     IF KT-LEN (1) = 0                                            ZIP-SORT
011100         DISPLAY "SRTGEN - KEY 1 MISSING - RUN ABORTED"           ZIP-SORT
011600     IF PARM-BAD-SW = 1                                           ZIP-SORT
011700         DISPLAY "SRTGEN - BAD KEY PAIR - RUN ABORTED"            ZIP-SORT
011800         STOP RUN.                                                ZIP-SORT
011801     IF CARD-BAD-SW = 1                                           ZIP-SORT
011802         DISPLAY "SRTGEN - BAD SELECTION OR FMT CARD - "          ZIP-SORT
011803             "RUN ABORTED"                                        ZIP-SORT
011804         STOP RUN.                                                ZIP-SORT
011805     IF FMT-CNT IS GREATER THAN 0 MOVE FMT-TOTAL TO OUT-LEN.      ZIP-SORT
011806     IF OUT-LEN IS LESS THAN 35                                   ZIP-SORT
011807         DISPLAY "SRTGEN - FMT RECORD SHORTER THAN TRAILER - "    ZIP-SORT
011808             "RUN ABORTED"                                        ZIP-SORT
011809         STOP RUN.                                                ZIP-SORT
011900     MOVE PM-IN-ID TO FC-IN-ID.                                   ZIP-SORT
012000     MOVE PM-OUT-ID TO FC-OUT-ID.                                 ZIP-SORT
012100     PERFORM WITH FILE-CARD-IN.                                   ZIP-SORT
012200     PERFORM WITH FILE-CARD-OUT.                                  ZIP-SORT
012300     GO TO SORT-DRIVER.                                           ZIP-SORT
012301 CC3-HASH.                                                        ZIP-SORT
012302     NOTE  THE HASH FIELD IS OPTIONAL - A CARD PUNCHED BEFORE     ZIP-SORT
012303         IT EXISTED HAS THOSE COLUMNS BLANK AND GETS NO HASH.     ZIP-SORT
012304     MOVE 0 TO HASH-START HASH-LEN.                               ZIP-SORT
012305     IF PM-HASH-START NOT NUMERIC GO TO CC3-X.                    ZIP-SORT
012306     IF PM-HASH-LEN NOT NUMERIC GO TO CC3-X.                      ZIP-SORT
012307     IF PM-HASH-LEN = 0 GO TO CC3-X.                              ZIP-SORT
012308     IF PM-HASH-START = 0 OR PM-HASH-LEN IS GREATER THAN 18       ZIP-SORT
012309         DISPLAY "SRTGEN - BAD HASH FIELD"                        ZIP-SORT
012310         MOVE 1 TO CARD-BAD-SW                                    ZIP-SORT
012311         GO TO CC3-X.                                             ZIP-SORT
012312     COMPUTE END-POS = PM-HASH-START + PM-HASH-LEN - 1.           ZIP-SORT
012313     IF END-POS IS GREATER THAN EXPECTED-RECORD-LENGTH            ZIP-SORT
012314         DISPLAY "SRTGEN - BAD HASH FIELD"                        ZIP-SORT
012315         MOVE 1 TO CARD-BAD-SW                                    ZIP-SORT
012316         GO TO CC3-X.                                             ZIP-SORT
012317     MOVE PM-HASH-START TO HASH-START.                            ZIP-SORT
012318     MOVE PM-HASH-LEN TO HASH-LEN.                                ZIP-SORT
012319 CC3-X.  EXIT.                                                    ZIP-SORT
012320 CC4-MORE.                                                        ZIP-SORT
012321     READ PARM-CARDS AT END GO TO CC4-X.                          ZIP-SORT
012322     IF SC-TYPE = "INCL" OR SC-TYPE = "OMIT"                      ZIP-SORT
012323         PERFORM CC5-SEL THRU CC5-X                               ZIP-SORT
012324         GO TO CC4-MORE.                                          ZIP-SORT
012325     IF SC-TYPE = "FMT "                                          ZIP-SORT
012326         PERFORM CC6-FMT THRU CC6-X                               ZIP-SORT
012327         GO TO CC4-MORE.                                          ZIP-SORT
012328     DISPLAY "SRTGEN - UNKNOWN CONTROL CARD " SC-TYPE.            ZIP-SORT
012329     MOVE 1 TO CARD-BAD-SW.                                       ZIP-SORT
012330     GO TO CC4-MORE.                                              ZIP-SORT
012331 CC4-X.  EXIT.                                                    ZIP-SORT
012400 CC2-ONE-PAIR.                                                    ZIP-SORT
012500     NOTE  EACH START/LENGTH PAIR IS CHECKED AGAINST THE          ZIP-SORT
012600         RECORD-LAYOUT-CONTRACT TOTALS BEFORE THE SORT IS         ZIP-SORT
013700         GO TO CC2-X.                                             ZIP-SORT
013800     ADD KT-LEN (KX) TO KEY-TOTAL.                                ZIP-SORT
013900 CC2-X.  EXIT.                                                    ZIP-SORT
013901 CC5-SEL.                                                         ZIP-SORT
013902     NOTE  ONE CONDITION PER CARD, CHECKED AGAINST THE            ZIP-SORT
013903         RECORD-LAYOUT-CONTRACT LIKE THE KEY PAIRS. ONLY THE      ZIP-SORT
013904         FIRST SC-LEN COLUMNS OF THE CONSTANT ARE KEPT.           ZIP-SORT
013905     IF SEL-MODE = SPACES MOVE SC-TYPE TO SEL-MODE.               ZIP-SORT
013906     IF SC-TYPE NOT = SEL-MODE                                    ZIP-SORT
013907         DISPLAY "SRTGEN - INCL AND OMIT CARDS MIXED"             ZIP-SORT
013908         MOVE 1 TO CARD-BAD-SW                                    ZIP-SORT
013909         GO TO CC5-X.                                             ZIP-SORT
013910     IF SEL-CNT = 10                                              ZIP-SORT
013911         DISPLAY "SRTGEN - OVER 10 INCL/OMIT CARDS"               ZIP-SORT
013912         MOVE 1 TO CARD-BAD-SW                                    ZIP-SORT
013913         GO TO CC5-X.                                             ZIP-SORT
013914     IF SC-START NOT NUMERIC OR SC-LEN NOT NUMERIC GO TO CC5-BAD. ZIP-SORT
013915     IF SC-START = 0 OR SC-LEN = 0 OR SC-LEN IS GREATER THAN 40   ZIP-SORT
013916         GO TO CC5-BAD.                                           ZIP-SORT
013917     COMPUTE END-POS = SC-START + SC-LEN - 1.                     ZIP-SORT
013918     IF END-POS IS GREATER THAN EXPECTED-RECORD-LENGTH            ZIP-SORT
013919         GO TO CC5-BAD.                                           ZIP-SORT
013920     IF SC-OP NOT = "EQ" AND SC-OP NOT = "NE" AND                 ZIP-SORT
013921        SC-OP NOT = "GT" AND SC-OP NOT = "LT" AND                 ZIP-SORT
013922        SC-OP NOT = "GE" AND SC-OP NOT = "LE"                     ZIP-SORT
013923         GO TO CC5-BAD.                                           ZIP-SORT
013924     IF SC-JOIN NOT = "AND" AND SC-JOIN NOT = "OR " AND           ZIP-SORT
013925        SC-JOIN NOT = SPACES                                      ZIP-SORT
013926         GO TO CC5-BAD.                                           ZIP-SORT
013927     ADD 1 TO SEL-CNT.                                            ZIP-SORT
013928     MOVE SC-START TO ST-START (SEL-CNT).                         ZIP-SORT
013929     MOVE SC-LEN TO ST-LEN (SEL-CNT).                             ZIP-SORT
013930     MOVE SC-OP TO ST-OP (SEL-CNT).                               ZIP-SORT
013931     MOVE SC-JOIN TO ST-JOIN (SEL-CNT).                           ZIP-SORT
013932     MOVE SPACES TO ST-CONST (SEL-CNT).                           ZIP-SORT
013933     PERFORM CC5-CONST VARYING CX FROM 1 BY 1                     ZIP-SORT
013934         UNTIL CX IS GREATER THAN SC-LEN.                         ZIP-SORT
013935     GO TO CC5-X.                                                 ZIP-SORT
013936 CC5-BAD.                                                         ZIP-SORT
013937     DISPLAY "SRTGEN - BAD " SC-TYPE " CARD " SEL-CARD.           ZIP-SORT
013938     MOVE 1 TO CARD-BAD-SW.                                       ZIP-SORT
013939 CC5-X.  EXIT.                                                    ZIP-SORT
013940 CC5-CONST.                                                       ZIP-SORT
013941     MOVE SC-CH (CX) TO ST-CH (SEL-CNT, CX).                      ZIP-SORT
013942 CC6-FMT.                                                         ZIP-SORT
013943     IF FMT-CNT = 20                                              ZIP-SORT
013944         DISPLAY "SRTGEN - OVER 20 FMT CARDS"                     ZIP-SORT
013945         MOVE 1 TO CARD-BAD-SW                                    ZIP-SORT
013946         GO TO CC6-X.                                             ZIP-SORT
013947     IF RF-LEN NOT NUMERIC OR RF-LEN = 0 GO TO CC6-BAD.           ZIP-SORT
013948     IF RF-KIND = "C" AND RF-LEN IS GREATER THAN 40               ZIP-SORT
013949         GO TO CC6-BAD.                                           ZIP-SORT
013950     IF RF-KIND = "C" GO TO CC6-KEEP.                             ZIP-SORT
013951     IF RF-KIND NOT = "F" OR RF-START NOT NUMERIC GO TO CC6-BAD.  ZIP-SORT
013952     IF RF-START = 0 GO TO CC6-BAD.                               ZIP-SORT
013953     COMPUTE END-POS = RF-START + RF-LEN - 1.                     ZIP-SORT
013954     IF END-POS IS GREATER THAN EXPECTED-RECORD-LENGTH            ZIP-SORT
013955         GO TO CC6-BAD.                                           ZIP-SORT
013956 CC6-KEEP.                                                        ZIP-SORT
013957     ADD 1 TO FMT-CNT.                                            ZIP-SORT
013958     MOVE RF-KIND TO FT-KIND (FMT-CNT).                           ZIP-SORT
013959     MOVE 0 TO FT-START (FMT-CNT).                                ZIP-SORT
013960     IF RF-KIND = "F" MOVE RF-START TO FT-START (FMT-CNT).        ZIP-SORT
013961     MOVE RF-LEN TO FT-LEN (FMT-CNT).                             ZIP-SORT
013962     MOVE RF-CONST TO FT-CONST (FMT-CNT).                         ZIP-SORT
013963     ADD RF-LEN TO FMT-TOTAL.                                     ZIP-SORT
013964     IF FMT-TOTAL IS GREATER THAN EXPECTED-RECORD-LENGTH          ZIP-SORT
013965         DISPLAY "SRTGEN - FMT RECORD OVER "                      ZIP-SORT
013966             EXPECTED-RECORD-LENGTH                               ZIP-SORT
013967         MOVE 1 TO CARD-BAD-SW.                                   ZIP-SORT
013968     GO TO CC6-X.                                                 ZIP-SORT
013969 CC6-BAD.                                                         ZIP-SORT
013970     DISPLAY "SRTGEN - BAD FMT CARD " FMT-CARD.                   ZIP-SORT
013971     MOVE 1 TO CARD-BAD-SW.                                       ZIP-SORT
013972 CC6-X.  EXIT.                                                    ZIP-SORT
014000 SORT-DRIVER SECTION.                                             ZIP-SORT
014100 SD1.                                                             ZIP-SORT
014200     SORT SORT-FILE ON ASCENDING KEY SK-KEY                       ZIP-SORT
014500 SD2.                                                             ZIP-SORT
014600     DISPLAY "SRTGEN - " RECORDS-READ " RECORDS READ, "           ZIP-SORT
014700         RECORDS-WRITTEN " RECORDS WRITTEN".                      ZIP-SORT
014701     DISPLAY "SRTGEN - " RECORDS-OMITTED " RECORDS OMITTED".      ZIP-SORT
014702     IF FMT-CNT IS GREATER THAN 0                                 ZIP-SORT
014703         DISPLAY "SRTGEN - OUTPUT REFORMATTED TO " OUT-LEN        ZIP-SORT
014704             " CHARACTERS".                                       ZIP-SORT
014705     COMPUTE RECON-TOTAL = RECORDS-WRITTEN + RECORDS-OMITTED.     ZIP-SORT
014800     IF RECORDS-READ NOT EQUAL RECON-TOTAL                        ZIP-SORT
014900         DISPLAY "SRTGEN - RECORD COUNT MISMATCH - CHECK TAPE".   ZIP-SORT
014901     IF IN-HASH NOT EQUAL OUT-HASH                                ZIP-SORT
014902         DISPLAY "SRTGEN - HASH TOTALS DISAGREE - IN "            ZIP-SORT
014903             IN-HASH " OUT " OUT-HASH.                            ZIP-SORT
015000     STOP RUN.                                                    ZIP-SORT
015100 GATHER SECTION.                                                  ZIP-SORT
015200 GA1.                                                             ZIP-SORT
015500     READ SORT-IN AT END GO TO GA9.                               ZIP-SORT
015600     ADD 1 TO RECORDS-READ.                                       ZIP-SORT
015700     MOVE INPUT-RECORD TO REC-WORK.                               ZIP-SORT
015701     PERFORM GA5-SELECT THRU GA5-X.                               ZIP-SORT
015702     IF SEL-HIT = 0                                               ZIP-SORT
015703         ADD 1 TO RECORDS-OMITTED                                 ZIP-SORT
015704         GO TO GA2.                                               ZIP-SORT
015800     MOVE SPACES TO KEY-WORK.                                     ZIP-SORT
015900     MOVE 0 TO TX.                                                ZIP-SORT
016000     PERFORM GA3-ONE-KEY THRU GA3-X VARYING KX FROM 1 BY 1        ZIP-SORT
016100         UNTIL KX IS GREATER THAN 5.                              ZIP-SORT
016200     MOVE KEY-WORK TO SK-KEY.                                     ZIP-SORT
016300     IF FMT-CNT = 0 MOVE REC-WORK TO SK-DATA                      ZIP-SORT
016301     ELSE PERFORM GA7-REFORMAT THRU GA7-X                         ZIP-SORT
016302         MOVE OUT-WORK TO SK-DATA.                                ZIP-SORT
016303     PERFORM GA8-HASH THRU GA8-X.                                 ZIP-SORT
016304     MOVE HASH-TEMP TO SK-HASH.                                   ZIP-SORT
016305     ADD HASH-TEMP TO IN-HASH.                                    ZIP-SORT
016400     RELEASE SORT-RECORD.                                         ZIP-SORT
016500     GO TO GA2.                                                   ZIP-SORT
016600 GA3-ONE-KEY.                                                     ZIP-SORT
017500     ADD 1 TO CX.                                                 ZIP-SORT
017600     GO TO GA4-COPY.                                              ZIP-SORT
017700 GA3-X.  EXIT.                                                    ZIP-SORT
017701 GA5-SELECT.                                                      ZIP-SORT
017702     NOTE  THE CONDITIONS ARE TAKEN IN CARD ORDER WITH AND        ZIP-SORT
017703         BINDING BEFORE OR - THEY ARE MET WHEN ANY RUN OF         ZIP-SORT
017704         CARDS JOINED BY AND IS TRUE THROUGHOUT. A RECORD         ZIP-SORT
017705         MEETING THEM IS KEPT UNDER INCL AND DROPPED UNDER OMIT.  ZIP-SORT
017706     MOVE 1 TO SEL-HIT.                                           ZIP-SORT
017707     IF SEL-CNT = 0 GO TO GA5-X.                                  ZIP-SORT
017708     MOVE 0 TO ANY-HIT.                                           ZIP-SORT
017709     MOVE 1 TO GRP-HIT.                                           ZIP-SORT
017710     PERFORM GA6-ONE-COND THRU GA6-X VARYING QX FROM 1 BY 1       ZIP-SORT
017711         UNTIL QX IS GREATER THAN SEL-CNT.                        ZIP-SORT
017712     IF SEL-MODE = "INCL" MOVE ANY-HIT TO SEL-HIT.                ZIP-SORT
017713     IF SEL-MODE = "OMIT" AND ANY-HIT = 1 MOVE 0 TO SEL-HIT.      ZIP-SORT
017714 GA5-X.  EXIT.                                                    ZIP-SORT
017715 GA6-ONE-COND.                                                    ZIP-SORT
017716     MOVE SPACES TO SEL-WORK.                                     ZIP-SORT
017717     MOVE ST-START (QX) TO SX.                                    ZIP-SORT
017718     PERFORM GA6-COPY VARYING CX FROM 1 BY 1                      ZIP-SORT
017719         UNTIL CX IS GREATER THAN ST-LEN (QX).                    ZIP-SORT
017720     MOVE 0 TO COND-HIT.                                          ZIP-SORT
017721     IF ST-OP (QX) = "EQ" AND                                     ZIP-SORT
017722        SEL-WORK = ST-CONST (QX)                                  ZIP-SORT
017723         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017724     IF ST-OP (QX) = "NE" AND                                     ZIP-SORT
017725        SEL-WORK NOT = ST-CONST (QX)                              ZIP-SORT
017726         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017727     IF ST-OP (QX) = "GT" AND                                     ZIP-SORT
017728        SEL-WORK IS GREATER THAN ST-CONST (QX)                    ZIP-SORT
017729         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017730     IF ST-OP (QX) = "LT" AND                                     ZIP-SORT
017731        SEL-WORK IS LESS THAN ST-CONST (QX)                       ZIP-SORT
017732         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017733     IF ST-OP (QX) = "GE" AND                                     ZIP-SORT
017734        SEL-WORK NOT LESS THAN ST-CONST (QX)                      ZIP-SORT
017735         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017736     IF ST-OP (QX) = "LE" AND                                     ZIP-SORT
017737        SEL-WORK NOT GREATER THAN ST-CONST (QX)                   ZIP-SORT
017738         MOVE 1 TO COND-HIT.                                      ZIP-SORT
017739     IF COND-HIT = 0 MOVE 0 TO GRP-HIT.                           ZIP-SORT
017740     IF ST-JOIN (QX) = "AND" GO TO GA6-X.                         ZIP-SORT
017741     IF GRP-HIT = 1 MOVE 1 TO ANY-HIT.                            ZIP-SORT
017742     MOVE 1 TO GRP-HIT.                                           ZIP-SORT
017743 GA6-X.  EXIT.                                                    ZIP-SORT
017744 GA6-COPY.                                                        ZIP-SORT
017745     MOVE RW-CH (SX) TO SW-CH (CX).                               ZIP-SORT
017746     ADD 1 TO SX.                                                 ZIP-SORT
017747 GA7-REFORMAT.                                                    ZIP-SORT
017748     NOTE  THE FMT PIECES ARE LAID END TO END - AN INPUT FIELD    ZIP-SORT
017749         FROM THE RECORD AS READ OR A CONSTANT FROM THE CARD.     ZIP-SORT
017750     MOVE SPACES TO OUT-WORK.                                     ZIP-SORT
017751     MOVE 0 TO OX.                                                ZIP-SORT
017752     PERFORM GA7-ONE-PIECE THRU GA7-P-X VARYING FX FROM 1 BY 1    ZIP-SORT
017753         UNTIL FX IS GREATER THAN FMT-CNT.                        ZIP-SORT
017754 GA7-X.  EXIT.                                                    ZIP-SORT
017755 GA7-ONE-PIECE.                                                   ZIP-SORT
017756     MOVE FT-START (FX) TO SX.                                    ZIP-SORT
017757     PERFORM GA7-COPY VARYING CX FROM 1 BY 1                      ZIP-SORT
017758         UNTIL CX IS GREATER THAN FT-LEN (FX).                    ZIP-SORT
017759 GA7-P-X.  EXIT.                                                  ZIP-SORT
017760 GA7-COPY.                                                        ZIP-SORT
017761     ADD 1 TO OX.                                                 ZIP-SORT
017762     IF FT-KIND (FX) = "C" MOVE FT-CH (FX, CX) TO OW-CH (OX)      ZIP-SORT
017763     ELSE MOVE RW-CH (SX) TO OW-CH (OX)                           ZIP-SORT
017764         ADD 1 TO SX.                                             ZIP-SORT
017765 GA8-HASH.                                                        ZIP-SORT
017766     NOTE  THE HASH FIELD OF THE RECORD AS READ IS RIGHT-ALIGNED  ZIP-SORT
017767         IN 18 DIGITS AND EACH NUMERIC HALF IS ADDED, AS SRTPERM  ZIP-SORT
017768         DOES WITH NUMB. THE VALUE TRAVELS WITH THE RECORD        ZIP-SORT
017769         THROUGH THE SORT SO A REFORMAT CANNOT LOSE IT.           ZIP-SORT
017770     MOVE 0 TO HASH-TEMP.                                         ZIP-SORT
017771     IF HASH-LEN = 0 GO TO GA8-X.                                 ZIP-SORT
017772     MOVE ZEROS TO HASH-WORK.                                     ZIP-SORT
017773     COMPUTE HX = 18 - HASH-LEN.                                  ZIP-SORT
017774     MOVE HASH-START TO SX.                                       ZIP-SORT
017775     PERFORM GA8-COPY VARYING CX FROM 1 BY 1                      ZIP-SORT
017776         UNTIL CX IS GREATER THAN HASH-LEN.                       ZIP-SORT
017777     IF HS-H1 NUMERIC ADD HS-H1 TO HASH-TEMP.                     ZIP-SORT
017778     IF HS-H2 NUMERIC ADD HS-H2 TO HASH-TEMP.                     ZIP-SORT
017779 GA8-X.  EXIT.                                                    ZIP-SORT
017780 GA8-COPY.                                                        ZIP-SORT
017781     ADD 1 TO HX.                                                 ZIP-SORT
017782     MOVE RW-CH (SX) TO HW-CH (HX).                               ZIP-SORT
017783     ADD 1 TO SX.                                                 ZIP-SORT
017800 GA9.                                                             ZIP-SORT
017900     CLOSE SORT-IN.                                               ZIP-SORT
018000 PUTTER SECTION.                                                  ZIP-SORT
018500     MOVE SK-DATA TO OUTPUT-RECORD.                               ZIP-SORT
018600     WRITE OUTPUT-RECORD.                                         ZIP-SORT
018700     ADD 1 TO RECORDS-WRITTEN.                                    ZIP-SORT
018701     ADD SK-HASH TO OUT-HASH.                                     ZIP-SORT
018800     GO TO PU2.                                                   ZIP-SORT
018900 PU9.                                                             ZIP-SORT
018901     MOVE OUT-HASH TO HT-HASH.                                    ZIP-SORT
018902     MOVE RECORDS-WRITTEN TO HT-COUNT.                            ZIP-SORT
018903     MOVE RECORDS-READ TO HT-READ.                                ZIP-SORT
018904     MOVE RECORDS-OMITTED TO HT-OMIT.                             ZIP-SORT
018905     MOVE HASH-TRAILER TO OUTPUT-RECORD.                          ZIP-SORT
018906     WRITE OUTPUT-RECORD.                                         ZIP-SORT
019000     CLOSE SORT-OUT LOCK.                                         ZIP-SORT
019100 END-OF-JOB.                                                      ZIP-SORT
