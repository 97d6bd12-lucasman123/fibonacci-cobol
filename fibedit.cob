000260* PAIR WILL NOT DRIVE THE TERM VALUE PAST ITS PICTURE         *
000270* CAPACITY, SO AN OVERFLOW ABEND IS CAUGHT AT SUBMIT TIME     *
000280* INSTEAD OF HOURS INTO THE BATCH WINDOW.                     *
000281* THE DECK IS SPLIT: ACCEPTED CARDS ARE COPIED TO PARMOK FOR   *
000282* HELLO AND THE LATER STEPS, AND EACH REJECTED CARD IS         *
000283* SUSPENDED ON THE SUSPENSE MASTER (SEE FIBSUSP) UNDER ITS     *
000284* SCHDMSTR REQUEST NUMBER WITH ITS REJECT REASONS.  A DECK     *
000285* WITH SOME CARDS SUSPENDED ENDS RC=4 (PARTIAL DECK); ONLY A    *
000286* DECK WITH NO CARD ACCEPTED ENDS RC=8.                         *
000290*--------------------------------------------------------------*
000300* MODIFICATION HISTORY                                        *
000310*--------------------------------------------------------------*
000348*                  PARM-RERUN-SW, FIBLOCK'S EXPLICIT OVERRIDE  *
000349*                  FOR RERUNNING A COMPLETED BUSINESS DATE -   *
000350*                  EDITED HERE LIKE EVERY OTHER SWITCH.        *
000351* 10/15/2026 DLC   SUSPENSE AND RECYCLE - ONE BAD CARD NO      *
000352*                  LONGER STOPS THE NIGHT.  ACCEPTED CARDS GO  *
000353*                  TO PARMOK, REJECTED CARDS ARE SUSPENDED ON  *
000354*                  THE SUSPENSE MASTER WITH THEIR REASONS, AND *
000355*                  A RECYCLED REQUEST THAT NOW PASSES HAS ITS  *
000356*                  SUSPENSE ITEM CLEARED.  RC=4 FOR A PARTIAL  *
000357*                  DECK, RC=8 ONLY WHEN NO CARD WAS ACCEPTED,  *
000358*                  RC=16 WHEN SUSPENSE CANNOT BE OPENED.       *
000359* 10/15/2026 DLC   LINEAR RECURRENCES - NEW 2350 EDITS THE     *
000360*                  SEQUENCE TYPE, THE TYPE G COEFFICIENTS AND  *
000361*                  SEED C (SEE FIBSEQT), AND THE OVERFLOW      *
000362*                  PRECHECK NOW SIMULATES THE CARD'S OWN       *
000363*                  RECURRENCE WITH HELLO'S PICTURES AND        *
000364*                  DEFAULT SEEDS.                              *
000365* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000366*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000367*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000368*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000369*--------------------------------------------------------------*
000370
000371 ENVIRONMENT DIVISION.
000372 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000400         ORGANIZATION IS SEQUENTIAL.
000401     SELECT OK-FILE ASSIGN TO PARMOK
000402         ORGANIZATION IS SEQUENTIAL.
000403     SELECT SUSP-FILE ASSIGN TO SUSPENSE
000404         ORGANIZATION IS INDEXED
000405         ACCESS MODE IS RANDOM
000406         RECORD KEY IS SUSP-REQ-NO
000407         FILE STATUS IS WS-SUSP-STATUS.
000410     SELECT EDT-FILE ASSIGN TO EDTRPT
000420         ORGANIZATION IS SEQUENTIAL.
000422     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-RLOG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000480     LABEL RECORDS ARE STANDARD.
000490     COPY FIBPARM.
000500
000501
000502 FD  OK-FILE
000503     RECORDING MODE IS F
000504     LABEL RECORDS ARE STANDARD.
000505 01  OK-PARM-RECORD           PIC X(80).
000506
000507 FD  SUSP-FILE
000508     LABEL RECORDS ARE STANDARD.
000509     COPY FIBSUSP.
000510
000511 FD  EDT-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  EDT-PRINT-LINE           PIC X(132).
000541
000542 FD  RLOG-FILE
000543     RECORDING MODE IS F
000544     LABEL RECORDS ARE STANDARD.
000545     COPY FIBRLOG.
000550
000560 WORKING-STORAGE SECTION.
000570*--------------------------------------------------------------*
000580* EDIT WORK FIELDS                                            *
000590*--------------------------------------------------------------*
000592 01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
000594
000600 01  WS-SWITCHES.
000610     05  WS-PARM-EOF-SW        PIC X(01) VALUE 'N'.
000620         88  WS-PARM-EOF                  VALUE 'Y'.
000630     05  WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
000640         88  WS-SIM-OVERFLOW              VALUE 'Y'.
000642     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000644         88  WS-ABEND                     VALUE 'Y'.
000646     05  WS-SUSP-FOUND-SW      PIC X(01) VALUE 'N'.
000648         88  WS-SUSP-FOUND                VALUE 'Y'.
000650     05  WS-ORDER-SW           PIC X(01) VALUE '2'.
000652         88  WS-SECOND-ORDER              VALUE '2'.
000654         88  WS-THIRD-ORDER               VALUE '3'.
000656
000660 01  WS-ERROR-COUNT           PIC 9(03) VALUE 0.
000661 01  WS-CARD-NO               PIC 9(03) VALUE 0.
000662 01  WS-CARD-ERRORS           PIC 9(03) VALUE 0.
000663 01  WS-REJECT-COUNT          PIC 9(03) VALUE 0.
000664 01  WS-ACCEPT-COUNT          PIC 9(03) VALUE 0.
000665 01  WS-SUSPEND-COUNT         PIC 9(03) VALUE 0.
000666 01  WS-CLEARED-COUNT         PIC 9(03) VALUE 0.
000667 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000668
000669*--------------------------------------------------------------*
000670* REJECT REASONS FOR THE CARD UNDER EDIT - THE FIRST THREE ARE *
000671* CARRIED ONTO THE SUSPENSE ITEM IF THE CARD IS REJECTED.      *
000672*--------------------------------------------------------------*
000673 01  WS-RSN-COUNT             PIC 9(02) VALUE 0.
000674 01  WS-RSN-TABLE.
000675     05  WS-RSN-ENTRY OCCURS 3 TIMES.
000676         10  WS-RSN-FIELD         PIC X(20).
000677         10  WS-RSN-TEXT          PIC X(55).
000678
000680*--------------------------------------------------------------*
000690* OVERFLOW PRECHECK FIELDS - SAME PICTURES AS HELLO'S WORK    *
000700* FIELDS SO THE SIMULATION OVERFLOWS EXACTLY WHERE THE REAL   *
000730 01  WS-SIM-A                 PIC S9(18) VALUE 0.
000740 01  WS-SIM-B                 PIC S9(18) VALUE 1.
000750 01  WS-SIM-C                 PIC S9(18).
000751 01  WS-SIM-X                 PIC S9(18) VALUE 0.
000752 01  WS-SIM-COEF-1            PIC S9(01) VALUE 1.
000753 01  WS-SIM-COEF-2            PIC S9(01) VALUE 1.
000754 01  WS-SIM-COEF-3            PIC S9(01) VALUE 0.
000755 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
000756     COPY FIBSEQT.
000760 01  WS-SIM-COUNT             PIC 9(05) VALUE 0.
000770 01  WS-SIM-TARGET            PIC 9(05) VALUE 0.
000780
001020     05  EDT-MSG-TEXT         PIC X(60).
001030     05  FILLER               PIC X(67) VALUE SPACES.
001040
001041*--------------------------------------------------------------*
001042* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
001043* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
001044*--------------------------------------------------------------*
001045 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001046 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
001047 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
001048
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-EDIT-PARM THRU 2000-EXIT
001090         UNTIL WS-PARM-EOF OR WS-ABEND.
001110     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001115     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001120     GO TO 9999-EXIT.
001130
001140 1000-INITIALIZE.
001150     DISPLAY '==========================================='.
001160     DISPLAY 'FIBEDIT - PARMIN PARAMETER CARD EDIT'.
001162     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001164     ACCEPT WS-STEP-START-TIME FROM TIME.
001170     INITIALIZE PARM-RECORD.
001175     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001180     OPEN OUTPUT EDT-FILE.
001190     WRITE EDT-PRINT-LINE FROM EDT-HEADING-1
001200         AFTER ADVANCING PAGE.
001201*--------------------------------------------------------------*
001202* THE SUSPENSE MASTER IS KEPT ACROSS NIGHTS - OPEN I-O.  THE  *
001203* VERY FIRST TIME (STATUS 35) IT IS CREATED EMPTY AND THEN    *
001204* REOPENED I-O SO IT CAN BE READ AS WELL AS WRITTEN.          *
001205*--------------------------------------------------------------*
001206     OPEN I-O SUSP-FILE.
001207     IF WS-SUSP-STATUS = '35'
001208         OPEN OUTPUT SUSP-FILE
001209         CLOSE SUSP-FILE
001210         OPEN I-O SUSP-FILE
001211     END-IF.
001212     IF WS-SUSP-STATUS NOT = '00'
001213         DISPLAY 'FIBEDIT - ABEND - SUSPENSE OPEN FAILED, '
001214             'STATUS ' WS-SUSP-STATUS
001215         SET WS-ABEND TO TRUE
001216         GO TO 1000-EXIT
001217     END-IF.
001218     OPEN OUTPUT OK-FILE.
001219     OPEN INPUT PARM-FILE.
001220     READ PARM-FILE
001230         AT END
001240             SET WS-PARM-EOF TO TRUE
001420 2000-EDIT-PARM.
001422     ADD 1 TO WS-CARD-NO.
001424     MOVE 0 TO WS-CARD-ERRORS.
001425     MOVE 0 TO WS-RSN-COUNT.
001426     MOVE SPACES TO WS-RSN-TABLE.
001427     MOVE WS-CARD-NO TO EDT-CARD-NO.
001428     MOVE PARM-RECORD TO EDT-CARD-IMAGE.
001429     WRITE EDT-PRINT-LINE FROM EDT-CARD-LINE
001431         AFTER ADVANCING 2 LINES.
001435     PERFORM 2100-EDIT-TERM-COUNT THRU 2100-EXIT.
001440     PERFORM 2200-EDIT-CKPT-INTERVAL THRU 2200-EXIT.
001450     PERFORM 2300-EDIT-SEED-FIELDS THRU 2300-EXIT.
001455     PERFORM 2350-EDIT-RECURRENCE THRU 2350-EXIT.
001460     PERFORM 2400-EDIT-RESTART-SW THRU 2400-EXIT.
001470     PERFORM 2500-EDIT-RUN-ID THRU 2500-EXIT.
001475     PERFORM 2550-EDIT-RERUN-SW THRU 2550-EXIT.
001477     PERFORM 2560-EDIT-REQ-NO THRU 2560-EXIT.
001480     IF WS-CARD-ERRORS = 0
001490         PERFORM 2600-PRECHECK-OVERFLOW THRU 2600-EXIT
001500     END-IF.
001502     IF WS-CARD-ERRORS = 0
001503         ADD 1 TO WS-ACCEPT-COUNT
001504         MOVE 'CARD ACCEPTED' TO EDT-MSG-TEXT
001506     ELSE
001508         ADD 1 TO WS-REJECT-COUNT
001512     END-IF.
001514     WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
001516         AFTER ADVANCING 1 LINE.
001517     IF WS-CARD-ERRORS = 0
001518         WRITE OK-PARM-RECORD FROM PARM-RECORD
001519         PERFORM 2700-CLEAR-SUSPENSE THRU 2700-EXIT
001520     ELSE
001521         PERFORM 2800-SUSPEND-CARD THRU 2800-EXIT
001522     END-IF.
001523     INITIALIZE PARM-RECORD.
001524     READ PARM-FILE
001525         AT END
001526             SET WS-PARM-EOF TO TRUE
001527     END-READ.
001528 2000-EXIT.
001530     EXIT.
001535
002060 2300-EXIT.
002070     EXIT.
002080
002081*--------------------------------------------------------------*
002082* THE SEQUENCE TYPE MUST BE IN FIBSEQT (BLANK IS FIBONACCI).   *
002083* ONLY TYPE G CARRIES COEFFICIENTS, AND THEY MUST BE SIGNED    *
002084* DIGITS, NOT ALL ZERO.  SEED C ONLY BELONGS ON A THIRD-ORDER  *
002085* RECURRENCE (NON-ZERO K3) AND ONLY WITH THE SEED OVERRIDE; A  *
002086* THIRD-ORDER TYPE G HAS NO DEFAULT SEEDS AND MUST SUPPLY ALL  *
002087* THREE.                                                       *
002088*--------------------------------------------------------------*
002089 2350-EDIT-RECURRENCE.
002090     SET WS-SECOND-ORDER TO TRUE.
002091     MOVE PARM-SEQ-TYPE TO WS-SEQ-TYPE.
002092     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
002093     IF SEQT-IX = 0
002094         MOVE 'PARM-SEQ-TYPE' TO EDT-ERR-FIELD
002095         MOVE 'MUST BE F, L, P, T, G OR BLANK' TO EDT-ERR-REASON
002096         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002097         GO TO 2350-EXIT
002098     END-IF.
002099     IF NOT PARM-SEQ-GENERAL
002100         IF PARM-COEFFICIENTS NOT = SPACES
002101             MOVE 'PARM-COEFFICIENTS' TO EDT-ERR-FIELD
002102             MOVE 'COEFFICIENTS ONLY APPLY TO SEQUENCE TYPE G'
002103                 TO EDT-ERR-REASON
002104             PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002105         END-IF
002106         IF SEQT-COEF-3 (SEQT-IX) NOT = 0
002107             SET WS-THIRD-ORDER TO TRUE
002108         END-IF
002109         GO TO 2350-EDIT-SEED-C
002110     END-IF.
002111     IF PARM-COEF-1 NOT NUMERIC OR PARM-COEF-2 NOT NUMERIC
002112             OR PARM-COEF-3 NOT NUMERIC
002113         MOVE 'PARM-COEFFICIENTS' TO EDT-ERR-FIELD
002114         MOVE 'TYPE G NEEDS THREE SIGNED ONE-DIGIT COEFFICIENTS'
002115             TO EDT-ERR-REASON
002116         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002117         GO TO 2350-EXIT
002118     END-IF.
002119     IF PARM-COEF-1 = 0 AND PARM-COEF-2 = 0 AND PARM-COEF-3 = 0
002120         MOVE 'PARM-COEFFICIENTS' TO EDT-ERR-FIELD
002121         MOVE 'TYPE G COEFFICIENTS ARE ALL ZERO' TO EDT-ERR-REASON
002122         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002123         GO TO 2350-EXIT
002124     END-IF.
002125     IF PARM-COEF-3 NOT = 0
002126         SET WS-THIRD-ORDER TO TRUE
002127     END-IF.
002128 2350-EDIT-SEED-C.
002129     IF WS-SECOND-ORDER
002130         IF PARM-SEED-C-X NOT = SPACES
002131             MOVE 'PARM-SEED-C' TO EDT-ERR-FIELD
002132             MOVE 'SEED C ONLY APPLIES TO THIRD-ORDER RECURRENCES'
002133                 TO EDT-ERR-REASON
002134             PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002135         END-IF
002136         GO TO 2350-EXIT
002137     END-IF.
002138     IF PARM-SEED-SUPPLIED
002139         IF PARM-SEED-C NOT NUMERIC
002140             MOVE 'PARM-SEED-C' TO EDT-ERR-FIELD
002141             MOVE 'SEED OVERRIDE IS Y BUT SEED C IS NOT NUMERIC'
002142                 TO EDT-ERR-REASON
002143             PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002144         END-IF
002145         GO TO 2350-EXIT
002146     END-IF.
002147     IF PARM-SEED-C-X NOT = SPACES
002148         MOVE 'PARM-SEED-C' TO EDT-ERR-FIELD
002149         MOVE 'SEED C GIVEN BUT SEED OVERRIDE IS NOT Y'
002150             TO EDT-ERR-REASON
002151         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002152     END-IF.
002153     IF PARM-SEQ-GENERAL
002154         MOVE 'PARM-SEED-OVERRIDE' TO EDT-ERR-FIELD
002155         MOVE 'THIRD-ORDER TYPE G MUST SUPPLY ALL THREE SEEDS'
002156             TO EDT-ERR-REASON
002157         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002158     END-IF.
002159 2350-EXIT.
002160     EXIT.
002161
002162 2400-EDIT-RESTART-SW.
002163     IF PARM-RESTART-SW NOT = 'Y' AND 'N' AND SPACE
002164         MOVE 'PARM-RESTART-SW' TO EDT-ERR-FIELD
002165         MOVE 'MUST BE Y, N OR BLANK' TO EDT-ERR-REASON
002166         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002167     END-IF.
002168 2400-EXIT.
002169     EXIT.
002170
002180 2500-EDIT-RUN-ID.
002190     IF PARM-RUN-ID NOT NUMERIC AND PARM-RUN-ID NOT = SPACES
002259     EXIT.
002260
002270*--------------------------------------------------------------*
002271* THE REQUEST NUMBER IS ONLY NEEDED TO SUSPEND THE CARD - A    *
002272* HAND-BUILT CARD MAY LEAVE IT BLANK.                          *
002273*--------------------------------------------------------------*
002274 2560-EDIT-REQ-NO.
002275     IF PARM-REQ-NO NOT NUMERIC AND PARM-REQ-NO NOT = SPACES
002276         MOVE 'PARM-REQ-NO' TO EDT-ERR-FIELD
002277         MOVE 'MUST BE NUMERIC OR BLANK' TO EDT-ERR-REASON
002278         PERFORM 5000-REPORT-ERROR THRU 5000-EXIT
002279     END-IF.
002280 2560-EXIT.
002281     EXIT.
002282
002283*--------------------------------------------------------------*
002284* SIMULATE THE GENERATION LOOP WITH THE SAME PICTURES HELLO   *
002290* USES SO A TERM COUNT / SEED PAIR THAT WOULD OVERFLOW THE    *
002300* TERM VALUE IS REJECTED HERE INSTEAD OF ABENDING THE RUN.    *
002302* THE CARD'S OWN RECURRENCE AND SEEDS ARE SET UP EXACTLY AS    *
002304* HELLO'S 4150 SETS THEM - 2350 HAS ALREADY PASSED THEM.       *
002310*--------------------------------------------------------------*
002320 2600-PRECHECK-OVERFLOW.
002326     MOVE 0 TO WS-SIM-COUNT.
002328     MOVE 'N' TO WS-OVERFLOW-SW.
002330     MOVE PARM-TERM-COUNT TO WS-SIM-TARGET.
002331     MOVE PARM-SEQ-TYPE TO WS-SEQ-TYPE.
002332     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
002333     IF PARM-SEQ-GENERAL
002334         MOVE PARM-COEF-1 TO WS-SIM-COEF-1
002335         MOVE PARM-COEF-2 TO WS-SIM-COEF-2
002336         MOVE PARM-COEF-3 TO WS-SIM-COEF-3
002337     ELSE
002338         MOVE SEQT-COEF-1 (SEQT-IX) TO WS-SIM-COEF-1
002339         MOVE SEQT-COEF-2 (SEQT-IX) TO WS-SIM-COEF-2
002340         MOVE SEQT-COEF-3 (SEQT-IX) TO WS-SIM-COEF-3
002341     END-IF.
002342     MOVE 0 TO WS-SIM-X.
002343     IF WS-SIM-COEF-3 = 0
002344         MOVE SEQT-SEED-A (SEQT-IX) TO WS-SIM-A
002345         MOVE SEQT-SEED-B (SEQT-IX) TO WS-SIM-B
002346         IF PARM-SEED-SUPPLIED
002347             MOVE PARM-SEED-A TO WS-SIM-A
002348             MOVE PARM-SEED-B TO WS-SIM-B
002349         END-IF
002350     ELSE
002351         MOVE SEQT-SEED-A (SEQT-IX) TO WS-SIM-X
002352         MOVE SEQT-SEED-B (SEQT-IX) TO WS-SIM-A
002353         MOVE SEQT-SEED-C (SEQT-IX) TO WS-SIM-B
002354         IF PARM-SEED-SUPPLIED
002355             MOVE PARM-SEED-A TO WS-SIM-X
002356             MOVE PARM-SEED-B TO WS-SIM-A
002357             MOVE PARM-SEED-C TO WS-SIM-B
002358         END-IF
002370     END-IF.
002380     PERFORM 2650-SIM-NEXT-TERM THRU 2650-EXIT
002390         UNTIL WS-SIM-COUNT >= WS-SIM-TARGET
002510     EXIT.
002520
002530 2650-SIM-NEXT-TERM.
002535     COMPUTE WS-SIM-C = WS-SIM-COEF-1 * WS-SIM-B
002540                      + WS-SIM-COEF-2 * WS-SIM-A
002545                      + WS-SIM-COEF-3 * WS-SIM-X
002560         ON SIZE ERROR
002570             SET WS-SIM-OVERFLOW TO TRUE
002580     END-COMPUTE.
002590     ADD 1 TO WS-SIM-COUNT.
002600     IF WS-SIM-OVERFLOW
002610         GO TO 2650-EXIT
002620     END-IF.
002625     SET WS-SIM-X TO WS-SIM-A.
002630     SET WS-SIM-A TO WS-SIM-B.
002640     SET WS-SIM-B TO WS-SIM-C.
002650 2650-EXIT.
002660     EXIT.
002670
002671*--------------------------------------------------------------*
002672* AN ACCEPTED CARD FOR A REQUEST THAT IS ON SUSPENSE IS A      *
002673* RECYCLED REQUEST THAT NOW PASSES - ITS ITEM IS CLEARED.      *
002674*--------------------------------------------------------------*
002675 2700-CLEAR-SUSPENSE.
002676     IF PARM-REQ-NO NOT NUMERIC OR PARM-REQ-NO = 0
002677         GO TO 2700-EXIT
002678     END-IF.
002679     MOVE PARM-REQ-NO TO SUSP-REQ-NO.
002680     READ SUSP-FILE
002681         INVALID KEY
002682             GO TO 2700-EXIT
002683     END-READ.
002684     DELETE SUSP-FILE
002685         INVALID KEY
002686             DISPLAY 'FIBEDIT - SUSPENSE DELETE FAILED, STATUS '
002687                 WS-SUSP-STATUS
002688             GO TO 2700-EXIT
002689     END-DELETE.
002690     ADD 1 TO WS-CLEARED-COUNT.
002691     MOVE 'RECYCLED REQUEST ACCEPTED - SUSPENSE ITEM CLEARED'
002692         TO EDT-MSG-TEXT.
002693     WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002694         AFTER ADVANCING 1 LINE.
002695 2700-EXIT.
002696     EXIT.
002697
002698*--------------------------------------------------------------*
002699* A REJECTED CARD IS SUSPENDED UNDER ITS REQUEST NUMBER.  A     *
002700* REQUEST ALREADY ON SUSPENSE (A RECYCLE THAT FAILED AGAIN) IS  *
002701* REOPENED WITH TONIGHT'S REASONS AND KEEPS ITS FIRST SUSPEND  *
002702* DATE SO THE AGING REPORT SHOWS HOW LONG IT HAS BEEN OUT.     *
002703* A CARD WITH NO REQUEST NUMBER CANNOT BE RECYCLED AND IS      *
002704* LEFT FOR OPERATIONS TO CORRECT FROM THE EDIT REPORT.        *
002705*--------------------------------------------------------------*
002706 2800-SUSPEND-CARD.
002707     IF PARM-REQ-NO NOT NUMERIC OR PARM-REQ-NO = 0
002708         MOVE 'NO REQUEST NUMBER - CARD NOT SUSPENDED'
002709             TO EDT-MSG-TEXT
002710         WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002711             AFTER ADVANCING 1 LINE
002712         GO TO 2800-EXIT
002713     END-IF.
002714     MOVE 'Y' TO WS-SUSP-FOUND-SW.
002715     MOVE PARM-REQ-NO TO SUSP-REQ-NO.
002716     READ SUSP-FILE
002717         INVALID KEY
002718             MOVE 'N' TO WS-SUSP-FOUND-SW
002719     END-READ.
002720     IF NOT WS-SUSP-FOUND
002721         MOVE SPACES TO SUSP-RECORD
002722         MOVE PARM-REQ-NO TO SUSP-REQ-NO
002723         MOVE WS-RUN-DATE TO SUSP-FIRST-DATE
002724         MOVE 0 TO SUSP-LAST-DATE
002725         MOVE 0 TO SUSP-REJECT-NIGHTS
002726     END-IF.
002727     IF SUSP-LAST-DATE NOT = WS-RUN-DATE
002728         ADD 1 TO SUSP-REJECT-NIGHTS
002729     END-IF.
002730     SET SUSP-OPEN TO TRUE.
002731     MOVE WS-RUN-DATE TO SUSP-LAST-DATE.
002732     MOVE 0 TO SUSP-CORRECT-DATE.
002733     MOVE WS-RSN-COUNT TO SUSP-REASON-COUNT.
002734     MOVE WS-RSN-TABLE TO SUSP-REASONS.
002735     MOVE PARM-RECORD TO SUSP-CARD-IMAGE.
002736     IF WS-SUSP-FOUND
002737         REWRITE SUSP-RECORD
002738             INVALID KEY
002739                 DISPLAY 'FIBEDIT - SUSPENSE REWRITE FAILED, '
002740                     'STATUS ' WS-SUSP-STATUS
002741                 GO TO 2800-EXIT
002742         END-REWRITE
002743     ELSE
002744         WRITE SUSP-RECORD
002745             INVALID KEY
002746                 DISPLAY 'FIBEDIT - SUSPENSE WRITE FAILED, '
002747                     'STATUS ' WS-SUSP-STATUS
002748                 GO TO 2800-EXIT
002749         END-WRITE
002750     END-IF.
002751     ADD 1 TO WS-SUSPEND-COUNT.
002752     MOVE SPACES TO EDT-MSG-TEXT.
002753     STRING 'CARD SUSPENDED UNDER REQUEST ' PARM-REQ-NO
002754         ' - WILL RECYCLE WHEN CORRECTED ON SCHDMSTR'
002755         DELIMITED BY SIZE INTO EDT-MSG-TEXT.
002756     WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002757         AFTER ADVANCING 1 LINE.
002758 2800-EXIT.
002759     EXIT.
002760
002761 3000-FINALIZE.
002762     IF WS-ABEND
002763         CLOSE EDT-FILE
002764         MOVE 16 TO RETURN-CODE
002765         GO TO 3000-EXIT
002766     END-IF.
002767     CLOSE PARM-FILE.
002768     CLOSE OK-FILE.
002769     CLOSE SUSP-FILE.
002770     DISPLAY 'FIBEDIT - CARDS READ....: ' WS-CARD-NO.
002771     DISPLAY 'FIBEDIT - CARDS ACCEPTED: ' WS-ACCEPT-COUNT.
002772     DISPLAY 'FIBEDIT - CARDS REJECTED: ' WS-REJECT-COUNT.
002773     DISPLAY 'FIBEDIT - CARDS SUSPENDED: ' WS-SUSPEND-COUNT.
002774     DISPLAY 'FIBEDIT - SUSPENSE CLEARED: ' WS-CLEARED-COUNT.
002775     IF WS-REJECT-COUNT = 0
002776         MOVE 'PARMIN DECK ACCEPTED' TO EDT-MSG-TEXT
002777         WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002778             AFTER ADVANCING 2 LINES
002779         DISPLAY 'FIBEDIT - PARMIN DECK ACCEPTED'
002780         MOVE 0 TO RETURN-CODE
002781         GO TO 3000-CLOSE-REPORT
002782     END-IF.
002783*--------------------------------------------------------------*
002784* A PARTIAL DECK STILL RUNS - THE ACCEPTED CARDS GO ON TO      *
002785* HELLO FROM PARMOK AND THE REJECTED ONES WAIT ON SUSPENSE.    *
002786* ONLY A DECK WITH NOTHING LEFT TO RUN STOPS THE JOB.          *
002787*--------------------------------------------------------------*
002788     IF WS-ACCEPT-COUNT > 0
002789         MOVE 'PARTIAL DECK - REJECTS SUSPENDED, REST WILL RUN'
002790             TO EDT-MSG-TEXT
002791         WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002792             AFTER ADVANCING 2 LINES
002793         DISPLAY 'FIBEDIT - PARTIAL DECK, ERRORS: '
002794             WS-ERROR-COUNT
002795         MOVE 4 TO RETURN-CODE
002796     ELSE
002797         MOVE 'PARMIN DECK REJECTED - RUN WILL NOT BE STARTED'
002798             TO EDT-MSG-TEXT
002799         WRITE EDT-PRINT-LINE FROM EDT-MESSAGE-LINE
002800             AFTER ADVANCING 2 LINES
002801         DISPLAY 'FIBEDIT - PARMIN DECK REJECTED, ERRORS: '
002810             WS-ERROR-COUNT
002820         MOVE 8 TO RETURN-CODE
002830     END-IF.
002835 3000-CLOSE-REPORT.
002840     CLOSE EDT-FILE.
002850     DISPLAY '==========================================='.
002860 3000-EXIT.
002890 5000-REPORT-ERROR.
002900     ADD 1 TO WS-ERROR-COUNT.
002905     ADD 1 TO WS-CARD-ERRORS.
002907     IF WS-RSN-COUNT < 3
002909         ADD 1 TO WS-RSN-COUNT
002911         MOVE EDT-ERR-FIELD TO WS-RSN-FIELD (WS-RSN-COUNT)
002913         MOVE EDT-ERR-REASON TO WS-RSN-TEXT (WS-RSN-COUNT)
002915     END-IF.
002917     WRITE EDT-PRINT-LINE FROM EDT-ERROR-LINE
002920         AFTER ADVANCING 1 LINE.
002930     DISPLAY 'FIBEDIT - REJECTED: ' EDT-ERR-FIELD
002940         ' - ' EDT-ERR-REASON.
002950 5000-EXIT.
002960     EXIT.
002970
002980*--------------------------------------------------------------*
002990* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
003000* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK  *
003010* TYPE IS FIBONACCI.                                           *
003020*--------------------------------------------------------------*
003030 6500-FIND-SEQ-TYPE.
003040     IF WS-SEQ-TYPE = SPACE
003050         MOVE 'F' TO WS-SEQ-TYPE
003060     END-IF.
003070     MOVE 1 TO SEQT-IX.
003080     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
003090         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
003100            OR SEQT-IX >= SEQT-MAX.
003110     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
003120         MOVE 0 TO SEQT-IX
003130     END-IF.
003140 6500-EXIT.
003150     EXIT.
003160
003170 6510-NEXT-SEQ-TYPE.
003180     ADD 1 TO SEQT-IX.
003190 6510-EXIT.
003200     EXIT.
003210
003220*--------------------------------------------------------------*
003230* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
003240* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
003250* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
003260* CHANGE THE STEP'S OUTCOME.                                   *
003270*--------------------------------------------------------------*
003280 8900-WRITE-STEP-TIME.
003290     OPEN EXTEND RLOG-FILE.
003300     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
003310         DISPLAY 'FIBEDIT - WARNING - RUNLOG OPEN FAILED, '
003320             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
003330         GO TO 8900-EXIT
003340     END-IF.
003350     MOVE SPACES TO RLOG-RECORD.
003360     SET RLOG-STEP-TIMING TO TRUE.
003370     MOVE 0 TO RLOG-RUN-ID.
003380     MOVE 0 TO RLOG-RUN-DATE.
003390     MOVE 'FIBEDIT' TO RLOG-STEP-PROGRAM.
003400     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
003410     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
003420     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
003430     ACCEPT RLOG-STEP-END-TIME FROM TIME.
003440     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
003450     MOVE WS-CARD-NO TO RLOG-STEP-READ.
003460     COMPUTE RLOG-STEP-WRITTEN =
003470         WS-ACCEPT-COUNT + WS-SUSPEND-COUNT.
003480     MOVE RETURN-CODE TO RLOG-STEP-RC.
003490     WRITE RLOG-RECORD.
003500     CLOSE RLOG-FILE.
003510 8900-EXIT.
003520     EXIT.
003530
003540 9999-EXIT.
003550     STOP RUN.
