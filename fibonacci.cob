001250*                  PAIR GENERATE END TO END.  THE ON SIZE      *
001260*                  ERROR ABEND STAYS AS THE MAGNITUDE          *
001270*                  BACKSTOP.                                   *
001271* 10/15/2026 DLC   BUSINESS CALENDAR - THE RUN DATE STAMPED ON  *
001272*                  THE BANNER, THE FIBOUT HEADERS AND RUNLOG IS *
001273*                  NOW THE BUSINESS DATE FIBLOCK PUT IN FLIGHT  *
001274*                  ON RUNCTL (SHARED FIBRUNC COPYBOOK) FROM THE *
001275*                  CALMSTR CALENDAR, SO A RUN THAT CROSSES      *
001276*                  MIDNIGHT OR CATCHES UP A MISSED BUSINESS DAY *
001277*                  IS STILL DATED CORRECTLY.  TODAY'S DATE IS   *
001278*                  ONLY USED OUTSIDE THE MANAGED JOB, WHEN NO   *
001279*                  DATE IS IN FLIGHT.                           *
001280* 10/15/2026 DLC   LINEAR RECURRENCES - EACH TERM IS NOW       *
001281*                  K1*T(N-1) + K2*T(N-2) + K3*T(N-3) FOR THE   *
001282*                  CARD'S SEQUENCE TYPE (FIBSEQT - FIBONACCI,  *
001283*                  LUCAS, PELL, TRIBONACCI, OR G WITH THE      *
001284*                  COEFFICIENTS ON THE CARD). A NON-ZERO K3    *
001285*                  CARRIES A THIRD WORK FIELD, WS-X, SEEDED    *
001286*                  FROM THE CARD'S SEED C AND CHECKPOINTED IN  *
001287*                  CHKPT-X. DEFAULT SEEDS COME FROM THE TABLE. *
001288*                  THE HEADER RECORDS THE TYPE, COEFFICIENTS   *
001289*                  AND ALL THREE SEEDS. A BLANK TYPE IS        *
001290*                  FIBONACCI, SO EXISTING DECKS ARE UNCHANGED. *
001291* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
001292*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
001293*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
001294*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
001295* 10/15/2026 DLC   CHARGEBACK - THE RUNLOG RECORD NOW CARRIES  *
001296*                  THE CARD'S SCHDMSTR REQUEST NUMBER AND THE  *
001297*                  DECK'S RERUN OVERRIDE, PRICED BY FIBCHGB.   *
001298*--------------------------------------------------------------*
001299
001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001440         ORGANIZATION IS SEQUENTIAL.
001450     SELECT OPTIONAL RST-FILE ASSIGN TO RSTCTL
001460         ORGANIZATION IS SEQUENTIAL.
001462     SELECT OPTIONAL RUNC-FILE ASSIGN TO RUNCTL
001464         ORGANIZATION IS SEQUENTIAL
001466         FILE STATUS IS WS-RUNC-STATUS.
001470
001480 DATA DIVISION.
001490 FILE SECTION.
001760     RECORDING MODE IS F
001770     LABEL RECORDS ARE STANDARD.
001780     COPY FIBRCTL.
001781
001782 FD  RUNC-FILE
001783     RECORDING MODE IS F
001784     LABEL RECORDS ARE STANDARD.
001785     COPY FIBRUNC.
001790
001800 WORKING-STORAGE SECTION.
001810*--------------------------------------------------------------*
001890 01  WS-B                     PIC S9(18) VALUE 1.
001900 01  WS-I                     PIC 9(05) VALUE 2.
001910 01  WS-C                     PIC S9(18).
001915 01  WS-X                     PIC S9(18) VALUE 0.
001920 01  WS-SUM-TOTAL             PIC S9(18) VALUE 0.
001930 01  WS-REPOS-COUNT           PIC 9(05) VALUE 0.
001940 01  WS-REQ-NO                PIC 9(05) VALUE 0.
002060 01  WS-RESTART-A             PIC S9(18) VALUE 0.
002070 01  WS-RESTART-B             PIC S9(18) VALUE 0.
002080 01  WS-RESTART-SUM           PIC S9(18) VALUE 0.
002085 01  WS-RESTART-X             PIC S9(18) VALUE 0.
002090 01  WS-RESTART-RUN-ID        PIC 9(05) VALUE 0.
002100 01  WS-REQ-SEED-A            PIC S9(18) VALUE 0.
002110 01  WS-REQ-SEED-B            PIC S9(18) VALUE 1.
002115 01  WS-REQ-SEED-C            PIC S9(18) VALUE 0.
002120 01  WS-RLOG-RC               PIC 9(04) VALUE 0.
002121 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
002122 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
002123
002124*--------------------------------------------------------------*
002125* RECURRENCE FOR THE CURRENT REQUEST - SET BY 4100 FROM THE    *
002126* CARD'S SEQUENCE TYPE AND THE FIBSEQT TABLE.                  *
002127*--------------------------------------------------------------*
002128 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
002129 01  WS-SEQ-NAME              PIC X(12) VALUE SPACES.
002130 01  WS-COEF-1                PIC S9(01) VALUE 1.
002131 01  WS-COEF-2                PIC S9(01) VALUE 1.
002132 01  WS-COEF-3                PIC S9(01) VALUE 0.
002133     COPY FIBSEQT.
002134
002140 01  WS-SWITCHES.
002150     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
002160         88  WS-ABEND                    VALUE 'Y'.
002300         88  WS-REQUESTS-DONE            VALUE 'Y'.
002310     05  WS-REPOS-DONE-SW      PIC X(01) VALUE 'N'.
002320         88  WS-REPOS-DONE               VALUE 'Y'.
002322     05  WS-ORDER-SW           PIC X(01) VALUE '2'.
002324         88  WS-SECOND-ORDER             VALUE '2'.
002326         88  WS-THIRD-ORDER              VALUE '3'.
002327     05  WS-DECK-RERUN-SW      PIC X(01) VALUE 'N'.
002328         88  WS-DECK-RERUN               VALUE 'Y'.
002330 01  WS-FIBOUT-STATUS         PIC X(02) VALUE '00'.
002340 01  WS-FIBPRV-STATUS         PIC X(02) VALUE '00'.
002345 01  WS-RUNC-STATUS           PIC X(02) VALUE '00'.
002350 01  WS-CKPT-INTERVAL         PIC 9(05) VALUE 5.
002360 01  WS-CKPT-QUOT             PIC 9(05).
002370 01  WS-CKPT-REM              PIC 9(05).
002430     05  WS-RUN-DATE-DD           PIC 9(02).
002440 01  WS-TIME-OF-DAY               PIC 9(08).
002450 01  WS-TIME-DIV                  PIC 9(03).
002451*--------------------------------------------------------------*
002452* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
002453* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
002454*--------------------------------------------------------------*
002455 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
002456 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
002457
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520         GO TO 9000-OVERFLOW-ABEND
002530     END-IF.
002540     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002545     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
002550     GO TO 9999-EXIT.
002560
002570 1000-INITIALIZE.
002572     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002574     ACCEPT WS-STEP-START-TIME FROM TIME.
002580     PERFORM 1800-READ-RUNCTL THRU 1800-EXIT.
002590     ACCEPT WS-TIME-OF-DAY FROM TIME.
002600     DIVIDE WS-TIME-OF-DAY BY 100000 GIVING WS-TIME-DIV
002610         REMAINDER WS-BASE-ID.
002640     READ PARM-FILE
002650         AT END
002660             SET WS-PARM-EOF TO TRUE
002662         NOT AT END
002664             ADD 1 TO WS-READ-COUNT
002670     END-READ.
002671*--------------------------------------------------------------*
002672* A FORCED RERUN IS NAMED ON THE FIRST CARD OF THE DECK (SEE  *
002673* FIBLOCK) AND APPLIES TO EVERY REQUEST IN IT - KEEP IT FOR   *
002674* THE RUNLOG RECORDS THE MONTH-END CHARGEBACK PRICES.         *
002675*--------------------------------------------------------------*
002676     IF NOT WS-PARM-EOF AND PARM-RERUN-REQUESTED
002677         SET WS-DECK-RERUN TO TRUE
002678     END-IF.
002680*--------------------------------------------------------------*
002690* THE RESTART DECISION COMES FROM THE RSTCTL RECORD FIBRMGR   *
002700* WROTE AT THE TOP OF THE JOB; THE PARMIN SWITCH REMAINS AS   *
002910     DISPLAY 'REQUEST...: ' WS-REQ-NO.
002920     DISPLAY 'RUN ID....: ' WS-ID.
002930     DISPLAY 'OPERATOR..: ' WS-NAME.
002932     DISPLAY 'SEQUENCE..: ' WS-SEQ-NAME ' K1=' WS-COEF-1
002934         ' K2=' WS-COEF-2 ' K3=' WS-COEF-3.
002940     DISPLAY 'RUN DATE..: ' WS-RUN-DATE-MM '/' WS-RUN-DATE-DD '/'
002950         WS-RUN-DATE-CCYY.
002960     DISPLAY '==========================================='.
003510     IF WS-TRLRS-KEPT < WS-RESTART-REQ-NO - 1
003520         MOVE PRV-OUT-RECORD TO FIB-OUT-RECORD
003530         WRITE FIB-OUT-RECORD
003535         ADD 1 TO WS-WRITE-COUNT
003540         IF PRV-REC-TRAILER
003550             ADD 1 TO WS-TRLRS-KEPT
003560         END-IF
003590     IF PRV-REC-HEADER
003600         MOVE PRV-OUT-RECORD TO FIB-OUT-RECORD
003610         WRITE FIB-OUT-RECORD
003615         ADD 1 TO WS-WRITE-COUNT
003620*--------------------------------------------------------------*
003630* THE LAST HEADER KEPT IS THE RESTART GROUP'S - ITS RUN ID    *
003640* MUST STAY ON THE RESUMED REQUEST'S BANNER AND RUNLOG        *
003710     IF PRV-REC-DETAIL AND WS-REPOS-COUNT < WS-RESTART-COUNT
003720         MOVE PRV-OUT-RECORD TO FIB-OUT-RECORD
003730         WRITE FIB-OUT-RECORD
003735         ADD 1 TO WS-WRITE-COUNT
003740         ADD 1 TO WS-REPOS-COUNT
003750         IF WS-REPOS-COUNT >= WS-RESTART-COUNT
003760             SET WS-REPOS-DONE TO TRUE
004040             MOVE CHKPT-A TO WS-RESTART-A
004050             MOVE CHKPT-B TO WS-RESTART-B
004060             MOVE CHKPT-SUM-TOTAL TO WS-RESTART-SUM
004065             MOVE CHKPT-X TO WS-RESTART-X
004070             SET WS-RESTARTED TO TRUE
004080     END-READ.
004090 1750-EXIT.
004091     EXIT.
004092
004093*--------------------------------------------------------------*
004094* THE RUN DATE IS THE BUSINESS DATE FIBLOCK PUT IN FLIGHT ON   *
004095* RUNCTL.  WITH NO DATE IN FLIGHT (A RUN OUTSIDE THE MANAGED   *
004096* JOB) TODAY'S DATE IS USED AND SAID SO ON SYSOUT.             *
004097*--------------------------------------------------------------*
004098 1800-READ-RUNCTL.
004099     MOVE 0 TO WS-RUN-DATE.
004100     OPEN INPUT RUNC-FILE.
004101     IF WS-RUNC-STATUS = '00'
004102         READ RUNC-FILE
004103             AT END
004104                 CONTINUE
004105             NOT AT END
004106                 IF RUNC-INFLIGHT
004107                     MOVE RUNC-INFLIGHT-DATE TO WS-RUN-DATE
004108                 END-IF
004109         END-READ
004110         CLOSE RUNC-FILE
004111     END-IF.
004112     IF WS-RUN-DATE = 0
004113         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004114         DISPLAY 'HELLO - NO BUSINESS DATE IN FLIGHT ON RUNCTL - '
004115             'RUN DATED TODAY ' WS-RUN-DATE
004116     END-IF.
004117 1800-EXIT.
004118     EXIT.
004119
004121*--------------------------------------------------------------*
004123* NEXT TERM OF THE REQUEST'S RECURRENCE - WS-B IS T(N-1),      *
004125* WS-A IS T(N-2) AND WS-X IS T(N-3).  FOR A SECOND-ORDER       *
004127* RECURRENCE K3 IS ZERO AND WS-X DROPS OUT.                    *
004129*--------------------------------------------------------------*
004131 2000-BUILD-FIBONACCI.
004133     COMPUTE WS-C = WS-COEF-1 * WS-B + WS-COEF-2 * WS-A
004135                  + WS-COEF-3 * WS-X
004150         ON SIZE ERROR
004160             SET WS-ABEND TO TRUE
004170             GO TO 2000-EXIT
004180     END-COMPUTE.
004190     DISPLAY WS-C.
004200     SET FIB-REC-DETAIL TO TRUE.
004210     MOVE WS-COUNT TO FIB-OUT-SEQ-NO.
004220     MOVE WS-C TO FIB-OUT-TERM-VALUE.
004230     WRITE FIB-OUT-RECORD.
004235     ADD 1 TO WS-WRITE-COUNT.
004240     ADD WS-C TO WS-SUM-TOTAL.
004245     SET WS-X TO WS-A.
004250     SET WS-A TO WS-B.
004260     SET WS-B TO WS-C.
004270     ADD 1 TO WS-COUNT.
004400     MOVE WS-A TO CHKPT-A.
004410     MOVE WS-B TO CHKPT-B.
004420     MOVE WS-SUM-TOTAL TO CHKPT-SUM-TOTAL.
004425     MOVE WS-X TO CHKPT-X.
004430     WRITE CHKPT-RECORD.
004440 2500-EXIT.
004450     EXIT.
004660         MOVE WS-RESTART-COUNT TO WS-COUNT
004670         MOVE WS-RESTART-A TO WS-A
004680         MOVE WS-RESTART-B TO WS-B
004685         MOVE WS-RESTART-X TO WS-X
004690         MOVE WS-RESTART-B TO WS-C
004700         MOVE WS-RESTART-SUM TO WS-SUM-TOTAL
004710         IF WS-RESTART-RUN-ID > 0
004950     MOVE 0 TO WS-COUNT.
004960     MOVE 0 TO WS-SUM-TOTAL.
004970     MOVE 10 TO WS-TERM-COUNT.
005000     MOVE 0 TO WS-C.
005010     MOVE 5 TO WS-CKPT-INTERVAL.
005020     IF PARM-TERM-COUNT NUMERIC AND PARM-TERM-COUNT > 0
005100     IF PARM-CKPT-INTERVAL NUMERIC AND PARM-CKPT-INTERVAL > 0
005110         MOVE PARM-CKPT-INTERVAL TO WS-CKPT-INTERVAL
005120     END-IF.
005125     PERFORM 4150-SET-RECURRENCE THRU 4150-EXIT.
005130     IF PARM-SEED-SUPPLIED AND PARM-SEED-A NUMERIC
005140             AND PARM-SEED-B NUMERIC
005142         IF WS-THIRD-ORDER
005144             IF PARM-SEED-C NUMERIC
005146                 MOVE PARM-SEED-A TO WS-X
005148                 MOVE PARM-SEED-B TO WS-A
005150                 MOVE PARM-SEED-C TO WS-B
005152             END-IF
005154         ELSE
005156             MOVE PARM-SEED-A TO WS-A
005158             MOVE PARM-SEED-B TO WS-B
005160         END-IF
005170     END-IF.
005172*--------------------------------------------------------------*
005174* THE REQUEST'S SEEDS ARE KEPT OLDEST FIRST, AS ON THE CARD -  *
005176* A THIRD-ORDER RECURRENCE STARTS FROM WS-X, WS-A, WS-B.       *
005178*--------------------------------------------------------------*
005180     IF WS-THIRD-ORDER
005182         MOVE WS-X TO WS-REQ-SEED-A
005184         MOVE WS-A TO WS-REQ-SEED-B
005186         MOVE WS-B TO WS-REQ-SEED-C
005188     ELSE
005190         MOVE WS-A TO WS-REQ-SEED-A
005192         MOVE WS-B TO WS-REQ-SEED-B
005194         MOVE 0 TO WS-REQ-SEED-C
005196     END-IF.
005200     IF PARM-RUN-ID NUMERIC AND PARM-RUN-ID > 0
005210         MOVE PARM-RUN-ID TO WS-ID
005220     ELSE
005250 4100-EXIT.
005260     EXIT.
005270
005271*--------------------------------------------------------------*
005272* LOOK UP THE CARD'S SEQUENCE TYPE IN FIBSEQT AND SET THE      *
005273* COEFFICIENTS, THE ORDER AND THE DEFAULT SEEDS.  A TYPE G     *
005274* CARD WITHOUT NUMERIC COEFFICIENTS, OR A TYPE NOT IN THE      *
005275* TABLE, GENERATES FIBONACCI AND SAYS SO ON SYSOUT - FIBEDIT   *
005276* HAS ALREADY REJECTED SUCH A CARD IN THE MANAGED JOB.         *
005277*--------------------------------------------------------------*
005278 4150-SET-RECURRENCE.
005279     MOVE PARM-SEQ-TYPE TO WS-SEQ-TYPE.
005280     IF PARM-SEQ-GENERAL
005281         IF PARM-COEF-1 NOT NUMERIC OR PARM-COEF-2 NOT NUMERIC
005282                 OR PARM-COEF-3 NOT NUMERIC
005283             DISPLAY 'HELLO - TYPE G COEFFICIENTS NOT NUMERIC - '
005284                 'FIBONACCI GENERATED'
005285             MOVE 'F' TO WS-SEQ-TYPE
005286         END-IF
005287     END-IF.
005288     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
005289     IF SEQT-IX = 0
005290         DISPLAY 'HELLO - SEQUENCE TYPE ' WS-SEQ-TYPE
005291             ' UNKNOWN - FIBONACCI GENERATED'
005292         MOVE 'F' TO WS-SEQ-TYPE
005293         PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
005294     END-IF.
005295     MOVE SEQT-NAME (SEQT-IX) TO WS-SEQ-NAME.
005296     IF WS-SEQ-TYPE = 'G'
005297         MOVE PARM-COEF-1 TO WS-COEF-1
005298         MOVE PARM-COEF-2 TO WS-COEF-2
005299         MOVE PARM-COEF-3 TO WS-COEF-3
005300     ELSE
005301         MOVE SEQT-COEF-1 (SEQT-IX) TO WS-COEF-1
005302         MOVE SEQT-COEF-2 (SEQT-IX) TO WS-COEF-2
005303         MOVE SEQT-COEF-3 (SEQT-IX) TO WS-COEF-3
005304     END-IF.
005305     MOVE 0 TO WS-X.
005306     IF WS-COEF-3 = 0
005307         SET WS-SECOND-ORDER TO TRUE
005308         MOVE SEQT-SEED-A (SEQT-IX) TO WS-A
005309         MOVE SEQT-SEED-B (SEQT-IX) TO WS-B
005310     ELSE
005311         SET WS-THIRD-ORDER TO TRUE
005312         MOVE SEQT-SEED-A (SEQT-IX) TO WS-X
005313         MOVE SEQT-SEED-B (SEQT-IX) TO WS-A
005314         MOVE SEQT-SEED-C (SEQT-IX) TO WS-B
005315     END-IF.
005316 4150-EXIT.
005317     EXIT.
005318
005319 4200-WRITE-HEADER.
005320     MOVE SPACES TO FIB-OUT-RECORD.
005321     MOVE 'H' TO FIB-HDR-TYPE.
005322     MOVE WS-ID TO FIB-HDR-RUN-ID.
005323     MOVE WS-RUN-DATE TO FIB-HDR-RUN-DATE.
005324     MOVE WS-REQ-SEED-A TO FIB-HDR-SEED-A.
005325     MOVE WS-REQ-SEED-B TO FIB-HDR-SEED-B.
005326     MOVE WS-SEQ-TYPE TO FIB-HDR-SEQ-TYPE.
005327     MOVE WS-COEF-1 TO FIB-HDR-COEF-1.
005328     MOVE WS-COEF-2 TO FIB-HDR-COEF-2.
005329     MOVE WS-COEF-3 TO FIB-HDR-COEF-3.
005330     MOVE WS-REQ-SEED-C TO FIB-HDR-SEED-C.
005340     WRITE FIB-OUT-RECORD.
005345     ADD 1 TO WS-WRITE-COUNT.
005350 4200-EXIT.
005360     EXIT.
005370
005410     MOVE WS-C TO FIB-TRLR-FINAL-VALUE.
005420     MOVE WS-SUM-TOTAL TO FIB-TRLR-CONTROL-TOTAL.
005430     WRITE FIB-TRAILER-RECORD.
005435     ADD 1 TO WS-WRITE-COUNT.
005440*--------------------------------------------------------------*
005450* AN END-OF-REQUEST CHECKPOINT SO A RESTART AFTER THIS        *
005460* REQUEST COMPLETED (BUT BEFORE THE NEXT ONE CHECKPOINTED)    *
005690         MOVE 'N' TO RLOG-RESTART-SW
005700     END-IF.
005710     MOVE WS-RLOG-RC TO RLOG-RETURN-CODE.
005711     IF PARM-REQ-NO NUMERIC
005712         MOVE PARM-REQ-NO TO RLOG-REQ-NO
005713     ELSE
005714         MOVE 0 TO RLOG-REQ-NO
005715     END-IF.
005716     MOVE WS-DECK-RERUN-SW TO RLOG-RERUN-SW.
005720     WRITE RLOG-RECORD.
005730 4400-EXIT.
005740     EXIT.
005830         AT END
005840             SET WS-PARM-EOF TO TRUE
005850             SET WS-REQUESTS-DONE TO TRUE
005852         NOT AT END
005854             ADD 1 TO WS-READ-COUNT
005860     END-READ.
005870 4500-EXIT.
005880     EXIT.
005890
005891*--------------------------------------------------------------*
005892* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON  *
005893* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK *
005894* TYPE IS FIBONACCI.                                          *
005895*--------------------------------------------------------------*
005896 6500-FIND-SEQ-TYPE.
005897     IF WS-SEQ-TYPE = SPACE
005898         MOVE 'F' TO WS-SEQ-TYPE
005899     END-IF.
005900     MOVE 1 TO SEQT-IX.
005901     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
005902         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
005903            OR SEQT-IX >= SEQT-MAX.
005904     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
005905         MOVE 0 TO SEQT-IX
005906     END-IF.
005907 6500-EXIT.
005908     EXIT.
005909
005910 6510-NEXT-SEQ-TYPE.
005911     ADD 1 TO SEQT-IX.
005912 6510-EXIT.
005913     EXIT.
005914
005915 9000-OVERFLOW-ABEND.
005916     DISPLAY 'HELLO - ABEND - WS-C OVERFLOWED PIC S9(18) AT TERM '
005920         WS-COUNT ' OF REQUEST ' WS-REQ-NO.
005930     DISPLAY 'HELLO - RUN TERMINATED, OUTPUT IS INCOMPLETE'.
005940     MOVE 16 TO RETURN-CODE.
005980     CLOSE FIB-OUTPUT-FILE.
005990     CLOSE CHKPT-FILE.
006000     CLOSE RLOG-FILE.
006005     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
006010     GO TO 9999-EXIT.
006011
006012*--------------------------------------------------------------*
006013* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
006014* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
006015*--------------------------------------------------------------*
006016 8900-WRITE-STEP-TIME.
006017     OPEN EXTEND RLOG-FILE.
006018     MOVE SPACES TO RLOG-RECORD.
006019     SET RLOG-STEP-TIMING TO TRUE.
006020     MOVE 0 TO RLOG-RUN-ID.
006021     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
006022     MOVE 'HELLO' TO RLOG-STEP-PROGRAM.
006023     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
006024     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
006025     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
006026     ACCEPT RLOG-STEP-END-TIME FROM TIME.
006027     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
006028     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
006029     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
006030     MOVE RETURN-CODE TO RLOG-STEP-RC.
006031     WRITE RLOG-RECORD.
006032     CLOSE RLOG-FILE.
006033 8900-EXIT.
006034     EXIT.
006035
006036 9999-EXIT.
006040     STOP RUN.
