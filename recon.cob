000190* TOTAL, AGAINST THE FIBOUT FILE PRODUCED BY HELLO - THE SAME  *
000200* WAY OTHER BATCH FEEDS ARE BALANCED BEFORE BEING TREATED AS   *
000210* FINAL.                                                       *
000212* EACH GROUP IS RECOMPUTED FROM THE RECURRENCE ITS HEADER      *
000214* NAMES (SEE FIBSEQT).  FOR A NAMED SEQUENCE TYPE THE          *
000216* COEFFICIENTS COME FROM THE TABLE, NOT FROM THE HEADER, SO A  *
000218* HEADER THAT DISAGREES WITH ITS OWN TYPE IS OUT OF BALANCE.   *
000220*--------------------------------------------------------------*
000230* MODIFICATION HISTORY                                        *
000240*--------------------------------------------------------------*
000299*                  BALANCED: THE RUN ID, THE GROUP'S MISMATCH  *
000300*                  COUNT AND ITS IN-BALANCE / OUT-OF-BALANCE   *
000301*                  VERDICT.                                    *
000302* 09/03/2026 DLC   SIGNED SEEDS - RECOMPUTE FIELDS AND BOTH   *
000303*                  RUNNING TOTALS ARE NOW SIGNED IN STEP WITH  *
000304*                  THE SIGNED FIBPARM/FIBREC/FIBRLOG LAYOUTS   *
000305*                  SO A NEGATIVELY SEEDED RUN STILL BALANCES.  *
000306* 10/15/2026 DLC   BUSINESS CALENDAR - THE RUNLOG RUN DATE IS   *
000307*                  NOW THE BUSINESS DATE FIBLOCK PUT IN FLIGHT  *
000308*                  ON RUNCTL (SHARED FIBRUNC COPYBOOK), THE     *
000309*                  SAME DATE HELLO STAMPED, INSTEAD OF TODAY'S  *
000310*                  DATE.  TODAY'S DATE IS ONLY USED OUTSIDE THE *
000311*                  MANAGED JOB, WHEN NO DATE IS IN FLIGHT.      *
000312* 10/15/2026 DLC   LINEAR RECURRENCES - EACH GROUP IS NOW      *
000313*                  RECOMPUTED AS K1*T(N-1) + K2*T(N-2) +       *
000314*                  K3*T(N-3) FOR THE SEQUENCE TYPE ON ITS      *
000315*                  HEADER, WITH A THIRD WORK FIELD WS-X FOR A  *
000316*                  THIRD-ORDER RECURRENCE. A NAMED TYPE TAKES  *
000317*                  ITS COEFFICIENTS FROM FIBSEQT, AND A HEADER *
000318*                  THAT DISAGREES, OR AN UNKNOWN TYPE, PUTS    *
000319*                  THE GROUP OUT OF BALANCE. ONLY TYPE G USES  *
000320*                  THE HEADER'S OWN COEFFICIENTS.              *
000321* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000322*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000323*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000324*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000325*--------------------------------------------------------------*
000326
000327 ENVIRONMENT DIVISION.
000328 INPUT-OUTPUT SECTION.
000329 FILE-CONTROL.
000330     SELECT FIBIN-FILE ASSIGN TO FIBIN
000331         ORGANIZATION IS SEQUENTIAL
000332         FILE STATUS IS WS-FIBIN-STATUS.
000335     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000336         ORGANIZATION IS SEQUENTIAL.
000337     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000338         ORGANIZATION IS SEQUENTIAL.
000340     SELECT OPTIONAL RUNC-FILE ASSIGN TO RUNCTL
000342         ORGANIZATION IS SEQUENTIAL
000344         FILE STATUS IS WS-RUNC-STATUS.
000346
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FIBIN-FILE
000412     RECORDING MODE IS F
000413     LABEL RECORDS ARE STANDARD.
000414     COPY FIBRLOG.
000416
000418 FD  RUNC-FILE
000420     RECORDING MODE IS F
000422     LABEL RECORDS ARE STANDARD.
000424     COPY FIBRUNC.
000426
000428 WORKING-STORAGE SECTION.
000430*--------------------------------------------------------------*
000440* RECONCILIATION WORK FIELDS                                  *
000450*--------------------------------------------------------------*
000470 01  WS-B                     PIC S9(18) VALUE 1.
000480 01  WS-C                     PIC S9(18).
000490 01  WS-EXPECTED-C             PIC S9(18).
000491 01  WS-X                     PIC S9(18) VALUE 0.
000492
000493*--------------------------------------------------------------*
000494* RECURRENCE FOR THE CURRENT GROUP - SET BY 1150 FROM THE CARD *
000495* (HEADERLESS FILE) OR BY 2060 FROM EACH HEADER.               *
000496*--------------------------------------------------------------*
000497 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
000498 01  WS-COEF-1                PIC S9(01) VALUE 1.
000499 01  WS-COEF-2                PIC S9(01) VALUE 1.
000500 01  WS-COEF-3                PIC S9(01) VALUE 0.
000501     COPY FIBSEQT.
000502
000510 01  WS-SWITCHES.
000520     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000530         88  WS-EOF                       VALUE 'Y'.
000572         88  WS-GROUP-OPEN                VALUE 'Y'.
000573     05  WS-GRP-BAD-SW         PIC X(01) VALUE 'N'.
000574         88  WS-GROUP-BAD                 VALUE 'Y'.
000575     05  WS-RECUR-BAD-SW       PIC X(01) VALUE 'N'.
000576         88  WS-RECUR-BAD                 VALUE 'Y'.
000577 01  WS-FIBIN-STATUS           PIC X(02) VALUE '00'.
000578 01  WS-RUNC-STATUS            PIC X(02) VALUE '00'.
000580
000590 01  WS-MISMATCH-COUNT         PIC 9(05) VALUE 0.
000600 01  WS-ACTUAL-TOTAL           PIC S9(18) VALUE 0.
000610 01  WS-RECALC-TOTAL           PIC S9(18) VALUE 0.
000615 01  WS-DETAIL-COUNT           PIC 9(05) VALUE 0.
000616 01  WS-READ-COUNT             PIC 9(07) VALUE 0.
000617 01  WS-WRITE-COUNT            PIC 9(07) VALUE 0.
000618
000619*--------------------------------------------------------------*
000620* PER-REQUEST GROUP FIELDS - RESET ON EACH FIBOUT HEADER      *
000621*--------------------------------------------------------------*
000622 01  WS-RUN-DATE               PIC 9(08) VALUE 0.
000623 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
000624 01  WS-GROUP-NO               PIC 9(05) VALUE 0.
000625 01  WS-GROUP-RUN-ID           PIC 9(05) VALUE 0.
000626 01  WS-GRP-DETAIL-COUNT       PIC 9(05) VALUE 0.
000627 01  WS-GRP-MISMATCH-COUNT     PIC 9(05) VALUE 0.
000628 01  WS-GRP-ACTUAL-TOTAL       PIC S9(18) VALUE 0.
000629 01  WS-GRP-RECALC-TOTAL       PIC S9(18) VALUE 0.
000630 01  WS-BAD-GROUP-COUNT        PIC 9(05) VALUE 0.
000631
000632*--------------------------------------------------------------*
000633* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000634* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000635*--------------------------------------------------------------*
000636 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000637 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000638
000639 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     PERFORM 2000-RECONCILE THRU 2000-EXIT
000670         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
000680     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000685     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000690     GO TO 9999-EXIT.
000700
000710 1000-INITIALIZE.
000720     DISPLAY '==========================================='.
000730     DISPLAY 'RECON - FIBONACCI SEQUENCE RECONCILIATION'.
000731     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000732     ACCEPT WS-STEP-START-TIME FROM TIME.
000733     PERFORM 1200-READ-RUNCTL THRU 1200-EXIT.
000734     ACCEPT WS-RUN-TIME FROM TIME.
000740     PERFORM 1100-READ-PARM THRU 1100-EXIT.
000745     OPEN EXTEND RLOG-FILE.
000770     READ FIBIN-FILE
000780         AT END
000790             SET WS-EOF TO TRUE
000792         NOT AT END
000794             ADD 1 TO WS-READ-COUNT
000800     END-READ.
000810 1000-EXIT.
000820     EXIT.
000880             CONTINUE
000890     END-READ.
000900     CLOSE PARM-FILE.
000905     PERFORM 1150-SET-CARD-RECURRENCE THRU 1150-EXIT.
000910     IF PARM-SEED-SUPPLIED AND PARM-SEED-A NUMERIC
000920             AND PARM-SEED-B NUMERIC
000922         IF WS-COEF-3 = 0
000924             MOVE PARM-SEED-A TO WS-A
000926             MOVE PARM-SEED-B TO WS-B
000928         ELSE
000930             IF PARM-SEED-C NUMERIC
000932                 MOVE PARM-SEED-A TO WS-X
000934                 MOVE PARM-SEED-B TO WS-A
000936                 MOVE PARM-SEED-C TO WS-B
000938             END-IF
000940         END-IF
000950     END-IF.
000952     IF PARM-RUN-ID NUMERIC AND PARM-RUN-ID > 0
000954         MOVE PARM-RUN-ID TO WS-GROUP-RUN-ID
000956     END-IF.
000960 1100-EXIT.
000961     EXIT.
000962
000963*--------------------------------------------------------------*
000964* A HEADERLESS FILE IS RECOMPUTED FROM THE CARD'S RECURRENCE   *
000965* AND THE TABLE'S DEFAULT SEEDS, THE SAME WAY HELLO SETS THEM  *
000966* UP - A TYPE G CARD WITHOUT NUMERIC COEFFICIENTS, OR A TYPE   *
000967* NOT IN THE TABLE, IS FIBONACCI.                              *
000968*--------------------------------------------------------------*
000969 1150-SET-CARD-RECURRENCE.
000970     MOVE PARM-SEQ-TYPE TO WS-SEQ-TYPE.
000971     IF PARM-SEQ-GENERAL
000972         IF PARM-COEF-1 NOT NUMERIC OR PARM-COEF-2 NOT NUMERIC
000973                 OR PARM-COEF-3 NOT NUMERIC
000974             MOVE 'F' TO WS-SEQ-TYPE
000975         END-IF
000976     END-IF.
000977     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
000978     IF SEQT-IX = 0
000979         MOVE 'F' TO WS-SEQ-TYPE
000980         PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
000981     END-IF.
000982     IF WS-SEQ-TYPE = 'G'
000983         MOVE PARM-COEF-1 TO WS-COEF-1
000984         MOVE PARM-COEF-2 TO WS-COEF-2
000985         MOVE PARM-COEF-3 TO WS-COEF-3
000986     ELSE
000987         MOVE SEQT-COEF-1 (SEQT-IX) TO WS-COEF-1
000988         MOVE SEQT-COEF-2 (SEQT-IX) TO WS-COEF-2
000989         MOVE SEQT-COEF-3 (SEQT-IX) TO WS-COEF-3
000990     END-IF.
000991     MOVE 0 TO WS-X.
000992     IF WS-COEF-3 = 0
000993         MOVE SEQT-SEED-A (SEQT-IX) TO WS-A
000994         MOVE SEQT-SEED-B (SEQT-IX) TO WS-B
000995     ELSE
000996         MOVE SEQT-SEED-A (SEQT-IX) TO WS-X
000997         MOVE SEQT-SEED-B (SEQT-IX) TO WS-A
000998         MOVE SEQT-SEED-C (SEQT-IX) TO WS-B
000999     END-IF.
001000 1150-EXIT.
001001     EXIT.
001002
001003*--------------------------------------------------------------*
001004* THE RUN DATE IS THE BUSINESS DATE FIBLOCK PUT IN FLIGHT ON   *
001005* RUNCTL.  WITH NO DATE IN FLIGHT (A RUN OUTSIDE THE MANAGED   *
001006* JOB) TODAY'S DATE IS USED AND SAID SO ON SYSOUT.             *
001007*--------------------------------------------------------------*
001008 1200-READ-RUNCTL.
001009     MOVE 0 TO WS-RUN-DATE.
001010     OPEN INPUT RUNC-FILE.
001011     IF WS-RUNC-STATUS = '00'
001012         READ RUNC-FILE
001013             AT END
001014                 CONTINUE
001015             NOT AT END
001016                 IF RUNC-INFLIGHT
001017                     MOVE RUNC-INFLIGHT-DATE TO WS-RUN-DATE
001018                 END-IF
001019         END-READ
001020         CLOSE RUNC-FILE
001021     END-IF.
001022     IF WS-RUN-DATE = 0
001023         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001024         DISPLAY 'RECON - NO BUSINESS DATE IN FLIGHT ON RUNCTL - '
001025             'RUN DATED TODAY ' WS-RUN-DATE
001026     END-IF.
001027 1200-EXIT.
001028     EXIT.
001029
001030 2000-RECONCILE.
001031     IF NOT WS-EOF
001032         IF FIB-REC-HEADER
001033             PERFORM 2050-START-GROUP THRU 2050-EXIT
001034         ELSE
001035             IF FIB-REC-TRAILER
001036                 PERFORM 2200-RECONCILE-TRAILER THRU 2200-EXIT
001037             ELSE
001040                 PERFORM 2100-RECONCILE-DETAIL THRU 2100-EXIT
001050             END-IF
001051         END-IF
001070             READ FIBIN-FILE
001080                 AT END
001090                     SET WS-EOF TO TRUE
001092                 NOT AT END
001094                     ADD 1 TO WS-READ-COUNT
001100             END-READ
001110         END-IF
001120     END-IF.
001159     END-IF.
001160     ADD 1 TO WS-GROUP-NO.
001161     MOVE FIB-HDR-RUN-ID TO WS-GROUP-RUN-ID.
001163     PERFORM 2060-SET-RECURRENCE THRU 2060-EXIT.
001164     MOVE 0 TO WS-GRP-DETAIL-COUNT.
001165     MOVE 0 TO WS-GRP-MISMATCH-COUNT.
001166     MOVE 0 TO WS-GRP-ACTUAL-TOTAL.
001169 2050-EXIT.
001170     EXIT.
001171
001172*--------------------------------------------------------------*
001173* SET THE GROUP'S RECURRENCE FROM ITS HEADER.  A NAMED TYPE IS *
001174* RECOMPUTED WITH THE TABLE'S COEFFICIENTS - IF THE HEADER     *
001175* CARRIES DIFFERENT ONES, OR THE TYPE IS NOT IN THE TABLE, THE *
001176* GROUP IS MARKED BAD FOR 2200.  A THIRD-ORDER RECURRENCE      *
001177* STARTS FROM SEEDS A, B AND C (OLDEST FIRST).                 *
001178*--------------------------------------------------------------*
001179 2060-SET-RECURRENCE.
001180     MOVE 'N' TO WS-RECUR-BAD-SW.
001181     MOVE FIB-HDR-SEQ-TYPE TO WS-SEQ-TYPE.
001182     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
001183     IF SEQT-IX = 0
001184         DISPLAY 'RECON - REQUEST ' WS-GROUP-NO
001185             ' HEADER SEQUENCE TYPE ' WS-SEQ-TYPE ' UNKNOWN'
001186         SET WS-RECUR-BAD TO TRUE
001187         MOVE 'F' TO WS-SEQ-TYPE
001188         PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
001189     END-IF.
001190     MOVE SEQT-COEF-1 (SEQT-IX) TO WS-COEF-1.
001191     MOVE SEQT-COEF-2 (SEQT-IX) TO WS-COEF-2.
001192     MOVE SEQT-COEF-3 (SEQT-IX) TO WS-COEF-3.
001193     IF FIB-HDR-COEF-1 NOT NUMERIC OR FIB-HDR-COEF-2 NOT NUMERIC
001194             OR FIB-HDR-COEF-3 NOT NUMERIC
001195         DISPLAY 'RECON - REQUEST ' WS-GROUP-NO
001196             ' HEADER COEFFICIENTS NOT NUMERIC'
001197         SET WS-RECUR-BAD TO TRUE
001198         GO TO 2060-SEEDS
001199     END-IF.
001200     IF WS-SEQ-TYPE = 'G'
001201         MOVE FIB-HDR-COEF-1 TO WS-COEF-1
001202         MOVE FIB-HDR-COEF-2 TO WS-COEF-2
001203         MOVE FIB-HDR-COEF-3 TO WS-COEF-3
001204         GO TO 2060-SEEDS
001205     END-IF.
001206     IF FIB-HDR-COEF-1 NOT = WS-COEF-1
001207             OR FIB-HDR-COEF-2 NOT = WS-COEF-2
001208             OR FIB-HDR-COEF-3 NOT = WS-COEF-3
001209         DISPLAY 'RECON - REQUEST ' WS-GROUP-NO
001210             ' HEADER COEFFICIENTS DO NOT MATCH '
001211             SEQT-NAME (SEQT-IX)
001212         SET WS-RECUR-BAD TO TRUE
001213     END-IF.
001214 2060-SEEDS.
001215     DISPLAY 'RECON - REQUEST ' WS-GROUP-NO ' RECURRENCE '
001216         SEQT-NAME (SEQT-IX) ' K1=' WS-COEF-1 ' K2=' WS-COEF-2
001217         ' K3=' WS-COEF-3.
001218     IF WS-COEF-3 = 0
001219         MOVE 0 TO WS-X
001220         MOVE FIB-HDR-SEED-A TO WS-A
001221         MOVE FIB-HDR-SEED-B TO WS-B
001222     ELSE
001223         MOVE FIB-HDR-SEED-A TO WS-X
001224         MOVE FIB-HDR-SEED-B TO WS-A
001225         MOVE FIB-HDR-SEED-C TO WS-B
001226     END-IF.
001227 2060-EXIT.
001228     EXIT.
001229
001230 2100-RECONCILE-DETAIL.
001231     IF NOT WS-GROUP-OPEN
001232         ADD 1 TO WS-GROUP-NO
001233         SET WS-GROUP-OPEN TO TRUE
001234     END-IF.
001235     COMPUTE WS-C = WS-COEF-1 * WS-B + WS-COEF-2 * WS-A
001236                  + WS-COEF-3 * WS-X
001237         ON SIZE ERROR
001238             DISPLAY 'RECON - ABEND - RECALC OVERFLOWED'
001239             SET WS-ABEND TO TRUE
001240             GO TO 2100-EXIT
001241     END-COMPUTE.
001242     MOVE FIB-OUT-TERM-VALUE TO WS-EXPECTED-C.
001250     ADD FIB-OUT-TERM-VALUE TO WS-ACTUAL-TOTAL.
001255     ADD FIB-OUT-TERM-VALUE TO WS-GRP-ACTUAL-TOTAL.
001260     ADD WS-C TO WS-RECALC-TOTAL.
001310         DISPLAY 'RECON - MISMATCH AT SEQ ' FIB-OUT-SEQ-NO
001320             ' EXPECTED ' WS-EXPECTED-C ' RECALCULATED ' WS-C
001330     END-IF.
001335     SET WS-X TO WS-A.
001340     SET WS-A TO WS-B.
001350     SET WS-B TO WS-C.
001360 2100-EXIT.
001430         FIB-TRLR-FINAL-VALUE.
001440     DISPLAY 'RECON - TRAILER CONTROL TOTAL..: '
001450         FIB-TRLR-CONTROL-TOTAL.
001451     IF WS-RECUR-BAD
001452         SET WS-GROUP-BAD TO TRUE
001453         DISPLAY 'RECON - HEADER RECURRENCE DOES NOT MATCH ITS '
001454             'SEQUENCE TYPE'
001455     END-IF.
001460     IF FIB-TRLR-TERM-COUNT NOT = WS-GRP-DETAIL-COUNT
001470         SET WS-GROUP-BAD TO TRUE
001480         DISPLAY 'RECON - TRAILER TERM COUNT DOES NOT MATCH '
001584         MOVE 0 TO RLOG-RECON-RC
001585     END-IF.
001586     WRITE RLOG-RECORD.
001588     ADD 1 TO WS-WRITE-COUNT.
001590 2250-EXIT.
001592     EXIT.
001594
001596 3000-FINALIZE.
001600     CLOSE FIBIN-FILE.
001602     IF WS-GROUP-OPEN
001604         DISPLAY 'RECON - REQUEST ' WS-GROUP-NO
001780 3000-EXIT.
001790     EXIT.
001800
001810*--------------------------------------------------------------*
001820* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
001830* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.  A BLANK  *
001840* TYPE IS FIBONACCI.                                           *
001850*--------------------------------------------------------------*
001860 6500-FIND-SEQ-TYPE.
001870     IF WS-SEQ-TYPE = SPACE
001880         MOVE 'F' TO WS-SEQ-TYPE
001890     END-IF.
001900     MOVE 1 TO SEQT-IX.
001910     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
001920         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
001930            OR SEQT-IX >= SEQT-MAX.
001940     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
001950         MOVE 0 TO SEQT-IX
001960     END-IF.
001970 6500-EXIT.
001980     EXIT.
001990
002000 6510-NEXT-SEQ-TYPE.
002010     ADD 1 TO SEQT-IX.
002020 6510-EXIT.
002030     EXIT.
002040
002050*--------------------------------------------------------------*
002060* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002070* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002080*--------------------------------------------------------------*
002090 8900-WRITE-STEP-TIME.
002100     OPEN EXTEND RLOG-FILE.
002110     MOVE SPACES TO RLOG-RECORD.
002120     SET RLOG-STEP-TIMING TO TRUE.
002130     MOVE 0 TO RLOG-RUN-ID.
002140     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
002150     MOVE 'RECON' TO RLOG-STEP-PROGRAM.
002160     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
002170     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
002180     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
002190     ACCEPT RLOG-STEP-END-TIME FROM TIME.
002200     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
002210     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
002220     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
002230     MOVE RETURN-CODE TO RLOG-STEP-RC.
002240     WRITE RLOG-RECORD.
002250     CLOSE RLOG-FILE.
002260 8900-EXIT.
002270     EXIT.
002280
002290 9999-EXIT.
002300     STOP RUN.
