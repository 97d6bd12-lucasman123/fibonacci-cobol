000220* PREDECESSOR TERMS AND THE RUN ID THE RECORD CAME FROM.      *
000230* THE DETAIL COUNT IS BALANCED AGAINST THE FIBOUT TRAILER     *
000240* BEFORE THE LOAD IS TREATED AS GOOD.                         *
000242* THE TERM-VALUE ALTERNATE INDEX IS DECLARED HERE AND KEPT     *
000244* CURRENT AS EACH KEY IS WRITTEN OR REWRITTEN.                 *
000250*--------------------------------------------------------------*
000260* MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000313*                  FIBREC AND FIBMREC LAYOUTS.                 *
000314* 09/03/2026 DLC   PACKED MASTER - RECOMPILED FOR THE COMP-3   *
000315*                  FIBMREC LAYOUT; NO LOGIC CHANGE.            *
000317* 10/15/2026 DLC   VALUE INQUIRY - FIBMSTR NOW CARRIES AN      *
000319*                  ALTERNATE INDEX ON THE TERM VALUE (PATH DD  *
000321*                  FIBMSTR1), MAINTAINED BY THIS LOAD.         *
000322* 10/15/2026 DLC   LINEAR RECURRENCES - A THIRD-ORDER GROUP    *
000323*                  (NON-ZERO K3 ON THE HEADER) STARTS ITS      *
000324*                  PREDECESSOR CHAIN FROM SEEDS C AND B, THE   *
000325*                  TWO NEWEST OF ITS THREE SEEDS.              *
000326* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000327*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000328*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000329*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000330*--------------------------------------------------------------*
000331
000332 ENVIRONMENT DIVISION.
000333 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FIBIN-FILE ASSIGN TO FIBIN
000360         ORGANIZATION IS SEQUENTIAL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS FIB-MST-KEY
000432         ALTERNATE RECORD KEY IS FIB-MST-TERM-VALUE
000434             WITH DUPLICATES
000440         FILE STATUS IS WS-FIBMSTR-STATUS.
000442     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-RLOG-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000580 FD  FIBMSTR-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FIBMREC.
000601
000602 FD  RLOG-FILE
000603     RECORDING MODE IS F
000604     LABEL RECORDS ARE STANDARD.
000605     COPY FIBRLOG.
000610
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------*
000820 01  WS-PRED-1                PIC S9(18) VALUE 0.
000830 01  WS-PRED-2                PIC S9(18) VALUE 0.
000850
000851*--------------------------------------------------------------*
000852* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000853* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000854*--------------------------------------------------------------*
000855 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000856 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000857 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000858 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
000859
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     PERFORM 2000-LOAD THRU 2000-EXIT
000900         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
000910     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000915     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000920     GO TO 9999-EXIT.
000930
000940 1000-INITIALIZE.
000950     DISPLAY '==========================================='.
000960     DISPLAY 'FIBLOAD - FIBONACCI KEYED MASTER LOAD'.
000962     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000964     ACCEPT WS-STEP-START-TIME FROM TIME.
000970     PERFORM 1100-READ-PARM THRU 1100-EXIT.
000980     OPEN INPUT FIBIN-FILE.
000990     IF WS-FIBIN-STATUS NOT = '00'
001150     READ FIBIN-FILE
001160         AT END
001170             SET WS-EOF TO TRUE
001172         NOT AT END
001174             ADD 1 TO WS-READ-COUNT
001180     END-READ.
001190 1000-EXIT.
001200     EXIT.
001440             READ FIBIN-FILE
001450                 AT END
001460                     SET WS-EOF TO TRUE
001462                 NOT AT END
001464                     ADD 1 TO WS-READ-COUNT
001470             END-READ
001480         END-IF
001490     END-IF.
001530* THE FIRST GENERATED TERM'S PREDECESSORS ARE THE GROUP'S     *
001531* SEED PAIR ITSELF, SO THE CHAIN STARTS FROM THE HEADER       *
001532* SEEDS, NOT FROM ZEROS.                                      *
001533* A THIRD-ORDER GROUP'S NEWEST SEEDS ARE C THEN B.             *
001534*--------------------------------------------------------------*
001535     IF FIB-HDR-COEF-3 NOT = 0
001536         MOVE FIB-HDR-SEED-C TO WS-PRED-1
001537         MOVE FIB-HDR-SEED-B TO WS-PRED-2
001538     ELSE
001539         MOVE FIB-HDR-SEED-B TO WS-PRED-1
001540         MOVE FIB-HDR-SEED-A TO WS-PRED-2
001541     END-IF.
001542     MOVE 0 TO WS-GRP-LOAD-COUNT.
001543     SET WS-GROUP-OPEN TO TRUE.
001544 2050-EXIT.
001545     EXIT.
001546
001547 2100-LOAD-DETAIL.
001548     IF NOT WS-GROUP-OPEN
001549         ADD 1 TO WS-GROUP-NO
001550         SET WS-GROUP-OPEN TO TRUE
001551     END-IF.
001552     MOVE FIB-OUT-SEQ-NO TO FIB-MST-SEQ-NO.
001553     MOVE WS-RUN-ID TO FIB-MST-RUN-ID.
001554     MOVE FIB-OUT-TERM-VALUE TO FIB-MST-TERM-VALUE.
001560     MOVE WS-PRED-1 TO FIB-MST-PRED-1.
001570     MOVE WS-PRED-2 TO FIB-MST-PRED-2.
001582*--------------------------------------------------------------*
001731     END-REWRITE.
001732 2150-EXIT.
001733     EXIT.
001738
001740 2200-PROCESS-TRAILER.
001750     SET WS-TRAILER-SEEN TO TRUE.
001755     IF FIB-TRLR-TERM-COUNT NOT = WS-GRP-LOAD-COUNT
002080 3000-EXIT.
002090     EXIT.
002100
002110*--------------------------------------------------------------*
002120* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002130* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002140* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
002150* CHANGE THE STEP'S OUTCOME.                                   *
002160*--------------------------------------------------------------*
002170 8900-WRITE-STEP-TIME.
002180     OPEN EXTEND RLOG-FILE.
002190     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
002200         DISPLAY 'FIBLOAD - WARNING - RUNLOG OPEN FAILED, '
002210             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
002220         GO TO 8900-EXIT
002230     END-IF.
002240     MOVE SPACES TO RLOG-RECORD.
002250     SET RLOG-STEP-TIMING TO TRUE.
002260     MOVE 0 TO RLOG-RUN-ID.
002270     MOVE 0 TO RLOG-RUN-DATE.
002280     MOVE 'FIBLOAD' TO RLOG-STEP-PROGRAM.
002290     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
002300     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
002310     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
002320     ACCEPT RLOG-STEP-END-TIME FROM TIME.
002330     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
002340     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
002350     MOVE WS-LOAD-COUNT TO RLOG-STEP-WRITTEN.
002360     MOVE RETURN-CODE TO RLOG-STEP-RC.
002370     WRITE RLOG-RECORD.
002380     CLOSE RLOG-FILE.
002390 8900-EXIT.
002400     EXIT.
002410
002420 9999-EXIT.
002430     STOP RUN.
