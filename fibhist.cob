000316*                  SIGNED FIBREC AND FIBHREC LAYOUTS.          *
000317* 09/03/2026 DLC   PACKED MASTER - RECOMPILED FOR THE COMP-3   *
000318*                  FIBHREC LAYOUT; NO LOGIC CHANGE.            *
000320* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000322*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000324*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000326*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000328*--------------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000400     SELECT OPTIONAL HIST-FILE ASSIGN TO HISTMSTR
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-HIST-STATUS.
000422     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-RLOG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540     COPY FIBHREC.
000541
000542 FD  RLOG-FILE
000543     RECORDING MODE IS F
000544     LABEL RECORDS ARE STANDARD.
000545     COPY FIBRLOG.
000550
000560 WORKING-STORAGE SECTION.
000570*--------------------------------------------------------------*
000790 01  WS-NIGHT-DETAIL-COUNT    PIC 9(05) VALUE 0.
000800 01  WS-NIGHT-CONTROL-TOTAL   PIC S9(18) VALUE 0.
000810
000811*--------------------------------------------------------------*
000812* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000813* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000814*--------------------------------------------------------------*
000815 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000816 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000817 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000818 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
000819 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
000820
000821 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000850     PERFORM 2000-CONSOLIDATE THRU 2000-EXIT
000860         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
000870     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000875     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000880     GO TO 9999-EXIT.
000890
000900 1000-INITIALIZE.
000910     DISPLAY '==========================================='.
000920     DISPLAY 'FIBHIST - FIBONACCI HISTORY CONSOLIDATION'.
000922     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000924     ACCEPT WS-STEP-START-TIME FROM TIME.
000930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000940     OPEN INPUT FIBIN-FILE.
000950     IF WS-FIBIN-STATUS NOT = '00'
001110     READ FIBIN-FILE
001120         AT END
001130             SET WS-EOF TO TRUE
001132         NOT AT END
001134             ADD 1 TO WS-READ-COUNT
001140     END-READ.
001150 1000-EXIT.
001160     EXIT.
001290         READ FIBIN-FILE
001300             AT END
001310                 SET WS-EOF TO TRUE
001312             NOT AT END
001314                 ADD 1 TO WS-READ-COUNT
001320         END-READ
001330     END-IF.
001340 2000-EXIT.
001600     MOVE FIB-OUT-SEQ-NO TO HIST-SEQ-NO.
001610     MOVE FIB-OUT-TERM-VALUE TO HIST-TERM-VALUE.
001620     WRITE HIST-RECORD.
001625     ADD 1 TO WS-WRITE-COUNT.
001630     ADD 1 TO WS-GRP-DETAIL-COUNT.
001640     ADD 1 TO WS-NIGHT-DETAIL-COUNT.
001650     ADD FIB-OUT-TERM-VALUE TO WS-GRP-DETAIL-TOTAL.
002210     MOVE WS-NIGHT-DETAIL-COUNT TO HIST-TOT-DETAIL-COUNT.
002220     MOVE WS-NIGHT-CONTROL-TOTAL TO HIST-TOT-CONTROL-TOTAL.
002230     WRITE HIST-RECORD.
002235     ADD 1 TO WS-WRITE-COUNT.
002240 3100-EXIT.
002241     EXIT.
002242
002243*--------------------------------------------------------------*
002244* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002245* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002246* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
002247* CHANGE THE STEP'S OUTCOME.                                   *
002248*--------------------------------------------------------------*
002249 8900-WRITE-STEP-TIME.
002250     OPEN EXTEND RLOG-FILE.
002251     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
002252         DISPLAY 'FIBHIST - WARNING - RUNLOG OPEN FAILED, '
002253             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
002254         GO TO 8900-EXIT
002255     END-IF.
002256     MOVE SPACES TO RLOG-RECORD.
002257     SET RLOG-STEP-TIMING TO TRUE.
002258     MOVE 0 TO RLOG-RUN-ID.
002259     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
002260     MOVE 'FIBHIST' TO RLOG-STEP-PROGRAM.
002261     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
002262     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
002263     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
002264     ACCEPT RLOG-STEP-END-TIME FROM TIME.
002265     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
002266     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
002267     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
002268     MOVE RETURN-CODE TO RLOG-STEP-RC.
002269     WRITE RLOG-RECORD.
002270     CLOSE RLOG-FILE.
002271 8900-EXIT.
002272     EXIT.
002273
002274 9999-EXIT.
002280     STOP RUN.
