000340*--------------------------------------------------------------*
000350* DATE       INIT  DESCRIPTION                                 *
000360* 09/03/2026 DLC   ORIGINAL VERSION.                            *
000362* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000364*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000366*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000368*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000370*--------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000860 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000870 01  WS-CKPT-REQ-NO           PIC 9(05) VALUE 0.
000880 01  WS-CKPT-COUNT            PIC 9(05) VALUE 0.
000885 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
000890
000900*--------------------------------------------------------------*
000910* IMAGE OF THE LAST HELLO RECORD ON RUNLOG - THE CROSS-CHECK  *
000960 01  WS-LAST-REQUESTED        PIC 9(05) VALUE 0.
000970 01  WS-LAST-PRODUCED         PIC 9(05) VALUE 0.
000980
000981*--------------------------------------------------------------*
000982* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000983* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000984*--------------------------------------------------------------*
000985 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000986 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000987
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT.
001030     PERFORM 2500-READ-RUNLOG-TAIL THRU 2500-EXIT.
001040     PERFORM 3000-WRITE-DECISION THRU 3000-EXIT.
001045     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001050     GO TO 9999-EXIT.
001060
001070 1000-INITIALIZE.
001080     DISPLAY '==========================================='.
001090     DISPLAY 'FIBRMGR - RESTART MANAGER'.
001092     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001094     ACCEPT WS-STEP-START-TIME FROM TIME.
001100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001110 1000-EXIT.
001120     EXIT.
001290         AT END
001300             SET WS-CHKPT-EOF TO TRUE
001310         NOT AT END
001315             ADD 1 TO WS-READ-COUNT
001320             MOVE CHKPT-REQ-NO TO WS-CKPT-REQ-NO
001330             MOVE CHKPT-COUNT TO WS-CKPT-COUNT
001340             SET WS-CHKPT-FOUND TO TRUE
001540             SET WS-RLOG-EOF TO TRUE
001550             GO TO 2600-EXIT
001560     END-READ.
001565     ADD 1 TO WS-READ-COUNT.
001570     IF RLOG-PROGRAM-ID = 'HELLO'
001580         SET WS-HELLO-SEEN TO TRUE
001590         MOVE RLOG-RUN-ID TO WS-LAST-RUN-ID
002170 3100-EXIT.
002180     EXIT.
002190
002200*--------------------------------------------------------------*
002210* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002220* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002230*--------------------------------------------------------------*
002240 8900-WRITE-STEP-TIME.
002250     OPEN EXTEND RLOG-FILE.
002260     MOVE SPACES TO RLOG-RECORD.
002270     SET RLOG-STEP-TIMING TO TRUE.
002280     MOVE 0 TO RLOG-RUN-ID.
002290     MOVE 0 TO RLOG-RUN-DATE.
002300     MOVE 'FIBRMGR' TO RLOG-STEP-PROGRAM.
002310     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
002320     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
002330     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
002340     ACCEPT RLOG-STEP-END-TIME FROM TIME.
002350     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
002360     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
002370     MOVE 1 TO RLOG-STEP-WRITTEN.
002380     MOVE RETURN-CODE TO RLOG-STEP-RC.
002390     WRITE RLOG-RECORD.
002400     CLOSE RLOG-FILE.
002410 8900-EXIT.
002420     EXIT.
002430
002440 9999-EXIT.
002450     STOP RUN.
