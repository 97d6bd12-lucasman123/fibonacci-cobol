000304*                  WORKS ON THE VALUE'S MAGNITUDE AND PREFIXES *
000306*                  A MINUS SIGN, SO NEGATIVE TERM VALUES REACH *
000308*                  THE WAREHOUSE EXTRACT CORRECTLY.            *
000310* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000312*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000314*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000316*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000318*--------------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT XTR-FILE ASSIGN TO XTROUT
000420         ORGANIZATION IS SEQUENTIAL.
000422     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-RLOG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  XTR-RECORD               PIC X(80).
000591
000592 FD  RLOG-FILE
000593     RECORDING MODE IS F
000594     LABEL RECORDS ARE STANDARD.
000595     COPY FIBRLOG.
000600
000610 WORKING-STORAGE SECTION.
000620*--------------------------------------------------------------*
000990 01  WS-TERM-LEN              PIC 9(02) VALUE 0.
001000 01  WS-XTR-LINE              PIC X(80).
001010
001011*--------------------------------------------------------------*
001012* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
001013* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
001014*--------------------------------------------------------------*
001015 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001016 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
001017 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
001018 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
001019 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
001020
001021 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-EXTRACT THRU 2000-EXIT
001060         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001070     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001075     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001080     GO TO 9999-EXIT.
001090
001100 1000-INITIALIZE.
001110     DISPLAY '==========================================='.
001120     DISPLAY 'FIBXTR - DATA WAREHOUSE EXTRACT'.
001122     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001124     ACCEPT WS-STEP-START-TIME FROM TIME.
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001150     OPEN OUTPUT XTR-FILE.
001240     READ FIBIN-FILE
001250         AT END
001260             SET WS-EOF TO TRUE
001262         NOT AT END
001264             ADD 1 TO WS-READ-COUNT
001270     END-READ.
001280 1000-EXIT.
001290     EXIT.
001560         READ FIBIN-FILE
001570             AT END
001580                 SET WS-EOF TO TRUE
001582             NOT AT END
001584                 ADD 1 TO WS-READ-COUNT
001590         END-READ
001600     END-IF.
001610 2000-EXIT.
002010         INTO WS-XTR-LINE.
002020     MOVE WS-XTR-LINE TO XTR-RECORD.
002030     WRITE XTR-RECORD.
002035     ADD 1 TO WS-WRITE-COUNT.
002040     ADD 1 TO WS-ROW-COUNT.
002050     ADD 1 TO WS-GRP-DETAIL-COUNT.
002060 2100-EXIT.
002560         INTO WS-XTR-LINE.
002570     MOVE WS-XTR-LINE TO XTR-RECORD.
002580     WRITE XTR-RECORD.
002585     ADD 1 TO WS-WRITE-COUNT.
002590 3100-EXIT.
002600     EXIT.
002610
002820 8100-EXIT.
002830     EXIT.
002840
002850*--------------------------------------------------------------*
002860* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
002870* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
002880* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
002890* CHANGE THE STEP'S OUTCOME.                                   *
002900*--------------------------------------------------------------*
002910 8900-WRITE-STEP-TIME.
002920     OPEN EXTEND RLOG-FILE.
002930     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
002940         DISPLAY 'FIBXTR - WARNING - RUNLOG OPEN FAILED, '
002950             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
002960         GO TO 8900-EXIT
002970     END-IF.
002980     MOVE SPACES TO RLOG-RECORD.
002990     SET RLOG-STEP-TIMING TO TRUE.
003000     MOVE 0 TO RLOG-RUN-ID.
003010     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
003020     MOVE 'FIBXTR' TO RLOG-STEP-PROGRAM.
003030     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
003040     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
003050     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
003060     ACCEPT RLOG-STEP-END-TIME FROM TIME.
003070     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
003080     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
003090     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
003100     MOVE RETURN-CODE TO RLOG-STEP-RC.
003110     WRITE RLOG-RECORD.
003120     CLOSE RLOG-FILE.
003130 8900-EXIT.
003140     EXIT.
003150
003160 9999-EXIT.
003170     STOP RUN.
