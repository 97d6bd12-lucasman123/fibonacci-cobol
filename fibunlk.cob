000220* RUN THAT ABENDS LEAVES THE DATE IN FLIGHT, SO A SECOND       *
000230* FULL SUBMISSION IS REFUSED BY FIBLOCK WHILE A RESTART IS     *
000240* STILL LET THROUGH.                                           *
000242* THE DATE IS ONLY MARKED COMPLETE WHEN THE FIBBAL END-OF-     *
000244* NIGHT BALANCING STEP HAS POSTED AN IN-BALANCE VERDICT FOR    *
000246* THAT SAME DATE ON RUNCTL; OTHERWISE COMPLETION IS REFUSED    *
000248* RC=8 AND THE DATE STAYS IN FLIGHT.                           *
000250*--------------------------------------------------------------*
000260* MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000280* DATE       INIT  DESCRIPTION                                 *
000290* 09/03/2026 DLC   ORIGINAL VERSION.                            *
000292* 10/15/2026 DLC   END-OF-NIGHT BALANCING - REFUSE (RC=8) TO    *
000294*                  MARK THE IN-FLIGHT DATE COMPLETE UNLESS      *
000296*                  FIBBAL POSTED AN IN-BALANCE VERDICT FOR IT.  *
000298* 10/15/2026 DLC   STEP TIMING - EACH RUN NOW LOGS A           *
000300*                  STEP-TIMING RECORD ON RUNLOG (START AND     *
000302*                  END, RECORDS READ AND WRITTEN, RETURN CODE) *
000304*                  FOR THE WEEKLY FIBTIME BATCH-WINDOW REPORT. *
000306*--------------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000350     SELECT OPTIONAL RUNC-FILE ASSIGN TO RUNCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RUNC-STATUS.
000372     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-RLOG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440     COPY FIBRUNC.
000441
000442 FD  RLOG-FILE
000443     RECORDING MODE IS F
000444     LABEL RECORDS ARE STANDARD.
000445     COPY FIBRLOG.
000450
000460 WORKING-STORAGE SECTION.
000470*--------------------------------------------------------------*
000520 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000530 01  WS-DONE-DATE             PIC 9(08) VALUE 0.
000540
000541 01  WS-SWITCHES.
000542     05  WS-INFLIGHT-SW        PIC X(01) VALUE 'N'.
000543         88  WS-DATE-INFLIGHT             VALUE 'Y'.
000544     05  WS-BALANCED-SW        PIC X(01) VALUE 'N'.
000545         88  WS-DATE-BALANCED             VALUE 'Y'.
000546
000547*--------------------------------------------------------------*
000548* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
000549* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
000550*--------------------------------------------------------------*
000551 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
000552 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
000553 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
000554 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
000555 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
000556
000557 PROCEDURE DIVISION.
000560 0000-MAINLINE.
000570     DISPLAY '==========================================='.
000580     DISPLAY 'FIBUNLK - RUN-CONTROL COMPLETION'.
000582     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
000584     ACCEPT WS-STEP-START-TIME FROM TIME.
000590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000600     MOVE WS-RUN-DATE TO WS-DONE-DATE.
000610     PERFORM 1000-READ-RUNCTL THRU 1000-EXIT.
000611     IF WS-DATE-INFLIGHT AND NOT WS-DATE-BALANCED
000612         DISPLAY 'FIBUNLK - BUSINESS DATE ' WS-DONE-DATE
000613             ' HAS NO IN-BALANCE VERDICT FROM FIBBAL'
000614         DISPLAY 'FIBUNLK - COMPLETION REFUSED - DATE LEFT IN '
000615             'FLIGHT'
000616         MOVE 8 TO RETURN-CODE
000617         DISPLAY '==========================================='
000619         PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT
000621         GO TO 9999-EXIT
000623     END-IF.
000625     PERFORM 2000-MARK-COMPLETE THRU 2000-EXIT.
000630     DISPLAY 'FIBUNLK - BUSINESS DATE ' WS-DONE-DATE
000640         ' MARKED COMPLETE'.
000650     MOVE 0 TO RETURN-CODE.
000655     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
000660     DISPLAY '==========================================='.
000670     GO TO 9999-EXIT.
000680
000690*--------------------------------------------------------------*
000700* THE DATE TO MARK COMPLETE IS THE ONE FIBLOCK PUT IN FLIGHT  *
000710* - NOT TODAY'S DATE, IN CASE A RESTART FINISHED A PRIOR      *
000715* NIGHT'S RUN AFTER MIDNIGHT.  THE BALANCE VERDICT ONLY       *
000720* COUNTS WHEN IT WAS POSTED FOR THE IN-FLIGHT DATE ITSELF.    *
000730*--------------------------------------------------------------*
000740 1000-READ-RUNCTL.
000750     OPEN INPUT RUNC-FILE.
000800         AT END
000810             CONTINUE
000820         NOT AT END
000825             ADD 1 TO WS-READ-COUNT
000830             IF RUNC-INFLIGHT
000840                 MOVE RUNC-INFLIGHT-DATE TO WS-DONE-DATE
000841                 SET WS-DATE-INFLIGHT TO TRUE
000842                 IF RUNC-BALANCED
000843                     AND RUNC-BALANCE-DATE = RUNC-INFLIGHT-DATE
000844                     SET WS-DATE-BALANCED TO TRUE
000845                 END-IF
000850             END-IF
000860     END-READ.
000870     CLOSE RUNC-FILE.
000950     MOVE 'N' TO RUNC-INFLIGHT-SW.
000960     MOVE 0 TO RUNC-INFLIGHT-DATE.
000970     WRITE RUNC-RECORD.
000975     ADD 1 TO WS-WRITE-COUNT.
000980     CLOSE RUNC-FILE.
000990 2000-EXIT.
001000     EXIT.
001010
001020*--------------------------------------------------------------*
001030* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
001040* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
001050* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
001060* CHANGE THE STEP'S OUTCOME.                                   *
001070*--------------------------------------------------------------*
001080 8900-WRITE-STEP-TIME.
001090     OPEN EXTEND RLOG-FILE.
001100     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
001110         DISPLAY 'FIBUNLK - WARNING - RUNLOG OPEN FAILED, '
001120             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
001130         GO TO 8900-EXIT
001140     END-IF.
001150     MOVE SPACES TO RLOG-RECORD.
001160     SET RLOG-STEP-TIMING TO TRUE.
001170     MOVE 0 TO RLOG-RUN-ID.
001180     MOVE WS-DONE-DATE TO RLOG-RUN-DATE.
001190     MOVE 'FIBUNLK' TO RLOG-STEP-PROGRAM.
001200     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
001210     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
001220     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
001230     ACCEPT RLOG-STEP-END-TIME FROM TIME.
001240     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
001250     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
001260     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
001270     MOVE RETURN-CODE TO RLOG-STEP-RC.
001280     WRITE RLOG-RECORD.
001290     CLOSE RLOG-FILE.
001300 8900-EXIT.
001310     EXIT.
001320
001330 9999-EXIT.
001340     STOP RUN.
