000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBDSTM.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBDSTM MAINTAINS THE REQMSTR REQUESTER DISTRIBUTION MASTER  *
000180* (SEE FIBDIST) FROM ADD/CHANGE/DELETE TRANSACTION CARDS.      *
000190* EACH RECORD LINKS A SCHDMSTR REQUEST NUMBER TO THE           *
000200* DEPARTMENT THAT ASKED FOR IT, THE DESTINATION ITS REPORTS    *
000210* ARE DELIVERED TO AND THE NUMBER OF COPIES, SO FIBRPT AND     *
000220* FIBSTAT CAN BURST THE NIGHT'S REPORTS ONE DATA SET PER       *
000230* REQUESTER INSTEAD OF OPERATIONS SPLITTING THE PAGES BY HAND. *
000240* AN ADD MUST NAME A REQUEST ALREADY ON SCHDMSTR AND CARRY THE *
000250* DEPARTMENT CODE AND NAME AND THE DESTINATION ID; BLANK       *
000260* COPIES ON AN ADD MEANS ONE.  A CHANGE APPLIES ONLY THE       *
000270* FIELDS PRESENT ON THE CARD OVER THE EXISTING RECORD; A       *
000280* DELETE REMOVES THE KEY, AND THE REQUEST'S REPORTS GO BACK TO *
000290* THE OPERATIONS COPY.  EVERY TRANSACTION IS LISTED ON THE     *
000300* UPDRPT UPDATE REPORT WITH ITS RESULT, AND EVERY REJECTED     *
000310* TRANSACTION CARRIES A REASON.  RC=8 WHEN ANY TRANSACTION WAS *
000320* REJECTED.                                                    *
000330*--------------------------------------------------------------*
000340* MODIFICATION HISTORY                                        *
000350*--------------------------------------------------------------*
000360* DATE       INIT  DESCRIPTION                                 *
000370* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000380*--------------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TRAN-FILE ASSIGN TO DSTTRAN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-TRAN-STATUS.
000460     SELECT DIST-FILE ASSIGN TO REQMSTR
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS DIST-REQ-NO
000500         FILE STATUS IS WS-DIST-STATUS.
000510     SELECT SCHD-FILE ASSIGN TO SCHDMSTR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS SCH-REQ-NO
000550         FILE STATUS IS WS-SCHD-STATUS.
000560     SELECT UPD-RPT-FILE ASSIGN TO UPDRPT
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TRAN-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  TRAN-RECORD.
000650     05  DST-ACTION           PIC X(01).
000660         88  DST-ADD                  VALUE 'A'.
000670         88  DST-CHANGE               VALUE 'C'.
000680         88  DST-DELETE               VALUE 'D'.
000690     05  DST-REQ-NO           PIC 9(05).
000700     05  DST-DEPT-CODE        PIC X(06).
000710     05  DST-DEPT-NAME        PIC X(30).
000720     05  DST-DEST-ID          PIC X(08).
000730     05  DST-DEST-NAME        PIC X(26).
000740     05  DST-COPIES           PIC 9(02).
000750     05  DST-COPIES-X REDEFINES DST-COPIES
000760                              PIC X(02).
000770     05  FILLER               PIC X(02).
000780
000790 FD  DIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FIBDIST.
000820
000830 FD  SCHD-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY FIBSREC.
000860
000870 FD  UPD-RPT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  UPD-PRINT-LINE           PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------*
000940* MAINTENANCE WORK FIELDS                                      *
000950*--------------------------------------------------------------*
000960 01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
000970 01  WS-DIST-STATUS           PIC X(02) VALUE '00'.
000980 01  WS-SCHD-STATUS           PIC X(02) VALUE '00'.
000990
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001020         88  WS-EOF                       VALUE 'Y'.
001030     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
001040         88  WS-ABEND                     VALUE 'Y'.
001050     05  WS-TRAN-BAD-SW        PIC X(01) VALUE 'N'.
001060         88  WS-TRAN-BAD                  VALUE 'Y'.
001070
001080 01  WS-TRAN-COUNT            PIC 9(05) VALUE 0.
001090 01  WS-ADD-COUNT             PIC 9(05) VALUE 0.
001100 01  WS-CHG-COUNT             PIC 9(05) VALUE 0.
001110 01  WS-DEL-COUNT             PIC 9(05) VALUE 0.
001120 01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
001130 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
001140
001150*--------------------------------------------------------------*
001160* UPDATE REPORT LINE LAYOUTS                                  *
001170*--------------------------------------------------------------*
001180 01  UPD-HEADING-1.
001190     05  FILLER               PIC X(48) VALUE
001200         'FIBDSTM - REQUESTER DISTRIBUTION MAINTENANCE'.
001210     05  FILLER               PIC X(84) VALUE SPACES.
001220
001230 01  UPD-TRAN-LINE.
001240     05  FILLER               PIC X(05) VALUE SPACES.
001250     05  FILLER               PIC X(05) VALUE 'TRAN '.
001260     05  UPD-TRAN-NO          PIC ZZ9.
001270     05  FILLER               PIC X(02) VALUE ': '.
001280     05  UPD-TRAN-IMAGE       PIC X(80).
001290     05  FILLER               PIC X(37) VALUE SPACES.
001300
001310 01  UPD-RESULT-LINE.
001320     05  FILLER               PIC X(10) VALUE SPACES.
001330     05  UPD-RESULT-TEXT      PIC X(70).
001340     05  FILLER               PIC X(52) VALUE SPACES.
001350
001360 01  UPD-MESSAGE-LINE.
001370     05  FILLER               PIC X(05) VALUE SPACES.
001380     05  UPD-MSG-TEXT         PIC X(60).
001390     05  FILLER               PIC X(67) VALUE SPACES.
001400
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001450         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001460     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001470     GO TO 9999-EXIT.
001480
001490 1000-INITIALIZE.
001500     DISPLAY '==========================================='.
001510     DISPLAY 'FIBDSTM - REQUESTER DISTRIBUTION MAINTENANCE'.
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001530     OPEN OUTPUT UPD-RPT-FILE.
001540     WRITE UPD-PRINT-LINE FROM UPD-HEADING-1
001550         AFTER ADVANCING PAGE.
001560     OPEN INPUT TRAN-FILE.
001570     IF WS-TRAN-STATUS NOT = '00'
001580         DISPLAY 'FIBDSTM - ABEND - DSTTRAN OPEN FAILED, '
001590             'STATUS ' WS-TRAN-STATUS
001600         SET WS-ABEND TO TRUE
001610         SET WS-EOF TO TRUE
001620         GO TO 1000-EXIT
001630     END-IF.
001640*--------------------------------------------------------------*
001650* THE MASTER IS KEPT ACROSS RUNS - OPEN I-O, FALLING BACK TO  *
001660* OUTPUT (STATUS 35) THE VERY FIRST TIME IT IS LOADED.        *
001670*--------------------------------------------------------------*
001680     OPEN I-O DIST-FILE.
001690     IF WS-DIST-STATUS = '35'
001700         OPEN OUTPUT DIST-FILE
001710     END-IF.
001720     IF WS-DIST-STATUS NOT = '00'
001730         DISPLAY 'FIBDSTM - ABEND - REQMSTR OPEN FAILED, '
001740             'STATUS ' WS-DIST-STATUS
001750         SET WS-ABEND TO TRUE
001760         SET WS-EOF TO TRUE
001770         CLOSE TRAN-FILE
001780         GO TO 1000-EXIT
001790     END-IF.
001800*--------------------------------------------------------------*
001810* SCHDMSTR IS ONLY READ - AN ADD MUST NAME A SCHEDULED REQUEST *
001820*--------------------------------------------------------------*
001830     OPEN INPUT SCHD-FILE.
001840     IF WS-SCHD-STATUS NOT = '00'
001850         DISPLAY 'FIBDSTM - ABEND - SCHDMSTR OPEN FAILED, '
001860             'STATUS ' WS-SCHD-STATUS
001870         SET WS-ABEND TO TRUE
001880         SET WS-EOF TO TRUE
001890         CLOSE TRAN-FILE
001900         CLOSE DIST-FILE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     READ TRAN-FILE
001940         AT END
001950             SET WS-EOF TO TRUE
001960     END-READ.
001970 1000-EXIT.
001980     EXIT.
001990
002000 2000-PROCESS-TRAN.
002010     IF NOT WS-EOF
002020         ADD 1 TO WS-TRAN-COUNT
002030         MOVE 'N' TO WS-TRAN-BAD-SW
002040         MOVE WS-TRAN-COUNT TO UPD-TRAN-NO
002050         MOVE TRAN-RECORD TO UPD-TRAN-IMAGE
002060         WRITE UPD-PRINT-LINE FROM UPD-TRAN-LINE
002070             AFTER ADVANCING 2 LINES
002080         PERFORM 2050-APPLY-TRAN THRU 2050-EXIT
002090         READ TRAN-FILE
002100             AT END
002110                 SET WS-EOF TO TRUE
002120         END-READ
002130     END-IF.
002140 2000-EXIT.
002150     EXIT.
002160
002170 2050-APPLY-TRAN.
002180     IF DST-REQ-NO NOT NUMERIC OR DST-REQ-NO = 0
002190         MOVE 'REJECTED: REQUEST NUMBER MUST BE NUMERIC AND > 0'
002200             TO UPD-RESULT-TEXT
002210         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002220         GO TO 2050-EXIT
002230     END-IF.
002240     IF DST-ADD
002250         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002260         GO TO 2050-EXIT
002270     END-IF.
002280     IF DST-CHANGE
002290         PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
002300         GO TO 2050-EXIT
002310     END-IF.
002320     IF DST-DELETE
002330         PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
002340         GO TO 2050-EXIT
002350     END-IF.
002360     MOVE 'REJECTED: ACTION MUST BE A, C OR D'
002370         TO UPD-RESULT-TEXT.
002380     PERFORM 5000-REPORT-REJECT THRU 5000-EXIT.
002390 2050-EXIT.
002400     EXIT.
002410
002420*--------------------------------------------------------------*
002430* AN ADD MUST NAME A REQUEST ON SCHDMSTR AND CARRY EVERYTHING  *
002440* THE BURST NEEDS - DEPARTMENT CODE AND NAME AND DESTINATION   *
002450* ID.  THE DESTINATION NAME IS OPTIONAL; BLANK COPIES IS ONE.  *
002460*--------------------------------------------------------------*
002470 2100-APPLY-ADD.
002480     PERFORM 2150-EDIT-ADD-FIELDS THRU 2150-EXIT.
002490     IF WS-TRAN-BAD
002500         GO TO 2100-EXIT
002510     END-IF.
002520     MOVE SPACES TO DIST-RECORD.
002530     MOVE DST-REQ-NO TO DIST-REQ-NO.
002540     MOVE DST-DEPT-CODE TO DIST-DEPT-CODE.
002550     MOVE DST-DEPT-NAME TO DIST-DEPT-NAME.
002560     MOVE DST-DEST-ID TO DIST-DEST-ID.
002570     MOVE DST-DEST-NAME TO DIST-DEST-NAME.
002580     IF DST-COPIES-X = SPACES
002590         MOVE 1 TO DIST-COPIES
002600     ELSE
002610         MOVE DST-COPIES TO DIST-COPIES
002620     END-IF.
002630     MOVE WS-RUN-DATE TO DIST-ADD-DATE.
002640     MOVE WS-RUN-DATE TO DIST-CHG-DATE.
002650     WRITE DIST-RECORD
002660         INVALID KEY
002670             MOVE 'REJECTED: REQUEST NUMBER ALREADY ON REQMSTR'
002680                 TO UPD-RESULT-TEXT
002690             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002700         NOT INVALID KEY
002710             ADD 1 TO WS-ADD-COUNT
002720             MOVE 'ADDED' TO UPD-RESULT-TEXT
002730             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
002740                 AFTER ADVANCING 1 LINE
002750     END-WRITE.
002760 2100-EXIT.
002770     EXIT.
002780
002790 2150-EDIT-ADD-FIELDS.
002800     MOVE DST-REQ-NO TO SCH-REQ-NO.
002810     READ SCHD-FILE
002820         INVALID KEY
002830             MOVE 'REJECTED: REQUEST NUMBER NOT ON SCHEDULE'
002840                 TO UPD-RESULT-TEXT
002850             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002860             GO TO 2150-EXIT
002870     END-READ.
002880     IF DST-DEPT-CODE = SPACES
002890         MOVE 'REJECTED: DEPARTMENT CODE IS REQUIRED'
002900             TO UPD-RESULT-TEXT
002910         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002920         GO TO 2150-EXIT
002930     END-IF.
002940     IF DST-DEPT-NAME = SPACES
002950         MOVE 'REJECTED: DEPARTMENT NAME IS REQUIRED'
002960             TO UPD-RESULT-TEXT
002970         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
002980         GO TO 2150-EXIT
002990     END-IF.
003000     IF DST-DEST-ID = SPACES
003010         MOVE 'REJECTED: DESTINATION ID IS REQUIRED'
003020             TO UPD-RESULT-TEXT
003030         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003040         GO TO 2150-EXIT
003050     END-IF.
003060     PERFORM 2160-EDIT-COPIES THRU 2160-EXIT.
003070 2150-EXIT.
003080     EXIT.
003090
003100*--------------------------------------------------------------*
003110* COPIES, WHEN GIVEN, MUST BE 01 THROUGH 99.                   *
003120*--------------------------------------------------------------*
003130 2160-EDIT-COPIES.
003140     IF DST-COPIES-X = SPACES
003150         GO TO 2160-EXIT
003160     END-IF.
003170     IF DST-COPIES NOT NUMERIC OR DST-COPIES = 0
003180         MOVE 'REJECTED: COPIES MUST BE 01 THROUGH 99 OR BLANK'
003190             TO UPD-RESULT-TEXT
003200         PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003210     END-IF.
003220 2160-EXIT.
003230     EXIT.
003240
003250*--------------------------------------------------------------*
003260* A CHANGE APPLIES ONLY THE FIELDS PRESENT ON THE CARD -      *
003270* BLANK FIELDS LEAVE THE MASTER RECORD ALONE.                 *
003280*--------------------------------------------------------------*
003290 2200-APPLY-CHANGE.
003300     MOVE DST-REQ-NO TO DIST-REQ-NO.
003310     READ DIST-FILE
003320         INVALID KEY
003330             MOVE 'REJECTED: REQUEST NUMBER NOT ON REQMSTR'
003340                 TO UPD-RESULT-TEXT
003350             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003360             GO TO 2200-EXIT
003370     END-READ.
003380     PERFORM 2160-EDIT-COPIES THRU 2160-EXIT.
003390     IF WS-TRAN-BAD
003400         GO TO 2200-EXIT
003410     END-IF.
003420     IF DST-DEPT-CODE NOT = SPACES
003430         MOVE DST-DEPT-CODE TO DIST-DEPT-CODE
003440     END-IF.
003450     IF DST-DEPT-NAME NOT = SPACES
003460         MOVE DST-DEPT-NAME TO DIST-DEPT-NAME
003470     END-IF.
003480     IF DST-DEST-ID NOT = SPACES
003490         MOVE DST-DEST-ID TO DIST-DEST-ID
003500     END-IF.
003510     IF DST-DEST-NAME NOT = SPACES
003520         MOVE DST-DEST-NAME TO DIST-DEST-NAME
003530     END-IF.
003540     IF DST-COPIES-X NOT = SPACES
003550         MOVE DST-COPIES TO DIST-COPIES
003560     END-IF.
003570     MOVE WS-RUN-DATE TO DIST-CHG-DATE.
003580     REWRITE DIST-RECORD
003590         INVALID KEY
003600             MOVE 'REJECTED: REWRITE FAILED'
003610                 TO UPD-RESULT-TEXT
003620             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003630         NOT INVALID KEY
003640             ADD 1 TO WS-CHG-COUNT
003650             MOVE 'CHANGED' TO UPD-RESULT-TEXT
003660             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003670                 AFTER ADVANCING 1 LINE
003680     END-REWRITE.
003690 2200-EXIT.
003700     EXIT.
003710
003720 2300-APPLY-DELETE.
003730     MOVE DST-REQ-NO TO DIST-REQ-NO.
003740     DELETE DIST-FILE
003750         INVALID KEY
003760             MOVE 'REJECTED: REQUEST NUMBER NOT ON REQMSTR'
003770                 TO UPD-RESULT-TEXT
003780             PERFORM 5000-REPORT-REJECT THRU 5000-EXIT
003790         NOT INVALID KEY
003800             ADD 1 TO WS-DEL-COUNT
003810             MOVE 'DELETED - REPORTS GO TO THE OPERATIONS COPY'
003820                 TO UPD-RESULT-TEXT
003830             WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
003840                 AFTER ADVANCING 1 LINE
003850     END-DELETE.
003860 2300-EXIT.
003870     EXIT.
003880
003890 3000-FINALIZE.
003900     IF WS-ABEND
003910         CLOSE UPD-RPT-FILE
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 3000-EXIT
003940     END-IF.
003950     CLOSE TRAN-FILE.
003960     CLOSE DIST-FILE.
003970     CLOSE SCHD-FILE.
003980     DISPLAY 'FIBDSTM - TRANSACTIONS READ: ' WS-TRAN-COUNT.
003990     DISPLAY 'FIBDSTM - ADDED............: ' WS-ADD-COUNT.
004000     DISPLAY 'FIBDSTM - CHANGED..........: ' WS-CHG-COUNT.
004010     DISPLAY 'FIBDSTM - DELETED..........: ' WS-DEL-COUNT.
004020     DISPLAY 'FIBDSTM - REJECTED.........: ' WS-REJECT-COUNT.
004030     IF WS-REJECT-COUNT = 0
004040         MOVE 'ALL TRANSACTIONS APPLIED' TO UPD-MSG-TEXT
004050         MOVE 0 TO RETURN-CODE
004060     ELSE
004070         MOVE 'ONE OR MORE TRANSACTIONS REJECTED - SEE ABOVE'
004080             TO UPD-MSG-TEXT
004090         MOVE 8 TO RETURN-CODE
004100     END-IF.
004110     WRITE UPD-PRINT-LINE FROM UPD-MESSAGE-LINE
004120         AFTER ADVANCING 2 LINES.
004130     CLOSE UPD-RPT-FILE.
004140     DISPLAY '==========================================='.
004150 3000-EXIT.
004160     EXIT.
004170
004180 5000-REPORT-REJECT.
004190     SET WS-TRAN-BAD TO TRUE.
004200     ADD 1 TO WS-REJECT-COUNT.
004210     WRITE UPD-PRINT-LINE FROM UPD-RESULT-LINE
004220         AFTER ADVANCING 1 LINE.
004230     DISPLAY 'FIBDSTM - ' UPD-RESULT-TEXT.
004240 5000-EXIT.
004250     EXIT.
004260
004270 9999-EXIT.
004280     STOP RUN.
