000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBOCNV.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBOCNV IS THE ONE-TIME CONVERSION OF THE CURRENT FIBOUT     *
000180* GENERATION FROM THE 50-BYTE LAYOUT TO THE 80-BYTE FIBREC     *
000190* LAYOUT THAT RECORDS EACH GROUP'S RECURRENCE IN ITS HEADER.   *
000200* EVERY RECORD IS REWRITTEN FIELD BY FIELD INTO A NEW          *
000210* GENERATION.  EVERY GROUP ON A 50-BYTE GENERATION WAS BUILT   *
000220* AS FIBONACCI, SO EACH HEADER TAKES SEQUENCE TYPE F, THE F    *
000230* COEFFICIENTS FROM FIBSEQT AND A ZERO SEED C - THE SAME       *
000240* VALUES HELLO NOW WRITES FOR A FIBONACCI GROUP.  THE          *
000250* CONVERSION PROVES ITSELF ON THE OCVRPT REPORT: RECORD COUNTS *
000260* BY TYPE AND THE SUM OF ALL TERM VALUES MUST MATCH BETWEEN    *
000270* INPUT AND OUTPUT, AND EVERY HEADER SEED PAIR AND TRAILER     *
000280* CONTROL TOTAL MUST CARRY ACROSS UNCHANGED, OR THE STEP ENDS  *
000290* RC=8 AND FIBOCNVJ DELETES THE NEW GENERATION.                *
000300*--------------------------------------------------------------*
000310* MODIFICATION HISTORY                                        *
000320*--------------------------------------------------------------*
000330* DATE       INIT  DESCRIPTION                                 *
000340* 10/15/2026 DLC   ORIGINAL VERSION.                           *
000350*--------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OLD-FIB-FILE ASSIGN TO FIBOLD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-OLD-STATUS.
000430     SELECT NEW-FIB-FILE ASSIGN TO FIBNEW
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT OCV-RPT-FILE ASSIGN TO OCVRPT
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500*--------------------------------------------------------------*
000510* THE OLD 50-BYTE FIBOUT LAYOUT, KEPT HERE ONLY FOR THIS       *
000520* CONVERSION - THE FIBREC COPYBOOK NOW DESCRIBES THE 80-BYTE   *
000530* LAYOUT.                                                      *
000540*--------------------------------------------------------------*
000550 FD  OLD-FIB-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  OFIB-RECORD.
000590     05  OFIB-REC-TYPE        PIC X(01).
000600         88  OFIB-REC-HEADER          VALUE 'H'.
000610         88  OFIB-REC-DETAIL          VALUE 'D'.
000620         88  OFIB-REC-TRAILER         VALUE 'T'.
000630     05  OFIB-SEQ-NO          PIC 9(05).
000640     05  OFIB-TERM-VALUE      PIC S9(18).
000650     05  FILLER               PIC X(26).
000660 01  OFIB-HEADER-RECORD REDEFINES OFIB-RECORD.
000670     05  OFIB-HDR-TYPE            PIC X(01).
000680     05  OFIB-HDR-RUN-ID          PIC 9(05).
000690     05  OFIB-HDR-RUN-DATE        PIC 9(08).
000700     05  OFIB-HDR-SEED-A          PIC S9(18).
000710     05  OFIB-HDR-SEED-B          PIC S9(18).
000720 01  OFIB-TRAILER-RECORD REDEFINES OFIB-RECORD.
000730     05  OFIB-TRLR-TYPE           PIC X(01).
000740     05  OFIB-TRLR-TERM-COUNT     PIC 9(05).
000750     05  OFIB-TRLR-FINAL-VALUE    PIC S9(18).
000760     05  OFIB-TRLR-CONTROL-TOTAL  PIC S9(18).
000770     05  FILLER                   PIC X(08).
000780
000790 FD  NEW-FIB-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY FIBREC.
000830
000840 FD  OCV-RPT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  OCV-PRINT-LINE           PIC X(132).
000880
000890 WORKING-STORAGE SECTION.
000900*--------------------------------------------------------------*
000910* CONVERSION WORK FIELDS                                       *
000920*--------------------------------------------------------------*
000930 01  WS-OLD-STATUS            PIC X(02) VALUE '00'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000970         88  WS-EOF                       VALUE 'Y'.
000980     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000990         88  WS-ABEND                     VALUE 'Y'.
001000     05  WS-BALANCED-SW        PIC X(01) VALUE 'Y'.
001010         88  WS-IN-BALANCE                VALUE 'Y'.
001020         88  WS-OUT-OF-BALANCE            VALUE 'N'.
001030
001040 01  WS-IN-HEADER-COUNT       PIC 9(05) VALUE 0.
001050 01  WS-IN-DETAIL-COUNT       PIC 9(07) VALUE 0.
001060 01  WS-IN-TRAILER-COUNT      PIC 9(05) VALUE 0.
001070 01  WS-IN-OTHER-COUNT        PIC 9(05) VALUE 0.
001080 01  WS-IN-CONTROL-TOTAL      PIC S9(18) VALUE 0.
001090 01  WS-OUT-HEADER-COUNT      PIC 9(05) VALUE 0.
001100 01  WS-OUT-DETAIL-COUNT      PIC 9(07) VALUE 0.
001110 01  WS-OUT-TRAILER-COUNT     PIC 9(05) VALUE 0.
001120 01  WS-OUT-CONTROL-TOTAL     PIC S9(18) VALUE 0.
001130 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
001140     COPY FIBSEQT.
001150
001160*--------------------------------------------------------------*
001170* CONVERSION REPORT LINE LAYOUTS                               *
001180*--------------------------------------------------------------*
001190 01  OCV-HEADING-1.
001200     05  FILLER               PIC X(52) VALUE
001210         'FIBOCNV - FIBOUT 80-BYTE LAYOUT CONVERSION'.
001220     05  FILLER               PIC X(80) VALUE SPACES.
001230
001240 01  OCV-TOTAL-LINE.
001250     05  FILLER               PIC X(05) VALUE SPACES.
001260     05  OCV-TOT-LABEL        PIC X(35).
001270     05  OCV-TOT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
001280     05  FILLER               PIC X(68) VALUE SPACES.
001290
001300 01  OCV-MESSAGE-LINE.
001310     05  FILLER               PIC X(05) VALUE SPACES.
001320     05  OCV-MSG-TEXT         PIC X(60).
001330     05  FILLER               PIC X(67) VALUE SPACES.
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-CONVERT THRU 2000-EXIT
001390         TEST AFTER UNTIL WS-EOF OR WS-ABEND.
001400     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001410     GO TO 9999-EXIT.
001420
001430 1000-INITIALIZE.
001440     DISPLAY '==========================================='.
001450     DISPLAY 'FIBOCNV - FIBOUT 80-BYTE LAYOUT CONVERSION'.
001460     OPEN OUTPUT OCV-RPT-FILE.
001470     WRITE OCV-PRINT-LINE FROM OCV-HEADING-1
001480         AFTER ADVANCING PAGE.
001490     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
001500     IF SEQT-IX = 0
001510         DISPLAY 'FIBOCNV - ABEND - TYPE F NOT ON FIBSEQT'
001520         SET WS-ABEND TO TRUE
001530         SET WS-EOF TO TRUE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     OPEN INPUT OLD-FIB-FILE.
001570     IF WS-OLD-STATUS NOT = '00'
001580         DISPLAY 'FIBOCNV - ABEND - FIBOLD OPEN FAILED, STATUS '
001590             WS-OLD-STATUS
001600         SET WS-ABEND TO TRUE
001610         SET WS-EOF TO TRUE
001620         GO TO 1000-EXIT
001630     END-IF.
001640     OPEN OUTPUT NEW-FIB-FILE.
001650     READ OLD-FIB-FILE
001660         AT END
001670             SET WS-EOF TO TRUE
001680     END-READ.
001690 1000-EXIT.
001700     EXIT.
001710
001720 2000-CONVERT.
001730     IF NOT WS-EOF
001740         IF OFIB-REC-DETAIL
001750             PERFORM 2100-CONVERT-DETAIL THRU 2100-EXIT
001760         ELSE
001770             IF OFIB-REC-HEADER
001780                 PERFORM 2200-CONVERT-HEADER THRU 2200-EXIT
001790             ELSE
001800                 IF OFIB-REC-TRAILER
001810                     PERFORM 2300-CONVERT-TRAILER THRU 2300-EXIT
001820                 ELSE
001830                     ADD 1 TO WS-IN-OTHER-COUNT
001840                     SET WS-OUT-OF-BALANCE TO TRUE
001850                     DISPLAY 'FIBOCNV - UNRECOGNIZED RECORD TYPE '
001860                         OFIB-REC-TYPE ' - NOT CONVERTED'
001870                 END-IF
001880             END-IF
001890         END-IF
001900         READ OLD-FIB-FILE
001910             AT END
001920                 SET WS-EOF TO TRUE
001930         END-READ
001940     END-IF.
001950 2000-EXIT.
001960     EXIT.
001970
001980 2100-CONVERT-DETAIL.
001990     ADD 1 TO WS-IN-DETAIL-COUNT.
002000     ADD OFIB-TERM-VALUE TO WS-IN-CONTROL-TOTAL.
002010     MOVE SPACES TO FIB-OUT-RECORD.
002020     SET FIB-REC-DETAIL TO TRUE.
002030     MOVE OFIB-SEQ-NO TO FIB-OUT-SEQ-NO.
002040     MOVE OFIB-TERM-VALUE TO FIB-OUT-TERM-VALUE.
002050     WRITE FIB-OUT-RECORD.
002060     ADD 1 TO WS-OUT-DETAIL-COUNT.
002070     ADD FIB-OUT-TERM-VALUE TO WS-OUT-CONTROL-TOTAL.
002080 2100-EXIT.
002090     EXIT.
002100
002110 2200-CONVERT-HEADER.
002120     ADD 1 TO WS-IN-HEADER-COUNT.
002130     MOVE SPACES TO FIB-OUT-RECORD.
002140     MOVE 'H' TO FIB-HDR-TYPE.
002150     MOVE OFIB-HDR-RUN-ID TO FIB-HDR-RUN-ID.
002160     MOVE OFIB-HDR-RUN-DATE TO FIB-HDR-RUN-DATE.
002170     MOVE OFIB-HDR-SEED-A TO FIB-HDR-SEED-A.
002180     MOVE OFIB-HDR-SEED-B TO FIB-HDR-SEED-B.
002190     MOVE SEQT-CODE (SEQT-IX) TO FIB-HDR-SEQ-TYPE.
002200     MOVE SEQT-COEF-1 (SEQT-IX) TO FIB-HDR-COEF-1.
002210     MOVE SEQT-COEF-2 (SEQT-IX) TO FIB-HDR-COEF-2.
002220     MOVE SEQT-COEF-3 (SEQT-IX) TO FIB-HDR-COEF-3.
002230     MOVE 0 TO FIB-HDR-SEED-C.
002240     WRITE FIB-OUT-RECORD.
002250     ADD 1 TO WS-OUT-HEADER-COUNT.
002260     IF FIB-HDR-SEED-A NOT = OFIB-HDR-SEED-A
002270             OR FIB-HDR-SEED-B NOT = OFIB-HDR-SEED-B
002280         SET WS-OUT-OF-BALANCE TO TRUE
002290         DISPLAY 'FIBOCNV - RUN ID ' OFIB-HDR-RUN-ID
002300             ' SEED PAIR DID NOT CARRY ACROSS'
002310     END-IF.
002320 2200-EXIT.
002330     EXIT.
002340
002350 2300-CONVERT-TRAILER.
002360     ADD 1 TO WS-IN-TRAILER-COUNT.
002370     MOVE SPACES TO FIB-OUT-RECORD.
002380     MOVE 'T' TO FIB-TRLR-TYPE.
002390     MOVE OFIB-TRLR-TERM-COUNT TO FIB-TRLR-TERM-COUNT.
002400     MOVE OFIB-TRLR-FINAL-VALUE TO FIB-TRLR-FINAL-VALUE.
002410     MOVE OFIB-TRLR-CONTROL-TOTAL TO FIB-TRLR-CONTROL-TOTAL.
002420     WRITE FIB-OUT-RECORD.
002430     ADD 1 TO WS-OUT-TRAILER-COUNT.
002440     IF FIB-TRLR-CONTROL-TOTAL NOT = OFIB-TRLR-CONTROL-TOTAL
002450             OR FIB-TRLR-FINAL-VALUE NOT = OFIB-TRLR-FINAL-VALUE
002460         SET WS-OUT-OF-BALANCE TO TRUE
002470         DISPLAY 'FIBOCNV - TRAILER ' WS-IN-TRAILER-COUNT
002480             ' TOTALS DID NOT CARRY ACROSS'
002490     END-IF.
002500 2300-EXIT.
002510     EXIT.
002520
002530 3000-FINALIZE.
002540     IF WS-ABEND
002550         CLOSE OCV-RPT-FILE
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 3000-EXIT
002580     END-IF.
002590     CLOSE OLD-FIB-FILE.
002600     CLOSE NEW-FIB-FILE.
002610     IF WS-OUT-HEADER-COUNT NOT = WS-IN-HEADER-COUNT
002620         SET WS-OUT-OF-BALANCE TO TRUE
002630     END-IF.
002640     IF WS-OUT-DETAIL-COUNT NOT = WS-IN-DETAIL-COUNT
002650         SET WS-OUT-OF-BALANCE TO TRUE
002660     END-IF.
002670     IF WS-OUT-TRAILER-COUNT NOT = WS-IN-TRAILER-COUNT
002680         SET WS-OUT-OF-BALANCE TO TRUE
002690     END-IF.
002700     IF WS-OUT-CONTROL-TOTAL NOT = WS-IN-CONTROL-TOTAL
002710         SET WS-OUT-OF-BALANCE TO TRUE
002720     END-IF.
002730     PERFORM 3100-PRINT-REPORT THRU 3100-EXIT.
002740     CLOSE OCV-RPT-FILE.
002750     DISPLAY 'FIBOCNV - HEADERS IN/OUT.: ' WS-IN-HEADER-COUNT
002760         ' / ' WS-OUT-HEADER-COUNT.
002770     DISPLAY 'FIBOCNV - DETAILS IN/OUT.: ' WS-IN-DETAIL-COUNT
002780         ' / ' WS-OUT-DETAIL-COUNT.
002790     DISPLAY 'FIBOCNV - TRAILERS IN/OUT: ' WS-IN-TRAILER-COUNT
002800         ' / ' WS-OUT-TRAILER-COUNT.
002810     IF WS-IN-BALANCE
002820         DISPLAY 'FIBOCNV - CONVERSION IN BALANCE'
002830         MOVE 0 TO RETURN-CODE
002840     ELSE
002850         DISPLAY 'FIBOCNV - CONVERSION OUT OF BALANCE - DO NOT '
002860             'KEEP THE NEW GENERATION'
002870         MOVE 8 TO RETURN-CODE
002880     END-IF.
002890     DISPLAY '==========================================='.
002900 3000-EXIT.
002910     EXIT.
002920
002930 3100-PRINT-REPORT.
002940     MOVE 'INPUT - HEADER RECORDS' TO OCV-TOT-LABEL.
002950     MOVE WS-IN-HEADER-COUNT TO OCV-TOT-VALUE.
002960     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
002970         AFTER ADVANCING 2 LINES.
002980     MOVE 'INPUT - DETAIL RECORDS' TO OCV-TOT-LABEL.
002990     MOVE WS-IN-DETAIL-COUNT TO OCV-TOT-VALUE.
003000     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003010         AFTER ADVANCING 1 LINE.
003020     MOVE 'INPUT - TRAILER RECORDS' TO OCV-TOT-LABEL.
003030     MOVE WS-IN-TRAILER-COUNT TO OCV-TOT-VALUE.
003040     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003050         AFTER ADVANCING 1 LINE.
003060     MOVE 'INPUT - UNRECOGNIZED RECORDS' TO OCV-TOT-LABEL.
003070     MOVE WS-IN-OTHER-COUNT TO OCV-TOT-VALUE.
003080     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003090         AFTER ADVANCING 1 LINE.
003100     MOVE 'INPUT - SUM OF TERM VALUES' TO OCV-TOT-LABEL.
003110     MOVE WS-IN-CONTROL-TOTAL TO OCV-TOT-VALUE.
003120     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003130         AFTER ADVANCING 1 LINE.
003140     MOVE 'OUTPUT - HEADER RECORDS' TO OCV-TOT-LABEL.
003150     MOVE WS-OUT-HEADER-COUNT TO OCV-TOT-VALUE.
003160     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003170         AFTER ADVANCING 2 LINES.
003180     MOVE 'OUTPUT - DETAIL RECORDS' TO OCV-TOT-LABEL.
003190     MOVE WS-OUT-DETAIL-COUNT TO OCV-TOT-VALUE.
003200     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003210         AFTER ADVANCING 1 LINE.
003220     MOVE 'OUTPUT - TRAILER RECORDS' TO OCV-TOT-LABEL.
003230     MOVE WS-OUT-TRAILER-COUNT TO OCV-TOT-VALUE.
003240     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003250         AFTER ADVANCING 1 LINE.
003260     MOVE 'OUTPUT - SUM OF TERM VALUES' TO OCV-TOT-LABEL.
003270     MOVE WS-OUT-CONTROL-TOTAL TO OCV-TOT-VALUE.
003280     WRITE OCV-PRINT-LINE FROM OCV-TOTAL-LINE
003290         AFTER ADVANCING 1 LINE.
003300     IF WS-IN-BALANCE
003310         MOVE 'CONVERSION BALANCED - COUNTS AND CONTROL TOTALS'
003320             TO OCV-MSG-TEXT
003330         WRITE OCV-PRINT-LINE FROM OCV-MESSAGE-LINE
003340             AFTER ADVANCING 2 LINES
003350         MOVE 'MATCH BETWEEN INPUT AND OUTPUT' TO OCV-MSG-TEXT
003360         WRITE OCV-PRINT-LINE FROM OCV-MESSAGE-LINE
003370             AFTER ADVANCING 1 LINE
003380     ELSE
003390         MOVE 'CONVERSION OUT OF BALANCE - DO NOT KEEP THE NEW'
003400             TO OCV-MSG-TEXT
003410         WRITE OCV-PRINT-LINE FROM OCV-MESSAGE-LINE
003420             AFTER ADVANCING 2 LINES
003430         MOVE 'GENERATION' TO OCV-MSG-TEXT
003440         WRITE OCV-PRINT-LINE FROM OCV-MESSAGE-LINE
003450             AFTER ADVANCING 1 LINE
003460     END-IF.
003470 3100-EXIT.
003480     EXIT.
003490
003500*--------------------------------------------------------------*
003510* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE - SEQT-IX IS LEFT ON   *
003520* THE ENTRY, OR ZERO WHEN THE TYPE IS NOT TABULATED.           *
003530*--------------------------------------------------------------*
003540 6500-FIND-SEQ-TYPE.
003550     MOVE 1 TO SEQT-IX.
003560     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
003570         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
003580            OR SEQT-IX >= SEQT-MAX.
003590     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
003600         MOVE 0 TO SEQT-IX
003610     END-IF.
003620 6500-EXIT.
003630     EXIT.
003640
003650 6510-NEXT-SEQ-TYPE.
003660     ADD 1 TO SEQT-IX.
003670 6510-EXIT.
003680     EXIT.
003690
003700 9999-EXIT.
003710     STOP RUN.
