000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBINTG.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBINTG IS THE SCHEDULED INTEGRITY SWEEP OF THE FIBMSTR KEYED*
000180* MASTER AGAINST THE HISTMSTR HISTORY MASTER IT CAN BE REBUILT *
000190* FROM.  FIBMSTR IS CUMULATIVE AND IS ONLY RELOADED BY FIBRBLD *
000200* WHEN DAMAGE IS NOTICED, SO THIS STEP LOOKS FOR THE DRIFT THE *
000210* NIGHTLY BALANCING CANNOT SEE - A RELOAD THAT REWROTE SOME    *
000220* KEYS, A FIBLOAD THAT FAILED PART WAY, HISTORY ARCHIVED BY    *
000230* FIBARCH.                                                     *
000240* FOR EACH RUN ID THE LATEST HISTMSTR BLOCK (THE TERMS THE RUN *
000250* LAST PRODUCED) IS THE AUTHORITY, THE SAME BLOCK FIBLOAD LAST *
000260* WROTE TO THE MASTER:                                         *
000270*   - EVERY TERM IN THAT BLOCK MUST HAVE A FIBMSTR KEY (SEQ NO *
000280*     PLUS RUN ID) CARRYING THE SAME TERM VALUE                *
000290*   - EVERY FIBMSTR KEY MUST LIE IN ITS RUN ID'S LATEST BLOCK -*
000300*     A KEY WITH NO HISTORY, OR LEFT OVER FROM AN EARLIER LONGER*
000310*     RUN, IS AN ORPHAN                                        *
000320*   - EACH MASTER RECORD'S FIB-MST-PRED-1/FIB-MST-PRED-2 MUST BE*
000330*     THE TWO HISTORY TERMS BEFORE IT, AND THE TERM MUST FOLLOW*
000340*     FROM THEM BY THE RUN'S RECURRENCE (TYPE AND COEFFICIENTS *
000350*     FROM THE REQUEST ON SCHDMSTR THAT CARRIES THE RUN ID).   *
000360*     THE LEADING TERMS OF A BLOCK HANG OFF THE SEED PAIR,     *
000370*     WHICH IS NOT ON HISTMSTR, AND ARE NOT RECURRENCE-CHECKED.*
000380* EVERY FINDING IS LISTED ON INTGRPT AND WRITTEN TO EXCPOUT (SEE*
000390* FIBEXCP); FIBRBLD TAKES THAT FILE AS ITS REPAIR LIST AND     *
000400* RELOADS ONLY THE RUN IDS NAMED ON IT.  RC=8 WHEN ANYTHING WAS*
000410* FOUND, RC=16 WHEN A FILE CANNOT BE READ (THE EXCEPTION FILE IS*
000420* THEN INCOMPLETE AND MUST NOT BE USED FOR A REPAIR).          *
000430*--------------------------------------------------------------*
000440* MODIFICATION HISTORY                                        *
000450*--------------------------------------------------------------*
000460* DATE       INIT  DESCRIPTION                                 *
000470* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000480*--------------------------------------------------------------*
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SCHD-FILE ASSIGN TO SCHDMSTR
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS SCH-REQ-NO
000570         FILE STATUS IS WS-SCHD-STATUS.
000580     SELECT HIST-FILE ASSIGN TO HISTMSTR
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-HIST-STATUS.
000610     SELECT FIBMSTR-FILE ASSIGN TO FIBMSTR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS FIB-MST-KEY
000650         FILE STATUS IS WS-FIBMSTR-STATUS.
000660     SELECT EXCP-FILE ASSIGN TO EXCPOUT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-EXCP-STATUS.
000690     SELECT INTG-RPT-FILE ASSIGN TO INTGRPT
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SCHD-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY FIBSREC.
000770
000780 FD  HIST-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FIBHREC.
000820
000830 FD  FIBMSTR-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY FIBMREC.
000860
000870 FD  EXCP-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY FIBEXCP.
000910
000920 FD  INTG-RPT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  INTG-PRINT-LINE          PIC X(132).
000960
000970 WORKING-STORAGE SECTION.
000980*--------------------------------------------------------------*
000990* INTEGRITY SWEEP WORK FIELDS                                  *
001000*--------------------------------------------------------------*
001010 01  WS-SCHD-STATUS           PIC X(02) VALUE '00'.
001020 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
001030 01  WS-FIBMSTR-STATUS        PIC X(02) VALUE '00'.
001040 01  WS-EXCP-STATUS           PIC X(02) VALUE '00'.
001050
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
001080         88  WS-EOF                       VALUE 'Y'.
001090     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
001100         88  WS-ABEND                     VALUE 'Y'.
001110     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
001120         88  WS-ENTRY-FOUND               VALUE 'Y'.
001130     05  WS-GROUP-OPEN-SW      PIC X(01) VALUE 'N'.
001140         88  WS-GROUP-OPEN                VALUE 'Y'.
001150     05  WS-RECUR-SW           PIC X(01) VALUE 'N'.
001160         88  WS-RECUR-FAILED              VALUE 'Y'.
001170
001180 01  WS-SWEEP-DATE            PIC 9(08) VALUE 0.
001190 01  WS-FIND-RUN-ID           PIC 9(05) VALUE 0.
001200 01  WS-SEQ-TYPE              PIC X(01) VALUE 'F'.
001210 01  WS-ORDER                 PIC 9(01) VALUE 2.
001220 01  WS-EXPECTED              PIC S9(18) VALUE 0.
001230
001240 01  WS-SCHD-COUNT            PIC 9(07) VALUE 0.
001250 01  WS-HIST-COUNT            PIC 9(07) VALUE 0.
001260 01  WS-FIBMSTR-COUNT         PIC 9(07) VALUE 0.
001270 01  WS-EXCP-COUNT            PIC 9(07) VALUE 0.
001280 01  WS-CHECKED-COUNT         PIC 9(04) VALUE 0.
001290 01  WS-BAD-RUN-COUNT         PIC 9(04) VALUE 0.
001300 01  WS-NO-SCHD-COUNT         PIC 9(04) VALUE 0.
001310
001320*--------------------------------------------------------------*
001330* HISTMSTR BLOCK TRACKING - A BLOCK IS ONE RUN ID'S TERMS FROM *
001340* ONE NIGHT, BROKEN THE SAME WAY FIBRBLD BREAKS ITS REQUEST    *
001350* GROUPS: A NEW RUN DATE OR RUN ID, A SEQ NUMBER THAT DOES NOT *
001360* FOLLOW ON, OR A 'T' RECORD.  BLOCKS ARE NUMBERED IN FILE     *
001370* ORDER, SO EVERY PASS OVER HISTMSTR NUMBERS THEM ALIKE.  THE  *
001380* PRIOR TERMS ARE THE LAST THREE HISTORY TERMS OF THE BLOCK.   *
001390*--------------------------------------------------------------*
001400 01  WS-BLOCK-NO              PIC 9(07) VALUE 0.
001410 01  WS-BLOCK-POS             PIC 9(05) VALUE 0.
001420 01  WS-CUR-RUN-DATE          PIC 9(08) VALUE 0.
001430 01  WS-CUR-RUN-ID            PIC 9(05) VALUE 0.
001440 01  WS-NEXT-SEQ-NO           PIC 9(05) VALUE 0.
001450 01  WS-HST-PRIOR-1           PIC S9(18) VALUE 0.
001460 01  WS-HST-PRIOR-2           PIC S9(18) VALUE 0.
001470 01  WS-HST-PRIOR-3           PIC S9(18) VALUE 0.
001480
001490*--------------------------------------------------------------*
001500* ONE RUN-TABLE ENTRY PER RUN ID SEEN ON SCHDMSTR, HISTMSTR OR *
001510* FIBMSTR.  THE SCHDMSTR PASS SETS THE RECURRENCE, THE FIRST   *
001520* HISTMSTR PASS FINDS THE LATEST BLOCK AND ITS SEQ RANGE, AND  *
001530* THE CHECKING PASSES COUNT WHAT THEY FIND AGAINST THE ENTRY.  *
001540*--------------------------------------------------------------*
001550 01  WS-RUN-MAX               PIC 9(04) VALUE 1000.
001560 01  WS-RUN-COUNT             PIC 9(04) VALUE 0.
001570 01  WS-RUN-IX                PIC 9(04) VALUE 0.
001580 01  WS-RUN-TABLE.
001590     05  WS-RUN-ENTRY OCCURS 1000 TIMES.
001600         10  WS-RUN-ID            PIC 9(05).
001610         10  WS-RUN-SCHD-SW       PIC X(01).
001620         10  WS-RUN-SEQ-TYPE      PIC X(01).
001630         10  WS-RUN-COEF-1        PIC S9(01).
001640         10  WS-RUN-COEF-2        PIC S9(01).
001650         10  WS-RUN-COEF-3        PIC S9(01).
001660         10  WS-RUN-LAST-BLOCK    PIC 9(07).
001670         10  WS-RUN-LAST-DATE     PIC 9(08).
001680         10  WS-RUN-LOW-SEQ       PIC 9(05).
001690         10  WS-RUN-HIGH-SEQ      PIC 9(05).
001700         10  WS-RUN-HST-COUNT     PIC 9(07).
001710         10  WS-RUN-MST-COUNT     PIC 9(07).
001720         10  WS-RUN-MATCH-COUNT   PIC 9(07).
001730         10  WS-RUN-HORPH-COUNT   PIC 9(07).
001740         10  WS-RUN-MORPH-COUNT   PIC 9(07).
001750         10  WS-RUN-VALUE-COUNT   PIC 9(07).
001760         10  WS-RUN-CHAIN-COUNT   PIC 9(07).
001770         10  WS-RUN-RECUR-COUNT   PIC 9(07).
001780
001790*--------------------------------------------------------------*
001800* THE FINDING BEING RECORDED - SET BY THE CALLER OF 6400.      *
001810*--------------------------------------------------------------*
001820 01  WS-EXC-TYPE              PIC X(01) VALUE SPACE.
001830 01  WS-EXC-RUN-ID            PIC 9(05) VALUE 0.
001840 01  WS-EXC-SEQ-NO            PIC 9(05) VALUE 0.
001850 01  WS-EXC-HIST-DATE         PIC 9(08) VALUE 0.
001860 01  WS-EXC-MST-VALUE         PIC S9(18) VALUE 0.
001870 01  WS-EXC-EXPECTED          PIC S9(18) VALUE 0.
001880 01  WS-EXC-LINK              PIC 9(01) VALUE 0.
001890 01  WS-EXC-TEXT              PIC X(42) VALUE SPACES.
001900*--------------------------------------------------------------*
001910* FINDINGS ARE LISTED ON THE REPORT UP TO WS-LIST-MAX; PAST    *
001920* THAT THEY ARE ONLY COUNTED - EXCPOUT STILL HOLDS THEM ALL.   *
001930*--------------------------------------------------------------*
001940 01  WS-LIST-MAX              PIC 9(05) VALUE 2000.
001950 01  WS-LIST-COUNT            PIC 9(05) VALUE 0.
001960 01  WS-UNLISTED-COUNT        PIC 9(07) VALUE 0.
001970
001980     COPY FIBSEQT.
001990
002000*--------------------------------------------------------------*
002010* INTEGRITY REPORT LINE LAYOUTS                                *
002020*--------------------------------------------------------------*
002030 01  INTG-HEADING-1.
002040     05  FILLER               PIC X(48) VALUE
002050         'FIBINTG - FIBMSTR / HISTMSTR INTEGRITY SWEEP'.
002060     05  FILLER               PIC X(12) VALUE 'SWEEP DATE '.
002070     05  HDG1-SWEEP-DATE      PIC 9(08).
002080     05  FILLER               PIC X(64) VALUE SPACES.
002090
002100 01  INTG-FND-HEADING.
002110     05  FILLER               PIC X(08) VALUE ' RUN ID'.
002120     05  FILLER               PIC X(07) VALUE 'SEQ NO'.
002130     05  FILLER               PIC X(10) VALUE 'HIST DATE'.
002140     05  FILLER               PIC X(44) VALUE 'FINDING'.
002150     05  FILLER               PIC X(26) VALUE
002160         '           FIBMSTR VALUE'.
002170     05  FILLER               PIC X(24) VALUE
002180         '                EXPECTED'.
002190     05  FILLER               PIC X(13) VALUE SPACES.
002200
002210 01  INTG-FND-LINE.
002220     05  FILLER               PIC X(01) VALUE SPACES.
002230     05  INTG-FND-RUN-ID      PIC 9(05).
002240     05  FILLER               PIC X(02) VALUE SPACES.
002250     05  INTG-FND-SEQ-NO      PIC 9(05).
002260     05  FILLER               PIC X(02) VALUE SPACES.
002270     05  INTG-FND-HIST-DATE   PIC 9(08) BLANK WHEN ZERO.
002280     05  FILLER               PIC X(02) VALUE SPACES.
002290     05  INTG-FND-TEXT        PIC X(42).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  INTG-FND-MST-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
002320     05  INTG-FND-MST-BLANK REDEFINES INTG-FND-MST-VALUE
002330                              PIC X(24).
002340     05  FILLER               PIC X(02) VALUE SPACES.
002350     05  INTG-FND-EXPECTED    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
002360     05  INTG-FND-EXP-BLANK REDEFINES INTG-FND-EXPECTED
002370                              PIC X(24).
002380     05  FILLER               PIC X(13) VALUE SPACES.
002390
002400 01  INTG-RUN-HEADING-1.
002410     05  FILLER               PIC X(21) VALUE
002420         ' RUN ID  LATEST   TYP'.
002430     05  FILLER               PIC X(11) VALUE '     HIST'.
002440     05  FILLER               PIC X(11) VALUE '  FIBMSTR'.
002450     05  FILLER               PIC X(11) VALUE SPACES.
002460     05  FILLER               PIC X(11) VALUE '     HIST'.
002470     05  FILLER               PIC X(11) VALUE '  FIBMSTR'.
002480     05  FILLER               PIC X(11) VALUE '    VALUE'.
002490     05  FILLER               PIC X(11) VALUE '    CHAIN'.
002500     05  FILLER               PIC X(11) VALUE '    RECUR'.
002510     05  FILLER               PIC X(23) VALUE SPACES.
002520
002530 01  INTG-RUN-HEADING-2.
002540     05  FILLER               PIC X(21) VALUE
002550         '         BLOCK'.
002560     05  FILLER               PIC X(11) VALUE '    TERMS'.
002570     05  FILLER               PIC X(11) VALUE '     KEYS'.
002580     05  FILLER               PIC X(11) VALUE '  MATCHED'.
002590     05  FILLER               PIC X(11) VALUE '  ORPHANS'.
002600     05  FILLER               PIC X(11) VALUE '  ORPHANS'.
002610     05  FILLER               PIC X(11) VALUE '    DIFFS'.
002620     05  FILLER               PIC X(11) VALUE '   BREAKS'.
002630     05  FILLER               PIC X(11) VALUE '    FAILS'.
002640     05  FILLER               PIC X(23) VALUE 'STAT'.
002650
002660 01  INTG-RUN-LINE.
002670     05  FILLER               PIC X(01) VALUE SPACES.
002680     05  INTG-RUN-RUN-ID      PIC 9(05).
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  INTG-RUN-LAST-DATE   PIC 9(08) BLANK WHEN ZERO.
002710     05  FILLER               PIC X(02) VALUE SPACES.
002720     05  INTG-RUN-SEQ-TYPE    PIC X(01).
002730     05  FILLER               PIC X(02) VALUE SPACES.
002740     05  INTG-RUN-HST-COUNT   PIC Z,ZZZ,ZZ9.
002750     05  FILLER               PIC X(02) VALUE SPACES.
002760     05  INTG-RUN-MST-COUNT   PIC Z,ZZZ,ZZ9.
002770     05  FILLER               PIC X(02) VALUE SPACES.
002780     05  INTG-RUN-MATCH-COUNT PIC Z,ZZZ,ZZ9.
002790     05  FILLER               PIC X(02) VALUE SPACES.
002800     05  INTG-RUN-HORPH-COUNT PIC Z,ZZZ,ZZ9.
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820     05  INTG-RUN-MORPH-COUNT PIC Z,ZZZ,ZZ9.
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  INTG-RUN-VALUE-COUNT PIC Z,ZZZ,ZZ9.
002850     05  FILLER               PIC X(02) VALUE SPACES.
002860     05  INTG-RUN-CHAIN-COUNT PIC Z,ZZZ,ZZ9.
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  INTG-RUN-RECUR-COUNT PIC Z,ZZZ,ZZ9.
002890     05  FILLER               PIC X(02) VALUE SPACES.
002900     05  INTG-RUN-STATUS      PIC X(04).
002910     05  FILLER               PIC X(11) VALUE SPACES.
002920
002930 01  INTG-SECTION-LINE.
002940     05  FILLER               PIC X(02) VALUE SPACES.
002950     05  INTG-SECTION-TEXT    PIC X(60).
002960     05  FILLER               PIC X(70) VALUE SPACES.
002970
002980 01  INTG-TOTAL-LINE.
002990     05  FILLER               PIC X(05) VALUE SPACES.
003000     05  INTG-TOT-LABEL       PIC X(45).
003010     05  INTG-TOT-VALUE       PIC ZZZZZZ9.
003020     05  FILLER               PIC X(75) VALUE SPACES.
003030
003040 01  INTG-MESSAGE-LINE.
003050     05  FILLER               PIC X(05) VALUE SPACES.
003060     05  INTG-MSG-TEXT        PIC X(66).
003070     05  FILLER               PIC X(61) VALUE SPACES.
003080
003090 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120     PERFORM 2000-FIND-LATEST-BLOCKS THRU 2000-EXIT.
003130     PERFORM 2200-MATCH-HISTORY THRU 2200-EXIT.
003140     PERFORM 2600-SCAN-FIBMSTR THRU 2600-EXIT.
003150     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003160     GO TO 9999-EXIT.
003170
003180 1000-INITIALIZE.
003190     DISPLAY '==========================================='.
003200     DISPLAY 'FIBINTG - FIBMSTR / HISTMSTR INTEGRITY SWEEP'.
003210     ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD.
003220     OPEN OUTPUT INTG-RPT-FILE.
003230     MOVE WS-SWEEP-DATE TO HDG1-SWEEP-DATE.
003240     WRITE INTG-PRINT-LINE FROM INTG-HEADING-1
003250         AFTER ADVANCING PAGE.
003260     MOVE 'FINDINGS' TO INTG-SECTION-TEXT.
003270     WRITE INTG-PRINT-LINE FROM INTG-SECTION-LINE
003280         AFTER ADVANCING 2 LINES.
003290     WRITE INTG-PRINT-LINE FROM INTG-FND-HEADING
003300         AFTER ADVANCING 2 LINES.
003310     OPEN OUTPUT EXCP-FILE.
003320     IF WS-EXCP-STATUS NOT = '00'
003330         DISPLAY 'FIBINTG - ABEND - EXCPOUT OPEN FAILED, STATUS '
003340             WS-EXCP-STATUS
003350         SET WS-ABEND TO TRUE
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410
003420*--------------------------------------------------------------*
003430* EVERY REQUEST ON SCHDMSTR THAT CARRIES A RUN ID GIVES THAT RUN*
003440* ID ITS RECURRENCE.  A RUN ID SHARED BY MORE THAN ONE REQUEST *
003450* TAKES THE FIRST (LOWEST REQUEST NUMBER).  A RUN ID NOT ON    *
003460* SCHDMSTR AT ALL (A HAND-BUILT CARD, OR A REQUEST SINCE       *
003470* DELETED) IS NOT RECURRENCE-CHECKED; ITS CHAIN STILL IS.      *
003480*--------------------------------------------------------------*
003490 1100-LOAD-SCHEDULE.
003500     OPEN INPUT SCHD-FILE.
003510     IF WS-SCHD-STATUS NOT = '00'
003520         DISPLAY 'FIBINTG - ABEND - SCHDMSTR OPEN FAILED, STATUS '
003530             WS-SCHD-STATUS
003540         SET WS-ABEND TO TRUE
003550         GO TO 1100-EXIT
003560     END-IF.
003570     MOVE 'N' TO WS-EOF-SW.
003580     READ SCHD-FILE
003590         AT END
003600             SET WS-EOF TO TRUE
003610     END-READ.
003620     PERFORM 1150-POST-REQUEST THRU 1150-EXIT
003630         UNTIL WS-EOF.
003640     CLOSE SCHD-FILE.
003650 1100-EXIT.
003660     EXIT.
003670
003680 1150-POST-REQUEST.
003690     ADD 1 TO WS-SCHD-COUNT.
003700     IF SCH-RUN-ID NOT NUMERIC OR SCH-RUN-ID = 0
003710         GO TO 1150-READ-NEXT
003720     END-IF.
003730     MOVE SCH-RUN-ID TO WS-FIND-RUN-ID.
003740     PERFORM 6000-FIND-RUN-ENTRY THRU 6000-EXIT.
003750     IF WS-ABEND
003760         GO TO 1150-EXIT
003770     END-IF.
003780     IF WS-RUN-SCHD-SW (WS-RUN-IX) = 'Y'
003790         GO TO 1150-READ-NEXT
003800     END-IF.
003810     MOVE 'Y' TO WS-RUN-SCHD-SW (WS-RUN-IX).
003820     MOVE SCH-SEQ-TYPE TO WS-SEQ-TYPE.
003830     PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT.
003840     IF SEQT-IX = 0
003850         MOVE 'F' TO WS-SEQ-TYPE
003860         PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
003870     END-IF.
003880     IF WS-SEQ-TYPE = 'G'
003890         IF SCH-COEF-1 NOT NUMERIC OR SCH-COEF-2 NOT NUMERIC
003900                 OR SCH-COEF-3 NOT NUMERIC
003910             MOVE 'F' TO WS-SEQ-TYPE
003920             PERFORM 6500-FIND-SEQ-TYPE THRU 6500-EXIT
003930         END-IF
003940     END-IF.
003950     MOVE WS-SEQ-TYPE TO WS-RUN-SEQ-TYPE (WS-RUN-IX).
003960     IF WS-SEQ-TYPE = 'G'
003970         MOVE SCH-COEF-1 TO WS-RUN-COEF-1 (WS-RUN-IX)
003980         MOVE SCH-COEF-2 TO WS-RUN-COEF-2 (WS-RUN-IX)
003990         MOVE SCH-COEF-3 TO WS-RUN-COEF-3 (WS-RUN-IX)
004000     ELSE
004010         MOVE SEQT-COEF-1 (SEQT-IX) TO WS-RUN-COEF-1 (WS-RUN-IX)
004020         MOVE SEQT-COEF-2 (SEQT-IX) TO WS-RUN-COEF-2 (WS-RUN-IX)
004030         MOVE SEQT-COEF-3 (SEQT-IX) TO WS-RUN-COEF-3 (WS-RUN-IX)
004040     END-IF.
004050 1150-READ-NEXT.
004060     READ SCHD-FILE
004070         AT END
004080             SET WS-EOF TO TRUE
004090     END-READ.
004100 1150-EXIT.
004110     EXIT.
004120
004130*--------------------------------------------------------------*
004140* FIRST PASS OVER HISTMSTR - NOTE EACH RUN ID'S LATEST BLOCK.  *
004150* HISTMSTR IS APPENDED IN RUN ORDER, SO THE LAST BLOCK SEEN FOR*
004160* A RUN ID IS THE ONE IT LAST PRODUCED.                        *
004170*--------------------------------------------------------------*
004180 2000-FIND-LATEST-BLOCKS.
004190     IF WS-ABEND
004200         GO TO 2000-EXIT
004210     END-IF.
004220     OPEN INPUT HIST-FILE.
004230     IF WS-HIST-STATUS NOT = '00'
004240         DISPLAY 'FIBINTG - ABEND - HISTMSTR OPEN FAILED, STATUS '
004250             WS-HIST-STATUS
004260         SET WS-ABEND TO TRUE
004270         GO TO 2000-EXIT
004280     END-IF.
004290     MOVE 0 TO WS-BLOCK-NO.
004300     MOVE 'N' TO WS-GROUP-OPEN-SW.
004310     MOVE 'N' TO WS-EOF-SW.
004320     READ HIST-FILE
004330         AT END
004340             SET WS-EOF TO TRUE
004350     END-READ.
004360     PERFORM 2050-NOTE-BLOCK THRU 2050-EXIT
004370         UNTIL WS-EOF.
004380     CLOSE HIST-FILE.
004390 2000-EXIT.
004400     EXIT.
004410
004420 2050-NOTE-BLOCK.
004430     ADD 1 TO WS-HIST-COUNT.
004440     IF HIST-REC-TOTAL
004450         MOVE 'N' TO WS-GROUP-OPEN-SW
004460         GO TO 2050-READ-NEXT
004470     END-IF.
004480     IF NOT HIST-REC-DETAIL
004490         GO TO 2050-READ-NEXT
004500     END-IF.
004510     PERFORM 6300-TRACK-BLOCK THRU 6300-EXIT.
004520     MOVE HIST-RUN-ID TO WS-FIND-RUN-ID.
004530     PERFORM 6000-FIND-RUN-ENTRY THRU 6000-EXIT.
004540     IF WS-ABEND
004550         GO TO 2050-EXIT
004560     END-IF.
004570     IF WS-RUN-LAST-BLOCK (WS-RUN-IX) NOT = WS-BLOCK-NO
004580         MOVE WS-BLOCK-NO TO WS-RUN-LAST-BLOCK (WS-RUN-IX)
004590         MOVE HIST-RUN-DATE TO WS-RUN-LAST-DATE (WS-RUN-IX)
004600         MOVE HIST-SEQ-NO TO WS-RUN-LOW-SEQ (WS-RUN-IX)
004610     END-IF.
004620     MOVE HIST-SEQ-NO TO WS-RUN-HIGH-SEQ (WS-RUN-IX).
004630 2050-READ-NEXT.
004640     READ HIST-FILE
004650         AT END
004660             SET WS-EOF TO TRUE
004670     END-READ.
004680 2050-EXIT.
004690     EXIT.
004700
004710*--------------------------------------------------------------*
004720* SECOND PASS OVER HISTMSTR - EVERY TERM IN A RUN ID'S LATEST  *
004730* BLOCK IS READ BY KEY FROM FIBMSTR AND CHECKED IN 2300.  TERMS*
004740* IN EARLIER BLOCKS ONLY FEED THE PRIOR-TERM CHAIN.            *
004750*--------------------------------------------------------------*
004760 2200-MATCH-HISTORY.
004770     IF WS-ABEND
004780         GO TO 2200-EXIT
004790     END-IF.
004800     OPEN INPUT FIBMSTR-FILE.
004810     IF WS-FIBMSTR-STATUS NOT = '00'
004820         DISPLAY 'FIBINTG - ABEND - FIBMSTR OPEN FAILED, STATUS '
004830             WS-FIBMSTR-STATUS
004840         SET WS-ABEND TO TRUE
004850         GO TO 2200-EXIT
004860     END-IF.
004870     OPEN INPUT HIST-FILE.
004880     IF WS-HIST-STATUS NOT = '00'
004890         DISPLAY 'FIBINTG - ABEND - HISTMSTR OPEN FAILED, STATUS '
004900             WS-HIST-STATUS
004910         SET WS-ABEND TO TRUE
004920         CLOSE FIBMSTR-FILE
004930         GO TO 2200-EXIT
004940     END-IF.
004950     MOVE 0 TO WS-BLOCK-NO.
004960     MOVE 'N' TO WS-GROUP-OPEN-SW.
004970     MOVE 'N' TO WS-EOF-SW.
004980     READ HIST-FILE
004990         AT END
005000             SET WS-EOF TO TRUE
005010     END-READ.
005020     PERFORM 2250-MATCH-DETAIL THRU 2250-EXIT
005030         UNTIL WS-EOF.
005040     CLOSE HIST-FILE.
005050     CLOSE FIBMSTR-FILE.
005060 2200-EXIT.
005070     EXIT.
005080
005090 2250-MATCH-DETAIL.
005100     IF HIST-REC-TOTAL
005110         MOVE 'N' TO WS-GROUP-OPEN-SW
005120         GO TO 2250-READ-NEXT
005130     END-IF.
005140     IF NOT HIST-REC-DETAIL
005150         GO TO 2250-READ-NEXT
005160     END-IF.
005170     PERFORM 6300-TRACK-BLOCK THRU 6300-EXIT.
005180     MOVE HIST-RUN-ID TO WS-FIND-RUN-ID.
005190     PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT.
005200     IF WS-ENTRY-FOUND
005210         IF WS-RUN-LAST-BLOCK (WS-RUN-IX) = WS-BLOCK-NO
005220             PERFORM 2300-CHECK-TERM THRU 2300-EXIT
005230         END-IF
005240     END-IF.
005250     IF WS-ABEND
005260         SET WS-EOF TO TRUE
005270         GO TO 2250-EXIT
005280     END-IF.
005290     MOVE WS-HST-PRIOR-2 TO WS-HST-PRIOR-3.
005300     MOVE WS-HST-PRIOR-1 TO WS-HST-PRIOR-2.
005310     MOVE HIST-TERM-VALUE TO WS-HST-PRIOR-1.
005320 2250-READ-NEXT.
005330     READ HIST-FILE
005340         AT END
005350             SET WS-EOF TO TRUE
005360     END-READ.
005370 2250-EXIT.
005380     EXIT.
005390
005400*--------------------------------------------------------------*
005410* CHECK ONE LATEST-BLOCK TERM AGAINST ITS FIBMSTR RECORD: THE  *
005420* KEY MUST EXIST, THE VALUE MUST AGREE, PRED-1 AND PRED-2 MUST *
005430* BE THE TWO HISTORY TERMS BEFORE IT (WHERE THE BLOCK HAS THEM)*
005440* AND THE TERM MUST BE K1*PRED-1 + K2*PRED-2 + K3*T(N-3).  THE *
005450* FIRST TWO TERMS OF A BLOCK (THREE WHEN THIRD ORDER) HANG OFF *
005460* THE SEEDS AND ARE NOT RECURRENCE-CHECKED - FIBRBLD CANNOT    *
005470* RECOVER THE SEEDS AND LEAVES THOSE PREDECESSORS ZERO.        *
005480*--------------------------------------------------------------*
005490 2300-CHECK-TERM.
005500     ADD 1 TO WS-RUN-HST-COUNT (WS-RUN-IX).
005510     MOVE HIST-RUN-ID TO WS-EXC-RUN-ID.
005520     MOVE HIST-SEQ-NO TO WS-EXC-SEQ-NO.
005530     MOVE HIST-RUN-DATE TO WS-EXC-HIST-DATE.
005540     MOVE HIST-SEQ-NO TO FIB-MST-SEQ-NO.
005550     MOVE HIST-RUN-ID TO FIB-MST-RUN-ID.
005560     READ FIBMSTR-FILE
005570         INVALID KEY
005580             CONTINUE
005590     END-READ.
005600     IF WS-FIBMSTR-STATUS = '23'
005610         ADD 1 TO WS-RUN-HORPH-COUNT (WS-RUN-IX)
005620         MOVE 'H' TO WS-EXC-TYPE
005630         MOVE 0 TO WS-EXC-MST-VALUE
005640         MOVE HIST-TERM-VALUE TO WS-EXC-EXPECTED
005650         MOVE 0 TO WS-EXC-LINK
005660         MOVE 'ON HISTMSTR - NO FIBMSTR KEY' TO WS-EXC-TEXT
005670         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
005680         GO TO 2300-EXIT
005690     END-IF.
005700     IF WS-FIBMSTR-STATUS NOT = '00'
005710         DISPLAY 'FIBINTG - ABEND - FIBMSTR READ FAILED, SEQ '
005720             FIB-MST-SEQ-NO ' RUN ID ' FIB-MST-RUN-ID
005730             ', STATUS ' WS-FIBMSTR-STATUS
005740         SET WS-ABEND TO TRUE
005750         GO TO 2300-EXIT
005760     END-IF.
005770     ADD 1 TO WS-RUN-MATCH-COUNT (WS-RUN-IX).
005780     IF FIB-MST-TERM-VALUE NOT = HIST-TERM-VALUE
005790         ADD 1 TO WS-RUN-VALUE-COUNT (WS-RUN-IX)
005800         MOVE 'V' TO WS-EXC-TYPE
005810         MOVE FIB-MST-TERM-VALUE TO WS-EXC-MST-VALUE
005820         MOVE HIST-TERM-VALUE TO WS-EXC-EXPECTED
005830         MOVE 0 TO WS-EXC-LINK
005840         MOVE 'TERM VALUE DISAGREES WITH HISTMSTR' TO WS-EXC-TEXT
005850         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
005860     END-IF.
005870     IF WS-BLOCK-POS > 1
005880             AND FIB-MST-PRED-1 NOT = WS-HST-PRIOR-1
005890         ADD 1 TO WS-RUN-CHAIN-COUNT (WS-RUN-IX)
005900         MOVE 'C' TO WS-EXC-TYPE
005910         MOVE FIB-MST-PRED-1 TO WS-EXC-MST-VALUE
005920         MOVE WS-HST-PRIOR-1 TO WS-EXC-EXPECTED
005930         MOVE 1 TO WS-EXC-LINK
005940         MOVE 'PRED-1 IS NOT THE PRIOR HISTORY TERM'
005950             TO WS-EXC-TEXT
005960         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
005970     END-IF.
005980     IF WS-BLOCK-POS > 2
005990             AND FIB-MST-PRED-2 NOT = WS-HST-PRIOR-2
006000         ADD 1 TO WS-RUN-CHAIN-COUNT (WS-RUN-IX)
006010         MOVE 'C' TO WS-EXC-TYPE
006020         MOVE FIB-MST-PRED-2 TO WS-EXC-MST-VALUE
006030         MOVE WS-HST-PRIOR-2 TO WS-EXC-EXPECTED
006040         MOVE 2 TO WS-EXC-LINK
006050         MOVE 'PRED-2 IS NOT THE HISTORY TERM TWO BACK'
006060             TO WS-EXC-TEXT
006070         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
006080     END-IF.
006090     PERFORM 2350-CHECK-RECURRENCE THRU 2350-EXIT.
006100 2300-EXIT.
006110     EXIT.
006120
006130 2350-CHECK-RECURRENCE.
006140     IF WS-RUN-SCHD-SW (WS-RUN-IX) NOT = 'Y'
006150         GO TO 2350-EXIT
006160     END-IF.
006170     IF WS-RUN-COEF-3 (WS-RUN-IX) = 0
006180         MOVE 2 TO WS-ORDER
006190     ELSE
006200         MOVE 3 TO WS-ORDER
006210     END-IF.
006220     IF WS-BLOCK-POS NOT > WS-ORDER
006230         GO TO 2350-EXIT
006240     END-IF.
006250     MOVE 'N' TO WS-RECUR-SW.
006260     COMPUTE WS-EXPECTED =
006270             WS-RUN-COEF-1 (WS-RUN-IX) * FIB-MST-PRED-1
006280           + WS-RUN-COEF-2 (WS-RUN-IX) * FIB-MST-PRED-2
006290           + WS-RUN-COEF-3 (WS-RUN-IX) * WS-HST-PRIOR-3
006300         ON SIZE ERROR
006310             SET WS-RECUR-FAILED TO TRUE
006320             MOVE 0 TO WS-EXPECTED
006330     END-COMPUTE.
006340     IF FIB-MST-TERM-VALUE NOT = WS-EXPECTED
006350         SET WS-RECUR-FAILED TO TRUE
006360     END-IF.
006370     IF WS-RECUR-FAILED
006380         ADD 1 TO WS-RUN-RECUR-COUNT (WS-RUN-IX)
006390         MOVE 'R' TO WS-EXC-TYPE
006400         MOVE FIB-MST-TERM-VALUE TO WS-EXC-MST-VALUE
006410         MOVE WS-EXPECTED TO WS-EXC-EXPECTED
006420         MOVE 0 TO WS-EXC-LINK
006430         MOVE 'TERM DOES NOT FOLLOW FROM ITS PREDECESSORS'
006440             TO WS-EXC-TEXT
006450         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
006460     END-IF.
006470 2350-EXIT.
006480     EXIT.
006490
006500*--------------------------------------------------------------*
006510* FIBMSTR IN KEY ORDER - EVERY KEY MUST FALL INSIDE ITS RUN ID'S*
006520* LATEST HISTORY BLOCK.  THE BLOCK IS CONSECUTIVE FROM LOW TO  *
006530* HIGH SEQ NO, SO A KEY INSIDE THE RANGE IS ON HISTMSTR AND WAS*
006540* CHECKED BY 2300; ONE OUTSIDE IT, OR FOR A RUN ID WITH NO     *
006550* HISTORY LEFT, IS A FIBMSTR ORPHAN.                           *
006560*--------------------------------------------------------------*
006570 2600-SCAN-FIBMSTR.
006580     IF WS-ABEND
006590         GO TO 2600-EXIT
006600     END-IF.
006610     OPEN INPUT FIBMSTR-FILE.
006620     IF WS-FIBMSTR-STATUS NOT = '00'
006630         DISPLAY 'FIBINTG - ABEND - FIBMSTR OPEN FAILED, STATUS '
006640             WS-FIBMSTR-STATUS
006650         SET WS-ABEND TO TRUE
006660         GO TO 2600-EXIT
006670     END-IF.
006680     MOVE 'N' TO WS-EOF-SW.
006690     MOVE ZEROS TO FIB-MST-KEY.
006700     START FIBMSTR-FILE KEY NOT < FIB-MST-KEY
006710         INVALID KEY
006720             SET WS-EOF TO TRUE
006730     END-START.
006740     IF NOT WS-EOF
006750         READ FIBMSTR-FILE NEXT RECORD
006760             AT END
006770                 SET WS-EOF TO TRUE
006780         END-READ
006790     END-IF.
006800     PERFORM 2650-CHECK-KEY THRU 2650-EXIT
006810         UNTIL WS-EOF.
006820     CLOSE FIBMSTR-FILE.
006830 2600-EXIT.
006840     EXIT.
006850
006860 2650-CHECK-KEY.
006870     ADD 1 TO WS-FIBMSTR-COUNT.
006880     MOVE FIB-MST-RUN-ID TO WS-FIND-RUN-ID.
006890     PERFORM 6000-FIND-RUN-ENTRY THRU 6000-EXIT.
006900     IF WS-ABEND
006910         GO TO 2650-EXIT
006920     END-IF.
006930     ADD 1 TO WS-RUN-MST-COUNT (WS-RUN-IX).
006940     MOVE FIB-MST-RUN-ID TO WS-EXC-RUN-ID.
006950     MOVE FIB-MST-SEQ-NO TO WS-EXC-SEQ-NO.
006960     MOVE FIB-MST-TERM-VALUE TO WS-EXC-MST-VALUE.
006970     MOVE 0 TO WS-EXC-EXPECTED.
006980     MOVE 0 TO WS-EXC-LINK.
006990     MOVE 'M' TO WS-EXC-TYPE.
007000     IF WS-RUN-LAST-BLOCK (WS-RUN-IX) = 0
007010         ADD 1 TO WS-RUN-MORPH-COUNT (WS-RUN-IX)
007020         MOVE 0 TO WS-EXC-HIST-DATE
007030         MOVE 'FIBMSTR KEY - RUN ID HAS NO HISTORY' TO WS-EXC-TEXT
007040         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
007050         GO TO 2650-READ-NEXT
007060     END-IF.
007070     IF FIB-MST-SEQ-NO < WS-RUN-LOW-SEQ (WS-RUN-IX)
007080             OR FIB-MST-SEQ-NO > WS-RUN-HIGH-SEQ (WS-RUN-IX)
007090         ADD 1 TO WS-RUN-MORPH-COUNT (WS-RUN-IX)
007100         MOVE WS-RUN-LAST-DATE (WS-RUN-IX) TO WS-EXC-HIST-DATE
007110         MOVE 'FIBMSTR KEY - NOT IN LATEST HISTORY BLOCK'
007120             TO WS-EXC-TEXT
007130         PERFORM 6400-WRITE-EXCEPTION THRU 6400-EXIT
007140     END-IF.
007150 2650-READ-NEXT.
007160     READ FIBMSTR-FILE NEXT RECORD
007170         AT END
007180             SET WS-EOF TO TRUE
007190     END-READ.
007200 2650-EXIT.
007210     EXIT.
007220
007230 3000-FINALIZE.
007240     IF WS-ABEND
007250         CLOSE EXCP-FILE
007260         MOVE 'SWEEP ABENDED - EXCPOUT IS INCOMPLETE, DO NOT '
007270             TO INTG-MSG-TEXT
007280         MOVE 'REPAIR FROM IT' TO INTG-MSG-TEXT (46:21)
007290         WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
007300             AFTER ADVANCING 2 LINES
007310         CLOSE INTG-RPT-FILE
007320         MOVE 16 TO RETURN-CODE
007330         DISPLAY '==========================================='
007340         GO TO 3000-EXIT
007350     END-IF.
007360     CLOSE EXCP-FILE.
007370     IF WS-EXCP-COUNT = 0
007380         MOVE 'NO FINDINGS' TO INTG-MSG-TEXT
007390         WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
007400             AFTER ADVANCING 1 LINE
007410     END-IF.
007420     IF WS-UNLISTED-COUNT > 0
007430         MOVE 'FURTHER FINDINGS NOT LISTED - SEE EXCPOUT'
007440             TO INTG-MSG-TEXT
007450         WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
007460             AFTER ADVANCING 2 LINES
007470     END-IF.
007480     MOVE 'RUN ID SUMMARY' TO INTG-SECTION-TEXT.
007490     WRITE INTG-PRINT-LINE FROM INTG-SECTION-LINE
007500         AFTER ADVANCING 3 LINES.
007510     WRITE INTG-PRINT-LINE FROM INTG-RUN-HEADING-1
007520         AFTER ADVANCING 2 LINES.
007530     WRITE INTG-PRINT-LINE FROM INTG-RUN-HEADING-2
007540         AFTER ADVANCING 1 LINE.
007550     MOVE 0 TO WS-RUN-IX.
007560     PERFORM 3100-PRINT-RUN THRU 3100-EXIT
007570         UNTIL WS-RUN-IX >= WS-RUN-COUNT.
007580     PERFORM 3400-PRINT-TOTALS THRU 3400-EXIT.
007590     CLOSE INTG-RPT-FILE.
007600     DISPLAY 'FIBINTG - HISTMSTR RECORDS: ' WS-HIST-COUNT.
007610     DISPLAY 'FIBINTG - FIBMSTR KEYS....: ' WS-FIBMSTR-COUNT.
007620     DISPLAY 'FIBINTG - RUN IDS CHECKED.: ' WS-CHECKED-COUNT.
007630     DISPLAY 'FIBINTG - RUN IDS IN ERROR: ' WS-BAD-RUN-COUNT.
007640     DISPLAY 'FIBINTG - FINDINGS........: ' WS-EXCP-COUNT.
007650     IF WS-EXCP-COUNT > 0
007660         DISPLAY 'FIBINTG - MASTERS DISAGREE - SEE EXCPOUT'
007670         MOVE 8 TO RETURN-CODE
007680     ELSE
007690         DISPLAY 'FIBINTG - MASTERS AGREE'
007700         MOVE 0 TO RETURN-CODE
007710     END-IF.
007720     DISPLAY '==========================================='.
007730 3000-EXIT.
007740     EXIT.
007750
007760*--------------------------------------------------------------*
007770* ONE LINE PER RUN ID HELD ON EITHER MASTER.  A RUN ID KNOWN   *
007780* ONLY FROM SCHDMSTR (NEVER RUN, OR FULLY ARCHIVED AND NOT ON  *
007790* THE MASTER) IS NOT PRINTED.  THE TYPE COLUMN IS BLANK WHEN   *
007800* THE RUN ID IS NOT ON SCHDMSTR AND ITS RECURRENCE WAS NOT     *
007810* CHECKED.                                                     *
007820*--------------------------------------------------------------*
007830 3100-PRINT-RUN.
007840     ADD 1 TO WS-RUN-IX.
007850     IF WS-RUN-LAST-BLOCK (WS-RUN-IX) = 0
007860             AND WS-RUN-MST-COUNT (WS-RUN-IX) = 0
007870         GO TO 3100-EXIT
007880     END-IF.
007890     ADD 1 TO WS-CHECKED-COUNT.
007900     MOVE WS-RUN-ID (WS-RUN-IX) TO INTG-RUN-RUN-ID.
007910     MOVE WS-RUN-LAST-DATE (WS-RUN-IX) TO INTG-RUN-LAST-DATE.
007920     IF WS-RUN-SCHD-SW (WS-RUN-IX) = 'Y'
007930         MOVE WS-RUN-SEQ-TYPE (WS-RUN-IX) TO INTG-RUN-SEQ-TYPE
007940     ELSE
007950         MOVE SPACE TO INTG-RUN-SEQ-TYPE
007960         ADD 1 TO WS-NO-SCHD-COUNT
007970     END-IF.
007980     MOVE WS-RUN-HST-COUNT (WS-RUN-IX) TO INTG-RUN-HST-COUNT.
007990     MOVE WS-RUN-MST-COUNT (WS-RUN-IX) TO INTG-RUN-MST-COUNT.
008000     MOVE WS-RUN-MATCH-COUNT (WS-RUN-IX) TO INTG-RUN-MATCH-COUNT.
008010     MOVE WS-RUN-HORPH-COUNT (WS-RUN-IX) TO INTG-RUN-HORPH-COUNT.
008020     MOVE WS-RUN-MORPH-COUNT (WS-RUN-IX) TO INTG-RUN-MORPH-COUNT.
008030     MOVE WS-RUN-VALUE-COUNT (WS-RUN-IX) TO INTG-RUN-VALUE-COUNT.
008040     MOVE WS-RUN-CHAIN-COUNT (WS-RUN-IX) TO INTG-RUN-CHAIN-COUNT.
008050     MOVE WS-RUN-RECUR-COUNT (WS-RUN-IX) TO INTG-RUN-RECUR-COUNT.
008060     IF WS-RUN-HORPH-COUNT (WS-RUN-IX) = 0
008070             AND WS-RUN-MORPH-COUNT (WS-RUN-IX) = 0
008080             AND WS-RUN-VALUE-COUNT (WS-RUN-IX) = 0
008090             AND WS-RUN-CHAIN-COUNT (WS-RUN-IX) = 0
008100             AND WS-RUN-RECUR-COUNT (WS-RUN-IX) = 0
008110         MOVE 'OK' TO INTG-RUN-STATUS
008120     ELSE
008130         MOVE 'BAD' TO INTG-RUN-STATUS
008140         ADD 1 TO WS-BAD-RUN-COUNT
008150     END-IF.
008160     WRITE INTG-PRINT-LINE FROM INTG-RUN-LINE
008170         AFTER ADVANCING 1 LINE.
008180 3100-EXIT.
008190     EXIT.
008200
008210 3400-PRINT-TOTALS.
008220     MOVE 'INTEGRITY TOTALS' TO INTG-SECTION-TEXT.
008230     WRITE INTG-PRINT-LINE FROM INTG-SECTION-LINE
008240         AFTER ADVANCING 3 LINES.
008250     MOVE 'SCHDMSTR REQUESTS READ' TO INTG-TOT-LABEL.
008260     MOVE WS-SCHD-COUNT TO INTG-TOT-VALUE.
008270     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008280         AFTER ADVANCING 2 LINES.
008290     MOVE 'HISTMSTR RECORDS READ' TO INTG-TOT-LABEL.
008300     MOVE WS-HIST-COUNT TO INTG-TOT-VALUE.
008310     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008320         AFTER ADVANCING 1 LINE.
008330     MOVE 'FIBMSTR KEYS READ' TO INTG-TOT-LABEL.
008340     MOVE WS-FIBMSTR-COUNT TO INTG-TOT-VALUE.
008350     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008360         AFTER ADVANCING 1 LINE.
008370     MOVE 'RUN IDS CHECKED' TO INTG-TOT-LABEL.
008380     MOVE WS-CHECKED-COUNT TO INTG-TOT-VALUE.
008390     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008400         AFTER ADVANCING 1 LINE.
008410     MOVE 'RUN IDS WITH FINDINGS' TO INTG-TOT-LABEL.
008420     MOVE WS-BAD-RUN-COUNT TO INTG-TOT-VALUE.
008430     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008440         AFTER ADVANCING 1 LINE.
008450     MOVE 'RUN IDS NOT ON SCHDMSTR (NO RECURRENCE CHECK)'
008460         TO INTG-TOT-LABEL.
008470     MOVE WS-NO-SCHD-COUNT TO INTG-TOT-VALUE.
008480     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008490         AFTER ADVANCING 1 LINE.
008500     MOVE 'FINDINGS WRITTEN TO EXCPOUT' TO INTG-TOT-LABEL.
008510     MOVE WS-EXCP-COUNT TO INTG-TOT-VALUE.
008520     WRITE INTG-PRINT-LINE FROM INTG-TOTAL-LINE
008530         AFTER ADVANCING 1 LINE.
008540     IF WS-EXCP-COUNT = 0
008550         MOVE 'FIBMSTR AND HISTMSTR AGREE - NO REPAIR NEEDED'
008560             TO INTG-MSG-TEXT
008570     ELSE
008580         MOVE 'MASTERS DISAGREE - REPAIR BAD RUN IDS WITH FIBRPRJ'
008590             TO INTG-MSG-TEXT
008600     END-IF.
008610     WRITE INTG-PRINT-LINE FROM INTG-MESSAGE-LINE
008620         AFTER ADVANCING 2 LINES.
008630 3400-EXIT.
008640     EXIT.
008650
008660*--------------------------------------------------------------*
008670* FIND THE RUN-TABLE ENTRY FOR WS-FIND-RUN-ID, ADDING ONE IF   *
008680* THE RUN ID HAS NOT BEEN SEEN.  WS-RUN-IX POINTS AT THE ENTRY *
008690* ON EXIT.  A FULL TABLE ABENDS RATHER THAN LEAVING A RUN      *
008700* UNCHECKED.                                                   *
008710*--------------------------------------------------------------*
008720 6000-FIND-RUN-ENTRY.
008730     PERFORM 6100-LOOKUP-RUN-ENTRY THRU 6100-EXIT.
008740     IF WS-ENTRY-FOUND
008750         GO TO 6000-EXIT
008760     END-IF.
008770     IF WS-RUN-COUNT >= WS-RUN-MAX
008780         DISPLAY 'FIBINTG - ABEND - RUN TABLE FULL AT '
008790             WS-RUN-MAX ' RUN IDS'
008800         SET WS-ABEND TO TRUE
008810         SET WS-EOF TO TRUE
008820         GO TO 6000-EXIT
008830     END-IF.
008840     ADD 1 TO WS-RUN-COUNT.
008850     MOVE WS-RUN-COUNT TO WS-RUN-IX.
008860     MOVE WS-FIND-RUN-ID TO WS-RUN-ID (WS-RUN-IX).
008870     MOVE 'N' TO WS-RUN-SCHD-SW (WS-RUN-IX).
008880     MOVE SPACE TO WS-RUN-SEQ-TYPE (WS-RUN-IX).
008890     MOVE 0 TO WS-RUN-COEF-1 (WS-RUN-IX).
008900     MOVE 0 TO WS-RUN-COEF-2 (WS-RUN-IX).
008910     MOVE 0 TO WS-RUN-COEF-3 (WS-RUN-IX).
008920     MOVE 0 TO WS-RUN-LAST-BLOCK (WS-RUN-IX).
008930     MOVE 0 TO WS-RUN-LAST-DATE (WS-RUN-IX).
008940     MOVE 0 TO WS-RUN-LOW-SEQ (WS-RUN-IX).
008950     MOVE 0 TO WS-RUN-HIGH-SEQ (WS-RUN-IX).
008960     MOVE 0 TO WS-RUN-HST-COUNT (WS-RUN-IX).
008970     MOVE 0 TO WS-RUN-MST-COUNT (WS-RUN-IX).
008980     MOVE 0 TO WS-RUN-MATCH-COUNT (WS-RUN-IX).
008990     MOVE 0 TO WS-RUN-HORPH-COUNT (WS-RUN-IX).
009000     MOVE 0 TO WS-RUN-MORPH-COUNT (WS-RUN-IX).
009010     MOVE 0 TO WS-RUN-VALUE-COUNT (WS-RUN-IX).
009020     MOVE 0 TO WS-RUN-CHAIN-COUNT (WS-RUN-IX).
009030     MOVE 0 TO WS-RUN-RECUR-COUNT (WS-RUN-IX).
009040 6000-EXIT.
009050     EXIT.
009060
009070*--------------------------------------------------------------*
009080* LOOK UP WS-FIND-RUN-ID WITHOUT ADDING - WS-ENTRY-FOUND AND   *
009090* WS-RUN-IX TELL THE CALLER WHETHER AND WHERE IT IS.           *
009100*--------------------------------------------------------------*
009110 6100-LOOKUP-RUN-ENTRY.
009120     MOVE 'N' TO WS-FOUND-SW.
009130     MOVE 0 TO WS-RUN-IX.
009140     PERFORM 6150-MATCH-RUN-ENTRY THRU 6150-EXIT
009150         UNTIL WS-ENTRY-FOUND OR WS-RUN-IX >= WS-RUN-COUNT.
009160 6100-EXIT.
009170     EXIT.
009180
009190 6150-MATCH-RUN-ENTRY.
009200     ADD 1 TO WS-RUN-IX.
009210     IF WS-RUN-ID (WS-RUN-IX) = WS-FIND-RUN-ID
009220         SET WS-ENTRY-FOUND TO TRUE
009230     END-IF.
009240 6150-EXIT.
009250     EXIT.
009260
009270*--------------------------------------------------------------*
009280* A NEW BLOCK STARTS WHEN THE RUN DATE OR RUN ID CHANGES OR THE*
009290* SEQ NUMBER DOES NOT FOLLOW ON (OR AFTER A 'T' RECORD, WHICH  *
009300* THE CALLER MARKS BY CLOSING THE GROUP).  WS-BLOCK-POS IS THE *
009310* TERM'S POSITION IN ITS BLOCK.                                *
009320*--------------------------------------------------------------*
009330 6300-TRACK-BLOCK.
009340     IF NOT WS-GROUP-OPEN
009350             OR HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
009360             OR HIST-RUN-ID NOT = WS-CUR-RUN-ID
009370             OR HIST-SEQ-NO NOT = WS-NEXT-SEQ-NO
009380         ADD 1 TO WS-BLOCK-NO
009390         MOVE HIST-RUN-DATE TO WS-CUR-RUN-DATE
009400         MOVE HIST-RUN-ID TO WS-CUR-RUN-ID
009410         MOVE 0 TO WS-BLOCK-POS
009420         MOVE 0 TO WS-HST-PRIOR-1
009430         MOVE 0 TO WS-HST-PRIOR-2
009440         MOVE 0 TO WS-HST-PRIOR-3
009450         SET WS-GROUP-OPEN TO TRUE
009460     END-IF.
009470     ADD 1 TO WS-BLOCK-POS.
009480     COMPUTE WS-NEXT-SEQ-NO = HIST-SEQ-NO + 1.
009490 6300-EXIT.
009500     EXIT.
009510
009520*--------------------------------------------------------------*
009530* RECORD ONE FINDING - WRITE IT TO EXCPOUT AND LIST IT ON THE  *
009540* REPORT.  THE FIBMSTR VALUE IS LEFT BLANK ON THE REPORT WHEN  *
009550* THERE IS NO MASTER RECORD, AND THE EXPECTED VALUE WHEN THERE *
009560* IS NO HISTORY TO EXPECT ANYTHING FROM.                       *
009570*--------------------------------------------------------------*
009580 6400-WRITE-EXCEPTION.
009590     MOVE SPACES TO EXCP-RECORD.
009600     MOVE WS-EXC-RUN-ID TO EXCP-RUN-ID.
009610     MOVE WS-EXC-SEQ-NO TO EXCP-SEQ-NO.
009620     MOVE WS-EXC-TYPE TO EXCP-TYPE.
009630     MOVE WS-SWEEP-DATE TO EXCP-SWEEP-DATE.
009640     MOVE WS-EXC-HIST-DATE TO EXCP-HIST-DATE.
009650     MOVE WS-EXC-MST-VALUE TO EXCP-MST-VALUE.
009660     MOVE WS-EXC-EXPECTED TO EXCP-EXPECTED.
009670     MOVE WS-EXC-LINK TO EXCP-LINK.
009680     WRITE EXCP-RECORD.
009690     ADD 1 TO WS-EXCP-COUNT.
009700     IF WS-LIST-COUNT >= WS-LIST-MAX
009710         ADD 1 TO WS-UNLISTED-COUNT
009720         GO TO 6400-EXIT
009730     END-IF.
009740     ADD 1 TO WS-LIST-COUNT.
009750     MOVE WS-EXC-RUN-ID TO INTG-FND-RUN-ID.
009760     MOVE WS-EXC-SEQ-NO TO INTG-FND-SEQ-NO.
009770     MOVE WS-EXC-HIST-DATE TO INTG-FND-HIST-DATE.
009780     MOVE WS-EXC-TEXT TO INTG-FND-TEXT.
009790     MOVE WS-EXC-MST-VALUE TO INTG-FND-MST-VALUE.
009800     MOVE WS-EXC-EXPECTED TO INTG-FND-EXPECTED.
009810     IF EXCP-HIST-ORPHAN
009820         MOVE SPACES TO INTG-FND-MST-BLANK
009830     END-IF.
009840     IF EXCP-MSTR-ORPHAN
009850         MOVE SPACES TO INTG-FND-EXP-BLANK
009860     END-IF.
009870     WRITE INTG-PRINT-LINE FROM INTG-FND-LINE
009880         AFTER ADVANCING 1 LINE.
009890 6400-EXIT.
009900     EXIT.
009910
009920*--------------------------------------------------------------*
009930* FIND WS-SEQ-TYPE IN THE FIBSEQT TABLE.  SEQT-IX IS ZERO WHEN *
009940* THE TYPE IS NOT IN THE TABLE.                                *
009950*--------------------------------------------------------------*
009960 6500-FIND-SEQ-TYPE.
009970     IF WS-SEQ-TYPE = SPACE
009980         MOVE 'F' TO WS-SEQ-TYPE
009990     END-IF.
010000     MOVE 1 TO SEQT-IX.
010010     PERFORM 6510-NEXT-SEQ-TYPE THRU 6510-EXIT
010020         UNTIL SEQT-CODE (SEQT-IX) = WS-SEQ-TYPE
010030            OR SEQT-IX >= SEQT-MAX.
010040     IF SEQT-CODE (SEQT-IX) NOT = WS-SEQ-TYPE
010050         MOVE 0 TO SEQT-IX
010060     END-IF.
010070 6500-EXIT.
010080     EXIT.
010090
010100 6510-NEXT-SEQ-TYPE.
010110     ADD 1 TO SEQT-IX.
010120 6510-EXIT.
010130     EXIT.
010140
010150 9999-EXIT.
010160     STOP RUN.
