000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIBHONL.
000120 AUTHOR. D-CHAMBERS.
000130 INSTALLATION. BATCH-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170* FIBHONL REFRESHES HISTONL, THE KEYED ONLINE COPY OF THE      *
000180* HISTMSTR HISTORY MASTER THAT THE FNIQ NIGHT INQUIRY (FIBNINQ)*
000190* READS - CICS CANNOT READ THE SEQUENTIAL MASTER ITSELF.  IT   *
000200* RUNS IN FIBJOB AFTER FIBHIST HAS APPENDED THE NIGHT AND IN   *
000210* FIBARCHJ AFTER FIBARCH HAS ARCHIVED OLD NIGHTS OFF THE MASTER.*
000220* THE FIRST PASS OVER HISTMSTR MAPS ITS NIGHTS - A NIGHT IS THE*
000230* RUN OF RECORDS CLOSED BY ONE 'T' TOTAL RECORD, DATED BY THAT *
000240* TOTAL RECORD AND NUMBERED WITHIN ITS DATE IN FILE ORDER (A   *
000250* RERUN OF A DATE IS NIGHT 02).  THE SECOND PASS POSTS EVERY   *
000260* RECORD UNDER ITS NIGHT KEY (SEE FIBHONL COPYBOOK), ADDING NEW*
000270* KEYS AND REWRITING ONLY THOSE WHOSE RECORD HAS CHANGED.  LAST,*
000280* ANY HISTONL KEY NO LONGER BACKED BY HISTMSTR (AN ARCHIVED    *
000290* NIGHT) IS DELETED, SO THE ONLINE COPY MATCHES THE MASTER     *
000300* RECORD FOR RECORD.  HISTONL IS UPDATED IN PLACE AND STAYS    *
000310* OPEN TO THE ONLINE INQUIRY WHILE THIS STEP RUNS.  RC=8 WHEN  *
000320* THE RECORDS POSTED DO NOT BALANCE TO HISTMSTR, RC=16 WHEN A  *
000330* FILE CANNOT BE READ OR WRITTEN.                              *
000340*--------------------------------------------------------------*
000350* MODIFICATION HISTORY                                        *
000360*--------------------------------------------------------------*
000370* DATE       INIT  DESCRIPTION                                 *
000380* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000390*--------------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HIST-FILE ASSIGN TO HISTMSTR
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT HONL-FILE ASSIGN TO HISTONL
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HON-KEY
000510         FILE STATUS IS WS-HONL-STATUS.
000520     SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RLOG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HIST-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY FIBHREC.
000620
000630 FD  HONL-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY FIBHONL.
000660
000670 FD  RLOG-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY FIBRLOG.
000710
000720 WORKING-STORAGE SECTION.
000730*--------------------------------------------------------------*
000740* ONLINE HISTORY REFRESH WORK FIELDS                           *
000750*--------------------------------------------------------------*
000760 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
000770 01  WS-HONL-STATUS           PIC X(02) VALUE '00'.
000780
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000810         88  WS-EOF                       VALUE 'Y'.
000820     05  WS-ABEND-SW           PIC X(01) VALUE 'N'.
000830         88  WS-ABEND                     VALUE 'Y'.
000840     05  WS-NIGHT-OPEN-SW      PIC X(01) VALUE 'N'.
000850         88  WS-NIGHT-OPEN                VALUE 'Y'.
000860     05  WS-LOAD-MODE-SW       PIC X(01) VALUE 'N'.
000870         88  WS-LOAD-MODE                 VALUE 'Y'.
000880     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000890         88  WS-ENTRY-FOUND               VALUE 'Y'.
000900
000910 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
000920 01  WS-REC-NO                PIC 9(05) VALUE 0.
000930 01  WS-HON-NEW-RECORD        PIC X(60) VALUE SPACES.
000940 01  WS-FIND-NIGHT-KEY.
000950     05  WS-FIND-DATE          PIC 9(08) VALUE 0.
000960     05  WS-FIND-NIGHT-NO      PIC 9(02) VALUE 0.
000970 01  WS-LAST-NIGHT-KEY        PIC X(10) VALUE SPACES.
000980
000990 01  WS-MAP-COUNT             PIC 9(07) VALUE 0.
001000 01  WS-HIST-COUNT            PIC 9(07) VALUE 0.
001010 01  WS-ADD-COUNT             PIC 9(07) VALUE 0.
001020 01  WS-RWRT-COUNT            PIC 9(07) VALUE 0.
001030 01  WS-SAME-COUNT            PIC 9(07) VALUE 0.
001040 01  WS-DEL-COUNT             PIC 9(07) VALUE 0.
001050 01  WS-POSTED-COUNT          PIC 9(07) VALUE 0.
001060 01  WS-OPEN-NIGHT-COUNT      PIC 9(04) VALUE 0.
001070
001080*--------------------------------------------------------------*
001090* NIGHT TABLE - ONE ENTRY PER HISTMSTR NIGHT IN FILE ORDER, SET*
001100* BY THE MAPPING PASS: THE NIGHT'S KEY, HOW MANY DETAILS IT    *
001110* HOLDS AND WHETHER ITS 'T' RECORD WAS FOUND.  A NIGHT AT THE  *
001120* END OF THE MASTER WITH NO 'T' RECORD (A FIBHIST THAT DID NOT *
001130* FINISH) IS DATED BY ITS FIRST RECORD AND POSTED WITHOUT A    *
001140* TOTAL.  A FULL TABLE ABENDS RATHER THAN LEAVING NIGHTS OFF.  *
001150*--------------------------------------------------------------*
001160 01  WS-NGT-MAX               PIC 9(04) VALUE 5000.
001170 01  WS-NGT-COUNT             PIC 9(04) VALUE 0.
001180 01  WS-NGT-IX                PIC 9(04) VALUE 0.
001190 01  WS-NGT-IX2               PIC 9(04) VALUE 0.
001200 01  WS-SAME-DATE-COUNT       PIC 9(04) VALUE 0.
001210 01  WS-NGT-TABLE.
001220     05  WS-NGT-ENTRY OCCURS 5000 TIMES.
001230         10  WS-NGT-KEY.
001240             15  WS-NGT-DATE      PIC 9(08).
001250             15  WS-NGT-NO        PIC 9(02).
001260         10  WS-NGT-LAST-REC      PIC 9(05).
001270         10  WS-NGT-TOTAL-SW      PIC X(01).
001280
001290*--------------------------------------------------------------*
001300* STEP-TIMING FIELDS - WHEN THIS STEP STARTED, FOR THE         *
001310* STEP-TIMING RECORD IT LOGS ON RUNLOG AS IT ENDS              *
001320*--------------------------------------------------------------*
001330 01  WS-RLOG-STATUS           PIC X(02) VALUE '00'.
001340 01  WS-STEP-START-DATE       PIC 9(08) VALUE 0.
001350 01  WS-STEP-START-TIME       PIC 9(08) VALUE 0.
001360 01  WS-READ-COUNT            PIC 9(07) VALUE 0.
001370 01  WS-WRITE-COUNT           PIC 9(07) VALUE 0.
001380
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-MAP-NIGHTS THRU 2000-EXIT.
001430     PERFORM 2200-POST-HISTORY THRU 2200-EXIT.
001440     PERFORM 2500-REMOVE-STALE THRU 2500-EXIT.
001450     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001460     PERFORM 8900-WRITE-STEP-TIME THRU 8900-EXIT.
001470     GO TO 9999-EXIT.
001480
001490 1000-INITIALIZE.
001500     DISPLAY '==========================================='.
001510     DISPLAY 'FIBHONL - ONLINE HISTORY (HISTONL) REFRESH'.
001520     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001530     ACCEPT WS-STEP-START-TIME FROM TIME.
001540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001550*--------------------------------------------------------------*
001560* HISTONL IS KEPT IN PLACE - OPEN I-O SO THE KEYS ALREADY ON IT*
001570* ARE COMPARED RATHER THAN RELOADED.  STATUS 35 MEANS THE      *
001580* CLUSTER HAS NEVER BEEN LOADED, SO THE FIRST REFRESH OPENS IT *
001590* OUTPUT INSTEAD AND HAS NOTHING STALE TO REMOVE.              *
001600*--------------------------------------------------------------*
001610     OPEN I-O HONL-FILE.
001620     IF WS-HONL-STATUS = '35'
001630         SET WS-LOAD-MODE TO TRUE
001640         OPEN OUTPUT HONL-FILE
001650     END-IF.
001660     IF WS-HONL-STATUS NOT = '00'
001670         DISPLAY 'FIBHONL - ABEND - HISTONL OPEN FAILED, STATUS '
001680             WS-HONL-STATUS
001690         SET WS-ABEND TO TRUE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     IF WS-LOAD-MODE
001730         DISPLAY 'FIBHONL - HISTONL EMPTY - INITIAL LOAD'
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770
001780*--------------------------------------------------------------*
001790* FIRST PASS OVER HISTMSTR - BUILD THE NIGHT TABLE.  A NIGHT IS*
001800* OPENED BY ITS FIRST RECORD AND CLOSED BY ITS 'T' RECORD, WHOSE*
001810* DATE BECOMES THE NIGHT'S DATE; EVERY OTHER RECORD IS ONE OF  *
001820* THE NIGHT'S DETAILS.                                         *
001830*--------------------------------------------------------------*
001840 2000-MAP-NIGHTS.
001850     IF WS-ABEND
001860         GO TO 2000-EXIT
001870     END-IF.
001880     OPEN INPUT HIST-FILE.
001890     IF WS-HIST-STATUS NOT = '00'
001900         DISPLAY 'FIBHONL - ABEND - HISTMSTR OPEN FAILED, STATUS '
001910             WS-HIST-STATUS
001920         SET WS-ABEND TO TRUE
001930         GO TO 2000-EXIT
001940     END-IF.
001950     MOVE 'N' TO WS-NIGHT-OPEN-SW.
001960     MOVE 'N' TO WS-EOF-SW.
001970     READ HIST-FILE
001980         AT END
001990             SET WS-EOF TO TRUE
002000     END-READ.
002010     PERFORM 2050-MAP-RECORD THRU 2050-EXIT
002020         UNTIL WS-EOF.
002030     CLOSE HIST-FILE.
002040     IF WS-NIGHT-OPEN AND NOT WS-ABEND
002050         ADD 1 TO WS-OPEN-NIGHT-COUNT
002060         PERFORM 6000-NUMBER-NIGHT THRU 6000-EXIT
002070         DISPLAY 'FIBHONL - WARNING - LAST NIGHT ON HISTMSTR ('
002080             WS-NGT-DATE (WS-NGT-COUNT) ') HAS NO TOTAL RECORD'
002090     END-IF.
002100 2000-EXIT.
002110     EXIT.
002120
002130 2050-MAP-RECORD.
002140     ADD 1 TO WS-MAP-COUNT.
002150     IF NOT WS-NIGHT-OPEN
002160         IF WS-NGT-COUNT >= WS-NGT-MAX
002170             DISPLAY 'FIBHONL - ABEND - NIGHT TABLE FULL AT '
002180                 WS-NGT-MAX ' NIGHTS'
002190             SET WS-ABEND TO TRUE
002200             SET WS-EOF TO TRUE
002210             GO TO 2050-EXIT
002220         END-IF
002230         ADD 1 TO WS-NGT-COUNT
002240         MOVE HIST-RUN-DATE TO WS-NGT-DATE (WS-NGT-COUNT)
002250         MOVE 0 TO WS-NGT-NO (WS-NGT-COUNT)
002260         MOVE 0 TO WS-NGT-LAST-REC (WS-NGT-COUNT)
002270         MOVE 'N' TO WS-NGT-TOTAL-SW (WS-NGT-COUNT)
002280         SET WS-NIGHT-OPEN TO TRUE
002290     END-IF.
002300     IF HIST-REC-TOTAL
002310         MOVE HIST-TOT-RUN-DATE TO WS-NGT-DATE (WS-NGT-COUNT)
002320         MOVE 'Y' TO WS-NGT-TOTAL-SW (WS-NGT-COUNT)
002330         PERFORM 6000-NUMBER-NIGHT THRU 6000-EXIT
002340         MOVE 'N' TO WS-NIGHT-OPEN-SW
002350     ELSE
002360         ADD 1 TO WS-NGT-LAST-REC (WS-NGT-COUNT)
002370     END-IF.
002380     IF WS-ABEND
002390         SET WS-EOF TO TRUE
002400         GO TO 2050-EXIT
002410     END-IF.
002420     READ HIST-FILE
002430         AT END
002440             SET WS-EOF TO TRUE
002450     END-READ.
002460 2050-EXIT.
002470     EXIT.
002480
002490*--------------------------------------------------------------*
002500* SECOND PASS OVER HISTMSTR - POST EVERY RECORD TO HISTONL UNDER*
002510* ITS NIGHT KEY.  THE NIGHT TABLE IS WALKED IN STEP WITH THE   *
002520* FILE: THE 'T' RECORD IS RECORD 00000 OF ITS NIGHT AND MOVES  *
002530* THE WALK ON TO THE NEXT NIGHT, THE DETAILS ARE 00001 UP.     *
002540*--------------------------------------------------------------*
002550 2200-POST-HISTORY.
002560     IF WS-ABEND
002570         GO TO 2200-EXIT
002580     END-IF.
002590     OPEN INPUT HIST-FILE.
002600     IF WS-HIST-STATUS NOT = '00'
002610         DISPLAY 'FIBHONL - ABEND - HISTMSTR OPEN FAILED, STATUS '
002620             WS-HIST-STATUS
002630         SET WS-ABEND TO TRUE
002640         GO TO 2200-EXIT
002650     END-IF.
002660     MOVE 1 TO WS-NGT-IX.
002670     MOVE 0 TO WS-REC-NO.
002680     MOVE 'N' TO WS-EOF-SW.
002690     READ HIST-FILE
002700         AT END
002710             SET WS-EOF TO TRUE
002720     END-READ.
002730     PERFORM 2250-POST-RECORD THRU 2250-EXIT
002740         UNTIL WS-EOF.
002750     CLOSE HIST-FILE.
002760 2200-EXIT.
002770     EXIT.
002780
002790 2250-POST-RECORD.
002800     ADD 1 TO WS-HIST-COUNT.
002810     ADD 1 TO WS-READ-COUNT.
002820     IF WS-NGT-IX > WS-NGT-COUNT
002830         DISPLAY 'FIBHONL - ABEND - HISTMSTR CHANGED BETWEEN '
002840             'PASSES AT RECORD ' WS-HIST-COUNT
002850         SET WS-ABEND TO TRUE
002860         SET WS-EOF TO TRUE
002870         GO TO 2250-EXIT
002880     END-IF.
002890     MOVE SPACES TO HON-RECORD.
002900     MOVE WS-NGT-DATE (WS-NGT-IX) TO HON-RUN-DATE.
002910     MOVE WS-NGT-NO (WS-NGT-IX) TO HON-NIGHT-NO.
002920     IF HIST-REC-TOTAL
002930         MOVE 0 TO HON-REC-NO
002940     ELSE
002950         ADD 1 TO WS-REC-NO
002960         MOVE WS-REC-NO TO HON-REC-NO
002970     END-IF.
002980     MOVE HIST-RECORD TO HON-HIST-DATA.
002990     WRITE HON-RECORD
003000         INVALID KEY
003010             PERFORM 2300-REPLACE-RECORD THRU 2300-EXIT
003020         NOT INVALID KEY
003030             ADD 1 TO WS-ADD-COUNT
003040             ADD 1 TO WS-WRITE-COUNT
003050     END-WRITE.
003060     IF WS-ABEND
003070         SET WS-EOF TO TRUE
003080         GO TO 2250-EXIT
003090     END-IF.
003100     IF HIST-REC-TOTAL
003110         ADD 1 TO WS-NGT-IX
003120         MOVE 0 TO WS-REC-NO
003130     END-IF.
003140     READ HIST-FILE
003150         AT END
003160             SET WS-EOF TO TRUE
003170     END-READ.
003180 2250-EXIT.
003190     EXIT.
003200
003210*--------------------------------------------------------------*
003220* THE KEY IS ALREADY ON HISTONL FROM AN EARLIER REFRESH.  IT IS*
003230* ONLY REWRITTEN WHEN THE RECORD HAS CHANGED (A NIGHT RENUMBERED*
003240* BY AN ARCHIVE, OR A MASTER REBUILT), SO A NORMAL NIGHT'S     *
003250* REFRESH TOUCHES NOTHING BUT THE NEW NIGHT.                   *
003260*--------------------------------------------------------------*
003270 2300-REPLACE-RECORD.
003280     MOVE HON-RECORD TO WS-HON-NEW-RECORD.
003290     READ HONL-FILE
003300         INVALID KEY
003310             CONTINUE
003320     END-READ.
003330     IF WS-HONL-STATUS NOT = '00'
003340         DISPLAY 'FIBHONL - ABEND - HISTONL READ FAILED, KEY '
003350             HON-KEY ', STATUS ' WS-HONL-STATUS
003360         SET WS-ABEND TO TRUE
003370         GO TO 2300-EXIT
003380     END-IF.
003390     IF HON-RECORD = WS-HON-NEW-RECORD
003400         ADD 1 TO WS-SAME-COUNT
003410         GO TO 2300-EXIT
003420     END-IF.
003430     MOVE WS-HON-NEW-RECORD TO HON-RECORD.
003440     REWRITE HON-RECORD
003450         INVALID KEY
003460             DISPLAY 'FIBHONL - ABEND - REWRITE FAILED, KEY '
003470                 HON-KEY ', STATUS ' WS-HONL-STATUS
003480             SET WS-ABEND TO TRUE
003490         NOT INVALID KEY
003500             ADD 1 TO WS-RWRT-COUNT
003510             ADD 1 TO WS-WRITE-COUNT
003520     END-REWRITE.
003530 2300-EXIT.
003540     EXIT.
003550
003560*--------------------------------------------------------------*
003570* HISTONL IN KEY ORDER - DELETE EVERY KEY HISTMSTR NO LONGER   *
003580* BACKS: A NIGHT NOT IN THE NIGHT TABLE (ARCHIVED), A DETAIL   *
003590* NUMBER PAST THE NIGHT'S LAST, OR A TOTAL KEY FOR A NIGHT THAT*
003600* NOW HAS NO 'T' RECORD.  NOT NEEDED AFTER AN INITIAL LOAD.    *
003610*--------------------------------------------------------------*
003620 2500-REMOVE-STALE.
003630     IF WS-ABEND OR WS-LOAD-MODE
003640         GO TO 2500-EXIT
003650     END-IF.
003660     MOVE SPACES TO WS-LAST-NIGHT-KEY.
003670     MOVE 'N' TO WS-EOF-SW.
003680     MOVE ZEROS TO HON-KEY.
003690     START HONL-FILE KEY NOT < HON-KEY
003700         INVALID KEY
003710             SET WS-EOF TO TRUE
003720     END-START.
003730     IF NOT WS-EOF
003740         READ HONL-FILE NEXT RECORD
003750             AT END
003760                 SET WS-EOF TO TRUE
003770         END-READ
003780     END-IF.
003790     PERFORM 2550-CHECK-KEY THRU 2550-EXIT
003800         UNTIL WS-EOF.
003810 2500-EXIT.
003820     EXIT.
003830
003840 2550-CHECK-KEY.
003850     IF HON-NIGHT-KEY NOT = WS-LAST-NIGHT-KEY
003860         MOVE HON-NIGHT-KEY TO WS-LAST-NIGHT-KEY
003870         MOVE HON-NIGHT-KEY TO WS-FIND-NIGHT-KEY
003880         PERFORM 6100-LOOKUP-NIGHT THRU 6100-EXIT
003890     END-IF.
003900     IF WS-ENTRY-FOUND
003910         IF HON-REC-NO = 0
003920             IF WS-NGT-TOTAL-SW (WS-NGT-IX) = 'Y'
003930                 GO TO 2550-READ-NEXT
003940             END-IF
003950         ELSE
003960             IF HON-REC-NO NOT > WS-NGT-LAST-REC (WS-NGT-IX)
003970                 GO TO 2550-READ-NEXT
003980             END-IF
003990         END-IF
004000     END-IF.
004010     DELETE HONL-FILE RECORD
004020         INVALID KEY
004030             DISPLAY 'FIBHONL - ABEND - DELETE FAILED, KEY '
004040                 HON-KEY ', STATUS ' WS-HONL-STATUS
004050             SET WS-ABEND TO TRUE
004060             SET WS-EOF TO TRUE
004070             GO TO 2550-EXIT
004080     END-DELETE.
004090     ADD 1 TO WS-DEL-COUNT.
004100     ADD 1 TO WS-WRITE-COUNT.
004110 2550-READ-NEXT.
004120     READ HONL-FILE NEXT RECORD
004130         AT END
004140             SET WS-EOF TO TRUE
004150     END-READ.
004160 2550-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------*
004200* BALANCE - EVERY HISTMSTR RECORD OF THE POSTING PASS WAS ADDED,*
004210* REWRITTEN OR FOUND UNCHANGED, AND THE POSTING PASS READ THE  *
004220* SAME NUMBER OF RECORDS AS THE MAPPING PASS.                  *
004230*--------------------------------------------------------------*
004240 3000-FINALIZE.
004250     IF WS-NGT-COUNT > 0
004260         MOVE WS-NGT-DATE (WS-NGT-COUNT) TO WS-RUN-DATE
004270     END-IF.
004280     CLOSE HONL-FILE.
004290     IF WS-ABEND
004300         DISPLAY 'FIBHONL - REFRESH ABENDED - HISTONL INCOMPLETE'
004310         MOVE 16 TO RETURN-CODE
004320         DISPLAY '==========================================='
004330         GO TO 3000-EXIT
004340     END-IF.
004350     COMPUTE WS-POSTED-COUNT =
004360         WS-ADD-COUNT + WS-RWRT-COUNT + WS-SAME-COUNT.
004370     DISPLAY 'FIBHONL - HISTMSTR RECORDS..: ' WS-HIST-COUNT.
004380     DISPLAY 'FIBHONL - NIGHTS............: ' WS-NGT-COUNT.
004390     DISPLAY 'FIBHONL - KEYS ADDED........: ' WS-ADD-COUNT.
004400     DISPLAY 'FIBHONL - KEYS REWRITTEN....: ' WS-RWRT-COUNT.
004410     DISPLAY 'FIBHONL - KEYS UNCHANGED....: ' WS-SAME-COUNT.
004420     DISPLAY 'FIBHONL - STALE KEYS DELETED: ' WS-DEL-COUNT.
004430     IF WS-POSTED-COUNT = WS-HIST-COUNT
004440             AND WS-HIST-COUNT = WS-MAP-COUNT
004450         DISPLAY 'FIBHONL - HISTONL IN BALANCE WITH HISTMSTR'
004460         MOVE 0 TO RETURN-CODE
004470     ELSE
004480         DISPLAY 'FIBHONL - HISTONL OUT OF BALANCE - MAPPED '
004490             WS-MAP-COUNT ', POSTED ' WS-POSTED-COUNT
004500         MOVE 8 TO RETURN-CODE
004510     END-IF.
004520     DISPLAY '==========================================='.
004530 3000-EXIT.
004540     EXIT.
004550
004560*--------------------------------------------------------------*
004570* NUMBER THE LAST NIGHT IN THE TABLE - ONE MORE THAN THE NIGHTS*
004580* BEFORE IT IN THE FILE WITH THE SAME DATE.                    *
004590*--------------------------------------------------------------*
004600 6000-NUMBER-NIGHT.
004610     MOVE 0 TO WS-SAME-DATE-COUNT.
004620     MOVE 0 TO WS-NGT-IX2.
004630     PERFORM 6050-COUNT-SAME-DATE THRU 6050-EXIT
004640         UNTIL WS-NGT-IX2 >= WS-NGT-COUNT - 1.
004650     IF WS-SAME-DATE-COUNT >= 99
004660         DISPLAY 'FIBHONL - ABEND - MORE THAN 99 NIGHTS DATED '
004670             WS-NGT-DATE (WS-NGT-COUNT)
004680         SET WS-ABEND TO TRUE
004690         GO TO 6000-EXIT
004700     END-IF.
004710     COMPUTE WS-NGT-NO (WS-NGT-COUNT) = WS-SAME-DATE-COUNT + 1.
004720 6000-EXIT.
004730     EXIT.
004740
004750 6050-COUNT-SAME-DATE.
004760     ADD 1 TO WS-NGT-IX2.
004770     IF WS-NGT-DATE (WS-NGT-IX2) = WS-NGT-DATE (WS-NGT-COUNT)
004780         ADD 1 TO WS-SAME-DATE-COUNT
004790     END-IF.
004800 6050-EXIT.
004810     EXIT.
004820
004830*--------------------------------------------------------------*
004840* LOOK UP WS-FIND-NIGHT-KEY IN THE NIGHT TABLE - WS-ENTRY-FOUND*
004850* AND WS-NGT-IX TELL THE CALLER WHETHER AND WHERE IT IS.       *
004860*--------------------------------------------------------------*
004870 6100-LOOKUP-NIGHT.
004880     MOVE 'N' TO WS-FOUND-SW.
004890     MOVE 0 TO WS-NGT-IX.
004900     PERFORM 6150-MATCH-NIGHT THRU 6150-EXIT
004910         UNTIL WS-ENTRY-FOUND OR WS-NGT-IX >= WS-NGT-COUNT.
004920 6100-EXIT.
004930     EXIT.
004940
004950 6150-MATCH-NIGHT.
004960     ADD 1 TO WS-NGT-IX.
004970     IF WS-NGT-KEY (WS-NGT-IX) = WS-FIND-NIGHT-KEY
004980         SET WS-ENTRY-FOUND TO TRUE
004990     END-IF.
005000 6150-EXIT.
005010     EXIT.
005020
005030*--------------------------------------------------------------*
005040* LOG THIS STEP ON RUNLOG - START AND END DATE/TIME, RECORDS   *
005050* READ AND WRITTEN, AND THE RETURN CODE IT IS ENDING WITH.     *
005060* A RUNLOG THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT      *
005070* CHANGE THE STEP'S OUTCOME.                                   *
005080*--------------------------------------------------------------*
005090 8900-WRITE-STEP-TIME.
005100     OPEN EXTEND RLOG-FILE.
005110     IF WS-RLOG-STATUS NOT = '00' AND NOT = '05'
005120         DISPLAY 'FIBHONL - WARNING - RUNLOG OPEN FAILED, '
005130             'STATUS ' WS-RLOG-STATUS ' - STEP NOT TIMED'
005140         GO TO 8900-EXIT
005150     END-IF.
005160     MOVE SPACES TO RLOG-RECORD.
005170     SET RLOG-STEP-TIMING TO TRUE.
005180     MOVE 0 TO RLOG-RUN-ID.
005190     MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
005200     MOVE 'FIBHONL' TO RLOG-STEP-PROGRAM.
005210     MOVE WS-STEP-START-DATE TO RLOG-STEP-START-DATE.
005220     MOVE WS-STEP-START-TIME TO RLOG-STEP-START-TIME.
005230     ACCEPT RLOG-STEP-END-DATE FROM DATE YYYYMMDD.
005240     ACCEPT RLOG-STEP-END-TIME FROM TIME.
005250     MOVE RLOG-STEP-END-TIME TO RLOG-RUN-TIME.
005260     MOVE WS-READ-COUNT TO RLOG-STEP-READ.
005270     MOVE WS-WRITE-COUNT TO RLOG-STEP-WRITTEN.
005280     MOVE RETURN-CODE TO RLOG-STEP-RC.
005290     WRITE RLOG-RECORD.
005300     CLOSE RLOG-FILE.
005310 8900-EXIT.
005320     EXIT.
005330
005340 9999-EXIT.
005350     STOP RUN.
