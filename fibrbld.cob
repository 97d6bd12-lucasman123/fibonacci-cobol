000280* PREDECESSORS UNTIL THE RUN IS NEXT LOADED FROM ITS FIBOUT.   *
000290* DETAILS READ ARE BALANCED AGAINST KEYS ADDED PLUS KEYS       *
000300* REWRITTEN BEFORE THE REBUILD IS TREATED AS GOOD.             *
000302* THE BASE CLUSTER IS RELOADED WITHOUT THE TERM-VALUE          *
000304* ALTERNATE INDEX OPEN; FIBRBLDJ REBUILDS THE INDEX WITH       *
000306* BLDINDEX ONLY AFTER THIS STEP BALANCES.                      *
000307* GIVEN A FIBINTG EXCEPTION FILE ON THE OPTIONAL EXCPIN DD     *
000308* (SEE FIBRPRJ) IT REPAIRS INSTEAD OF RELOADING: ONLY THE RUN  *
000309* IDS NAMED ON THE FILE ARE TOUCHED.  EACH ONE'S FIBMSTR KEYS  *
000310* ARE DELETED AND RELOADED FROM THE RUN ID'S LATEST HISTMSTR   *
000311* BLOCK - THE SAME BLOCK FIBINTG CHECKS AGAINST - SO A KEY     *
000312* LEFT OVER FROM AN OLDER, LONGER RUN OR WITH NO HISTORY AT    *
000313* ALL GOES AWAY.  THE CLUSTER IS UPDATED IN PLACE AND THE      *
000314* TERM-VALUE ALTERNATE INDEX, BEING IN ITS UPGRADE SET,        *
000315* FOLLOWS ALONG.                                               *
000316*--------------------------------------------------------------*
000320* MODIFICATION HISTORY                                        *
000330*--------------------------------------------------------------*
000340* DATE       INIT  DESCRIPTION                                 *
000358*                  LAYOUTS.  THE ONE-TIME CONVERSION ITSELF    *
000359*                  IS FIBMCNV - THIS PROGRAM REMAINS THE       *
000361*                  DAMAGE-RECOVERY RELOAD ONLY.                *
000363* 10/15/2026 DLC   VALUE INQUIRY - THE TERM-VALUE ALTERNATE    *
000365*                  INDEX IS REBUILT BY FIBRBLDJ ONCE THIS      *
000367*                  RELOAD BALANCES; NO LOGIC CHANGE.           *
000368* 10/15/2026 DLC   INTEGRITY REPAIR - OPTIONAL EXCPIN DD.      *
000369*                  WHEN PRESENT THE FIBINTG EXCEPTION FILE     *
000370*                  NAMES THE RUN IDS TO REPAIR: THEIR KEYS ARE *
000371*                  DELETED AND RELOADED FROM EACH RUN ID'S     *
000372*                  LATEST HISTORY BLOCK, AND EVERY OTHER RUN   *
000373*                  ID IS LEFT ALONE.  FIBMSTR ACCESS IS NOW    *
000374*                  DYNAMIC FOR THE DELETE SCAN.  WITHOUT THE   *
000375*                  DD THE FULL RELOAD IS UNCHANGED.            *
000376*--------------------------------------------------------------*
000377
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000430         FILE STATUS IS WS-HIST-STATUS.
000440     SELECT FIBMSTR-FILE ASSIGN TO FIBMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS FIB-MST-KEY
000480         FILE STATUS IS WS-FIBMSTR-STATUS.
000482     SELECT OPTIONAL EXCP-FILE ASSIGN TO EXCPIN
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-EXCP-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000570 FD  FIBMSTR-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY FIBMREC.
000592 FD  EXCP-FILE
000594     RECORDING MODE IS F
000596     LABEL RECORDS ARE STANDARD.
000598     COPY FIBEXCP.
000600
000610 WORKING-STORAGE SECTION.
000620*--------------------------------------------------------------*
000640*--------------------------------------------------------------*
000650 01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
000660 01  WS-FIBMSTR-STATUS        PIC X(02) VALUE '00'.
000665 01  WS-EXCP-STATUS           PIC X(02) VALUE '00'.
000670
000680 01  WS-SWITCHES.
000690     05  WS-EOF-SW             PIC X(01) VALUE 'N'.
000720         88  WS-ABEND                     VALUE 'Y'.
000730     05  WS-GROUP-OPEN-SW      PIC X(01) VALUE 'N'.
000740         88  WS-GROUP-OPEN                VALUE 'Y'.
000741     05  WS-NEW-BLOCK-SW       PIC X(01) VALUE 'N'.
000742         88  WS-NEW-BLOCK                 VALUE 'Y'.
000743     05  WS-REPAIR-SW          PIC X(01) VALUE 'N'.
000744         88  WS-REPAIR-MODE               VALUE 'Y'.
000745     05  WS-FOUND-SW           PIC X(01) VALUE 'N'.
000746         88  WS-ENTRY-FOUND               VALUE 'Y'.
000747     05  WS-HIST-OPEN-SW       PIC X(01) VALUE 'N'.
000748         88  WS-HIST-OPENED               VALUE 'Y'.
000749     05  WS-FIBMSTR-OPEN-SW    PIC X(01) VALUE 'N'.
000750         88  WS-FIBMSTR-OPENED            VALUE 'Y'.
000751
000760 01  WS-DETAIL-COUNT          PIC 9(07) VALUE 0.
000770 01  WS-TOTAL-COUNT           PIC 9(05) VALUE 0.
000780 01  WS-ADD-COUNT             PIC 9(07) VALUE 0.
000830 01  WS-CUR-RUN-DATE          PIC 9(08) VALUE 0.
000840 01  WS-CUR-RUN-ID            PIC 9(05) VALUE 0.
000850 01  WS-NEXT-SEQ-NO           PIC 9(05) VALUE 0.
000851 01  WS-BLOCK-NO              PIC 9(07) VALUE 0.
000852
000853*--------------------------------------------------------------*
000854* REPAIR LIST - ONE ENTRY PER RUN ID NAMED ON THE EXCPIN       *
000855* EXCEPTION FILE, WITH THE NUMBER OF ITS LATEST HISTMSTR BLOCK *
000856* (BLOCKS NUMBERED IN FILE ORDER, BROKEN AS IN 2050) AND WHAT  *
000857* THE REPAIR DID TO IT.                                        *
000858*--------------------------------------------------------------*
000859 01  WS-EXCP-COUNT            PIC 9(07) VALUE 0.
000860 01  WS-DELETE-COUNT          PIC 9(07) VALUE 0.
000861 01  WS-SKIP-COUNT            PIC 9(07) VALUE 0.
000862 01  WS-FIND-RUN-ID           PIC 9(05) VALUE 0.
000863 01  WS-RPR-MAX               PIC 9(04) VALUE 1000.
000864 01  WS-RPR-COUNT             PIC 9(04) VALUE 0.
000865 01  WS-RPR-IX                PIC 9(04) VALUE 0.
000866 01  WS-RPR-TABLE.
000867     05  WS-RPR-ENTRY OCCURS 1000 TIMES.
000868         10  WS-RPR-RUN-ID        PIC 9(05).
000869         10  WS-RPR-LAST-BLOCK    PIC 9(07).
000870         10  WS-RPR-DEL-COUNT     PIC 9(07).
000871         10  WS-RPR-LOAD-COUNT    PIC 9(07).
000872
000873 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-REBUILD THRU 2000-EXIT
000950 1000-INITIALIZE.
000960     DISPLAY '==========================================='.
000970     DISPLAY 'FIBRBLD - FIBMSTR REBUILD FROM HISTMSTR'.
000971     PERFORM 1100-READ-REPAIR-LIST THRU 1100-EXIT.
000972     IF WS-ABEND
000973         SET WS-EOF TO TRUE
000974         GO TO 1000-EXIT
000975     END-IF.
000976     IF WS-REPAIR-MODE AND WS-RPR-COUNT = 0
000977         SET WS-EOF TO TRUE
000978         GO TO 1000-EXIT
000979     END-IF.
000980     OPEN INPUT HIST-FILE.
000990     IF WS-HIST-STATUS NOT = '00'
001000         DISPLAY 'FIBRBLD - ABEND - HISTMSTR OPEN FAILED, '
001030         SET WS-EOF TO TRUE
001040         GO TO 1000-EXIT
001050     END-IF.
001055     SET WS-HIST-OPENED TO TRUE.
001060*--------------------------------------------------------------*
001070* THE REBUILD JOB REDEFINES THE CLUSTER FIRST, SO STATUS 35   *
001080* (NEVER LOADED) JUST MEANS THE FIRST LOAD OPENS IT OUTPUT.   *
001082* A REPAIR WORKS ON THE EXISTING CLUSTER, SO THERE IT IS AN   *
001084* ERROR.                                                      *
001090*--------------------------------------------------------------*
001100     OPEN I-O FIBMSTR-FILE.
001110     IF WS-FIBMSTR-STATUS = '35' AND NOT WS-REPAIR-MODE
001120         OPEN OUTPUT FIBMSTR-FILE
001130     END-IF.
001140     IF WS-FIBMSTR-STATUS NOT = '00'
001160             'STATUS ' WS-FIBMSTR-STATUS
001170         SET WS-ABEND TO TRUE
001180         SET WS-EOF TO TRUE
001200         GO TO 1000-EXIT
001210     END-IF.
001211     SET WS-FIBMSTR-OPENED TO TRUE.
001212     IF WS-REPAIR-MODE
001213         PERFORM 1200-FIND-LATEST-BLOCKS THRU 1200-EXIT
001214         IF WS-ABEND
001215             SET WS-EOF TO TRUE
001216             GO TO 1000-EXIT
001217         END-IF
001218         PERFORM 1300-DELETE-RUN-KEYS THRU 1300-EXIT
001219         IF WS-ABEND
001220             SET WS-EOF TO TRUE
001221             GO TO 1000-EXIT
001222         END-IF
001223     END-IF.
001224     READ HIST-FILE
001230         AT END
001240             SET WS-EOF TO TRUE
001250     END-READ.
001260 1000-EXIT.
001261     EXIT.
001262
001263*--------------------------------------------------------------*
001264* THE EXCPIN DD IS OPTIONAL.  WITHOUT IT (STATUS 05) THIS IS  *
001265* THE FULL RELOAD.  WITH IT - EVEN EMPTY - THIS IS A REPAIR OF *
001266* THE RUN IDS THE FIBINTG EXCEPTION RECORDS NAME, EACH LISTED  *
001267* ONCE HOWEVER MANY FINDINGS IT HAD.                           *
001268*--------------------------------------------------------------*
001269 1100-READ-REPAIR-LIST.
001270     OPEN INPUT EXCP-FILE.
001271     IF WS-EXCP-STATUS = '05'
001272         CLOSE EXCP-FILE
001273         GO TO 1100-EXIT
001274     END-IF.
001275     IF WS-EXCP-STATUS NOT = '00'
001276         DISPLAY 'FIBRBLD - ABEND - EXCPIN OPEN FAILED, '
001277             'STATUS ' WS-EXCP-STATUS
001278         SET WS-ABEND TO TRUE
001279         GO TO 1100-EXIT
001280     END-IF.
001281     SET WS-REPAIR-MODE TO TRUE.
001282     DISPLAY 'FIBRBLD - REPAIR OF THE RUN IDS ON EXCPIN ONLY'.
001283     READ EXCP-FILE
001284         AT END
001285             SET WS-EOF TO TRUE
001286     END-READ.
001287     PERFORM 1150-LIST-RUN THRU 1150-EXIT
001288         UNTIL WS-EOF.
001289     CLOSE EXCP-FILE.
001290     MOVE 'N' TO WS-EOF-SW.
001291     IF WS-RPR-COUNT = 0
001292         DISPLAY 'FIBRBLD - EXCPIN IS EMPTY - NOTHING TO REPAIR'
001293     END-IF.
001294 1100-EXIT.
001295     EXIT.
001296
001297 1150-LIST-RUN.
001298     ADD 1 TO WS-EXCP-COUNT.
001299     MOVE EXCP-RUN-ID TO WS-FIND-RUN-ID.
001300     PERFORM 6100-LOOKUP-REPAIR-RUN THRU 6100-EXIT.
001301     IF NOT WS-ENTRY-FOUND
001302         IF WS-RPR-COUNT >= WS-RPR-MAX
001303             DISPLAY 'FIBRBLD - ABEND - REPAIR LIST FULL AT '
001304                 WS-RPR-MAX ' RUN IDS'
001305             SET WS-ABEND TO TRUE
001306             SET WS-EOF TO TRUE
001307             GO TO 1150-EXIT
001308         END-IF
001309         ADD 1 TO WS-RPR-COUNT
001310         MOVE EXCP-RUN-ID TO WS-RPR-RUN-ID (WS-RPR-COUNT)
001311         MOVE 0 TO WS-RPR-LAST-BLOCK (WS-RPR-COUNT)
001312         MOVE 0 TO WS-RPR-DEL-COUNT (WS-RPR-COUNT)
001313         MOVE 0 TO WS-RPR-LOAD-COUNT (WS-RPR-COUNT)
001314     END-IF.
001315     READ EXCP-FILE
001316         AT END
001317             SET WS-EOF TO TRUE
001318     END-READ.
001319 1150-EXIT.
001320     EXIT.
001321
001322*--------------------------------------------------------------*
001323* A FIRST PASS OVER HISTMSTR NOTES THE LATEST BLOCK OF EACH   *
001324* RUN ID BEING REPAIRED; HISTMSTR IS THEN REOPENED TO RELOAD.  *
001325*--------------------------------------------------------------*
001326 1200-FIND-LATEST-BLOCKS.
001327     READ HIST-FILE
001328         AT END
001329             SET WS-EOF TO TRUE
001330     END-READ.
001331     PERFORM 1250-NOTE-BLOCK THRU 1250-EXIT
001332         UNTIL WS-EOF.
001333     CLOSE HIST-FILE.
001334     MOVE 'N' TO WS-EOF-SW WS-GROUP-OPEN-SW.
001335     MOVE 0 TO WS-BLOCK-NO.
001336     OPEN INPUT HIST-FILE.
001337     IF WS-HIST-STATUS NOT = '00'
001338         DISPLAY 'FIBRBLD - ABEND - HISTMSTR REOPEN FAILED, '
001339             'STATUS ' WS-HIST-STATUS
001340         SET WS-ABEND TO TRUE
001341         MOVE 'N' TO WS-HIST-OPEN-SW
001342     END-IF.
001343 1200-EXIT.
001344     EXIT.
001345
001346 1250-NOTE-BLOCK.
001347     IF HIST-REC-DETAIL
001348         PERFORM 2050-TRACK-BLOCK THRU 2050-EXIT
001349         MOVE HIST-RUN-ID TO WS-FIND-RUN-ID
001350         PERFORM 6100-LOOKUP-REPAIR-RUN THRU 6100-EXIT
001351         IF WS-ENTRY-FOUND
001352             MOVE WS-BLOCK-NO TO WS-RPR-LAST-BLOCK (WS-RPR-IX)
001353         END-IF
001354     ELSE
001355         IF HIST-REC-TOTAL
001356             MOVE 'N' TO WS-GROUP-OPEN-SW
001357         END-IF
001358     END-IF.
001359     READ HIST-FILE
001360         AT END
001361             SET WS-EOF TO TRUE
001362     END-READ.
001363 1250-EXIT.
001364     EXIT.
001365
001366*--------------------------------------------------------------*
001367* DELETE EVERY FIBMSTR KEY CARRYING A RUN ID BEING REPAIRED.   *
001368* THE MASTER IS IN SEQ NO ORDER, SO THE WHOLE CLUSTER IS READ. *
001369*--------------------------------------------------------------*
001370 1300-DELETE-RUN-KEYS.
001371     MOVE ZEROS TO FIB-MST-KEY.
001372     START FIBMSTR-FILE KEY NOT < FIB-MST-KEY
001373         INVALID KEY
001374             GO TO 1300-EXIT
001375     END-START.
001376     READ FIBMSTR-FILE NEXT RECORD
001377         AT END
001378             SET WS-EOF TO TRUE
001379     END-READ.
001380     PERFORM 1350-DELETE-KEY THRU 1350-EXIT
001381         UNTIL WS-EOF.
001382     MOVE 'N' TO WS-EOF-SW.
001383 1300-EXIT.
001384     EXIT.
001385
001386 1350-DELETE-KEY.
001387     MOVE FIB-MST-RUN-ID TO WS-FIND-RUN-ID.
001388     PERFORM 6100-LOOKUP-REPAIR-RUN THRU 6100-EXIT.
001389     IF WS-ENTRY-FOUND
001390         DELETE FIBMSTR-FILE RECORD
001391             INVALID KEY
001392                 DISPLAY 'FIBRBLD - ABEND - DELETE FAILED, SEQ '
001393                     FIB-MST-SEQ-NO ' RUN ID ' FIB-MST-RUN-ID
001394                     ', STATUS ' WS-FIBMSTR-STATUS
001395                 SET WS-ABEND TO TRUE
001396                 SET WS-EOF TO TRUE
001397                 GO TO 1350-EXIT
001398             NOT INVALID KEY
001399                 ADD 1 TO WS-DELETE-COUNT
001400                 ADD 1 TO WS-RPR-DEL-COUNT (WS-RPR-IX)
001401         END-DELETE
001402     END-IF.
001403     READ FIBMSTR-FILE NEXT RECORD
001404         AT END
001405             SET WS-EOF TO TRUE
001406     END-READ.
001407 1350-EXIT.
001408     EXIT.
001409
001410 2000-REBUILD.
001411     IF NOT WS-EOF
001412         IF HIST-REC-DETAIL
001413             PERFORM 2100-LOAD-DETAIL THRU 2100-EXIT
001414         ELSE
001415             IF HIST-REC-TOTAL
001416                 ADD 1 TO WS-TOTAL-COUNT
001417                 MOVE 'N' TO WS-GROUP-OPEN-SW
001418             END-IF
001419         END-IF
001420         IF NOT WS-ABEND
001421             READ HIST-FILE
001422                 AT END
001423                     SET WS-EOF TO TRUE
001430             END-READ
001440         END-IF
001450     END-IF.
001510* CHANGES OR THE SEQ NUMBER DOES NOT FOLLOW ON - THE          *
001520* PREDECESSOR CHAIN RESTARTS THERE.  HISTMSTR DOES NOT CARRY  *
001530* THE SEED PAIR, SO A GROUP'S FIRST PREDECESSORS ARE ZERO.    *
001535* EACH GROUP IS ALSO A NUMBERED HISTORY BLOCK FOR THE REPAIR.  *
001540*--------------------------------------------------------------*
001550 2050-TRACK-BLOCK.
001560     MOVE 'N' TO WS-NEW-BLOCK-SW.
001570     IF NOT WS-GROUP-OPEN
001580             OR HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
001590             OR HIST-RUN-ID NOT = WS-CUR-RUN-ID
001600             OR HIST-SEQ-NO NOT = WS-NEXT-SEQ-NO
001605         ADD 1 TO WS-BLOCK-NO
001610         MOVE HIST-RUN-DATE TO WS-CUR-RUN-DATE
001620         MOVE HIST-RUN-ID TO WS-CUR-RUN-ID
001630         SET WS-NEW-BLOCK TO TRUE
001650         SET WS-GROUP-OPEN TO TRUE
001660     END-IF.
001670     COMPUTE WS-NEXT-SEQ-NO = HIST-SEQ-NO + 1.
001671 2050-EXIT.
001672     EXIT.
001673
001674*--------------------------------------------------------------*
001675* IN A REPAIR ONLY THE LATEST BLOCK OF A LISTED RUN ID IS      *
001676* LOADED; EVERY OTHER DETAIL IS READ PAST AND COUNTED SKIPPED. *
001677*--------------------------------------------------------------*
001678 2100-LOAD-DETAIL.
001679     ADD 1 TO WS-DETAIL-COUNT.
001680     PERFORM 2050-TRACK-BLOCK THRU 2050-EXIT.
001681     IF WS-NEW-BLOCK
001682         MOVE 0 TO WS-PRED-1
001683         MOVE 0 TO WS-PRED-2
001684     END-IF.
001685     IF WS-REPAIR-MODE
001686         MOVE HIST-RUN-ID TO WS-FIND-RUN-ID
001687         PERFORM 6100-LOOKUP-REPAIR-RUN THRU 6100-EXIT
001688         IF NOT WS-ENTRY-FOUND
001689                 OR WS-RPR-LAST-BLOCK (WS-RPR-IX)
001690                     NOT = WS-BLOCK-NO
001691             ADD 1 TO WS-SKIP-COUNT
001692             GO TO 2100-CHAIN
001693         END-IF
001694     END-IF.
001695     MOVE HIST-SEQ-NO TO FIB-MST-SEQ-NO.
001696     MOVE HIST-RUN-ID TO FIB-MST-RUN-ID.
001700     MOVE HIST-TERM-VALUE TO FIB-MST-TERM-VALUE.
001710     MOVE WS-PRED-1 TO FIB-MST-PRED-1.
001720     MOVE WS-PRED-2 TO FIB-MST-PRED-2.
001760         NOT INVALID KEY
001770             ADD 1 TO WS-ADD-COUNT
001780     END-WRITE.
001782     IF WS-REPAIR-MODE AND NOT WS-ABEND
001784         ADD 1 TO WS-RPR-LOAD-COUNT (WS-RPR-IX)
001786     END-IF.
001788 2100-CHAIN.
001790     IF NOT WS-ABEND
001800         MOVE WS-PRED-1 TO WS-PRED-2
001810         MOVE HIST-TERM-VALUE TO WS-PRED-1
001970     EXIT.
001980
001990 3000-FINALIZE.
002000     IF WS-HIST-OPENED
002005         CLOSE HIST-FILE
002010     END-IF.
002015     IF WS-FIBMSTR-OPENED
002020         CLOSE FIBMSTR-FILE
002025     END-IF.
002030     IF WS-ABEND
002035         MOVE 16 TO RETURN-CODE
002040         GO TO 3000-EXIT
002050     END-IF.
002051     IF WS-REPAIR-MODE AND WS-RPR-COUNT = 0
002052         MOVE 0 TO RETURN-CODE
002053         DISPLAY '==========================================='
002054         GO TO 3000-EXIT
002055     END-IF.
002080     DISPLAY 'FIBRBLD - DETAILS READ...: ' WS-DETAIL-COUNT.
002090     DISPLAY 'FIBRBLD - NIGHT TOTALS...: ' WS-TOTAL-COUNT.
002100     DISPLAY 'FIBRBLD - KEYS ADDED.....: ' WS-ADD-COUNT.
002110     DISPLAY 'FIBRBLD - KEYS REWRITTEN.: ' WS-RWRT-COUNT.
002111     IF WS-REPAIR-MODE
002112         DISPLAY 'FIBRBLD - EXCEPTIONS READ: ' WS-EXCP-COUNT
002113         DISPLAY 'FIBRBLD - RUN IDS LISTED.: ' WS-RPR-COUNT
002114         DISPLAY 'FIBRBLD - KEYS DELETED...: ' WS-DELETE-COUNT
002115         DISPLAY 'FIBRBLD - DETAILS SKIPPED: ' WS-SKIP-COUNT
002116         MOVE 0 TO WS-RPR-IX
002117         PERFORM 3100-SHOW-REPAIR THRU 3100-EXIT
002118             UNTIL WS-RPR-IX >= WS-RPR-COUNT
002119     END-IF.
002120*--------------------------------------------------------------*
002121* EVERY DETAIL READ WAS EITHER LOADED (ADDED OR REWRITTEN) OR, *
002122* IN A REPAIR, SKIPPED AS OUTSIDE A LISTED RUN'S LATEST BLOCK. *
002123*--------------------------------------------------------------*
002124     COMPUTE WS-CHECK-COUNT = WS-ADD-COUNT + WS-RWRT-COUNT
002125         + WS-SKIP-COUNT.
002130     IF WS-CHECK-COUNT = WS-DETAIL-COUNT
002140         DISPLAY 'FIBRBLD - REBUILD IN BALANCE'
002150         MOVE 0 TO RETURN-CODE
002210 3000-EXIT.
002220     EXIT.
002230
002240 3100-SHOW-REPAIR.
002250     ADD 1 TO WS-RPR-IX.
002260     DISPLAY 'FIBRBLD - RUN ID ' WS-RPR-RUN-ID (WS-RPR-IX)
002270         ' KEYS DELETED ' WS-RPR-DEL-COUNT (WS-RPR-IX)
002280         ' RELOADED ' WS-RPR-LOAD-COUNT (WS-RPR-IX).
002290     IF WS-RPR-LAST-BLOCK (WS-RPR-IX) = 0
002300         DISPLAY 'FIBRBLD - RUN ID ' WS-RPR-RUN-ID (WS-RPR-IX)
002310             ' HAS NO HISTORY - ITS KEYS ARE REMOVED ONLY'
002320     END-IF.
002330 3100-EXIT.
002340     EXIT.
002350
002360*--------------------------------------------------------------*
002370* LOOK UP WS-FIND-RUN-ID ON THE REPAIR LIST - WS-ENTRY-FOUND   *
002380* AND WS-RPR-IX TELL THE CALLER WHETHER AND WHERE IT IS.       *
002390*--------------------------------------------------------------*
002400 6100-LOOKUP-REPAIR-RUN.
002410     MOVE 'N' TO WS-FOUND-SW.
002420     MOVE 0 TO WS-RPR-IX.
002430     PERFORM 6150-MATCH-REPAIR-RUN THRU 6150-EXIT
002440         UNTIL WS-ENTRY-FOUND OR WS-RPR-IX >= WS-RPR-COUNT.
002450 6100-EXIT.
002460     EXIT.
002470
002480 6150-MATCH-REPAIR-RUN.
002490     ADD 1 TO WS-RPR-IX.
002500     IF WS-RPR-RUN-ID (WS-RPR-IX) = WS-FIND-RUN-ID
002510         SET WS-ENTRY-FOUND TO TRUE
002520     END-IF.
002530 6150-EXIT.
002540     EXIT.
002550
002560 9999-EXIT.
002570     STOP RUN.
