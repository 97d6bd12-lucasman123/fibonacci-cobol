000190* MATCHES DETAIL RECORDS ON SEQUENCE NUMBER WITHIN EACH       *
000200* REQUEST GROUP, REPORTS EVERY DIFFERING TERM VALUE AND ANY   *
000210* RECORD PRESENT IN ONE FILE BUT NOT THE OTHER, COMPARES THE  *
000220* HEADER SEEDS AND RECURRENCE, TRAILER TERM COUNTS, FINAL      *
000230* VALUES AND CONTROL TOTALS, AND ENDS RC=0 ONLY ON AN EXACT   *
000240* MATCH.  RUN IDS AND RUN DATES ARE NOT COMPARED - TWO RUNS   *
000250* OF THE SAME DECK LEGITIMATELY CARRY DIFFERENT ONES.  USED   *
000322* 09/03/2026 DLC   SIGNED SEEDS - DIFFERENCE COLUMNS NOW CARRY *
000324*                  A SIGN IN STEP WITH THE SIGNED FIBREC       *
000326*                  LAYOUT.                                     *
000328* 10/15/2026 DLC   LINEAR RECURRENCES - HEADERS ARE NOW ALSO   *
000330*                  COMPARED ON SEQUENCE TYPE, COEFFICIENTS AND *
000332*                  SEED C, SO RUNS OF DIFFERENT RECURRENCES    *
000334*                  NEVER COMPARE AS A MATCH.                   *
000336*--------------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
002490         WRITE CMP-PRINT-LINE FROM CMP-DIFF-LINE
002500             AFTER ADVANCING 1 LINE
002510     END-IF.
002511     IF FIB-HDR-SEED-C NOT = NEW-HDR-SEED-C
002512         ADD 1 TO WS-DIFF-COUNT
002513         MOVE 'REQUEST HEADER SEED C DIFFERS' TO CMP-DIFF-TEXT
002514         MOVE WS-GROUP-NO TO CMP-DIFF-SEQ
002515         MOVE FIB-HDR-SEED-C TO CMP-DIFF-OLD
002516         MOVE NEW-HDR-SEED-C TO CMP-DIFF-NEW
002517         WRITE CMP-PRINT-LINE FROM CMP-DIFF-LINE
002518             AFTER ADVANCING 1 LINE
002519     END-IF.
002520     IF FIB-HDR-SEQ-TYPE NOT = NEW-HDR-SEQ-TYPE
002521             OR FIB-HDR-COEFFICIENTS NOT = NEW-HDR-COEFFICIENTS
002522         ADD 1 TO WS-DIFF-COUNT
002523         MOVE SPACES TO CMP-MSG-TEXT
002524         STRING 'REQUEST ' WS-GROUP-NO
002525             ' RECURRENCE DIFFERS - OLD '
002526             FIB-HDR-SEQ-TYPE ' ' FIB-HDR-COEFFICIENTS ' NEW '
002527             NEW-HDR-SEQ-TYPE ' ' NEW-HDR-COEFFICIENTS
002528             DELIMITED BY SIZE INTO CMP-MSG-TEXT
002529         WRITE CMP-PRINT-LINE FROM CMP-MESSAGE-LINE
002530             AFTER ADVANCING 1 LINE
002531     END-IF.
002532     PERFORM 1710-READ-OLD THRU 1710-EXIT.
002533     PERFORM 1720-READ-NEW THRU 1720-EXIT.
002540 2110-EXIT.
002550     EXIT.
002560
