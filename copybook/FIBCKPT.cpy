002020*                  TOTAL ARE NOW SIGNED (EMBEDDED TRAILING     *
002030*                  SIGN, SAME WIDTHS) IN STEP WITH HELLO'S     *
002040*                  SIGNED WORK FIELDS.                         *
002050* 10/15/2026 DLC   LINEAR RECURRENCES - ADDED CHKPT-X, THE     *
002060*                  THIRD LIVE WORK VALUE A THIRD-ORDER         *
002070*                  RECURRENCE NEEDS TO RESUME (ZERO FOR A      *
002080*                  SECOND-ORDER ONE).  PACKED TO FIT THE OLD   *
002090*                  FILLER; LRECL UNCHANGED.                    *
002100*--------------------------------------------------------------*
002200 01  CHKPT-RECORD.
002300     05  CHKPT-REQ-NO         PIC 9(05).
002500     05  CHKPT-A              PIC S9(18).
002600     05  CHKPT-B              PIC S9(18).
002700     05  CHKPT-SUM-TOTAL      PIC S9(18).
002710     05  CHKPT-X              PIC S9(18) COMP-3.
002720     05  FILLER               PIC X(06).
