000900* RERUN OVERRIDE IS SUPPLIED OR THE RESTART MANAGER DECIDED    *
001000* THE SUBMISSION IS A RESTART, AND MARKS THE DATE IN FLIGHT.   *
001100* FIBUNLK, AT THE END OF THE JOB, MARKS THE DATE COMPLETE      *
001110* ONLY AFTER THE RECONCILE AND HISTORY STEPS ENDED CLEAN AND   *
001120* FIBBAL HAS POSTED AN IN-BALANCE VERDICT FOR THE DATE.        *
001300* ANY PROGRAM THAT TOUCHES RUNCTL SHOULD COPY THIS MEMBER      *
001400* RATHER THAN REDEFINING THE FIELDS BY HAND.                   *
001500*--------------------------------------------------------------*
001700*--------------------------------------------------------------*
001800* DATE       INIT  DESCRIPTION                                 *
001900* 09/03/2026 DLC   ORIGINAL VERSION.                            *
001910* 10/15/2026 DLC   BUSINESS CALENDAR - THE IN-FLIGHT DATE IS    *
001920*                  NOW THE BUSINESS DATE FIBLOCK TAKES FROM     *
001930*                  THE CALMSTR CALENDAR (SEE FIBCAL), AND ITS   *
001940*                  MONTH-END/QUARTER-END FLAGS RIDE WITH IT.    *
001950*                  LATER FIBJOB STEPS READ THE BUSINESS DATE    *
001960*                  HERE INSTEAD OF TAKING TODAY'S DATE.         *
001965* 10/15/2026 DLC   END-OF-NIGHT BALANCING - FIBBAL POSTS ITS    *
001970*                  VERDICT AND THE DATE IT BALANCED IN THE NEW  *
001975*                  BALANCE FIELDS (TAKEN FROM FILLER).  FIBUNLK *
001980*                  WILL NOT MARK THE DATE COMPLETE UNLESS THE   *
001985*                  VERDICT IS IN BALANCE FOR THAT SAME DATE.    *
002000*--------------------------------------------------------------*
002100 01  RUNC-RECORD.
002200     05  RUNC-LAST-DONE-DATE  PIC 9(08).
002400         88  RUNC-INFLIGHT            VALUE 'Y'.
002500         88  RUNC-IDLE                VALUE 'N'.
002600     05  RUNC-INFLIGHT-DATE   PIC 9(08).
002610     05  RUNC-MONTH-END-SW    PIC X(01).
002620         88  RUNC-MONTH-END           VALUE 'Y'.
002630     05  RUNC-QTR-END-SW      PIC X(01).
002640         88  RUNC-QTR-END             VALUE 'Y'.
002650     05  RUNC-BALANCE-SW      PIC X(01).
002660         88  RUNC-BALANCED            VALUE 'B'.
002670         88  RUNC-OUT-OF-BALANCE      VALUE 'O'.
002680     05  RUNC-BALANCE-DATE    PIC 9(08).
002690     05  FILLER               PIC X(52).
