000900* THEM WITHOUT CHASING TWO MORE KEYED READS.  ANY PROGRAM      *
001000* THAT TOUCHES FIBMSTR SHOULD COPY THIS MEMBER RATHER THAN     *
001100* REDEFINING THE FIELDS BY HAND.                               *
001110* AN ALTERNATE INDEX (PATH DD FIBMSTR1, NON-UNIQUE, UPGRADE)   *
001120* IS KEYED ON FIB-MST-TERM-VALUE FOR FIBINQ'S VALUE INQUIRY.   *
001130* VSAM COMPARES THE PACKED KEY BYTE FOR BYTE, SO THE INDEX     *
001140* RUNS IN ORDER OF MAGNITUDE WITH +N JUST AHEAD OF -N.         *
001200*--------------------------------------------------------------*
001300* MODIFICATION HISTORY                                        *
001400*--------------------------------------------------------------*
001714*                  RELOADING WITH FIBRBLD (SEE FIBCNVJ); ALL   *
001716*                  FIBMSTR READERS AND WRITERS MUST BE         *
001718*                  RECOMPILED TOGETHER.                        *
001728* 10/15/2026 DLC   VALUE INQUIRY - ALTERNATE INDEX ON THE TERM *
001738*                  VALUE ADDED OVER THE CLUSTER; LAYOUT AND    *
001748*                  RECORDSIZE UNCHANGED.                       *
001758*--------------------------------------------------------------*
001800 01  FIB-MST-RECORD.
001850     05  FIB-MST-KEY.
001900         10  FIB-MST-SEQ-NO   PIC 9(05).
