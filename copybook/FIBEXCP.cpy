000100*--------------------------------------------------------------*
000110* FIBEXCP - FIBMSTR/HISTMSTR INTEGRITY EXCEPTION RECORD LAYOUT *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* FIBINTG WRITES ONE RECORD PER FINDING OF ITS INTEGRITY SWEEP *
000150* ONTO THE INTGEXCP EXCEPTION GENERATION: A TERM ON HISTMSTR   *
000160* WITH NO FIBMSTR KEY, A FIBMSTR KEY WITH NO HISTORY BEHIND    *
000170* IT, A TERM VALUE THAT DISAGREES, A PREDECESSOR THAT IS NOT   *
000180* THE TERM BEFORE IT, OR A TERM THAT DOES NOT FOLLOW FROM ITS  *
000190* PREDECESSORS BY THE RUN'S RECURRENCE.  FIBRBLD READS THE     *
000200* SAME FILE BACK AS ITS REPAIR LIST AND RELOADS ONLY THE RUN   *
000210* IDS NAMED ON IT.  ANY PROGRAM THAT TOUCHES THE EXCEPTION     *
000220* FILE SHOULD COPY THIS MEMBER RATHER THAN REDEFINING THE      *
000230* FIELDS BY HAND.                                              *
000240*--------------------------------------------------------------*
000250* MODIFICATION HISTORY                                        *
000260*--------------------------------------------------------------*
000270* DATE       INIT  DESCRIPTION                                 *
000280* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000290*--------------------------------------------------------------*
000300 01  EXCP-RECORD.
000310     05  EXCP-RUN-ID          PIC 9(05).
000320     05  EXCP-SEQ-NO          PIC 9(05).
000330     05  EXCP-TYPE            PIC X(01).
000340         88  EXCP-HIST-ORPHAN         VALUE 'H'.
000350         88  EXCP-MSTR-ORPHAN         VALUE 'M'.
000360         88  EXCP-VALUE-DIFF          VALUE 'V'.
000370         88  EXCP-CHAIN-BREAK         VALUE 'C'.
000380         88  EXCP-RECUR-FAIL          VALUE 'R'.
000390     05  EXCP-SWEEP-DATE      PIC 9(08).
000400     05  EXCP-HIST-DATE       PIC 9(08).
000410     05  EXCP-MST-VALUE       PIC S9(18) COMP-3.
000420     05  EXCP-EXPECTED        PIC S9(18) COMP-3.
000430     05  EXCP-LINK            PIC 9(01).
000440     05  FILLER               PIC X(12).
