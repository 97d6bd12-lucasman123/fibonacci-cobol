000100*--------------------------------------------------------------*
000110* FIBHONL - ONLINE HISTORY (HISTONL) RECORD LAYOUT             *
000120*--------------------------------------------------------------*
000130* INSTALLATION. BATCH-SYSTEMS.                                 *
000140* HISTONL IS A VSAM KSDS COPY OF THE HISTMSTR HISTORY MASTER FOR*
000150* THE ONLINE NIGHT INQUIRY (FIBNINQ, TRANSACTION FNIQ), WHICH  *
000160* CANNOT READ THE SEQUENTIAL MASTER ITSELF.  FIBHONL KEEPS IT IN*
000170* STEP WITH HISTMSTR AFTER EVERY FIBHIST APPEND AND FIBARCH    *
000180* ARCHIVE.  A NIGHT IS THE RUN OF HISTMSTR RECORDS CLOSED BY ONE*
000190* 'T' TOTAL RECORD; THE KEY IS THE NIGHT'S RUN DATE, THE NIGHT'S*
000200* NUMBER WITHIN THAT DATE (A RERUN OF A DATE IS NIGHT 02, AND SO*
000210* ON) AND THE RECORD'S NUMBER WITHIN THE NIGHT - 00000 FOR THE *
000220* TOTAL RECORD, 00001 UP FOR THE DETAILS IN HISTMSTR ORDER.    *
000230* HON-HIST-DATA IS THE HISTMSTR RECORD AS WRITTEN, TO BE READ  *
000240* THROUGH THE FIBHREC LAYOUT.  ANY PROGRAM THAT TOUCHES HISTONL*
000250* SHOULD COPY THIS MEMBER RATHER THAN REDEFINING THE FIELDS BY *
000260* HAND.                                                        *
000270*--------------------------------------------------------------*
000280* MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300* DATE       INIT  DESCRIPTION                                 *
000310* 10/15/2026 DLC   ORIGINAL VERSION.                            *
000320*--------------------------------------------------------------*
000330 01  HON-RECORD.
000340     05  HON-KEY.
000350         10  HON-NIGHT-KEY.
000360             15  HON-RUN-DATE     PIC 9(08).
000370             15  HON-NIGHT-NO     PIC 9(02).
000380         10  HON-REC-NO           PIC 9(05).
000390     05  HON-HIST-DATA            PIC X(40).
000400     05  FILLER                   PIC X(05).
