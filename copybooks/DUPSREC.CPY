000100*----------------------------------------------------------------*
000200* DUPSREC.CPY                                                    *
000300*                                                                *
000400* RECORD LAYOUT FOR THE SUSPECTED-DUPLICATE EXTRACT (DUPSUS)     *
000500* WRITTEN BY CNVDUP ALONGSIDE THE PRINTED DUPRPT: ONE RECORD PER *
000600* CUSTOMER LISTED UNDER A SUSPECT GROUP, CARRYING THE GROUP      *
000700* NUMBER AND SIZE AND WHETHER THE GROUP SPANS MORE THAN ONE      *
000800* FEEDER SYSTEM. NO NAME TEXT IS CARRIED. READ BY THE DQSRPT     *
000900* MONTHLY FEEDER SCORECARD FOR THE SUSPECTS PER SOURCE.          *
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*----------------------------------------------------------------*
001300* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
001400*----------------------------------------------------------------*
001500 01  DUPSUS-RECORD.
001600     05 DUS-RUN-DATE             PIC 9(08).
001700     05 DUS-GROUP-NO             PIC 9(07).
001800     05 DUS-GROUP-SIZE           PIC 9(05).
001900     05 DUS-ID                   PIC 9(05).
002000     05 DUS-SOURCE               PIC X(03).
002100     05 DUS-CROSS-FEEDER         PIC X(01).
002200        88 DUS-IS-CROSS-FEEDER             VALUE 'Y'.
002300     05 FILLER                   PIC X(51).
