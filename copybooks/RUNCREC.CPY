000100*----------------------------------------------------------------*
000200* RUNCREC.CPY                                                    *
000300*                                                                *
000400* RECORD LAYOUT FOR THE RUN-CONTROL JOURNAL, FILED CUMULATIVELY  *
000500* (DISP=MOD) ON PROD.HELWLD.RUNCTL. HELLO-WORLD APPENDS ONE      *
000600* ENTRY WHEN IT COMPLETES A BUSINESS DATE; CNVBKO APPENDS ONE    *
000700* WHEN IT CLEANLY BACKS A RUN OUT. ENTRIES ARE NEVER REWRITTEN   *
000800* -- THE LAST ENTRY FILED FOR A BUSINESS DATE IS THAT DATE'S     *
000900* STATUS. READ BACK BY HELLO-WORLD'S STARTUP CALENDAR CHECK AND  *
001000* BY THE CALRPT CALENDAR/RUN-STATUS REPORT.                      *
001100*                                                                *
001200* RUN-STATUS --                                                  *
001300*   C  COMPLETED CLEANLY                                         *
001400*   Q  COMPLETED WITH ONE OR MORE FEEDER GROUPS QUARANTINED      *
001500*   B  BACKED OUT BY CNVBKO -- THE DATE IS OUTSTANDING AGAIN     *
001600*                                                                *
001700* RUN-RUN-DATE, RUN-RUN-TIME AND RUN-JOB-ID ARE THE COMPLETING   *
001800* RUN'S AUDITLOG STAMP. ON A B ENTRY THEY ARE THE STAMP OF THE   *
001900* RUN THAT WAS BACKED OUT, WHICH IS HOW CNVBKO FINDS THE         *
002000* BUSINESS DATE IT IS REVERSING.                                 *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY                                           *
002300*----------------------------------------------------------------*
002400* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002500*----------------------------------------------------------------*
002600 01  RUNCTL-RECORD.
002700     05 RUN-BUS-DATE             PIC 9(08).
002800     05 RUN-STATUS               PIC X(01).
002900        88 RUN-STATUS-COMPLETED           VALUE 'C'.
003000        88 RUN-STATUS-QUARANTINE          VALUE 'Q'.
003100        88 RUN-STATUS-BACKED-OUT          VALUE 'B'.
003200        88 RUN-STATUS-DONE                VALUE 'C' 'Q'.
003300     05 RUN-RUN-DATE             PIC 9(08).
003400     05 RUN-RUN-TIME             PIC 9(08).
003500     05 RUN-JOB-ID               PIC X(08).
003600     05 RUN-OPERATOR-ID          PIC X(08).
003700     05 RUN-PROGRAM              PIC X(08).
003800     05 RUN-RERUN-IND            PIC X(01).
003900     05 RUN-OVERRIDE-IND         PIC X(01).
004000     05 RUN-COUNT-READ           PIC 9(07).
004100     05 FILLER                   PIC X(22).
