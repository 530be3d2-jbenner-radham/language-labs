000100*----------------------------------------------------------------*
000200* DQSREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE FEEDER DATA-QUALITY HISTORY, FILED       *
000500* CUMULATIVELY (DISP=MOD) ON PROD.HELWLD.DQHIST. HELLO-WORLD     *
000600* APPENDS ONE ENTRY PER FEEDER-SYSTEM CODE WHEN IT COMPLETES A   *
000700* BUSINESS DATE, CARRYING THAT FEEDER'S CONTROL TOTALS FOR THE   *
000800* DAY: RECORDS READ, VALID AND REJECTED, THE REJECTS BROKEN DOWN *
000900* BY REJECT REASON (REJ-REASON ON REJOUT), AND THE TITLE-CASE    *
001000* EXCEPTIONS APPLIED. A RERUN OR A RESUBMITTED DELTA RUN FILES   *
001100* THE SAME KEY (BUSINESS DATE AND SOURCE) AGAIN -- THE LAST      *
001200* ENTRY FILED IS THE ONE THAT STANDS. READ BACK BY THE DQSRPT    *
001300* MONTHLY FEEDER SCORECARD.                                      *
001400*                                                                *
001500* RECORDS READ BUT NEITHER VALID NOR REJECTED WERE BYPASSED AS   *
001600* ERASED CUSTOMERS. DQS-REJ-OTHER HOLDS ANY REJECT REASON NOT    *
001700* BROKEN OUT BELOW. DQS-REASON-TABLE VIEWS THE SIX REASON COUNTS *
001750* AS A TABLE, IN THE ORDER LISTED.                               *
001800*----------------------------------------------------------------*
001900* MODIFICATION HISTORY                                           *
002000*----------------------------------------------------------------*
002100* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002200*----------------------------------------------------------------*
002300 01  DQSTAT-RECORD.
002400     05 DQS-KEY.
002500        10 DQS-BUS-DATE          PIC 9(08).
002600        10 DQS-SOURCE            PIC X(03).
002700     05 DQS-RUN-DATE             PIC 9(08).
002800     05 DQS-RUN-TIME             PIC 9(08).
002900     05 DQS-JOB-ID               PIC X(08).
003000     05 DQS-RERUN-IND            PIC X(01).
003100     05 DQS-DELTA-IND            PIC X(01).
003200     05 DQS-COUNT-READ           PIC 9(07).
003300     05 DQS-COUNT-VALID          PIC 9(07).
003400     05 DQS-COUNT-REJECTED       PIC 9(07).
003500     05 DQS-REJECT-REASONS.
003600        10 DQS-REJ-BLANK         PIC 9(07).
003700        10 DQS-REJ-NON-ALPHA     PIC 9(07).
003800        10 DQS-REJ-DUP-EXTRACT   PIC 9(07).
003900        10 DQS-REJ-CROSS-SOURCE  PIC 9(07).
004000        10 DQS-REJ-WRITE-FAILED  PIC 9(07).
004100        10 DQS-REJ-OTHER         PIC 9(07).
004150     05 DQS-REASON-TABLE REDEFINES DQS-REJECT-REASONS.
004160        10 DQS-REASON-COUNT OCCURS 6 TIMES
004170                                 PIC 9(07).
004200     05 DQS-COUNT-EXCEPTION      PIC 9(07).
004300     05 FILLER                   PIC X(13).
