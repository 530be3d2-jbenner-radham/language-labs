000100*----------------------------------------------------------------*
000200* CDCREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE NIGHTLY CNVOUT CHANGE-DATA-CAPTURE FEED  *
000500* TO THE CRM SYSTEM (PROD.HELWLD.CDCFEED GENERATIONS), BUILT BY  *
000600* THE CNVCDC RUN FROM THE CNVHIST CHANGE-HISTORY JOURNAL. ONE H  *
000700* RECORD, THE D RECORDS IN THE ORDER THEY ARE TO BE APPLIED      *
000800* (CDC-SEQ ASCENDING), THEN ONE T RECORD. COPY THIS LAYOUT       *
000900* RATHER THAN REDEFINING IT LOCALLY SO THE BUILDER AND ANY       *
001000* READER AGREE ON THE FIELD LAYOUT.                              *
001100*                                                                *
001200* CDC-HDR-FEED-TYPE --                                           *
001300*   C  CHANGES SINCE THE PREVIOUS FEED; APPLY THE D RECORDS      *
001400*      IN ORDER ON TOP OF THE TABLE AS IT STANDS                 *
001500*   F  FULL REFRESH (FIRST FEED, A FULL RELOAD RUN OF THE        *
001600*      CLUSTER, OR ONE FORCED BY OPERATIONS); CLEAR THE TABLE    *
001700*      AND LOAD EVERY D RECORD, ALL OF THEM ACTION A             *
001800* CDC-HDR-FEED-SEQ RISES BY ONE PER FEED SO A MISSED OR REPEATED *
001900* FILE IS SEEN ON RECEIPT.                                       *
002000*                                                                *
002100* CDC-ACTION IS WHAT TO DO WITH THE ID: A ADD, C REPLACE WITH    *
002200* THE IMAGE, D DELETE. THE IMAGE IS THE RECORD AFTER THE CHANGE; *
002300* ON A D IT IS THE RECORD AS IT STOOD WHEN IT WAS REMOVED.       *
002400* CDC-ORIGIN SAYS WHY: N NIGHTLY EXTRACT RUN, F FULL REFRESH,    *
002500* R RETIRED BY THE CNVRET RETENTION RUN, S RESTORED BY CNVRST,   *
002600* B REVERSED BY A CNVBKO RUN BACKOUT, E ERASED BY THE CNVERA     *
002650* PRIVACY ERASURE RUN. CDC-STAMP-DATE, -TIME AND -JOB ARE THE    *
002700* STAMP OF THE RUN THAT MADE THE CHANGE.                         *
002800*                                                                *
002900* THE TRAILER CARRIES THE D RECORD COUNT, A HASH TOTAL OF CDC-ID *
003000* (SUM OF CDC-ID MODULO 1,000,000,000) AND THE COUNT BY ACTION,  *
003100* FOR BALANCING AGAINST THE CNVCDC CONTROL REPORT. RECORD IS 250 *
003200* BYTES.                                                         *
003300*----------------------------------------------------------------*
003400* MODIFICATION HISTORY                                           *
003500*----------------------------------------------------------------*
003600* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
003610* 10/15/26  DWW  NEW ORIGIN E: THE CNVERA ERASURE RUN DELETED    *
003620*                THE RECORD UNDER A CUSTOMER PRIVACY REQUEST     *
003630*                (ACTION D; THE IMAGE CARRIES THE NAME TEXT      *
003640*                MASKED). THE CRM SIDE MUST PURGE THE ID, NOT    *
003650*                JUST DEACTIVATE IT.                             *
003700*----------------------------------------------------------------*
003800 01  CDC-RECORD.
003900     05 CDC-REC-TYPE            PIC X(01).
004000        88 CDC-REC-HEADER                 VALUE 'H'.
004100        88 CDC-REC-DETAIL                 VALUE 'D'.
004200        88 CDC-REC-TRAILER                VALUE 'T'.
004300     05 CDC-DETAIL.
004400        10 CDC-SEQ              PIC 9(07).
004500        10 CDC-ACTION           PIC X(01).
004600           88 CDC-ACTION-ADD              VALUE 'A'.
004700           88 CDC-ACTION-CHANGE           VALUE 'C'.
004800           88 CDC-ACTION-DELETE           VALUE 'D'.
004900        10 CDC-ORIGIN           PIC X(01).
005000           88 CDC-ORIGIN-EXTRACT          VALUE 'N'.
005100           88 CDC-ORIGIN-REFRESH          VALUE 'F'.
005200           88 CDC-ORIGIN-RETIRE           VALUE 'R'.
005300           88 CDC-ORIGIN-RESTORE          VALUE 'S'.
005400           88 CDC-ORIGIN-BACKOUT          VALUE 'B'.
005410           88 CDC-ORIGIN-ERASURE          VALUE 'E'.
005500        10 CDC-STAMP-DATE       PIC 9(08).
005600        10 CDC-STAMP-TIME       PIC 9(08).
005700        10 CDC-STAMP-JOB        PIC X(08).
005800        10 CDC-IMAGE.
005900           15 CDC-ID            PIC 9(05).
006000           15 CDC-SOURCE        PIC X(03).
006100           15 CDC-TEXT          PIC X(40).
006200           15 CDC-UPPER-TEXT    PIC X(40).
006300           15 CDC-LOWER-TEXT    PIC X(40).
006400           15 CDC-TITLE-TEXT    PIC X(40).
006500           15 CDC-MODE          PIC X(01).
006600        10 FILLER               PIC X(47).
006700     05 CDC-HEADER REDEFINES CDC-DETAIL.
006800        10 CDC-HDR-BUS-DATE     PIC 9(08).
006900        10 CDC-HDR-CREATE-DATE  PIC 9(08).
007000        10 CDC-HDR-CREATE-TIME  PIC 9(08).
007100        10 CDC-HDR-FEED-TYPE    PIC X(01).
007200           88 CDC-FEED-CHANGES            VALUE 'C'.
007300           88 CDC-FEED-REFRESH            VALUE 'F'.
007400        10 CDC-HDR-FEED-SEQ     PIC 9(07).
007500        10 FILLER               PIC X(217).
007600     05 CDC-TRAILER REDEFINES CDC-DETAIL.
007700        10 CDC-TRL-BUS-DATE     PIC 9(08).
007800        10 CDC-TRL-RECORD-COUNT PIC 9(07).
007900        10 CDC-TRL-ID-HASH      PIC 9(09).
008000        10 CDC-TRL-ADD-COUNT    PIC 9(07).
008100        10 CDC-TRL-CHANGE-COUNT PIC 9(07).
008200        10 CDC-TRL-DELETE-COUNT PIC 9(07).
008300        10 FILLER               PIC X(204).
