000100*----------------------------------------------------------------*
000200* DNMREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE DO-NOT-MAIL SUPPRESSION LIST,            *
000500* PROD.HELWLD.DNMLIST. ONE ENTRY PER RECORD ID, IN ASCENDING ID  *
000600* ORDER, KEPT ONLY BY THE DNMMNT MAINTENANCE RUN -- NEVER        *
000700* HAND-EDITED. HELLO-WORLD LOADS IT WHEN THE TITLE-CASE MODE     *
000800* RUNS AND HOLDS BACK THE MAILING LABEL OF ANY ID WHOSE ENTRY    *
000900* IS IN EFFECT FOR THE BUSINESS DATE: EFFECTIVE DATE ON OR       *
001000* BEFORE IT, AND EXPIRY DATE ZERO (NO EXPIRY) OR ON OR AFTER     *
001100* IT. CNVOUT IS STILL UPDATED; ONLY THE LABEL IS SUPPRESSED.     *
001200*                                                                *
001300* DNM-REASON --                                                  *
001400*   C  CUSTOMER ASKED NOT TO BE MAILED                           *
001500*   U  MAIL RETURNED UNDELIVERABLE                               *
001600*   D  CUSTOMER DECEASED                                         *
001700*   L  LEGAL OR COMPLIANCE HOLD                                  *
001800*                                                                *
001900* DNM-ADDED-DATE AND DNM-ADDED-BY ARE STAMPED BY DNMMNT FROM ITS *
002000* RUN DATE AND THE ADD TRANSACTION'S OPERATOR ID.                *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY                                           *
002300*----------------------------------------------------------------*
002400* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002500*----------------------------------------------------------------*
002600 01  DNMLIST-RECORD.
002700     05 DNM-ID                  PIC 9(05).
002800     05 DNM-REASON              PIC X(01).
002900        88 DNM-REASON-CUSTOMER            VALUE 'C'.
003000        88 DNM-REASON-UNDELIVERABLE       VALUE 'U'.
003100        88 DNM-REASON-DECEASED            VALUE 'D'.
003200        88 DNM-REASON-LEGAL               VALUE 'L'.
003300        88 DNM-REASON-VALID               VALUE 'C' 'U' 'D' 'L'.
003400     05 DNM-EFFECTIVE-DATE      PIC 9(08).
003500     05 DNM-EXPIRY-DATE         PIC 9(08).
003600     05 DNM-ADDED-DATE          PIC 9(08).
003700     05 DNM-ADDED-BY            PIC X(08).
003800     05 DNM-NOTE                PIC X(20).
003900     05 FILLER                  PIC X(22).
