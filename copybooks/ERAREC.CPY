000100*----------------------------------------------------------------*
000200* ERAREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE ERASURE REGISTER, PROD.HELWLD.ERALIST -- *
000500* THE TOMBSTONE LEFT FOR EVERY RECORD ID WHOSE NAME HAS BEEN     *
000600* ERASED UNDER A CUSTOMER PRIVACY REQUEST. ONE ENTRY PER ID, IN  *
000700* ASCENDING ID ORDER, KEPT ONLY BY THE CNVERA ERASURE RUN --     *
000800* NEVER HAND-EDITED, AND AN ENTRY IS NEVER REMOVED. EVERY RUN    *
000900* THAT COULD PUT A NAME BACK READS IT AND LEAVES A REGISTERED ID *
001000* ALONE: HELLO-WORLD BYPASSES THE ID ON A LATER EXTRACT, CNVRST  *
001100* WILL NOT RESTORE IT, CNVBKO WILL NOT BACK IT OUT AND REJFIX    *
001200* DROPS ITS REJECTS. CNVBAL USES IT TO PROVE NO ERASED ID        *
001300* REACHED AN OUTPUT.                                             *
001400*                                                                *
001500* ERA-ERASED-DATE AND ERA-OPERATOR-ID ARE STAMPED BY CNVERA FROM *
001600* ITS RUN DATE AND CONTROL CARD; ERA-REFERENCE AND               *
001700* ERA-RECEIVED-DATE ARE THE LEGAL CASE REFERENCE AND THE DATE    *
001800* THE REQUEST WAS RECEIVED, AS GIVEN ON THE REQUEST.             *
001900*----------------------------------------------------------------*
002000* MODIFICATION HISTORY                                           *
002100*----------------------------------------------------------------*
002200* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002300*----------------------------------------------------------------*
002400 01  ERALIST-RECORD.
002500     05 ERA-ID                  PIC 9(05).
002600     05 ERA-ERASED-DATE         PIC 9(08).
002700     05 ERA-REFERENCE           PIC X(12).
002800     05 ERA-RECEIVED-DATE       PIC 9(08).
002900     05 ERA-OPERATOR-ID         PIC X(08).
003000     05 FILLER                  PIC X(39).
