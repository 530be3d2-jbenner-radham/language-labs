000100*----------------------------------------------------------------*
000200* TRNREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE LABEL TRANSLITERATION TABLE              *
000500* (PROD.HELWLD.TRANTBL), MAINTAINED BY OPERATIONS. ONE ENTRY PER *
000600* ACCENTED LETTER THE NAME EXTRACT ACCEPTS: THE UPPER-CASE AND   *
000700* LOWER-CASE FORMS OF THE LETTER AND THE PLAIN UPPER-CASE TEXT   *
000800* THE LABEL VENDORS PRINT IN ITS PLACE (E FOR E-ACUTE, UE FOR    *
000900* U-UMLAUT). A LETTER WITH NO UPPER-CASE FORM OF ITS OWN (SHARP  *
001000* S) IS ENTERED IN BOTH COLUMNS. THE DESCRIPTION IS FOR THE      *
001100* READER ONLY. READ BY HELLO-WORLD, WHICH VALIDATES, CASES AND   *
001200* TRANSLITERATES WITH IT, AND BY REJFIX, WHICH VALIDATES WITH IT *
001300* SO A REPAIRED RECORD PASSES THE SAME RULES THE NEXT NIGHT.     *
001400*----------------------------------------------------------------*
001500* MODIFICATION HISTORY                                           *
001600*----------------------------------------------------------------*
001700* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
001800*----------------------------------------------------------------*
001900 01  TRANTBL-RECORD.
002000     05 TRN-LETTER-UPPER         PIC X(01).
002100     05 TRN-LETTER-LOWER         PIC X(01).
002200     05 TRN-REPLACE-TEXT         PIC X(03).
002300     05 FILLER                   PIC X(01).
002400     05 TRN-DESCRIPTION          PIC X(30).
002500     05 FILLER                   PIC X(44).
