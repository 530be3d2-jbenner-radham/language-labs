000100*----------------------------------------------------------------*
000200* NAMREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE PARSED-NAME COMPANION VSAM KSDS,         *
000500* PROD.HELWLD.CNVNAME, KEYED BY NAM-ID -- THE SAME 5-DIGIT       *
000600* RECORD ID AS CNVOUT. HELLO-WORLD BREAKS EACH CONVERTED NAME    *
000700* INTO ITS COMPONENTS AND WRITES OR REWRITES THE RECORD HERE     *
000800* ALONGSIDE THE CNVOUT UPDATE. COMPONENTS ARE CARRIED IN THEIR   *
000900* TITLE-CASED RENDERING; NAM-SALUTATION IS THE LETTER GREETING   *
001000* ("DEAR MR. SMITH"). COPY THIS LAYOUT RATHER THAN REDEFINING IT *
001100* LOCALLY SO EVERY PROGRAM AGREES ON THE FIELD LAYOUT.           *
001200*                                                                *
001300* A NAME THE PARSER COULD NOT RESOLVE WITH CONFIDENCE IS STILL   *
001400* STORED, WITH NAM-PARSE-STATUS U, BLANK COMPONENTS AND THE      *
001500* GENERIC SALUTATION, AND IS LISTED ON THE NAMEXC REPORT FOR     *
001600* THE FEEDER TEAM. NAM-NAME-ORDER SAYS WHETHER THE FEEDER SENT   *
001700* THE NAME NATURAL (ROBERT J SMITH) OR INVERTED (SMITH, ROBERT   *
001800* J). NAM-PARSED-TEXT IS THE CNV-TEXT THE PARSE WAS TAKEN FROM;  *
001900* A READER MUST TREAT A RECORD WHOSE PARSED TEXT NO LONGER       *
002000* MATCHES CNV-TEXT (AFTER A BACKOUT OR A RESTORE) AS NOT PARSED. *
002100*----------------------------------------------------------------*
002200* MODIFICATION HISTORY                                           *
002300*----------------------------------------------------------------*
002400* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002500*----------------------------------------------------------------*
002600 01  CNVNAME-RECORD.
002700     05 NAM-ID                  PIC 9(05).
002800     05 NAM-COMPONENTS.
002900        10 NAM-PREFIX           PIC X(10).
003000        10 NAM-GIVEN            PIC X(20).
003100        10 NAM-MIDDLE           PIC X(20).
003200        10 NAM-SURNAME          PIC X(30).
003300        10 NAM-SUFFIX           PIC X(10).
003400     05 NAM-SALUTATION          PIC X(40).
003500     05 NAM-PARSE-STATUS        PIC X(01).
003600        88 NAM-RESOLVED                   VALUE 'R'.
003700        88 NAM-UNRESOLVED                 VALUE 'U'.
003800     05 NAM-NAME-ORDER          PIC X(01).
003900        88 NAM-ORDER-NATURAL              VALUE 'N'.
004000        88 NAM-ORDER-INVERTED             VALUE 'I'.
004100     05 NAM-SOURCE              PIC X(03).
004200     05 NAM-PARSE-DATE          PIC 9(08).
004300     05 NAM-PARSED-TEXT         PIC X(40).
004400     05 FILLER                  PIC X(12).
