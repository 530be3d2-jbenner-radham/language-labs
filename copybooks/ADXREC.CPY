000100*----------------------------------------------------------------*
000200* ADXREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE FEEDER ADDRESS EXTRACT, ONE GROUP PER    *
000500* FEEDER SYSTEM CONCATENATED ON THE ADRLOD RUN'S //ADREXT. EACH  *
000600* GROUP IS FRAMED LIKE THE NAME EXTRACT (STRREC.CPY): AN H       *
000700* RECORD CARRYING THE FEEDER'S SOURCE CODE AND BUSINESS DATE,    *
000800* ONE D RECORD PER CUSTOMER ADDRESS, AND A T RECORD CARRYING THE *
000900* DETAIL COUNT AND A HASH TOTAL OF ADX-ID (SUM OF ADX-ID MODULO  *
001000* 1,000,000,000). THE POSTAL FIELDS ARRIVE AS KEYED BY THE       *
001100* FEEDER AND ARE EDITED BY ADRLOD BEFORE ANY REACH THE MASTER.   *
001200*----------------------------------------------------------------*
001300* MODIFICATION HISTORY                                           *
001400*----------------------------------------------------------------*
001500* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
001600*----------------------------------------------------------------*
001700 01  ADX-RECORD.
001800     05 ADX-REC-TYPE            PIC X(01).
001900        88 ADX-REC-HEADER                 VALUE 'H'.
002000        88 ADX-REC-DETAIL                 VALUE 'D'.
002100        88 ADX-REC-TRAILER                VALUE 'T'.
002200     05 ADX-SOURCE              PIC X(03).
002300     05 ADX-DETAIL.
002400        10 ADX-ID               PIC 9(05).
002500        10 ADX-STREET-1         PIC X(30).
002600        10 ADX-STREET-2         PIC X(30).
002700        10 ADX-CITY             PIC X(20).
002800        10 ADX-STATE            PIC X(02).
002900        10 ADX-ZIP-CODE         PIC X(05).
003000        10 ADX-ZIP-PLUS4        PIC X(04).
003100        10 FILLER               PIC X(20).
003200     05 ADX-HEADER REDEFINES ADX-DETAIL.
003300        10 ADX-HDR-BUS-DATE     PIC 9(08).
003400        10 FILLER               PIC X(108).
003500     05 ADX-TRAILER REDEFINES ADX-DETAIL.
003600        10 ADX-TRL-RECORD-COUNT PIC 9(07).
003700        10 ADX-TRL-ID-HASH      PIC 9(09).
003800        10 FILLER               PIC X(100).
