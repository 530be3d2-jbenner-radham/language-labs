000100*----------------------------------------------------------------*
000200* ADRREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUT FOR THE CUSTOMER ADDRESS MASTER VSAM KSDS,       *
000500* PROD.HELWLD.ADDRMST, KEYED BY ADR-ID -- THE SAME 5-DIGIT       *
000600* RECORD ID AS CNVOUT. LOADED NIGHTLY BY THE ADRLOD RUN FROM THE *
000700* FEEDER ADDRESS EXTRACTS (ADXREC.CPY); ONLY AN ADDRESS THAT     *
000800* PASSED THE POSTAL EDITS IS EVER STORED, SO AN ID WITH NO       *
000900* RECORD HERE HAS NO VALID ADDRESS ON FILE. HELLO-WORLD READS    *
001000* IT TO BUILD THE VENDOR LABEL DETAIL AND CNVINQ SHOWS IT ON     *
001100* EACH RESPONSE. COPY THIS LAYOUT RATHER THAN REDEFINING IT      *
001200* LOCALLY SO EVERY PROGRAM AGREES ON THE FIELD LAYOUT.           *
001300*                                                                *
001400* ADR-SOURCE IS THE FEEDER THE ADDRESS ARRIVED UNDER; AS ON      *
001500* CNVOUT, ANOTHER FEEDER MAY NOT OVERWRITE IT. ADR-LAST-UPDATE-  *
001600* DATE IS THE BUSINESS DATE OF THE EXTRACT THAT LAST SENT IT.    *
001700*----------------------------------------------------------------*
001800* MODIFICATION HISTORY                                           *
001900*----------------------------------------------------------------*
002000* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002100*----------------------------------------------------------------*
002200 01  ADDRMST-RECORD.
002300     05 ADR-ID                  PIC 9(05).
002400     05 ADR-ADDRESS.
002500        10 ADR-STREET-1         PIC X(30).
002600        10 ADR-STREET-2         PIC X(30).
002700        10 ADR-CITY             PIC X(20).
002800        10 ADR-STATE            PIC X(02).
002900        10 ADR-ZIP-CODE         PIC X(05).
003000        10 ADR-ZIP-PLUS4        PIC X(04).
003100     05 ADR-SOURCE              PIC X(03).
003200     05 ADR-LAST-UPDATE-DATE    PIC 9(08).
003300     05 FILLER                  PIC X(53).
