002200*                CNVBKO RUN-BACKOUT UTILITY READS (AND VOIDS)    *
002300*                THE SAME LAYOUT. ADDED THE V (VOIDED) HEADER    *
002400*                TYPE.                                           *
002410* 10/15/26  DWW  RECORD WIDENED FROM 80 TO 160 BYTES. THE DETAIL *
002420*                NOW CARRIES THE FULL MAILING ADDRESS FROM THE   *
002430*                ADDRMST ADDRESS MASTER (ADRREC.CPY); HEADER AND *
002440*                TRAILER FILLERS GROW TO MATCH.                  *
002500*----------------------------------------------------------------*
002600 01  LBLOUT-HEADER.
002700     05 LBL-HDR-TYPE            PIC X(01).
003000     05 LBL-HDR-SENDER-ID       PIC X(08).
003100     05 LBL-HDR-CREATE-DATE     PIC 9(08).
003200     05 LBL-HDR-CREATE-TIME     PIC 9(08).
003300     05 FILLER                  PIC X(135).
003400 01  LBLOUT-DETAIL.
003500     05 LBL-DTL-TYPE            PIC X(01).
003600     05 LBL-DTL-RECORD-ID       PIC 9(05).
003700     05 LBL-DTL-NAME            PIC X(40).
003710     05 LBL-DTL-ADDRESS.
003720        10 LBL-DTL-STREET-1     PIC X(30).
003730        10 LBL-DTL-STREET-2     PIC X(30).
003740        10 LBL-DTL-CITY         PIC X(20).
003750        10 LBL-DTL-STATE        PIC X(02).
003760        10 LBL-DTL-ZIP-CODE     PIC X(05).
003770        10 LBL-DTL-ZIP-PLUS4    PIC X(04).
003800     05 FILLER                  PIC X(23).
003900 01  LBLOUT-TRAILER.
004000     05 LBL-TRL-TYPE            PIC X(01).
004100     05 LBL-TRL-RECORD-COUNT    PIC 9(07).
004200     05 FILLER                  PIC X(152).
