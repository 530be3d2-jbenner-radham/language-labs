000100*----------------------------------------------------------------*
000200* INVREC.CPY                                                     *
000300*                                                                *
000400* RECORD LAYOUTS FOR THE MONTHLY FULFILLMENT-VENDOR INVOICE FILE *
000500* (VENDOR INTERFACE SPEC): ONE H RECORD PER INVOICE FOLLOWED BY  *
000600* ONE D RECORD PER LABEL TRANSMISSION BILLED ON IT. THE D RECORD *
000700* NAMES THE TRANSMISSION BY THE CREATE DATE/TIME FROM OUR LABEL  *
000800* FILE HEADER (LBLREC); THE SENDER ID IS THE ONE ON ITS INVOICE  *
000900* HEADER. AMOUNTS ARE DOLLARS AND CENTS, THE PIECE RATE IS       *
001000* DOLLARS TO FOUR DECIMAL PLACES. READ BY THE CNVINV INVOICE     *
001100* AUDIT. RENAME THE 01-LEVELS WITH COPY ... REPLACING WHEN       *
001200* COPIED INTO MORE THAN ONE FD IN THE SAME PROGRAM.              *
001300*                                                                *
001400*   H  SENDER ID IN 2-9, INVOICE NUMBER IN 10-21, INVOICE DATE   *
001500*      IN 22-29, BILLING PERIOD (YYYYMM) IN 30-35, LINE COUNT IN *
001600*      36-40, INVOICE TOTAL (9 DIGITS, 2 DECIMALS) IN 41-51.     *
001700*   D  TRANSMISSION DATE IN 2-9, TRANSMISSION TIME IN 10-17,     *
001800*      PIECES IN 18-24, PIECE RATE (3 DIGITS, 4 DECIMALS) IN     *
001900*      25-31, LINE AMOUNT (7 DIGITS, 2 DECIMALS) IN 32-40.       *
002000*----------------------------------------------------------------*
002100* MODIFICATION HISTORY                                           *
002200*----------------------------------------------------------------*
002300* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002400*----------------------------------------------------------------*
002500 01  INVOICE-HEADER.
002600     05 INV-HDR-TYPE            PIC X(01).
002700        88 INV-HDR-IS-HEADER              VALUE 'H'.
002800     05 INV-HDR-SENDER-ID       PIC X(08).
002900     05 INV-HDR-INVOICE-NO      PIC X(12).
003000     05 INV-HDR-INVOICE-DATE    PIC 9(08).
003100     05 INV-HDR-PERIOD          PIC 9(06).
003200     05 INV-HDR-LINE-COUNT      PIC 9(05).
003300     05 INV-HDR-TOTAL           PIC 9(09)V99.
003400     05 FILLER                  PIC X(29).
003500 01  INVOICE-DETAIL.
003600     05 INV-DTL-TYPE            PIC X(01).
003700        88 INV-DTL-IS-DETAIL              VALUE 'D'.
003800     05 INV-DTL-TRANS-DATE      PIC 9(08).
003900     05 INV-DTL-TRANS-TIME      PIC 9(08).
004000     05 INV-DTL-PIECES          PIC 9(07).
004100     05 INV-DTL-RATE            PIC 9(03)V9(04).
004200     05 INV-DTL-AMOUNT          PIC 9(07)V99.
004300     05 FILLER                  PIC X(40).
