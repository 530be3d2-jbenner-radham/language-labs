000100*----------------------------------------------------------------*
000200* ACKHREC.CPY                                                    *
000300*                                                                *
000400* RECORD LAYOUT FOR THE VENDOR ACCEPTANCE HISTORY, FILED         *
000500* CUMULATIVELY (DISP=MOD) ON PROD.HELWLD.ACKHIST. CNVACK APPENDS *
000600* ONE ENTRY FOR EVERY LIVE LABEL TRANSMISSION IT MATCHES TO A    *
000700* VENDOR RECEIPT ACKNOWLEDGMENT, CARRYING THE LABELS WE SENT AND *
000800* THE ACCEPTED COUNT THE VENDOR RETURNED. A TRANSMISSION STAYS   *
000900* IN CNVACK'S WINDOW FOR MORE THAN ONE NIGHT, SO THE SAME KEY    *
001000* (SENDER ID, TRANSMISSION DATE AND TIME) CAN BE FILED MORE THAN *
001100* ONCE -- THE LAST ENTRY FILED IS THE ONE THAT STANDS. READ BACK *
001200* BY THE CNVINV VENDOR INVOICE AUDIT.                            *
001300*                                                                *
001400* AKH-MATCH-STATUS --                                            *
001500*   F  ACCEPTED COUNT EQUALS THE LABELS SENT                     *
001600*   M  ACCEPTED COUNT DOES NOT MATCH THE LABELS SENT             *
001700*----------------------------------------------------------------*
001800* MODIFICATION HISTORY                                           *
001900*----------------------------------------------------------------*
002000* 10/15/26  DWW  ORIGINAL COPYBOOK.                              *
002100*----------------------------------------------------------------*
002200 01  ACKHIST-RECORD.
002300     05 AKH-SENDER-ID            PIC X(08).
002400     05 AKH-TRANS-DATE           PIC 9(08).
002500     05 AKH-TRANS-TIME           PIC 9(08).
002600     05 AKH-LABELS-SENT          PIC 9(07).
002700     05 AKH-ACCEPTED             PIC 9(07).
002800     05 AKH-MATCH-STATUS         PIC X(01).
002900        88 AKH-MATCHED-IN-FULL            VALUE 'F'.
003000        88 AKH-COUNT-MISMATCH             VALUE 'M'.
003100     05 AKH-AS-OF-DATE           PIC 9(08).
003200     05 FILLER                   PIC X(33).
