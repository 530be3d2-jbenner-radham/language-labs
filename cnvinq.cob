000219*                PRODUCED IT, AND A SEARCH THAT MATCHES NOTHING  *
000220*                GOES TO THE NOT-FOUND REPORT. CNVOUT ACCESS IS  *
000221*                NOW DYNAMIC FOR THE START/READ NEXT BROWSES.    *
000222* 10/15/26  DWW  EVERY RESPONSE NOW CARRIES THE CUSTOMER'S       *
000223*                MAILING ADDRESS FROM THE ADDRMST ADDRESS MASTER *
000224*                (RSP-ADDRESS-STATUS Y) OR BLANKS WITH STATUS N  *
000225*                WHEN NO VALID ADDRESS IS ON FILE. THE RESPONSE  *
000226*                RECORD IS NOW 300 BYTES.                        *
000227* 10/15/26  DWW  AN ADDRMST READ ERROR IS NO LONGER REPORTED AS  *
000228*                NO ADDRESS ON FILE: THE RESPONSE CARRIES STATUS *
000229*                E WITH THE ADDRESS BLANK, THE FILE STATUS GOES  *
000230*                TO SYSOUT AND THE RUN ENDS RC=4.                *
000231*----------------------------------------------------------------*
000232 ENVIRONMENT DIVISION.
000233 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT INQREQ ASSIGN TO INQREQ
000260         ORGANIZATION IS SEQUENTIAL
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CNV-ID
000320         FILE STATUS IS WS-CNVOUT-STATUS.
000321     SELECT ADDRMST ASSIGN TO ADDRMST
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS ADR-ID
000325         FILE STATUS IS WS-ADDRMST-STATUS.
000330     SELECT INQRSP ASSIGN TO INQRSP
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-INQRSP-STATUS.
000470 FD  CNVOUT
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CNVREC.
000493 FD  ADDRMST
000496     LABEL RECORDS ARE STANDARD.
000499     COPY ADRREC.
000500 FD  INQRSP
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000595     05 RSP-SOURCE              PIC X(03).
000596     05 RSP-REQ-TYPE            PIC X(01).
000597     05 RSP-REQ-ECHO            PIC X(30).
000598     05 RSP-ADDRESS.
000599        10 RSP-STREET-1         PIC X(30).
000600        10 RSP-STREET-2         PIC X(30).
000601        10 RSP-CITY             PIC X(20).
000602        10 RSP-STATE            PIC X(02).
000603        10 RSP-ZIP-CODE         PIC X(05).
000604        10 RSP-ZIP-PLUS4        PIC X(04).
000605     05 RSP-ADDRESS-STATUS      PIC X(01).
000606        88 RSP-ADDRESS-ON-FILE            VALUE 'Y'.
000607        88 RSP-NO-ADDRESS                 VALUE 'N'.
000608        88 RSP-ADDRESS-ERROR              VALUE 'E'.
000609     05 FILLER                  PIC X(08).
000610 FD  INQNFR
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000850        88 INQREQ-OPENED                    VALUE 'Y'.
000860     05 WS-CNVOUT-OPEN-SW        PIC X(01) VALUE 'N'.
000870        88 CNVOUT-OPENED                    VALUE 'Y'.
000874     05 WS-ADDRMST-OPEN-SW       PIC X(01) VALUE 'N'.
000878        88 ADDRMST-OPENED                   VALUE 'Y'.
000880     05 WS-INQRSP-OPEN-SW        PIC X(01) VALUE 'N'.
000890        88 INQRSP-OPENED                    VALUE 'Y'.
000900     05 WS-INQNFR-OPEN-SW        PIC X(01) VALUE 'N'.
000970     88 INQREQ-EOF                        VALUE '10'.
000980 01  WS-CNVOUT-STATUS            PIC X(02) VALUE '00'.
000990     88 CNVOUT-OK                         VALUE '00'.
000994 01  WS-ADDRMST-STATUS           PIC X(02) VALUE '00'.
000998     88 ADDRMST-OK                        VALUE '00'.
000999     88 ADDRMST-NOT-FOUND                 VALUE '23'.
001000 01  WS-INQRSP-STATUS            PIC X(02) VALUE '00'.
001010     88 INQRSP-OK                         VALUE '00'.
001020 01  WS-INQNFR-STATUS            PIC X(02) VALUE '00'.
001120     05 WS-COUNT-REQUESTS        PIC 9(07) COMP VALUE ZERO.
001130     05 WS-COUNT-FOUND           PIC 9(07) COMP VALUE ZERO.
001140     05 WS-COUNT-NOT-FOUND       PIC 9(07) COMP VALUE ZERO.
001145     05 WS-COUNT-ADR-ERROR       PIC 9(07) COMP VALUE ZERO.
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------*
001170* 0000-MAINLINE                                                  *
001440         GO TO 1000-EXIT
001450     END-IF.
001460     SET CNVOUT-OPENED TO TRUE.
001461     OPEN INPUT ADDRMST.
001462     IF NOT ADDRMST-OK
001463         DISPLAY 'CNVINQ: UNABLE TO OPEN ADDRMST, STATUS = '
001464             WS-ADDRMST-STATUS
001465         SET END-OF-FILE TO TRUE
001466         SET FATAL-ERROR TO TRUE
001467         GO TO 1000-EXIT
001468     END-IF.
001469     SET ADDRMST-OPENED TO TRUE.
001470     OPEN OUTPUT INQRSP.
001480     IF NOT INQRSP-OK
001490         DISPLAY 'CNVINQ: UNABLE TO OPEN INQRSP, STATUS = '
002190 2300-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------*
002220* 2400-WRITE-RESPONSE -- WRITE THE CONVERTED RECORD, ITS CASE    *
002230*                       VARIANTS AND THE MAILING ADDRESS ON      *
002239*                       FILE TO THE RESPONSE FILE                *
002240*----------------------------------------------------------------*
002250 2400-WRITE-RESPONSE.
002260     ADD 1 TO WS-COUNT-FOUND.
002335     MOVE CNV-SOURCE TO RSP-SOURCE.
002336     MOVE REQ-TYPE TO RSP-REQ-TYPE.
002337     MOVE WS-REQ-ECHO TO RSP-REQ-ECHO.
002338     MOVE CNV-ID TO ADR-ID.
002339     READ ADDRMST
002340         INVALID KEY
002341             CONTINUE
002342     END-READ.
002343     IF ADDRMST-OK
002344         MOVE ADR-ADDRESS TO RSP-ADDRESS
002345         SET RSP-ADDRESS-ON-FILE TO TRUE
002346     ELSE
002347         IF ADDRMST-NOT-FOUND
002348             SET RSP-NO-ADDRESS TO TRUE
002349         ELSE
002350             DISPLAY 'CNVINQ: ADDRMST READ FAILED FOR ID ' CNV-ID
002351                 ' STATUS = ' WS-ADDRMST-STATUS
002352             SET RSP-ADDRESS-ERROR TO TRUE
002353             ADD 1 TO WS-COUNT-ADR-ERROR
002354         END-IF
002355     END-IF.
002356     WRITE INQRSP-RECORD.
002357 2400-EXIT.
002360     EXIT.
002361*----------------------------------------------------------------*
002362* 2500-BROWSE-RANGE -- LIST EVERY STORED RECORD FROM THE FROM-ID *
002570         DISPLAY 'CNVINQ: RECORDS FOUND     = ' WS-COUNT-FOUND
002580         DISPLAY 'CNVINQ: RECORDS NOT FOUND = '
002590             WS-COUNT-NOT-FOUND
002591         DISPLAY 'CNVINQ: ADDRMST ERRORS    = '
002592             WS-COUNT-ADR-ERROR
002593         IF WS-COUNT-ADR-ERROR > ZERO
002594             MOVE 4 TO RETURN-CODE
002595         END-IF
002600     END-IF.
002610     IF INQREQ-OPENED
002620         CLOSE INQREQ
002640     IF CNVOUT-OPENED
002650         CLOSE CNVOUT
002660     END-IF.
002663     IF ADDRMST-OPENED
002666         CLOSE ADDRMST
002669     END-IF.
002670     IF INQRSP-OPENED
002680         CLOSE INQRSP
002690     END-IF.
