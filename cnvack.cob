000356*                SEVERAL GENERATIONS CONCATENATED ON LBLIN AN    *
000358*                OLDER GENERATION'S ACK CANNOT CLEAR THE NEWER   *
000359*                GENERATION'S OUTSTANDING LABEL.                 *
000360* 10/15/26  DWW  EVERY LIVE TRANSMISSION MATCHED TO AN           *
000361*                ACKNOWLEDGMENT IS NOW FILED ON THE CUMULATIVE   *
000362*                ACKHIST ACCEPTANCE HISTORY (COPYBOOK ACKHREC)   *
000363*                WITH THE LABELS SENT AND THE ACCEPTED COUNT,    *
000364*                FOR THE CNVINV VENDOR INVOICE AUDIT. A HISTORY  *
000365*                THAT CANNOT OPEN IS FATAL.                      *
000366*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000490     SELECT ACKRPT ASSIGN TO ACKRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-ACKRPT-STATUS.
000513     SELECT ACKHIST ASSIGN TO ACKHIST
000516         ORGANIZATION IS SEQUENTIAL
000519         FILE STATUS IS WS-ACKHIST-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ACKCARD
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  ACKRPT-RECORD               PIC X(80).
000822 FD  ACKHIST
000824     RECORDING MODE IS F
000826     LABEL RECORDS ARE STANDARD.
000828     COPY ACKHREC.
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------*
000850* SWITCHES                                                       *
001030        88 ACKIN-OPENED                    VALUE 'Y'.
001040     05 WS-ACKRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001050        88 ACKRPT-OPENED                   VALUE 'Y'.
001054     05 WS-ACKHIST-OPEN-SW       PIC X(01) VALUE 'N'.
001058        88 ACKHIST-OPENED                  VALUE 'Y'.
001060*----------------------------------------------------------------*
001070* FILE STATUS FIELDS                                             *
001080*----------------------------------------------------------------*
001140     88 ACKIN-OK                          VALUE '00'.
001150 01  WS-ACKRPT-STATUS            PIC X(02) VALUE '00'.
001160     88 ACKRPT-OK                         VALUE '00'.
001164 01  WS-ACKHIST-STATUS           PIC X(02) VALUE '00'.
001168     88 ACKHIST-OK                        VALUE '00'.
001170*----------------------------------------------------------------*
001180* SELECTION CRITERIA AS VALIDATED FROM THE CARD                  *
001190*----------------------------------------------------------------*
001710     05 WS-COUNT-UNACKED-LABELS  PIC 9(07) COMP VALUE ZERO.
001720     05 WS-COUNT-OVERAGE         PIC 9(07) COMP VALUE ZERO.
001730     05 WS-COUNT-UNKNOWN-ACKS    PIC 9(07) COMP VALUE ZERO.
001739     05 WS-COUNT-HISTORY-FILED   PIC 9(07) COMP VALUE ZERO.
001740*----------------------------------------------------------------*
001750* REPORT LINES                                                   *
001760*----------------------------------------------------------------*
002600         GO TO 1000-EXIT
002610     END-IF.
002620     SET ACKRPT-OPENED TO TRUE.
002621*    THE INVOICE AUDIT BILLS AGAINST WHAT IS FILED HERE; A RUN
002622*    THAT CANNOT FILE ITS MATCHED COUNTS STOPS RATHER THAN LEAVE
002623*    A GAP.
002624     OPEN OUTPUT ACKHIST.
002625     IF NOT ACKHIST-OK
002626         DISPLAY 'CNVACK: UNABLE TO OPEN ACKHIST, STATUS = '
002627             WS-ACKHIST-STATUS
002628         SET FATAL-ERROR TO TRUE
002629         GO TO 1000-EXIT
002630     END-IF.
002631     SET ACKHIST-OPENED TO TRUE.
002632     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF.
002640     MOVE WS-RPT-HEADING TO ACKRPT-RECORD.
002650     WRITE ACKRPT-RECORD.
002660     PERFORM 2100-READ-LBLIN THRU 2100-EXIT.
005610     ELSE
005620         MOVE 'ACKNOWLEDGED IN FULL' TO WS-RPT-TRN-STATUS
005630     END-IF.
005639     PERFORM 4300-FILE-ACCEPTANCE THRU 4300-EXIT.
005640 4100-WRITE.
005650     MOVE WS-RPT-TRN-LINE TO ACKRPT-RECORD.
005660     WRITE ACKRPT-RECORD.
005860     END-IF.
005870 4200-EXIT.
005880     EXIT.
005881*----------------------------------------------------------------*
005882* 4300-FILE-ACCEPTANCE -- FILE THE MATCHED COUNTS OF AN          *
005883*                         ACKNOWLEDGED LIVE TRANSMISSION ON THE  *
005884*                         ACCEPTANCE HISTORY FOR THE INVOICE     *
005885*                         AUDIT                                  *
005886*----------------------------------------------------------------*
005887 4300-FILE-ACCEPTANCE.
005888     MOVE SPACES TO ACKHIST-RECORD.
005889     MOVE WS-TRN-SENDER-ID (WS-TRN-IDX) TO AKH-SENDER-ID.
005890     MOVE WS-TRN-DATE (WS-TRN-IDX) TO AKH-TRANS-DATE.
005891     MOVE WS-TRN-TIME (WS-TRN-IDX) TO AKH-TRANS-TIME.
005892     MOVE WS-TRN-LABELS (WS-TRN-IDX) TO AKH-LABELS-SENT.
005893     MOVE WS-TRN-ACCEPTED (WS-TRN-IDX) TO AKH-ACCEPTED.
005894     IF WS-TRN-ACCEPTED (WS-TRN-IDX)
005895             NOT = WS-TRN-LABELS (WS-TRN-IDX)
005896         SET AKH-COUNT-MISMATCH TO TRUE
005897     ELSE
005898         SET AKH-MATCHED-IN-FULL TO TRUE
005899     END-IF.
005900     MOVE WS-AS-OF-DATE TO AKH-AS-OF-DATE.
005901     WRITE ACKHIST-RECORD.
005902     IF NOT ACKHIST-OK
005903         DISPLAY 'CNVACK: WRITE TO ACKHIST FAILED, STATUS = '
005904             WS-ACKHIST-STATUS
005905         SET FATAL-ERROR TO TRUE
005906         GO TO 4300-EXIT
005907     END-IF.
005908     ADD 1 TO WS-COUNT-HISTORY-FILED.
005909 4300-EXIT.
005910     EXIT.
005911*----------------------------------------------------------------*
005912* 5000-REPORT-UNACKED-LABELS -- LIST EVERY LABEL THE VENDOR DID  *
005913*                              NOT INDIVIDUALLY ACCEPT, BUT ONLY *
005920*                              ONCE ITS OWN TRANSMISSION HAS     *
005930*                              BEEN ACKNOWLEDGED -- A WHOLLY     *
005940*                              UNACKNOWLEDGED TRANSMISSION IS    *
006490     IF ACKRPT-OPENED
006500         CLOSE ACKRPT
006510     END-IF.
006513     IF ACKHIST-OPENED
006516         CLOSE ACKHIST
006519     END-IF.
006520 8000-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------*
006950     MOVE WS-COUNT-UNKNOWN-ACKS TO WS-RPT-COUNT.
006960     MOVE WS-RPT-TOTAL-LINE TO ACKRPT-RECORD.
006970     WRITE ACKRPT-RECORD.
006971     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006972     MOVE 'TRANSMISSIONS FILED ON ACCEPTANCE HISTORY'
006973         TO WS-RPT-LABEL.
006974     MOVE WS-COUNT-HISTORY-FILED TO WS-RPT-COUNT.
006975     MOVE WS-RPT-TOTAL-LINE TO ACKRPT-RECORD.
006976     WRITE ACKRPT-RECORD.
006980 8100-EXIT.
006990     EXIT.
