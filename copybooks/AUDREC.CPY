001630*                STILL FILED FOR THE AUDRPT SECURITY SECTION);   *
001640*                RECORDS WRITTEN BEFORE THIS CHANGE CARRY A      *
001650*                SPACE AND READ AS COMPLETED.                    *
001658* 10/15/26  DWW  ADDED STATUS Q (RUN COMPLETED WITH ONE OR MORE  *
001666*                FEEDER GROUPS QUARANTINED) AND THE QUARANTINE   *
001674*                FIELDS, CARVED FROM THE FILLER: GROUP AND       *
001682*                DETAIL COUNTS, THEN SOURCE AND REASON FOR UP TO *
001690*                THREE GROUPS (REASON D DATE, C COUNT, H HASH,   *
001698*                T NO TRAILER).                                  *
001699* 10/15/26  DWW  ADDED STATUS E (CNVERA CUSTOMER ERASURE RUN)    *
001700*                AND ITS FIELDS, CARVED FROM THE FILLER: IDS     *
001701*                ERASED AND RECORDS AFFECTED ACROSS ALL FILES.   *
001702*                ON AN E RECORD AUD-COUNT-READ IS THE REQUESTS   *
001703*                READ, AUD-COUNT-REJECTED THE REQUESTS REFUSED,  *
001704*                AND AUD-MODE IS A SPACE.                        *
001705*----------------------------------------------------------------*
001800 01  AUDITOUT-RECORD.
001900     05 AUD-RUN-DATE             PIC 9(08).
002000     05 AUD-RUN-TIME             PIC 9(08).
002550     05 AUD-STATUS               PIC X(01).
002560        88 AUD-STATUS-COMPLETED           VALUE 'C' SPACE.
002570        88 AUD-STATUS-SECURITY            VALUE 'S'.
002574        88 AUD-STATUS-QUARANTINE          VALUE 'Q'.
002577        88 AUD-STATUS-ERASURE             VALUE 'E'.
002578     05 AUD-QUAR-GROUPS          PIC 9(02).
002582     05 AUD-QUAR-RECORDS         PIC 9(07).
002586     05 AUD-QUAR-ENTRY OCCURS 3 TIMES.
002590        10 AUD-QUAR-SOURCE       PIC X(03).
002594        10 AUD-QUAR-REASON       PIC X(01).
002596     05 AUD-ERASE-IDS            PIC 9(03).
002598     05 AUD-ERASE-RECORDS        PIC 9(07).
002600     05 FILLER                   PIC X(01).
