000150* PERCENTAGE OF THE RECORDS READ. A SELECTION CARD SUPPLIES THE  *
000160* DATE RANGE, THE THRESHOLD, AND OPTIONAL OPERATOR AND JOB       *
000170* FILTERS (SPACES MEANS ALL).                                    *
000171*                                                                *
000172* CNVERA CUSTOMER ERASURE RUNS (AUD-STATUS E) ARE LISTED IN      *
000173* THEIR OWN SECTION, IN THE ORDER FILED, WITH THE REQUESTS READ  *
000174* AND REFUSED, THE IDS ERASED AND THE RECORDS AFFECTED, SO       *
000175* COMPLIANCE HAS EVERY ERASURE ON RECORD. LIKE REFUSED ATTEMPTS, *
000176* THEY ARE KEPT OUT OF THE RUN TOTALS.                           *
000180*----------------------------------------------------------------*
000190* MODIFICATION HISTORY                                           *
000200*----------------------------------------------------------------*
000218*                REFUSED ATTEMPTS ARE LISTED AND COUNTED BUT     *
000219*                KEPT OUT OF THE RUNS-PER-DAY/OPERATOR/MODE      *
000221*                TOTALS, WHICH COVER COMPLETED RUNS ONLY.        *
000222* 10/15/26  DWW  ADDED THE ERASURE-RUNS SECTION OVER THE CNVERA  *
000223*                CUSTOMER ERASURE RECORDS (AUD-STATUS E),        *
000224*                SHOWING REQUESTS, REFUSALS, IDS ERASED AND      *
000225*                RECORDS AFFECTED PER RUN FOR COMPLIANCE.        *
000226*                ERASURE RUNS ARE KEPT OUT OF THE                *
000227*                RUNS-PER-DAY/OPERATOR/MODE TOTALS AND COUNTED   *
000228*                ON THEIR OWN TOTAL LINES.                       *
000229*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
001396     05 WS-SECURITY-COUNT        PIC 9(05) COMP VALUE ZERO.
001397     05 WS-SECURITY-HDR-SW       PIC X(01) VALUE 'N'.
001398        88 SECURITY-HDR-WRITTEN            VALUE 'Y'.
001399*----------------------------------------------------------------*
001400* ERASURE-RUN TABLE -- KEPT AS THE RECORDS ARE READ AND WRITTEN  *
001401* AS ONE SECTION AT END OF JOB                                   *
001402*----------------------------------------------------------------*
001403 01  WS-ERASURE-TABLE.
001404     05 WS-ERA-LIMIT             PIC 9(04) COMP VALUE 100.
001405     05 WS-ERA-COUNT             PIC 9(04) COMP VALUE ZERO.
001406     05 WS-ERA-IDX               PIC 9(04) COMP VALUE ZERO.
001407     05 WS-ERA-ENTRY OCCURS 100 TIMES.
001408        10 WS-ERA-DATE           PIC 9(08).
001409        10 WS-ERA-TIME           PIC 9(08).
001410        10 WS-ERA-OPERATOR       PIC X(08).
001411        10 WS-ERA-JOB            PIC X(08).
001412        10 WS-ERA-REQUESTS       PIC 9(07).
001413        10 WS-ERA-REFUSED        PIC 9(07).
001414        10 WS-ERA-IDS            PIC 9(03).
001415        10 WS-ERA-RECORDS        PIC 9(07).
001416 01  WS-ERASURE-WORK.
001417     05 WS-ERASURE-COUNT         PIC 9(05) COMP VALUE ZERO.
001418     05 WS-ERASURE-IDS           PIC 9(07) COMP VALUE ZERO.
001419     05 WS-ERASURE-RECORDS       PIC 9(09) COMP VALUE ZERO.
001420*----------------------------------------------------------------*
001421* CONTROL COUNTERS                                               *
001422*----------------------------------------------------------------*
001430 01  WS-CONTROL-COUNTERS.
001440     05 WS-COUNT-HISTORY-READ    PIC 9(07) COMP VALUE ZERO.
001450     05 WS-COUNT-SELECTED        PIC 9(07) COMP VALUE ZERO.
002032     05 WS-RPT-SEC-MODE          PIC X(01).
002033     05 FILLER                   PIC X(08) VALUE ' REFUSED'.
002034     05 FILLER                   PIC X(28) VALUE SPACES.
002035 01  WS-RPT-ERASURE-LINE.
002036     05 FILLER                   PIC X(02) VALUE SPACES.
002037     05 WS-RPT-ERA-DATE          PIC 9(08).
002038     05 FILLER                   PIC X(01) VALUE SPACES.
002039     05 WS-RPT-ERA-TIME          PIC 9(08).
002040     05 FILLER                   PIC X(01) VALUE SPACES.
002041     05 WS-RPT-ERA-OPERATOR      PIC X(08).
002042     05 FILLER                   PIC X(01) VALUE SPACES.
002043     05 WS-RPT-ERA-JOB           PIC X(08).
002044     05 FILLER                   PIC X(05) VALUE ' REQ '.
002045     05 WS-RPT-ERA-REQUESTS      PIC ZZ9.
002046     05 FILLER                   PIC X(09) VALUE ' REFUSED '.
002047     05 WS-RPT-ERA-REFUSED       PIC ZZ9.
002048     05 FILLER                   PIC X(05) VALUE ' IDS '.
002049     05 WS-RPT-ERA-IDS           PIC ZZ9.
002050     05 FILLER                   PIC X(06) VALUE ' RECS '.
002051     05 WS-RPT-ERA-RECORDS       PIC ZZZZZZ9.
002052     05 FILLER                   PIC X(02) VALUE SPACES.
002053 01  WS-RPT-TOTAL-LINE.
002054     05 WS-RPT-LABEL             PIC X(50).
002055     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
002060     05 FILLER                   PIC X(19) VALUE SPACES.
002070 PROCEDURE DIVISION.
002080*----------------------------------------------------------------*
003054             ADD 1 TO WS-SECURITY-COUNT
003056             PERFORM 2520-WRITE-SECURITY THRU 2520-EXIT
003058         ELSE
003059             IF AUD-STATUS-ERASURE
003060                 PERFORM 2530-KEEP-ERASURE THRU 2530-EXIT
003061             ELSE
003062                 ADD 1 TO WS-COUNT-SELECTED
003070                 PERFORM 2200-ACCUMULATE-DAY THRU 2200-EXIT
003080                 PERFORM 2300-ACCUMULATE-OPERATOR THRU 2300-EXIT
003090                 PERFORM 2400-ACCUMULATE-MODE THRU 2400-EXIT
003094             END-IF
003095         END-IF
003100     ELSE
003110         ADD 1 TO WS-COUNT-BYPASSED
005054 2520-EXIT.
005055     EXIT.
005056*----------------------------------------------------------------*
005057* 2530-KEEP-ERASURE -- TABLE ONE CNVERA ERASURE RUN FOR THE      *
005058*                      ERASURE-RUNS SECTION AND ADD IT TO THE    *
005059*                      ERASURE TOTALS                            *
005060*----------------------------------------------------------------*
005061 2530-KEEP-ERASURE.
005062     ADD 1 TO WS-ERASURE-COUNT.
005063     IF AUD-ERASE-IDS IS NUMERIC
005064         ADD AUD-ERASE-IDS TO WS-ERASURE-IDS
005065     END-IF.
005066     IF AUD-ERASE-RECORDS IS NUMERIC
005067         ADD AUD-ERASE-RECORDS TO WS-ERASURE-RECORDS
005068     END-IF.
005069     IF WS-ERA-COUNT >= WS-ERA-LIMIT
005070         DISPLAY 'AUDRPT: ERASURE TABLE FULL, RUN OF '
005071             AUD-RUN-DATE ' ' AUD-RUN-TIME ' NOT LISTED'
005072         GO TO 2530-EXIT
005073     END-IF.
005074     ADD 1 TO WS-ERA-COUNT.
005075     MOVE AUD-RUN-DATE TO WS-ERA-DATE (WS-ERA-COUNT).
005076     MOVE AUD-RUN-TIME TO WS-ERA-TIME (WS-ERA-COUNT).
005077     MOVE AUD-OPERATOR-ID TO WS-ERA-OPERATOR (WS-ERA-COUNT).
005078     MOVE AUD-JOB-ID TO WS-ERA-JOB (WS-ERA-COUNT).
005079     MOVE ZERO TO WS-ERA-REQUESTS (WS-ERA-COUNT).
005080     MOVE ZERO TO WS-ERA-REFUSED (WS-ERA-COUNT).
005081     MOVE ZERO TO WS-ERA-IDS (WS-ERA-COUNT).
005082     MOVE ZERO TO WS-ERA-RECORDS (WS-ERA-COUNT).
005083     IF AUD-COUNT-READ IS NUMERIC
005084         MOVE AUD-COUNT-READ TO WS-ERA-REQUESTS (WS-ERA-COUNT)
005085     END-IF.
005086     IF AUD-COUNT-REJECTED IS NUMERIC
005087         MOVE AUD-COUNT-REJECTED TO WS-ERA-REFUSED (WS-ERA-COUNT)
005088     END-IF.
005089     IF AUD-ERASE-IDS IS NUMERIC
005090         MOVE AUD-ERASE-IDS TO WS-ERA-IDS (WS-ERA-COUNT)
005091     END-IF.
005092     IF AUD-ERASE-RECORDS IS NUMERIC
005093         MOVE AUD-ERASE-RECORDS TO WS-ERA-RECORDS (WS-ERA-COUNT)
005094     END-IF.
005095 2530-EXIT.
005096     EXIT.
005097*----------------------------------------------------------------*
005098* 8000-TERMINATE -- WRITE THE REPORT SECTIONS AND TOTALS, THEN   *
005099*                  CLOSE FILES                                   *
005100*----------------------------------------------------------------*
005101 8000-TERMINATE.
005102     IF FATAL-ERROR
005103         MOVE 16 TO RETURN-CODE
005110     ELSE
005120         PERFORM 8100-WRITE-REPORT-BODY THRU 8100-EXIT
005130     END-IF.
005240*                          AND PER MODE, AND THE RUN TOTALS.     *
005250*                          THE HEADING WENT OUT AT START OF RUN  *
005260*                          AND THE EXCEPTION SECTION WAS WRITTEN *
005265*                          AS THE RECORDS WERE READ. THE ERASURE *
005267*                          RUNS TABLED ON THE WAY FOLLOW THE     *
005269*                          MODE TOTALS.                          *
005270*----------------------------------------------------------------*
005280 8100-WRITE-REPORT-BODY.
005330     MOVE SPACES TO AUDRPT-RECORD.
005610     MOVE ZERO TO WS-MODE-IDX.
005620     PERFORM 8130-WRITE-MODE-LINE THRU 8130-EXIT
005630         UNTIL WS-MODE-IDX >= WS-MODE-COUNT.
005631     IF WS-ERA-COUNT > ZERO
005632         MOVE SPACES TO AUDRPT-RECORD
005633         WRITE AUDRPT-RECORD
005634         MOVE SPACES TO WS-RPT-SECTION-LINE
005635         MOVE 'ERASURE RUNS - CUSTOMER NAMES ERASED'
005636             TO WS-RPT-SECTION
005637         MOVE WS-RPT-SECTION-LINE TO AUDRPT-RECORD
005638         WRITE AUDRPT-RECORD
005639         MOVE ZERO TO WS-ERA-IDX
005640         PERFORM 8140-WRITE-ERASURE-LINE THRU 8140-EXIT
005641             UNTIL WS-ERA-IDX >= WS-ERA-COUNT
005642     END-IF.
005643     MOVE SPACES TO AUDRPT-RECORD.
005650     WRITE AUDRPT-RECORD.
005660     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005670     MOVE 'HISTORY RECORDS READ' TO WS-RPT-LABEL.
005853     MOVE WS-SECURITY-COUNT TO WS-RPT-COUNT.
005854     MOVE WS-RPT-TOTAL-LINE TO AUDRPT-RECORD.
005855     WRITE AUDRPT-RECORD.
005856     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005857     MOVE 'ERASURE RUNS' TO WS-RPT-LABEL.
005858     MOVE WS-ERASURE-COUNT TO WS-RPT-COUNT.
005859     MOVE WS-RPT-TOTAL-LINE TO AUDRPT-RECORD.
005860     WRITE AUDRPT-RECORD.
005861     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005862     MOVE 'CUSTOMER IDS ERASED' TO WS-RPT-LABEL.
005863     MOVE WS-ERASURE-IDS TO WS-RPT-COUNT.
005864     MOVE WS-RPT-TOTAL-LINE TO AUDRPT-RECORD.
005865     WRITE AUDRPT-RECORD.
005866     MOVE SPACES TO WS-RPT-TOTAL-LINE.
005867     MOVE 'RECORDS ERASED OR MASKED' TO WS-RPT-LABEL.
005868     MOVE WS-ERASURE-RECORDS TO WS-RPT-COUNT.
005869     MOVE WS-RPT-TOTAL-LINE TO AUDRPT-RECORD.
005870     WRITE AUDRPT-RECORD.
005871 8100-EXIT.
005872     EXIT.
005880*----------------------------------------------------------------*
005890* 8110-WRITE-DAY-LINE -- WRITE THE NEXT RUNS-PER-DAY LINE        *
005900*----------------------------------------------------------------*
006260     WRITE AUDRPT-RECORD.
006270 8130-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------*
006300* 8140-WRITE-ERASURE-LINE -- WRITE THE NEXT ERASURE-RUNS LINE    *
006310*----------------------------------------------------------------*
006320 8140-WRITE-ERASURE-LINE.
006330     ADD 1 TO WS-ERA-IDX.
006340     MOVE WS-ERA-DATE (WS-ERA-IDX) TO WS-RPT-ERA-DATE.
006350     MOVE WS-ERA-TIME (WS-ERA-IDX) TO WS-RPT-ERA-TIME.
006360     MOVE WS-ERA-OPERATOR (WS-ERA-IDX) TO WS-RPT-ERA-OPERATOR.
006370     MOVE WS-ERA-JOB (WS-ERA-IDX) TO WS-RPT-ERA-JOB.
006380     MOVE WS-ERA-REQUESTS (WS-ERA-IDX) TO WS-RPT-ERA-REQUESTS.
006390     MOVE WS-ERA-REFUSED (WS-ERA-IDX) TO WS-RPT-ERA-REFUSED.
006400     MOVE WS-ERA-IDS (WS-ERA-IDX) TO WS-RPT-ERA-IDS.
006410     MOVE WS-ERA-RECORDS (WS-ERA-IDX) TO WS-RPT-ERA-RECORDS.
006420     MOVE WS-RPT-ERASURE-LINE TO AUDRPT-RECORD.
006430     WRITE AUDRPT-RECORD.
006440 8140-EXIT.
006450     EXIT.
