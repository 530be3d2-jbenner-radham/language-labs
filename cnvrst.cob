000190* REQUESTED IDS WITH NO ARCHIVE COPY ARE REPORTED SO THE         *
000200* INQUIRING AREA KNOWS THE RECORD NEVER EXISTED (OR PREDATES     *
000210* THE ARCHIVE), AND THE RUN THEN ENDS RC=4.                      *
000212* EVERY RESTORE OR REFRESH IS ALSO JOURNALED TO THE CNVHIST      *
000214* CHANGE-HISTORY FILE (ACTION S) WITH THE LIVE RECORD IT         *
000216* REPLACED, IF ANY, AS THE BEFORE-IMAGE, SO THE CNVCDC CRM FEED  *
000218* CAN PASS IT ON.                                                *
000219* AN ID ON THE CNVERA ERASURE REGISTER (ERALIST) IS NEVER        *
000220* RESTORED, WHATEVER THE ARCHIVE HOLDS FOR IT; IT IS REPORTED AS *
000221* ERASED AND THE RUN ENDS RC=4.                                  *
000222*----------------------------------------------------------------*
000230* MODIFICATION HISTORY                                           *
000240*----------------------------------------------------------------*
000250* 09/03/26  DWW  ORIGINAL PROGRAM.                               *
000254*                STAMP AT OR PAST THE ARCHIVE COPY'S IS NOW      *
000256*                LEFT IN PLACE AND REPORTED INSTEAD OF BEING     *
000258*                OVERWRITTEN WITH THE STALE COPY.                *
000259* 10/15/26  DWW  EVERY RECORD WRITTEN BACK TO THE CLUSTER IS NOW *
000260*                JOURNALED TO THE CUMULATIVE CNVHIST             *
000261*                CHANGE-HISTORY FILE AS ACTION S, STAMPED WITH   *
000262*                THIS RUN'S DATE/TIME AND JOB ID CNVRST, FOR THE *
000263*                CNVCDC CRM FEED. THE BEFORE-IMAGE IS SPACES FOR *
000264*                A RECORD THAT WAS NOT LIVE, OR THE LIVE RECORD  *
000265*                A REFRESH REPLACED. A JOURNAL THAT CANNOT OPEN  *
000266*                IS FATAL.                                       *
000267* 10/15/26  DWW  CUSTOMER ERASURE: THE NEW ERALIST REGISTER IS   *
000268*                READ AFTER THE REQUESTS ARE LOADED. A REQUESTED *
000269*                ID ON IT IS REPORTED ERASED ID - NOT RESTORED,  *
000270*                COUNTED, LEFT OFF THE NOT-ON-ARCHIVE LIST AND   *
000271*                NEVER WRITTEN BACK TO THE CLUSTER OR JOURNALED. *
000272*                THE RUN THEN ENDS RC=4. A MISSING REGISTER IS   *
000273*                FATAL.                                          *
000274*----------------------------------------------------------------*
000275 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RSTREQ ASSIGN TO RSTREQ
000410     SELECT RSTRPT ASSIGN TO RSTRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RSTRPT-STATUS.
000433     SELECT CNVHIST ASSIGN TO CNVHIST
000436         ORGANIZATION IS SEQUENTIAL
000439         FILE STATUS IS WS-CNVHIST-STATUS.
000440     SELECT ERALIST ASSIGN TO ERALIST
000441         ORGANIZATION IS SEQUENTIAL
000442         FILE STATUS IS WS-ERALIST-STATUS.
000443 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RSTREQ
000470     RECORDING MODE IS F
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  RSTRPT-RECORD               PIC X(80).
000632 FD  CNVHIST
000634     RECORDING MODE IS F
000636     LABEL RECORDS ARE STANDARD.
000638     COPY CNVHREC.
000639 FD  ERALIST
000640     RECORDING MODE IS F
000641     LABEL RECORDS ARE STANDARD.
000642     COPY ERAREC.
000643 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------*
000660* SWITCHES                                                       *
000670*----------------------------------------------------------------*
000840        88 CNVOUT-OPENED                   VALUE 'Y'.
000850     05 WS-RSTRPT-OPEN-SW        PIC X(01) VALUE 'N'.
000860        88 RSTRPT-OPENED                   VALUE 'Y'.
000864     05 WS-CNVHIST-OPEN-SW       PIC X(01) VALUE 'N'.
000868        88 CNVHIST-OPENED                  VALUE 'Y'.
000870*----------------------------------------------------------------*
000880* FILE STATUS FIELDS                                             *
000890*----------------------------------------------------------------*
000950     88 CNVOUT-OK                         VALUE '00'.
000960 01  WS-RSTRPT-STATUS            PIC X(02) VALUE '00'.
000970     88 RSTRPT-OK                         VALUE '00'.
000971 01  WS-CNVHIST-STATUS           PIC X(02) VALUE '00'.
000972     88 CNVHIST-OK                        VALUE '00'.
000973 01  WS-ERALIST-STATUS           PIC X(02) VALUE '00'.
000974     88 ERALIST-OK                        VALUE '00'.
000975     88 ERALIST-EOF                       VALUE '10'.
000976*----------------------------------------------------------------*
000977* RUN STAMP FOR THE CHANGE-HISTORY JOURNAL                       *
000978*----------------------------------------------------------------*
000979 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000980 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000981*----------------------------------------------------------------*
000990* REQUESTED-ID TABLE, LOADED FROM RSTREQ AT INITIALIZATION. THE  *
001000* FOUND FLAG SAYS AN ARCHIVE COPY OF THE ID WAS RESTORED (Y) OR  *
001009* THAT THE ID IS ON THE ERASURE REGISTER AND IS NOT TO BE (E).   *
001010*----------------------------------------------------------------*
001020 01  WS-REQUEST-TABLE.
001030     05 WS-REQ-LIMIT             PIC 9(04) COMP VALUE 100.
001170     05 WS-COUNT-REFRESHED       PIC 9(07) COMP VALUE ZERO.
001175     05 WS-COUNT-LIVE-NEWER      PIC 9(07) COMP VALUE ZERO.
001180     05 WS-COUNT-NOT-ON-ARCH     PIC 9(05) COMP VALUE ZERO.
001189     05 WS-COUNT-ERASED          PIC 9(05) COMP VALUE ZERO.
001190*----------------------------------------------------------------*
001200* REPORT LINES                                                   *
001210*----------------------------------------------------------------*
001520*                   PRIME THE ARCHIVE READ                       *
001530*----------------------------------------------------------------*
001540 1000-INITIALIZE.
001544     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001548     ACCEPT WS-RUN-TIME FROM TIME.
001550     OPEN INPUT RSTREQ.
001560     IF NOT RSTREQ-OK
001570         DISPLAY 'CNVRST: UNABLE TO OPEN RSTREQ, STATUS = '
001830         GO TO 1000-EXIT
001840     END-IF.
001850     SET CNVOUT-OPENED TO TRUE.
001851*    EVERY RESTORE IS JOURNALED FOR THE CRM FEED; A RUN THAT
001852*    CANNOT JOURNAL DOES NOT GET TO RESTORE, SO THE OPEN IS FATAL.
001853     OPEN OUTPUT CNVHIST.
001854     IF NOT CNVHIST-OK
001855         DISPLAY 'CNVRST: UNABLE TO OPEN CNVHIST, STATUS = '
001856             WS-CNVHIST-STATUS
001857         SET FATAL-ERROR TO TRUE
001858         GO TO 1000-EXIT
001859     END-IF.
001860     SET CNVHIST-OPENED TO TRUE.
001861     OPEN OUTPUT RSTRPT.
001870     IF NOT RSTRPT-OK
001880         DISPLAY 'CNVRST: UNABLE TO OPEN RSTRPT, STATUS = '
001890             WS-RSTRPT-STATUS
001950     WRITE RSTRPT-RECORD.
001960     MOVE SPACES TO RSTRPT-RECORD.
001970     WRITE RSTRPT-RECORD.
001972     PERFORM 1200-LOAD-ERASED THRU 1200-EXIT.
001974     IF FATAL-ERROR
001976         GO TO 1000-EXIT
001978     END-IF.
001980     PERFORM 2100-READ-CNVARCH THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.
002260     MOVE 'N' TO WS-REQ-DONE-SW (WS-REQ-COUNT).
002270 1100-EXIT.
002280     EXIT.
002281*----------------------------------------------------------------*
002282* 1200-LOAD-ERASED -- PASS THE ERASURE REGISTER AND MARK EVERY   *
002283*                     REQUESTED ID ON IT AS ERASED (FLAG E).     *
002284*                     THE ARCHIVE PASS NEVER RESTORES THOSE.     *
002285*----------------------------------------------------------------*
002286 1200-LOAD-ERASED.
002287     OPEN INPUT ERALIST.
002288     IF NOT ERALIST-OK
002289         DISPLAY 'CNVRST: UNABLE TO OPEN ERALIST, STATUS = '
002290             WS-ERALIST-STATUS
002291         SET FATAL-ERROR TO TRUE
002292         GO TO 1200-EXIT
002293     END-IF.
002294     PERFORM 1210-READ-ERALIST THRU 1210-EXIT
002295         UNTIL ERALIST-EOF OR FATAL-ERROR.
002296     CLOSE ERALIST.
002297 1200-EXIT.
002298     EXIT.
002299*----------------------------------------------------------------*
002300* 1210-READ-ERALIST -- READ ONE REGISTER ENTRY AND TEST IT       *
002301*                      AGAINST EVERY REQUESTED ID                *
002302*----------------------------------------------------------------*
002303 1210-READ-ERALIST.
002304     READ ERALIST
002305         AT END
002307             GO TO 1210-EXIT
002308     END-READ.
002309     IF NOT ERALIST-OK
002310         DISPLAY 'CNVRST: ERALIST READ FAILED, STATUS = '
002311             WS-ERALIST-STATUS
002312         SET FATAL-ERROR TO TRUE
002313         GO TO 1210-EXIT
002314     END-IF.
002315     MOVE ZERO TO WS-REQ-IDX.
002316     PERFORM 1220-SCAN-ERASED THRU 1220-EXIT
002317         UNTIL WS-REQ-IDX >= WS-REQ-COUNT.
002318 1210-EXIT.
002319     EXIT.
002320*----------------------------------------------------------------*
002321* 1220-SCAN-ERASED -- MARK AND REPORT THE NEXT REQUESTED ID WHEN *
002322*                     IT IS THE ERASED ID                        *
002323*----------------------------------------------------------------*
002324 1220-SCAN-ERASED.
002325     ADD 1 TO WS-REQ-IDX.
002326     IF WS-REQ-ID (WS-REQ-IDX) = ERA-ID
002327         AND WS-REQ-DONE-SW (WS-REQ-IDX) = 'N'
002328         MOVE 'E' TO WS-REQ-DONE-SW (WS-REQ-IDX)
002329         ADD 1 TO WS-COUNT-ERASED
002330         MOVE ERA-ID TO WS-RPT-DTL-ID
002331         MOVE 'ERASED ID - NOT RESTORED' TO WS-RPT-DTL-TEXT
002332         MOVE WS-RPT-DETAIL-LINE TO RSTRPT-RECORD
002333         WRITE RSTRPT-RECORD
002334     END-IF.
002335 1220-EXIT.
002336     EXIT.
002337*----------------------------------------------------------------*
002338* 2000-PASS-ARCHIVE -- RESTORE THE CURRENT ARCHIVE RECORD WHEN   *
002339*                     ITS ID IS REQUESTED, THEN READ THE NEXT    *
002340*                     ONE                                        *
002341*----------------------------------------------------------------*
002342 2000-PASS-ARCHIVE.
002350     ADD 1 TO WS-COUNT-ARCH-READ.
002360     MOVE 'N' TO WS-REQ-FOUND-SW.
002370     MOVE ZERO TO WS-REQ-IDX.
002390         UNTIL REQUEST-FOUND
002400         OR WS-REQ-IDX >= WS-REQ-COUNT.
002410     IF REQUEST-FOUND
002419         AND WS-REQ-DONE-SW (WS-REQ-IDX) NOT = 'E'
002420         PERFORM 2300-RESTORE-RECORD THRU 2300-EXIT
002430     END-IF.
002440     PERFORM 2100-READ-CNVARCH THRU 2100-EXIT.
002740*----------------------------------------------------------------*
002750 2300-RESTORE-RECORD.
002760     MOVE CNVARCH-RECORD TO CNVOUT-RECORD.
002769     PERFORM 2410-START-HISTORY THRU 2410-EXIT.
002770     WRITE CNVOUT-RECORD
002780         INVALID KEY
002790             PERFORM 2350-REPLACE-LIVE-RECORD THRU 2350-EXIT
002890         NOT INVALID KEY
002900             ADD 1 TO WS-COUNT-RESTORED
002910             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
002919             PERFORM 2430-WRITE-HISTORY THRU 2430-EXIT
002920     END-WRITE.
002930     IF NOT FATAL-ERROR
002940         MOVE 'Y' TO WS-REQ-DONE-SW (WS-REQ-IDX)
003003         WRITE RSTRPT-RECORD
003004         GO TO 2350-EXIT
003005     END-IF.
003006     PERFORM 2420-SAVE-LIVE-IMAGE THRU 2420-EXIT.
003007     MOVE CNVARCH-RECORD TO CNVOUT-RECORD.
003008     REWRITE CNVOUT-RECORD
003009         INVALID KEY
003010             DISPLAY 'CNVRST: RESTORE FAILED FOR ID '
003011                 CNV-ID OF CNVOUT-RECORD ' STATUS = '
003012                 WS-CNVOUT-STATUS
003013             SET FATAL-ERROR TO TRUE
003014         NOT INVALID KEY
003015             ADD 1 TO WS-COUNT-REFRESHED
003016             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
003017             PERFORM 2430-WRITE-HISTORY THRU 2430-EXIT
003018     END-REWRITE.
003019 2350-EXIT.
003020     EXIT.
003021*----------------------------------------------------------------*
003022* 2400-WRITE-DETAIL -- WRITE ONE RESTORED-RECORD LINE            *
003023*----------------------------------------------------------------*
003024 2400-WRITE-DETAIL.
003025     MOVE CNV-ID OF CNVOUT-RECORD TO WS-RPT-DTL-ID.
003030     MOVE 'RESTORED FROM ARCHIVE' TO WS-RPT-DTL-TEXT.
003040     MOVE WS-RPT-DETAIL-LINE TO RSTRPT-RECORD.
003050     WRITE RSTRPT-RECORD.
003060 2400-EXIT.
003070     EXIT.
003071*----------------------------------------------------------------*
003072* 2410-START-HISTORY -- START THE CHANGE-HISTORY ENTRY FOR THE   *
003073*                       RECORD ABOUT TO GO BACK ON THE CLUSTER:  *
003074*                       RUN STAMP, ACTION S AND THE ID,          *
003075*                       BEFORE-IMAGE SPACES UNTIL 2420 FINDS A   *
003076*                       LIVE RECORD.                             *
003077*----------------------------------------------------------------*
003078 2410-START-HISTORY.
003079     MOVE SPACES TO CNVHIST-RECORD.
003080     MOVE WS-RUN-DATE TO HST-RUN-DATE.
003081     MOVE WS-RUN-TIME TO HST-RUN-TIME.
003082     MOVE 'CNVRST' TO HST-JOB-ID.
003083     SET HST-ACTION-RESTORE TO TRUE.
003084     MOVE CNV-ID OF CNVARCH-RECORD TO HST-ID.
003085 2410-EXIT.
003086     EXIT.
003087*----------------------------------------------------------------*
003088* 2420-SAVE-LIVE-IMAGE -- THE LIVE RECORD A REFRESH IS ABOUT TO  *
003089*                         REPLACE BECOMES THE ENTRY'S            *
003090*                         BEFORE-IMAGE.                          *
003091*----------------------------------------------------------------*
003092 2420-SAVE-LIVE-IMAGE.
003093     MOVE CNV-TEXT OF CNVOUT-RECORD TO HST-OLD-TEXT.
003094     MOVE CNV-UPPER-TEXT OF CNVOUT-RECORD TO HST-OLD-UPPER-TEXT.
003095     MOVE CNV-LOWER-TEXT OF CNVOUT-RECORD TO HST-OLD-LOWER-TEXT.
003096     MOVE CNV-TITLE-TEXT OF CNVOUT-RECORD TO HST-OLD-TITLE-TEXT.
003097     MOVE CNV-MODE OF CNVOUT-RECORD TO HST-OLD-MODE.
003098 2420-EXIT.
003099     EXIT.
003100*----------------------------------------------------------------*
003101* 2430-WRITE-HISTORY -- COMPLETE THE ENTRY WITH THE RESTORED     *
003102*                       RECORD AS THE AFTER-IMAGE AND FILE IT.   *
003103*                       ONLY A SUCCESSFUL WRITE OR REWRITE IS    *
003104*                       JOURNALED.                               *
003105*----------------------------------------------------------------*
003106 2430-WRITE-HISTORY.
003107     MOVE CNV-SOURCE OF CNVOUT-RECORD TO HST-SOURCE.
003108     MOVE CNV-TEXT OF CNVOUT-RECORD TO HST-NEW-TEXT.
003109     MOVE CNV-UPPER-TEXT OF CNVOUT-RECORD TO HST-NEW-UPPER-TEXT.
003110     MOVE CNV-LOWER-TEXT OF CNVOUT-RECORD TO HST-NEW-LOWER-TEXT.
003111     MOVE CNV-TITLE-TEXT OF CNVOUT-RECORD TO HST-NEW-TITLE-TEXT.
003112     MOVE CNV-MODE OF CNVOUT-RECORD TO HST-NEW-MODE.
003113     WRITE CNVHIST-RECORD.
003114 2430-EXIT.
003115     EXIT.
003116*----------------------------------------------------------------*
003117* 3000-REPORT-UNFOUND -- LIST EVERY REQUESTED ID WITH NO COPY    *
003118*                       ON THE ARCHIVE                           *
003119*----------------------------------------------------------------*
003120 3000-REPORT-UNFOUND.
003130     MOVE ZERO TO WS-REQ-IDX.
003140     PERFORM 3100-CHECK-ONE-REQUEST THRU 3100-EXIT
003440         MOVE 4 TO RETURN-CODE
003450         DISPLAY 'CNVRST: SOME REQUESTED IDS NOT ON ARCHIVE'
003460     END-IF.
003462     IF WS-COUNT-ERASED > ZERO
003464         MOVE 4 TO RETURN-CODE
003466         DISPLAY 'CNVRST: SOME REQUESTED IDS ARE ERASED'
003468     END-IF.
003470 8000-CLOSE.
003480     IF CNVARCH-OPENED
003490         CLOSE CNVARCH
003510     IF CNVOUT-OPENED
003520         CLOSE CNVOUT
003530     END-IF.
003533     IF CNVHIST-OPENED
003536         CLOSE CNVHIST
003539     END-IF.
003540     IF RSTRPT-OPENED
003550         CLOSE RSTRPT
003560     END-IF.
003940     MOVE WS-COUNT-NOT-ON-ARCH TO WS-RPT-COUNT.
003950     MOVE WS-RPT-TOTAL-LINE TO RSTRPT-RECORD.
003960     WRITE RSTRPT-RECORD.
003961     MOVE SPACES TO WS-RPT-TOTAL-LINE.
003962     MOVE 'REQUESTED IDS ERASED (NOT RESTORED)' TO WS-RPT-LABEL.
003963     MOVE WS-COUNT-ERASED TO WS-RPT-COUNT.
003964     MOVE WS-RPT-TOTAL-LINE TO RSTRPT-RECORD.
003965     WRITE RSTRPT-RECORD.
003970 8100-EXIT.
003980     EXIT.
