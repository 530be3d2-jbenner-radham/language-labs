000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DNMMNT.
000030 AUTHOR. D-SHOP BATCH SUPPORT.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* DNMMNT -- MAINTAINED UPDATE RUN FOR THE DNMLIST DO-NOT-MAIL    *
000090*           SUPPRESSION LIST.                                    *
000100*                                                                *
000110* HELLO-WORLD HOLDS BACK THE VENDOR MAILING LABEL OF EVERY ID    *
000120* ON THE LIST WHOSE ENTRY IS IN EFFECT FOR THE BUSINESS DATE.    *
000130* THE LIST IS NEVER HAND-EDITED: THIS RUN APPLIES ADD/DELETE     *
000140* TRANSACTIONS TO THE CURRENT LIST, REJECTS DUPLICATES, UNKNOWN  *
000150* IDS AND BAD CODES OR DATES WITH A REASON, WRITES THE NEW LIST  *
000160* IN ASCENDING ID ORDER, AND PRODUCES AN AUDIT LISTING: THE LIST *
000170* BEFORE, EVERY TRANSACTION WITH ITS DISPOSITION, AND THE LIST   *
000180* AFTER WITH EACH ENTRY'S STANDING AS OF TODAY (IN EFFECT, NOT   *
000190* YET EFFECTIVE, OR EXPIRED).                                    *
000200*                                                                *
000210* TRANSACTION LAYOUT: ACTION (A/D) IN COL 1, RECORD ID IN COLS   *
000220* 2-6, REASON CODE (C/U/D/L, SEE DNMREC.CPY) IN COL 7, EFFECTIVE *
000230* DATE IN COLS 8-15 (ZERO = TODAY), EXPIRY DATE IN COLS 16-23    *
000240* (ZERO = NO EXPIRY), OPERATOR ID IN COLS 24-31, NOTE IN COLS    *
000250* 32-51. A DELETE NEEDS ONLY THE ID AND OPERATOR. THE BATCH IS   *
000260* APPLIED IN ORDER, SO AN ENTRY IS CHANGED BY A DELETE FOLLOWED  *
000270* BY AN ADD FOR THE SAME ID. ANY REJECTED TRANSACTION ENDS THE   *
000280* RUN RC=8 SO THE BATCH IS REVIEWED AND RESUBMITTED; THE NEW     *
000290* LIST IS STILL WRITTEN WITH THE ACCEPTED TRANSACTIONS APPLIED.  *
000291*                                                                *
000292* AN ENTRY DROPPED FROM THE CURRENT LIST AS BAD OR AS A SECOND   *
000293* ENTRY FOR AN ID ENDS THE RUN RC=4 (THE NEW LIST IS STILL       *
000294* WRITTEN AND PROMOTED, WITH THE DROPPED ENTRIES LISTED). A      *
000295* CURRENT LIST TOO LARGE FOR THE TABLE, OR ONE THAT CANNOT BE    *
000296* READ, STOPS THE RUN RC=16 WITH NO NEW LIST WRITTEN, SO NO      *
000297* SUPPRESSION IS EVER LOST BY THE RUN ITSELF.                    *
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY                                           *
000320*----------------------------------------------------------------*
000330* 10/15/26  DWW  ORIGINAL PROGRAM.                               *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DNMIN ASSIGN TO DNMIN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-DNMIN-STATUS.
000410     SELECT DNMTRN ASSIGN TO DNMTRN
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-DNMTRN-STATUS.
000440     SELECT DNMOUT ASSIGN TO DNMOUT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-DNMOUT-STATUS.
000470     SELECT DNMRPT ASSIGN TO DNMRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-DNMRPT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DNMIN
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY DNMREC.
000560 FD  DNMTRN
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  DNMTRN-RECORD.
000600     05 TRN-ACTION              PIC X(01).
000610        88 TRN-ACTION-ADD                 VALUE 'A'.
000620        88 TRN-ACTION-DELETE              VALUE 'D'.
000630     05 TRN-ID                  PIC 9(05).
000640     05 TRN-REASON              PIC X(01).
000650        88 TRN-REASON-VALID               VALUE 'C' 'U' 'D' 'L'.
000660     05 TRN-EFFECTIVE-DATE      PIC 9(08).
000670     05 TRN-EXPIRY-DATE         PIC 9(08).
000680     05 TRN-OPERATOR-ID         PIC X(08).
000690     05 TRN-NOTE                PIC X(20).
000700     05 FILLER                  PIC X(29).
000710 FD  DNMOUT
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DNMREC REPLACING ==DNMLIST-RECORD== BY
000750         ==DNMOUT-RECORD==.
000760 FD  DNMRPT
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  DNMRPT-RECORD               PIC X(80).
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------*
000820* SWITCHES                                                       *
000830*----------------------------------------------------------------*
000840 01  WS-SWITCHES.
000850     05 WS-DNMIN-EOF-SWITCH      PIC X(01) VALUE 'N'.
000860        88 DNMIN-END-OF-FILE             VALUE 'Y'.
000870     05 WS-DNMTRN-EOF-SWITCH     PIC X(01) VALUE 'N'.
000880        88 DNMTRN-END-OF-FILE            VALUE 'Y'.
000890     05 WS-FATAL-SWITCH          PIC X(01) VALUE 'N'.
000900        88 FATAL-ERROR                     VALUE 'Y'.
000910     05 WS-ENTRY-FOUND-SW        PIC X(01) VALUE 'N'.
000920        88 ENTRY-FOUND                     VALUE 'Y'.
000930     05 WS-POSITION-FOUND-SW     PIC X(01) VALUE 'N'.
000940        88 POSITION-FOUND                  VALUE 'Y'.
000950*----------------------------------------------------------------*
000960* FILE-OPENED SWITCHES                                           *
000970*----------------------------------------------------------------*
000980 01  WS-FILE-OPENED-SWITCHES.
000990     05 WS-DNMOUT-OPEN-SW        PIC X(01) VALUE 'N'.
001000        88 DNMOUT-OPENED                   VALUE 'Y'.
001010     05 WS-DNMRPT-OPEN-SW        PIC X(01) VALUE 'N'.
001020        88 DNMRPT-OPENED                   VALUE 'Y'.
001030*----------------------------------------------------------------*
001040* FILE STATUS FIELDS                                             *
001050*----------------------------------------------------------------*
001060 01  WS-DNMIN-STATUS             PIC X(02) VALUE '00'.
001070     88 DNMIN-OK                          VALUE '00'.
001080     88 DNMIN-EOF                         VALUE '10'.
001090 01  WS-DNMTRN-STATUS            PIC X(02) VALUE '00'.
001100     88 DNMTRN-OK                         VALUE '00'.
001110     88 DNMTRN-EOF                        VALUE '10'.
001120 01  WS-DNMOUT-STATUS            PIC X(02) VALUE '00'.
001130     88 DNMOUT-OK                         VALUE '00'.
001140 01  WS-DNMRPT-STATUS            PIC X(02) VALUE '00'.
001150     88 DNMRPT-OK                         VALUE '00'.
001160*----------------------------------------------------------------*
001170* SUPPRESSION LIST TABLE, HELD IN ASCENDING ID ORDER. THE LOAD   *
001180* AND EVERY ADD INSERT IN PLACE, SO THE LIST IS WRITTEN BACK IN  *
001190* THE ORDER HELLO-WORLD'S BINARY SEARCH DEPENDS ON.              *
001200*----------------------------------------------------------------*
001210 01  WS-TBL-LIMIT                PIC 9(05) COMP VALUE 10000.
001220 01  WS-DNM-TABLE.
001230     05 WS-DNM-COUNT             PIC 9(05) COMP VALUE ZERO.
001240     05 WS-DNM-ENTRY OCCURS 10000 TIMES.
001250        10 WS-DNM-ID             PIC 9(05).
001260        10 WS-DNM-REASON         PIC X(01).
001270        10 WS-DNM-EFFECTIVE      PIC 9(08).
001280        10 WS-DNM-EXPIRY         PIC 9(08).
001290        10 WS-DNM-ADDED-DATE     PIC 9(08).
001300        10 WS-DNM-ADDED-BY       PIC X(08).
001310        10 WS-DNM-NOTE           PIC X(20).
001320*----------------------------------------------------------------*
001330* TRANSACTION AND TABLE WORK AREAS. WS-FOUND-IDX IS WHERE THE    *
001340* KEY IS, OR WHERE IT WOULD BE INSERTED.                         *
001350*----------------------------------------------------------------*
001360 01  WS-TRN-WORK-AREAS.
001370     05 WS-KEY-ID                PIC 9(05) VALUE ZERO.
001380     05 WS-TRN-EFFECTIVE         PIC 9(08) VALUE ZERO.
001390     05 WS-TBL-IDX               PIC 9(05) COMP VALUE ZERO.
001400     05 WS-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
001410     05 WS-SHIFT-IDX             PIC 9(05) COMP VALUE ZERO.
001420     05 WS-REJECT-REASON         PIC X(24) VALUE SPACES.
001430 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001440*----------------------------------------------------------------*
001450* CONTROL COUNTERS                                               *
001460*----------------------------------------------------------------*
001470 01  WS-CONTROL-COUNTERS.
001480     05 WS-COUNT-LOADED          PIC 9(05) COMP VALUE ZERO.
001490     05 WS-COUNT-DROPPED         PIC 9(05) COMP VALUE ZERO.
001500     05 WS-COUNT-TRANS           PIC 9(05) COMP VALUE ZERO.
001510     05 WS-COUNT-ADDED           PIC 9(05) COMP VALUE ZERO.
001520     05 WS-COUNT-DELETED         PIC 9(05) COMP VALUE ZERO.
001530     05 WS-COUNT-REJECTED        PIC 9(05) COMP VALUE ZERO.
001540     05 WS-COUNT-IN-EFFECT       PIC 9(05) COMP VALUE ZERO.
001550     05 WS-COUNT-NOT-YET         PIC 9(05) COMP VALUE ZERO.
001560     05 WS-COUNT-EXPIRED         PIC 9(05) COMP VALUE ZERO.
001570*----------------------------------------------------------------*
001580* REPORT LINES                                                   *
001590*----------------------------------------------------------------*
001600 01  WS-RPT-HEADING.
001610     05 FILLER                   PIC X(50) VALUE
001620        'DO-NOT-MAIL SUPPRESSION LIST MAINTENANCE'.
001630     05 FILLER                   PIC X(08) VALUE 'RUN DATE'.
001640     05 FILLER                   PIC X(01) VALUE SPACES.
001650     05 WS-HDG-RUN-DATE          PIC 9(08).
001660     05 FILLER                   PIC X(13) VALUE SPACES.
001670 01  WS-RPT-SECTION-LINE.
001680     05 WS-RPT-SECTION           PIC X(50).
001690     05 FILLER                   PIC X(30) VALUE SPACES.
001700 01  WS-RPT-ENTRY-LINE.
001710     05 FILLER                   PIC X(02) VALUE SPACES.
001720     05 WS-RPT-ENT-ID            PIC 9(05).
001730     05 FILLER                   PIC X(02) VALUE SPACES.
001740     05 WS-RPT-ENT-REASON        PIC X(01).
001750     05 FILLER                   PIC X(02) VALUE SPACES.
001760     05 WS-RPT-ENT-EFFECTIVE     PIC 9(08).
001770     05 FILLER                   PIC X(01) VALUE SPACES.
001780     05 WS-RPT-ENT-EXPIRY        PIC 9(08).
001790     05 FILLER                   PIC X(01) VALUE SPACES.
001800     05 WS-RPT-ENT-ADDED-DATE    PIC 9(08).
001810     05 FILLER                   PIC X(01) VALUE SPACES.
001820     05 WS-RPT-ENT-ADDED-BY      PIC X(08).
001830     05 FILLER                   PIC X(01) VALUE SPACES.
001840     05 WS-RPT-ENT-NOTE          PIC X(20).
001850     05 FILLER                   PIC X(01) VALUE SPACES.
001860     05 WS-RPT-ENT-STATUS        PIC X(11).
001870 01  WS-RPT-TRN-LINE.
001880     05 FILLER                   PIC X(02) VALUE SPACES.
001890     05 WS-RPT-TRN-ACTION        PIC X(01).
001900     05 FILLER                   PIC X(01) VALUE SPACES.
001910     05 WS-RPT-TRN-ID            PIC X(05).
001920     05 FILLER                   PIC X(01) VALUE SPACES.
001930     05 WS-RPT-TRN-REASON        PIC X(01).
001940     05 FILLER                   PIC X(01) VALUE SPACES.
001950     05 WS-RPT-TRN-EFFECTIVE     PIC X(08).
001960     05 FILLER                   PIC X(01) VALUE SPACES.
001970     05 WS-RPT-TRN-EXPIRY        PIC X(08).
001980     05 FILLER                   PIC X(01) VALUE SPACES.
001990     05 WS-RPT-TRN-OPERATOR      PIC X(08).
002000     05 FILLER                   PIC X(01) VALUE SPACES.
002010     05 WS-RPT-TRN-STATUS        PIC X(35).
002020     05 FILLER                   PIC X(06) VALUE SPACES.
002030 01  WS-RPT-TOTAL-LINE.
002040     05 WS-RPT-LABEL             PIC X(50).
002050     05 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
002060     05 FILLER                   PIC X(19) VALUE SPACES.
002070 PROCEDURE DIVISION.
002080*----------------------------------------------------------------*
002090* 0000-MAINLINE                                                  *
002100*----------------------------------------------------------------*
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     IF NOT FATAL-ERROR
002140         PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
002150     END-IF.
002160     IF NOT FATAL-ERROR
002170         PERFORM 3000-WRITE-NEW-LIST THRU 3000-EXIT
002180     END-IF.
002190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002200     GOBACK.
002210*----------------------------------------------------------------*
002220* 1000-INITIALIZE -- OPEN THE REPORT AND LOAD THE CURRENT LIST,  *
002230*                   LISTING EACH ENTRY AS IT IS READ             *
002240*----------------------------------------------------------------*
002250 1000-INITIALIZE.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     OPEN OUTPUT DNMRPT.
002280     IF NOT DNMRPT-OK
002290         DISPLAY 'DNMMNT: UNABLE TO OPEN DNMRPT, STATUS = '
002300             WS-DNMRPT-STATUS
002310         SET FATAL-ERROR TO TRUE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     SET DNMRPT-OPENED TO TRUE.
002350     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
002360     MOVE WS-RPT-HEADING TO DNMRPT-RECORD.
002370     WRITE DNMRPT-RECORD.
002380     OPEN INPUT DNMIN.
002390     IF NOT DNMIN-OK
002400         DISPLAY 'DNMMNT: UNABLE TO OPEN DNMIN, STATUS = '
002410             WS-DNMIN-STATUS
002420         SET FATAL-ERROR TO TRUE
002430         GO TO 1000-EXIT
002440     END-IF.
002450     MOVE SPACES TO DNMRPT-RECORD.
002460     WRITE DNMRPT-RECORD.
002470     MOVE SPACES TO WS-RPT-SECTION-LINE.
002480     MOVE 'LIST BEFORE MAINTENANCE' TO WS-RPT-SECTION.
002490     MOVE WS-RPT-SECTION-LINE TO DNMRPT-RECORD.
002500     WRITE DNMRPT-RECORD.
002510     PERFORM 1100-LOAD-ENTRY THRU 1100-EXIT
002520         UNTIL DNMIN-END-OF-FILE OR FATAL-ERROR.
002530     CLOSE DNMIN.
002540 1000-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------*
002570* 1100-LOAD-ENTRY -- LOAD ONE CURRENT-LIST ENTRY. A BAD ENTRY OR *
002580*                   A SECOND ENTRY FOR THE SAME ID IS DROPPED    *
002590*                   AND LISTED. AN ENTRY OUT OF ID ORDER IS      *
002600*                   INSERTED WHERE IT BELONGS, SO THE NEW LIST   *
002610*                   COMES OUT IN ORDER EITHER WAY.               *
002614*                   A LIST TOO LARGE FOR THE TABLE OR A READ     *
002618*                   FAILURE IS FATAL.                            *
002620*----------------------------------------------------------------*
002630 1100-LOAD-ENTRY.
002640     READ DNMIN
002650         AT END
002660             SET DNMIN-END-OF-FILE TO TRUE
002670             GO TO 1100-EXIT
002680     END-READ.
002681     IF NOT DNMIN-OK
002682         DISPLAY 'DNMMNT: DNMIN READ FAILED, STATUS = '
002683             WS-DNMIN-STATUS
002684         SET FATAL-ERROR TO TRUE
002685         GO TO 1100-EXIT
002686     END-IF.
002690     MOVE SPACES TO WS-RPT-ENTRY-LINE.
002700     MOVE DNM-ID OF DNMLIST-RECORD TO WS-RPT-ENT-ID.
002710     MOVE DNM-REASON OF DNMLIST-RECORD TO WS-RPT-ENT-REASON.
002720     MOVE DNM-EFFECTIVE-DATE OF DNMLIST-RECORD
002730         TO WS-RPT-ENT-EFFECTIVE.
002740     MOVE DNM-EXPIRY-DATE OF DNMLIST-RECORD TO WS-RPT-ENT-EXPIRY.
002750     MOVE DNM-ADDED-DATE OF DNMLIST-RECORD
002760         TO WS-RPT-ENT-ADDED-DATE.
002770     MOVE DNM-ADDED-BY OF DNMLIST-RECORD TO WS-RPT-ENT-ADDED-BY.
002780     MOVE DNM-NOTE OF DNMLIST-RECORD TO WS-RPT-ENT-NOTE.
002790     IF DNM-ID OF DNMLIST-RECORD IS NOT NUMERIC
002800             OR DNM-ID OF DNMLIST-RECORD = ZERO
002810             OR NOT DNM-REASON-VALID OF DNMLIST-RECORD
002820             OR DNM-EFFECTIVE-DATE OF DNMLIST-RECORD
002830                 IS NOT NUMERIC
002840             OR DNM-EXPIRY-DATE OF DNMLIST-RECORD
002850                 IS NOT NUMERIC
002860         MOVE 'BAD ENTRY' TO WS-RPT-ENT-NOTE
002870         GO TO 1100-DROP
002880     END-IF.
002890     MOVE DNM-ID OF DNMLIST-RECORD TO WS-KEY-ID.
002900     IF WS-DNM-COUNT = ZERO
002910             OR DNM-ID OF DNMLIST-RECORD
002920                 > WS-DNM-ID (WS-DNM-COUNT)
002930         MOVE 'N' TO WS-ENTRY-FOUND-SW
002940         COMPUTE WS-FOUND-IDX = WS-DNM-COUNT + 1
002950     ELSE
002960         PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
002970     END-IF.
002980     IF ENTRY-FOUND
002990         MOVE 'DUPLICATE ID' TO WS-RPT-ENT-NOTE
003000         GO TO 1100-DROP
003010     END-IF.
003020     IF WS-DNM-COUNT >= WS-TBL-LIMIT
003030         DISPLAY 'DNMMNT: SUPPRESSION TABLE FULL AT ID '
003040             DNM-ID OF DNMLIST-RECORD ' - LIST NOT REWRITTEN'
003050         MOVE 'TABLE FULL' TO WS-RPT-ENT-NOTE
003059         SET FATAL-ERROR TO TRUE
003060         GO TO 1100-DROP
003070     END-IF.
003080     PERFORM 2320-OPEN-SLOT THRU 2320-EXIT.
003090     MOVE DNM-ID OF DNMLIST-RECORD TO WS-DNM-ID (WS-FOUND-IDX).
003100     MOVE DNM-REASON OF DNMLIST-RECORD
003110         TO WS-DNM-REASON (WS-FOUND-IDX).
003120     MOVE DNM-EFFECTIVE-DATE OF DNMLIST-RECORD
003130         TO WS-DNM-EFFECTIVE (WS-FOUND-IDX).
003140     MOVE DNM-EXPIRY-DATE OF DNMLIST-RECORD
003150         TO WS-DNM-EXPIRY (WS-FOUND-IDX).
003160     MOVE DNM-ADDED-DATE OF DNMLIST-RECORD
003170         TO WS-DNM-ADDED-DATE (WS-FOUND-IDX).
003180     MOVE DNM-ADDED-BY OF DNMLIST-RECORD
003190         TO WS-DNM-ADDED-BY (WS-FOUND-IDX).
003200     MOVE DNM-NOTE OF DNMLIST-RECORD
003210         TO WS-DNM-NOTE (WS-FOUND-IDX).
003220     ADD 1 TO WS-COUNT-LOADED.
003230     MOVE WS-RPT-ENTRY-LINE TO DNMRPT-RECORD.
003240     WRITE DNMRPT-RECORD.
003250     GO TO 1100-EXIT.
003260 1100-DROP.
003270     ADD 1 TO WS-COUNT-DROPPED.
003280     MOVE 'DROPPED' TO WS-RPT-ENT-STATUS.
003290     MOVE WS-RPT-ENTRY-LINE TO DNMRPT-RECORD.
003300     WRITE DNMRPT-RECORD.
003310 1100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------*
003340* 1200-LIST-AFTER -- LIST THE MAINTAINED TABLE WITH EACH ENTRY'S *
003350*                   STANDING AS OF THE RUN DATE                  *
003360*----------------------------------------------------------------*
003370 1200-LIST-AFTER.
003380     MOVE SPACES TO DNMRPT-RECORD.
003390     WRITE DNMRPT-RECORD.
003400     MOVE SPACES TO WS-RPT-SECTION-LINE.
003410     MOVE 'LIST AFTER MAINTENANCE' TO WS-RPT-SECTION.
003420     MOVE WS-RPT-SECTION-LINE TO DNMRPT-RECORD.
003430     WRITE DNMRPT-RECORD.
003440     MOVE ZERO TO WS-TBL-IDX.
003450     PERFORM 1210-LIST-ONE-ENTRY THRU 1210-EXIT
003460         UNTIL WS-TBL-IDX >= WS-DNM-COUNT.
003470 1200-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500* 1210-LIST-ONE-ENTRY -- WRITE THE NEXT LIST ENTRY LINE          *
003510*----------------------------------------------------------------*
003520 1210-LIST-ONE-ENTRY.
003530     ADD 1 TO WS-TBL-IDX.
003540     MOVE SPACES TO WS-RPT-ENTRY-LINE.
003550     MOVE WS-DNM-ID (WS-TBL-IDX) TO WS-RPT-ENT-ID.
003560     MOVE WS-DNM-REASON (WS-TBL-IDX) TO WS-RPT-ENT-REASON.
003570     MOVE WS-DNM-EFFECTIVE (WS-TBL-IDX) TO WS-RPT-ENT-EFFECTIVE.
003580     MOVE WS-DNM-EXPIRY (WS-TBL-IDX) TO WS-RPT-ENT-EXPIRY.
003590     MOVE WS-DNM-ADDED-DATE (WS-TBL-IDX)
003600         TO WS-RPT-ENT-ADDED-DATE.
003610     MOVE WS-DNM-ADDED-BY (WS-TBL-IDX) TO WS-RPT-ENT-ADDED-BY.
003620     MOVE WS-DNM-NOTE (WS-TBL-IDX) TO WS-RPT-ENT-NOTE.
003630     IF WS-DNM-EFFECTIVE (WS-TBL-IDX) > WS-RUN-DATE
003640         MOVE 'NOT YET' TO WS-RPT-ENT-STATUS
003650         ADD 1 TO WS-COUNT-NOT-YET
003660     ELSE
003670         IF WS-DNM-EXPIRY (WS-TBL-IDX) > ZERO
003680             AND WS-DNM-EXPIRY (WS-TBL-IDX) < WS-RUN-DATE
003690             MOVE 'EXPIRED' TO WS-RPT-ENT-STATUS
003700             ADD 1 TO WS-COUNT-EXPIRED
003710         ELSE
003720             MOVE 'IN EFFECT' TO WS-RPT-ENT-STATUS
003730             ADD 1 TO WS-COUNT-IN-EFFECT
003740         END-IF
003750     END-IF.
003760     MOVE WS-RPT-ENTRY-LINE TO DNMRPT-RECORD.
003770     WRITE DNMRPT-RECORD.
003780 1210-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810* 2000-APPLY-TRANSACTIONS -- APPLY THE ADD/DELETE BATCH TO THE   *
003820*                           TABLE, LISTING EVERY TRANSACTION     *
003830*                           WITH ITS DISPOSITION, THEN LIST THE  *
003840*                           LIST AFTER                           *
003850*----------------------------------------------------------------*
003860 2000-APPLY-TRANSACTIONS.
003870     OPEN INPUT DNMTRN.
003880     IF NOT DNMTRN-OK
003890         DISPLAY 'DNMMNT: UNABLE TO OPEN DNMTRN, STATUS = '
003900             WS-DNMTRN-STATUS
003910         SET FATAL-ERROR TO TRUE
003920         GO TO 2000-EXIT
003930     END-IF.
003940     MOVE SPACES TO DNMRPT-RECORD.
003950     WRITE DNMRPT-RECORD.
003960     MOVE SPACES TO WS-RPT-SECTION-LINE.
003970     MOVE 'TRANSACTIONS' TO WS-RPT-SECTION.
003980     MOVE WS-RPT-SECTION-LINE TO DNMRPT-RECORD.
003990     WRITE DNMRPT-RECORD.
004000     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
004010         UNTIL DNMTRN-END-OF-FILE.
004020     CLOSE DNMTRN.
004030     PERFORM 1200-LIST-AFTER THRU 1200-EXIT.
004040 2000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------*
004070* 2100-APPLY-ONE-TRANSACTION -- VALIDATE AND APPLY THE NEXT      *
004080*                              TRANSACTION AGAINST THE TABLE     *
004090*----------------------------------------------------------------*
004100 2100-APPLY-ONE-TRANSACTION.
004110     READ DNMTRN
004120         AT END
004130             SET DNMTRN-END-OF-FILE TO TRUE
004140             GO TO 2100-EXIT
004150     END-READ.
004160     ADD 1 TO WS-COUNT-TRANS.
004170     MOVE SPACES TO WS-REJECT-REASON.
004180     IF NOT TRN-ACTION-ADD AND NOT TRN-ACTION-DELETE
004190         MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
004200         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF TRN-ID IS NOT NUMERIC OR TRN-ID = ZERO
004240         MOVE 'RECORD ID NOT NUMERIC' TO WS-REJECT-REASON
004250         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004260         GO TO 2100-EXIT
004270     END-IF.
004280     IF TRN-OPERATOR-ID = SPACES
004290         MOVE 'OPERATOR ID REQUIRED' TO WS-REJECT-REASON
004300         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004310         GO TO 2100-EXIT
004320     END-IF.
004330     MOVE TRN-ID TO WS-KEY-ID.
004340     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
004350     IF TRN-ACTION-ADD
004360         PERFORM 2300-APPLY-ADD THRU 2300-EXIT
004370         GO TO 2100-EXIT
004380     END-IF.
004390     PERFORM 2400-APPLY-DELETE THRU 2400-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430* 2200-FIND-ENTRY -- POSITION ON WS-KEY-ID IN THE TABLE. ON      *
004440*                   RETURN WS-FOUND-IDX IS THE ENTRY HOLDING THE *
004450*                   ID (ENTRY-FOUND) OR THE SLOT IT WOULD BE     *
004460*                   INSERTED AT TO KEEP THE TABLE IN ID ORDER.   *
004470*----------------------------------------------------------------*
004480 2200-FIND-ENTRY.
004490     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004500     MOVE 'N' TO WS-POSITION-FOUND-SW.
004510     MOVE ZERO TO WS-TBL-IDX.
004520     PERFORM 2210-SCAN-ENTRY THRU 2210-EXIT
004530         UNTIL POSITION-FOUND
004540         OR WS-TBL-IDX >= WS-DNM-COUNT.
004550     IF POSITION-FOUND
004560         MOVE WS-TBL-IDX TO WS-FOUND-IDX
004570     ELSE
004580         COMPUTE WS-FOUND-IDX = WS-DNM-COUNT + 1
004590     END-IF.
004600 2200-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------*
004630* 2210-SCAN-ENTRY -- TEST THE NEXT TABLE ENTRY. THE FIRST ENTRY  *
004640*                   NOT BELOW THE KEY IS THE POSITION.           *
004650*----------------------------------------------------------------*
004660 2210-SCAN-ENTRY.
004670     ADD 1 TO WS-TBL-IDX.
004680     IF WS-DNM-ID (WS-TBL-IDX) NOT < WS-KEY-ID
004690         SET POSITION-FOUND TO TRUE
004700         IF WS-DNM-ID (WS-TBL-IDX) = WS-KEY-ID
004710             SET ENTRY-FOUND TO TRUE
004720         END-IF
004730     END-IF.
004740 2210-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770* 2300-APPLY-ADD -- VALIDATE THE REASON CODE AND DATES, THEN     *
004780*                  INSERT A NEW ENTRY IN ID ORDER. AN ID ALREADY *
004790*                  ON THE LIST IS REJECTED -- DELETE IT FIRST TO *
004800*                  CHANGE ITS ENTRY.                             *
004810*----------------------------------------------------------------*
004820 2300-APPLY-ADD.
004830     IF ENTRY-FOUND
004840         MOVE 'ID ALREADY ON LIST' TO WS-REJECT-REASON
004850         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004860         GO TO 2300-EXIT
004870     END-IF.
004880     IF NOT TRN-REASON-VALID
004890         MOVE 'REASON NOT C, U, D OR L' TO WS-REJECT-REASON
004900         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004910         GO TO 2300-EXIT
004920     END-IF.
004930     IF TRN-EFFECTIVE-DATE IS NOT NUMERIC
004940             OR TRN-EXPIRY-DATE IS NOT NUMERIC
004950         MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
004960         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
004970         GO TO 2300-EXIT
004980     END-IF.
004990     IF TRN-EFFECTIVE-DATE = ZERO
005000         MOVE WS-RUN-DATE TO WS-TRN-EFFECTIVE
005010     ELSE
005020         MOVE TRN-EFFECTIVE-DATE TO WS-TRN-EFFECTIVE
005030     END-IF.
005040     IF TRN-EXPIRY-DATE > ZERO
005050             AND TRN-EXPIRY-DATE < WS-TRN-EFFECTIVE
005060         MOVE 'EXPIRY BEFORE EFFECTIVE' TO WS-REJECT-REASON
005070         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
005080         GO TO 2300-EXIT
005090     END-IF.
005100     IF TRN-EXPIRY-DATE > ZERO
005110             AND TRN-EXPIRY-DATE < WS-RUN-DATE
005120         MOVE 'EXPIRY ALREADY PASSED' TO WS-REJECT-REASON
005130         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
005140         GO TO 2300-EXIT
005150     END-IF.
005160     IF WS-DNM-COUNT >= WS-TBL-LIMIT
005170         MOVE 'SUPPRESSION TABLE FULL' TO WS-REJECT-REASON
005180         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
005190         GO TO 2300-EXIT
005200     END-IF.
005210     PERFORM 2320-OPEN-SLOT THRU 2320-EXIT.
005220     MOVE TRN-ID TO WS-DNM-ID (WS-FOUND-IDX).
005230     MOVE TRN-REASON TO WS-DNM-REASON (WS-FOUND-IDX).
005240     MOVE WS-TRN-EFFECTIVE TO WS-DNM-EFFECTIVE (WS-FOUND-IDX).
005250     MOVE TRN-EXPIRY-DATE TO WS-DNM-EXPIRY (WS-FOUND-IDX).
005260     MOVE WS-RUN-DATE TO WS-DNM-ADDED-DATE (WS-FOUND-IDX).
005270     MOVE TRN-OPERATOR-ID TO WS-DNM-ADDED-BY (WS-FOUND-IDX).
005280     MOVE TRN-NOTE TO WS-DNM-NOTE (WS-FOUND-IDX).
005290     ADD 1 TO WS-COUNT-ADDED.
005300     PERFORM 2600-ACCEPT-TRANSACTION THRU 2600-EXIT.
005310 2300-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340* 2320-OPEN-SLOT -- MOVE EVERY ENTRY FROM WS-FOUND-IDX UP ONE    *
005350*                  PLACE SO THE NEW ENTRY GOES IN AT THAT SLOT   *
005360*----------------------------------------------------------------*
005370 2320-OPEN-SLOT.
005380     MOVE WS-DNM-COUNT TO WS-SHIFT-IDX.
005390     PERFORM 2330-SHIFT-UP THRU 2330-EXIT
005400         UNTIL WS-SHIFT-IDX < WS-FOUND-IDX.
005410     ADD 1 TO WS-DNM-COUNT.
005420 2320-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450* 2330-SHIFT-UP -- PUSH ONE ENTRY UP OVER THE NEXT SLOT          *
005460*----------------------------------------------------------------*
005470 2330-SHIFT-UP.
005480     MOVE WS-DNM-ENTRY (WS-SHIFT-IDX)
005490         TO WS-DNM-ENTRY (WS-SHIFT-IDX + 1).
005500     SUBTRACT 1 FROM WS-SHIFT-IDX.
005510 2330-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540* 2400-APPLY-DELETE -- REMOVE AN EXISTING ENTRY AND CLOSE THE    *
005550*                     GAP                                        *
005560*----------------------------------------------------------------*
005570 2400-APPLY-DELETE.
005580     IF NOT ENTRY-FOUND
005590         MOVE 'ID NOT ON LIST' TO WS-REJECT-REASON
005600         PERFORM 2500-REJECT-TRANSACTION THRU 2500-EXIT
005610         GO TO 2400-EXIT
005620     END-IF.
005630     MOVE WS-FOUND-IDX TO WS-SHIFT-IDX.
005640     PERFORM 2410-SHIFT-DOWN THRU 2410-EXIT
005650         UNTIL WS-SHIFT-IDX >= WS-DNM-COUNT.
005660     SUBTRACT 1 FROM WS-DNM-COUNT.
005670     ADD 1 TO WS-COUNT-DELETED.
005680     PERFORM 2600-ACCEPT-TRANSACTION THRU 2600-EXIT.
005690 2400-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720* 2410-SHIFT-DOWN -- PULL THE NEXT ENTRY DOWN OVER THE GAP       *
005730*----------------------------------------------------------------*
005740 2410-SHIFT-DOWN.
005750     MOVE WS-DNM-ENTRY (WS-SHIFT-IDX + 1)
005760         TO WS-DNM-ENTRY (WS-SHIFT-IDX).
005770     ADD 1 TO WS-SHIFT-IDX.
005780 2410-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------*
005810* 2500-REJECT-TRANSACTION -- LIST A REJECTED TRANSACTION WITH    *
005820*                           ITS REASON                           *
005830*----------------------------------------------------------------*
005840 2500-REJECT-TRANSACTION.
005850     ADD 1 TO WS-COUNT-REJECTED.
005860     PERFORM 2700-FORMAT-TRANSACTION THRU 2700-EXIT.
005870     MOVE 'REJECTED - ' TO WS-RPT-TRN-STATUS.
005880     MOVE WS-REJECT-REASON TO WS-RPT-TRN-STATUS (12:).
005890     MOVE WS-RPT-TRN-LINE TO DNMRPT-RECORD.
005900     WRITE DNMRPT-RECORD.
005910 2500-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------*
005940* 2600-ACCEPT-TRANSACTION -- LIST AN APPLIED TRANSACTION         *
005950*----------------------------------------------------------------*
005960 2600-ACCEPT-TRANSACTION.
005970     PERFORM 2700-FORMAT-TRANSACTION THRU 2700-EXIT.
005980     MOVE 'APPLIED' TO WS-RPT-TRN-STATUS.
005990     MOVE WS-RPT-TRN-LINE TO DNMRPT-RECORD.
006000     WRITE DNMRPT-RECORD.
006010 2600-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------*
006040* 2700-FORMAT-TRANSACTION -- BUILD THE TRANSACTION LINE FROM THE *
006050*                           CARD AS KEYED                        *
006060*----------------------------------------------------------------*
006070 2700-FORMAT-TRANSACTION.
006080     MOVE SPACES TO WS-RPT-TRN-LINE.
006090     MOVE TRN-ACTION TO WS-RPT-TRN-ACTION.
006100     MOVE DNMTRN-RECORD (2:5) TO WS-RPT-TRN-ID.
006110     MOVE TRN-REASON TO WS-RPT-TRN-REASON.
006120     MOVE DNMTRN-RECORD (8:8) TO WS-RPT-TRN-EFFECTIVE.
006130     MOVE DNMTRN-RECORD (16:8) TO WS-RPT-TRN-EXPIRY.
006140     MOVE TRN-OPERATOR-ID TO WS-RPT-TRN-OPERATOR.
006150 2700-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180* 3000-WRITE-NEW-LIST -- FILE THE MAINTAINED LIST IN ID ORDER    *
006190*----------------------------------------------------------------*
006200 3000-WRITE-NEW-LIST.
006210     OPEN OUTPUT DNMOUT.
006220     IF NOT DNMOUT-OK
006230         DISPLAY 'DNMMNT: UNABLE TO OPEN DNMOUT, STATUS = '
006240             WS-DNMOUT-STATUS
006250         SET FATAL-ERROR TO TRUE
006260         GO TO 3000-EXIT
006270     END-IF.
006280     SET DNMOUT-OPENED TO TRUE.
006290     MOVE ZERO TO WS-TBL-IDX.
006300     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
006310         UNTIL WS-TBL-IDX >= WS-DNM-COUNT.
006320 3000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350* 3100-WRITE-ONE-ENTRY -- WRITE THE NEXT MAINTAINED ENTRY        *
006360*----------------------------------------------------------------*
006370 3100-WRITE-ONE-ENTRY.
006380     ADD 1 TO WS-TBL-IDX.
006390     MOVE SPACES TO DNMOUT-RECORD.
006400     MOVE WS-DNM-ID (WS-TBL-IDX) TO DNM-ID OF DNMOUT-RECORD.
006410     MOVE WS-DNM-REASON (WS-TBL-IDX)
006420         TO DNM-REASON OF DNMOUT-RECORD.
006430     MOVE WS-DNM-EFFECTIVE (WS-TBL-IDX)
006440         TO DNM-EFFECTIVE-DATE OF DNMOUT-RECORD.
006450     MOVE WS-DNM-EXPIRY (WS-TBL-IDX)
006460         TO DNM-EXPIRY-DATE OF DNMOUT-RECORD.
006470     MOVE WS-DNM-ADDED-DATE (WS-TBL-IDX)
006480         TO DNM-ADDED-DATE OF DNMOUT-RECORD.
006490     MOVE WS-DNM-ADDED-BY (WS-TBL-IDX)
006500         TO DNM-ADDED-BY OF DNMOUT-RECORD.
006510     MOVE WS-DNM-NOTE (WS-TBL-IDX) TO DNM-NOTE OF DNMOUT-RECORD.
006520     WRITE DNMOUT-RECORD.
006530 3100-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------*
006560* 8000-TERMINATE -- WRITE THE TOTALS, SET THE RETURN CODE AND    *
006570*                  CLOSE FILES                                   *
006580*----------------------------------------------------------------*
006590 8000-TERMINATE.
006600     IF FATAL-ERROR
006610         MOVE 16 TO RETURN-CODE
006620         GO TO 8000-CLOSE
006630     END-IF.
006640     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
006641     IF WS-COUNT-DROPPED > ZERO
006642         MOVE 4 TO RETURN-CODE
006643         DISPLAY 'DNMMNT: CURRENT-LIST ENTRIES DROPPED - REVIEW '
006644             'DNMRPT'
006645     END-IF.
006650     IF WS-COUNT-REJECTED > ZERO
006660         MOVE 8 TO RETURN-CODE
006670         DISPLAY 'DNMMNT: TRANSACTIONS REJECTED - REVIEW DNMRPT'
006680     END-IF.
006690 8000-CLOSE.
006700     IF DNMOUT-OPENED
006710         CLOSE DNMOUT
006720     END-IF.
006730     IF DNMRPT-OPENED
006740         CLOSE DNMRPT
006750     END-IF.
006760 8000-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------*
006790* 8100-WRITE-TOTALS -- WRITE THE MAINTENANCE CONTROL TOTALS      *
006800*----------------------------------------------------------------*
006810 8100-WRITE-TOTALS.
006820     MOVE SPACES TO DNMRPT-RECORD.
006830     WRITE DNMRPT-RECORD.
006840     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006850     MOVE 'ENTRIES LOADED FROM CURRENT LIST' TO WS-RPT-LABEL.
006860     MOVE WS-COUNT-LOADED TO WS-RPT-COUNT.
006870     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
006880     WRITE DNMRPT-RECORD.
006890     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006900     MOVE 'BAD OR DUPLICATE ENTRIES DROPPED AT LOAD'
006910         TO WS-RPT-LABEL.
006920     MOVE WS-COUNT-DROPPED TO WS-RPT-COUNT.
006930     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
006940     WRITE DNMRPT-RECORD.
006950     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006960     MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL.
006970     MOVE WS-COUNT-TRANS TO WS-RPT-COUNT.
006980     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
006990     WRITE DNMRPT-RECORD.
007000     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007010     MOVE 'TRANSACTIONS APPLIED - ADDS' TO WS-RPT-LABEL.
007020     MOVE WS-COUNT-ADDED TO WS-RPT-COUNT.
007030     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007040     WRITE DNMRPT-RECORD.
007050     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007060     MOVE 'TRANSACTIONS APPLIED - DELETES' TO WS-RPT-LABEL.
007070     MOVE WS-COUNT-DELETED TO WS-RPT-COUNT.
007080     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007090     WRITE DNMRPT-RECORD.
007100     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007110     MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL.
007120     MOVE WS-COUNT-REJECTED TO WS-RPT-COUNT.
007130     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007140     WRITE DNMRPT-RECORD.
007150     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007160     MOVE 'ENTRIES ON NEW LIST' TO WS-RPT-LABEL.
007170     MOVE WS-DNM-COUNT TO WS-RPT-COUNT.
007180     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007190     WRITE DNMRPT-RECORD.
007200     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007210     MOVE '  IN EFFECT TODAY' TO WS-RPT-LABEL.
007220     MOVE WS-COUNT-IN-EFFECT TO WS-RPT-COUNT.
007230     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007240     WRITE DNMRPT-RECORD.
007250     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007260     MOVE '  NOT YET EFFECTIVE' TO WS-RPT-LABEL.
007270     MOVE WS-COUNT-NOT-YET TO WS-RPT-COUNT.
007280     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007290     WRITE DNMRPT-RECORD.
007300     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007310     MOVE '  EXPIRED' TO WS-RPT-LABEL.
007320     MOVE WS-COUNT-EXPIRED TO WS-RPT-COUNT.
007330     MOVE WS-RPT-TOTAL-LINE TO DNMRPT-RECORD.
007340     WRITE DNMRPT-RECORD.
007350 8100-EXIT.
007360     EXIT.
